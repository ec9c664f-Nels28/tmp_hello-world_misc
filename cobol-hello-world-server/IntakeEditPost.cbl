004110*  STEPS OF THE NIGHTLY CHAIN: EVERY UNPROCESSED DAY UP     *
004120*  THROUGH YESTERDAY IS EDITED IN ORDER, ADVANCING THE      *
004130*  CALENDAR PER COMPLETED DAY.                              *
004135*                                                            *
004140*  SUSPENSE: EVERY REJECT WITH A USABLE REFERENCE (EMP,     *
004145*  LEN, CHR) IS ALSO HELD IN THE INDEXED SUSPENSE FILE      *
004150*  (INTKSUSP.MST) UNTIL IT IS WORKED.  PARM 'RESUBMIT'      *
004155*  EDITS THE CORRECTED BODIES IN INTKRSUB.DAT, EACH CARRYING *
004160*  THE REFERENCE OF AN OPEN SUSPENSE ITEM, THROUGH THE SAME *
004165*  EDITS.  ONE THAT PASSES REPLACES THE REJECTED MASTER ROW *
004170*  WITH A POSTED ONE AND CLEARS THE ITEM; ONE THAT FAILS    *
004175*  STAYS IN SUSPENSE UNDER ITS NEW REASON; ONE WITH NO OPEN *
004180*  ITEM, OR WHOSE MASTER ROW IS NO LONGER REJECTED, IS      *
004185*  REJECTED AS SUS AND CHANGES NOTHING.  THE RESUBMISSION   *
004190*  REPORT GOES TO INTKRSUB.OUT AND ITS REJECTS ARE ADDED TO *
004195*  INTKREJ.DAT.  ON THE RUN-CONTROL LEDGER (RUNCTL.LOG) IT  *
004196*  IS LOGGED AS INTKRSUB, APART FROM THE NIGHTLY INTKEDIT.  *
004200*----------------------------------------------------------*
004300*  MODIFICATION HISTORY.
004400*  DATE       INIT  DESCRIPTION
004691*                   UNPROCESSED DAY UP THROUGH YESTERDAY IN
004692*                   ORDER, SO A MISSED NIGHT OF INTAKE
004693*                   CATCHES UP WITH THE REST OF THE CHAIN.
004694*  2026-10-15 DOB   HOLD EMP/LEN/CHR REJECTS IN THE INDEXED
004695*                   SUSPENSE FILE (INTKSUSP.MST) AND ADD THE
004696*                   RESUBMIT RUN THAT REPOSTS CORRECTED
004697*                   BODIES UNDER THEIR ORIGINAL REFERENCE.
004698*  2026-10-15 DOB   RUN-CONTROL LEDGER ENTRIES AT START AND END OF
004699*                   EACH RUN (RUNCTL.LOG).
0046A0*  2026-10-15 DOB   OPEN A SUSPENSE ITEM ONLY FOR A NEW OR STILL
0046A1*                   REJECTED MASTER ROW, AND REJECT AS SUS A
0046A2*                   RESUBMISSION WHOSE MASTER ROW HAS SINCE BEEN
0046A3*                   POSTED OR HANDED DOWNSTREAM.
0046A4*  2026-10-15 DOB   LOG A RESUBMIT RUN ON THE RUN-CONTROL LEDGER
0046A5*                   AS INTKRSUB SO IT NEVER STANDS IN FOR THE
0046A6*                   NIGHTLY INTKEDIT STEP.
004700*----------------------------------------------------------*
004800 ENVIRONMENT DIVISION.
004900 INPUT-OUTPUT SECTION.
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-REJ-STATUS.
006400
006500     SELECT EDIT-REPORT-FILE ASSIGN TO WS-REPORT-PATH
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-RPT-STATUS.
006710
006730         ORGANIZATION IS LINE SEQUENTIAL
006740         FILE STATUS IS WS-CAL-STATUS.
006800
006805     SELECT INTAKE-SUSPENSE-FILE ASSIGN TO "INTKSUSP.MST"
006810         ORGANIZATION IS INDEXED
006815         ACCESS MODE IS RANDOM
006820         RECORD KEY IS SUS-KEY
006825         FILE STATUS IS WS-SUS-STATUS.
006830
006835     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.LOG"
006840         ORGANIZATION IS LINE SEQUENTIAL
006845         FILE STATUS IS WS-RCL-STATUS.
006850
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  INTAKE-FILE.
008630 01  PROCESS-CALENDAR-RECORD.
008640     COPY PROCCAL.
008700
008710 FD  INTAKE-SUSPENSE-FILE.
008720 01  INTAKE-SUSPENSE-RECORD.
008730     COPY INTKSUSP.
008740
008750 FD  RUN-CONTROL-FILE.
008760 01  RUN-CONTROL-RECORD.
008770     COPY RUNCTL.
008780
008800 WORKING-STORAGE SECTION.
008900 77  WS-ITX-STATUS                   PIC X(02) VALUE SPACES.
009000 77  WS-MST-STATUS                   PIC X(02) VALUE SPACES.
009100 77  WS-REJ-STATUS                   PIC X(02) VALUE SPACES.
009200 77  WS-RPT-STATUS                   PIC X(02) VALUE SPACES.
009210 77  WS-CAL-STATUS                   PIC X(02) VALUE SPACES.
009220 77  WS-SUS-STATUS                   PIC X(02) VALUE SPACES.
009230 77  WS-RCL-STATUS                   PIC X(02) VALUE SPACES.
009300
009400 01  WS-SWITCHES.
009500     05  WS-EOF-SW                   PIC X(01) VALUE 'N'.
009800     05  WS-EDIT-SW                  PIC X(01) VALUE 'Y'.
009900         88  WS-EDIT-PASSED          VALUE 'Y'.
010000         88  WS-EDIT-FAILED          VALUE 'N'.
010002     05  WS-HOLD-SW                  PIC X(01) VALUE 'Y'.
010004         88  WS-HOLD-IN-SUSPENSE     VALUE 'Y'.
010006         88  WS-NOT-HELD             VALUE 'N'.
010010     05  WS-CAL-MODE-SW              PIC X(01) VALUE 'N'.
010020         88  WS-CALENDAR-MODE        VALUE 'Y'.
010030         88  WS-PARM-MODE            VALUE 'N'.
010040     05  WS-RUN-TYPE-SW              PIC X(01) VALUE 'N'.
010050         88  WS-NIGHTLY-RUN          VALUE 'N'.
010060         88  WS-RESUBMIT-RUN         VALUE 'R'.
010070     05  WS-SUSPENSE-SW              PIC X(01) VALUE 'N'.
010080         88  WS-SUSPENSE-OPEN        VALUE 'Y'.
010090         88  WS-SUSPENSE-NOT-OPEN    VALUE 'N'.
010095     05  WS-MASTER-ROW-SW            PIC X(01) VALUE 'N'.
010096         88  WS-MASTER-ROW-FOUND     VALUE 'Y'.
010097         88  WS-MASTER-ROW-MISSING   VALUE 'N'.
010100
010200 77  WS-INPUT-TXN-PATH               PIC X(40) VALUE SPACES.
010300 77  WS-COMMAND-LINE                 PIC X(40) VALUE SPACES.
010310 77  WS-REPORT-PATH                  PIC X(30)
010320                                     VALUE 'INTKEDIT.OUT'.
010400
010500 77  WS-TODAY-DATE                   PIC 9(08) VALUE ZERO.
010600 77  WS-TODAY-INTEGER                PIC S9(09) COMP VALUE ZERO.
011900 77  WS-LENGTH-COUNT                 PIC 9(09) COMP VALUE ZERO.
012000 77  WS-UNPRINT-COUNT                PIC 9(09) COMP VALUE ZERO.
012100 77  WS-DUP-COUNT                    PIC 9(09) COMP VALUE ZERO.
012110 77  WS-NOSUSP-COUNT                 PIC 9(09) COMP VALUE ZERO.
012120 77  WS-SUSPENDED-COUNT              PIC 9(09) COMP VALUE ZERO.
012130 77  WS-CLEARED-COUNT                PIC 9(09) COMP VALUE ZERO.
012200 77  WS-CONTROL-TOTAL                PIC 9(09) COMP VALUE ZERO.
012300 77  WS-COUNT-DISPLAY                PIC ZZZ,ZZZ,ZZ9.
012400
012500 01  WS-REPORT-LINE-OUT              PIC X(80) VALUE SPACES.
012600
012605*----------------------------------------------------------*
012610*  RUN-CONTROL LEDGER WORK AREAS.  THE START DATE AND TIME  *
012615*  PAIR THIS RUN'S END ENTRY WITH ITS START ENTRY.          *
012620*----------------------------------------------------------*
012625 01  WS-RUN-CONTROL.
012630     05  WS-RUN-PROGRAM              PIC X(08) VALUE 'INTKEDIT'.
012635     05  WS-RUN-START-DATE           PIC 9(08) VALUE ZERO.
012640     05  WS-RUN-START-TIME           PIC 9(06) VALUE ZERO.
012645     05  WS-RUN-CLOCK                PIC 9(08) VALUE ZERO.
012650     05  WS-RUN-TARGET               PIC X(17) VALUE SPACES.
012655
012700 PROCEDURE DIVISION.
012800*============================================================*
012900 0000-MAINLINE.
013000*============================================================*
013010     PERFORM 8900-LOG-RUN-START THRU 8900-EXIT.
013100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013200     PERFORM 1500-PROCESS-ONE-DAY THRU 1500-EXIT
013300         UNTIL WS-RUN-INTEGER > WS-END-INTEGER.
013400     PERFORM 3000-PRINT-EDIT-REPORT THRU 3000-EXIT.
013500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
013510     PERFORM 8910-LOG-RUN-END THRU 8910-EXIT.
013600     STOP RUN.
013700
013800*============================================================*
014800     ELSE
014900         SET WS-PARM-MODE TO TRUE
015000         MOVE WS-COMMAND-LINE TO WS-INPUT-TXN-PATH
015010         IF WS-COMMAND-LINE = 'RESUBMIT'
015020             SET WS-RESUBMIT-RUN TO TRUE
015030             MOVE 'INTKRSUB.DAT' TO WS-INPUT-TXN-PATH
015040             MOVE 'INTKRSUB.OUT' TO WS-REPORT-PATH
015050         END-IF
015100         MOVE 1 TO WS-RUN-INTEGER
015200         MOVE 1 TO WS-END-INTEGER
015300     END-IF.
015400
015900     PERFORM 1200-OPEN-INTAKE-MASTER THRU 1200-EXIT.
015910     PERFORM 1250-OPEN-SUSPENSE THRU 1250-EXIT.
016000
016010     IF WS-RESUBMIT-RUN
016020         OPEN EXTEND REJECT-FILE
016030         IF WS-REJ-STATUS = '35'
016040             OPEN OUTPUT REJECT-FILE
016050         END-IF
016060     ELSE
016070         OPEN OUTPUT REJECT-FILE
016080     END-IF.
016200     IF WS-REJ-STATUS NOT = '00'
016300         DISPLAY 'Error: Unable to open INTKREJ.DAT'
016400         MOVE 16 TO RETURN-CODE
016700
016800     OPEN OUTPUT EDIT-REPORT-FILE.
016900     IF WS-RPT-STATUS NOT = '00'
017000         DISPLAY 'Error: Unable to open ' WS-REPORT-PATH
017100         MOVE 16 TO RETURN-CODE
017200         STOP RUN
017300     END-IF.
017400
017402     IF WS-RESUBMIT-RUN
017405         WRITE REPORT-LINE FROM
017406             'Intake Suspense Resubmission'
017407     ELSE
017410         WRITE REPORT-LINE FROM
017420             'Daily Intake Edit and Post'
017425     END-IF.
017430
017440     IF WS-CALENDAR-MODE
017450        AND WS-RUN-INTEGER > WS-END-INTEGER
019193     END-IF.
019194
019195 1500-NEXT.
0191A0     PERFORM 8920-NOTE-TARGET-DAY THRU 8920-EXIT.
019196     ADD 1 TO WS-RUN-INTEGER.
019197 1500-EXIT.
019198     EXIT.
021100 1200-EXIT.
021200     EXIT.
021300
021301 1250-OPEN-SUSPENSE.
021302     OPEN I-O INTAKE-SUSPENSE-FILE.
021303     IF WS-SUS-STATUS = '35'
021304         OPEN OUTPUT INTAKE-SUSPENSE-FILE
021305         CLOSE INTAKE-SUSPENSE-FILE
021306         OPEN I-O INTAKE-SUSPENSE-FILE
021307     END-IF.
021308     IF WS-SUS-STATUS NOT = '00'
021309         DISPLAY 'Error: Unable to open INTKSUSP.MST - status '
021310             WS-SUS-STATUS
021320         MOVE 16 TO RETURN-CODE
021330         STOP RUN
021340     END-IF.
021350 1250-EXIT.
021360     EXIT.
021370
021400*============================================================*
021500*  2000 SERIES - EDIT EACH TRANSACTION AND POST OR REJECT    *
021600*============================================================*
022600
022700 2200-PROCESS-TRANSACTION.
022800     ADD 1 TO WS-READ-COUNT.
022810     IF WS-RESUBMIT-RUN
022820         PERFORM 2700-PROCESS-RESUBMISSION THRU 2700-EXIT
022830         GO TO 2200-EXIT
022840     END-IF.
022900     PERFORM 2300-EDIT-TRANSACTION THRU 2300-EXIT.
023000     IF WS-EDIT-FAILED
023100         PERFORM 2600-WRITE-REJECT THRU 2600-EXIT
023110         IF WS-REJECT-REASON NOT = 'REF'
023120             PERFORM 2550-POST-REJECT-TO-MASTER THRU 2550-EXIT
023125             IF WS-HOLD-IN-SUSPENSE
023127                 PERFORM 2650-POST-TO-SUSPENSE THRU 2650-EXIT
023129             END-IF
023130         END-IF
023200         GO TO 2200-EXIT
023300     END-IF.
034334*  GETS A MASTER ROW, CARRYING THE REJECTED STATUS AND THE  *
034335*  EDIT'S REASON CODE, SO THE LISTENER'S DISPOSITION        *
034336*  INQUIRY ANSWERS THE SUBMITTER INSTEAD OF 404ING.  A ROW  *
034337*  ALREADY ON THE MASTER (A RERUN) IS LEFT AS IT STANDS,    *
0343A0*  AND THE REJECT IS HELD IN SUSPENSE ONLY WHILE THAT ROW   *
0343A1*  IS ITSELF STILL REJECTED - NEVER ONCE IT HAS POSTED OR   *
0343A2*  GONE DOWNSTREAM.                                         *
034338*----------------------------------------------------------*
034339 2550-POST-REJECT-TO-MASTER.
034340     PERFORM 2520-BUILD-MASTER-ROW THRU 2520-EXIT.
034350         MOVE 16 TO RETURN-CODE
034351         STOP RUN
034352     END-IF.
0343A3     SET WS-HOLD-IN-SUSPENSE TO TRUE.
0343A4     IF WS-MST-STATUS = '22'
0343A5         PERFORM 2715-READ-MASTER-ROW THRU 2715-EXIT
0343A6         IF WS-MASTER-ROW-FOUND
0343A7            AND NOT ITM-REJECTED
0343A8             SET WS-NOT-HELD TO TRUE
0343A9         END-IF
0343B0     END-IF.
034353 2550-EXIT.
034354     EXIT.
034360
035700 2600-EXIT.
035800     EXIT.
035900
035901*----------------------------------------------------------*
035902*  A REJECT WITH A USABLE REFERENCE IS HELD IN SUSPENSE     *
035903*  UNTIL IT IS RESUBMITTED OR WRITTEN OFF.  AN ITEM ALREADY *
035904*  IN SUSPENSE (A RERUN) IS LEFT AS IT STANDS.              *
035905*----------------------------------------------------------*
035906 2650-POST-TO-SUSPENSE.
035907     MOVE SPACES TO INTAKE-SUSPENSE-RECORD.
035908     MOVE ITX-REFERENCE TO SUS-REFERENCE.
035909     SET SUS-OPEN TO TRUE.
035910     MOVE WS-REJECT-REASON TO SUS-REASON-CODE.
035911     MOVE WS-TODAY-DATE TO SUS-REJECT-DATE.
035912     MOVE WS-TODAY-DATE TO SUS-ACTIVITY-DATE.
035913     MOVE ZERO TO SUS-CLOSE-DATE.
035914     MOVE ZERO TO SUS-RESUBMIT-COUNT.
035915     MOVE INTAKE-TRANS-RECORD TO SUS-TRANS-IMAGE.
035916     WRITE INTAKE-SUSPENSE-RECORD.
035917     EVALUATE WS-SUS-STATUS
035918         WHEN '00'
035919             ADD 1 TO WS-SUSPENDED-COUNT
035920         WHEN '22'
035921             CONTINUE
035922         WHEN OTHER
035923             DISPLAY 'Error: INTKSUSP.MST write failed - status '
035924                     WS-SUS-STATUS
035925             MOVE 16 TO RETURN-CODE
035926             STOP RUN
035927     END-EVALUATE.
035928 2650-EXIT.
035929     EXIT.
035930
035931*============================================================*
035932*  2700 SERIES - RESUBMISSION OF A SUSPENDED TRANSACTION.    *
035933*  THE REFERENCE MUST NAME AN OPEN SUSPENSE ITEM WHOSE       *
035934*  MASTER ROW IS STILL REJECTED; THE BODY THEN FACES THE     *
035935*  SAME EDITS AS THE NIGHTLY RUN.  A ROW SINCE POSTED,       *
035936*  SENT, DELIVERED OR ACKNOWLEDGED IS NEVER REWRITTEN - THE  *
035937*  RESUBMISSION IS REJECTED AS SUS AND NOTHING CHANGES.      *
035938*============================================================*
035939 2700-PROCESS-RESUBMISSION.
035940     PERFORM 2710-READ-SUSPENSE THRU 2710-EXIT.
035941     IF WS-SUSPENSE-NOT-OPEN
035942         MOVE 'SUS' TO WS-REJECT-REASON
035943         ADD 1 TO WS-NOSUSP-COUNT
035944         PERFORM 2600-WRITE-REJECT THRU 2600-EXIT
035945         GO TO 2700-EXIT
035946     END-IF.
035947
035948     PERFORM 2715-READ-MASTER-ROW THRU 2715-EXIT.
035949     IF WS-MASTER-ROW-FOUND
035950        AND NOT ITM-REJECTED
035951         MOVE 'SUS' TO WS-REJECT-REASON
035952         ADD 1 TO WS-NOSUSP-COUNT
035953         PERFORM 2600-WRITE-REJECT THRU 2600-EXIT
035954         GO TO 2700-EXIT
035955     END-IF.
035956
035957     PERFORM 2300-EDIT-TRANSACTION THRU 2300-EXIT.
035958     IF WS-EDIT-FAILED
035959         PERFORM 2600-WRITE-REJECT THRU 2600-EXIT
035960         PERFORM 2720-UPDATE-MASTER-REJECT THRU 2720-EXIT
035961         PERFORM 2730-KEEP-IN-SUSPENSE THRU 2730-EXIT
035962         GO TO 2700-EXIT
035963     END-IF.
035964
035965     PERFORM 2740-REPOST-TO-MASTER THRU 2740-EXIT.
035966     PERFORM 2750-CLEAR-SUSPENSE THRU 2750-EXIT.
035967 2700-EXIT.
035968     EXIT.
035969
035970 2710-READ-SUSPENSE.
035971     SET WS-SUSPENSE-NOT-OPEN TO TRUE.
035972     MOVE ITX-REFERENCE TO SUS-REFERENCE.
035973     READ INTAKE-SUSPENSE-FILE.
035974     EVALUATE WS-SUS-STATUS
035975         WHEN '00'
035976             IF SUS-OPEN
035977                 SET WS-SUSPENSE-OPEN TO TRUE
035978             END-IF
035979         WHEN '23'
035980             CONTINUE
035981         WHEN OTHER
035982             DISPLAY 'Error: INTKSUSP.MST read failed - status '
035983                     WS-SUS-STATUS
035984             MOVE 16 TO RETURN-CODE
035985             STOP RUN
035986     END-EVALUATE.
035987 2710-EXIT.
035988     EXIT.
035989
035990 2715-READ-MASTER-ROW.
035991     SET WS-MASTER-ROW-MISSING TO TRUE.
035992     MOVE ITX-REFERENCE TO ITM-REFERENCE.
035993     READ INTAKE-MASTER-FILE.
035994     EVALUATE WS-MST-STATUS
035995         WHEN '00'
035996             SET WS-MASTER-ROW-FOUND TO TRUE
035997         WHEN '23'
035998             CONTINUE
035999         WHEN OTHER
0359A0             DISPLAY 'Error: INTAKE.MST read failed - status '
0359A1                     WS-MST-STATUS
0359A2             MOVE 16 TO RETURN-CODE
0359A3             STOP RUN
0359A4     END-EVALUATE.
0359A5 2715-EXIT.
0359A6     EXIT.
0359A7
0359A8*----------------------------------------------------------*
0359A9*  A CORRECTION THAT STILL FAILS KEEPS THE MASTER ROW       *
0359B0*  REJECTED UNDER THE NEW REASON AND THE ITEM IN SUSPENSE,  *
0359B1*  WITH THE ACTIVITY DATE MOVED UP - IT HAS BEEN WORKED.    *
0359B2*----------------------------------------------------------*
0359B3 2720-UPDATE-MASTER-REJECT.
0359B4     PERFORM 2715-READ-MASTER-ROW THRU 2715-EXIT.
0359B5     IF WS-MASTER-ROW-MISSING
0359B6         PERFORM 2550-POST-REJECT-TO-MASTER THRU 2550-EXIT
0359B7         GO TO 2720-EXIT
0359B8     END-IF.
0359B9     MOVE WS-REJECT-REASON TO ITM-REJECT-REASON.
0359C0     REWRITE INTAKE-MASTER-RECORD.
0359C1     IF WS-MST-STATUS NOT = '00'
0359C2         DISPLAY 'Error: INTAKE.MST rewrite failed - status '
0359C3                 WS-MST-STATUS
0359C4         MOVE 16 TO RETURN-CODE
0359C5         STOP RUN
0359C6     END-IF.
0359C7 2720-EXIT.
0359C8     EXIT.
0359C9
0359D0 2730-KEEP-IN-SUSPENSE.
0359D1     MOVE WS-REJECT-REASON TO SUS-REASON-CODE.
0359D2     MOVE WS-TODAY-DATE TO SUS-ACTIVITY-DATE.
0359D3     ADD 1 TO SUS-RESUBMIT-COUNT.
0359D4     MOVE INTAKE-TRANS-RECORD TO SUS-TRANS-IMAGE.
0359D5     PERFORM 2760-REWRITE-SUSPENSE THRU 2760-EXIT.
0359D6 2730-EXIT.
0359D7     EXIT.
0359D8
0359D9*----------------------------------------------------------*
0359E0*  A CORRECTION THAT PASSES REPLACES THE REJECTED MASTER    *
0359E1*  ROW WITH A POSTED ONE AND CLEARS THE SUSPENSE ITEM.      *
0359E2*----------------------------------------------------------*
0359E3 2740-REPOST-TO-MASTER.
0359E4     PERFORM 2715-READ-MASTER-ROW THRU 2715-EXIT.
0359E5     PERFORM 2520-BUILD-MASTER-ROW THRU 2520-EXIT.
0359E6     SET ITM-POSTED TO TRUE.
0359E7     IF WS-MASTER-ROW-FOUND
0359E8         REWRITE INTAKE-MASTER-RECORD
0359E9     ELSE
0359F0         WRITE INTAKE-MASTER-RECORD
0359F1     END-IF.
0359F2     IF WS-MST-STATUS NOT = '00'
0359F3         DISPLAY 'Error: INTAKE.MST repost failed - status '
0359F4                 WS-MST-STATUS
0359F5         MOVE 16 TO RETURN-CODE
0359F6         STOP RUN
0359F7     END-IF.
0359F8     ADD 1 TO WS-POSTED-COUNT.
0359F9 2740-EXIT.
0359G0     EXIT.
0359G1
0359G2 2750-CLEAR-SUSPENSE.
0359G3     SET SUS-CLEARED TO TRUE.
0359G4     MOVE WS-TODAY-DATE TO SUS-ACTIVITY-DATE.
0359G5     MOVE WS-TODAY-DATE TO SUS-CLOSE-DATE.
0359G6     ADD 1 TO SUS-RESUBMIT-COUNT.
0359G7     MOVE INTAKE-TRANS-RECORD TO SUS-TRANS-IMAGE.
0359G8     PERFORM 2760-REWRITE-SUSPENSE THRU 2760-EXIT.
0359G9     ADD 1 TO WS-CLEARED-COUNT.
0359H0 2750-EXIT.
0359H1     EXIT.
0359H2
0359H3 2760-REWRITE-SUSPENSE.
0359H4     REWRITE INTAKE-SUSPENSE-RECORD.
0359H5     IF WS-SUS-STATUS NOT = '00'
0359H6         DISPLAY 'Error: INTKSUSP.MST rewrite failed - status '
0359H7                 WS-SUS-STATUS
0359H8         MOVE 16 TO RETURN-CODE
0359H9         STOP RUN
0359J0     END-IF.
0359J1 2760-EXIT.
0359J2     EXIT.
0359J3
036000*============================================================*
036100*  3000 SERIES - EDIT REPORT WITH CONTROL TOTALS             *
036200*============================================================*
041700         INTO WS-REPORT-LINE-OUT.
041800     WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT.
041900
041902     IF WS-RESUBMIT-RUN
041904         MOVE WS-NOSUSP-COUNT TO WS-COUNT-DISPLAY
041906         MOVE SPACES TO WS-REPORT-LINE-OUT
041908         STRING '  SUS not resubmittable:  ' DELIMITED BY SIZE
041910                WS-COUNT-DISPLAY DELIMITED BY SIZE
041912             INTO WS-REPORT-LINE-OUT
041914         WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT
041916         MOVE WS-CLEARED-COUNT TO WS-COUNT-DISPLAY
041918         MOVE SPACES TO WS-REPORT-LINE-OUT
041920         STRING 'Suspense items cleared:   ' DELIMITED BY SIZE
041922                WS-COUNT-DISPLAY DELIMITED BY SIZE
041924             INTO WS-REPORT-LINE-OUT
041926         WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT
041928     ELSE
041930         MOVE WS-SUSPENDED-COUNT TO WS-COUNT-DISPLAY
041932         MOVE SPACES TO WS-REPORT-LINE-OUT
041934         STRING 'Rejects held in suspense: ' DELIMITED BY SIZE
041936                WS-COUNT-DISPLAY DELIMITED BY SIZE
041938             INTO WS-REPORT-LINE-OUT
041940         WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT
041942     END-IF.
042000     MOVE SPACES TO REPORT-LINE.
042100     WRITE REPORT-LINE.
042200     COMPUTE WS-CONTROL-TOTAL =
045160     EXIT.
045170
045200*============================================================*
045201*  8900 SERIES - RUN-CONTROL LEDGER                          *
045202*============================================================*
045203*----------------------------------------------------------*
045204*  THE 'S' ENTRY GOES OUT BEFORE ANY WORK, SO A STEP THAT   *
045205*  ABENDS OR TAKES A FATAL EXIT STILL SHOWS ON THE LEDGER   *
045206*  AS STARTED WITHOUT ENDING.  THE MODE IS DECIDED HERE,    *
0452A0*  AHEAD OF 1000: A RESUBMIT RUN IS LOGGED AS INTKRSUB,     *
0452A1*  NOT INTKEDIT, SO IT NEVER STANDS IN FOR THE NIGHTLY STEP *
0452A2*  THE STATUS REPORT EXPECTS FROM THE CALENDAR.             *
045207*----------------------------------------------------------*
045208 8900-LOG-RUN-START.
0452A3     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
0452A4     IF WS-COMMAND-LINE = 'RESUBMIT'
0452A5         MOVE 'INTKRSUB' TO WS-RUN-PROGRAM
0452A6     END-IF.
045209     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
045210     ACCEPT WS-RUN-CLOCK FROM TIME.
045211     DIVIDE WS-RUN-CLOCK BY 100 GIVING WS-RUN-START-TIME.
045212     MOVE SPACES TO RUN-CONTROL-RECORD.
045213     SET RCL-STEP-STARTED TO TRUE.
045214     MOVE ZERO TO RCL-END-DATE RCL-END-TIME RCL-RETURN-CODE
045215                  RCL-RECORDS-IN RCL-RECORDS-OUT
045216                  RCL-RECORDS-REJECTED.
045217     PERFORM 8950-APPEND-RUN-CONTROL THRU 8950-EXIT.
045218 8900-EXIT.
045219     EXIT.
045220
045221*----------------------------------------------------------*
045222*  EVERY TRANSACTION READ IS EITHER POSTED OR REJECTED - THE*
045223*  SAME CONTROL TOTAL THE EDIT REPORT PRINTS - SO THE STEP  *
045224*  MUST BALANCE.  A PARM OR RESUBMISSION RUN HAS NO         *
045225*  CALENDAR DAY, SO ITS TARGET IS THE START OF THE PARM.    *
045226*----------------------------------------------------------*
045227 8910-LOG-RUN-END.
045228     MOVE SPACES TO RUN-CONTROL-RECORD.
045229     SET RCL-STEP-ENDED TO TRUE.
045230     ACCEPT RCL-END-DATE FROM DATE YYYYMMDD.
045231     ACCEPT WS-RUN-CLOCK FROM TIME.
045232     DIVIDE WS-RUN-CLOCK BY 100 GIVING RCL-END-TIME.
045233     MOVE RETURN-CODE TO RCL-RETURN-CODE.
045234     IF NOT WS-CALENDAR-MODE
045235         MOVE WS-COMMAND-LINE TO WS-RUN-TARGET
045236     END-IF.
045237     MOVE WS-READ-COUNT TO RCL-RECORDS-IN.
045238     MOVE WS-POSTED-COUNT TO RCL-RECORDS-OUT.
045239     MOVE WS-REJECT-COUNT TO RCL-RECORDS-REJECTED.
045240     SET RCL-MUST-BALANCE TO TRUE.
045241     PERFORM 8950-APPEND-RUN-CONTROL THRU 8950-EXIT.
045242 8910-EXIT.
045243     EXIT.
045244
045245*----------------------------------------------------------*
045246*  THE TARGET OF A CATCH-UP RUN RUNS FROM THE FIRST DAY IT  *
045247*  HANDLED THROUGH THE LAST, INCLUDING DAYS WITH NO FILE.   *
045248*----------------------------------------------------------*
045249 8920-NOTE-TARGET-DAY.
045250     IF WS-CALENDAR-MODE
045251         IF WS-RUN-TARGET = SPACES
045252             MOVE WS-RUN-DATE TO WS-RUN-TARGET (1:8)
045253         ELSE
045254             MOVE '-' TO WS-RUN-TARGET (9:1)
045255             MOVE WS-RUN-DATE TO WS-RUN-TARGET (10:8)
045256         END-IF
045257     END-IF.
045258 8920-EXIT.
045259     EXIT.
045260
045261*----------------------------------------------------------*
045262*  THE LEDGER IS SHARED AND APPEND-ONLY.  ONE THAT CANNOT   *
045263*  BE WRITTEN IS WARNED ABOUT BUT NEVER FAILS THE STEP -    *
045264*  THE LEDGER RECORDS THE WORK, IT IS NOT PART OF IT.       *
045265*----------------------------------------------------------*
045266 8950-APPEND-RUN-CONTROL.
045267     MOVE WS-RUN-PROGRAM TO RCL-PROGRAM.
045268     MOVE WS-RUN-START-DATE TO RCL-START-DATE.
045269     MOVE WS-RUN-START-TIME TO RCL-START-TIME.
045270     MOVE WS-RUN-TARGET TO RCL-TARGET.
045271     OPEN EXTEND RUN-CONTROL-FILE.
045272     IF WS-RCL-STATUS = '35'
045273         OPEN OUTPUT RUN-CONTROL-FILE
045274     END-IF.
045275     IF WS-RCL-STATUS NOT = '00'
045276         DISPLAY 'Warning: unable to open RUNCTL.LOG - status '
045277                 WS-RCL-STATUS
045278         GO TO 8950-EXIT
045279     END-IF.
045280     WRITE RUN-CONTROL-RECORD.
045281     CLOSE RUN-CONTROL-FILE.
045282 8950-EXIT.
045283     EXIT.
045284
045285*============================================================*
045300*  9000 SERIES - SHUTDOWN                                    *
045400*============================================================*
045500 9000-TERMINATE.
045700     CLOSE INTAKE-MASTER-FILE.
045800     CLOSE REJECT-FILE.
045810     CLOSE INTAKE-SUSPENSE-FILE.
045900     CLOSE EDIT-REPORT-FILE.
046000     MOVE WS-READ-COUNT TO WS-COUNT-DISPLAY.
046100     DISPLAY 'Transactions read:   ' WS-COUNT-DISPLAY.

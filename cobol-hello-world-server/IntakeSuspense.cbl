001000 IDENTIFICATION DIVISION.
001100 PROGRAM-ID. IntakeSuspense.
001200 AUTHOR. D-OKONKWO-BOYER.
001300 INSTALLATION. ENTERPRISE-WEB-SERVICES.
001400 DATE-WRITTEN. 2026-10-15.
001500 DATE-COMPILED.
001600*----------------------------------------------------------*
001700*  IntakeSuspense                                           *
001800*  NIGHTLY STEP AFTER IntakeEditPost THAT WORKS THE INTAKE  *
001900*  REJECT SUSPENSE FILE (INTKSUSP.MST).  EVERY OPEN ITEM    *
002000*  LEFT UNWORKED - NEITHER REJECTED NOR RESUBMITTED - FOR   *
002100*  MORE THAN THE WRITE-OFF LIMIT IS WRITTEN OFF: THE ITEM   *
002200*  IS CLOSED AS WRITTEN OFF AND ITS INTAKE MASTER ROW MOVES *
002300*  FROM REJECTED TO WRITTEN OFF, SO THE LISTENER'S          *
002400*  GET /intake/<reference> INQUIRY STOPS ANSWERING          *
002500*  "REJECTED" FOREVER.                                      *
002600*                                                            *
002700*  THE AGEING REPORT (INTKAGE.OUT) LISTS EVERY OPEN ITEM    *
002800*  AND EVERY ITEM WRITTEN OFF THIS RUN, THEN SUMMARIZES     *
002900*  THE ITEMS STILL OPEN BY REASON CODE AND DAYS OUTSTANDING *
003000*  SINCE THE FIRST REJECT.                                  *
003100*                                                            *
003200*  PARM: THE WRITE-OFF LIMIT IN DAYS (E.G. '30').  NO PARM  *
003300*  USES 30.                                                 *
003400*----------------------------------------------------------*
003500*  MODIFICATION HISTORY.
003600*  DATE       INIT  DESCRIPTION
003700*  ---------- ----  ----------------------------------------
003800*  2026-10-15 DOB   ORIGINAL VERSION.
003810*  2026-10-15 DOB   RUN-CONTROL LEDGER ENTRIES AT START AND END OF
003820*                   EACH RUN (RUNCTL.LOG).
003900*----------------------------------------------------------*
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT INTAKE-SUSPENSE-FILE ASSIGN TO "INTKSUSP.MST"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS SEQUENTIAL
004600         RECORD KEY IS SUS-KEY
004700         FILE STATUS IS WS-SUS-STATUS.
004800
004900     SELECT INTAKE-MASTER-FILE ASSIGN TO "INTAKE.MST"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS RANDOM
005200         RECORD KEY IS ITM-KEY
005300         FILE STATUS IS WS-MST-STATUS.
005400
005500     SELECT AGEING-REPORT-FILE ASSIGN TO "INTKAGE.OUT"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-RPT-STATUS.
005710
005720     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.LOG"
005730         ORGANIZATION IS LINE SEQUENTIAL
005740         FILE STATUS IS WS-RCL-STATUS.
005800
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  INTAKE-SUSPENSE-FILE.
006200 01  INTAKE-SUSPENSE-RECORD.
006300     COPY INTKSUSP.
006400
006500 FD  INTAKE-MASTER-FILE.
006600 01  INTAKE-MASTER-RECORD.
006700     COPY INTAKEMS.
006800
006900 FD  AGEING-REPORT-FILE.
007000 01  REPORT-LINE                     PIC X(80).
007010
007020 FD  RUN-CONTROL-FILE.
007030 01  RUN-CONTROL-RECORD.
007040     COPY RUNCTL.
007100
007200 WORKING-STORAGE SECTION.
007300 77  WS-SUS-STATUS                   PIC X(02) VALUE SPACES.
007400 77  WS-MST-STATUS                   PIC X(02) VALUE SPACES.
007500 77  WS-RPT-STATUS                   PIC X(02) VALUE SPACES.
007510 77  WS-RCL-STATUS                   PIC X(02) VALUE SPACES.
007600
007700 01  WS-SWITCHES.
007800     05  WS-EOF-SW                   PIC X(01) VALUE 'N'.
007900         88  WS-EOF                  VALUE 'Y'.
008000         88  WS-NOT-EOF              VALUE 'N'.
008100
008200 77  WS-COMMAND-LINE                 PIC X(40) VALUE SPACES.
008300 01  WS-PARM-JUST                    PIC X(03) JUSTIFIED RIGHT.
008400 01  WS-PARM-DIGITS REDEFINES WS-PARM-JUST
008500                                     PIC 9(03).
008600 77  WS-WRITEOFF-DAYS                PIC 9(03) COMP VALUE 30.
008700
008800 77  WS-TODAY-DATE                   PIC 9(08) VALUE ZERO.
008900 77  WS-TODAY-INTEGER                PIC S9(09) COMP VALUE ZERO.
009000 77  WS-AGE-DAYS                     PIC S9(09) COMP VALUE ZERO.
009100 77  WS-IDLE-DAYS                    PIC S9(09) COMP VALUE ZERO.
009200
009300*----------------------------------------------------------*
009400*  AGEING MATRIX - ONE ROW PER REASON CODE (THE LAST ROW    *
009500*  IS THE COLUMN TOTAL), ONE CELL PER DAYS-OUTSTANDING      *
009600*  BUCKET, THE SIXTH CELL THE ROW TOTAL.                    *
009700*----------------------------------------------------------*
009800 01  WS-REASON-NAMES-INIT            PIC X(30)
009900         VALUE 'EMP   LEN   CHR   OTHER TOTAL '.
010000 01  WS-REASON-NAMES REDEFINES WS-REASON-NAMES-INIT.
010100     05  WS-REASON-NAME OCCURS 5 TIMES PIC X(06).
010200 01  WS-AGE-TABLE.
010300     05  WS-AGE-ROW OCCURS 5 TIMES.
010400         10  WS-AGE-CELL OCCURS 6 TIMES
010500                                     PIC 9(07) COMP.
010600 77  WS-ROW-SUB                      PIC 9(02) COMP VALUE ZERO.
010700 77  WS-COL-SUB                      PIC 9(02) COMP VALUE ZERO.
010800
010900 01  WS-AGE-LINE.
011000     05  FILLER                      PIC X(02).
011100     05  WS-AL-REASON                PIC X(06).
011200     05  WS-AL-CELL OCCURS 6 TIMES   PIC ZZZZ,ZZ9.
011300
011400 01  WS-DETAIL-LINE.
011500     05  FILLER                      PIC X(02).
011600     05  WS-DL-REFERENCE             PIC X(14).
011700     05  FILLER                      PIC X(02).
011800     05  WS-DL-REASON                PIC X(03).
011900     05  FILLER                      PIC X(02).
012000     05  WS-DL-REJECT-DATE           PIC 9(08).
012100     05  FILLER                      PIC X(01).
012200     05  WS-DL-AGE                   PIC ZZZZ9.
012300     05  FILLER                      PIC X(01).
012400     05  WS-DL-IDLE                  PIC ZZZZ9.
012500     05  FILLER                      PIC X(02).
012600     05  WS-DL-RESUBMITS             PIC ZZ9.
012700     05  FILLER                      PIC X(02).
012800     05  WS-DL-ACTION                PIC X(11).
012900
013000 77  WS-OPEN-COUNT                   PIC 9(07) COMP VALUE ZERO.
013100 77  WS-WRITEOFF-COUNT               PIC 9(07) COMP VALUE ZERO.
013200 77  WS-CLEARED-ON-FILE              PIC 9(07) COMP VALUE ZERO.
013300 77  WS-WRITTEN-ON-FILE              PIC 9(07) COMP VALUE ZERO.
013400 77  WS-COUNT-DISPLAY                PIC ZZZ,ZZZ,ZZ9.
013500
013505 01  WS-DETAIL-HEADING.
013510     05  FILLER                      PIC X(21) VALUE
013515         '  Reference       Rsn'.
013520     05  FILLER                      PIC X(29) VALUE
013525         '  Rejected   Age  Idle  Resub'.
013530     05  FILLER                      PIC X(08) VALUE
013535         '  Status'.
013540 01  WS-AGE-HEADING.
013545     05  FILLER                      PIC X(24) VALUE
013550         '  Reason    0-2d    3-7d'.
013555     05  FILLER                      PIC X(24) VALUE
013560         '   8-14d  15-30d    31d+'.
013565     05  FILLER                      PIC X(08) VALUE
013570         '   Total'.
013575
013600 01  WS-REPORT-LINE-OUT              PIC X(80) VALUE SPACES.
013700
013705*----------------------------------------------------------*
013710*  RUN-CONTROL LEDGER WORK AREAS.  THE START DATE AND TIME  *
013715*  PAIR THIS RUN'S END ENTRY WITH ITS START ENTRY.          *
013720*----------------------------------------------------------*
013725 01  WS-RUN-CONTROL.
013730     05  WS-RUN-PROGRAM              PIC X(08) VALUE 'INTKSUSP'.
013735     05  WS-RUN-START-DATE           PIC 9(08) VALUE ZERO.
013740     05  WS-RUN-START-TIME           PIC 9(06) VALUE ZERO.
013745     05  WS-RUN-CLOCK                PIC 9(08) VALUE ZERO.
013750     05  WS-RUN-TARGET               PIC X(17) VALUE SPACES.
013755
013800 PROCEDURE DIVISION.
013900*============================================================*
014000 0000-MAINLINE.
014100*============================================================*
014110     PERFORM 8900-LOG-RUN-START THRU 8900-EXIT.
014200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014300     PERFORM 2000-READ-SUSPENSE THRU 2000-EXIT
014400         UNTIL WS-EOF.
014500     PERFORM 3000-PRINT-AGEING-SUMMARY THRU 3000-EXIT.
014600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
014610     PERFORM 8910-LOG-RUN-END THRU 8910-EXIT.
014700     STOP RUN.
014800
014900*============================================================*
015000*  1000 SERIES - PARM EDIT AND FILE OPENS                    *
015100*============================================================*
015200 1000-INITIALIZE.
015300     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
015400     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
015500     COMPUTE WS-TODAY-INTEGER =
015600         FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE).
015700     IF WS-COMMAND-LINE NOT = SPACES
015800         PERFORM 1100-EDIT-WRITEOFF-DAYS THRU 1100-EXIT
015900     END-IF.
016000     INITIALIZE WS-AGE-TABLE.
016100
016200     OPEN I-O INTAKE-SUSPENSE-FILE.
016300     IF WS-SUS-STATUS = '35'
016400         DISPLAY 'Notice: INTKSUSP.MST not yet created - '
016500                 'nothing in suspense'
016600         OPEN OUTPUT INTAKE-SUSPENSE-FILE
016700         CLOSE INTAKE-SUSPENSE-FILE
016800         OPEN I-O INTAKE-SUSPENSE-FILE
016900     END-IF.
017000     IF WS-SUS-STATUS NOT = '00'
017100         DISPLAY 'Error: Unable to open INTKSUSP.MST - status '
017200                 WS-SUS-STATUS
017300         MOVE 16 TO RETURN-CODE
017400         STOP RUN
017500     END-IF.
017600
017700     OPEN I-O INTAKE-MASTER-FILE.
017800     IF WS-MST-STATUS NOT = '00'
017900         DISPLAY 'Error: Unable to open INTAKE.MST - status '
018000                 WS-MST-STATUS
018100         MOVE 16 TO RETURN-CODE
018200         STOP RUN
018300     END-IF.
018400
018500     OPEN OUTPUT AGEING-REPORT-FILE.
018600     IF WS-RPT-STATUS NOT = '00'
018700         DISPLAY 'Error: Unable to open INTKAGE.OUT'
018800         MOVE 16 TO RETURN-CODE
018900         STOP RUN
019000     END-IF.
019100
019200     WRITE REPORT-LINE FROM
019300         'Intake Reject Suspense Ageing'.
019400     MOVE WS-WRITEOFF-DAYS TO WS-COUNT-DISPLAY.
019500     MOVE SPACES TO WS-REPORT-LINE-OUT.
019600     STRING 'Run date ' DELIMITED BY SIZE
019700            WS-TODAY-DATE DELIMITED BY SIZE
019800            '  write-off after ' DELIMITED BY SIZE
019900            FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
020000            ' days unworked' DELIMITED BY SIZE
020100         INTO WS-REPORT-LINE-OUT.
020200     WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT.
020300     MOVE SPACES TO REPORT-LINE.
020400     WRITE REPORT-LINE.
020500     WRITE REPORT-LINE FROM
020600         WS-DETAIL-HEADING.
020800 1000-EXIT.
020900     EXIT.
021000
021100 1100-EDIT-WRITEOFF-DAYS.
021200     MOVE FUNCTION TRIM(WS-COMMAND-LINE) TO WS-PARM-JUST.
021300     INSPECT WS-PARM-JUST REPLACING LEADING SPACES BY ZEROS.
021400     IF WS-PARM-DIGITS IS NOT NUMERIC
021500        OR WS-PARM-DIGITS = ZERO
021600         DISPLAY 'Error: write-off PARM must be 1-999 days'
021700         MOVE 16 TO RETURN-CODE
021800         STOP RUN
021900     END-IF.
022000     MOVE WS-PARM-DIGITS TO WS-WRITEOFF-DAYS.
022100 1100-EXIT.
022200     EXIT.
022300
022400*============================================================*
022500*  2000 SERIES - ONE PASS OVER THE SUSPENSE FILE             *
022600*============================================================*
022700 2000-READ-SUSPENSE.
022800     READ INTAKE-SUSPENSE-FILE NEXT RECORD
022900         AT END
023000             SET WS-EOF TO TRUE
023100         NOT AT END
023200             PERFORM 2100-WORK-ONE-ITEM THRU 2100-EXIT
023300     END-READ.
023400     IF WS-SUS-STATUS NOT = '00' AND WS-SUS-STATUS NOT = '10'
023500         DISPLAY 'Error: INTKSUSP.MST read failed - status '
023600                 WS-SUS-STATUS
023700         MOVE 16 TO RETURN-CODE
023800         STOP RUN
023900     END-IF.
024000 2000-EXIT.
024100     EXIT.
024200
024300 2100-WORK-ONE-ITEM.
024400     EVALUATE TRUE
024500         WHEN SUS-CLEARED
024600             ADD 1 TO WS-CLEARED-ON-FILE
024700             GO TO 2100-EXIT
024800         WHEN SUS-WRITTEN-OFF
024900             ADD 1 TO WS-WRITTEN-ON-FILE
025000             GO TO 2100-EXIT
025100         WHEN OTHER
025200             CONTINUE
025300     END-EVALUATE.
025400
025500     COMPUTE WS-AGE-DAYS = WS-TODAY-INTEGER
025600         - FUNCTION INTEGER-OF-DATE (SUS-REJECT-DATE).
025700     COMPUTE WS-IDLE-DAYS = WS-TODAY-INTEGER
025800         - FUNCTION INTEGER-OF-DATE (SUS-ACTIVITY-DATE).
025900     MOVE SPACES TO WS-DETAIL-LINE.
026000     MOVE SUS-REFERENCE TO WS-DL-REFERENCE.
026100     MOVE SUS-REASON-CODE TO WS-DL-REASON.
026200     MOVE SUS-REJECT-DATE TO WS-DL-REJECT-DATE.
026300     MOVE WS-AGE-DAYS TO WS-DL-AGE.
026400     MOVE WS-IDLE-DAYS TO WS-DL-IDLE.
026500     MOVE SUS-RESUBMIT-COUNT TO WS-DL-RESUBMITS.
026600
026700     IF WS-IDLE-DAYS > WS-WRITEOFF-DAYS
026800         PERFORM 2200-WRITE-OFF-ITEM THRU 2200-EXIT
026900         MOVE 'WRITTEN OFF' TO WS-DL-ACTION
027000         WRITE REPORT-LINE FROM WS-DETAIL-LINE
027100         GO TO 2100-EXIT
027200     END-IF.
027300
027400     ADD 1 TO WS-OPEN-COUNT.
027500     MOVE 'OPEN' TO WS-DL-ACTION.
027600     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
027700     PERFORM 2300-ADD-TO-MATRIX THRU 2300-EXIT.
027800 2100-EXIT.
027900     EXIT.
028000
028100*----------------------------------------------------------*
028200*  WRITE-OFF CLOSES THE ITEM AND MOVES THE MASTER ROW TO    *
028300*  ITS OWN DISPOSITION.  A MASTER ROW THAT IS NO LONGER     *
028400*  REJECTED (OR IS MISSING) IS LEFT ALONE AND NOTED.        *
028500*----------------------------------------------------------*
028600 2200-WRITE-OFF-ITEM.
028700     SET SUS-WRITTEN-OFF TO TRUE.
028800     MOVE WS-TODAY-DATE TO SUS-CLOSE-DATE.
028900     REWRITE INTAKE-SUSPENSE-RECORD.
029000     IF WS-SUS-STATUS NOT = '00'
029100         DISPLAY 'Error: INTKSUSP.MST rewrite failed - status '
029200                 WS-SUS-STATUS
029300         MOVE 16 TO RETURN-CODE
029400         STOP RUN
029500     END-IF.
029600     ADD 1 TO WS-WRITEOFF-COUNT.
029700
029800     MOVE SUS-REFERENCE TO ITM-REFERENCE.
029900     READ INTAKE-MASTER-FILE.
030000     IF WS-MST-STATUS NOT = '00'
030100        OR NOT ITM-REJECTED
030200         DISPLAY 'Notice: ' SUS-REFERENCE ' written off - '
030300                 'no rejected INTAKE.MST row to update'
030400         GO TO 2200-EXIT
030500     END-IF.
030600     SET ITM-WRITTEN-OFF TO TRUE.
030700     REWRITE INTAKE-MASTER-RECORD.
030800     IF WS-MST-STATUS NOT = '00'
030900         DISPLAY 'Error: INTAKE.MST rewrite failed - status '
031000                 WS-MST-STATUS
031100         MOVE 16 TO RETURN-CODE
031200         STOP RUN
031300     END-IF.
031400 2200-EXIT.
031500     EXIT.
031600
031700 2300-ADD-TO-MATRIX.
031800     EVALUATE SUS-REASON-CODE
031900         WHEN 'EMP'
032000             MOVE 1 TO WS-ROW-SUB
032100         WHEN 'LEN'
032200             MOVE 2 TO WS-ROW-SUB
032300         WHEN 'CHR'
032400             MOVE 3 TO WS-ROW-SUB
032500         WHEN OTHER
032600             MOVE 4 TO WS-ROW-SUB
032700     END-EVALUATE.
032800     EVALUATE TRUE
032900         WHEN WS-AGE-DAYS < 3
033000             MOVE 1 TO WS-COL-SUB
033100         WHEN WS-AGE-DAYS < 8
033200             MOVE 2 TO WS-COL-SUB
033300         WHEN WS-AGE-DAYS < 15
033400             MOVE 3 TO WS-COL-SUB
033500         WHEN WS-AGE-DAYS < 31
033600             MOVE 4 TO WS-COL-SUB
033700         WHEN OTHER
033800             MOVE 5 TO WS-COL-SUB
033900     END-EVALUATE.
034000     ADD 1 TO WS-AGE-CELL (WS-ROW-SUB, WS-COL-SUB).
034100     ADD 1 TO WS-AGE-CELL (WS-ROW-SUB, 6).
034200     ADD 1 TO WS-AGE-CELL (5, WS-COL-SUB).
034300     ADD 1 TO WS-AGE-CELL (5, 6).
034400 2300-EXIT.
034500     EXIT.
034600
034700*============================================================*
034800*  3000 SERIES - AGEING SUMMARY BY REASON AND DAYS           *
034900*============================================================*
035000 3000-PRINT-AGEING-SUMMARY.
035100     IF WS-OPEN-COUNT = ZERO AND WS-WRITEOFF-COUNT = ZERO
035200         WRITE REPORT-LINE FROM
035300             '  (no open items in suspense)'
035400     END-IF.
035500     MOVE SPACES TO REPORT-LINE.
035600     WRITE REPORT-LINE.
035700     WRITE REPORT-LINE FROM
035800         'Open items by reason and days outstanding:'.
035900     WRITE REPORT-LINE FROM
036000         WS-AGE-HEADING.
036200     PERFORM 3100-PRINT-AGE-ROW THRU 3100-EXIT
036300         VARYING WS-ROW-SUB FROM 1 BY 1
036400         UNTIL WS-ROW-SUB > 5.
036500
036600     MOVE SPACES TO REPORT-LINE.
036700     WRITE REPORT-LINE.
036800     MOVE WS-OPEN-COUNT TO WS-COUNT-DISPLAY.
036900     MOVE SPACES TO WS-REPORT-LINE-OUT.
037000     STRING 'Items open:                ' DELIMITED BY SIZE
037100            WS-COUNT-DISPLAY DELIMITED BY SIZE
037200         INTO WS-REPORT-LINE-OUT.
037300     WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT.
037400     MOVE WS-WRITEOFF-COUNT TO WS-COUNT-DISPLAY.
037500     MOVE SPACES TO WS-REPORT-LINE-OUT.
037600     STRING 'Items written off this run:' DELIMITED BY SIZE
037700            WS-COUNT-DISPLAY DELIMITED BY SIZE
037800         INTO WS-REPORT-LINE-OUT.
037900     WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT.
038000     MOVE WS-CLEARED-ON-FILE TO WS-COUNT-DISPLAY.
038100     MOVE SPACES TO WS-REPORT-LINE-OUT.
038200     STRING 'Items cleared by resubmit: ' DELIMITED BY SIZE
038300            WS-COUNT-DISPLAY DELIMITED BY SIZE
038400         INTO WS-REPORT-LINE-OUT.
038500     WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT.
038600     MOVE WS-WRITTEN-ON-FILE TO WS-COUNT-DISPLAY.
038700     MOVE SPACES TO WS-REPORT-LINE-OUT.
038800     STRING 'Items written off earlier: ' DELIMITED BY SIZE
038900            WS-COUNT-DISPLAY DELIMITED BY SIZE
039000         INTO WS-REPORT-LINE-OUT.
039100     WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT.
039200 3000-EXIT.
039300     EXIT.
039400
039500 3100-PRINT-AGE-ROW.
039600     MOVE SPACES TO WS-AGE-LINE.
039700     MOVE WS-REASON-NAME (WS-ROW-SUB) TO WS-AL-REASON.
039800     PERFORM 3110-MOVE-AGE-CELL THRU 3110-EXIT
039900         VARYING WS-COL-SUB FROM 1 BY 1
040000         UNTIL WS-COL-SUB > 6.
040100     WRITE REPORT-LINE FROM WS-AGE-LINE.
040200 3100-EXIT.
040300     EXIT.
040400
040500 3110-MOVE-AGE-CELL.
040600     MOVE WS-AGE-CELL (WS-ROW-SUB, WS-COL-SUB)
040700         TO WS-AL-CELL (WS-COL-SUB).
040800 3110-EXIT.
040900     EXIT.
041000
041001*============================================================*
041002*  8900 SERIES - RUN-CONTROL LEDGER                          *
041003*============================================================*
041004*----------------------------------------------------------*
041005*  THE 'S' ENTRY GOES OUT BEFORE ANY WORK, SO A STEP THAT   *
041006*  ABENDS OR TAKES A FATAL EXIT STILL SHOWS ON THE LEDGER   *
041007*  AS STARTED WITHOUT ENDING.                               *
041008*----------------------------------------------------------*
041009 8900-LOG-RUN-START.
041010     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
041011     ACCEPT WS-RUN-CLOCK FROM TIME.
041012     DIVIDE WS-RUN-CLOCK BY 100 GIVING WS-RUN-START-TIME.
041013     MOVE SPACES TO RUN-CONTROL-RECORD.
041014     SET RCL-STEP-STARTED TO TRUE.
041015     MOVE ZERO TO RCL-END-DATE RCL-END-TIME RCL-RETURN-CODE
041016                  RCL-RECORDS-IN RCL-RECORDS-OUT
041017                  RCL-RECORDS-REJECTED.
041018     PERFORM 8950-APPEND-RUN-CONTROL THRU 8950-EXIT.
041019 8900-EXIT.
041020     EXIT.
041021
041022*----------------------------------------------------------*
041023*  RECORDS IN IS SUSPENSE ITEMS STILL OPEN, RECORDS OUT THE *
041024*  ONES WRITTEN OFF THIS RUN.  THE COUNTS ARE VOLUME ONLY.  *
041025*----------------------------------------------------------*
041026 8910-LOG-RUN-END.
041027     MOVE SPACES TO RUN-CONTROL-RECORD.
041028     SET RCL-STEP-ENDED TO TRUE.
041029     ACCEPT RCL-END-DATE FROM DATE YYYYMMDD.
041030     ACCEPT WS-RUN-CLOCK FROM TIME.
041031     DIVIDE WS-RUN-CLOCK BY 100 GIVING RCL-END-TIME.
041032     MOVE RETURN-CODE TO RCL-RETURN-CODE.
041033     MOVE WS-TODAY-DATE TO WS-RUN-TARGET.
041034     MOVE WS-OPEN-COUNT TO RCL-RECORDS-IN.
041035     MOVE WS-WRITEOFF-COUNT TO RCL-RECORDS-OUT.
041036     MOVE ZERO TO RCL-RECORDS-REJECTED.
041037     SET RCL-VOLUME-ONLY TO TRUE.
041038     PERFORM 8950-APPEND-RUN-CONTROL THRU 8950-EXIT.
041039 8910-EXIT.
041040     EXIT.
041041
041042*----------------------------------------------------------*
041043*  THE LEDGER IS SHARED AND APPEND-ONLY.  ONE THAT CANNOT   *
041044*  BE WRITTEN IS WARNED ABOUT BUT NEVER FAILS THE STEP -    *
041045*  THE LEDGER RECORDS THE WORK, IT IS NOT PART OF IT.       *
041046*----------------------------------------------------------*
041047 8950-APPEND-RUN-CONTROL.
041048     MOVE WS-RUN-PROGRAM TO RCL-PROGRAM.
041049     MOVE WS-RUN-START-DATE TO RCL-START-DATE.
041050     MOVE WS-RUN-START-TIME TO RCL-START-TIME.
041051     MOVE WS-RUN-TARGET TO RCL-TARGET.
041052     OPEN EXTEND RUN-CONTROL-FILE.
041053     IF WS-RCL-STATUS = '35'
041054         OPEN OUTPUT RUN-CONTROL-FILE
041055     END-IF.
041056     IF WS-RCL-STATUS NOT = '00'
041057         DISPLAY 'Warning: unable to open RUNCTL.LOG - status '
041058                 WS-RCL-STATUS
041059         GO TO 8950-EXIT
041060     END-IF.
041061     WRITE RUN-CONTROL-RECORD.
041062     CLOSE RUN-CONTROL-FILE.
041063 8950-EXIT.
041064     EXIT.
041065
041100*============================================================*
041200*  9000 SERIES - SHUTDOWN                                    *
041300*============================================================*
041400 9000-TERMINATE.
041500     CLOSE INTAKE-SUSPENSE-FILE.
041600     CLOSE INTAKE-MASTER-FILE.
041700     CLOSE AGEING-REPORT-FILE.
041800     MOVE WS-OPEN-COUNT TO WS-COUNT-DISPLAY.
041900     DISPLAY 'Suspense items open:        ' WS-COUNT-DISPLAY.
042000     MOVE WS-WRITEOFF-COUNT TO WS-COUNT-DISPLAY.
042100     DISPLAY 'Suspense items written off: ' WS-COUNT-DISPLAY.
042200 9000-EXIT.
042300     EXIT.

001000 IDENTIFICATION DIVISION.
001100 PROGRAM-ID. ArchiveRestore.
001200 AUTHOR. D-OKONKWO-BOYER.
001300 INSTALLATION. ENTERPRISE-WEB-SERVICES.
001400 DATE-WRITTEN. 2026-10-15.
001500 DATE-COMPILED.
001600*----------------------------------------------------------*
001700*  ArchiveRestore                                           *
001800*  ON-REQUEST STEP THAT PUTS ARCHIVED DAILY FILES BACK ON   *
001900*  DISK UNDER THEIR ORIGINAL NAMES SO AccessLogRollup,      *
002000*  ChargebackBilling, OR A ClientHistoryInq INVESTIGATION   *
002100*  CAN BE RERUN OVER AN ARCHIVED PERIOD.  THE PARM NAMES A  *
002200*  FILE TYPE (ACCESS, REQDTL, INTAKE, METRICS) AND A DATE   *
002300*  RANGE; EACH DAY IS FOUND THROUGH THE ARCHIVE CATALOG     *
002400*  (ARCHCAT.DAT).                                           *
002500*                                                            *
002600*  FileArchive APPENDS EACH DAILY FILE TO ITS MONTHLY       *
002700*  ARCHIVE DATASET IN CATALOG ORDER, SO A DAY STARTS AFTER  *
002800*  THE RECORDS CATALOGED AHEAD OF IT FOR THE SAME DATASET.  *
002900*  THE CATALOG PASS WORKS OUT EACH REQUESTED DAY'S DATASET, *
003000*  STARTING POSITION, AND COUNT; THE RESTORE PASS COPIES    *
003100*  THE DAY OUT, RECOUNTS THE FILE IT WROTE AGAINST THE      *
003200*  CATALOG COUNT, AND ONLY THEN REPORTS THE DAY RESTORED    *
003300*  AND APPENDS A RESTORED ENTRY TO THE CATALOG.             *
003400*  FileArchive LATER PURGES THE RESTORED COPY WITHOUT       *
003500*  ARCHIVING IT A SECOND TIME.                              *
003600*                                                            *
003700*  SAFETY: A DAILY FILE THAT IS STILL ON DISK IS NEVER      *
003800*  OVERWRITTEN - THE DAY IS REPORTED AS REFUSED.  A COPY    *
003900*  THAT DOES NOT BALANCE TO THE CATALOG IS REMOVED AGAIN    *
004000*  AND THE DAY IS REPORTED AS FAILED.                       *
004100*                                                            *
004200*  PARM: 'type yyyymmdd-yyyymmdd' (OR 'type yyyymmdd' FOR   *
004300*  ONE DAY), AT MOST 92 DAYS.  REPORT TO ARCHREST.OUT.      *
004400*                                                            *
004500*  RETURN CODES: 0 EVERY DAY RESTORED, 4 ONE OR MORE DAYS   *
004600*  REFUSED OR NOT IN THE CATALOG, 16 A DAY FAILED OR A      *
004700*  FATAL ERROR.                                             *
004800*----------------------------------------------------------*
004900*  MODIFICATION HISTORY.
005000*  DATE       INIT  DESCRIPTION
005100*  ---------- ----  ----------------------------------------
005200*  2026-10-15 DOB   ORIGINAL VERSION.
005210*  2026-10-15 DOB   RUN-CONTROL LEDGER ENTRIES AT START AND END OF
005220*                   EACH RUN (RUNCTL.LOG).
005300*----------------------------------------------------------*
005400 ENVIRONMENT DIVISION.
005500 INPUT-OUTPUT SECTION.
005600 FILE-CONTROL.
005700     SELECT DAILY-OUT-FILE ASSIGN TO WS-DAILY-PATH
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-DLY-STATUS.
006000
006100     SELECT ARCHIVE-IN-FILE ASSIGN TO WS-ARCHIVE-PATH
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-ARC-STATUS.
006400
006500     SELECT ARCHIVE-CATALOG-FILE ASSIGN TO "ARCHCAT.DAT"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-CAT-STATUS.
006800
006900     SELECT RESTORE-REPORT-FILE ASSIGN TO "ARCHREST.OUT"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-RPT-STATUS.
007110
007120     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.LOG"
007130         ORGANIZATION IS LINE SEQUENTIAL
007140         FILE STATUS IS WS-RCL-STATUS.
007200
007300 DATA DIVISION.
007400 FILE SECTION.
007500 FD  DAILY-OUT-FILE.
007600 01  DAILY-OUT-RECORD                PIC X(400).
007700
007800 FD  ARCHIVE-IN-FILE.
007900 01  ARCHIVE-IN-RECORD               PIC X(400).
008000
008100 FD  ARCHIVE-CATALOG-FILE.
008200 01  ARCHIVE-CATALOG-RECORD.
008300     COPY ARCHCAT.
008400
008500 FD  RESTORE-REPORT-FILE.
008600 01  REPORT-LINE                     PIC X(80).
008610
008620 FD  RUN-CONTROL-FILE.
008630 01  RUN-CONTROL-RECORD.
008640     COPY RUNCTL.
008700
008800 WORKING-STORAGE SECTION.
008900 77  WS-DLY-STATUS                   PIC X(02) VALUE SPACES.
009000 77  WS-ARC-STATUS                   PIC X(02) VALUE SPACES.
009100 77  WS-CAT-STATUS                   PIC X(02) VALUE SPACES.
009200 77  WS-RPT-STATUS                   PIC X(02) VALUE SPACES.
009210 77  WS-RCL-STATUS                   PIC X(02) VALUE SPACES.
009300
009400 01  WS-SWITCHES.
009500     05  WS-CAT-EOF-SW               PIC X(01) VALUE 'N'.
009600         88  WS-CAT-EOF              VALUE 'Y'.
009700         88  WS-CAT-NOT-EOF          VALUE 'N'.
009800     05  WS-COPY-EOF-SW              PIC X(01) VALUE 'N'.
009900         88  WS-COPY-EOF             VALUE 'Y'.
010000         88  WS-COPY-NOT-EOF         VALUE 'N'.
010100     05  WS-DSN-FOUND-SW             PIC X(01) VALUE 'N'.
010200         88  WS-DSN-FOUND            VALUE 'Y'.
010300         88  WS-DSN-NOT-FOUND        VALUE 'N'.
010400
010500 77  WS-COMMAND-LINE                 PIC X(40) VALUE SPACES.
010600 77  WS-PARM-TYPE                    PIC X(08) VALUE SPACES.
010700 77  WS-PARM-RANGE                   PIC X(20) VALUE SPACES.
010800 77  WS-PARM-START                   PIC X(08) VALUE SPACES.
010900 77  WS-PARM-END                     PIC X(08) VALUE SPACES.
011000
011100 77  WS-TODAY-DATE                   PIC 9(08) VALUE ZERO.
011200 77  WS-START-DATE                   PIC 9(08) VALUE ZERO.
011300 77  WS-END-DATE                     PIC 9(08) VALUE ZERO.
011400 77  WS-START-INTEGER                PIC S9(09) COMP VALUE ZERO.
011500 77  WS-END-INTEGER                  PIC S9(09) COMP VALUE ZERO.
011600 77  WS-DAY-INTEGER                  PIC S9(09) COMP VALUE ZERO.
011700 77  WS-RANGE-DAYS                   PIC 9(05) COMP VALUE ZERO.
011800 77  WS-RESTORE-DATE                 PIC 9(08) VALUE ZERO.
011900 77  WS-CAT-DATE                     PIC 9(08) VALUE ZERO.
012000
012100 77  WS-DAILY-PATH                   PIC X(30) VALUE SPACES.
012200 77  WS-ARCHIVE-PATH                 PIC X(30) VALUE SPACES.
012300 77  WS-FILE-PREFIX                  PIC X(07) VALUE SPACES.
012400 77  WS-PREFIX-LEN                   PIC 9(02) COMP VALUE ZERO.
012500 77  WS-FILE-SUFFIX                  PIC X(04) VALUE SPACES.
012600 77  WS-ARCH-SUFFIX                  PIC X(04) VALUE SPACES.
012700
012800*----------------------------------------------------------*
012900*  ONE SLOT PER REQUESTED DAY, FILLED BY THE CATALOG PASS.  *
013000*  IF A DAY WAS CATALOGED MORE THAN ONCE THE LAST ARCHIVE   *
013100*  ENTRY WINS - IT IS THE COPY FileArchive PURGED FROM.     *
013200*----------------------------------------------------------*
013300 77  WS-DAY-SUB                      PIC 9(05) COMP VALUE ZERO.
013400 01  WS-DAY-TABLE.
013500     05  WS-DAY-ENTRY OCCURS 92 TIMES.
013600         10  WS-DY-FOUND-SW          PIC X(01).
013700             88  WS-DY-FOUND         VALUE 'Y'.
013800         10  WS-DY-ARCHIVE-DSN       PIC X(30).
013900         10  WS-DY-OFFSET            PIC 9(09) COMP.
014000         10  WS-DY-COUNT             PIC 9(09).
014100
014200*----------------------------------------------------------*
014300*  RUNNING RECORD TOTAL PER ARCHIVE DATASET OF THE TYPE     *
014400*  BEING RESTORED - THE NEXT ENTRY'S STARTING POSITION.     *
014500*----------------------------------------------------------*
014600 77  WS-DSN-MAX                      PIC 9(04) COMP VALUE 240.
014700 77  WS-DSN-COUNT                    PIC 9(04) COMP VALUE ZERO.
014800 77  WS-DX                           PIC 9(04) COMP VALUE ZERO.
014900 01  WS-DSN-TABLE.
015000     05  WS-DSN-ENTRY OCCURS 240 TIMES.
015100         10  WS-DS-NAME              PIC X(30).
015200         10  WS-DS-TOTAL             PIC 9(09) COMP.
015300
015400 77  WS-SKIP-COUNT                   PIC 9(09) COMP VALUE ZERO.
015500 77  WS-READ-COUNT                   PIC 9(09) COMP VALUE ZERO.
015600 77  WS-WRITE-COUNT                  PIC 9(09) COMP VALUE ZERO.
015700 77  WS-VERIFY-COUNT                 PIC 9(09) COMP VALUE ZERO.
015800 77  WS-DAYS-RESTORED                PIC 9(05) COMP VALUE ZERO.
015900 77  WS-DAYS-REFUSED                 PIC 9(05) COMP VALUE ZERO.
016000 77  WS-DAYS-NOT-CATALOGED           PIC 9(05) COMP VALUE ZERO.
016100 77  WS-DAYS-FAILED                  PIC 9(05) COMP VALUE ZERO.
016200 77  WS-COUNT-DISPLAY                PIC ZZZ,ZZZ,ZZ9.
016300 77  WS-COUNT-DISPLAY-2              PIC ZZZ,ZZZ,ZZ9.
016400
016500 01  WS-REPORT-LINE-OUT              PIC X(80) VALUE SPACES.
016600
016605*----------------------------------------------------------*
016610*  RUN-CONTROL LEDGER WORK AREAS.  THE START DATE AND TIME  *
016615*  PAIR THIS RUN'S END ENTRY WITH ITS START ENTRY.          *
016620*----------------------------------------------------------*
016625 01  WS-RUN-CONTROL.
016630     05  WS-RUN-PROGRAM              PIC X(08) VALUE 'ARCHREST'.
016635     05  WS-RUN-START-DATE           PIC 9(08) VALUE ZERO.
016640     05  WS-RUN-START-TIME           PIC 9(06) VALUE ZERO.
016645     05  WS-RUN-CLOCK                PIC 9(08) VALUE ZERO.
016650     05  WS-RUN-TARGET               PIC X(17) VALUE SPACES.
016655
016700 PROCEDURE DIVISION.
016800*============================================================*
016900 0000-MAINLINE.
017000*============================================================*
017010     PERFORM 8900-LOG-RUN-START THRU 8900-EXIT.
017100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017200     PERFORM 1500-SCAN-CATALOG THRU 1500-EXIT.
017300     PERFORM 2000-RESTORE-ONE-DAY THRU 2000-EXIT
017400         VARYING WS-DAY-SUB FROM 1 BY 1
017500         UNTIL WS-DAY-SUB > WS-RANGE-DAYS.
017600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
017610     PERFORM 8910-LOG-RUN-END THRU 8910-EXIT.
017700     STOP RUN.
017800
017900*============================================================*
018000*  1000 SERIES - PARM EDIT                                   *
018100*============================================================*
018200 1000-INITIALIZE.
018300     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
018400     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
018500     IF WS-COMMAND-LINE = SPACES
018600         DISPLAY 'Error: PARM of type yyyymmdd-yyyymmdd '
018700                 'required'
018800         MOVE 16 TO RETURN-CODE
018900         STOP RUN
019000     END-IF.
019100
019200     UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
019300         INTO WS-PARM-TYPE WS-PARM-RANGE.
019400     PERFORM 1100-EDIT-FILE-TYPE THRU 1100-EXIT.
019500     PERFORM 1200-EDIT-DATE-RANGE THRU 1200-EXIT.
019600
019700     OPEN OUTPUT RESTORE-REPORT-FILE.
019800     IF WS-RPT-STATUS NOT = '00'
019900         DISPLAY 'Error: Unable to open ARCHREST.OUT'
020000         MOVE 16 TO RETURN-CODE
020100         STOP RUN
020200     END-IF.
020300     WRITE REPORT-LINE FROM
020400         'Archived Daily File Restore'.
020500     MOVE SPACES TO WS-REPORT-LINE-OUT.
020600     STRING 'Run date ' DELIMITED BY SIZE
020700            WS-TODAY-DATE DELIMITED BY SIZE
020800            '  type ' DELIMITED BY SIZE
020900            WS-PARM-TYPE DELIMITED BY SPACE
021000            '  days ' DELIMITED BY SIZE
021100            WS-START-DATE DELIMITED BY SIZE
021200            ' - ' DELIMITED BY SIZE
021300            WS-END-DATE DELIMITED BY SIZE
021400         INTO WS-REPORT-LINE-OUT.
021500     WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT.
021600     MOVE SPACES TO REPORT-LINE.
021700     WRITE REPORT-LINE.
021800 1000-EXIT.
021900     EXIT.
022000
022100*----------------------------------------------------------*
022200*  SAME NAMES AND ARCHIVE SUFFIXES FileArchive USES.        *
022300*----------------------------------------------------------*
022400 1100-EDIT-FILE-TYPE.
022500     EVALUATE WS-PARM-TYPE
022600         WHEN 'ACCESS'
022700             MOVE 'ACCESS' TO WS-FILE-PREFIX
022800             MOVE 6 TO WS-PREFIX-LEN
022900             MOVE '.LOG' TO WS-FILE-SUFFIX
023000             MOVE '.ACC' TO WS-ARCH-SUFFIX
023100         WHEN 'REQDTL'
023200             MOVE 'REQDTL' TO WS-FILE-PREFIX
023300             MOVE 6 TO WS-PREFIX-LEN
023400             MOVE '.LOG' TO WS-FILE-SUFFIX
023500             MOVE '.RDT' TO WS-ARCH-SUFFIX
023600         WHEN 'INTAKE'
023700             MOVE 'INTAKE' TO WS-FILE-PREFIX
023800             MOVE 6 TO WS-PREFIX-LEN
023900             MOVE '.DAT' TO WS-FILE-SUFFIX
024000             MOVE '.ITX' TO WS-ARCH-SUFFIX
024100         WHEN 'METRICS'
024200             MOVE 'METRICS' TO WS-FILE-PREFIX
024300             MOVE 7 TO WS-PREFIX-LEN
024400             MOVE '.DAT' TO WS-FILE-SUFFIX
024500             MOVE '.MET' TO WS-ARCH-SUFFIX
024600         WHEN OTHER
024700             DISPLAY 'Error: file type must be ACCESS, REQDTL, '
024800                     'INTAKE, or METRICS'
024900             MOVE 16 TO RETURN-CODE
025000             STOP RUN
025100     END-EVALUATE.
025200 1100-EXIT.
025300     EXIT.
025400
025500 1200-EDIT-DATE-RANGE.
025600     UNSTRING WS-PARM-RANGE DELIMITED BY '-'
025700         INTO WS-PARM-START WS-PARM-END.
025800     IF WS-PARM-END = SPACES
025900         MOVE WS-PARM-START TO WS-PARM-END
026000     END-IF.
026100     IF WS-PARM-START IS NOT NUMERIC
026200        OR WS-PARM-END IS NOT NUMERIC
026300         DISPLAY 'Error: PARM must be type yyyymmdd-yyyymmdd'
026400         MOVE 16 TO RETURN-CODE
026500         STOP RUN
026600     END-IF.
026700     MOVE WS-PARM-START TO WS-START-DATE.
026800     MOVE WS-PARM-END TO WS-END-DATE.
026900     IF WS-START-DATE > WS-END-DATE
027000         DISPLAY 'Error: range start is after range end'
027100         MOVE 16 TO RETURN-CODE
027200         STOP RUN
027300     END-IF.
027400     IF WS-END-DATE NOT < WS-TODAY-DATE
027500         DISPLAY 'Error: range must end before today'
027600         MOVE 16 TO RETURN-CODE
027700         STOP RUN
027800     END-IF.
027900
028000     COMPUTE WS-START-INTEGER =
028100         FUNCTION INTEGER-OF-DATE (WS-START-DATE).
028200     COMPUTE WS-END-INTEGER =
028300         FUNCTION INTEGER-OF-DATE (WS-END-DATE).
028400     IF WS-START-INTEGER = ZERO OR WS-END-INTEGER = ZERO
028500         DISPLAY 'Error: PARM dates are not valid calendar days'
028600         MOVE 16 TO RETURN-CODE
028700         STOP RUN
028800     END-IF.
028900     COMPUTE WS-RANGE-DAYS =
029000         WS-END-INTEGER - WS-START-INTEGER + 1.
029100     IF WS-RANGE-DAYS > 92
029200         DISPLAY 'Error: range is limited to 92 days'
029300         MOVE 16 TO RETURN-CODE
029400         STOP RUN
029500     END-IF.
029600 1200-EXIT.
029700     EXIT.
029800
029900*============================================================*
030000*  1500 SERIES - CATALOG PASS.  EVERY ARCHIVE ENTRY FOR THE  *
030100*  TYPE ADVANCES ITS DATASET'S RUNNING TOTAL; AN ENTRY FOR   *
030200*  A REQUESTED DAY FIRST TAKES THAT TOTAL AS ITS STARTING    *
030300*  POSITION.  RESTORED AND PURGED ENTRIES MOVE NOTHING IN    *
030400*  THE ARCHIVE DATASETS AND ARE PASSED OVER.                 *
030500*============================================================*
030600 1500-SCAN-CATALOG.
030700     INITIALIZE WS-DAY-TABLE.
030800     MOVE ZERO TO WS-DSN-COUNT.
030900     OPEN INPUT ARCHIVE-CATALOG-FILE.
031000     IF WS-CAT-STATUS NOT = '00'
031100         DISPLAY 'Error: Unable to open ARCHCAT.DAT - status '
031200                 WS-CAT-STATUS
031300         MOVE 16 TO RETURN-CODE
031400         STOP RUN
031500     END-IF.
031600     SET WS-CAT-NOT-EOF TO TRUE.
031700     PERFORM 1510-READ-CATALOG-ENTRY THRU 1510-EXIT
031800         UNTIL WS-CAT-EOF.
031900     CLOSE ARCHIVE-CATALOG-FILE.
032000 1500-EXIT.
032100     EXIT.
032200
032300 1510-READ-CATALOG-ENTRY.
032400     READ ARCHIVE-CATALOG-FILE
032500         AT END
032600             SET WS-CAT-EOF TO TRUE
032700     END-READ.
032800     IF WS-CAT-EOF
032900        OR NOT CAT-ARCHIVED-ENTRY
033000         GO TO 1510-EXIT
033100     END-IF.
033200     IF CAT-ARCHIVE-DSN (11:4) NOT = WS-ARCH-SUFFIX
033300         GO TO 1510-EXIT
033400     END-IF.
033500     PERFORM 1520-FIND-DATASET THRU 1520-EXIT.
033600
033700     IF CAT-FILE-NAME (1:WS-PREFIX-LEN) = WS-FILE-PREFIX
033800        AND CAT-FILE-NAME (WS-PREFIX-LEN + 1:8) IS NUMERIC
033900         MOVE CAT-FILE-NAME (WS-PREFIX-LEN + 1:8) TO WS-CAT-DATE
034000         IF WS-CAT-DATE NOT < WS-START-DATE
034100            AND WS-CAT-DATE NOT > WS-END-DATE
034200             COMPUTE WS-DAY-SUB =
034300                 FUNCTION INTEGER-OF-DATE (WS-CAT-DATE)
034400                 - WS-START-INTEGER + 1
034500             MOVE 'Y' TO WS-DY-FOUND-SW (WS-DAY-SUB)
034600             MOVE CAT-ARCHIVE-DSN
034700                 TO WS-DY-ARCHIVE-DSN (WS-DAY-SUB)
034800             MOVE WS-DS-TOTAL (WS-DX) TO WS-DY-OFFSET (WS-DAY-SUB)
034900             MOVE CAT-RECORD-COUNT TO WS-DY-COUNT (WS-DAY-SUB)
035000         END-IF
035100     END-IF.
035200     ADD CAT-RECORD-COUNT TO WS-DS-TOTAL (WS-DX).
035300 1510-EXIT.
035400     EXIT.
035500
035600 1520-FIND-DATASET.
035700     SET WS-DSN-NOT-FOUND TO TRUE.
035800     MOVE 1 TO WS-DX.
035900     PERFORM 1530-CHECK-DATASET-SLOT THRU 1530-EXIT
036000         UNTIL WS-DSN-FOUND
036100            OR WS-DX > WS-DSN-COUNT.
036200     IF WS-DSN-FOUND
036300         GO TO 1520-EXIT
036400     END-IF.
036500     IF WS-DSN-COUNT NOT < WS-DSN-MAX
036600         DISPLAY 'Error: more than 240 archive datasets '
036700                 'cataloged for ' WS-ARCH-SUFFIX
036800         MOVE 16 TO RETURN-CODE
036900         STOP RUN
037000     END-IF.
037100     ADD 1 TO WS-DSN-COUNT.
037200     MOVE WS-DSN-COUNT TO WS-DX.
037300     MOVE CAT-ARCHIVE-DSN TO WS-DS-NAME (WS-DX).
037400     MOVE ZERO TO WS-DS-TOTAL (WS-DX).
037500 1520-EXIT.
037600     EXIT.
037700
037800 1530-CHECK-DATASET-SLOT.
037900     IF WS-DS-NAME (WS-DX) = CAT-ARCHIVE-DSN
038000         SET WS-DSN-FOUND TO TRUE
038100         GO TO 1530-EXIT
038200     END-IF.
038300     ADD 1 TO WS-DX.
038400 1530-EXIT.
038500     EXIT.
038600
038700*============================================================*
038800*  2000 SERIES - RESTORE PASS, ONE REQUESTED DAY AT A TIME   *
038900*============================================================*
039000 2000-RESTORE-ONE-DAY.
039100     COMPUTE WS-DAY-INTEGER = WS-START-INTEGER + WS-DAY-SUB - 1.
039200     COMPUTE WS-RESTORE-DATE =
039300         FUNCTION DATE-OF-INTEGER (WS-DAY-INTEGER).
039400     MOVE SPACES TO WS-DAILY-PATH.
039500     STRING WS-FILE-PREFIX DELIMITED BY SPACE
039600            WS-RESTORE-DATE DELIMITED BY SIZE
039700            WS-FILE-SUFFIX DELIMITED BY SIZE
039800         INTO WS-DAILY-PATH.
039900
040000     IF NOT WS-DY-FOUND (WS-DAY-SUB)
040100         ADD 1 TO WS-DAYS-NOT-CATALOGED
040200         MOVE SPACES TO WS-REPORT-LINE-OUT
040300         STRING '  ' DELIMITED BY SIZE
040400                WS-DAILY-PATH DELIMITED BY SIZE
040500                ' not in catalog' DELIMITED BY SIZE
040600             INTO WS-REPORT-LINE-OUT
040700         WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT
040800         GO TO 2000-EXIT
040900     END-IF.
041000
041100     OPEN INPUT DAILY-OUT-FILE.
041200     IF WS-DLY-STATUS = '00'
041300         CLOSE DAILY-OUT-FILE
041400         ADD 1 TO WS-DAYS-REFUSED
041500         MOVE SPACES TO WS-REPORT-LINE-OUT
041600         STRING '  ' DELIMITED BY SIZE
041700                WS-DAILY-PATH DELIMITED BY SIZE
041800                ' refused - still on disk' DELIMITED BY SIZE
041900             INTO WS-REPORT-LINE-OUT
042000         WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT
042100         GO TO 2000-EXIT
042200     END-IF.
042300     IF WS-DLY-STATUS NOT = '35'
042400         DISPLAY 'Error: Unable to check ' WS-DAILY-PATH
042500                 ' - status ' WS-DLY-STATUS
042600         MOVE 16 TO RETURN-CODE
042700         STOP RUN
042800     END-IF.
042900
043000     MOVE WS-DY-ARCHIVE-DSN (WS-DAY-SUB) TO WS-ARCHIVE-PATH.
043100     OPEN INPUT ARCHIVE-IN-FILE.
043200     IF WS-ARC-STATUS NOT = '00'
043300         ADD 1 TO WS-DAYS-FAILED
043400         MOVE SPACES TO WS-REPORT-LINE-OUT
043500         STRING '  ' DELIMITED BY SIZE
043600                WS-DAILY-PATH DELIMITED BY SIZE
043700                ' failed - ' DELIMITED BY SIZE
043800                WS-ARCHIVE-PATH DELIMITED BY SPACE
043900                ' not available' DELIMITED BY SIZE
044000             INTO WS-REPORT-LINE-OUT
044100         WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT
044200         GO TO 2000-EXIT
044300     END-IF.
044400
044500     PERFORM 2100-COPY-DAY-OUT THRU 2100-EXIT.
044600     CLOSE ARCHIVE-IN-FILE.
044700
044800     PERFORM 2300-VERIFY-RESTORED-FILE THRU 2300-EXIT.
044900     IF WS-VERIFY-COUNT NOT = WS-DY-COUNT (WS-DAY-SUB)
045000         CALL 'CBL_DELETE_FILE' USING WS-DAILY-PATH
045100         ADD 1 TO WS-DAYS-FAILED
045200         MOVE WS-VERIFY-COUNT TO WS-COUNT-DISPLAY
045300         MOVE WS-DY-COUNT (WS-DAY-SUB) TO WS-COUNT-DISPLAY-2
045400         MOVE SPACES TO WS-REPORT-LINE-OUT
045500         STRING '  ' DELIMITED BY SIZE
045600                WS-DAILY-PATH DELIMITED BY SIZE
045700                ' failed -' DELIMITED BY SIZE
045800                WS-COUNT-DISPLAY DELIMITED BY SIZE
045900                ' of' DELIMITED BY SIZE
046000                WS-COUNT-DISPLAY-2 DELIMITED BY SIZE
046100                ' recs' DELIMITED BY SIZE
046200             INTO WS-REPORT-LINE-OUT
046300         WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT
046400         GO TO 2000-EXIT
046500     END-IF.
046600
046700     PERFORM 2400-WRITE-RESTORED-ENTRY THRU 2400-EXIT.
046800     ADD 1 TO WS-DAYS-RESTORED.
046900     MOVE WS-VERIFY-COUNT TO WS-COUNT-DISPLAY.
047000     MOVE SPACES TO WS-REPORT-LINE-OUT.
047100     STRING '  ' DELIMITED BY SIZE
047200            WS-DAILY-PATH DELIMITED BY SIZE
047300            ' restored from ' DELIMITED BY SIZE
047400            WS-ARCHIVE-PATH DELIMITED BY SPACE
047500            WS-COUNT-DISPLAY DELIMITED BY SIZE
047600            ' recs' DELIMITED BY SIZE
047700         INTO WS-REPORT-LINE-OUT.
047800     WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT.
047900 2000-EXIT.
048000     EXIT.
048100
048200*----------------------------------------------------------*
048300*  SKIP TO THE DAY'S STARTING POSITION, THEN COPY ITS       *
048400*  CATALOGED COUNT.  A SHORT DATASET STOPS AT END OF FILE   *
048500*  AND THE RECOUNT CATCHES IT.                              *
048600*----------------------------------------------------------*
048700 2100-COPY-DAY-OUT.
048800     MOVE ZERO TO WS-SKIP-COUNT WS-READ-COUNT WS-WRITE-COUNT.
048900     SET WS-COPY-NOT-EOF TO TRUE.
049000     PERFORM 2110-SKIP-ONE-RECORD THRU 2110-EXIT
049100         UNTIL WS-COPY-EOF
049200            OR WS-SKIP-COUNT = WS-DY-OFFSET (WS-DAY-SUB).
049300
049400     OPEN OUTPUT DAILY-OUT-FILE.
049500     IF WS-DLY-STATUS NOT = '00'
049600         DISPLAY 'Error: Unable to create ' WS-DAILY-PATH
049700                 ' - status ' WS-DLY-STATUS
049800         MOVE 16 TO RETURN-CODE
049900         STOP RUN
050000     END-IF.
050100     PERFORM 2120-COPY-ONE-RECORD THRU 2120-EXIT
050200         UNTIL WS-COPY-EOF
050300            OR WS-READ-COUNT = WS-DY-COUNT (WS-DAY-SUB).
050400     CLOSE DAILY-OUT-FILE.
050500 2100-EXIT.
050600     EXIT.
050700
050800 2110-SKIP-ONE-RECORD.
050900     READ ARCHIVE-IN-FILE
051000         AT END
051100             SET WS-COPY-EOF TO TRUE
051200         NOT AT END
051300             ADD 1 TO WS-SKIP-COUNT
051400     END-READ.
051500 2110-EXIT.
051600     EXIT.
051700
051800 2120-COPY-ONE-RECORD.
051900     READ ARCHIVE-IN-FILE
052000         AT END
052100             SET WS-COPY-EOF TO TRUE
052200         NOT AT END
052300             ADD 1 TO WS-READ-COUNT
052400             MOVE ARCHIVE-IN-RECORD TO DAILY-OUT-RECORD
052500             WRITE DAILY-OUT-RECORD
052600             IF WS-DLY-STATUS = '00'
052700                 ADD 1 TO WS-WRITE-COUNT
052800             ELSE
052900                 DISPLAY 'Error: restore write failed - '
053000                         'status ' WS-DLY-STATUS
053100                 MOVE 16 TO RETURN-CODE
053200                 STOP RUN
053300             END-IF
053400     END-READ.
053500 2120-EXIT.
053600     EXIT.
053700
053800*----------------------------------------------------------*
053900*  THE DAY IS RESTORED ONLY WHEN THE FILE NOW ON DISK READS *
054000*  BACK TO THE CATALOG COUNT.                               *
054100*----------------------------------------------------------*
054200 2300-VERIFY-RESTORED-FILE.
054300     MOVE ZERO TO WS-VERIFY-COUNT.
054400     OPEN INPUT DAILY-OUT-FILE.
054500     IF WS-DLY-STATUS NOT = '00'
054600         GO TO 2300-EXIT
054700     END-IF.
054800     SET WS-COPY-NOT-EOF TO TRUE.
054900     PERFORM 2310-COUNT-ONE-RECORD THRU 2310-EXIT
055000         UNTIL WS-COPY-EOF.
055100     CLOSE DAILY-OUT-FILE.
055200 2300-EXIT.
055300     EXIT.
055400
055500 2310-COUNT-ONE-RECORD.
055600     READ DAILY-OUT-FILE
055700         AT END
055800             SET WS-COPY-EOF TO TRUE
055900         NOT AT END
056000             ADD 1 TO WS-VERIFY-COUNT
056100     END-READ.
056200 2310-EXIT.
056300     EXIT.
056400
056500 2400-WRITE-RESTORED-ENTRY.
056600     OPEN EXTEND ARCHIVE-CATALOG-FILE.
056700     IF WS-CAT-STATUS NOT = '00'
056800         CALL 'CBL_DELETE_FILE' USING WS-DAILY-PATH
056900         DISPLAY 'Error: Unable to open ARCHCAT.DAT - '
057000                 WS-DAILY-PATH ' removed again'
057100         MOVE 16 TO RETURN-CODE
057200         STOP RUN
057300     END-IF.
057400     MOVE SPACES TO ARCHIVE-CATALOG-RECORD.
057500     MOVE WS-DAILY-PATH TO CAT-FILE-NAME.
057600     MOVE WS-VERIFY-COUNT TO CAT-RECORD-COUNT.
057700     MOVE WS-TODAY-DATE TO CAT-ARCHIVE-DATE.
057800     MOVE WS-ARCHIVE-PATH TO CAT-ARCHIVE-DSN.
057900     SET CAT-RESTORED-ENTRY TO TRUE.
058000     WRITE ARCHIVE-CATALOG-RECORD.
058100     IF WS-CAT-STATUS NOT = '00'
058200         CALL 'CBL_DELETE_FILE' USING WS-DAILY-PATH
058300         DISPLAY 'Error: ARCHCAT.DAT write failed - '
058400                 WS-DAILY-PATH ' removed again'
058500         MOVE 16 TO RETURN-CODE
058600         STOP RUN
058700     END-IF.
058800     CLOSE ARCHIVE-CATALOG-FILE.
058900 2400-EXIT.
059000     EXIT.
059100
059101*============================================================*
059102*  8900 SERIES - RUN-CONTROL LEDGER                          *
059103*============================================================*
059104*----------------------------------------------------------*
059105*  THE 'S' ENTRY GOES OUT BEFORE ANY WORK, SO A STEP THAT   *
059106*  ABENDS OR TAKES A FATAL EXIT STILL SHOWS ON THE LEDGER   *
059107*  AS STARTED WITHOUT ENDING.                               *
059108*----------------------------------------------------------*
059109 8900-LOG-RUN-START.
059110     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
059111     ACCEPT WS-RUN-CLOCK FROM TIME.
059112     DIVIDE WS-RUN-CLOCK BY 100 GIVING WS-RUN-START-TIME.
059113     MOVE SPACES TO RUN-CONTROL-RECORD.
059114     SET RCL-STEP-STARTED TO TRUE.
059115     MOVE ZERO TO RCL-END-DATE RCL-END-TIME RCL-RETURN-CODE
059116                  RCL-RECORDS-IN RCL-RECORDS-OUT
059117                  RCL-RECORDS-REJECTED.
059118     PERFORM 8950-APPEND-RUN-CONTROL THRU 8950-EXIT.
059119 8900-EXIT.
059120     EXIT.
059121
059122*----------------------------------------------------------*
059123*  THE COUNTS ARE DAYS.  EVERY DAY IN THE REQUESTED RANGE IS*
059124*  EITHER RESTORED OR TURNED AWAY - REFUSED, NOT CATALOGED, *
059125*  OR FAILED - SO THE STEP MUST BALANCE.                    *
059126*----------------------------------------------------------*
059127 8910-LOG-RUN-END.
059128     MOVE SPACES TO RUN-CONTROL-RECORD.
059129     SET RCL-STEP-ENDED TO TRUE.
059130     ACCEPT RCL-END-DATE FROM DATE YYYYMMDD.
059131     ACCEPT WS-RUN-CLOCK FROM TIME.
059132     DIVIDE WS-RUN-CLOCK BY 100 GIVING RCL-END-TIME.
059133     MOVE RETURN-CODE TO RCL-RETURN-CODE.
059134     MOVE SPACES TO WS-RUN-TARGET.
059135     STRING WS-START-DATE DELIMITED BY SIZE
059136            '-' DELIMITED BY SIZE
059137            WS-END-DATE DELIMITED BY SIZE
059138         INTO WS-RUN-TARGET.
059139     MOVE WS-RANGE-DAYS TO RCL-RECORDS-IN.
059140     MOVE WS-DAYS-RESTORED TO RCL-RECORDS-OUT.
059141     COMPUTE RCL-RECORDS-REJECTED = WS-DAYS-REFUSED
059142         + WS-DAYS-NOT-CATALOGED + WS-DAYS-FAILED.
059143     SET RCL-MUST-BALANCE TO TRUE.
059144     PERFORM 8950-APPEND-RUN-CONTROL THRU 8950-EXIT.
059145 8910-EXIT.
059146     EXIT.
059147
059148*----------------------------------------------------------*
059149*  THE LEDGER IS SHARED AND APPEND-ONLY.  ONE THAT CANNOT   *
059150*  BE WRITTEN IS WARNED ABOUT BUT NEVER FAILS THE STEP -    *
059151*  THE LEDGER RECORDS THE WORK, IT IS NOT PART OF IT.       *
059152*----------------------------------------------------------*
059153 8950-APPEND-RUN-CONTROL.
059154     MOVE WS-RUN-PROGRAM TO RCL-PROGRAM.
059155     MOVE WS-RUN-START-DATE TO RCL-START-DATE.
059156     MOVE WS-RUN-START-TIME TO RCL-START-TIME.
059157     MOVE WS-RUN-TARGET TO RCL-TARGET.
059158     OPEN EXTEND RUN-CONTROL-FILE.
059159     IF WS-RCL-STATUS = '35'
059160         OPEN OUTPUT RUN-CONTROL-FILE
059161     END-IF.
059162     IF WS-RCL-STATUS NOT = '00'
059163         DISPLAY 'Warning: unable to open RUNCTL.LOG - status '
059164                 WS-RCL-STATUS
059165         GO TO 8950-EXIT
059166     END-IF.
059167     WRITE RUN-CONTROL-RECORD.
059168     CLOSE RUN-CONTROL-FILE.
059169 8950-EXIT.
059170     EXIT.
059171
059200*============================================================*
059300*  9000 SERIES - TOTALS AND SHUTDOWN                          *
059400*============================================================*
059500 9000-TERMINATE.
059600     MOVE SPACES TO REPORT-LINE.
059700     WRITE REPORT-LINE.
059800     MOVE WS-DAYS-RESTORED TO WS-COUNT-DISPLAY.
059900     MOVE SPACES TO WS-REPORT-LINE-OUT.
060000     STRING 'Days restored:       ' DELIMITED BY SIZE
060100            WS-COUNT-DISPLAY DELIMITED BY SIZE
060200         INTO WS-REPORT-LINE-OUT.
060300     WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT.
060400     MOVE WS-DAYS-REFUSED TO WS-COUNT-DISPLAY.
060500     MOVE SPACES TO WS-REPORT-LINE-OUT.
060600     STRING 'Days refused:        ' DELIMITED BY SIZE
060700            WS-COUNT-DISPLAY DELIMITED BY SIZE
060800         INTO WS-REPORT-LINE-OUT.
060900     WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT.
061000     MOVE WS-DAYS-NOT-CATALOGED TO WS-COUNT-DISPLAY.
061100     MOVE SPACES TO WS-REPORT-LINE-OUT.
061200     STRING 'Days not cataloged:  ' DELIMITED BY SIZE
061300            WS-COUNT-DISPLAY DELIMITED BY SIZE
061400         INTO WS-REPORT-LINE-OUT.
061500     WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT.
061600     MOVE WS-DAYS-FAILED TO WS-COUNT-DISPLAY.
061700     MOVE SPACES TO WS-REPORT-LINE-OUT.
061800     STRING 'Days failed:         ' DELIMITED BY SIZE
061900            WS-COUNT-DISPLAY DELIMITED BY SIZE
062000         INTO WS-REPORT-LINE-OUT.
062100     WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT.
062200     CLOSE RESTORE-REPORT-FILE.
062300
062400     MOVE WS-DAYS-RESTORED TO WS-COUNT-DISPLAY.
062500     DISPLAY 'Days restored: ' WS-COUNT-DISPLAY.
062600     MOVE WS-DAYS-REFUSED TO WS-COUNT-DISPLAY.
062700     DISPLAY 'Days refused:  ' WS-COUNT-DISPLAY.
062800     MOVE WS-DAYS-FAILED TO WS-COUNT-DISPLAY.
062900     DISPLAY 'Days failed:   ' WS-COUNT-DISPLAY.
063000
063100     EVALUATE TRUE
063200         WHEN WS-DAYS-FAILED > 0
063300             MOVE 16 TO RETURN-CODE
063400         WHEN WS-DAYS-REFUSED > 0
063500           OR WS-DAYS-NOT-CATALOGED > 0
063600             MOVE 4 TO RETURN-CODE
063700         WHEN OTHER
063800             CONTINUE
063900     END-EVALUATE.
064000 9000-EXIT.
064100     EXIT.

002200*  DENIED ATTEMPTS WITH PERIOD TOTALS TO CLIHINQ.OUT - THE  *
002300*  WORKING PAPER FOR AN ABUSE INVESTIGATION OR AN           *
002400*  ALWDENY.DAT DECISION.                                    *
002410*                                                            *
002420*  DAYS PAST THE RETENTION HORIZON HAVE BEEN FOLDED BY      *
002430*  ClientHistoryReorg INTO ONE SUMMARY ROW PER MONTH; THOSE *
002440*  PRINT IN DATE ORDER AHEAD OF THE DAILY ROWS, MARKED AS   *
002450*  MONTH TOTALS, AND COUNT IN THE PERIOD TOTALS.            *
002500*----------------------------------------------------------*
002600*  MODIFICATION HISTORY.
002700*  DATE       INIT  DESCRIPTION
002920*                   SO AN INQUIRY THAT COULD NOT EVEN OPEN
002930*                   THE MASTER DOES NOT END AS A CLEAN STEP
002940*                   WITH AN EMPTY REPORT.
002950*  2026-10-15 DOB   PRINT THE MONTHLY SUMMARY ROWS LEFT BY THE
002960*                   REORGANIZATION AS MONTH-TOTAL LINES.
002970*  2026-10-15 DOB   RUN-CONTROL LEDGER ENTRIES AT START AND END OF
002980*                   EACH RUN (RUNCTL.LOG).
003000*----------------------------------------------------------*
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-RPT-STATUS.
004300
004310     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.LOG"
004320         ORGANIZATION IS LINE SEQUENTIAL
004330         FILE STATUS IS WS-RCL-STATUS.
004340
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  CLIENT-HISTORY-FILE.
005000 FD  INQUIRY-REPORT-FILE.
005100 01  REPORT-LINE                     PIC X(80).
005200
005210 FD  RUN-CONTROL-FILE.
005220 01  RUN-CONTROL-RECORD.
005230     COPY RUNCTL.
005240
005300 WORKING-STORAGE SECTION.
005400 77  WS-HIST-STATUS                  PIC X(02) VALUE SPACES.
005500 77  WS-RPT-STATUS                   PIC X(02) VALUE SPACES.
005510 77  WS-RCL-STATUS                   PIC X(02) VALUE SPACES.
005600
005700 01  WS-SWITCHES.
005800     05  WS-EOF-SW                   PIC X(01) VALUE 'N'.
006300 77  WS-TARGET-ADDR                  PIC X(32) VALUE SPACES.
006400
006500 77  WS-DAY-COUNT                    PIC 9(05) COMP VALUE ZERO.
006510 77  WS-MONTH-COUNT                  PIC 9(05) COMP VALUE ZERO.
006600 77  WS-TOTAL-CONNS                  PIC 9(09) COMP VALUE ZERO.
006700 77  WS-TOTAL-BYTES                  PIC 9(12) COMP VALUE ZERO.
006800 77  WS-TOTAL-DENIES                 PIC 9(09) COMP VALUE ZERO.
007800     05  FILLER                      PIC X(01) VALUE SPACE.
007900     05  WS-DL-DENIES                PIC ZZZ,ZZZ,ZZ9.
008000     05  FILLER                      PIC X(07) VALUE ' denied'.
008010 01  WS-MONTH-LINE.
008020     05  FILLER                      PIC X(02) VALUE SPACES.
008030     05  WS-ML-YEAR                  PIC 9(04).
008040     05  FILLER                      PIC X(01) VALUE '-'.
008050     05  WS-ML-MONTH                 PIC 9(02).
008060     05  FILLER                      PIC X(03) VALUE SPACES.
008070     05  WS-ML-CONNS                 PIC ZZZ,ZZZ,ZZ9.
008080     05  FILLER                      PIC X(01) VALUE SPACE.
008090     05  WS-ML-BYTES                 PIC ZZZ,ZZZ,ZZZ,ZZ9.
008092     05  FILLER                      PIC X(01) VALUE SPACE.
008094     05  WS-ML-DENIES                PIC ZZZ,ZZZ,ZZ9.
008096     05  FILLER                      PIC X(20)
008098                                     VALUE ' denied  month total'.
008100 01  WS-TOTAL-LINE.
008200     05  FILLER                      PIC X(02) VALUE SPACES.
008300     05  FILLER                      PIC X(08) VALUE 'Totals  '.
008900     05  WS-TL-DENIES                PIC ZZZ,ZZZ,ZZ9.
009000     05  FILLER                      PIC X(07) VALUE ' denied'.
009100
009105*----------------------------------------------------------*
009110*  RUN-CONTROL LEDGER WORK AREAS.  THE START DATE AND TIME  *
009115*  PAIR THIS RUN'S END ENTRY WITH ITS START ENTRY.          *
009120*----------------------------------------------------------*
009125 01  WS-RUN-CONTROL.
009130     05  WS-RUN-PROGRAM              PIC X(08) VALUE 'CLIHINQ '.
009135     05  WS-RUN-START-DATE           PIC 9(08) VALUE ZERO.
009140     05  WS-RUN-START-TIME           PIC 9(06) VALUE ZERO.
009145     05  WS-RUN-CLOCK                PIC 9(08) VALUE ZERO.
009150     05  WS-RUN-TARGET               PIC X(17) VALUE SPACES.
009155
009200 PROCEDURE DIVISION.
009300*============================================================*
009400 0000-MAINLINE.
009500*============================================================*
009510     PERFORM 8900-LOG-RUN-START THRU 8900-EXIT.
009600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009700     PERFORM 2000-READ-HISTORY THRU 2000-EXIT
009800         UNTIL WS-EOF.
009900     PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT.
010000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
010010     PERFORM 8910-LOG-RUN-END THRU 8910-EXIT.
010100     STOP RUN.
010200
010300*============================================================*
016400         SET WS-EOF TO TRUE
016500         GO TO 2000-EXIT
016600     END-IF.
016610     IF CH-MONTHLY-SUMMARY
016620         PERFORM 2300-PRINT-MONTH-LINE THRU 2300-EXIT
016630     ELSE
016700         PERFORM 2200-PRINT-DAY-LINE THRU 2200-EXIT
016710     END-IF.
016800 2000-EXIT.
016900     EXIT.
017000
018100 2200-EXIT.
018200     EXIT.
018300
018305*----------------------------------------------------------*
018310*  A SUMMARY ROW IS DATED yyyymm00 AND CARRIES THE WHOLE    *
018315*  MONTH'S COUNTS, SO IT IS SHOWN AS yyyy-mm RATHER THAN A  *
018320*  DAY THAT NEVER HAPPENED.                                 *
018325*----------------------------------------------------------*
018330 2300-PRINT-MONTH-LINE.
018335     ADD 1 TO WS-MONTH-COUNT.
018340     ADD CH-CONNECTIONS TO WS-TOTAL-CONNS.
018345     ADD CH-BYTES-WRITTEN TO WS-TOTAL-BYTES.
018350     ADD CH-DENY-COUNT TO WS-TOTAL-DENIES.
018355     MOVE CH-ACTIVITY-DATE (1:4) TO WS-ML-YEAR.
018360     MOVE CH-ACTIVITY-DATE (5:2) TO WS-ML-MONTH.
018365     MOVE CH-CONNECTIONS TO WS-ML-CONNS.
018370     MOVE CH-BYTES-WRITTEN TO WS-ML-BYTES.
018375     MOVE CH-DENY-COUNT TO WS-ML-DENIES.
018380     WRITE REPORT-LINE FROM WS-MONTH-LINE.
018385 2300-EXIT.
018390     EXIT.
018395
018400*============================================================*
018500*  3000 SERIES - PERIOD TOTALS                               *
018600*============================================================*
018800     MOVE SPACES TO REPORT-LINE.
018900     WRITE REPORT-LINE.
019000     IF WS-DAY-COUNT = 0
019010        AND WS-MONTH-COUNT = 0
019100         WRITE REPORT-LINE FROM
019200             '  (no history on file for this client)'
019300         GO TO 3000-EXIT
020000     EXIT.
020100
020200*============================================================*
020201*  8900 SERIES - RUN-CONTROL LEDGER                          *
020202*============================================================*
020203*----------------------------------------------------------*
020204*  THE 'S' ENTRY GOES OUT BEFORE ANY WORK, SO A STEP THAT   *
020205*  ABENDS OR TAKES A FATAL EXIT STILL SHOWS ON THE LEDGER   *
020206*  AS STARTED WITHOUT ENDING.                               *
020207*----------------------------------------------------------*
020208 8900-LOG-RUN-START.
020209     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
020210     ACCEPT WS-RUN-CLOCK FROM TIME.
020211     DIVIDE WS-RUN-CLOCK BY 100 GIVING WS-RUN-START-TIME.
020212     MOVE SPACES TO RUN-CONTROL-RECORD.
020213     SET RCL-STEP-STARTED TO TRUE.
020214     MOVE ZERO TO RCL-END-DATE RCL-END-TIME RCL-RETURN-CODE
020215                  RCL-RECORDS-IN RCL-RECORDS-OUT
020216                  RCL-RECORDS-REJECTED.
020217     PERFORM 8950-APPEND-RUN-CONTROL THRU 8950-EXIT.
020218 8900-EXIT.
020219     EXIT.
020220
020221*----------------------------------------------------------*
020222*  RECORDS IN IS THE DAILY AND MONTHLY HISTORY ROWS FOUND   *
020223*  FOR THE ADDRESS, WHICH IS ALSO THE TARGET.  AN INQUIRY   *
020224*  WRITES NOTHING, SO THE COUNTS ARE VOLUME ONLY.           *
020225*----------------------------------------------------------*
020226 8910-LOG-RUN-END.
020227     MOVE SPACES TO RUN-CONTROL-RECORD.
020228     SET RCL-STEP-ENDED TO TRUE.
020229     ACCEPT RCL-END-DATE FROM DATE YYYYMMDD.
020230     ACCEPT WS-RUN-CLOCK FROM TIME.
020231     DIVIDE WS-RUN-CLOCK BY 100 GIVING RCL-END-TIME.
020232     MOVE RETURN-CODE TO RCL-RETURN-CODE.
020233     MOVE WS-TARGET-ADDR TO WS-RUN-TARGET.
020234     COMPUTE RCL-RECORDS-IN = WS-DAY-COUNT + WS-MONTH-COUNT.
020235     MOVE ZERO TO RCL-RECORDS-OUT RCL-RECORDS-REJECTED.
020236     SET RCL-VOLUME-ONLY TO TRUE.
020237     PERFORM 8950-APPEND-RUN-CONTROL THRU 8950-EXIT.
020238 8910-EXIT.
020239     EXIT.
020240
020241*----------------------------------------------------------*
020242*  THE LEDGER IS SHARED AND APPEND-ONLY.  ONE THAT CANNOT   *
020243*  BE WRITTEN IS WARNED ABOUT BUT NEVER FAILS THE STEP -    *
020244*  THE LEDGER RECORDS THE WORK, IT IS NOT PART OF IT.       *
020245*----------------------------------------------------------*
020246 8950-APPEND-RUN-CONTROL.
020247     MOVE WS-RUN-PROGRAM TO RCL-PROGRAM.
020248     MOVE WS-RUN-START-DATE TO RCL-START-DATE.
020249     MOVE WS-RUN-START-TIME TO RCL-START-TIME.
020250     MOVE WS-RUN-TARGET TO RCL-TARGET.
020251     OPEN EXTEND RUN-CONTROL-FILE.
020252     IF WS-RCL-STATUS = '35'
020253         OPEN OUTPUT RUN-CONTROL-FILE
020254     END-IF.
020255     IF WS-RCL-STATUS NOT = '00'
020256         DISPLAY 'Warning: unable to open RUNCTL.LOG - status '
020257                 WS-RCL-STATUS
020258         GO TO 8950-EXIT
020259     END-IF.
020260     WRITE RUN-CONTROL-RECORD.
020261     CLOSE RUN-CONTROL-FILE.
020262 8950-EXIT.
020263     EXIT.
020264
020265*============================================================*
020300*  9000 SERIES - SHUTDOWN                                    *
020400*============================================================*
020500 9000-TERMINATE.

001000 IDENTIFICATION DIVISION.
001100 PROGRAM-ID. SlaReport.
001200 AUTHOR. D-OKONKWO-BOYER.
001300 INSTALLATION. ENTERPRISE-WEB-SERVICES.
001400 DATE-WRITTEN. 2026-10-15.
001500 DATE-COMPILED.
001600*----------------------------------------------------------*
001700*  SlaReport                                                *
001800*  RESPONSE-TIME SLA REPORT FROM THE DAILY REQUEST DETAIL   *
001900*  LOGS (REQDTLyyyymmdd.LOG).  AN AVERAGE HIDES A BAD TAIL  *
002000*  AND A MAXIMUM HIDES A BAD HOUR, SO THIS STEP REPORTS     *
002100*  THE 50TH, 95TH, AND 99TH PERCENTILE HANDLING TIME FOR    *
002200*  EACH ROUTE CLASS OVER THE PERIOD, AND FOR EACH HOUR OF   *
002300*  THE DAY WITHIN EACH ROUTE CLASS.                         *
002400*                                                            *
002500*  ROUTE CLASSES AND THEIR LIMITS COME FROM THE SLA         *
002600*  THRESHOLD FILE (SLATHR.DAT, SEE SLATHR.CPY); TRAFFIC     *
002700*  MATCHING NO ROW IS REPORTED UNDER OTHER WITH NO LIMITS.  *
002800*  EVERY PERIOD PERCENTILE OVER ITS LIMIT IS A BREACH: IT   *
002900*  IS FLAGGED ON THE REPORT, APPENDED TO THE SLA HISTORY    *
003000*  FILE (SLAHIST.DAT), AND ENDS THE STEP WITH RC 4 SO THE   *
003100*  SCHEDULER ALERTS.  HOURS OVER A LIMIT ARE MARKED ON THE  *
003200*  REPORT ONLY.  THE REPORT CLOSES WITH THE BREACHES ON     *
003300*  FILE FOR THE MONTH OF THE PERIOD END, BY ROUTE CLASS.    *
003310*  A BREACH ALREADY ON FILE FOR THE SAME PERIOD, ROUTE      *
003320*  CLASS, AND PERCENTILE (A RERUN) IS NOT APPENDED AGAIN.   *
003330*  THE MONTH TOTALS COUNT ONE-DAY PERIODS ONLY, EACH ROUTE, *
003340*  PERCENTILE, AND DAY ONCE, SO A MONTH-END RANGE RUN DOES  *
003350*  NOT ADD TO THE NIGHTLY ROWS.                             *
003400*                                                            *
003500*  PERCENTILES ARE NEAREST-RANK OVER THE SORTED HANDLING    *
003600*  TIMES: THE PTH PERCENTILE OF N REQUESTS IS THE           *
003700*  CEILING(P * N / 100)TH FASTEST.                          *
003800*                                                            *
003900*  PARM: 'yyyymmdd' FOR ONE DAY OR 'yyyymmdd-yyyymmdd' FOR  *
004000*  A PERIOD OF AT MOST 92 DAYS.  WITH NO PARM THE DAYS COME *
004010*  FROM THE PROCESSING CALENDAR (PROCCAL.DAT): EVERY DAY    *
004020*  AFTER THE LAST ONE THIS STEP COMPLETED, UP THROUGH       *
004030*  YESTERDAY, IS REPORTED AS ITS OWN ONE-DAY PERIOD AND     *
004040*  ADVANCES THE CALENDAR, SO A MISSED NIGHT CATCHES UP ON   *
004050*  THE NEXT RUN.  PARM RUNS LEAVE THE CALENDAR ALONE, AND   *
004060*  THE RUN-CONTROL LEDGER (RUNCTL.LOG) CARRIES THEM AS      *
004070*  SLAPERD, APART FROM THE NIGHTLY SLARPT.                  *
004100*  THE REPORT GOES TO SLARPT.OUT.                           *
004200*                                                            *
004300*  RETURN CODES: 0 ALL ROUTES WITHIN SLA, 4 ONE OR MORE     *
004400*  BREACHES, 16 FATAL.                                      *
004500*----------------------------------------------------------*
004600*  MODIFICATION HISTORY.
004700*  DATE       INIT  DESCRIPTION
004800*  ---------- ----  ----------------------------------------
004900*  2026-10-15 DOB   ORIGINAL VERSION.
004910*  2026-10-15 DOB   RUN-CONTROL LEDGER ENTRIES AT START AND END OF
004920*                   EACH RUN (RUNCTL.LOG).
004930*  2026-10-15 DOB   TAKE NO-PARM DAYS FROM THE PROCESSING CALENDAR
004940*                   (PROCCAL.DAT), ONE PERIOD PER DAY DUE; DO NOT
004950*                   APPEND A BREACH ALREADY ON SLAHIST.DAT; COUNT
004960*                   ONLY ONE-DAY PERIODS, ONCE, IN MONTH TOTALS.
004970*  2026-10-15 DOB   LOG A PARM RUN ON THE RUN-CONTROL LEDGER AS
004980*                   SLAPERD SO IT NEVER STANDS IN FOR THE NIGHTLY
004990*                   SLARPT STEP.
005000*----------------------------------------------------------*
005100 ENVIRONMENT DIVISION.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT REQUEST-DETAIL-FILE ASSIGN TO WS-DETAIL-LOG-PATH
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-RDL-STATUS.
005700
005800     SELECT SLA-THRESHOLD-FILE ASSIGN TO "SLATHR.DAT"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-THR-STATUS.
006100
006200     SELECT SLA-HISTORY-FILE ASSIGN TO "SLAHIST.DAT"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-HST-STATUS.
006500
006600     SELECT SLA-REPORT-FILE ASSIGN TO "SLARPT.OUT"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-RPT-STATUS.
006900
007000     SELECT SORT-WORK-FILE ASSIGN TO "SLAWORK".
007010
007020     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.LOG"
007030         ORGANIZATION IS LINE SEQUENTIAL
007040         FILE STATUS IS WS-RCL-STATUS.
007050
007060     SELECT PROCESS-CALENDAR-FILE ASSIGN TO "PROCCAL.DAT"
007070         ORGANIZATION IS LINE SEQUENTIAL
007080         FILE STATUS IS WS-CAL-STATUS.
007100
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  REQUEST-DETAIL-FILE.
007500 01  REQUEST-DETAIL-RECORD.
007600     COPY REQDETL.
007700
007800 FD  SLA-THRESHOLD-FILE.
007900 01  SLA-THRESHOLD-RECORD.
008000     COPY SLATHR.
008100
008200 FD  SLA-HISTORY-FILE.
008300 01  SLA-HISTORY-RECORD.
008400     COPY SLAHIST.
008500
008600 FD  SLA-REPORT-FILE.
008700 01  REPORT-LINE                     PIC X(80).
008800
008900*----------------------------------------------------------*
009000*  EVERY REQUEST IS RELEASED TWICE: ONCE UNDER ITS HOUR     *
009100*  AND ONCE UNDER HOUR 99, THE WHOLE-PERIOD GROUP, SO ONE   *
009200*  SORT SERVES BOTH THE ROUTE AND THE HOURLY PERCENTILES.   *
009300*----------------------------------------------------------*
009400 SD  SORT-WORK-FILE.
009500 01  SORT-WORK-RECORD.
009600     05  SR-ROUTE-SUB                PIC 9(03).
009700     05  SR-HOUR                     PIC 9(02).
009800     05  SR-ELAPSED-HSECS            PIC 9(07).
009810
009820 FD  RUN-CONTROL-FILE.
009830 01  RUN-CONTROL-RECORD.
009840     COPY RUNCTL.
009850
009860 FD  PROCESS-CALENDAR-FILE.
009870 01  PROCESS-CALENDAR-RECORD.
009880     COPY PROCCAL.
009900
010000 WORKING-STORAGE SECTION.
010100 77  WS-RDL-STATUS                   PIC X(02) VALUE SPACES.
010200 77  WS-THR-STATUS                   PIC X(02) VALUE SPACES.
010300 77  WS-HST-STATUS                   PIC X(02) VALUE SPACES.
010400 77  WS-RPT-STATUS                   PIC X(02) VALUE SPACES.
010410 77  WS-RCL-STATUS                   PIC X(02) VALUE SPACES.
010420 77  WS-CAL-STATUS                   PIC X(02) VALUE SPACES.
010500
010600 01  WS-SWITCHES.
010700     05  WS-RDL-EOF-SW               PIC X(01) VALUE 'N'.
010800         88  WS-RDL-EOF              VALUE 'Y'.
010900         88  WS-RDL-NOT-EOF          VALUE 'N'.
011000     05  WS-SORT-EOF-SW              PIC X(01) VALUE 'N'.
011100         88  WS-SORT-EOF             VALUE 'Y'.
011200         88  WS-SORT-NOT-EOF         VALUE 'N'.
011300     05  WS-HST-EOF-SW               PIC X(01) VALUE 'N'.
011400         88  WS-HST-EOF              VALUE 'Y'.
011500         88  WS-HST-NOT-EOF          VALUE 'N'.
011600     05  WS-HOUR-FLAG-SW             PIC X(01) VALUE 'N'.
011700         88  WS-HOUR-OVER            VALUE 'Y'.
011800         88  WS-HOUR-WITHIN          VALUE 'N'.
011810     05  WS-CAL-MODE-SW              PIC X(01) VALUE 'N'.
011820         88  WS-CALENDAR-MODE        VALUE 'Y'.
011830         88  WS-PARM-MODE            VALUE 'N'.
011840     05  WS-HT-FOUND-SW              PIC X(01) VALUE 'N'.
011850         88  WS-HT-FOUND             VALUE 'Y'.
011860         88  WS-HT-NOT-FOUND         VALUE 'N'.
011870     05  WS-HT-FULL-SW               PIC X(01) VALUE 'N'.
011880         88  WS-HT-FULL              VALUE 'Y'.
011890         88  WS-HT-NOT-FULL          VALUE 'N'.
011900
012000 77  WS-COMMAND-LINE                 PIC X(40) VALUE SPACES.
012100 77  WS-PARM-START                   PIC X(08) VALUE SPACES.
012200 77  WS-PARM-END                     PIC X(08) VALUE SPACES.
012300 77  WS-DETAIL-LOG-PATH              PIC X(40) VALUE SPACES.
012400
012500 77  WS-TODAY-DATE                   PIC 9(08) VALUE ZERO.
012600 77  WS-START-DATE                   PIC 9(08) VALUE ZERO.
012700 77  WS-END-DATE                     PIC 9(08) VALUE ZERO.
012800 77  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
012900 77  WS-START-INTEGER                PIC S9(09) COMP VALUE ZERO.
013000 77  WS-END-INTEGER                  PIC S9(09) COMP VALUE ZERO.
013100 77  WS-DAY-INTEGER                  PIC S9(09) COMP VALUE ZERO.
013200 77  WS-RANGE-DAYS                   PIC S9(09) COMP VALUE ZERO.
013300 77  WS-DAYS-FOUND                   PIC 9(03) COMP VALUE ZERO.
013310 77  WS-DUE-INTEGER                  PIC S9(09) COMP VALUE ZERO.
013320 77  WS-LAST-DUE-INTEGER             PIC S9(09) COMP VALUE ZERO.
013330 77  WS-FIRST-DUE-DATE               PIC 9(08) VALUE ZERO.
013340 77  WS-LAST-DUE-DATE                PIC 9(08) VALUE ZERO.
013400
013405*----------------------------------------------------------*
013410*  PROCESSING CALENDAR WORK AREAS.  THE FILE IS SMALL - ONE *
013415*  ROW PER STEP OF THE NIGHTLY CHAIN - AND IS REWRITTEN     *
013420*  WHOLE EACH TIME THIS STEP ADVANCES ITS OWN ROW.          *
013425*----------------------------------------------------------*
013430 77  WS-STEP-NAME                    PIC X(08) VALUE 'SLARPT  '.
013435 01  WS-CALENDAR-TABLE.
013440     05  WS-CAL-ENTRY OCCURS 10 TIMES.
013445         10  WS-CAL-STEP             PIC X(08).
013450         10  WS-CAL-DATE             PIC 9(08).
013455 77  WS-CAL-COUNT                    PIC 9(02) COMP VALUE ZERO.
013460 77  WS-CAL-SUB                      PIC 9(02) COMP VALUE ZERO.
013465 77  WS-CAL-SLOT                     PIC 9(02) COMP VALUE ZERO.
013470 77  WS-CAL-LAST-DATE                PIC 9(08) VALUE ZERO.
013475
013500*----------------------------------------------------------*
013600*  ROUTE CLASS TABLE - THE THRESHOLD ROWS IN FILE ORDER,    *
013700*  THEN OTHER.  THE PREFIX LENGTH IS TAKEN ONCE AT LOAD.    *
013800*----------------------------------------------------------*
013900 01  WS-ROUTE-TABLE.
014000     05  WS-RT-ENTRY OCCURS 21 TIMES.
014100         10  WS-RT-NAME              PIC X(12).
014200         10  WS-RT-METHOD            PIC X(06).
014300         10  WS-RT-PREFIX            PIC X(32).
014400         10  WS-RT-PREFIX-LEN        PIC 9(02) COMP.
014500         10  WS-RT-LIMIT OCCURS 3 TIMES
014600                                     PIC 9(05).
014700 77  WS-ROUTE-COUNT                  PIC 9(03) COMP VALUE ZERO.
014800 77  WS-RT-SUB                       PIC 9(03) COMP VALUE ZERO.
014900 77  WS-BEST-SUB                     PIC 9(03) COMP VALUE ZERO.
015000 77  WS-BEST-LEN                     PIC 9(02) COMP VALUE ZERO.
015100 77  WS-METHOD-WORK                  PIC X(06) VALUE SPACES.
015200
015300*----------------------------------------------------------*
015400*  COUNTS AND RESULTS BY ROUTE CLASS AND HOUR SLOT.  SLOTS  *
015500*  1-24 ARE HOURS 00-23; SLOT 25 IS THE WHOLE PERIOD.  THE  *
015600*  THIRD SUBSCRIPT OF THE RESULT IS P50, P95, P99.          *
015700*----------------------------------------------------------*
015800 01  WS-COUNT-TABLE.
015900     05  WS-CT-ROUTE OCCURS 21 TIMES.
016000         10  WS-CT-COUNT OCCURS 25 TIMES
016100                                     PIC 9(09) COMP.
016200 01  WS-RESULT-TABLE.
016300     05  WS-RS-ROUTE OCCURS 21 TIMES.
016400         10  WS-RS-SLOT OCCURS 25 TIMES.
016500             15  WS-RS-HSECS OCCURS 3 TIMES
016600                                     PIC 9(07) COMP.
016700 01  WS-PERCENTILE-VALUES.
016800     05  FILLER                      PIC 9(03) VALUE 050.
016900     05  FILLER                      PIC 9(03) VALUE 095.
017000     05  FILLER                      PIC 9(03) VALUE 099.
017100 01  WS-PERCENTILE-TABLE REDEFINES WS-PERCENTILE-VALUES.
017200     05  WS-PCT OCCURS 3 TIMES       PIC 9(03).
017300 01  WS-MEASURE-NAMES-INIT           PIC X(09)
017400         VALUE 'P50P95P99'.
017500 01  WS-MEASURE-NAMES REDEFINES WS-MEASURE-NAMES-INIT.
017600     05  WS-MEASURE-NAME OCCURS 3 TIMES PIC X(03).
017700 77  WS-SLOT-SUB                     PIC 9(02) COMP VALUE ZERO.
017800 77  WS-PCT-SUB                      PIC 9(01) COMP VALUE ZERO.
017900 77  WS-HOUR-TEXT                    PIC X(02) VALUE SPACES.
018000 77  WS-HOUR-NUMBER                  PIC 9(02) VALUE ZERO.
018100
018200*----------------------------------------------------------*
018300*  SORT OUTPUT CONTROL - THE GROUP NOW BEING RETURNED, THE  *
018400*  POSITION WITHIN IT, AND THE RANK OF EACH PERCENTILE.     *
018500*----------------------------------------------------------*
018600 77  WS-GROUP-ROUTE                  PIC 9(03) COMP VALUE ZERO.
018700 77  WS-GROUP-SLOT                   PIC 9(02) COMP VALUE ZERO.
018800 77  WS-GROUP-POSITION               PIC 9(09) COMP VALUE ZERO.
018900 01  WS-RANK-TABLE.
019000     05  WS-RANK OCCURS 3 TIMES      PIC 9(09) COMP.
019100
019200 77  WS-RELEASE-COUNT                PIC 9(09) COMP VALUE ZERO.
019300 77  WS-BREACH-COUNT                 PIC 9(05) COMP VALUE ZERO.
019310 77  WS-APPEND-COUNT                 PIC 9(05) COMP VALUE ZERO.
019320 77  WS-ON-FILE-COUNT                PIC 9(05) COMP VALUE ZERO.
019400 77  WS-MONTH-TEXT                   PIC X(06) VALUE SPACES.
019500 01  WS-MONTH-BREACH-TABLE.
019600     05  WS-MB-COUNT OCCURS 21 TIMES PIC 9(05) COMP.
019700 77  WS-MONTH-OTHER                  PIC 9(05) COMP VALUE ZERO.
019702
019704*----------------------------------------------------------*
019706*  SLA HISTORY ROWS FOR THE MONTHS THIS RUN REPORTS, LOADED *
019708*  ONCE BEFORE THE FILE IS OPENED FOR APPEND.  EACH PERIOD, *
019710*  ROUTE CLASS, AND PERCENTILE IS HELD ONCE, SO A BREACH    *
019712*  ALREADY ON FILE IS NOT APPENDED AGAIN AND THE MONTH      *
019714*  TOTALS ARE TAKEN FROM HERE RATHER THAN FROM THE FILE.    *
019716*----------------------------------------------------------*
019718 01  WS-HISTORY-TABLE.
019720     05  WS-HT-ENTRY OCCURS 5000 TIMES.
019722         10  WS-HT-PERIOD-START      PIC 9(08).
019724         10  WS-HT-PERIOD-END        PIC 9(08).
019726         10  WS-HT-ROUTE-NAME        PIC X(12).
019728         10  WS-HT-MEASURE           PIC X(03).
019730 01  WS-HT-KEY.
019732     05  WS-HK-PERIOD-START          PIC 9(08).
019734     05  WS-HK-PERIOD-END            PIC 9(08).
019736     05  WS-HK-ROUTE-NAME            PIC X(12).
019738     05  WS-HK-MEASURE               PIC X(03).
019740 77  WS-HT-COUNT                     PIC 9(04) COMP VALUE ZERO.
019742 77  WS-HT-SUB                       PIC 9(04) COMP VALUE ZERO.
019744 77  WS-HIST-FROM-MONTH              PIC X(06) VALUE SPACES.
019746 77  WS-HIST-TO-MONTH                PIC X(06) VALUE SPACES.
019800
019900 01  WS-ROUTE-LINE.
020000     05  FILLER                      PIC X(02).
020100     05  WS-RL-NAME                  PIC X(12).
020200     05  WS-RL-COUNT                 PIC ZZZ,ZZZ,ZZ9.
020300     05  FILLER                      PIC X(01).
020400     05  WS-RL-VALUE OCCURS 3 TIMES.
020500         10  FILLER                  PIC X(01).
020600         10  WS-RL-SECONDS           PIC ZZZ9.99
020700                                     BLANK WHEN ZERO.
020800     05  FILLER                      PIC X(02).
020900     05  WS-RL-RESULT                PIC X(20).
021000
021100 77  WS-COUNT-DISPLAY                PIC ZZZ,ZZZ,ZZ9.
021110 01  WS-ROUTE-HEADING.
021120     05  FILLER                      PIC X(25) VALUE
021130         '  Route          Requests'.
021140     05  FILLER                      PIC X(25) VALUE
021150         '      p50     p95     p99'.
021160     05  FILLER                      PIC X(08) VALUE
021170         '  Result'.
021180
021200 01  WS-REPORT-LINE-OUT              PIC X(80) VALUE SPACES.
021300
021305*----------------------------------------------------------*
021310*  RUN-CONTROL LEDGER WORK AREAS.  THE START DATE AND TIME  *
021315*  PAIR THIS RUN'S END ENTRY WITH ITS START ENTRY.          *
021320*----------------------------------------------------------*
021325 01  WS-RUN-CONTROL.
021330     05  WS-RUN-PROGRAM              PIC X(08) VALUE 'SLARPT  '.
021335     05  WS-RUN-START-DATE           PIC 9(08) VALUE ZERO.
021340     05  WS-RUN-START-TIME           PIC 9(06) VALUE ZERO.
021345     05  WS-RUN-CLOCK                PIC 9(08) VALUE ZERO.
021350     05  WS-RUN-TARGET               PIC X(17) VALUE SPACES.
021355
021400 PROCEDURE DIVISION.
021500*============================================================*
021600 0000-MAINLINE.
021700*============================================================*
021710     PERFORM 8900-LOG-RUN-START THRU 8900-EXIT.
021800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021810     PERFORM 1500-MEASURE-PERIOD THRU 1500-EXIT
021820         UNTIL WS-DUE-INTEGER > WS-LAST-DUE-INTEGER.
023100     PERFORM 5000-PRINT-MONTH-BREACHES THRU 5000-EXIT.
023200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
023210     PERFORM 8910-LOG-RUN-END THRU 8910-EXIT.
023300     STOP RUN.
023400
023500*============================================================*
023600*  1000 SERIES - PARM EDIT AND THRESHOLD LOAD                *
023700*============================================================*
023800 1000-INITIALIZE.
023900     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
024000     MOVE WS-TODAY-DATE TO WS-RUN-DATE.
024100     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
024200     PERFORM 1100-EDIT-PARM THRU 1100-EXIT.
024300     PERFORM 1200-LOAD-THRESHOLDS THRU 1200-EXIT.
024400     INITIALIZE WS-MONTH-BREACH-TABLE.
024600
024700     OPEN OUTPUT SLA-REPORT-FILE.
024800     IF WS-RPT-STATUS NOT = '00'
024900         DISPLAY 'Error: Unable to open SLARPT.OUT'
025000         MOVE 16 TO RETURN-CODE
025100         STOP RUN
025200     END-IF.
025210     IF WS-CALENDAR-MODE
025220        AND WS-DUE-INTEGER > WS-LAST-DUE-INTEGER
025230         WRITE REPORT-LINE FROM 'Response-Time SLA Report'
025240         WRITE REPORT-LINE FROM
025250             'Processing calendar is up to date - no days due.'
025260     END-IF.
025270     PERFORM 1300-LOAD-HISTORY THRU 1300-EXIT.
025300     OPEN EXTEND SLA-HISTORY-FILE.
025400     IF WS-HST-STATUS = '35'
025500         OPEN OUTPUT SLA-HISTORY-FILE
025600     END-IF.
025700     IF WS-HST-STATUS NOT = '00'
025800         DISPLAY 'Error: Unable to open SLAHIST.DAT - status '
025900                 WS-HST-STATUS
026000         MOVE 16 TO RETURN-CODE
026100         STOP RUN
026200     END-IF.
026300 1000-EXIT.
026400     EXIT.
026500
026600*----------------------------------------------------------*
026700*  NO PARM TAKES THE DAYS DUE ON THE PROCESSING CALENDAR:   *
026800*  FROM THE DAY AFTER THE LAST ONE THIS STEP COMPLETED      *
026810*  THROUGH YESTERDAY, OR JUST YESTERDAY WHEN THE STEP HAS NO*
026820*  CALENDAR ROW YET.  ONE DATE IS THAT DAY; A RANGE IS      *
026830*  INCLUSIVE AND HELD TO 92 DAYS LIKE THE ROLLUP.  A PARM   *
026840*  RUN IS ONE PERIOD.                                       *
026900*----------------------------------------------------------*
027000 1100-EDIT-PARM.
027100     IF WS-COMMAND-LINE = SPACES
027110         SET WS-CALENDAR-MODE TO TRUE
027120         PERFORM 1150-LOAD-CALENDAR THRU 1150-EXIT
027130         COMPUTE WS-LAST-DUE-INTEGER =
027140             FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE) - 1
027150         IF WS-CAL-LAST-DATE = ZERO
027160             MOVE WS-LAST-DUE-INTEGER TO WS-DUE-INTEGER
027170         ELSE
027180             COMPUTE WS-DUE-INTEGER =
027190                 FUNCTION INTEGER-OF-DATE (WS-CAL-LAST-DATE) + 1
027200         END-IF
027210         COMPUTE WS-FIRST-DUE-DATE =
027220             FUNCTION DATE-OF-INTEGER (WS-DUE-INTEGER)
027230         COMPUTE WS-LAST-DUE-DATE =
027240             FUNCTION DATE-OF-INTEGER (WS-LAST-DUE-INTEGER)
027250         GO TO 1100-EXIT
027900     END-IF.
028000
028100     UNSTRING WS-COMMAND-LINE DELIMITED BY '-'
028200         INTO WS-PARM-START WS-PARM-END.
028300     IF WS-PARM-END = SPACES
028400         MOVE WS-PARM-START TO WS-PARM-END
028500     END-IF.
028600     IF WS-PARM-START IS NOT NUMERIC
028700        OR WS-PARM-END IS NOT NUMERIC
028800         DISPLAY 'Error: PARM must be yyyymmdd or '
028900                 'yyyymmdd-yyyymmdd'
029000         MOVE 16 TO RETURN-CODE
029100         STOP RUN
029200     END-IF.
029300     MOVE WS-PARM-START TO WS-START-DATE.
029400     MOVE WS-PARM-END TO WS-END-DATE.
029500     IF WS-START-DATE > WS-END-DATE
029600         DISPLAY 'Error: range start is after range end'
029700         MOVE 16 TO RETURN-CODE
029800         STOP RUN
029900     END-IF.
030000     COMPUTE WS-START-INTEGER =
030100         FUNCTION INTEGER-OF-DATE (WS-START-DATE).
030200     COMPUTE WS-END-INTEGER =
030300         FUNCTION INTEGER-OF-DATE (WS-END-DATE).
030400     IF WS-START-INTEGER = ZERO OR WS-END-INTEGER = ZERO
030500         DISPLAY 'Error: PARM dates are not valid calendar days'
030600         MOVE 16 TO RETURN-CODE
030700         STOP RUN
030800     END-IF.
030900     COMPUTE WS-RANGE-DAYS =
031000         WS-END-INTEGER - WS-START-INTEGER + 1.
031100     IF WS-RANGE-DAYS > 92
031200         DISPLAY 'Error: range is limited to 92 days'
031300         MOVE 16 TO RETURN-CODE
031400         STOP RUN
031500     END-IF.
031510     MOVE 1 TO WS-DUE-INTEGER WS-LAST-DUE-INTEGER.
031520     MOVE WS-START-DATE TO WS-FIRST-DUE-DATE.
031530     MOVE WS-END-DATE TO WS-LAST-DUE-DATE.
031600 1100-EXIT.
031700     EXIT.
031800
031801 1150-LOAD-CALENDAR.
031802     MOVE ZERO TO WS-CAL-COUNT WS-CAL-SLOT WS-CAL-LAST-DATE.
031803     OPEN INPUT PROCESS-CALENDAR-FILE.
031804     IF WS-CAL-STATUS NOT = '00'
031805         GO TO 1150-EXIT
031806     END-IF.
031807     PERFORM 1160-READ-CALENDAR-ROW THRU 1160-EXIT
031808         UNTIL WS-CAL-STATUS = '10'.
031809     CLOSE PROCESS-CALENDAR-FILE.
031810     PERFORM 1170-FIND-OWN-STEP THRU 1170-EXIT
031811         VARYING WS-CAL-SUB FROM 1 BY 1
031812         UNTIL WS-CAL-SUB > WS-CAL-COUNT.
031813 1150-EXIT.
031814     EXIT.
031815
031816 1160-READ-CALENDAR-ROW.
031817     READ PROCESS-CALENDAR-FILE
031818         AT END
031819             MOVE '10' TO WS-CAL-STATUS
031820         NOT AT END
031821             IF WS-CAL-COUNT < 10
031822                 ADD 1 TO WS-CAL-COUNT
031823                 MOVE PC-STEP-NAME
031824                     TO WS-CAL-STEP (WS-CAL-COUNT)
031825                 MOVE PC-LAST-DATE
031826                     TO WS-CAL-DATE (WS-CAL-COUNT)
031827             ELSE
031828                 DISPLAY 'Warning: PROCCAL.DAT has more than '
031829                         '10 rows - row ignored'
031830             END-IF
031831     END-READ.
031832 1160-EXIT.
031833     EXIT.
031834
031835 1170-FIND-OWN-STEP.
031836     IF WS-CAL-STEP (WS-CAL-SUB) = WS-STEP-NAME
031837         MOVE WS-CAL-SUB TO WS-CAL-SLOT
031838         MOVE WS-CAL-DATE (WS-CAL-SUB) TO WS-CAL-LAST-DATE
031839     END-IF.
031840 1170-EXIT.
031841     EXIT.
031842
031843*----------------------------------------------------------*
031844*  REWRITES THE WHOLE (SMALL) CALENDAR WITH THIS STEP'S     *
031845*  ROW ADVANCED TO THE DAY JUST REPORTED.  A CALENDAR       *
031846*  THAT CANNOT BE WRITTEN ENDS THE RUN - SILENTLY LOSING    *
031847*  THE ADVANCE WOULD REPORT COMPLETED DAYS AGAIN.           *
031848*----------------------------------------------------------*
031849 1180-ADVANCE-CALENDAR.
031850     IF WS-CAL-SLOT = ZERO
031851         IF WS-CAL-COUNT NOT < 10
031852             DISPLAY 'Error: PROCCAL.DAT is full - '
031853                     'calendar row cannot be added'
031854             MOVE 16 TO RETURN-CODE
031855             STOP RUN
031856         END-IF
031857         ADD 1 TO WS-CAL-COUNT
031858         MOVE WS-CAL-COUNT TO WS-CAL-SLOT
031859         MOVE WS-STEP-NAME TO WS-CAL-STEP (WS-CAL-SLOT)
031860     END-IF.
031861     MOVE WS-END-DATE TO WS-CAL-DATE (WS-CAL-SLOT).
031862     OPEN OUTPUT PROCESS-CALENDAR-FILE.
031863     IF WS-CAL-STATUS NOT = '00'
031864         DISPLAY 'Error: Unable to rewrite PROCCAL.DAT - '
031865                 'status ' WS-CAL-STATUS
031866         MOVE 16 TO RETURN-CODE
031867         STOP RUN
031868     END-IF.
031869     PERFORM 1190-WRITE-CALENDAR-ROW THRU 1190-EXIT
031870         VARYING WS-CAL-SUB FROM 1 BY 1
031871         UNTIL WS-CAL-SUB > WS-CAL-COUNT.
031872     CLOSE PROCESS-CALENDAR-FILE.
031873 1180-EXIT.
031874     EXIT.
031875
031876 1190-WRITE-CALENDAR-ROW.
031877     MOVE SPACES TO PROCESS-CALENDAR-RECORD.
031878     MOVE WS-CAL-STEP (WS-CAL-SUB) TO PC-STEP-NAME.
031879     MOVE WS-CAL-DATE (WS-CAL-SUB) TO PC-LAST-DATE.
031880     WRITE PROCESS-CALENDAR-RECORD.
031881 1190-EXIT.
031882     EXIT.
031883
031900 1200-LOAD-THRESHOLDS.
032000     MOVE ZERO TO WS-ROUTE-COUNT.
032100     OPEN INPUT SLA-THRESHOLD-FILE.
032200     IF WS-THR-STATUS NOT = '00'
032300         DISPLAY 'Error: Unable to open SLATHR.DAT - status '
032400                 WS-THR-STATUS
032500         MOVE 16 TO RETURN-CODE
032600         STOP RUN
032700     END-IF.
032800     PERFORM 1210-READ-THRESHOLD THRU 1210-EXIT
032900         UNTIL WS-THR-STATUS = '10'.
033000     CLOSE SLA-THRESHOLD-FILE.
033100
033200     ADD 1 TO WS-ROUTE-COUNT.
033300     MOVE 'OTHER' TO WS-RT-NAME (WS-ROUTE-COUNT).
033400     MOVE SPACES TO WS-RT-METHOD (WS-ROUTE-COUNT)
033500                    WS-RT-PREFIX (WS-ROUTE-COUNT).
033600     MOVE ZERO TO WS-RT-PREFIX-LEN (WS-ROUTE-COUNT)
033700                  WS-RT-LIMIT (WS-ROUTE-COUNT, 1)
033800                  WS-RT-LIMIT (WS-ROUTE-COUNT, 2)
033900                  WS-RT-LIMIT (WS-ROUTE-COUNT, 3).
034000 1200-EXIT.
034100     EXIT.
034200
034300 1210-READ-THRESHOLD.
034400     READ SLA-THRESHOLD-FILE
034500         AT END
034600             MOVE '10' TO WS-THR-STATUS
034700             GO TO 1210-EXIT
034800     END-READ.
034900     IF SLT-ROUTE-NAME = SPACES
035000        OR SLT-URI-PREFIX = SPACES
035100         GO TO 1210-EXIT
035200     END-IF.
035300     IF SLT-P50-HSECS IS NOT NUMERIC
035400        OR SLT-P95-HSECS IS NOT NUMERIC
035500        OR SLT-P99-HSECS IS NOT NUMERIC
035600         DISPLAY 'Warning: SLATHR.DAT row ' SLT-ROUTE-NAME
035700                 ' has a non-numeric limit - row ignored'
035800         GO TO 1210-EXIT
035900     END-IF.
036000     IF WS-ROUTE-COUNT NOT < 20
036100         DISPLAY 'Warning: SLATHR.DAT has more than 20 rows - '
036200                 'row ignored'
036300         GO TO 1210-EXIT
036400     END-IF.
036500     ADD 1 TO WS-ROUTE-COUNT.
036600     MOVE SLT-ROUTE-NAME TO WS-RT-NAME (WS-ROUTE-COUNT).
036700     MOVE SLT-METHOD TO WS-RT-METHOD (WS-ROUTE-COUNT).
036800     MOVE SLT-URI-PREFIX TO WS-RT-PREFIX (WS-ROUTE-COUNT).
036900     MOVE FUNCTION LENGTH(FUNCTION TRIM(SLT-URI-PREFIX))
037000         TO WS-RT-PREFIX-LEN (WS-ROUTE-COUNT).
037100     MOVE SLT-P50-HSECS TO WS-RT-LIMIT (WS-ROUTE-COUNT, 1).
037200     MOVE SLT-P95-HSECS TO WS-RT-LIMIT (WS-ROUTE-COUNT, 2).
037300     MOVE SLT-P99-HSECS TO WS-RT-LIMIT (WS-ROUTE-COUNT, 3).
037400 1210-EXIT.
037500     EXIT.
037600
037601*----------------------------------------------------------*
037602*  HOLD THE HISTORY ROWS WHOSE PERIOD ENDS IN A MONTH THIS  *
037603*  RUN REPORTS.  A MISSING FILE IS AN EMPTY HISTORY.        *
037604*----------------------------------------------------------*
037605 1300-LOAD-HISTORY.
037606     MOVE ZERO TO WS-HT-COUNT.
037607     MOVE WS-FIRST-DUE-DATE (1:6) TO WS-HIST-FROM-MONTH.
037608     MOVE WS-LAST-DUE-DATE (1:6) TO WS-HIST-TO-MONTH.
037609     IF WS-HIST-FROM-MONTH > WS-HIST-TO-MONTH
037610         MOVE WS-HIST-TO-MONTH TO WS-HIST-FROM-MONTH
037611     END-IF.
037612     OPEN INPUT SLA-HISTORY-FILE.
037613     IF WS-HST-STATUS = '35'
037614         GO TO 1300-EXIT
037615     END-IF.
037616     IF WS-HST-STATUS NOT = '00'
037617         DISPLAY 'Error: Unable to read SLAHIST.DAT - status '
037618                 WS-HST-STATUS
037619         MOVE 16 TO RETURN-CODE
037620         STOP RUN
037621     END-IF.
037622     SET WS-HST-NOT-EOF TO TRUE.
037623     PERFORM 1310-READ-HISTORY THRU 1310-EXIT
037624         UNTIL WS-HST-EOF.
037625     CLOSE SLA-HISTORY-FILE.
037626 1300-EXIT.
037627     EXIT.
037628
037629 1310-READ-HISTORY.
037630     READ SLA-HISTORY-FILE
037631         AT END
037632             SET WS-HST-EOF TO TRUE
037633             GO TO 1310-EXIT
037634     END-READ.
037635     IF SLH-PERIOD-END (1:6) < WS-HIST-FROM-MONTH
037636        OR SLH-PERIOD-END (1:6) > WS-HIST-TO-MONTH
037637         GO TO 1310-EXIT
037638     END-IF.
037639     MOVE SLH-PERIOD-START TO WS-HK-PERIOD-START.
037640     MOVE SLH-PERIOD-END TO WS-HK-PERIOD-END.
037641     MOVE SLH-ROUTE-NAME TO WS-HK-ROUTE-NAME.
037642     MOVE SLH-MEASURE TO WS-HK-MEASURE.
037643     PERFORM 4210-FIND-HISTORY THRU 4210-EXIT.
037644     IF WS-HT-NOT-FOUND
037645         PERFORM 4230-ADD-HISTORY THRU 4230-EXIT
037646     END-IF.
037647 1310-EXIT.
037648     EXIT.
037649
037650*----------------------------------------------------------*
037651*  ONE PERIOD PER PASS: THE PARM PERIOD, OR ONE CALENDAR    *
037652*  DAY DUE, WHICH ADVANCES THE CALENDAR ONCE REPORTED.      *
037653*----------------------------------------------------------*
037654 1500-MEASURE-PERIOD.
037655     IF WS-CALENDAR-MODE
037656         MOVE WS-DUE-INTEGER TO WS-START-INTEGER WS-END-INTEGER
037657         COMPUTE WS-START-DATE =
037658             FUNCTION DATE-OF-INTEGER (WS-DUE-INTEGER)
037659         MOVE WS-START-DATE TO WS-END-DATE
037660     END-IF.
037661     INITIALIZE WS-COUNT-TABLE WS-RESULT-TABLE.
037662     MOVE ZERO TO WS-DAYS-FOUND.
037663     SORT SORT-WORK-FILE
037664         ON ASCENDING KEY SR-ROUTE-SUB SR-HOUR SR-ELAPSED-HSECS
037665         INPUT PROCEDURE IS 2000-RELEASE-REQUESTS
037666             THRU 2000-EXIT
037667         OUTPUT PROCEDURE IS 3000-TAKE-PERCENTILES
037668             THRU 3000-EXIT.
037669     IF SORT-RETURN NOT = ZERO
037670         DISPLAY 'Error: sort of request detail failed'
037671         MOVE 16 TO RETURN-CODE
037672         STOP RUN
037673     END-IF.
037674     PERFORM 4000-PRINT-ROUTES THRU 4000-EXIT.
037675     IF WS-CALENDAR-MODE
037676         PERFORM 1180-ADVANCE-CALENDAR THRU 1180-EXIT
037677     END-IF.
037678     ADD 1 TO WS-DUE-INTEGER.
037679 1500-EXIT.
037680     EXIT.
037681
037700*============================================================*
037800*  2000 SERIES - SORT INPUT: EVERY DAY'S REQUEST DETAIL      *
037900*============================================================*
038000 2000-RELEASE-REQUESTS.
038100     MOVE WS-START-INTEGER TO WS-DAY-INTEGER.
038200     PERFORM 2100-RELEASE-ONE-DAY THRU 2100-EXIT
038300         UNTIL WS-DAY-INTEGER > WS-END-INTEGER.
038400 2000-EXIT.
038500     EXIT.
038600
038700 2100-RELEASE-ONE-DAY.
038800     COMPUTE WS-RUN-DATE =
038900         FUNCTION DATE-OF-INTEGER (WS-DAY-INTEGER).
039000     MOVE SPACES TO WS-DETAIL-LOG-PATH.
039100     STRING 'REQDTL' DELIMITED BY SIZE
039200            WS-RUN-DATE DELIMITED BY SIZE
039300            '.LOG' DELIMITED BY SIZE
039400         INTO WS-DETAIL-LOG-PATH.
039500     ADD 1 TO WS-DAY-INTEGER.
039600     OPEN INPUT REQUEST-DETAIL-FILE.
039700     IF WS-RDL-STATUS = '35'
039800         DISPLAY 'Notice: no request detail log for '
039900                 WS-RUN-DATE
040000         GO TO 2100-EXIT
040100     END-IF.
040200     IF WS-RDL-STATUS NOT = '00'
040300         DISPLAY 'Error: Unable to open ' WS-DETAIL-LOG-PATH
040400                 ' - status ' WS-RDL-STATUS
040500         MOVE 16 TO RETURN-CODE
040600         STOP RUN
040700     END-IF.
040800     ADD 1 TO WS-DAYS-FOUND.
040900     SET WS-RDL-NOT-EOF TO TRUE.
041000     PERFORM 2200-READ-DETAIL THRU 2200-EXIT
041100         UNTIL WS-RDL-EOF.
041200     CLOSE REQUEST-DETAIL-FILE.
041300 2100-EXIT.
041400     EXIT.
041500
041600 2200-READ-DETAIL.
041700     READ REQUEST-DETAIL-FILE
041800         AT END
041900             SET WS-RDL-EOF TO TRUE
042000             GO TO 2200-EXIT
042100     END-READ.
042200     IF RDL-ELAPSED-HSECS IS NOT NUMERIC
042300         GO TO 2200-EXIT
042400     END-IF.
042500     MOVE RDL-TIMESTAMP (12:2) TO WS-HOUR-TEXT.
042600     IF WS-HOUR-TEXT IS NOT NUMERIC
042700         GO TO 2200-EXIT
042800     END-IF.
042900     MOVE WS-HOUR-TEXT TO WS-HOUR-NUMBER.
043000     IF WS-HOUR-NUMBER > 23
043100         GO TO 2200-EXIT
043200     END-IF.
043300     PERFORM 2300-CLASSIFY-ROUTE THRU 2300-EXIT.
043400
043500     MOVE WS-BEST-SUB TO SR-ROUTE-SUB.
043600     MOVE RDL-ELAPSED-HSECS TO SR-ELAPSED-HSECS.
043700     MOVE WS-HOUR-NUMBER TO SR-HOUR.
043800     RELEASE SORT-WORK-RECORD.
043900     MOVE 99 TO SR-HOUR.
044000     RELEASE SORT-WORK-RECORD.
044100     ADD 1 TO WS-RELEASE-COUNT.
044200     COMPUTE WS-SLOT-SUB = WS-HOUR-NUMBER + 1.
044300     ADD 1 TO WS-CT-COUNT (WS-BEST-SUB, WS-SLOT-SUB).
044400     ADD 1 TO WS-CT-COUNT (WS-BEST-SUB, 25).
044500 2200-EXIT.
044600     EXIT.
044700
044800*----------------------------------------------------------*
044900*  LONGEST MATCHING PREFIX WINS; OTHER (THE LAST SLOT)      *
045000*  WHEN NOTHING MATCHES.                                    *
045100*----------------------------------------------------------*
045200 2300-CLASSIFY-ROUTE.
045300     MOVE WS-ROUTE-COUNT TO WS-BEST-SUB.
045400     MOVE ZERO TO WS-BEST-LEN.
045500     MOVE RDL-METHOD TO WS-METHOD-WORK.
045600     PERFORM 2310-TRY-ROUTE THRU 2310-EXIT
045700         VARYING WS-RT-SUB FROM 1 BY 1
045800         UNTIL WS-RT-SUB NOT < WS-ROUTE-COUNT.
045900 2300-EXIT.
046000     EXIT.
046100
046200 2310-TRY-ROUTE.
046300     IF WS-RT-PREFIX-LEN (WS-RT-SUB) NOT > WS-BEST-LEN
046400         GO TO 2310-EXIT
046500     END-IF.
046600     IF WS-RT-METHOD (WS-RT-SUB) NOT = SPACES
046700        AND WS-RT-METHOD (WS-RT-SUB) NOT = WS-METHOD-WORK
046800         GO TO 2310-EXIT
046900     END-IF.
047000     IF RDL-URI (1:WS-RT-PREFIX-LEN (WS-RT-SUB)) =
047100        WS-RT-PREFIX (WS-RT-SUB)
047200            (1:WS-RT-PREFIX-LEN (WS-RT-SUB))
047300         MOVE WS-RT-SUB TO WS-BEST-SUB
047400         MOVE WS-RT-PREFIX-LEN (WS-RT-SUB) TO WS-BEST-LEN
047500     END-IF.
047600 2310-EXIT.
047700     EXIT.
047800
047900*============================================================*
048000*  3000 SERIES - SORT OUTPUT: NEAREST-RANK PERCENTILES       *
048100*============================================================*
048200 3000-TAKE-PERCENTILES.
048300     MOVE ZERO TO WS-GROUP-ROUTE WS-GROUP-SLOT.
048400     SET WS-SORT-NOT-EOF TO TRUE.
048500     PERFORM 3100-RETURN-ONE THRU 3100-EXIT
048600         UNTIL WS-SORT-EOF.
048700 3000-EXIT.
048800     EXIT.
048900
049000 3100-RETURN-ONE.
049100     RETURN SORT-WORK-FILE
049200         AT END
049300             SET WS-SORT-EOF TO TRUE
049400             GO TO 3100-EXIT
049500     END-RETURN.
049600     IF SR-HOUR = 99
049700         MOVE 25 TO WS-SLOT-SUB
049800     ELSE
049900         COMPUTE WS-SLOT-SUB = SR-HOUR + 1
050000     END-IF.
050100     IF SR-ROUTE-SUB NOT = WS-GROUP-ROUTE
050200        OR WS-SLOT-SUB NOT = WS-GROUP-SLOT
050300         PERFORM 3200-START-GROUP THRU 3200-EXIT
050400     END-IF.
050500     ADD 1 TO WS-GROUP-POSITION.
050600     PERFORM 3300-CHECK-RANK THRU 3300-EXIT
050700         VARYING WS-PCT-SUB FROM 1 BY 1
050800         UNTIL WS-PCT-SUB > 3.
050900 3100-EXIT.
051000     EXIT.
051100
051200 3200-START-GROUP.
051300     MOVE SR-ROUTE-SUB TO WS-GROUP-ROUTE.
051400     MOVE WS-SLOT-SUB TO WS-GROUP-SLOT.
051500     MOVE ZERO TO WS-GROUP-POSITION.
051600     PERFORM 3210-SET-RANK THRU 3210-EXIT
051700         VARYING WS-PCT-SUB FROM 1 BY 1
051800         UNTIL WS-PCT-SUB > 3.
051900 3200-EXIT.
052000     EXIT.
052100
052200 3210-SET-RANK.
052300     COMPUTE WS-RANK (WS-PCT-SUB) =
052400         (WS-CT-COUNT (WS-GROUP-ROUTE, WS-GROUP-SLOT)
052500            * WS-PCT (WS-PCT-SUB) + 99) / 100.
052600 3210-EXIT.
052700     EXIT.
052800
052900 3300-CHECK-RANK.
053000     IF WS-GROUP-POSITION = WS-RANK (WS-PCT-SUB)
053100         MOVE SR-ELAPSED-HSECS TO
053200             WS-RS-HSECS (WS-GROUP-ROUTE, WS-GROUP-SLOT,
053300                          WS-PCT-SUB)
053400     END-IF.
053500 3300-EXIT.
053600     EXIT.
053700
053800*============================================================*
053900*  4000 SERIES - ROUTE AND HOURLY REPORT, BREACH HISTORY     *
054000*============================================================*
054100 4000-PRINT-ROUTES.
054200     WRITE REPORT-LINE FROM 'Response-Time SLA Report'.
054300     MOVE SPACES TO WS-REPORT-LINE-OUT.
054400     STRING 'Period ' DELIMITED BY SIZE
054500            WS-START-DATE DELIMITED BY SIZE
054600            ' - ' DELIMITED BY SIZE
054700            WS-END-DATE DELIMITED BY SIZE
054800            '   run ' DELIMITED BY SIZE
054900            WS-TODAY-DATE DELIMITED BY SIZE
055000         INTO WS-REPORT-LINE-OUT.
055100     WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT.
055200     MOVE WS-DAYS-FOUND TO WS-COUNT-DISPLAY.
055300     MOVE SPACES TO WS-REPORT-LINE-OUT.
055400     STRING 'Days with a request detail log:' DELIMITED BY SIZE
055500            WS-COUNT-DISPLAY DELIMITED BY SIZE
055600         INTO WS-REPORT-LINE-OUT.
055700     WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT.
055800     MOVE SPACES TO REPORT-LINE.
055900     WRITE REPORT-LINE.
056000     WRITE REPORT-LINE FROM
056100         'Handling time in seconds by route class:'.
056200     WRITE REPORT-LINE FROM
056300         WS-ROUTE-HEADING.
056500     PERFORM 4100-PRINT-ONE-ROUTE THRU 4100-EXIT
056600         VARYING WS-RT-SUB FROM 1 BY 1
056700         UNTIL WS-RT-SUB > WS-ROUTE-COUNT.
056800
056900     MOVE SPACES TO REPORT-LINE.
057000     WRITE REPORT-LINE.
057100     WRITE REPORT-LINE FROM
057200         'Handling time in seconds by hour (* = over a limit):'.
057300     PERFORM 4300-PRINT-ROUTE-HOURS THRU 4300-EXIT
057400         VARYING WS-RT-SUB FROM 1 BY 1
057500         UNTIL WS-RT-SUB > WS-ROUTE-COUNT.
057600 4000-EXIT.
057700     EXIT.
057800
057900 4100-PRINT-ONE-ROUTE.
058000     MOVE SPACES TO WS-ROUTE-LINE.
058100     MOVE WS-RT-NAME (WS-RT-SUB) TO WS-RL-NAME.
058200     MOVE WS-CT-COUNT (WS-RT-SUB, 25) TO WS-RL-COUNT.
058300     IF WS-CT-COUNT (WS-RT-SUB, 25) = ZERO
058400         MOVE 'no traffic' TO WS-RL-RESULT
058500         WRITE REPORT-LINE FROM WS-ROUTE-LINE
058600         GO TO 4100-EXIT
058700     END-IF.
058800     MOVE 25 TO WS-SLOT-SUB.
058900     PERFORM 4110-MOVE-SECONDS THRU 4110-EXIT
059000         VARYING WS-PCT-SUB FROM 1 BY 1
059100         UNTIL WS-PCT-SUB > 3.
059200     MOVE 'within SLA' TO WS-RL-RESULT.
059300     IF WS-RT-LIMIT (WS-RT-SUB, 1) = ZERO
059400        AND WS-RT-LIMIT (WS-RT-SUB, 2) = ZERO
059500        AND WS-RT-LIMIT (WS-RT-SUB, 3) = ZERO
059600         MOVE 'no limits set' TO WS-RL-RESULT
059700     END-IF.
059800     PERFORM 4200-CHECK-BREACH THRU 4200-EXIT
059900         VARYING WS-PCT-SUB FROM 1 BY 1
060000         UNTIL WS-PCT-SUB > 3.
060100     WRITE REPORT-LINE FROM WS-ROUTE-LINE.
060200
060300     IF WS-RL-RESULT NOT = 'no limits set'
060400         MOVE SPACES TO WS-ROUTE-LINE
060500         MOVE '       limit' TO WS-RL-NAME
060600         COMPUTE WS-RL-SECONDS (1) =
060700             WS-RT-LIMIT (WS-RT-SUB, 1) / 100
060800         COMPUTE WS-RL-SECONDS (2) =
060900             WS-RT-LIMIT (WS-RT-SUB, 2) / 100
061000         COMPUTE WS-RL-SECONDS (3) =
061100             WS-RT-LIMIT (WS-RT-SUB, 3) / 100
061200         WRITE REPORT-LINE FROM WS-ROUTE-LINE
061300     END-IF.
061400 4100-EXIT.
061500     EXIT.
061600
061700 4110-MOVE-SECONDS.
061800     COMPUTE WS-RL-SECONDS (WS-PCT-SUB) =
061900         WS-RS-HSECS (WS-RT-SUB, WS-SLOT-SUB, WS-PCT-SUB) / 100.
062000 4110-EXIT.
062100     EXIT.
062200
062300*----------------------------------------------------------*
062400*  A PERIOD PERCENTILE OVER ITS LIMIT IS A BREACH: MARKED,  *
062500*  COUNTED FOR THE RETURN CODE, AND APPENDED TO HISTORY     *
062510*  UNLESS AN EARLIER RUN OF THE SAME PERIOD PUT IT THERE.   *
062600*----------------------------------------------------------*
062700 4200-CHECK-BREACH.
062800     IF WS-RT-LIMIT (WS-RT-SUB, WS-PCT-SUB) = ZERO
062900        OR WS-RS-HSECS (WS-RT-SUB, 25, WS-PCT-SUB)
063000           NOT > WS-RT-LIMIT (WS-RT-SUB, WS-PCT-SUB)
063100         GO TO 4200-EXIT
063200     END-IF.
063300     ADD 1 TO WS-BREACH-COUNT.
063400     MOVE 'SLA BREACH' TO WS-RL-RESULT.
063410     MOVE WS-START-DATE TO WS-HK-PERIOD-START.
063420     MOVE WS-END-DATE TO WS-HK-PERIOD-END.
063430     MOVE WS-RT-NAME (WS-RT-SUB) TO WS-HK-ROUTE-NAME.
063440     MOVE WS-MEASURE-NAME (WS-PCT-SUB) TO WS-HK-MEASURE.
063450     PERFORM 4210-FIND-HISTORY THRU 4210-EXIT.
063460     IF WS-HT-FOUND
063470         ADD 1 TO WS-ON-FILE-COUNT
063480         GO TO 4200-EXIT
063490     END-IF.
063500     MOVE SPACES TO SLA-HISTORY-RECORD.
063600     MOVE WS-TODAY-DATE TO SLH-RUN-DATE.
063700     MOVE WS-START-DATE TO SLH-PERIOD-START.
063800     MOVE WS-END-DATE TO SLH-PERIOD-END.
063900     MOVE WS-RT-NAME (WS-RT-SUB) TO SLH-ROUTE-NAME.
064000     MOVE WS-MEASURE-NAME (WS-PCT-SUB) TO SLH-MEASURE.
064100     MOVE WS-RS-HSECS (WS-RT-SUB, 25, WS-PCT-SUB)
064200         TO SLH-ACTUAL-HSECS.
064300     MOVE WS-RT-LIMIT (WS-RT-SUB, WS-PCT-SUB)
064400         TO SLH-LIMIT-HSECS.
064500     MOVE WS-CT-COUNT (WS-RT-SUB, 25) TO SLH-REQUEST-COUNT.
064600     WRITE SLA-HISTORY-RECORD.
064700     IF WS-HST-STATUS NOT = '00'
064800         DISPLAY 'Error: SLAHIST.DAT write failed - status '
064900                 WS-HST-STATUS
065000         MOVE 16 TO RETURN-CODE
065100         STOP RUN
065200     END-IF.
065210     ADD 1 TO WS-APPEND-COUNT.
065220     PERFORM 4230-ADD-HISTORY THRU 4230-EXIT.
065300 4200-EXIT.
065400     EXIT.
065500
065502 4210-FIND-HISTORY.
065504     SET WS-HT-NOT-FOUND TO TRUE.
065506     PERFORM 4220-MATCH-HISTORY THRU 4220-EXIT
065508         VARYING WS-HT-SUB FROM 1 BY 1
065510         UNTIL WS-HT-SUB > WS-HT-COUNT
065512            OR WS-HT-FOUND.
065514 4210-EXIT.
065516     EXIT.
065518
065520 4220-MATCH-HISTORY.
065522     IF WS-HT-ENTRY (WS-HT-SUB) = WS-HT-KEY
065524         SET WS-HT-FOUND TO TRUE
065526     END-IF.
065528 4220-EXIT.
065530     EXIT.
065532
065534*----------------------------------------------------------*
065536*  A FULL TABLE IS WARNED ABOUT ONCE; LATER ROWS GO UNHELD, *
065538*  SO THEIR DUPLICATES ARE NOT CAUGHT AND THE MONTH TOTALS  *
065540*  ARE FLAGGED AS SHORT.                                    *
065542*----------------------------------------------------------*
065544 4230-ADD-HISTORY.
065546     IF WS-HT-COUNT NOT < 5000
065548         IF WS-HT-NOT-FULL
065550             DISPLAY 'Warning: more than 5000 SLA history rows '
065552                     'for the months reported - rows not held'
065554             SET WS-HT-FULL TO TRUE
065556         END-IF
065558         GO TO 4230-EXIT
065560     END-IF.
065562     ADD 1 TO WS-HT-COUNT.
065564     MOVE WS-HT-KEY TO WS-HT-ENTRY (WS-HT-COUNT).
065566 4230-EXIT.
065568     EXIT.
065570
065600 4300-PRINT-ROUTE-HOURS.
065700     IF WS-CT-COUNT (WS-RT-SUB, 25) = ZERO
065800         GO TO 4300-EXIT
065900     END-IF.
066000     MOVE SPACES TO WS-REPORT-LINE-OUT.
066100     STRING '  ' DELIMITED BY SIZE
066200            WS-RT-NAME (WS-RT-SUB) DELIMITED BY SPACE
066300            ':' DELIMITED BY SIZE
066400         INTO WS-REPORT-LINE-OUT.
066500     WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT.
066600     PERFORM 4310-PRINT-HOUR THRU 4310-EXIT
066700         VARYING WS-SLOT-SUB FROM 1 BY 1
066800         UNTIL WS-SLOT-SUB > 24.
066900 4300-EXIT.
067000     EXIT.
067100
067200 4310-PRINT-HOUR.
067300     IF WS-CT-COUNT (WS-RT-SUB, WS-SLOT-SUB) = ZERO
067400         GO TO 4310-EXIT
067500     END-IF.
067600     MOVE SPACES TO WS-ROUTE-LINE.
067700     COMPUTE WS-HOUR-NUMBER = WS-SLOT-SUB - 1.
067800     STRING '    ' DELIMITED BY SIZE
067900            WS-HOUR-NUMBER DELIMITED BY SIZE
068000            ':00' DELIMITED BY SIZE
068100         INTO WS-RL-NAME.
068200     MOVE WS-CT-COUNT (WS-RT-SUB, WS-SLOT-SUB) TO WS-RL-COUNT.
068300     PERFORM 4110-MOVE-SECONDS THRU 4110-EXIT
068400         VARYING WS-PCT-SUB FROM 1 BY 1
068500         UNTIL WS-PCT-SUB > 3.
068600     SET WS-HOUR-WITHIN TO TRUE.
068700     PERFORM 4320-CHECK-HOUR THRU 4320-EXIT
068800         VARYING WS-PCT-SUB FROM 1 BY 1
068900         UNTIL WS-PCT-SUB > 3.
069000     IF WS-HOUR-OVER
069100         MOVE '*' TO WS-RL-RESULT
069200     END-IF.
069300     WRITE REPORT-LINE FROM WS-ROUTE-LINE.
069400 4310-EXIT.
069500     EXIT.
069600
069700 4320-CHECK-HOUR.
069800     IF WS-RT-LIMIT (WS-RT-SUB, WS-PCT-SUB) NOT = ZERO
069900        AND WS-RS-HSECS (WS-RT-SUB, WS-SLOT-SUB, WS-PCT-SUB)
070000            > WS-RT-LIMIT (WS-RT-SUB, WS-PCT-SUB)
070100         SET WS-HOUR-OVER TO TRUE
070200     END-IF.
070300 4320-EXIT.
070400     EXIT.
070500
070600*============================================================*
070700*  5000 SERIES - BREACHES ON FILE FOR THE COMPLIANCE MONTH   *
070800*============================================================*
070900 5000-PRINT-MONTH-BREACHES.
071000     CLOSE SLA-HISTORY-FILE.
071100     MOVE WS-LAST-DUE-DATE (1:6) TO WS-MONTH-TEXT.
071200     MOVE SPACES TO REPORT-LINE.
071300     WRITE REPORT-LINE.
071400     MOVE SPACES TO WS-REPORT-LINE-OUT.
071500     STRING 'SLA breaches on file for month ' DELIMITED BY SIZE
071600            WS-MONTH-TEXT DELIMITED BY SIZE
071700            ':' DELIMITED BY SIZE
071800         INTO WS-REPORT-LINE-OUT.
071900     WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT.
071910     WRITE REPORT-LINE FROM
071920         '  (one-day periods only, each route/measure/day once)'.
071930     PERFORM 5100-COUNT-HISTORY THRU 5100-EXIT
071940         VARYING WS-HT-SUB FROM 1 BY 1
071950         UNTIL WS-HT-SUB > WS-HT-COUNT.
073000     PERFORM 5200-PRINT-MONTH-ROUTE THRU 5200-EXIT
073100         VARYING WS-RT-SUB FROM 1 BY 1
073200         UNTIL WS-RT-SUB > WS-ROUTE-COUNT.
073300     IF WS-MONTH-OTHER > ZERO
073400         MOVE WS-MONTH-OTHER TO WS-COUNT-DISPLAY
073500         MOVE SPACES TO WS-REPORT-LINE-OUT
073600         STRING '  (routes no longer on file)' DELIMITED BY SIZE
073700                WS-COUNT-DISPLAY DELIMITED BY SIZE
073800             INTO WS-REPORT-LINE-OUT
073900         WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT
074000     END-IF.
074010     IF WS-HT-FULL
074020         WRITE REPORT-LINE FROM
074030             '  (history table full - totals may be short)'
074040     END-IF.
074100 5000-EXIT.
074200     EXIT.
074300
074310 5100-COUNT-HISTORY.
074320     IF WS-HT-PERIOD-END (WS-HT-SUB) (1:6) NOT = WS-MONTH-TEXT
074330        OR WS-HT-PERIOD-START (WS-HT-SUB)
074340           NOT = WS-HT-PERIOD-END (WS-HT-SUB)
074350         GO TO 5100-EXIT
074360     END-IF.
074370     MOVE ZERO TO WS-BEST-SUB.
074380     PERFORM 5110-MATCH-ROUTE-NAME THRU 5110-EXIT
074390         VARYING WS-RT-SUB FROM 1 BY 1
074400         UNTIL WS-RT-SUB > WS-ROUTE-COUNT.
074410     IF WS-BEST-SUB = ZERO
074420         ADD 1 TO WS-MONTH-OTHER
074430     ELSE
074440         ADD 1 TO WS-MB-COUNT (WS-BEST-SUB)
074450     END-IF.
074460 5100-EXIT.
074470     EXIT.
076400
076500 5110-MATCH-ROUTE-NAME.
076600     IF WS-BEST-SUB = ZERO
076700        AND WS-RT-NAME (WS-RT-SUB) = WS-HT-ROUTE-NAME (WS-HT-SUB)
076800         MOVE WS-RT-SUB TO WS-BEST-SUB
076900     END-IF.
077000 5110-EXIT.
077100     EXIT.
077200
077300 5200-PRINT-MONTH-ROUTE.
077400     IF WS-RT-LIMIT (WS-RT-SUB, 1) = ZERO
077500        AND WS-RT-LIMIT (WS-RT-SUB, 2) = ZERO
077600        AND WS-RT-LIMIT (WS-RT-SUB, 3) = ZERO
077700         GO TO 5200-EXIT
077800     END-IF.
077900     MOVE WS-MB-COUNT (WS-RT-SUB) TO WS-COUNT-DISPLAY.
078000     MOVE SPACES TO WS-REPORT-LINE-OUT.
078100     STRING '  ' DELIMITED BY SIZE
078200            WS-RT-NAME (WS-RT-SUB) DELIMITED BY SIZE
078300            '  breaches' DELIMITED BY SIZE
078400            WS-COUNT-DISPLAY DELIMITED BY SIZE
078500         INTO WS-REPORT-LINE-OUT.
078600     WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT.
078700 5200-EXIT.
078800     EXIT.
078900
078901*============================================================*
078902*  8900 SERIES - RUN-CONTROL LEDGER                          *
078903*============================================================*
078904*----------------------------------------------------------*
078905*  THE 'S' ENTRY GOES OUT BEFORE ANY WORK, SO A STEP THAT   *
078906*  ABENDS OR TAKES A FATAL EXIT STILL SHOWS ON THE LEDGER   *
078907*  AS STARTED WITHOUT ENDING.  THE MODE IS DECIDED HERE,    *
0789A0*  AHEAD OF 1000: A PARM RUN IS LOGGED AS SLAPERD, NOT      *
0789A1*  SLARPT, SO IT NEVER STANDS IN FOR THE NIGHTLY STEP THE   *
0789A2*  STATUS REPORT EXPECTS FROM THE CALENDAR.                 *
078908*----------------------------------------------------------*
078909 8900-LOG-RUN-START.
0789A3     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
0789A4     IF WS-COMMAND-LINE NOT = SPACES
0789A5         MOVE 'SLAPERD ' TO WS-RUN-PROGRAM
0789A6     END-IF.
078910     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
078911     ACCEPT WS-RUN-CLOCK FROM TIME.
078912     DIVIDE WS-RUN-CLOCK BY 100 GIVING WS-RUN-START-TIME.
078913     MOVE SPACES TO RUN-CONTROL-RECORD.
078914     SET RCL-STEP-STARTED TO TRUE.
078915     MOVE ZERO TO RCL-END-DATE RCL-END-TIME RCL-RETURN-CODE
078916                  RCL-RECORDS-IN RCL-RECORDS-OUT
078917                  RCL-RECORDS-REJECTED.
078918     PERFORM 8950-APPEND-RUN-CONTROL THRU 8950-EXIT.
078919 8900-EXIT.
078920     EXIT.
078921
078922*----------------------------------------------------------*
078923*  RECORDS IN IS REQUESTS MEASURED, RECORDS OUT THE BREACHES*
078924*  APPENDED TO SLAHIST.DAT.  THE COUNTS ARE VOLUME ONLY.    *
078925*----------------------------------------------------------*
078926 8910-LOG-RUN-END.
078927     MOVE SPACES TO RUN-CONTROL-RECORD.
078928     SET RCL-STEP-ENDED TO TRUE.
078929     ACCEPT RCL-END-DATE FROM DATE YYYYMMDD.
078930     ACCEPT WS-RUN-CLOCK FROM TIME.
078931     DIVIDE WS-RUN-CLOCK BY 100 GIVING RCL-END-TIME.
078932     MOVE RETURN-CODE TO RCL-RETURN-CODE.
078933     MOVE SPACES TO WS-RUN-TARGET.
078934     IF WS-FIRST-DUE-DATE NOT > WS-LAST-DUE-DATE
078935         STRING WS-FIRST-DUE-DATE '-' WS-LAST-DUE-DATE
078936             DELIMITED BY SIZE INTO WS-RUN-TARGET
078937     END-IF.
078938     MOVE WS-RELEASE-COUNT TO RCL-RECORDS-IN.
078939     MOVE WS-APPEND-COUNT TO RCL-RECORDS-OUT.
078940     MOVE ZERO TO RCL-RECORDS-REJECTED.
078941     SET RCL-VOLUME-ONLY TO TRUE.
078942     PERFORM 8950-APPEND-RUN-CONTROL THRU 8950-EXIT.
078943 8910-EXIT.
078944     EXIT.
078945
078946*----------------------------------------------------------*
078947*  THE LEDGER IS SHARED AND APPEND-ONLY.  ONE THAT CANNOT   *
078948*  BE WRITTEN IS WARNED ABOUT BUT NEVER FAILS THE STEP -    *
078949*  THE LEDGER RECORDS THE WORK, IT IS NOT PART OF IT.       *
078950*----------------------------------------------------------*
078951 8950-APPEND-RUN-CONTROL.
078952     MOVE WS-RUN-PROGRAM TO RCL-PROGRAM.
078953     MOVE WS-RUN-START-DATE TO RCL-START-DATE.
078954     MOVE WS-RUN-START-TIME TO RCL-START-TIME.
078955     MOVE WS-RUN-TARGET TO RCL-TARGET.
078956     OPEN EXTEND RUN-CONTROL-FILE.
078957     IF WS-RCL-STATUS = '35'
078958         OPEN OUTPUT RUN-CONTROL-FILE
078959     END-IF.
078960     IF WS-RCL-STATUS NOT = '00'
078961         DISPLAY 'Warning: unable to open RUNCTL.LOG - status '
078962                 WS-RCL-STATUS
078963         GO TO 8950-EXIT
078964     END-IF.
078965     WRITE RUN-CONTROL-RECORD.
078966     CLOSE RUN-CONTROL-FILE.
078967 8950-EXIT.
078968     EXIT.
078969
079000*============================================================*
079100*  9000 SERIES - SHUTDOWN                                    *
079200*============================================================*
079300 9000-TERMINATE.
079400     MOVE SPACES TO REPORT-LINE.
079500     WRITE REPORT-LINE.
079600     MOVE WS-RELEASE-COUNT TO WS-COUNT-DISPLAY.
079700     MOVE SPACES TO WS-REPORT-LINE-OUT.
079800     STRING 'Requests measured:   ' DELIMITED BY SIZE
079900            WS-COUNT-DISPLAY DELIMITED BY SIZE
080000         INTO WS-REPORT-LINE-OUT.
080100     WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT.
080200     MOVE WS-BREACH-COUNT TO WS-COUNT-DISPLAY.
080300     MOVE SPACES TO WS-REPORT-LINE-OUT.
080400     STRING 'SLA breaches:        ' DELIMITED BY SIZE
080500            WS-COUNT-DISPLAY DELIMITED BY SIZE
080600         INTO WS-REPORT-LINE-OUT.
080700     WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT.
080710     MOVE WS-ON-FILE-COUNT TO WS-COUNT-DISPLAY.
080720     MOVE SPACES TO WS-REPORT-LINE-OUT.
080730     STRING '  already on file:   ' DELIMITED BY SIZE
080740            WS-COUNT-DISPLAY DELIMITED BY SIZE
080750         INTO WS-REPORT-LINE-OUT.
080760     WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT.
080770     MOVE WS-BREACH-COUNT TO WS-COUNT-DISPLAY.
080800     CLOSE SLA-REPORT-FILE.
080900     DISPLAY 'SLA breaches: ' WS-COUNT-DISPLAY.
081000     IF WS-BREACH-COUNT > 0
081100        AND RETURN-CODE < 4
081200         MOVE 4 TO RETURN-CODE
081300     END-IF.
081400 9000-EXIT.
081500     EXIT.

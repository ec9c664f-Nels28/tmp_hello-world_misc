001000 IDENTIFICATION DIVISION.
001100 PROGRAM-ID. BatchStatusReport.
001200 AUTHOR. D-OKONKWO-BOYER.
001300 INSTALLATION. ENTERPRISE-WEB-SERVICES.
001400 DATE-WRITTEN. 2026-10-15.
001500 DATE-COMPILED.
001600*----------------------------------------------------------*
001700*  BatchStatusReport                                        *
001800*  MORNING BATCH STATUS REPORT FROM THE RUN-CONTROL LEDGER  *
001900*  (RUNCTL.LOG, SEE RUNCTL.CPY) THAT EVERY BATCH PROGRAM    *
002000*  APPENDS TO AS IT STARTS AND ENDS.  ONE LINE PER STEP:    *
002100*  ITS LATEST RUN, RETURN CODE, RECORDS IN/OUT/REJECTED,    *
002200*  AND THE CHANGE IN RECORDS IN AGAINST ITS PREVIOUS        *
002300*  COMPLETED RUN.                                           *
002400*                                                            *
002500*  THE EXPECTED STEPS ARE THE ROWS OF THE PROCESSING        *
002600*  CALENDAR (PROCCAL.DAT).  EACH IS EXPECTED TO HAVE RUN    *
002700*  SINCE THE START OF THE BUSINESS DAY (YESTERDAY) AND TO   *
002800*  HAVE ADVANCED ITS CALENDAR ROW THROUGH THAT DAY.  ANY    *
002900*  OTHER PROGRAM THAT RAN SINCE THEN IS LISTED BENEATH      *
003000*  THEM, JUDGED THE SAME WAY BUT NEVER MISSING.             *
003100*                                                            *
003200*  A STEP IS FLAGGED, WORST FIRST, AS:                      *
003300*    MISSING    - EXPECTED, NO RUN SINCE THE BUSINESS DAY   *
003400*    FAILED     - STARTED WITH NO END ENTRY, OR RC OVER 4   *
003500*    BEHIND     - CALENDAR ROW SHORT OF THE BUSINESS DAY    *
003600*    OUT OF BAL - A BALANCING STEP WHOSE RECORDS IN DO NOT  *
003700*                 EQUAL RECORDS OUT PLUS REJECTED           *
003800*    SWING      - RECORDS IN MOVED MORE THAN THE SWING      *
003900*                 LIMIT AGAINST THE PREVIOUS RUN            *
004000*  AN RC 4 THAT IS OTHERWISE CLEAN SHOWS AS WARNING BUT IS  *
004100*  NOT FLAGGED - THE STEP ALREADY SAID WHY ON ITS OWN       *
004200*  REPORT.                                                  *
004300*                                                            *
004400*  THE REPORT GOES TO BTCHSTAT.OUT.  THE SAME SUMMARY GOES  *
004500*  TO BTCHSTAT.JSN, WHICH HelloWorldServer SERVES READ-ONLY *
004600*  ON GET /batch/status FOR THE OPERATIONS CONSOLE.         *
004700*                                                            *
004800*  PARM: THE SWING LIMIT AS A WHOLE PERCENT (E.G. '50').    *
004900*  NO PARM USES 50.                                         *
005000*                                                            *
005100*  RETURN CODES: 0 NOTHING FLAGGED, 4 ONE OR MORE STEPS     *
005200*  FLAGGED OR A REASON LEFT OFF BTCHSTAT.JSN, 16 FATAL.     *
005300*----------------------------------------------------------*
005400*  MODIFICATION HISTORY.
005500*  DATE       INIT  DESCRIPTION
005600*  ---------- ----  ----------------------------------------
005700*  2026-10-15 DOB   ORIGINAL VERSION.
005710*  2026-10-15 DOB   LEAVE THE REASON OFF A STEP'S SUMMARY OBJECT
005720*                   RATHER THAN OVERRUN THE 256-BYTE LINE.
005800*----------------------------------------------------------*
005900 ENVIRONMENT DIVISION.
006000 INPUT-OUTPUT SECTION.
006100 FILE-CONTROL.
006200     SELECT PROCESS-CALENDAR-FILE ASSIGN TO "PROCCAL.DAT"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-CAL-STATUS.
006500
006600     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.LOG"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-RCL-STATUS.
006900
007000     SELECT STATUS-REPORT-FILE ASSIGN TO "BTCHSTAT.OUT"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-RPT-STATUS.
007300
007400     SELECT STATUS-JSON-FILE ASSIGN TO "BTCHSTAT.JSN"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-JSN-STATUS.
007700
007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  PROCESS-CALENDAR-FILE.
008100 01  PROCESS-CALENDAR-RECORD.
008200     COPY PROCCAL.
008300
008400 FD  RUN-CONTROL-FILE.
008500 01  RUN-CONTROL-RECORD.
008600     COPY RUNCTL.
008700
008800 FD  STATUS-REPORT-FILE.
008900 01  REPORT-LINE                     PIC X(80).
009000
009100 FD  STATUS-JSON-FILE.
009200 01  JSON-LINE                       PIC X(256).
009300
009400 WORKING-STORAGE SECTION.
009500 77  WS-CAL-STATUS                   PIC X(02) VALUE SPACES.
009600 77  WS-RCL-STATUS                   PIC X(02) VALUE SPACES.
009700 77  WS-RPT-STATUS                   PIC X(02) VALUE SPACES.
009800 77  WS-JSN-STATUS                   PIC X(02) VALUE SPACES.
009900
010000 01  WS-SWITCHES.
010100     05  WS-RCL-EOF-SW               PIC X(01) VALUE 'N'.
010200         88  WS-RCL-EOF              VALUE 'Y'.
010300         88  WS-RCL-NOT-EOF          VALUE 'N'.
010400     05  WS-CALENDAR-SW              PIC X(01) VALUE 'N'.
010500         88  WS-CALENDAR-FOUND       VALUE 'Y'.
010600         88  WS-CALENDAR-MISSING     VALUE 'N'.
010700     05  WS-TABLE-FULL-SW            PIC X(01) VALUE 'N'.
010800         88  WS-TABLE-FULL           VALUE 'Y'.
010900         88  WS-TABLE-HAS-ROOM       VALUE 'N'.
011000
011100 77  WS-COMMAND-LINE                 PIC X(40) VALUE SPACES.
011200 01  WS-PARM-JUST                    PIC X(03) JUSTIFIED RIGHT.
011300 01  WS-PARM-DIGITS REDEFINES WS-PARM-JUST
011400                                     PIC 9(03).
011500 77  WS-SWING-LIMIT                  PIC 9(03) VALUE 50.
011600
011700 77  WS-TODAY-DATE                   PIC 9(08) VALUE ZERO.
011800 77  WS-BUSINESS-DAY                 PIC 9(08) VALUE ZERO.
011900 77  WS-TODAY-INTEGER                PIC S9(09) COMP VALUE ZERO.
012000
012100*----------------------------------------------------------*
012200*  ONE ENTRY PER PROGRAM - THE CALENDAR STEPS FIRST, IN     *
012300*  PROCCAL.DAT ORDER, THEN EVERY OTHER PROGRAM IN THE ORDER *
012400*  IT FIRST APPEARS ON THE LEDGER.  THE LATEST RUN IS THE   *
012500*  LATEST 'S' ENTRY AND WHATEVER 'E' ENTRY PAIRS WITH IT;   *
012600*  THE PRIOR RECORDS IN ARE THOSE OF THE RUN BEFORE IT,     *
012700*  KEPT ONLY WHEN THAT RUN ENDED.                           *
012800*----------------------------------------------------------*
012900 01  WS-PROGRAM-TABLE.
013000     05  WS-PG-ENTRY OCCURS 50 TIMES.
013100         10  WS-PG-PROGRAM           PIC X(08).
013200         10  WS-PG-EXPECTED-SW       PIC X(01).
013300             88  WS-PG-EXPECTED      VALUE 'Y'.
013400             88  WS-PG-UNEXPECTED    VALUE 'N'.
013500         10  WS-PG-CAL-DATE          PIC 9(08).
013600         10  WS-PG-START-DATE        PIC 9(08).
013700         10  WS-PG-START-TIME        PIC 9(06).
013800         10  WS-PG-ENDED-SW          PIC X(01).
013900             88  WS-PG-ENDED         VALUE 'Y'.
014000             88  WS-PG-NOT-ENDED     VALUE 'N'.
014100         10  WS-PG-TARGET            PIC X(17).
014200         10  WS-PG-RC                PIC 9(04).
014300         10  WS-PG-IN                PIC 9(09).
014400         10  WS-PG-OUT               PIC 9(09).
014500         10  WS-PG-REJECTED          PIC 9(09).
014600         10  WS-PG-RULE              PIC X(01).
014700             88  WS-PG-MUST-BALANCE  VALUE 'B'.
014800         10  WS-PG-PRIOR-SW          PIC X(01).
014900             88  WS-PG-HAS-PRIOR     VALUE 'Y'.
015000             88  WS-PG-NO-PRIOR      VALUE 'N'.
015100         10  WS-PG-PRIOR-IN          PIC 9(09).
015200         10  WS-PG-CHANGE-SW         PIC X(01).
015300             88  WS-PG-CHANGE-MEASURED VALUE 'Y'.
015400             88  WS-PG-NO-CHANGE     VALUE 'N'.
015500         10  WS-PG-CHANGE            PIC S9(04).
015600         10  WS-PG-LISTED-SW         PIC X(01).
015700             88  WS-PG-LISTED        VALUE 'Y'.
015800             88  WS-PG-NOT-LISTED    VALUE 'N'.
015900         10  WS-PG-STATUS            PIC X(10).
016000         10  WS-PG-REASON            PIC X(60).
016100 77  WS-PG-COUNT                     PIC 9(03) COMP VALUE ZERO.
016200 77  WS-PG-SUB                       PIC 9(03) COMP VALUE ZERO.
016300 77  WS-PG-SLOT                      PIC 9(03) COMP VALUE ZERO.
016400 77  WS-SEARCH-PROGRAM               PIC X(08) VALUE SPACES.
016500
016600 77  WS-CAL-ROWS                     PIC 9(03) COMP VALUE ZERO.
016700 77  WS-LEDGER-READ                  PIC 9(09) COMP VALUE ZERO.
016800 77  WS-LEDGER-IGNORED               PIC 9(09) COMP VALUE ZERO.
016900 77  WS-LISTED-COUNT                 PIC 9(03) COMP VALUE ZERO.
017000 77  WS-ATTENTION-COUNT              PIC 9(03) COMP VALUE ZERO.
017100 77  WS-BALANCE-CHECK                PIC 9(10) VALUE ZERO.
017200 77  WS-CHANGE-WORK                  PIC S9(11) VALUE ZERO.
017300
017400*----------------------------------------------------------*
017500*  DATE AND TIME FORMATTING WORK AREAS (SEE 8000).          *
017600*----------------------------------------------------------*
017700 01  WS-FMT-DATE                     PIC 9(08) VALUE ZERO.
017800 01  WS-FMT-DATE-PARTS REDEFINES WS-FMT-DATE.
017900     05  WS-FMT-YYYY                 PIC X(04).
018000     05  WS-FMT-MM                   PIC X(02).
018100     05  WS-FMT-DD                   PIC X(02).
018200 01  WS-FMT-TIME                     PIC 9(06) VALUE ZERO.
018300 01  WS-FMT-TIME-PARTS REDEFINES WS-FMT-TIME.
018400     05  WS-FMT-HH                   PIC X(02).
018500     05  WS-FMT-MI                   PIC X(02).
018600     05  WS-FMT-SS                   PIC X(02).
018700 77  WS-FMT-DATE-TEXT                PIC X(10) VALUE SPACES.
018800 77  WS-FMT-TIME-TEXT                PIC X(05) VALUE SPACES.
018900 77  WS-TODAY-TEXT                   PIC X(10) VALUE SPACES.
019000 77  WS-BUSINESS-DAY-TEXT            PIC X(10) VALUE SPACES.
019100
019200*----------------------------------------------------------*
019300*  REPORT LINES.                                            *
019400*----------------------------------------------------------*
019500 01  WS-STEP-HEADING.
019600     05  FILLER                      PIC X(31) VALUE
019700         'Step     Last run           RC '.
019800     05  FILLER                      PIC X(30) VALUE
019900         '  Recs in  Recs out  Rejected '.
020000     05  FILLER                      PIC X(13) VALUE
020100         'Change Status'.
020200 01  WS-STEP-RULE.
020300     05  FILLER                      PIC X(31) VALUE
020400         '-------- ---------------- ---- '.
020500     05  FILLER                      PIC X(30) VALUE
020600         '--------- --------- --------- '.
020700     05  FILLER                      PIC X(17) VALUE
020800         '------ ----------'.
020900 01  WS-STEP-LINE.
021000     05  WS-SL-PROGRAM               PIC X(08).
021100     05  FILLER                      PIC X(01) VALUE SPACE.
021200     05  WS-SL-LAST-RUN              PIC X(16).
021300     05  FILLER                      PIC X(01) VALUE SPACE.
021400     05  WS-SL-RC                    PIC X(04).
021500     05  WS-SL-RC-NUM REDEFINES WS-SL-RC
021600                                     PIC ZZZ9.
021700     05  FILLER                      PIC X(01) VALUE SPACE.
021800     05  WS-SL-IN                    PIC X(09).
021900     05  WS-SL-IN-NUM REDEFINES WS-SL-IN
022000                                     PIC ZZZZZZZZ9.
022100     05  FILLER                      PIC X(01) VALUE SPACE.
022200     05  WS-SL-OUT                   PIC X(09).
022300     05  WS-SL-OUT-NUM REDEFINES WS-SL-OUT
022400                                     PIC ZZZZZZZZ9.
022500     05  FILLER                      PIC X(01) VALUE SPACE.
022600     05  WS-SL-REJECTED              PIC X(09).
022700     05  WS-SL-REJECTED-NUM REDEFINES WS-SL-REJECTED
022800                                     PIC ZZZZZZZZ9.
022900     05  FILLER                      PIC X(01) VALUE SPACE.
023000     05  WS-SL-CHANGE                PIC X(06).
023100     05  WS-SL-CHANGE-NUM REDEFINES WS-SL-CHANGE.
023200         10  WS-SL-CHANGE-PCT        PIC ++++9.
023300         10  WS-SL-CHANGE-SIGN       PIC X(01).
023400     05  FILLER                      PIC X(01) VALUE SPACE.
023500     05  WS-SL-STATUS                PIC X(10).
023600 77  WS-COUNT-DISPLAY                PIC ZZZ,ZZZ,ZZ9.
023700 77  WS-PCT-DISPLAY                  PIC ZZ9.
023800 01  WS-REPORT-LINE-OUT              PIC X(80) VALUE SPACES.
023900
024000*----------------------------------------------------------*
024100*  JSON SUMMARY WORK AREAS.  NUMBERS ARE EDITED AND THEN    *
024200*  TRIMMED SO THE CONSOLE RECEIVES PLAIN JSON NUMBERS.      *
024300*----------------------------------------------------------*
024400 01  WS-JSON-LINE-OUT                PIC X(256) VALUE SPACES.
024500 77  WS-JSON-PREFIX                  PIC X(01) VALUE SPACE.
024600 77  WS-JSON-EXPECTED                PIC X(05) VALUE SPACES.
024700 77  WS-JSON-LAST-RUN                PIC X(18) VALUE SPACES.
024800 77  WS-JSON-RC                      PIC X(04) VALUE SPACES.
024900 77  WS-JSON-CHANGE                  PIC X(05) VALUE SPACES.
025000 77  WS-JSON-NUMBER                  PIC ---------9.
025100 77  WS-JSON-IN                      PIC X(10) VALUE SPACES.
025200 77  WS-JSON-OUT                     PIC X(10) VALUE SPACES.
025300 77  WS-JSON-REJECTED                PIC X(10) VALUE SPACES.
025310 77  WS-JSON-PTR                     PIC 9(03) COMP VALUE 1.
025320 77  WS-JSON-REASON-AT               PIC 9(03) COMP VALUE 1.
025400
025500*----------------------------------------------------------*
025600*  RUN-CONTROL LEDGER WORK AREAS.  THE START DATE AND TIME  *
025700*  PAIR THIS RUN'S END ENTRY WITH ITS START ENTRY.          *
025800*----------------------------------------------------------*
025900 01  WS-RUN-CONTROL.
026000     05  WS-RUN-PROGRAM              PIC X(08) VALUE 'BTCHSTAT'.
026100     05  WS-RUN-START-DATE           PIC 9(08) VALUE ZERO.
026200     05  WS-RUN-START-TIME           PIC 9(06) VALUE ZERO.
026300     05  WS-RUN-CLOCK                PIC 9(08) VALUE ZERO.
026400     05  WS-RUN-TARGET               PIC X(17) VALUE SPACES.
026500
026600 PROCEDURE DIVISION.
026700*============================================================*
026800 0000-MAINLINE.
026900*============================================================*
027000     PERFORM 8900-LOG-RUN-START THRU 8900-EXIT.
027100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
027200     PERFORM 2000-LOAD-CALENDAR THRU 2000-EXIT.
027300     PERFORM 3000-LOAD-LEDGER THRU 3000-EXIT.
027400     PERFORM 4000-ASSESS-PROGRAM THRU 4000-EXIT
027500         VARYING WS-PG-SUB FROM 1 BY 1
027600         UNTIL WS-PG-SUB > WS-PG-COUNT.
027700     PERFORM 5000-PRINT-REPORT THRU 5000-EXIT.
027800     PERFORM 6000-WRITE-JSON-SUMMARY THRU 6000-EXIT.
027900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
028000     PERFORM 8910-LOG-RUN-END THRU 8910-EXIT.
028100     STOP RUN.
028200
028300*============================================================*
028400*  1000 SERIES - PARM EDIT, REPORT DATES, AND FILE OPENS     *
028500*============================================================*
028600 1000-INITIALIZE.
028700     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
028800     IF WS-COMMAND-LINE NOT = SPACES
028900         MOVE FUNCTION TRIM(WS-COMMAND-LINE) TO WS-PARM-JUST
029000         INSPECT WS-PARM-JUST REPLACING LEADING SPACES BY ZEROS
029100         IF WS-PARM-DIGITS IS NOT NUMERIC
029200            OR WS-PARM-DIGITS = ZERO
029300             DISPLAY 'Error: swing PARM must be 1-999 percent'
029400             MOVE 16 TO RETURN-CODE
029500             STOP RUN
029600         END-IF
029700         MOVE WS-PARM-DIGITS TO WS-SWING-LIMIT
029800     END-IF.
029900
030000     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
030100     COMPUTE WS-TODAY-INTEGER =
030200         FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE).
030300     COMPUTE WS-BUSINESS-DAY =
030400         FUNCTION DATE-OF-INTEGER (WS-TODAY-INTEGER - 1).
030500     MOVE WS-TODAY-DATE TO WS-FMT-DATE.
030600     PERFORM 8000-FORMAT-DATE THRU 8000-EXIT.
030700     MOVE WS-FMT-DATE-TEXT TO WS-TODAY-TEXT.
030800     MOVE WS-BUSINESS-DAY TO WS-FMT-DATE.
030900     PERFORM 8000-FORMAT-DATE THRU 8000-EXIT.
031000     MOVE WS-FMT-DATE-TEXT TO WS-BUSINESS-DAY-TEXT.
031100
031200     INITIALIZE WS-PROGRAM-TABLE.
031300
031400     OPEN OUTPUT STATUS-REPORT-FILE.
031500     IF WS-RPT-STATUS NOT = '00'
031600         DISPLAY 'Error: Unable to open BTCHSTAT.OUT'
031700         MOVE 16 TO RETURN-CODE
031800         STOP RUN
031900     END-IF.
032000 1000-EXIT.
032100     EXIT.
032200
032300*============================================================*
032400*  2000 SERIES - EXPECTED STEPS FROM THE PROCESSING CALENDAR *
032500*============================================================*
032600 2000-LOAD-CALENDAR.
032700     OPEN INPUT PROCESS-CALENDAR-FILE.
032800     IF WS-CAL-STATUS = '35'
032900         DISPLAY 'Warning: PROCCAL.DAT not found - no expected '
033000                 'steps to check'
033100         GO TO 2000-EXIT
033200     END-IF.
033300     IF WS-CAL-STATUS NOT = '00'
033400         DISPLAY 'Error: Unable to open PROCCAL.DAT - status '
033500                 WS-CAL-STATUS
033600         MOVE 16 TO RETURN-CODE
033700         STOP RUN
033800     END-IF.
033900     SET WS-CALENDAR-FOUND TO TRUE.
034000     PERFORM 2100-READ-CALENDAR-ROW THRU 2100-EXIT
034100         UNTIL WS-CAL-STATUS = '10'.
034200     CLOSE PROCESS-CALENDAR-FILE.
034300 2000-EXIT.
034400     EXIT.
034500
034600 2100-READ-CALENDAR-ROW.
034700     READ PROCESS-CALENDAR-FILE
034800         AT END
034900             MOVE '10' TO WS-CAL-STATUS
035000             GO TO 2100-EXIT
035100     END-READ.
035200     IF PC-STEP-NAME = SPACES
035300         GO TO 2100-EXIT
035400     END-IF.
035500     MOVE PC-STEP-NAME TO WS-SEARCH-PROGRAM.
035600     PERFORM 3200-FIND-PROGRAM THRU 3200-EXIT.
035700     IF WS-PG-SLOT = ZERO
035800         GO TO 2100-EXIT
035900     END-IF.
036000     ADD 1 TO WS-CAL-ROWS.
036100     SET WS-PG-EXPECTED (WS-PG-SLOT) TO TRUE.
036200     IF PC-LAST-DATE IS NUMERIC
036300         MOVE PC-LAST-DATE TO WS-PG-CAL-DATE (WS-PG-SLOT)
036400     END-IF.
036500 2100-EXIT.
036600     EXIT.
036700
036800*============================================================*
036900*  3000 SERIES - REPLAY THE RUN-CONTROL LEDGER               *
037000*============================================================*
037100 3000-LOAD-LEDGER.
037200     OPEN INPUT RUN-CONTROL-FILE.
037300     IF WS-RCL-STATUS = '35'
037400         DISPLAY 'Warning: RUNCTL.LOG not found - no runs on '
037500                 'the ledger'
037600         GO TO 3000-EXIT
037700     END-IF.
037800     IF WS-RCL-STATUS NOT = '00'
037900         DISPLAY 'Error: Unable to open RUNCTL.LOG - status '
038000                 WS-RCL-STATUS
038100         MOVE 16 TO RETURN-CODE
038200         STOP RUN
038300     END-IF.
038400     SET WS-RCL-NOT-EOF TO TRUE.
038500     PERFORM 3100-READ-LEDGER-ENTRY THRU 3100-EXIT
038600         UNTIL WS-RCL-EOF.
038700     CLOSE RUN-CONTROL-FILE.
038800 3000-EXIT.
038900     EXIT.
039000
039100*----------------------------------------------------------*
039200*  THIS RUN'S OWN 'S' ENTRY IS ALREADY ON THE LEDGER AND    *
039300*  CANNOT HAVE ENDED YET, SO THIS PROGRAM'S ENTRIES ARE     *
039400*  PASSED OVER.  A LINE WHOSE DATES ARE NOT NUMERIC IS      *
039500*  COUNTED AND IGNORED.                                     *
039600*----------------------------------------------------------*
039700 3100-READ-LEDGER-ENTRY.
039800     READ RUN-CONTROL-FILE
039900         AT END
040000             SET WS-RCL-EOF TO TRUE
040100             GO TO 3100-EXIT
040200     END-READ.
040300     ADD 1 TO WS-LEDGER-READ.
040400     IF RCL-PROGRAM = WS-RUN-PROGRAM
040500         GO TO 3100-EXIT
040600     END-IF.
040700     IF RCL-PROGRAM = SPACES
040800        OR RCL-START-DATE IS NOT NUMERIC
040900        OR RCL-START-TIME IS NOT NUMERIC
041000         ADD 1 TO WS-LEDGER-IGNORED
041100         GO TO 3100-EXIT
041200     END-IF.
041300     MOVE RCL-PROGRAM TO WS-SEARCH-PROGRAM.
041400     PERFORM 3200-FIND-PROGRAM THRU 3200-EXIT.
041500     IF WS-PG-SLOT = ZERO
041600         GO TO 3100-EXIT
041700     END-IF.
041800     EVALUATE TRUE
041900         WHEN RCL-STEP-STARTED
042000             PERFORM 3300-NOTE-RUN-START THRU 3300-EXIT
042100         WHEN RCL-STEP-ENDED
042200             PERFORM 3400-NOTE-RUN-END THRU 3400-EXIT
042300         WHEN OTHER
042400             ADD 1 TO WS-LEDGER-IGNORED
042500     END-EVALUATE.
042600 3100-EXIT.
042700     EXIT.
042800
042900*----------------------------------------------------------*
043000*  FINDS WS-SEARCH-PROGRAM IN THE TABLE, ADDING IT WHEN     *
043100*  THERE IS ROOM.  WS-PG-SLOT IS ZERO WHEN THE TABLE IS     *
043200*  FULL AND THE PROGRAM IS NEW; THE OVERFLOW IS REPORTED    *
043300*  ONCE.                                                    *
043400*----------------------------------------------------------*
043500 3200-FIND-PROGRAM.
043600     MOVE ZERO TO WS-PG-SLOT.
043700     PERFORM 3210-CHECK-PROGRAM-SLOT THRU 3210-EXIT
043800         VARYING WS-PG-SUB FROM 1 BY 1
043900         UNTIL WS-PG-SUB > WS-PG-COUNT
044000            OR WS-PG-SLOT NOT = ZERO.
044100     IF WS-PG-SLOT NOT = ZERO
044200         GO TO 3200-EXIT
044300     END-IF.
044400     IF WS-PG-COUNT NOT < 50
044500         IF WS-TABLE-HAS-ROOM
044600             SET WS-TABLE-FULL TO TRUE
044700             DISPLAY 'Warning: more than 50 programs on the '
044800                     'ledger - ' WS-SEARCH-PROGRAM ' and later '
044900                     'ones not reported'
045000         END-IF
045100         GO TO 3200-EXIT
045200     END-IF.
045300     ADD 1 TO WS-PG-COUNT.
045400     MOVE WS-PG-COUNT TO WS-PG-SLOT.
045500     MOVE WS-SEARCH-PROGRAM TO WS-PG-PROGRAM (WS-PG-SLOT).
045600     SET WS-PG-UNEXPECTED (WS-PG-SLOT) TO TRUE.
045700     SET WS-PG-NOT-ENDED (WS-PG-SLOT) TO TRUE.
045800     SET WS-PG-NO-PRIOR (WS-PG-SLOT) TO TRUE.
045900     SET WS-PG-NO-CHANGE (WS-PG-SLOT) TO TRUE.
046000     SET WS-PG-NOT-LISTED (WS-PG-SLOT) TO TRUE.
046100 3200-EXIT.
046200     EXIT.
046300
046400 3210-CHECK-PROGRAM-SLOT.
046500     IF WS-PG-PROGRAM (WS-PG-SUB) = WS-SEARCH-PROGRAM
046600         MOVE WS-PG-SUB TO WS-PG-SLOT
046700     END-IF.
046800 3210-EXIT.
046900     EXIT.
047000
047100*----------------------------------------------------------*
047200*  A NEW START BECOMES THE LATEST RUN.  THE RUN IT REPLACES *
047300*  BECOMES THE PRIOR ONE FOR THE VOLUME COMPARISON, BUT     *
047400*  ONLY IF IT ENDED - A FAILED RUN'S COUNTS ARE NOT A FAIR  *
047500*  BASELINE, SO THE LAST COMPLETED ONE IS KEPT INSTEAD.     *
047600*----------------------------------------------------------*
047700 3300-NOTE-RUN-START.
047800     IF WS-PG-ENDED (WS-PG-SLOT)
047900         MOVE WS-PG-IN (WS-PG-SLOT) TO WS-PG-PRIOR-IN (WS-PG-SLOT)
048000         SET WS-PG-HAS-PRIOR (WS-PG-SLOT) TO TRUE
048100     END-IF.
048200     MOVE RCL-START-DATE TO WS-PG-START-DATE (WS-PG-SLOT).
048300     MOVE RCL-START-TIME TO WS-PG-START-TIME (WS-PG-SLOT).
048400     SET WS-PG-NOT-ENDED (WS-PG-SLOT) TO TRUE.
048500     MOVE SPACES TO WS-PG-TARGET (WS-PG-SLOT)
048600                    WS-PG-RULE (WS-PG-SLOT).
048700     MOVE ZERO TO WS-PG-RC (WS-PG-SLOT) WS-PG-IN (WS-PG-SLOT)
048800                  WS-PG-OUT (WS-PG-SLOT)
048900                  WS-PG-REJECTED (WS-PG-SLOT).
049000 3300-EXIT.
049100     EXIT.
049200
049300*----------------------------------------------------------*
049400*  AN END ENTRY COUNTS ONLY WHEN IT PAIRS WITH THE LATEST   *
049500*  START; ANY OTHER IS STALE AND IS IGNORED.                *
049600*----------------------------------------------------------*
049700 3400-NOTE-RUN-END.
049800     IF RCL-START-DATE NOT = WS-PG-START-DATE (WS-PG-SLOT)
049900        OR RCL-START-TIME NOT = WS-PG-START-TIME (WS-PG-SLOT)
050000        OR WS-PG-ENDED (WS-PG-SLOT)
050100         ADD 1 TO WS-LEDGER-IGNORED
050200         GO TO 3400-EXIT
050300     END-IF.
050400     IF RCL-RETURN-CODE IS NOT NUMERIC
050500        OR RCL-RECORDS-IN IS NOT NUMERIC
050600        OR RCL-RECORDS-OUT IS NOT NUMERIC
050700        OR RCL-RECORDS-REJECTED IS NOT NUMERIC
050800         ADD 1 TO WS-LEDGER-IGNORED
050900         GO TO 3400-EXIT
051000     END-IF.
051100     SET WS-PG-ENDED (WS-PG-SLOT) TO TRUE.
051200     MOVE RCL-TARGET TO WS-PG-TARGET (WS-PG-SLOT).
051300     MOVE RCL-RETURN-CODE TO WS-PG-RC (WS-PG-SLOT).
051400     MOVE RCL-RECORDS-IN TO WS-PG-IN (WS-PG-SLOT).
051500     MOVE RCL-RECORDS-OUT TO WS-PG-OUT (WS-PG-SLOT).
051600     MOVE RCL-RECORDS-REJECTED TO WS-PG-REJECTED (WS-PG-SLOT).
051700     MOVE RCL-BALANCE-RULE TO WS-PG-RULE (WS-PG-SLOT).
051800 3400-EXIT.
051900     EXIT.
052000
052100*============================================================*
052200*  4000 SERIES - JUDGE EACH PROGRAM, WORST CONDITION FIRST   *
052300*============================================================*
052400 4000-ASSESS-PROGRAM.
052500     IF WS-PG-UNEXPECTED (WS-PG-SUB)
052600        AND WS-PG-START-DATE (WS-PG-SUB) < WS-BUSINESS-DAY
052700         GO TO 4000-EXIT
052800     END-IF.
052900     SET WS-PG-LISTED (WS-PG-SUB) TO TRUE.
053000     ADD 1 TO WS-LISTED-COUNT.
053100     MOVE SPACES TO WS-PG-REASON (WS-PG-SUB).
053200     PERFORM 4100-MEASURE-CHANGE THRU 4100-EXIT.
053300
053400     IF WS-PG-START-DATE (WS-PG-SUB) < WS-BUSINESS-DAY
053500         MOVE 'MISSING' TO WS-PG-STATUS (WS-PG-SUB)
053600         IF WS-PG-START-DATE (WS-PG-SUB) = ZERO
053700             MOVE 'no run on the ledger'
053800                 TO WS-PG-REASON (WS-PG-SUB)
053900         ELSE
054000             MOVE WS-PG-START-DATE (WS-PG-SUB) TO WS-FMT-DATE
054100             PERFORM 8000-FORMAT-DATE THRU 8000-EXIT
054200             STRING 'no run since ' DELIMITED BY SIZE
054300                    WS-FMT-DATE-TEXT DELIMITED BY SIZE
054400                 INTO WS-PG-REASON (WS-PG-SUB)
054500         END-IF
054600         GO TO 4000-FLAGGED
054700     END-IF.
054800
054900     IF WS-PG-NOT-ENDED (WS-PG-SUB)
055000         MOVE 'FAILED' TO WS-PG-STATUS (WS-PG-SUB)
055100         MOVE 'started but never ended - abend or fatal exit'
055200             TO WS-PG-REASON (WS-PG-SUB)
055300         GO TO 4000-FLAGGED
055400     END-IF.
055500     IF WS-PG-RC (WS-PG-SUB) > 4
055600         MOVE 'FAILED' TO WS-PG-STATUS (WS-PG-SUB)
055700         MOVE 'ended with a return code over 4'
055800             TO WS-PG-REASON (WS-PG-SUB)
055900         GO TO 4000-FLAGGED
056000     END-IF.
056100
056200     IF WS-PG-EXPECTED (WS-PG-SUB)
056300        AND WS-PG-CAL-DATE (WS-PG-SUB) < WS-BUSINESS-DAY
056400         MOVE 'BEHIND' TO WS-PG-STATUS (WS-PG-SUB)
056500         IF WS-PG-CAL-DATE (WS-PG-SUB) = ZERO
056600             MOVE 'calendar row never advanced'
056700                 TO WS-PG-REASON (WS-PG-SUB)
056800         ELSE
056900             MOVE WS-PG-CAL-DATE (WS-PG-SUB) TO WS-FMT-DATE
057000             PERFORM 8000-FORMAT-DATE THRU 8000-EXIT
057100             STRING 'calendar completed only through '
057200                        DELIMITED BY SIZE
057300                    WS-FMT-DATE-TEXT DELIMITED BY SIZE
057400                 INTO WS-PG-REASON (WS-PG-SUB)
057500         END-IF
057600         GO TO 4000-FLAGGED
057700     END-IF.
057800
057900     COMPUTE WS-BALANCE-CHECK = WS-PG-OUT (WS-PG-SUB)
058000         + WS-PG-REJECTED (WS-PG-SUB).
058100     IF WS-PG-MUST-BALANCE (WS-PG-SUB)
058200        AND WS-BALANCE-CHECK NOT = WS-PG-IN (WS-PG-SUB)
058300         MOVE 'OUT OF BAL' TO WS-PG-STATUS (WS-PG-SUB)
058400         MOVE WS-BALANCE-CHECK TO WS-COUNT-DISPLAY
058500         STRING 'records out plus rejected = ' DELIMITED BY SIZE
058600                FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
058700                ', not records in' DELIMITED BY SIZE
058800             INTO WS-PG-REASON (WS-PG-SUB)
058900         GO TO 4000-FLAGGED
059000     END-IF.
059100
059200     IF WS-PG-CHANGE-MEASURED (WS-PG-SUB)
059300        AND (WS-PG-CHANGE (WS-PG-SUB) > WS-SWING-LIMIT
059400         OR WS-PG-CHANGE (WS-PG-SUB) < 0 - WS-SWING-LIMIT)
059500         MOVE 'SWING' TO WS-PG-STATUS (WS-PG-SUB)
059600         MOVE WS-PG-PRIOR-IN (WS-PG-SUB) TO WS-COUNT-DISPLAY
059700         STRING 'records in against ' DELIMITED BY SIZE
059800                FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
059900                ' on the previous run' DELIMITED BY SIZE
060000             INTO WS-PG-REASON (WS-PG-SUB)
060100         GO TO 4000-FLAGGED
060200     END-IF.
060300
060400     IF WS-PG-RC (WS-PG-SUB) = 4
060500         MOVE 'WARNING' TO WS-PG-STATUS (WS-PG-SUB)
060600     ELSE
060700         MOVE 'OK' TO WS-PG-STATUS (WS-PG-SUB)
060800     END-IF.
060900     GO TO 4000-EXIT.
061000 4000-FLAGGED.
061100     ADD 1 TO WS-ATTENTION-COUNT.
061200 4000-EXIT.
061300     EXIT.
061400
061500*----------------------------------------------------------*
061600*  THE CHANGE IS WHOLE PERCENT, ROUNDED, AGAINST THE PRIOR  *
061700*  COMPLETED RUN.  IT IS MEASURED ONLY WHEN BOTH RUNS ENDED *
061800*  AND THE PRIOR ONE READ SOMETHING, AND IS HELD TO +/-9999 *
061900*  SO A STEP GROWING FROM A HANDFUL OF RECORDS STILL PRINTS.*
062000*----------------------------------------------------------*
062100 4100-MEASURE-CHANGE.
062200     SET WS-PG-NO-CHANGE (WS-PG-SUB) TO TRUE.
062300     MOVE ZERO TO WS-PG-CHANGE (WS-PG-SUB).
062400     IF WS-PG-NOT-ENDED (WS-PG-SUB)
062500        OR WS-PG-NO-PRIOR (WS-PG-SUB)
062600        OR WS-PG-PRIOR-IN (WS-PG-SUB) = ZERO
062700         GO TO 4100-EXIT
062800     END-IF.
062900     SET WS-PG-CHANGE-MEASURED (WS-PG-SUB) TO TRUE.
063000     COMPUTE WS-CHANGE-WORK ROUNDED =
063100         (WS-PG-IN (WS-PG-SUB) - WS-PG-PRIOR-IN (WS-PG-SUB))
063200         * 100 / WS-PG-PRIOR-IN (WS-PG-SUB).
063300     IF WS-CHANGE-WORK > 9999
063400         MOVE 9999 TO WS-CHANGE-WORK
063500     END-IF.
063600     MOVE WS-CHANGE-WORK TO WS-PG-CHANGE (WS-PG-SUB).
063700 4100-EXIT.
063800     EXIT.
063900
064000*============================================================*
064100*  5000 SERIES - THE PRINTED REPORT                          *
064200*============================================================*
064300 5000-PRINT-REPORT.
064400     MOVE SPACES TO WS-REPORT-LINE-OUT.
064500     STRING 'Batch Run-Control Status - ' DELIMITED BY SIZE
064600            WS-TODAY-TEXT DELIMITED BY SIZE
064700         INTO WS-REPORT-LINE-OUT.
064800     WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT.
064900     MOVE WS-SWING-LIMIT TO WS-PCT-DISPLAY.
065000     MOVE SPACES TO WS-REPORT-LINE-OUT.
065100     STRING 'Business day: ' DELIMITED BY SIZE
065200            WS-BUSINESS-DAY-TEXT DELIMITED BY SIZE
065300            '    Volume swing limit: ' DELIMITED BY SIZE
065400            WS-PCT-DISPLAY DELIMITED BY SIZE
065500            '%' DELIMITED BY SIZE
065600         INTO WS-REPORT-LINE-OUT.
065700     WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT.
065800
065900     MOVE SPACES TO REPORT-LINE.
066000     WRITE REPORT-LINE.
066100     WRITE REPORT-LINE FROM
066200         'Expected steps (processing calendar):'.
066300     WRITE REPORT-LINE FROM WS-STEP-HEADING.
066400     WRITE REPORT-LINE FROM WS-STEP-RULE.
066500     IF WS-CAL-ROWS = ZERO
066600         WRITE REPORT-LINE FROM
066700             '(no processing calendar rows)'
066800     END-IF.
066900     PERFORM 5100-PRINT-EXPECTED-STEP THRU 5100-EXIT
067000         VARYING WS-PG-SUB FROM 1 BY 1
067100         UNTIL WS-PG-SUB > WS-PG-COUNT.
067200
067300     MOVE SPACES TO REPORT-LINE.
067400     WRITE REPORT-LINE.
067500     WRITE REPORT-LINE FROM
067600         'Other programs run since the business day began:'.
067700     WRITE REPORT-LINE FROM WS-STEP-HEADING.
067800     WRITE REPORT-LINE FROM WS-STEP-RULE.
067900     IF WS-LISTED-COUNT = WS-CAL-ROWS
068000         WRITE REPORT-LINE FROM '(none)'
068100     END-IF.
068200     PERFORM 5200-PRINT-OTHER-STEP THRU 5200-EXIT
068300         VARYING WS-PG-SUB FROM 1 BY 1
068400         UNTIL WS-PG-SUB > WS-PG-COUNT.
068500 5000-EXIT.
068600     EXIT.
068700
068800 5100-PRINT-EXPECTED-STEP.
068900     IF WS-PG-EXPECTED (WS-PG-SUB)
069000         PERFORM 5300-PRINT-STEP-LINE THRU 5300-EXIT
069100     END-IF.
069200 5100-EXIT.
069300     EXIT.
069400
069500 5200-PRINT-OTHER-STEP.
069600     IF WS-PG-UNEXPECTED (WS-PG-SUB)
069700        AND WS-PG-LISTED (WS-PG-SUB)
069800         PERFORM 5300-PRINT-STEP-LINE THRU 5300-EXIT
069900     END-IF.
070000 5200-EXIT.
070100     EXIT.
070200
070300*----------------------------------------------------------*
070400*  COUNTS PRINT ONLY FOR A RUN THAT ENDED.  A FLAGGED STEP  *
070500*  GETS A SECOND LINE SAYING WHY.                           *
070600*----------------------------------------------------------*
070700 5300-PRINT-STEP-LINE.
070800     MOVE SPACES TO WS-STEP-LINE.
070900     MOVE WS-PG-PROGRAM (WS-PG-SUB) TO WS-SL-PROGRAM.
071000     IF WS-PG-START-DATE (WS-PG-SUB) = ZERO
071100         MOVE 'never' TO WS-SL-LAST-RUN
071200     ELSE
071300         MOVE WS-PG-START-DATE (WS-PG-SUB) TO WS-FMT-DATE
071400         PERFORM 8000-FORMAT-DATE THRU 8000-EXIT
071500         MOVE WS-PG-START-TIME (WS-PG-SUB) TO WS-FMT-TIME
071600         PERFORM 8010-FORMAT-TIME THRU 8010-EXIT
071700         STRING WS-FMT-DATE-TEXT DELIMITED BY SIZE
071800                ' ' DELIMITED BY SIZE
071900                WS-FMT-TIME-TEXT DELIMITED BY SIZE
072000             INTO WS-SL-LAST-RUN
072100     END-IF.
072200     IF WS-PG-ENDED (WS-PG-SUB)
072300         MOVE WS-PG-RC (WS-PG-SUB) TO WS-SL-RC-NUM
072400         MOVE WS-PG-IN (WS-PG-SUB) TO WS-SL-IN-NUM
072500         MOVE WS-PG-OUT (WS-PG-SUB) TO WS-SL-OUT-NUM
072600         MOVE WS-PG-REJECTED (WS-PG-SUB) TO WS-SL-REJECTED-NUM
072700     END-IF.
072800     IF WS-PG-CHANGE-MEASURED (WS-PG-SUB)
072900         MOVE WS-PG-CHANGE (WS-PG-SUB) TO WS-SL-CHANGE-PCT
073000         MOVE '%' TO WS-SL-CHANGE-SIGN
073100     END-IF.
073200     MOVE WS-PG-STATUS (WS-PG-SUB) TO WS-SL-STATUS.
073300     WRITE REPORT-LINE FROM WS-STEP-LINE.
073400     IF WS-PG-REASON (WS-PG-SUB) NOT = SPACES
073500         MOVE SPACES TO WS-REPORT-LINE-OUT
073600         STRING '         ** ' DELIMITED BY SIZE
073700                WS-PG-REASON (WS-PG-SUB) DELIMITED BY SIZE
073800             INTO WS-REPORT-LINE-OUT
073900         WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT
074000     END-IF.
074100 5300-EXIT.
074200     EXIT.
074300
074400*============================================================*
074500*  6000 SERIES - JSON SUMMARY FOR THE OPERATIONS CONSOLE     *
074600*============================================================*
074700*----------------------------------------------------------*
074800*  ONE JSON OBJECT, ONE STEP PER LINE, IN REPORT ORDER.  A  *
074900*  SUMMARY THAT CANNOT BE WRITTEN IS WARNED ABOUT; THE      *
075000*  PRINTED REPORT STILL STANDS AND THE CONSOLE KEEPS        *
075100*  SHOWING THE PREVIOUS MORNING'S FILE UNTIL A RERUN.       *
075200*----------------------------------------------------------*
075300 6000-WRITE-JSON-SUMMARY.
075400     OPEN OUTPUT STATUS-JSON-FILE.
075500     IF WS-JSN-STATUS NOT = '00'
075600         DISPLAY 'Warning: unable to open BTCHSTAT.JSN - status '
075700                 WS-JSN-STATUS
075800         IF RETURN-CODE < 4
075900             MOVE 4 TO RETURN-CODE
076000         END-IF
076100         GO TO 6000-EXIT
076200     END-IF.
076300     MOVE WS-SWING-LIMIT TO WS-PCT-DISPLAY.
076400     MOVE WS-ATTENTION-COUNT TO WS-JSON-NUMBER.
076500     MOVE SPACES TO WS-JSON-LINE-OUT.
076600     STRING '{"reportDate":"' DELIMITED BY SIZE
076700            WS-TODAY-TEXT DELIMITED BY SIZE
076800            '","businessDay":"' DELIMITED BY SIZE
076900            WS-BUSINESS-DAY-TEXT DELIMITED BY SIZE
077000            '","swingLimitPct":' DELIMITED BY SIZE
077100            FUNCTION TRIM(WS-PCT-DISPLAY) DELIMITED BY SIZE
077200            ',"attention":' DELIMITED BY SIZE
077300            FUNCTION TRIM(WS-JSON-NUMBER) DELIMITED BY SIZE
077400            ',"steps":[' DELIMITED BY SIZE
077500         INTO WS-JSON-LINE-OUT.
077600     WRITE JSON-LINE FROM WS-JSON-LINE-OUT.
077700     MOVE SPACE TO WS-JSON-PREFIX.
077800     PERFORM 6100-WRITE-EXPECTED-STEP THRU 6100-EXIT
077900         VARYING WS-PG-SUB FROM 1 BY 1
078000         UNTIL WS-PG-SUB > WS-PG-COUNT.
078100     PERFORM 6200-WRITE-OTHER-STEP THRU 6200-EXIT
078200         VARYING WS-PG-SUB FROM 1 BY 1
078300         UNTIL WS-PG-SUB > WS-PG-COUNT.
078400     WRITE JSON-LINE FROM ']}'.
078500     CLOSE STATUS-JSON-FILE.
078600 6000-EXIT.
078700     EXIT.
078800
078900 6100-WRITE-EXPECTED-STEP.
079000     IF WS-PG-EXPECTED (WS-PG-SUB)
079100         PERFORM 6300-WRITE-STEP-OBJECT THRU 6300-EXIT
079200     END-IF.
079300 6100-EXIT.
079400     EXIT.
079500
079600 6200-WRITE-OTHER-STEP.
079700     IF WS-PG-UNEXPECTED (WS-PG-SUB)
079800        AND WS-PG-LISTED (WS-PG-SUB)
079900         PERFORM 6300-WRITE-STEP-OBJECT THRU 6300-EXIT
080000     END-IF.
080100 6200-EXIT.
080200     EXIT.
080300
080400*----------------------------------------------------------*
080500*  lastRun IS EMPTY FOR A STEP THAT NEVER RAN; rc AND       *
080600*  change ARE null WHEN THERE IS NOTHING TO SHOW, THE SAME  *
080700*  AS THE BLANK COLUMNS ON THE PRINTED REPORT.  THE OBJECT  *
080710*  MUST FIT THE 256-BYTE LINE THE SERVER STREAMS.  ALL      *
080720*  AHEAD OF reason ALWAYS FITS; A reason THAT WOULD RUN     *
080730*  PAST THE END IS LEFT EMPTY (6310) AND THE OBJECT CLOSED. *
080800*----------------------------------------------------------*
080900 6300-WRITE-STEP-OBJECT.
081000     IF WS-PG-EXPECTED (WS-PG-SUB)
081100         MOVE 'true' TO WS-JSON-EXPECTED
081200     ELSE
081300         MOVE 'false' TO WS-JSON-EXPECTED
081400     END-IF.
081500     MOVE SPACES TO WS-JSON-LAST-RUN.
081600     IF WS-PG-START-DATE (WS-PG-SUB) NOT = ZERO
081700         MOVE WS-PG-START-DATE (WS-PG-SUB) TO WS-FMT-DATE
081800         PERFORM 8000-FORMAT-DATE THRU 8000-EXIT
081900         MOVE WS-PG-START-TIME (WS-PG-SUB) TO WS-FMT-TIME
082000         PERFORM 8010-FORMAT-TIME THRU 8010-EXIT
082100         STRING WS-FMT-DATE-TEXT DELIMITED BY SIZE
082200                'T' DELIMITED BY SIZE
082300                WS-FMT-TIME-TEXT DELIMITED BY SIZE
082400             INTO WS-JSON-LAST-RUN
082500     END-IF.
082600     MOVE 'null' TO WS-JSON-RC.
082700     MOVE ZERO TO WS-JSON-NUMBER.
082800     MOVE FUNCTION TRIM(WS-JSON-NUMBER) TO WS-JSON-IN
082900                                           WS-JSON-OUT
083000                                           WS-JSON-REJECTED.
083100     IF WS-PG-ENDED (WS-PG-SUB)
083200         MOVE WS-PG-RC (WS-PG-SUB) TO WS-JSON-NUMBER
083300         MOVE FUNCTION TRIM(WS-JSON-NUMBER) TO WS-JSON-RC
083400         MOVE WS-PG-IN (WS-PG-SUB) TO WS-JSON-NUMBER
083500         MOVE FUNCTION TRIM(WS-JSON-NUMBER) TO WS-JSON-IN
083600         MOVE WS-PG-OUT (WS-PG-SUB) TO WS-JSON-NUMBER
083700         MOVE FUNCTION TRIM(WS-JSON-NUMBER) TO WS-JSON-OUT
083800         MOVE WS-PG-REJECTED (WS-PG-SUB) TO WS-JSON-NUMBER
083900         MOVE FUNCTION TRIM(WS-JSON-NUMBER) TO WS-JSON-REJECTED
084000     END-IF.
084100     MOVE 'null' TO WS-JSON-CHANGE.
084200     IF WS-PG-CHANGE-MEASURED (WS-PG-SUB)
084300         MOVE WS-PG-CHANGE (WS-PG-SUB) TO WS-JSON-NUMBER
084400         MOVE FUNCTION TRIM(WS-JSON-NUMBER) TO WS-JSON-CHANGE
084500     END-IF.
084600
084700     MOVE SPACES TO WS-JSON-LINE-OUT.
084710     MOVE 1 TO WS-JSON-PTR.
084800     STRING WS-JSON-PREFIX DELIMITED BY SPACE
084900            '{"step":"' DELIMITED BY SIZE
085000            WS-PG-PROGRAM (WS-PG-SUB) DELIMITED BY SPACE
085100            '","expected":' DELIMITED BY SIZE
085200            WS-JSON-EXPECTED DELIMITED BY SPACE
085300            ',"status":"' DELIMITED BY SIZE
085400            WS-PG-STATUS (WS-PG-SUB) DELIMITED BY '  '
085500            '","lastRun":"' DELIMITED BY SIZE
085600            WS-JSON-LAST-RUN DELIMITED BY SPACE
085700            '","target":"' DELIMITED BY SIZE
085800            WS-PG-TARGET (WS-PG-SUB) DELIMITED BY '  '
085900            '","rc":' DELIMITED BY SIZE
086000            WS-JSON-RC DELIMITED BY SPACE
086100            ',"in":' DELIMITED BY SIZE
086200            WS-JSON-IN DELIMITED BY SPACE
086300            ',"out":' DELIMITED BY SIZE
086400            WS-JSON-OUT DELIMITED BY SPACE
086500            ',"rejected":' DELIMITED BY SIZE
086600            WS-JSON-REJECTED DELIMITED BY SPACE
086700            ',"change":' DELIMITED BY SIZE
086800            WS-JSON-CHANGE DELIMITED BY SPACE
086900            ',"reason":"' DELIMITED BY SIZE
086910         INTO WS-JSON-LINE-OUT
086920         WITH POINTER WS-JSON-PTR.
086930     MOVE WS-JSON-PTR TO WS-JSON-REASON-AT.
086940     STRING WS-PG-REASON (WS-PG-SUB) DELIMITED BY '  '
086950            '"}' DELIMITED BY SIZE
086960         INTO WS-JSON-LINE-OUT
086970         WITH POINTER WS-JSON-PTR
086980         ON OVERFLOW
086990             PERFORM 6310-DROP-REASON THRU 6310-EXIT.
087300     WRITE JSON-LINE FROM WS-JSON-LINE-OUT.
087400     MOVE ',' TO WS-JSON-PREFIX.
087500 6300-EXIT.
087600     EXIT.
087605
087610 6310-DROP-REASON.
087615     MOVE SPACES TO WS-JSON-LINE-OUT (WS-JSON-REASON-AT:).
087620     MOVE '"}' TO WS-JSON-LINE-OUT (WS-JSON-REASON-AT:2).
087625     DISPLAY 'Warning: reason left off BTCHSTAT.JSN for '
087630             WS-PG-PROGRAM (WS-PG-SUB).
087635     IF RETURN-CODE < 4
087640         MOVE 4 TO RETURN-CODE
087645     END-IF.
087650 6310-EXIT.
087655     EXIT.
087700
087800*============================================================*
087900*  8000 SERIES - DATE AND TIME FORMATTING                    *
088000*============================================================*
088100 8000-FORMAT-DATE.
088200     MOVE SPACES TO WS-FMT-DATE-TEXT.
088300     STRING WS-FMT-YYYY '-' WS-FMT-MM '-' WS-FMT-DD
088400         DELIMITED BY SIZE INTO WS-FMT-DATE-TEXT.
088500 8000-EXIT.
088600     EXIT.
088700
088800 8010-FORMAT-TIME.
088900     MOVE SPACES TO WS-FMT-TIME-TEXT.
089000     STRING WS-FMT-HH ':' WS-FMT-MI
089100         DELIMITED BY SIZE INTO WS-FMT-TIME-TEXT.
089200 8010-EXIT.
089300     EXIT.
089400
089500*============================================================*
089600*  8900 SERIES - RUN-CONTROL LEDGER                          *
089700*============================================================*
089800*----------------------------------------------------------*
089900*  THE 'S' ENTRY GOES OUT BEFORE ANY WORK, SO A STEP THAT   *
090000*  ABENDS OR TAKES A FATAL EXIT STILL SHOWS ON THE LEDGER   *
090100*  AS STARTED WITHOUT ENDING.                               *
090200*----------------------------------------------------------*
090300 8900-LOG-RUN-START.
090400     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
090500     ACCEPT WS-RUN-CLOCK FROM TIME.
090600     DIVIDE WS-RUN-CLOCK BY 100 GIVING WS-RUN-START-TIME.
090700     MOVE SPACES TO RUN-CONTROL-RECORD.
090800     SET RCL-STEP-STARTED TO TRUE.
090900     MOVE ZERO TO RCL-END-DATE RCL-END-TIME RCL-RETURN-CODE
091000                  RCL-RECORDS-IN RCL-RECORDS-OUT
091100                  RCL-RECORDS-REJECTED.
091200     PERFORM 8950-APPEND-RUN-CONTROL THRU 8950-EXIT.
091300 8900-EXIT.
091400     EXIT.
091500
091600*----------------------------------------------------------*
091700*  THE TARGET IS THE BUSINESS DAY REPORTED ON.  RECORDS IN  *
091800*  ARE THE LEDGER ENTRIES READ, RECORDS OUT THE STEPS       *
091900*  LISTED - VOLUME FIGURES ONLY.                            *
092000*----------------------------------------------------------*
092100 8910-LOG-RUN-END.
092200     MOVE SPACES TO RUN-CONTROL-RECORD.
092300     SET RCL-STEP-ENDED TO TRUE.
092400     ACCEPT RCL-END-DATE FROM DATE YYYYMMDD.
092500     ACCEPT WS-RUN-CLOCK FROM TIME.
092600     DIVIDE WS-RUN-CLOCK BY 100 GIVING RCL-END-TIME.
092700     MOVE RETURN-CODE TO RCL-RETURN-CODE.
092800     MOVE WS-BUSINESS-DAY TO WS-RUN-TARGET.
092900     MOVE WS-LEDGER-READ TO RCL-RECORDS-IN.
093000     MOVE WS-LISTED-COUNT TO RCL-RECORDS-OUT.
093100     MOVE ZERO TO RCL-RECORDS-REJECTED.
093200     SET RCL-VOLUME-ONLY TO TRUE.
093300     PERFORM 8950-APPEND-RUN-CONTROL THRU 8950-EXIT.
093400 8910-EXIT.
093500     EXIT.
093600
093700*----------------------------------------------------------*
093800*  THE LEDGER IS SHARED AND APPEND-ONLY.  ONE THAT CANNOT   *
093900*  BE WRITTEN IS WARNED ABOUT BUT NEVER FAILS THE STEP -    *
094000*  THE LEDGER RECORDS THE WORK, IT IS NOT PART OF IT.       *
094100*----------------------------------------------------------*
094200 8950-APPEND-RUN-CONTROL.
094300     MOVE WS-RUN-PROGRAM TO RCL-PROGRAM.
094400     MOVE WS-RUN-START-DATE TO RCL-START-DATE.
094500     MOVE WS-RUN-START-TIME TO RCL-START-TIME.
094600     MOVE WS-RUN-TARGET TO RCL-TARGET.
094700     OPEN EXTEND RUN-CONTROL-FILE.
094800     IF WS-RCL-STATUS = '35'
094900         OPEN OUTPUT RUN-CONTROL-FILE
095000     END-IF.
095100     IF WS-RCL-STATUS NOT = '00'
095200         DISPLAY 'Warning: unable to open RUNCTL.LOG - status '
095300                 WS-RCL-STATUS
095400         GO TO 8950-EXIT
095500     END-IF.
095600     WRITE RUN-CONTROL-RECORD.
095700     CLOSE RUN-CONTROL-FILE.
095800 8950-EXIT.
095900     EXIT.
096000
096100*============================================================*
096200*  9000 SERIES - CLOSE DOWN AND SUMMARY                      *
096300*============================================================*
096400 9000-TERMINATE.
096500     MOVE SPACES TO REPORT-LINE.
096600     WRITE REPORT-LINE.
096700     MOVE WS-ATTENTION-COUNT TO WS-COUNT-DISPLAY.
096800     MOVE SPACES TO WS-REPORT-LINE-OUT.
096900     STRING 'Steps needing attention: ' DELIMITED BY SIZE
097000            WS-COUNT-DISPLAY DELIMITED BY SIZE
097100         INTO WS-REPORT-LINE-OUT.
097200     WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT.
097300     MOVE WS-LEDGER-READ TO WS-COUNT-DISPLAY.
097400     MOVE SPACES TO WS-REPORT-LINE-OUT.
097500     STRING 'Ledger entries read:     ' DELIMITED BY SIZE
097600            WS-COUNT-DISPLAY DELIMITED BY SIZE
097700         INTO WS-REPORT-LINE-OUT.
097800     WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT.
097900     IF WS-LEDGER-IGNORED > ZERO
098000         MOVE WS-LEDGER-IGNORED TO WS-COUNT-DISPLAY
098100         MOVE SPACES TO WS-REPORT-LINE-OUT
098200         STRING 'Ledger entries ignored:  ' DELIMITED BY SIZE
098300                WS-COUNT-DISPLAY DELIMITED BY SIZE
098400             INTO WS-REPORT-LINE-OUT
098500         WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT
098600     END-IF.
098700     CLOSE STATUS-REPORT-FILE.
098800
098900     DISPLAY 'Batch status report written to BTCHSTAT.OUT'.
099000     DISPLAY 'Steps listed: ' WS-LISTED-COUNT
099100             '  needing attention: ' WS-ATTENTION-COUNT.
099200     IF WS-ATTENTION-COUNT > ZERO
099300        OR WS-CALENDAR-MISSING
099400         IF RETURN-CODE < 4
099500             MOVE 4 TO RETURN-CODE
099600         END-IF
099700     END-IF.
099800 9000-EXIT.
099900     EXIT.

003300*  LATEST DAY IS JUDGED AGAINST IT.  CLIENTS WITH FEWER     *
003400*  THAN THREE PRIOR DAYS ARE SKIPPED - AN AVERAGE OF       *
003500*  NOTHING FLAGS EVERYTHING.                                *
003510*  MONTHLY SUMMARY ROWS LEFT BY ClientHistoryReorg ARE      *
003520*  SKIPPED - A MONTH'S TOTAL IS NOT A DAY.                  *
003600*                                                            *
003700*  THE SPIKE MULTIPLIER IS THE FIRST COMMAND-LINE ARGUMENT  *
003800*  (THE JCL STEP'S PARM); WITH NO ARGUMENT, 5 IS USED.      *
003900*  DENY SPIKES FLAG AT 10 OR MORE DENIALS AND TRIPLE THE    *
004000*  TRAILING AVERAGE.  RATE-LIMITED (429) REQUESTS ARE       *
004010*  JUDGED APART FROM DENIALS ON THE SAME 10-AND-TRIPLE      *
004020*  RULE, BUT ONLY ALERT - THE LISTENER IS ALREADY HOLDING   *
004030*  A THROTTLED CLIENT DOWN, SO NO DENY IS DRAFTED FOR IT.   *
004100*----------------------------------------------------------*
004200*  MODIFICATION HISTORY.
004300*  DATE       INIT  DESCRIPTION
004400*  ---------- ----  ----------------------------------------
004500*  2026-09-01 DOB   ORIGINAL VERSION.
004510*  2026-10-15 DOB   JUDGE CH-THROTTLE-COUNT SEPARATELY FROM
004520*                   THE DENY COUNT AND ALERT ON A THROTTLE
004530*                   SPIKE WITHOUT DRAFTING A DENY.
004540*  2026-10-15 DOB   PASS OVER THE MONTHLY SUMMARY ROWS THE
004550*                   REORGANIZATION LEAVES IN CLIHIST.MST - THE
004560*                   TRAILING AVERAGE IS BUILT FROM DAILY ROWS
004570*                   ONLY.
004580*  2026-10-15 DOB   RUN-CONTROL LEDGER ENTRIES AT START AND END OF
004590*                   EACH RUN (RUNCTL.LOG).
004600*----------------------------------------------------------*
004700 ENVIRONMENT DIVISION.
004800 INPUT-OUTPUT SECTION.
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-TRN-STATUS.
006700
006710     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.LOG"
006720         ORGANIZATION IS LINE SEQUENTIAL
006730         FILE STATUS IS WS-RCL-STATUS.
006740
006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  CLIENT-HISTORY-FILE.
009800     05  FILLER                      PIC X(01) VALUE SPACE.
009900     05  DFT-REASON                  PIC X(23).
010000
010010 FD  RUN-CONTROL-FILE.
010020 01  RUN-CONTROL-RECORD.
010030     COPY RUNCTL.
010040
010100 WORKING-STORAGE SECTION.
010200 77  WS-HIST-STATUS                  PIC X(02) VALUE SPACES.
010300 77  WS-ADF-STATUS                   PIC X(02) VALUE SPACES.
010400 77  WS-RPT-STATUS                   PIC X(02) VALUE SPACES.
010500 77  WS-TRN-STATUS                   PIC X(02) VALUE SPACES.
010510 77  WS-RCL-STATUS                   PIC X(02) VALUE SPACES.
010600
010700 01  WS-SWITCHES.
010800     05  WS-HIST-EOF-SW              PIC X(01) VALUE 'N'.
014100     05  WS-HOLD-CONNS               PIC 9(09) VALUE ZERO.
014200     05  WS-HOLD-BYTES               PIC 9(12) VALUE ZERO.
014300     05  WS-HOLD-DENIES              PIC 9(09) VALUE ZERO.
014350     05  WS-HOLD-THROTTLES           PIC 9(09) VALUE ZERO.
014400
014500 77  WS-PRIOR-DAYS                   PIC 9(05) COMP VALUE ZERO.
014600 77  WS-SUM-CONNS                    PIC 9(12) COMP VALUE ZERO.
014700 77  WS-SUM-BYTES                    PIC 9(15) COMP VALUE ZERO.
014800 77  WS-SUM-DENIES                   PIC 9(12) COMP VALUE ZERO.
014850 77  WS-SUM-THROTTLES                PIC 9(12) COMP VALUE ZERO.
014900 77  WS-AVG-CONNS                    PIC 9(09) COMP VALUE ZERO.
015000 77  WS-AVG-BYTES                    PIC 9(12) COMP VALUE ZERO.
015100 77  WS-AVG-DENIES                   PIC 9(09) COMP VALUE ZERO.
015150 77  WS-AVG-THROTTLES                PIC 9(09) COMP VALUE ZERO.
015200
015300 77  WS-CLIENTS-SEEN                 PIC 9(09) COMP VALUE ZERO.
015400 77  WS-CLIENTS-FLAGGED              PIC 9(09) COMP VALUE ZERO.
015450 77  WS-THROTTLE-ALERTS              PIC 9(09) COMP VALUE ZERO.
015500 77  WS-COUNT-DISPLAY                PIC ZZZ,ZZZ,ZZ9.
015600 77  WS-VALUE-DISPLAY                PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
015700 77  WS-AVG-DISPLAY                  PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
017200
017300 01  WS-REPORT-LINE-OUT              PIC X(80) VALUE SPACES.
017400
017405*----------------------------------------------------------*
017410*  RUN-CONTROL LEDGER WORK AREAS.  THE START DATE AND TIME  *
017415*  PAIR THIS RUN'S END ENTRY WITH ITS START ENTRY.          *
017420*----------------------------------------------------------*
017425 01  WS-RUN-CONTROL.
017430     05  WS-RUN-PROGRAM              PIC X(08) VALUE 'ABUSEDET'.
017435     05  WS-RUN-START-DATE           PIC 9(08) VALUE ZERO.
017440     05  WS-RUN-START-TIME           PIC 9(06) VALUE ZERO.
017445     05  WS-RUN-CLOCK                PIC 9(08) VALUE ZERO.
017450     05  WS-RUN-TARGET               PIC X(17) VALUE SPACES.
017455
017500 PROCEDURE DIVISION.
017600*============================================================*
017700 0000-MAINLINE.
017800*============================================================*
017810     PERFORM 8900-LOG-RUN-START THRU 8900-EXIT.
017900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018000     PERFORM 2000-SCAN-HISTORY THRU 2000-EXIT
018100         UNTIL WS-HIST-EOF.
018200     PERFORM 2500-JUDGE-HELD-CLIENT THRU 2500-EXIT.
018300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
018310     PERFORM 8910-LOG-RUN-END THRU 8910-EXIT.
018400     STOP RUN.
018500
018600*============================================================*
029400     IF WS-HIST-EOF
029500         GO TO 2000-EXIT
029600     END-IF.
029610     IF CH-MONTHLY-SUMMARY
029620         GO TO 2000-EXIT
029630     END-IF.
029700     PERFORM 2200-ABSORB-HISTORY-ROW THRU 2200-EXIT.
029800 2000-EXIT.
029900     EXIT.
031000         ADD WS-HOLD-CONNS TO WS-SUM-CONNS
031100         ADD WS-HOLD-BYTES TO WS-SUM-BYTES
031200         ADD WS-HOLD-DENIES TO WS-SUM-DENIES
031250         ADD WS-HOLD-THROTTLES TO WS-SUM-THROTTLES
031300         ADD 1 TO WS-PRIOR-DAYS
031400     ELSE
031500         PERFORM 2500-JUDGE-HELD-CLIENT THRU 2500-EXIT
032000     MOVE CH-CONNECTIONS TO WS-HOLD-CONNS.
032100     MOVE CH-BYTES-WRITTEN TO WS-HOLD-BYTES.
032200     MOVE CH-DENY-COUNT TO WS-HOLD-DENIES.
032210     IF CH-THROTTLE-COUNT IS NUMERIC
032220         MOVE CH-THROTTLE-COUNT TO WS-HOLD-THROTTLES
032230     ELSE
032240         MOVE ZERO TO WS-HOLD-THROTTLES
032250     END-IF.
032300     SET WS-HOLD-ACTIVE TO TRUE.
032400 2200-EXIT.
032500     EXIT.
034400         WS-SUM-BYTES / WS-PRIOR-DAYS.
034500     COMPUTE WS-AVG-DENIES ROUNDED =
034600         WS-SUM-DENIES / WS-PRIOR-DAYS.
034650     COMPUTE WS-AVG-THROTTLES ROUNDED =
034660         WS-SUM-THROTTLES / WS-PRIOR-DAYS.
034700
034800     SET WS-CLIENT-CLEAN TO TRUE.
034900     MOVE SPACES TO WS-REASON-TEXT.
038700         PERFORM 2700-WRITE-DRAFT-TRANSACTION THRU 2700-EXIT
038800     END-IF.
038900
038910     IF WS-HOLD-THROTTLES NOT < 10
038920        AND WS-HOLD-THROTTLES > WS-AVG-THROTTLES * 3
038930         ADD 1 TO WS-THROTTLE-ALERTS
038940         MOVE 'throttle count spike' TO WS-REASON-TEXT
038950         MOVE WS-HOLD-THROTTLES TO WS-VALUE-DISPLAY
038960         MOVE WS-AVG-THROTTLES TO WS-AVG-DISPLAY
038970         PERFORM 2600-WRITE-ALERT THRU 2600-EXIT
038980     END-IF.
038990
039000 2500-RESET.
039100     MOVE ZERO TO WS-PRIOR-DAYS WS-SUM-CONNS
039200                  WS-SUM-BYTES WS-SUM-DENIES
039250                  WS-SUM-THROTTLES.
039300     SET WS-HOLD-EMPTY TO TRUE.
039400     SET WS-CLIENT-CLEAN TO TRUE.
039500 2500-EXIT.
046400     EXIT.
046500
046600*============================================================*
046601*  8900 SERIES - RUN-CONTROL LEDGER                          *
046602*============================================================*
046603*----------------------------------------------------------*
046604*  THE 'S' ENTRY GOES OUT BEFORE ANY WORK, SO A STEP THAT   *
046605*  ABENDS OR TAKES A FATAL EXIT STILL SHOWS ON THE LEDGER   *
046606*  AS STARTED WITHOUT ENDING.                               *
046607*----------------------------------------------------------*
046608 8900-LOG-RUN-START.
046609     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
046610     ACCEPT WS-RUN-CLOCK FROM TIME.
046611     DIVIDE WS-RUN-CLOCK BY 100 GIVING WS-RUN-START-TIME.
046612     MOVE SPACES TO RUN-CONTROL-RECORD.
046613     SET RCL-STEP-STARTED TO TRUE.
046614     MOVE ZERO TO RCL-END-DATE RCL-END-TIME RCL-RETURN-CODE
046615                  RCL-RECORDS-IN RCL-RECORDS-OUT
046616                  RCL-RECORDS-REJECTED.
046617     PERFORM 8950-APPEND-RUN-CONTROL THRU 8950-EXIT.
046618 8900-EXIT.
046619     EXIT.
046620
046621*----------------------------------------------------------*
046622*  RECORDS IN IS CLIENTS JUDGED, RECORDS OUT THE ONES       *
046623*  FLAGGED AND DRAFTED FOR DENY.  NEITHER IS A SUBSET THE   *
046624*  OTHER MUST ADD UP TO, SO THE COUNTS ARE VOLUME ONLY.     *
046625*----------------------------------------------------------*
046626 8910-LOG-RUN-END.
046627     MOVE SPACES TO RUN-CONTROL-RECORD.
046628     SET RCL-STEP-ENDED TO TRUE.
046629     ACCEPT RCL-END-DATE FROM DATE YYYYMMDD.
046630     ACCEPT WS-RUN-CLOCK FROM TIME.
046631     DIVIDE WS-RUN-CLOCK BY 100 GIVING RCL-END-TIME.
046632     MOVE RETURN-CODE TO RCL-RETURN-CODE.
046633     MOVE WS-TODAY-DATE TO WS-RUN-TARGET.
046634     MOVE WS-CLIENTS-SEEN TO RCL-RECORDS-IN.
046635     MOVE WS-CLIENTS-FLAGGED TO RCL-RECORDS-OUT.
046636     MOVE ZERO TO RCL-RECORDS-REJECTED.
046637     SET RCL-VOLUME-ONLY TO TRUE.
046638     PERFORM 8950-APPEND-RUN-CONTROL THRU 8950-EXIT.
046639 8910-EXIT.
046640     EXIT.
046641
046642*----------------------------------------------------------*
046643*  THE LEDGER IS SHARED AND APPEND-ONLY.  ONE THAT CANNOT   *
046644*  BE WRITTEN IS WARNED ABOUT BUT NEVER FAILS THE STEP -    *
046645*  THE LEDGER RECORDS THE WORK, IT IS NOT PART OF IT.       *
046646*----------------------------------------------------------*
046647 8950-APPEND-RUN-CONTROL.
046648     MOVE WS-RUN-PROGRAM TO RCL-PROGRAM.
046649     MOVE WS-RUN-START-DATE TO RCL-START-DATE.
046650     MOVE WS-RUN-START-TIME TO RCL-START-TIME.
046651     MOVE WS-RUN-TARGET TO RCL-TARGET.
046652     OPEN EXTEND RUN-CONTROL-FILE.
046653     IF WS-RCL-STATUS = '35'
046654         OPEN OUTPUT RUN-CONTROL-FILE
046655     END-IF.
046656     IF WS-RCL-STATUS NOT = '00'
046657         DISPLAY 'Warning: unable to open RUNCTL.LOG - status '
046658                 WS-RCL-STATUS
046659         GO TO 8950-EXIT
046660     END-IF.
046661     WRITE RUN-CONTROL-RECORD.
046662     CLOSE RUN-CONTROL-FILE.
046663 8950-EXIT.
046664     EXIT.
046665
046666*============================================================*
046700*  9000 SERIES - TOTALS AND SHUTDOWN                          *
046800*============================================================*
046900 9000-TERMINATE.
047000     MOVE SPACES TO REPORT-LINE.
047100     WRITE REPORT-LINE.
047200     IF WS-CLIENTS-FLAGGED = ZERO
047250        AND WS-THROTTLE-ALERTS = ZERO
047300         WRITE REPORT-LINE FROM
047400             '(no anomalies against trailing averages)'
047500     END-IF.
048500            WS-COUNT-DISPLAY DELIMITED BY SIZE
048600         INTO WS-REPORT-LINE-OUT.
048700     WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT.
048710     MOVE WS-THROTTLE-ALERTS TO WS-COUNT-DISPLAY.
048720     MOVE SPACES TO WS-REPORT-LINE-OUT.
048730     STRING 'Throttle alerts: ' DELIMITED BY SIZE
048740            WS-COUNT-DISPLAY DELIMITED BY SIZE
048750         INTO WS-REPORT-LINE-OUT.
048760     WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT.
048800     CLOSE CLIENT-HISTORY-FILE.
048900     CLOSE ALERT-REPORT-FILE.
049000     CLOSE DRAFT-TRANS-FILE.

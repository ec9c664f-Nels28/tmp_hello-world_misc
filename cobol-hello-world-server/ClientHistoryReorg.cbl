001000 IDENTIFICATION DIVISION.
001100 PROGRAM-ID. ClientHistoryReorg.
001200 AUTHOR. D-OKONKWO-BOYER.
001300 INSTALLATION. ENTERPRISE-WEB-SERVICES.
001400 DATE-WRITTEN. 2026-10-15.
001500 DATE-COMPILED.
001600*----------------------------------------------------------*
001700*  ClientHistoryReorg                                       *
001800*  MONTHLY REORGANIZATION OF THE CLIENT HISTORY MASTER      *
001900*  (CLIHIST.MST).  ClientHistoryPost ADDS ONE ROW PER       *
002000*  ADDRESS PER DAY AND NOTHING EVER TAKES ONE AWAY, SO THE  *
002100*  FILE GROWS WITHOUT BOUND.  THIS STEP COPIES THE MASTER   *
002200*  IN KEY ORDER TO A FRESHLY BUILT CLIHIST.NEW, FOLDING     *
002300*  EVERY DAILY ROW OLDER THAN THE RETENTION HORIZON INTO    *
002400*  ONE MONTHLY SUMMARY ROW (CH-RECORD-TYPE 'M', DATED       *
002500*  yyyymm00) PER ADDRESS PER MONTH.  CONNECTIONS, BYTES,    *
002600*  DENIALS, AND RATE-LIMITED REQUESTS ARE ADDED, NEVER      *
002700*  DROPPED.  A SUMMARY ALREADY ON FILE FOR THE SAME MONTH   *
002800*  (A LATE-POSTED DAY FOLDED IN A LATER RUN) ABSORBS THE    *
002900*  NEW DAYS, SO THERE IS STILL ONLY ONE ROW PER MONTH.      *
003000*                                                            *
003100*  PROOF: EVERY ROW READ FROM THE OLD MASTER IS TOTALLED    *
003200*  BY TYPE ON THE WAY IN, AND CLIHIST.NEW IS READ BACK IN   *
003300*  FULL AFTER IT IS CLOSED AND TOTALLED AGAIN.  THE REPORT  *
003400*  (CLIHREOG.OUT) PRINTS BOTH SETS OF TOTALS SIDE BY SIDE.  *
003500*  THE VOLUMES MUST MATCH EXACTLY AND THE ROWS READ BACK    *
003600*  MUST EQUAL THE ROWS READ LESS THOSE FOLDED PLUS THE      *
003700*  SUMMARIES WRITTEN; ANYTHING ELSE ENDS WITH RC=16 AND THE *
003800*  JCL LEAVES THE LIVE MASTER UNTOUCHED.                    *
003900*                                                            *
004000*  A CLIHPOST.CTL LEFT IN FLIGHT MEANS THE MASTER MAY BE    *
004100*  PART-POSTED, SO THE RUN IS REFUSED UNTIL IT IS RESTORED. *
004200*                                                            *
004300*  PARM: THE RETENTION HORIZON IN MONTHS (E.G. '13').  NO   *
004400*  PARM USES 13.  ONLY WHOLE CALENDAR MONTHS ARE FOLDED -   *
004500*  THE CUTOFF IS THE FIRST OF THE MONTH THAT MANY MONTHS    *
004600*  BEFORE THE CURRENT ONE.                                  *
004700*----------------------------------------------------------*
004800*  MODIFICATION HISTORY.
004900*  DATE       INIT  DESCRIPTION
005000*  ---------- ----  ----------------------------------------
005100*  2026-10-15 DOB   ORIGINAL VERSION.
005110*  2026-10-15 DOB   RUN-CONTROL LEDGER ENTRIES AT START AND END OF
005120*                   EACH RUN (RUNCTL.LOG).
005200*----------------------------------------------------------*
005300 ENVIRONMENT DIVISION.
005400 INPUT-OUTPUT SECTION.
005500 FILE-CONTROL.
005600     SELECT CLIENT-HISTORY-FILE ASSIGN TO "CLIHIST.MST"
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS SEQUENTIAL
005900         RECORD KEY IS CH-KEY OF CLIENT-HISTORY-RECORD
006000         FILE STATUS IS WS-HIST-STATUS.
006100
006200     SELECT NEW-HISTORY-FILE ASSIGN TO "CLIHIST.NEW"
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS SEQUENTIAL
006500         RECORD KEY IS CH-KEY OF NEW-HISTORY-RECORD
006600         FILE STATUS IS WS-NEW-STATUS.
006700
006800     SELECT POST-CONTROL-FILE ASSIGN TO "CLIHPOST.CTL"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-CTL-STATUS.
007100
007200     SELECT REORG-REPORT-FILE ASSIGN TO "CLIHREOG.OUT"
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS WS-RPT-STATUS.
007410
007420     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.LOG"
007430         ORGANIZATION IS LINE SEQUENTIAL
007440         FILE STATUS IS WS-RCL-STATUS.
007500
007600 DATA DIVISION.
007700 FILE SECTION.
007800 FD  CLIENT-HISTORY-FILE.
007900 01  CLIENT-HISTORY-RECORD.
008000     COPY CLIHIST.
008100
008200 FD  NEW-HISTORY-FILE.
008300 01  NEW-HISTORY-RECORD.
008400     COPY CLIHIST.
008500
008600*----------------------------------------------------------*
008700*  SAME LAYOUT ClientHistoryPost WRITES - ONLY THE STATUS   *
008800*  BYTE IS LOOKED AT HERE.                                  *
008900*----------------------------------------------------------*
009000 FD  POST-CONTROL-FILE.
009100 01  CONTROL-RECORD.
009200     05  CTL-STATUS                  PIC X(01).
009300         88  CTL-IN-FLIGHT           VALUE 'I'.
009400         88  CTL-COMPLETE            VALUE 'C'.
009500     05  FILLER                      PIC X(01).
009600     05  CTL-LOG-NAME                PIC X(40).
009700
009800 FD  REORG-REPORT-FILE.
009900 01  REPORT-LINE                     PIC X(80).
009910
009920 FD  RUN-CONTROL-FILE.
009930 01  RUN-CONTROL-RECORD.
009940     COPY RUNCTL.
010000
010100 WORKING-STORAGE SECTION.
010200 77  WS-HIST-STATUS                  PIC X(02) VALUE SPACES.
010300 77  WS-NEW-STATUS                   PIC X(02) VALUE SPACES.
010400 77  WS-CTL-STATUS                   PIC X(02) VALUE SPACES.
010500 77  WS-RPT-STATUS                   PIC X(02) VALUE SPACES.
010510 77  WS-RCL-STATUS                   PIC X(02) VALUE SPACES.
010600
010700 01  WS-SWITCHES.
010800     05  WS-EOF-SW                   PIC X(01) VALUE 'N'.
010900         88  WS-EOF                  VALUE 'Y'.
011000         88  WS-NOT-EOF              VALUE 'N'.
011100     05  WS-HOLD-ACTIVE-SW           PIC X(01) VALUE 'N'.
011200         88  WS-HOLD-ACTIVE          VALUE 'Y'.
011300         88  WS-HOLD-EMPTY           VALUE 'N'.
011400     05  WS-BALANCE-SW               PIC X(01) VALUE 'Y'.
011500         88  WS-IN-BALANCE           VALUE 'Y'.
011600         88  WS-OUT-OF-BALANCE       VALUE 'N'.
011700
011800 77  WS-COMMAND-LINE                 PIC X(40) VALUE SPACES.
011900 01  WS-PARM-JUST                    PIC X(03) JUSTIFIED RIGHT.
012000 01  WS-PARM-DIGITS REDEFINES WS-PARM-JUST
012100                                     PIC 9(03).
012200 77  WS-HORIZON-MONTHS               PIC 9(03) COMP VALUE 13.
012300
012400 01  WS-TODAY-DATE                   PIC 9(08) VALUE ZERO.
012500 01  WS-TODAY-DATE-X REDEFINES WS-TODAY-DATE.
012600     05  WS-TODAY-YEAR               PIC 9(04).
012700     05  WS-TODAY-MONTH              PIC 9(02).
012800     05  FILLER                      PIC 9(02).
012900 77  WS-MONTH-INDEX                  PIC 9(07) COMP VALUE ZERO.
013000 77  WS-CUTOFF-YEAR                  PIC 9(04) VALUE ZERO.
013100 77  WS-CUTOFF-MONTH-LESS-1          PIC 9(02) VALUE ZERO.
013200 77  WS-CUTOFF-DATE                  PIC 9(08) VALUE ZERO.
013300
013400 01  WS-ROW-DATE                     PIC 9(08) VALUE ZERO.
013500 01  WS-ROW-DATE-X REDEFINES WS-ROW-DATE.
013600     05  WS-ROW-MONTH                PIC 9(06).
013700     05  FILLER                      PIC 9(02).
013800
013900*----------------------------------------------------------*
014000*  THE MONTH BEING FOLDED FOR ONE ADDRESS.  THE KEY ORDER   *
014100*  OF THE MASTER DELIVERS A MONTH'S ROWS TOGETHER, SO THE   *
014200*  HELD SUMMARY IS WRITTEN AT THE FIRST ROW THAT BELONGS    *
014300*  TO ANOTHER ADDRESS OR MONTH.  THE COUNTS ARE WIDER THAN  *
014400*  THE MASTER FIELDS SO AN OVERSIZED MONTH IS CAUGHT RATHER *
014500*  THAN TRUNCATED.                                          *
014600*----------------------------------------------------------*
014700 01  WS-HELD-SUMMARY.
014800     05  WS-HOLD-ADDR                PIC X(32) VALUE SPACES.
014900     05  WS-HOLD-MONTH               PIC 9(06) VALUE ZERO.
015000     05  WS-HOLD-CONNS               PIC 9(12) COMP VALUE ZERO.
015100     05  WS-HOLD-BYTES               PIC 9(15) COMP VALUE ZERO.
015200     05  WS-HOLD-DENIES              PIC 9(12) COMP VALUE ZERO.
015300     05  WS-HOLD-THROTTLES           PIC 9(12) COMP VALUE ZERO.
015400
015500*----------------------------------------------------------*
015600*  ROW AND VOLUME TOTALS - BEFORE AS READ FROM CLIHIST.MST, *
015700*  AFTER AS READ BACK FROM CLIHIST.NEW.                     *
015800*----------------------------------------------------------*
015900 01  WS-BEFORE-TOTALS.
016000     05  WS-BT-DAILY-ROWS            PIC 9(09) COMP VALUE ZERO.
016100     05  WS-BT-MONTHLY-ROWS          PIC 9(09) COMP VALUE ZERO.
016200     05  WS-BT-TOTAL-ROWS            PIC 9(09) COMP VALUE ZERO.
016300     05  WS-BT-CONNS                 PIC 9(12) COMP VALUE ZERO.
016400     05  WS-BT-BYTES                 PIC 9(15) COMP VALUE ZERO.
016500     05  WS-BT-DENIES                PIC 9(12) COMP VALUE ZERO.
016600     05  WS-BT-THROTTLES             PIC 9(12) COMP VALUE ZERO.
016700 01  WS-AFTER-TOTALS.
016800     05  WS-AT-DAILY-ROWS            PIC 9(09) COMP VALUE ZERO.
016900     05  WS-AT-MONTHLY-ROWS          PIC 9(09) COMP VALUE ZERO.
017000     05  WS-AT-TOTAL-ROWS            PIC 9(09) COMP VALUE ZERO.
017100     05  WS-AT-CONNS                 PIC 9(12) COMP VALUE ZERO.
017200     05  WS-AT-BYTES                 PIC 9(15) COMP VALUE ZERO.
017300     05  WS-AT-DENIES                PIC 9(12) COMP VALUE ZERO.
017400     05  WS-AT-THROTTLES             PIC 9(12) COMP VALUE ZERO.
017500
017600 77  WS-ROWS-FOLDED                  PIC 9(09) COMP VALUE ZERO.
017700 77  WS-ROWS-KEPT                    PIC 9(09) COMP VALUE ZERO.
017800 77  WS-SUMMARIES-WRITTEN            PIC 9(09) COMP VALUE ZERO.
017900 77  WS-ROWS-EXPECTED                PIC 9(09) COMP VALUE ZERO.
018000 77  WS-COUNT-DISPLAY                PIC ZZZ,ZZZ,ZZ9.
018100
018200 01  WS-BALANCE-HEADING.
018300     05  FILLER                      PIC X(22) VALUE
018400         '  Measure'.
018500     05  FILLER                      PIC X(20) VALUE
018600         '              Before'.
018700     05  FILLER                      PIC X(20) VALUE
018800         '               After'.
018900     05  FILLER                      PIC X(09) VALUE
019000         '  Balance'.
019100 01  WS-BALANCE-LINE.
019200     05  FILLER                      PIC X(02) VALUE SPACES.
019300     05  WS-BL-LABEL                 PIC X(20).
019400     05  FILLER                      PIC X(01) VALUE SPACE.
019500     05  WS-BL-BEFORE                PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
019600     05  FILLER                      PIC X(01) VALUE SPACE.
019700     05  WS-BL-AFTER                 PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
019800     05  FILLER                      PIC X(02) VALUE SPACES.
019900     05  WS-BL-FLAG                  PIC X(14).
020000 01  WS-COUNT-LINE.
020100     05  FILLER                      PIC X(02) VALUE SPACES.
020200     05  WS-CL-LABEL                 PIC X(40).
020300     05  WS-CL-VALUE                 PIC ZZZ,ZZZ,ZZ9.
020400
020500 01  WS-REPORT-LINE-OUT              PIC X(80) VALUE SPACES.
020600
020605*----------------------------------------------------------*
020610*  RUN-CONTROL LEDGER WORK AREAS.  THE START DATE AND TIME  *
020615*  PAIR THIS RUN'S END ENTRY WITH ITS START ENTRY.          *
020620*----------------------------------------------------------*
020625 01  WS-RUN-CONTROL.
020630     05  WS-RUN-PROGRAM              PIC X(08) VALUE 'CLIHREOG'.
020635     05  WS-RUN-START-DATE           PIC 9(08) VALUE ZERO.
020640     05  WS-RUN-START-TIME           PIC 9(06) VALUE ZERO.
020645     05  WS-RUN-CLOCK                PIC 9(08) VALUE ZERO.
020650     05  WS-RUN-TARGET               PIC X(17) VALUE SPACES.
020655
020700 PROCEDURE DIVISION.
020800*============================================================*
020900 0000-MAINLINE.
021000*============================================================*
021010     PERFORM 8900-LOG-RUN-START THRU 8900-EXIT.
021100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021200     PERFORM 2000-COPY-HISTORY THRU 2000-EXIT
021300         UNTIL WS-EOF.
021400     PERFORM 2600-WRITE-HELD-SUMMARY THRU 2600-EXIT.
021500     CLOSE CLIENT-HISTORY-FILE.
021600     CLOSE NEW-HISTORY-FILE.
021700     PERFORM 3000-READ-BACK-NEW-MASTER THRU 3000-EXIT.
021800     PERFORM 4000-PRINT-BALANCE THRU 4000-EXIT.
021900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
021910     PERFORM 8910-LOG-RUN-END THRU 8910-EXIT.
022000     STOP RUN.
022100
022200*============================================================*
022300*  1000 SERIES - PARM EDIT, CUTOFF, AND FILE OPENS           *
022400*============================================================*
022500 1000-INITIALIZE.
022600     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
022700     IF WS-COMMAND-LINE NOT = SPACES
022800         PERFORM 1100-EDIT-HORIZON THRU 1100-EXIT
022900     END-IF.
023000     PERFORM 1200-SET-CUTOFF THRU 1200-EXIT.
023100     PERFORM 1300-CHECK-POSTING-CONTROL THRU 1300-EXIT.
023200
023300     OPEN INPUT CLIENT-HISTORY-FILE.
023400     IF WS-HIST-STATUS NOT = '00'
023500         DISPLAY 'Error: Unable to open CLIHIST.MST - status '
023600                 WS-HIST-STATUS
023700         MOVE 16 TO RETURN-CODE
023800         STOP RUN
023900     END-IF.
024000
024100     OPEN OUTPUT NEW-HISTORY-FILE.
024200     IF WS-NEW-STATUS NOT = '00'
024300         DISPLAY 'Error: Unable to create CLIHIST.NEW - status '
024400                 WS-NEW-STATUS
024500         MOVE 16 TO RETURN-CODE
024600         STOP RUN
024700     END-IF.
024800
024900     OPEN OUTPUT REORG-REPORT-FILE.
025000     IF WS-RPT-STATUS NOT = '00'
025100         DISPLAY 'Error: Unable to open CLIHREOG.OUT'
025200         MOVE 16 TO RETURN-CODE
025300         STOP RUN
025400     END-IF.
025500
025600     WRITE REPORT-LINE FROM
025700         'Client History Master Reorganization'.
025800     MOVE WS-HORIZON-MONTHS TO WS-COUNT-DISPLAY.
025900     MOVE SPACES TO WS-REPORT-LINE-OUT.
026000     STRING 'Run date ' DELIMITED BY SIZE
026100            WS-TODAY-DATE DELIMITED BY SIZE
026200            '  horizon ' DELIMITED BY SIZE
026300            FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
026400            ' months - days before ' DELIMITED BY SIZE
026500            WS-CUTOFF-DATE DELIMITED BY SIZE
026600            ' folded' DELIMITED BY SIZE
026700         INTO WS-REPORT-LINE-OUT.
026800     WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT.
026900     MOVE SPACES TO REPORT-LINE.
027000     WRITE REPORT-LINE.
027100
027200     SET WS-NOT-EOF TO TRUE.
027300     SET WS-HOLD-EMPTY TO TRUE.
027400 1000-EXIT.
027500     EXIT.
027600
027700 1100-EDIT-HORIZON.
027800     MOVE FUNCTION TRIM(WS-COMMAND-LINE) TO WS-PARM-JUST.
027900     INSPECT WS-PARM-JUST REPLACING LEADING SPACES BY ZEROS.
028000     IF WS-PARM-DIGITS IS NOT NUMERIC
028100        OR WS-PARM-DIGITS = ZERO
028200         DISPLAY 'Error: horizon PARM must be 1-999 months'
028300         MOVE 16 TO RETURN-CODE
028400         STOP RUN
028500     END-IF.
028600     MOVE WS-PARM-DIGITS TO WS-HORIZON-MONTHS.
028700 1100-EXIT.
028800     EXIT.
028900
029000*----------------------------------------------------------*
029100*  COUNT MONTHS FROM YEAR ZERO, STEP BACK THE HORIZON, AND  *
029200*  TURN THE RESULT BACK INTO THE FIRST DAY OF THAT MONTH.   *
029300*  TODAY 2026-10-15 WITH 13 MONTHS GIVES 2025-09-01: EVERY  *
029400*  DAY THROUGH AUGUST 2025 IS FOLDED.                       *
029500*----------------------------------------------------------*
029600 1200-SET-CUTOFF.
029700     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
029800     COMPUTE WS-MONTH-INDEX =
029900         WS-TODAY-YEAR * 12 + WS-TODAY-MONTH - 1
030000         - WS-HORIZON-MONTHS.
030100     DIVIDE WS-MONTH-INDEX BY 12
030200         GIVING WS-CUTOFF-YEAR
030300         REMAINDER WS-CUTOFF-MONTH-LESS-1.
030400     COMPUTE WS-CUTOFF-DATE =
030500         WS-CUTOFF-YEAR * 10000
030600         + (WS-CUTOFF-MONTH-LESS-1 + 1) * 100 + 1.
030700 1200-EXIT.
030800     EXIT.
030900
031000*----------------------------------------------------------*
031100*  AN 'I' ON CLIHPOST.CTL MEANS A POSTING DIED MID-UPDATE.  *
031200*  FOLDING A PART-POSTED MASTER WOULD BURY THE DAMAGE IN    *
031300*  SUMMARY ROWS, SO THE RUN IS REFUSED.  NO CONTROL FILE    *
031400*  AT ALL IS FINE - NOTHING HAS BEEN POSTED YET.            *
031500*----------------------------------------------------------*
031600 1300-CHECK-POSTING-CONTROL.
031700     OPEN INPUT POST-CONTROL-FILE.
031800     IF WS-CTL-STATUS NOT = '00'
031900         GO TO 1300-EXIT
032000     END-IF.
032100     READ POST-CONTROL-FILE
032200         AT END
032300             MOVE SPACES TO CONTROL-RECORD
032400     END-READ.
032500     CLOSE POST-CONTROL-FILE.
032600     IF CTL-IN-FLIGHT
032700         DISPLAY 'Error: posting of ' CTL-LOG-NAME
032800         DISPLAY '  did not complete - CLIHIST.MST may be '
032900                 'part-posted.'
033000         DISPLAY '  Restore the master and clear '
033100                 'CLIHPOST.CTL before reorganizing.'
033200         MOVE 16 TO RETURN-CODE
033300         STOP RUN
033400     END-IF.
033500 1300-EXIT.
033600     EXIT.
033700
033800*============================================================*
033900*  2000 SERIES - COPY THE MASTER, FOLDING AGED DAYS          *
034000*============================================================*
034100 2000-COPY-HISTORY.
034200     READ CLIENT-HISTORY-FILE NEXT RECORD
034300         AT END
034400             SET WS-EOF TO TRUE
034500         NOT AT END
034600             PERFORM 2100-ROUTE-HISTORY-ROW THRU 2100-EXIT
034700     END-READ.
034800     IF WS-HIST-STATUS NOT = '00' AND WS-HIST-STATUS NOT = '10'
034900         DISPLAY 'Error: CLIHIST.MST read failed - status '
035000                 WS-HIST-STATUS
035100         MOVE 16 TO RETURN-CODE
035200         STOP RUN
035300     END-IF.
035400 2000-EXIT.
035500     EXIT.
035600
035700*----------------------------------------------------------*
035800*  A DAILY ROW BEFORE THE CUTOFF, OR A SUMMARY ROW FROM AN  *
035900*  EARLIER RUN, GOES INTO THE HELD MONTH.  ANY OTHER ROW    *
036000*  FIRST RELEASES THE HELD MONTH - ITS yyyymm00 KEY IS      *
036100*  ALWAYS LOWER - AND IS THEN COPIED AS IT STANDS.  A       *
036200*  BLANK THROTTLE COUNT FROM BEFORE THAT FIELD EXISTED IS   *
036300*  ZEROED ON THE WAY THROUGH.                               *
036400*----------------------------------------------------------*
036500 2100-ROUTE-HISTORY-ROW.
036600     IF CH-THROTTLE-COUNT OF CLIENT-HISTORY-RECORD
036700             IS NOT NUMERIC
036800         MOVE ZERO TO CH-THROTTLE-COUNT OF CLIENT-HISTORY-RECORD
036900     END-IF.
037000     PERFORM 2150-ADD-TO-BEFORE THRU 2150-EXIT.
037100     MOVE CH-ACTIVITY-DATE OF CLIENT-HISTORY-RECORD
037200         TO WS-ROW-DATE.
037300
037400     IF CH-MONTHLY-SUMMARY OF CLIENT-HISTORY-RECORD
037500        OR WS-ROW-DATE < WS-CUTOFF-DATE
037600         PERFORM 2200-FOLD-ROW THRU 2200-EXIT
037700         GO TO 2100-EXIT
037800     END-IF.
037900
038000     PERFORM 2600-WRITE-HELD-SUMMARY THRU 2600-EXIT.
038100     MOVE CLIENT-HISTORY-RECORD TO NEW-HISTORY-RECORD.
038200     PERFORM 2700-WRITE-NEW-ROW THRU 2700-EXIT.
038300     ADD 1 TO WS-ROWS-KEPT.
038400 2100-EXIT.
038500     EXIT.
038600
038700 2150-ADD-TO-BEFORE.
038800     IF CH-MONTHLY-SUMMARY OF CLIENT-HISTORY-RECORD
038900         ADD 1 TO WS-BT-MONTHLY-ROWS
039000     ELSE
039100         ADD 1 TO WS-BT-DAILY-ROWS
039200     END-IF.
039300     ADD 1 TO WS-BT-TOTAL-ROWS.
039400     ADD CH-CONNECTIONS OF CLIENT-HISTORY-RECORD TO WS-BT-CONNS.
039500     ADD CH-BYTES-WRITTEN OF CLIENT-HISTORY-RECORD
039600         TO WS-BT-BYTES.
039700     ADD CH-DENY-COUNT OF CLIENT-HISTORY-RECORD TO WS-BT-DENIES.
039800     ADD CH-THROTTLE-COUNT OF CLIENT-HISTORY-RECORD
039900         TO WS-BT-THROTTLES.
040000 2150-EXIT.
040100     EXIT.
040200
040300 2200-FOLD-ROW.
040400     IF WS-HOLD-ACTIVE
040500        AND CH-CLIENT-ADDR OF CLIENT-HISTORY-RECORD = WS-HOLD-ADDR
040600        AND WS-ROW-MONTH = WS-HOLD-MONTH
040700         CONTINUE
040800     ELSE
040900         PERFORM 2600-WRITE-HELD-SUMMARY THRU 2600-EXIT
041000         MOVE CH-CLIENT-ADDR OF CLIENT-HISTORY-RECORD
041100             TO WS-HOLD-ADDR
041200         MOVE WS-ROW-MONTH TO WS-HOLD-MONTH
041300         MOVE ZERO TO WS-HOLD-CONNS WS-HOLD-BYTES
041400                      WS-HOLD-DENIES WS-HOLD-THROTTLES
041500         SET WS-HOLD-ACTIVE TO TRUE
041600     END-IF.
041700     ADD CH-CONNECTIONS OF CLIENT-HISTORY-RECORD
041800         TO WS-HOLD-CONNS.
041900     ADD CH-BYTES-WRITTEN OF CLIENT-HISTORY-RECORD
042000         TO WS-HOLD-BYTES.
042100     ADD CH-DENY-COUNT OF CLIENT-HISTORY-RECORD
042200         TO WS-HOLD-DENIES.
042300     ADD CH-THROTTLE-COUNT OF CLIENT-HISTORY-RECORD
042400         TO WS-HOLD-THROTTLES.
042500     ADD 1 TO WS-ROWS-FOLDED.
042600 2200-EXIT.
042700     EXIT.
042800
042900*----------------------------------------------------------*
043000*  WRITES THE HELD MONTH AS ONE SUMMARY ROW.  A MONTH TOO   *
043100*  BIG FOR THE MASTER FIELDS ENDS THE RUN BEFORE ANYTHING   *
043200*  IS SWAPPED - A TRUNCATED TOTAL WOULD LOSE VOLUME.        *
043300*----------------------------------------------------------*
043400 2600-WRITE-HELD-SUMMARY.
043500     IF WS-HOLD-EMPTY
043600         GO TO 2600-EXIT
043700     END-IF.
043800     IF WS-HOLD-CONNS > 999999999
043900        OR WS-HOLD-BYTES > 999999999999
044000        OR WS-HOLD-DENIES > 999999999
044100        OR WS-HOLD-THROTTLES > 999999999
044200         DISPLAY 'Error: month ' WS-HOLD-MONTH ' for '
044300                 WS-HOLD-ADDR
044400         DISPLAY '  is too large for one summary row - '
044500                 'reorganization abandoned'
044600         MOVE 16 TO RETURN-CODE
044700         STOP RUN
044800     END-IF.
044900     MOVE SPACES TO NEW-HISTORY-RECORD.
045000     MOVE WS-HOLD-ADDR TO CH-CLIENT-ADDR OF NEW-HISTORY-RECORD.
045100     COMPUTE CH-ACTIVITY-DATE OF NEW-HISTORY-RECORD =
045200         WS-HOLD-MONTH * 100.
045300     MOVE WS-HOLD-CONNS TO CH-CONNECTIONS OF NEW-HISTORY-RECORD.
045400     MOVE WS-HOLD-BYTES
045500         TO CH-BYTES-WRITTEN OF NEW-HISTORY-RECORD.
045600     MOVE WS-HOLD-DENIES TO CH-DENY-COUNT OF NEW-HISTORY-RECORD.
045700     MOVE WS-HOLD-THROTTLES
045800         TO CH-THROTTLE-COUNT OF NEW-HISTORY-RECORD.
045900     SET CH-MONTHLY-SUMMARY OF NEW-HISTORY-RECORD TO TRUE.
046000     PERFORM 2700-WRITE-NEW-ROW THRU 2700-EXIT.
046100     ADD 1 TO WS-SUMMARIES-WRITTEN.
046200     SET WS-HOLD-EMPTY TO TRUE.
046300 2600-EXIT.
046400     EXIT.
046500
046600 2700-WRITE-NEW-ROW.
046700     WRITE NEW-HISTORY-RECORD.
046800     IF WS-NEW-STATUS NOT = '00'
046900         DISPLAY 'Error: CLIHIST.NEW write failed - status '
047000                 WS-NEW-STATUS
047100         MOVE 16 TO RETURN-CODE
047200         STOP RUN
047300     END-IF.
047400 2700-EXIT.
047500     EXIT.
047600
047700*============================================================*
047800*  3000 SERIES - READ THE NEW MASTER BACK FOR THE PROOF      *
047900*============================================================*
048000 3000-READ-BACK-NEW-MASTER.
048100     OPEN INPUT NEW-HISTORY-FILE.
048200     IF WS-NEW-STATUS NOT = '00'
048300         DISPLAY 'Error: Unable to reopen CLIHIST.NEW - status '
048400                 WS-NEW-STATUS
048500         MOVE 16 TO RETURN-CODE
048600         STOP RUN
048700     END-IF.
048800     SET WS-NOT-EOF TO TRUE.
048900     PERFORM 3100-READ-NEW-ROW THRU 3100-EXIT
049000         UNTIL WS-EOF.
049100     CLOSE NEW-HISTORY-FILE.
049200 3000-EXIT.
049300     EXIT.
049400
049500 3100-READ-NEW-ROW.
049600     READ NEW-HISTORY-FILE NEXT RECORD
049700         AT END
049800             SET WS-EOF TO TRUE
049900         NOT AT END
050000             PERFORM 3150-ADD-TO-AFTER THRU 3150-EXIT
050100     END-READ.
050200     IF WS-NEW-STATUS NOT = '00' AND WS-NEW-STATUS NOT = '10'
050300         DISPLAY 'Error: CLIHIST.NEW read failed - status '
050400                 WS-NEW-STATUS
050500         MOVE 16 TO RETURN-CODE
050600         STOP RUN
050700     END-IF.
050800 3100-EXIT.
050900     EXIT.
051000
051100 3150-ADD-TO-AFTER.
051200     IF CH-MONTHLY-SUMMARY OF NEW-HISTORY-RECORD
051300         ADD 1 TO WS-AT-MONTHLY-ROWS
051400     ELSE
051500         ADD 1 TO WS-AT-DAILY-ROWS
051600     END-IF.
051700     ADD 1 TO WS-AT-TOTAL-ROWS.
051800     ADD CH-CONNECTIONS OF NEW-HISTORY-RECORD TO WS-AT-CONNS.
051900     ADD CH-BYTES-WRITTEN OF NEW-HISTORY-RECORD TO WS-AT-BYTES.
052000     ADD CH-DENY-COUNT OF NEW-HISTORY-RECORD TO WS-AT-DENIES.
052100     ADD CH-THROTTLE-COUNT OF NEW-HISTORY-RECORD
052200         TO WS-AT-THROTTLES.
052300 3150-EXIT.
052400     EXIT.
052500
052600*============================================================*
052700*  4000 SERIES - BEFORE/AFTER BALANCE                        *
052800*============================================================*
052900 4000-PRINT-BALANCE.
053000     COMPUTE WS-ROWS-EXPECTED =
053100         WS-BT-TOTAL-ROWS - WS-ROWS-FOLDED + WS-SUMMARIES-WRITTEN.
053200     WRITE REPORT-LINE FROM WS-BALANCE-HEADING.
053300
053400     MOVE 'Daily rows' TO WS-BL-LABEL.
053500     MOVE WS-BT-DAILY-ROWS TO WS-BL-BEFORE.
053600     MOVE WS-AT-DAILY-ROWS TO WS-BL-AFTER.
053700     MOVE SPACES TO WS-BL-FLAG.
053800     WRITE REPORT-LINE FROM WS-BALANCE-LINE.
053900     MOVE 'Monthly summary rows' TO WS-BL-LABEL.
054000     MOVE WS-BT-MONTHLY-ROWS TO WS-BL-BEFORE.
054100     MOVE WS-AT-MONTHLY-ROWS TO WS-BL-AFTER.
054200     WRITE REPORT-LINE FROM WS-BALANCE-LINE.
054300     MOVE 'Total rows' TO WS-BL-LABEL.
054400     MOVE WS-BT-TOTAL-ROWS TO WS-BL-BEFORE.
054500     MOVE WS-AT-TOTAL-ROWS TO WS-BL-AFTER.
054600     MOVE SPACES TO WS-BL-FLAG.
054700     WRITE REPORT-LINE FROM WS-BALANCE-LINE.
054800
054900     MOVE 'Connections' TO WS-BL-LABEL.
055000     MOVE WS-BT-CONNS TO WS-BL-BEFORE.
055100     MOVE WS-AT-CONNS TO WS-BL-AFTER.
055200     IF WS-AT-CONNS = WS-BT-CONNS
055300         MOVE 'ok' TO WS-BL-FLAG
055400     ELSE
055500         MOVE '** OUT **' TO WS-BL-FLAG
055600         SET WS-OUT-OF-BALANCE TO TRUE
055700     END-IF.
055800     WRITE REPORT-LINE FROM WS-BALANCE-LINE.
055900     MOVE 'Bytes written' TO WS-BL-LABEL.
056000     MOVE WS-BT-BYTES TO WS-BL-BEFORE.
056100     MOVE WS-AT-BYTES TO WS-BL-AFTER.
056200     IF WS-AT-BYTES = WS-BT-BYTES
056300         MOVE 'ok' TO WS-BL-FLAG
056400     ELSE
056500         MOVE '** OUT **' TO WS-BL-FLAG
056600         SET WS-OUT-OF-BALANCE TO TRUE
056700     END-IF.
056800     WRITE REPORT-LINE FROM WS-BALANCE-LINE.
056900     MOVE 'Denied' TO WS-BL-LABEL.
057000     MOVE WS-BT-DENIES TO WS-BL-BEFORE.
057100     MOVE WS-AT-DENIES TO WS-BL-AFTER.
057200     IF WS-AT-DENIES = WS-BT-DENIES
057300         MOVE 'ok' TO WS-BL-FLAG
057400     ELSE
057500         MOVE '** OUT **' TO WS-BL-FLAG
057600         SET WS-OUT-OF-BALANCE TO TRUE
057700     END-IF.
057800     WRITE REPORT-LINE FROM WS-BALANCE-LINE.
057900     MOVE 'Rate limited (429)' TO WS-BL-LABEL.
058000     MOVE WS-BT-THROTTLES TO WS-BL-BEFORE.
058100     MOVE WS-AT-THROTTLES TO WS-BL-AFTER.
058200     IF WS-AT-THROTTLES = WS-BT-THROTTLES
058300         MOVE 'ok' TO WS-BL-FLAG
058400     ELSE
058500         MOVE '** OUT **' TO WS-BL-FLAG
058600         SET WS-OUT-OF-BALANCE TO TRUE
058700     END-IF.
058800     WRITE REPORT-LINE FROM WS-BALANCE-LINE.
058900
059000     MOVE SPACES TO REPORT-LINE.
059100     WRITE REPORT-LINE.
059200     MOVE 'Rows before' TO WS-CL-LABEL.
059300     MOVE WS-BT-TOTAL-ROWS TO WS-CL-VALUE.
059400     WRITE REPORT-LINE FROM WS-COUNT-LINE.
059500     MOVE 'Less rows folded into summaries' TO WS-CL-LABEL.
059600     MOVE WS-ROWS-FOLDED TO WS-CL-VALUE.
059700     WRITE REPORT-LINE FROM WS-COUNT-LINE.
059800     MOVE 'Plus monthly summary rows written' TO WS-CL-LABEL.
059900     MOVE WS-SUMMARIES-WRITTEN TO WS-CL-VALUE.
060000     WRITE REPORT-LINE FROM WS-COUNT-LINE.
060100     MOVE 'Rows expected after' TO WS-CL-LABEL.
060200     MOVE WS-ROWS-EXPECTED TO WS-CL-VALUE.
060300     WRITE REPORT-LINE FROM WS-COUNT-LINE.
060400     MOVE 'Rows read back from CLIHIST.NEW' TO WS-CL-LABEL.
060500     MOVE WS-AT-TOTAL-ROWS TO WS-CL-VALUE.
060600     WRITE REPORT-LINE FROM WS-COUNT-LINE.
060700     IF WS-AT-TOTAL-ROWS NOT = WS-ROWS-EXPECTED
060800         SET WS-OUT-OF-BALANCE TO TRUE
060900     END-IF.
061000
061100     MOVE SPACES TO REPORT-LINE.
061200     WRITE REPORT-LINE.
061300     IF WS-IN-BALANCE
061400         WRITE REPORT-LINE FROM
061500             'IN BALANCE - CLIHIST.NEW may replace CLIHIST.MST'
061600     ELSE
061700         WRITE REPORT-LINE FROM
061800             '** OUT OF BALANCE - CLIHIST.NEW MUST NOT BE USED **'
061900         MOVE 16 TO RETURN-CODE
062000     END-IF.
062100 4000-EXIT.
062200     EXIT.
062300
062301*============================================================*
062302*  8900 SERIES - RUN-CONTROL LEDGER                          *
062303*============================================================*
062304*----------------------------------------------------------*
062305*  THE 'S' ENTRY GOES OUT BEFORE ANY WORK, SO A STEP THAT   *
062306*  ABENDS OR TAKES A FATAL EXIT STILL SHOWS ON THE LEDGER   *
062307*  AS STARTED WITHOUT ENDING.                               *
062308*----------------------------------------------------------*
062309 8900-LOG-RUN-START.
062310     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
062311     ACCEPT WS-RUN-CLOCK FROM TIME.
062312     DIVIDE WS-RUN-CLOCK BY 100 GIVING WS-RUN-START-TIME.
062313     MOVE SPACES TO RUN-CONTROL-RECORD.
062314     SET RCL-STEP-STARTED TO TRUE.
062315     MOVE ZERO TO RCL-END-DATE RCL-END-TIME RCL-RETURN-CODE
062316                  RCL-RECORDS-IN RCL-RECORDS-OUT
062317                  RCL-RECORDS-REJECTED.
062318     PERFORM 8950-APPEND-RUN-CONTROL THRU 8950-EXIT.
062319 8900-EXIT.
062320     EXIT.
062321
062322*----------------------------------------------------------*
062323*  RECORDS IN AND OUT ARE THE MASTER ROWS BEFORE AND AFTER. *
062324*  FOLDING SHRINKS THE ROW COUNT BY DESIGN - THE VOLUME     *
062325*  BALANCE IS PROVED ON CLIHREOG.OUT AND ENFORCED WITH      *
062326*  RC 16 - SO THE LEDGER COUNTS ARE VOLUME ONLY.  THE       *
062327*  TARGET IS THE CUTOFF DATE.                               *
062328*----------------------------------------------------------*
062329 8910-LOG-RUN-END.
062330     MOVE SPACES TO RUN-CONTROL-RECORD.
062331     SET RCL-STEP-ENDED TO TRUE.
062332     ACCEPT RCL-END-DATE FROM DATE YYYYMMDD.
062333     ACCEPT WS-RUN-CLOCK FROM TIME.
062334     DIVIDE WS-RUN-CLOCK BY 100 GIVING RCL-END-TIME.
062335     MOVE RETURN-CODE TO RCL-RETURN-CODE.
062336     MOVE WS-CUTOFF-DATE TO WS-RUN-TARGET.
062337     MOVE WS-BT-TOTAL-ROWS TO RCL-RECORDS-IN.
062338     MOVE WS-AT-TOTAL-ROWS TO RCL-RECORDS-OUT.
062339     MOVE ZERO TO RCL-RECORDS-REJECTED.
062340     SET RCL-VOLUME-ONLY TO TRUE.
062341     PERFORM 8950-APPEND-RUN-CONTROL THRU 8950-EXIT.
062342 8910-EXIT.
062343     EXIT.
062344
062345*----------------------------------------------------------*
062346*  THE LEDGER IS SHARED AND APPEND-ONLY.  ONE THAT CANNOT   *
062347*  BE WRITTEN IS WARNED ABOUT BUT NEVER FAILS THE STEP -    *
062348*  THE LEDGER RECORDS THE WORK, IT IS NOT PART OF IT.       *
062349*----------------------------------------------------------*
062350 8950-APPEND-RUN-CONTROL.
062351     MOVE WS-RUN-PROGRAM TO RCL-PROGRAM.
062352     MOVE WS-RUN-START-DATE TO RCL-START-DATE.
062353     MOVE WS-RUN-START-TIME TO RCL-START-TIME.
062354     MOVE WS-RUN-TARGET TO RCL-TARGET.
062355     OPEN EXTEND RUN-CONTROL-FILE.
062356     IF WS-RCL-STATUS = '35'
062357         OPEN OUTPUT RUN-CONTROL-FILE
062358     END-IF.
062359     IF WS-RCL-STATUS NOT = '00'
062360         DISPLAY 'Warning: unable to open RUNCTL.LOG - status '
062361                 WS-RCL-STATUS
062362         GO TO 8950-EXIT
062363     END-IF.
062364     WRITE RUN-CONTROL-RECORD.
062365     CLOSE RUN-CONTROL-FILE.
062366 8950-EXIT.
062367     EXIT.
062368
062400*============================================================*
062500*  9000 SERIES - SHUTDOWN                                    *
062600*============================================================*
062700 9000-TERMINATE.
062800     CLOSE REORG-REPORT-FILE.
062900     MOVE WS-BT-TOTAL-ROWS TO WS-COUNT-DISPLAY.
063000     DISPLAY 'History rows read:     ' WS-COUNT-DISPLAY.
063100     MOVE WS-ROWS-KEPT TO WS-COUNT-DISPLAY.
063200     DISPLAY 'Daily rows kept:       ' WS-COUNT-DISPLAY.
063300     MOVE WS-ROWS-FOLDED TO WS-COUNT-DISPLAY.
063400     DISPLAY 'Rows folded:           ' WS-COUNT-DISPLAY.
063500     MOVE WS-SUMMARIES-WRITTEN TO WS-COUNT-DISPLAY.
063600     DISPLAY 'Summary rows written:  ' WS-COUNT-DISPLAY.
063700     MOVE WS-AT-TOTAL-ROWS TO WS-COUNT-DISPLAY.
063800     DISPLAY 'History rows after:    ' WS-COUNT-DISPLAY.
063900     IF WS-OUT-OF-BALANCE
064000         DISPLAY 'Error: before/after totals do not balance - '
064100                 'see CLIHREOG.OUT'
064200     END-IF.
064300 9000-EXIT.
064400     EXIT.

002350*                   REFERENCE; A SEQUENCE THAT CANNOT BE
002360*                   TAKEN REFUSES THE INTAKE INSTEAD OF
002370*                   RISKING A DUPLICATE RECEIPT.
002371*  2026-10-15 DOB   INTAKE INQUIRY REPORTS "written-off" FOR
002372*                   A REJECT CLOSED OUT OF THE SUSPENSE FILE;
002373*                   DISPOSITION TEXT WIDENED TO 16.
002374*  2026-10-15 DOB   INTAKE INQUIRY REPORTS THE DOWNSTREAM
002375*                   HAND-OFF DISPOSITIONS "sent", "delivered"
002376*                   AND "acknowledged".
002377*  2026-10-15 DOB   RATE-LIMIT EACH CLIENT ADDRESS OVER A
002378*                   ROLLING WINDOW.  LIMITS COME FROM
002379*                   RATELIM.DAT BY ADDRESS, BY CLIMAST.DAT
0023A0*                   RATE CLASS, OR A DEFAULT ROW, AND RELOAD
0023A1*                   WITH RELOAD.FLG.  A CLIENT OVER ITS LIMIT
0023A2*                   IS ANSWERED 429 WITH A Retry-After HEADER
0023A3*                   BY THE PARENT (NO CHILD IS FORKED) AND
0023A4*                   LOGGED UNDER ITS OWN 429 ACCESS-LOG
0023A5*                   STATUS; A KEPT-ALIVE CHILD HOLDS ITS
0023A6*                   LATER REQUESTS TO THE SAME LIMIT.
0023A7*  2026-10-15 DOB   SERVE THE MORNING BATCH STATUS SUMMARY
0023A8*                   (BTCHSTAT.JSN, WRITTEN BY BTCHSTAT) READ-
0023A9*                   ONLY ON GET /batch/status FOR THE
0023B0*                   OPERATIONS CONSOLE; 404 UNTIL THE FIRST
0023B1*                   REPORT HAS RUN, 405 FOR ANY OTHER METHOD.
002380*----------------------------------------------------------*
002390 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002940         ORGANIZATION IS LINE SEQUENTIAL
002950         FILE STATUS IS WS-REQDTL-STATUS.
002960
002961     SELECT RATE-LIMIT-FILE ASSIGN TO "RATELIM.DAT"
002962         ORGANIZATION IS LINE SEQUENTIAL
002963         FILE STATUS IS WS-RLF-STATUS.
002964
002965     SELECT CLIENT-MASTER-FILE ASSIGN TO "CLIMAST.DAT"
002966         ORGANIZATION IS LINE SEQUENTIAL
002967         FILE STATUS IS WS-CMF-STATUS.
002968
002970 DATA DIVISION.
002980 FILE SECTION.
002990 FD  SERVER-CONFIG-FILE.
003460 01  REQUEST-DETAIL-RECORD.
003470     COPY REQDETL.
003480
003481 FD  RATE-LIMIT-FILE.
003482 01  RATE-LIMIT-RECORD.
003483     COPY RATELIM.
003484
003485 FD  CLIENT-MASTER-FILE.
003486 01  CLIENT-MASTER-RECORD.
003487     COPY CLIENTMS.
003488
003490 WORKING-STORAGE SECTION.
003500*----------------------------------------------------------*
003510*  HTTP RESPONSE LITERALS AND WORK AREAS                    *
003720     'Request-URI too long.'.
003730 01  BAD-VERSION-BODY PIC X(27) VALUE
003740     'HTTP version not supported.'.
003742 01  TOO-MANY-REQUESTS-BODY PIC X(32) VALUE
003744     'Too many requests - retry later.'.
003746 01  BATCH-STATUS-MISSING-BODY PIC X(30) VALUE
003748     'Batch status not yet produced.'.
003750
003760 01  HTTP-RESPONSE-INFO.
003770     05  RESP-STATUS-LINE            PIC X(32) VALUE SPACES.
004500 77  WS-TOTAL-SENT                   PIC S9(09) COMP VALUE ZERO.
004510 77  WS-DOTDOT-COUNT                 PIC 9(03) COMP VALUE ZERO.
004520 77  WS-CLEN-EDIT                    PIC Z(8)9 VALUE ZEROS.
004522 77  WS-RETRY-AFTER-SECS             PIC 9(05) COMP VALUE ZERO.
004524 77  WS-RETRY-AFTER-EDIT             PIC Z(4)9 VALUE ZEROS.
004530
004540*----------------------------------------------------------*
004550*  SOCKET WORK AREAS                                        *
005020 77  WS-DAILY-MET-PATH               PIC X(30) VALUE SPACES.
005030 77  WS-DMET-STATUS                  PIC X(02) VALUE SPACES.
005040 77  WS-INTAKE-STATUS                PIC X(02) VALUE SPACES.
005042 77  WS-RLF-STATUS                   PIC X(02) VALUE SPACES.
005044 77  WS-CMF-STATUS                   PIC X(02) VALUE SPACES.
005050
005060*----------------------------------------------------------*
005070*  INTAKE REFERENCE WORK AREAS.  THE REFERENCE IS THE       *
005180 77  WS-SEQ-TRIES                    PIC 9(03) COMP VALUE ZERO.
005190 01  WS-JSON-BODY-WORK               PIC X(64) VALUE SPACES.
005200 77  WS-JSON-BODY-PTR                PIC 9(05) COMP VALUE 1.
005210 77  WS-DISPOSITION-TEXT             PIC X(16) VALUE SPACES.
005220
005230 77  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
005240 01  WS-TIMESTAMP-TEXT               PIC X(19) VALUE SPACES.
005580 77  WS-TODAY-TEXT                   PIC X(08) VALUE SPACES.
005590
005600*----------------------------------------------------------*
005601*  RATE LIMIT TABLES.  RATELIM.DAT AND THE ADDRESS-TO-RATE- *
005602*  CLASS MAP FROM CLIMAST.DAT ARE LOADED AT STARTUP AND ON  *
005603*  EVERY RELOAD.  THE TRACKING TABLE HOLDS ONE ROW PER      *
005604*  CLIENT SEEN: ITS RESOLVED LIMIT AND TWO BACK-TO-BACK     *
005605*  FIXED WINDOWS, THE PREVIOUS ONE WEIGHTED BY HOW MUCH OF  *
005606*  IT STILL OVERLAPS THE ROLLING WINDOW ENDING NOW.         *
005607*----------------------------------------------------------*
005608 01  RATE-LIMIT-TABLE.
005609     05  RL-T-ENTRY OCCURS 100 TIMES INDEXED BY RL-IDX.
0056A0         10  RL-T-KEY-TYPE              PIC X(01).
0056A1         10  RL-T-KEY                   PIC X(32).
0056A2         10  RL-T-MAX-REQUESTS          PIC 9(05) COMP.
0056A3         10  RL-T-WINDOW-SECS           PIC 9(05) COMP.
0056A4 77  WS-RL-COUNT                     PIC 9(03) COMP VALUE ZERO.
0056A5 77  WS-RL-COUNT-DISPLAY             PIC ZZ9.
0056A6
0056A7 01  CLIENT-CLASS-TABLE.
0056A8     05  CLS-ENTRY OCCURS 500 TIMES INDEXED BY CLS-IDX.
0056A9         10  CLS-ADDRESS                PIC X(32).
0056B0         10  CLS-RATE-CLASS             PIC X(01).
0056B1 77  WS-CLS-COUNT                    PIC 9(03) COMP VALUE ZERO.
0056B2 77  WS-CLIENT-RATE-CLASS            PIC X(01) VALUE SPACE.
0056B3
0056B4 01  RATE-TRACK-TABLE.
0056B5     05  RTK-ENTRY OCCURS 200 TIMES INDEXED BY RTK-IDX.
0056B6         10  RTK-ADDRESS                PIC X(32).
0056B7         10  RTK-MAX-REQUESTS           PIC 9(05) COMP.
0056B8         10  RTK-WINDOW-SECS            PIC 9(05) COMP.
0056B9         10  RTK-WINDOW-START           PIC S9(07) COMP.
0056C0         10  RTK-CURR-COUNT             PIC 9(07) COMP.
0056C1         10  RTK-PREV-COUNT             PIC 9(07) COMP.
0056C2 77  WS-RTK-COUNT                    PIC 9(03) COMP VALUE ZERO.
0056C3 77  WS-RTK-OLDEST                   PIC 9(03) COMP VALUE ZERO.
0056C4 77  WS-RL-RANK                      PIC 9(01) VALUE ZERO.
0056C5 77  WS-RL-ROW-RANK                  PIC 9(01) VALUE ZERO.
0056C6 77  WS-RL-MAX-REQUESTS              PIC 9(05) COMP VALUE ZERO.
0056C7 77  WS-RL-WINDOW-SECS               PIC 9(05) COMP VALUE ZERO.
0056C8 77  WS-RL-ELAPSED                   PIC S9(07) COMP VALUE ZERO.
0056C9 77  WS-RL-ESTIMATE                  PIC 9(07) COMP VALUE ZERO.
0056D0
0056D1*----------------------------------------------------------*
005610*  SWITCHES                                                 *
005620*----------------------------------------------------------*
005630 01  WS-SWITCHES.
006030     05  WS-SEQ-ROW-SW               PIC X(01) VALUE 'N'.
006040         88  WS-SEQ-ROW-READ         VALUE 'Y'.
006050         88  WS-SEQ-ROW-MISSING      VALUE 'N'.
006051     05  WS-RATE-SW                  PIC X(01) VALUE 'N'.
006052         88  WS-OVER-RATE-LIMIT      VALUE 'Y'.
006053         88  WS-WITHIN-RATE-LIMIT    VALUE 'N'.
006054     05  WS-RTK-FOUND-SW             PIC X(01) VALUE 'N'.
006055         88  WS-RTK-FOUND            VALUE 'Y'.
006056         88  WS-RTK-NOT-FOUND        VALUE 'N'.
006057     05  WS-CLS-FOUND-SW             PIC X(01) VALUE 'N'.
006058         88  WS-CLS-FOUND            VALUE 'Y'.
006059         88  WS-CLS-NOT-FOUND        VALUE 'N'.
006060
006070 PROCEDURE DIVISION.
006080*============================================================*
006260     PERFORM 1200-BUILD-LOG-NAMES THRU 1200-EXIT.
006270     PERFORM 1300-OPEN-LOGS THRU 1300-EXIT.
006280     PERFORM 1400-LOAD-ALLOW-DENY-TABLE THRU 1400-EXIT.
006282     PERFORM 1500-LOAD-RATE-LIMITS THRU 1500-EXIT.
006284     PERFORM 1600-LOAD-CLIENT-CLASSES THRU 1600-EXIT.
006290     MOVE ZERO TO WS-ITER-COUNT WS-CONN-COUNT.
006300 1000-EXIT.
006310     EXIT.
008340 1425-EXIT.
008350     EXIT.
008360
008361*----------------------------------------------------------*
008362*  LOADS RATELIM.DAT.  UNLIKE THE ALLOW LIST, A MISSING     *
008363*  LIMITS FILE FAILS OPEN - NO CLIENT IS THROTTLED - SINCE  *
008364*  THE ALLOW/DENY CHECK STILL GUARDS THE DOOR.  A RELOAD    *
008365*  ALSO EMPTIES THE TRACKING TABLE SO EVERY CLIENT PICKS    *
008366*  UP ITS NEW LIMIT ON ITS NEXT CONNECTION.                 *
008367*----------------------------------------------------------*
008368 1500-LOAD-RATE-LIMITS.
008369     MOVE ZERO TO WS-RL-COUNT WS-RTK-COUNT.
0083A0     OPEN INPUT RATE-LIMIT-FILE.
0083A1     IF WS-RLF-STATUS NOT = '00'
0083A2         DISPLAY 'Notice: RATELIM.DAT not found - '
0083A3                 'no client rate limits in force'
0083A4         GO TO 1500-EXIT
0083A5     END-IF.
0083A6
0083A7     PERFORM 1510-READ-RATE-LIMIT-RECORD THRU 1510-EXIT
0083A8         UNTIL WS-RLF-STATUS = '10'.
0083A9
0083B0     CLOSE RATE-LIMIT-FILE.
0083B1 1500-EXIT.
0083B2     EXIT.
0083B3
0083B4 1510-READ-RATE-LIMIT-RECORD.
0083B5     READ RATE-LIMIT-FILE
0083B6         AT END
0083B7             MOVE '10' TO WS-RLF-STATUS
0083B8         NOT AT END
0083B9             PERFORM 1520-STORE-RATE-LIMIT-ENTRY THRU 1520-EXIT
0083C0     END-READ.
0083C1 1510-EXIT.
0083C2     EXIT.
0083C3
0083C4*----------------------------------------------------------*
0083C5*  A ROW WITH AN UNKNOWN KEY TYPE, A NON-NUMERIC FIELD, OR  *
0083C6*  A ZERO WINDOW ON A NONZERO LIMIT IS LOGGED AND SKIPPED   *
0083C7*  RATHER THAN LOADED AS A LIMIT NOBODY MEANT TO SET.       *
0083C8*----------------------------------------------------------*
0083C9 1520-STORE-RATE-LIMIT-ENTRY.
0083D0     IF NOT RL-BY-ADDRESS
0083D1        AND NOT RL-BY-RATE-CLASS
0083D2        AND NOT RL-BY-DEFAULT
0083D3         PERFORM 1525-LOG-RATE-LIMIT-REJECT THRU 1525-EXIT
0083D4         GO TO 1520-EXIT
0083D5     END-IF.
0083D6     IF RL-MAX-REQUESTS IS NOT NUMERIC
0083D7        OR RL-WINDOW-SECS IS NOT NUMERIC
0083D8         PERFORM 1525-LOG-RATE-LIMIT-REJECT THRU 1525-EXIT
0083D9         GO TO 1520-EXIT
0083E0     END-IF.
0083E1     IF RL-MAX-REQUESTS > ZERO
0083E2        AND RL-WINDOW-SECS = ZERO
0083E3         PERFORM 1525-LOG-RATE-LIMIT-REJECT THRU 1525-EXIT
0083E4         GO TO 1520-EXIT
0083E5     END-IF.
0083E6     IF WS-RL-COUNT NOT < 100
0083E7         PERFORM 8000-FORMAT-TIMESTAMP THRU 8000-EXIT
0083E8         MOVE WS-TIMESTAMP-TEXT TO ELOG-TIMESTAMP
0083E9         MOVE 'RATELIM.DAT exceeds 100 rows - entry ignored'
0083F0             TO ELOG-MESSAGE
0083F1         WRITE ERROR-LOG-RECORD
0083F2         GO TO 1520-EXIT
0083F3     END-IF.
0083F4     ADD 1 TO WS-RL-COUNT.
0083F5     SET RL-IDX TO WS-RL-COUNT.
0083F6     MOVE RL-KEY-TYPE TO RL-T-KEY-TYPE (RL-IDX).
0083F7     MOVE RL-KEY TO RL-T-KEY (RL-IDX).
0083F8     MOVE RL-MAX-REQUESTS TO RL-T-MAX-REQUESTS (RL-IDX).
0083F9     MOVE RL-WINDOW-SECS TO RL-T-WINDOW-SECS (RL-IDX).
0083G0 1520-EXIT.
0083G1     EXIT.
0083G2
0083G3 1525-LOG-RATE-LIMIT-REJECT.
0083G4     PERFORM 8000-FORMAT-TIMESTAMP THRU 8000-EXIT.
0083G5     MOVE WS-TIMESTAMP-TEXT TO ELOG-TIMESTAMP.
0083G6     MOVE SPACES TO ELOG-MESSAGE.
0083G7     STRING 'RATELIM.DAT row invalid - ignored: '
0083G8                DELIMITED BY SIZE
0083G9            RATE-LIMIT-RECORD (1:34) DELIMITED BY SIZE
0083H0         INTO ELOG-MESSAGE.
0083H1     WRITE ERROR-LOG-RECORD.
0083H2 1525-EXIT.
0083H3     EXIT.
0083H4
0083H5*----------------------------------------------------------*
0083H6*  LOADS THE ADDRESS-TO-RATE-CLASS MAP FROM CLIMAST.DAT SO  *
0083H7*  A 'C' ROW ON RATELIM.DAT CAN FIND ITS CLIENTS.  WITHOUT  *
0083H8*  THE MASTER, CLASS ROWS SIMPLY MATCH NOBODY AND THE       *
0083H9*  ADDRESS AND DEFAULT ROWS STILL APPLY.                    *
0083J0*----------------------------------------------------------*
0083J1 1600-LOAD-CLIENT-CLASSES.
0083J2     MOVE ZERO TO WS-CLS-COUNT.
0083J3     OPEN INPUT CLIENT-MASTER-FILE.
0083J4     IF WS-CMF-STATUS NOT = '00'
0083J5         GO TO 1600-EXIT
0083J6     END-IF.
0083J7
0083J8     PERFORM 1610-READ-CLIENT-MASTER-RECORD THRU 1610-EXIT
0083J9         UNTIL WS-CMF-STATUS = '10'.
0083K0
0083K1     CLOSE CLIENT-MASTER-FILE.
0083K2 1600-EXIT.
0083K3     EXIT.
0083K4
0083K5 1610-READ-CLIENT-MASTER-RECORD.
0083K6     READ CLIENT-MASTER-FILE
0083K7         AT END
0083K8             MOVE '10' TO WS-CMF-STATUS
0083K9         NOT AT END
0083L0             IF WS-CLS-COUNT < 500
0083L1                 ADD 1 TO WS-CLS-COUNT
0083L2                 SET CLS-IDX TO WS-CLS-COUNT
0083L3                 MOVE CM-CLIENT-ADDR TO CLS-ADDRESS (CLS-IDX)
0083L4                 MOVE CM-RATE-CLASS TO CLS-RATE-CLASS (CLS-IDX)
0083L5             END-IF
0083L6     END-READ.
0083L7 1610-EXIT.
0083L8     EXIT.
0083L9
008370*============================================================*
008380*  2000 SERIES - LISTENER SOCKET STARTUP                     *
008390*============================================================*
008890         GO TO 3190-HEARTBEAT-CHECK
008900     END-IF.
008910
008911     PERFORM 3320-CHECK-RATE-LIMIT THRU 3320-EXIT.
008912     IF WS-OVER-RATE-LIMIT
008913         PERFORM 3370-SEND-THROTTLED-RESPONSE THRU 3370-EXIT
008914         GO TO 3190-HEARTBEAT-CHECK
008915     END-IF.
008916
008920     IF WS-ACTIVE-CHILDREN NOT < WS-MAX-CHILDREN
008930         PERFORM 3192-REAP-FINISHED-CHILDREN THRU 3192-EXIT
008940     END-IF.
009410*  SWAP STEP) IS PICKED UP ON THE NEXT PASS OF THE ACCEPT   *
009420*  LOOP: THE FLAG IS REMOVED, ALWDENY.DAT IS RELOADED INTO  *
009430*  THE IN-MEMORY TABLE, AND THE TUNABLE SERVER.CFG VALUES   *
009435*  (READTIMEO, MAXCHILD) ARE RE-READ, AS ARE RATELIM.DAT    *
009440*  AND THE CLIMAST.DAT RATE CLASSES, ALL WITHOUT DROPPING   *
009445*  THE LISTENER.  THE RELOAD AND THE NEW ROW COUNTS GO TO   *
009460*  SERVER.ERR SO THE MORNING REVIEW CAN SEE WHEN EACH LIST  *
009470*  TOOK EFFECT.                                             *
009480*----------------------------------------------------------*
009590     PERFORM 1100-READ-CONFIG THRU 1100-EXIT.
009600     SET WS-STARTUP-LOAD TO TRUE.
009610     PERFORM 1400-LOAD-ALLOW-DENY-TABLE THRU 1400-EXIT.
009612     PERFORM 1500-LOAD-RATE-LIMITS THRU 1500-EXIT.
009614     PERFORM 1600-LOAD-CLIENT-CLASSES THRU 1600-EXIT.
009620
009630     PERFORM 8000-FORMAT-TIMESTAMP THRU 8000-EXIT.
009640     MOVE WS-TIMESTAMP-TEXT TO ELOG-TIMESTAMP.
009800            FUNCTION TRIM(WS-LIMIT-DISPLAY) DELIMITED BY SIZE
009810         INTO ELOG-MESSAGE.
009820     WRITE ERROR-LOG-RECORD.
009821     MOVE WS-TIMESTAMP-TEXT TO ELOG-TIMESTAMP.
009822     MOVE WS-RL-COUNT TO WS-RL-COUNT-DISPLAY.
009823     MOVE SPACES TO ELOG-MESSAGE.
009824     STRING 'Reload complete - rate limit rows '
009825                DELIMITED BY SIZE
009826            WS-RL-COUNT-DISPLAY DELIMITED BY SIZE
009827         INTO ELOG-MESSAGE.
009828     WRITE ERROR-LOG-RECORD.
009830 3110-EXIT.
009840     EXIT.
009850
010630
010640     ADD 1 TO WS-CONN-REQ-COUNT.
010650     PERFORM 3450-VALIDATE-REQUEST THRU 3450-EXIT.
010651*    THE PARENT COUNTED THIS CONNECTION'S FIRST REQUEST;
010652*    LATER ONES ON A KEPT-ALIVE SOCKET ARE COUNTED HERE
010653*    AGAINST THE CHILD'S COPY OF THE CLIENT'S WINDOW, SO ONE
010654*    LONG-LIVED CONNECTION CANNOT OUTRUN THE LIMIT EITHER.
010655     IF WS-REQUEST-OK
010656        AND WS-CONN-REQ-COUNT > 1
010657         PERFORM 3320-CHECK-RATE-LIMIT THRU 3320-EXIT
010658         IF WS-OVER-RATE-LIMIT
010659             MOVE '429' TO WS-REQ-ERROR-CODE
0106A0             PERFORM 3375-SET-THROTTLED-RESPONSE THRU 3375-EXIT
0106A1         END-IF
0106A2     END-IF.
010660     IF WS-REQUEST-OK
010670         PERFORM 3500-ROUTE-REQUEST THRU 3500-EXIT
010680     END-IF.
010710     PERFORM 3700-WRITE-RESPONSE THRU 3700-EXIT.
010720     PERFORM 3800-LOG-CONNECTION THRU 3800-EXIT.
010730     PERFORM 3850-LOG-REQUEST-DETAIL THRU 3850-EXIT.
010735     MOVE ZERO TO WS-RETRY-AFTER-SECS.
010740 3390-EXIT.
010750     EXIT.
010760
013090 3310-EXIT.
013100     EXIT.
013110
013111*----------------------------------------------------------*
013112*  ROLLING-WINDOW RATE CHECK FOR CLIENT-ADDR, MADE BY THE   *
013113*  PARENT AFTER THE ALLOW/DENY CHECK AND BEFORE THE CHILD   *
013114*  CAP, SO A FLOODING CLIENT IS TURNED AWAY WITHOUT EVER    *
013115*  COSTING A FORK.  THE CLIENT'S COUNT IS THE CURRENT FIXED *
013116*  WINDOW PLUS THE PREVIOUS ONE WEIGHTED BY ITS REMAINING   *
013117*  OVERLAP.  A REQUEST THAT IS TURNED AWAY IS NOT COUNTED,  *
013118*  SO A CLIENT THAT BACKS OFF FOR Retry-After GETS IN.      *
013119*----------------------------------------------------------*
0131A0 3320-CHECK-RATE-LIMIT.
0131A1     SET WS-WITHIN-RATE-LIMIT TO TRUE.
0131A2     MOVE ZERO TO WS-RETRY-AFTER-SECS.
0131A3     IF WS-RL-COUNT = 0
0131A4         GO TO 3320-EXIT
0131A5     END-IF.
0131A6     PERFORM 3195-COMPUTE-NOW-SECONDS THRU 3195-EXIT.
0131A7
0131A8     SET WS-RTK-NOT-FOUND TO TRUE.
0131A9     PERFORM 3330-MATCH-TRACK-ENTRY THRU 3330-EXIT
0131B0         VARYING RTK-IDX FROM 1 BY 1
0131B1         UNTIL RTK-IDX > WS-RTK-COUNT
0131B2            OR WS-RTK-FOUND.
0131B3     IF WS-RTK-FOUND
0131B4         SET RTK-IDX DOWN BY 1
0131B5     ELSE
0131B6         PERFORM 3340-ADD-TRACK-ENTRY THRU 3340-EXIT
0131B7     END-IF.
0131B8     IF RTK-MAX-REQUESTS (RTK-IDX) = ZERO
0131B9         GO TO 3320-EXIT
0131C0     END-IF.
0131C1
0131C2     PERFORM 3360-ROLL-RATE-WINDOW THRU 3360-EXIT.
0131C3     COMPUTE WS-RL-ESTIMATE =
0131C4         (RTK-PREV-COUNT (RTK-IDX)
0131C5             * (RTK-WINDOW-SECS (RTK-IDX) - WS-RL-ELAPSED))
0131C6             / RTK-WINDOW-SECS (RTK-IDX)
0131C7         + RTK-CURR-COUNT (RTK-IDX).
0131C8     IF WS-RL-ESTIMATE NOT < RTK-MAX-REQUESTS (RTK-IDX)
0131C9         SET WS-OVER-RATE-LIMIT TO TRUE
0131D0         COMPUTE WS-RETRY-AFTER-SECS =
0131D1             RTK-WINDOW-SECS (RTK-IDX) - WS-RL-ELAPSED
0131D2         IF WS-RETRY-AFTER-SECS = ZERO
0131D3             MOVE 1 TO WS-RETRY-AFTER-SECS
0131D4         END-IF
0131D5     ELSE
0131D6         ADD 1 TO RTK-CURR-COUNT (RTK-IDX)
0131D7     END-IF.
0131D8 3320-EXIT.
0131D9     EXIT.
0131E0
0131E1 3330-MATCH-TRACK-ENTRY.
0131E2     IF RTK-ADDRESS (RTK-IDX) = CLIENT-ADDR
0131E3         SET WS-RTK-FOUND TO TRUE
0131E4     END-IF.
0131E5 3330-EXIT.
0131E6     EXIT.
0131E7
0131E8*----------------------------------------------------------*
0131E9*  FIRST SIGHT OF A CLIENT: RESOLVE ITS LIMIT ONCE AND      *
0131F0*  START ITS WINDOW NOW.  WHEN THE TABLE IS FULL, THE ROW   *
0131F1*  WHOSE WINDOW STARTED LONGEST AGO IS REUSED - THE CLIENT  *
0131F2*  LEAST LIKELY TO STILL BE CLOSE TO ITS LIMIT.             *
0131F3*----------------------------------------------------------*
0131F4 3340-ADD-TRACK-ENTRY.
0131F5     IF WS-RTK-COUNT < 200
0131F6         ADD 1 TO WS-RTK-COUNT
0131F7         SET RTK-IDX TO WS-RTK-COUNT
0131F8     ELSE
0131F9         MOVE 1 TO WS-RTK-OLDEST
0131G0         PERFORM 3345-FIND-OLDEST-TRACK-ENTRY THRU 3345-EXIT
0131G1             VARYING RTK-IDX FROM 2 BY 1
0131G2             UNTIL RTK-IDX > WS-RTK-COUNT
0131G3         SET RTK-IDX TO WS-RTK-OLDEST
0131G4     END-IF.
0131G5     PERFORM 3350-RESOLVE-CLIENT-LIMIT THRU 3350-EXIT.
0131G6     MOVE CLIENT-ADDR TO RTK-ADDRESS (RTK-IDX).
0131G7     MOVE WS-RL-MAX-REQUESTS TO RTK-MAX-REQUESTS (RTK-IDX).
0131G8     MOVE WS-RL-WINDOW-SECS TO RTK-WINDOW-SECS (RTK-IDX).
0131G9     MOVE WS-NOW-SECS TO RTK-WINDOW-START (RTK-IDX).
0131H0     MOVE ZERO TO RTK-CURR-COUNT (RTK-IDX)
0131H1                  RTK-PREV-COUNT (RTK-IDX).
0131H2 3340-EXIT.
0131H3     EXIT.
0131H4
0131H5 3345-FIND-OLDEST-TRACK-ENTRY.
0131H6     IF RTK-WINDOW-START (RTK-IDX)
0131H7            < RTK-WINDOW-START (WS-RTK-OLDEST)
0131H8         SET WS-RTK-OLDEST TO RTK-IDX
0131H9     END-IF.
0131J0 3345-EXIT.
0131J1     EXIT.
0131J2
0131J3*----------------------------------------------------------*
0131J4*  PICKS THE MOST SPECIFIC RATELIM.DAT ROW FOR CLIENT-ADDR: *
0131J5*  ITS OWN ADDRESS ROW (RANK 3), ELSE ITS CLIMAST.DAT RATE  *
0131J6*  CLASS ROW (RANK 2), ELSE THE DEFAULT ROW (RANK 1).  NO   *
0131J7*  MATCHING ROW LEAVES A ZERO LIMIT - NOT THROTTLED.        *
0131J8*----------------------------------------------------------*
0131J9 3350-RESOLVE-CLIENT-LIMIT.
0131K0     MOVE ZERO TO WS-RL-RANK WS-RL-MAX-REQUESTS
0131K1                  WS-RL-WINDOW-SECS.
0131K2     MOVE SPACE TO WS-CLIENT-RATE-CLASS.
0131K3     SET WS-CLS-NOT-FOUND TO TRUE.
0131K4     PERFORM 3352-MATCH-CLIENT-CLASS THRU 3352-EXIT
0131K5         VARYING CLS-IDX FROM 1 BY 1
0131K6         UNTIL CLS-IDX > WS-CLS-COUNT
0131K7            OR WS-CLS-FOUND.
0131K8     PERFORM 3355-MATCH-RATE-LIMIT-ROW THRU 3355-EXIT
0131K9         VARYING RL-IDX FROM 1 BY 1
0131L0         UNTIL RL-IDX > WS-RL-COUNT
0131L1            OR WS-RL-RANK = 3.
0131L2 3350-EXIT.
0131L3     EXIT.
0131L4
0131L5 3352-MATCH-CLIENT-CLASS.
0131L6     IF CLS-ADDRESS (CLS-IDX) = CLIENT-ADDR
0131L7         MOVE CLS-RATE-CLASS (CLS-IDX) TO WS-CLIENT-RATE-CLASS
0131L8         SET WS-CLS-FOUND TO TRUE
0131L9     END-IF.
0131M0 3352-EXIT.
0131M1     EXIT.
0131M2
0131M3 3355-MATCH-RATE-LIMIT-ROW.
0131M4     MOVE ZERO TO WS-RL-ROW-RANK.
0131M5     EVALUATE RL-T-KEY-TYPE (RL-IDX)
0131M6         WHEN 'A'
0131M7             IF RL-T-KEY (RL-IDX) = CLIENT-ADDR
0131M8                 MOVE 3 TO WS-RL-ROW-RANK
0131M9             END-IF
0131N0         WHEN 'C'
0131N1             IF WS-CLIENT-RATE-CLASS NOT = SPACE
0131N2                AND RL-T-KEY (RL-IDX) (1:1) = WS-CLIENT-RATE-CLASS
0131N3                 MOVE 2 TO WS-RL-ROW-RANK
0131N4             END-IF
0131N5         WHEN '*'
0131N6             MOVE 1 TO WS-RL-ROW-RANK
0131N7     END-EVALUATE.
0131N8     IF WS-RL-ROW-RANK > WS-RL-RANK
0131N9         MOVE WS-RL-ROW-RANK TO WS-RL-RANK
0131P0         MOVE RL-T-MAX-REQUESTS (RL-IDX) TO WS-RL-MAX-REQUESTS
0131P1         MOVE RL-T-WINDOW-SECS (RL-IDX) TO WS-RL-WINDOW-SECS
0131P2     END-IF.
0131P3 3355-EXIT.
0131P4     EXIT.
0131P5
0131P6*----------------------------------------------------------*
0131P7*  SLIDES THE CLIENT'S FIXED WINDOWS UP TO NOW.  ONE FULL   *
0131P8*  WINDOW GONE BY MAKES CURRENT THE NEW PREVIOUS; TWO OR    *
0131P9*  MORE (OR THE CLOCK WRAPPING AT MIDNIGHT) CLEARS BOTH.    *
0131Q0*  LEAVES WS-RL-ELAPSED AS SECONDS INTO THE CURRENT WINDOW. *
0131Q1*----------------------------------------------------------*
0131Q2 3360-ROLL-RATE-WINDOW.
0131Q3     IF WS-NOW-SECS < RTK-WINDOW-START (RTK-IDX)
0131Q4         MOVE WS-NOW-SECS TO RTK-WINDOW-START (RTK-IDX)
0131Q5         MOVE ZERO TO RTK-CURR-COUNT (RTK-IDX)
0131Q6                      RTK-PREV-COUNT (RTK-IDX)
0131Q7     END-IF.
0131Q8     COMPUTE WS-RL-ELAPSED =
0131Q9         WS-NOW-SECS - RTK-WINDOW-START (RTK-IDX).
0131R0     IF WS-RL-ELAPSED NOT < RTK-WINDOW-SECS (RTK-IDX) * 2
0131R1         MOVE WS-NOW-SECS TO RTK-WINDOW-START (RTK-IDX)
0131R2         MOVE ZERO TO RTK-CURR-COUNT (RTK-IDX)
0131R3                      RTK-PREV-COUNT (RTK-IDX)
0131R4                      WS-RL-ELAPSED
0131R5         GO TO 3360-EXIT
0131R6     END-IF.
0131R7     IF WS-RL-ELAPSED NOT < RTK-WINDOW-SECS (RTK-IDX)
0131R8         MOVE RTK-CURR-COUNT (RTK-IDX) TO RTK-PREV-COUNT (RTK-IDX)
0131R9         MOVE ZERO TO RTK-CURR-COUNT (RTK-IDX)
0131S0         ADD RTK-WINDOW-SECS (RTK-IDX)
0131S1             TO RTK-WINDOW-START (RTK-IDX)
0131S2         SUBTRACT RTK-WINDOW-SECS (RTK-IDX) FROM WS-RL-ELAPSED
0131S3     END-IF.
0131S4 3360-EXIT.
0131S5     EXIT.
0131S6
0131S7*----------------------------------------------------------*
0131S8*  PARENT-SIDE 429 PATH, THE SAME SHAPE AS THE 503 BUSY     *
0131S9*  PATH: ANSWER THE CONNECTION WITHOUT FORKING, LOG IT      *
0131T0*  UNDER THE 429 ACCESS-LOG STATUS, AND CLOSE.  NOTHING     *
0131T1*  GOES TO SERVER.ERR - A FLOODING CLIENT WOULD ONLY FLOOD  *
0131T2*  THE ERROR LOG INSTEAD, AND THE ACCESS LOG CARRIES IT.    *
0131T3*----------------------------------------------------------*
0131T4 3370-SEND-THROTTLED-RESPONSE.
0131T5     PERFORM 3375-SET-THROTTLED-RESPONSE THRU 3375-EXIT.
0131T6     MOVE 'close' TO WS-CONN-HEADER-TEXT.
0131T7     PERFORM 3600-BUILD-RESPONSE THRU 3600-EXIT.
0131T8     PERFORM 3700-WRITE-RESPONSE THRU 3700-EXIT.
0131T9     PERFORM 8000-FORMAT-TIMESTAMP THRU 8000-EXIT.
0131U0     MOVE WS-TIMESTAMP-TEXT TO ALOG-TIMESTAMP.
0131U1     MOVE CLIENT-ADDR TO ALOG-CLIENT-ADDR.
0131U2     IF WS-BYTES-WRITTEN > 0
0131U3         MOVE WS-BYTES-WRITTEN TO ALOG-BYTES-WRITTEN
0131U4     ELSE
0131U5         MOVE ZERO TO ALOG-BYTES-WRITTEN
0131U6     END-IF.
0131U7     SET ALOG-STATUS-THROTTLED TO TRUE.
0131U8     WRITE ACCESS-LOG-RECORD.
0131U9     CALL "C$CLOSE" USING BY VALUE CLIENT-SOCKET.
0131V0     MOVE ZERO TO WS-RETRY-AFTER-SECS.
0131V1 3370-EXIT.
0131V2     EXIT.
0131V3
0131V4 3375-SET-THROTTLED-RESPONSE.
0131V5     MOVE SPACES TO RESP-STATUS-LINE RESP-CONTENT-TYPE
0131V6                    RESP-BODY.
0131V7     SET RESP-FROM-MEMORY TO TRUE.
0131V8     MOVE '429 Too Many Requests' TO RESP-STATUS-LINE.
0131V9     MOVE FUNCTION LENGTH('429 Too Many Requests')
0131W0         TO RESP-STATUS-LEN.
0131W1     MOVE 'text/plain' TO RESP-CONTENT-TYPE.
0131W2     MOVE FUNCTION LENGTH('text/plain') TO RESP-CTYPE-LEN.
0131W3     MOVE TOO-MANY-REQUESTS-BODY TO RESP-BODY.
0131W4     MOVE FUNCTION LENGTH(TOO-MANY-REQUESTS-BODY)
0131W5         TO RESP-BODY-LEN.
0131W6 3375-EXIT.
0131W7     EXIT.
0131W8
013120 3400-READ-REQUEST.
013130     MOVE SPACES TO HTTP-RAW-LINE HTTP-METHOD HTTP-URI
013140                    HTTP-VERSION HTTP-HEADERS HTTP-BODY
015550             MOVE METHOD-NOT-ALLOWED-BODY TO RESP-BODY
015560             MOVE FUNCTION LENGTH(METHOD-NOT-ALLOWED-BODY)
015570                 TO RESP-BODY-LEN
015571         WHEN FUNCTION TRIM(HTTP-URI) = '/batch/status'
015572                 AND FUNCTION TRIM(HTTP-METHOD) = 'GET'
015573             PERFORM 3580-SERVE-BATCH-STATUS THRU 3580-EXIT
015574         WHEN FUNCTION TRIM(HTTP-URI) = '/batch/status'
015575             MOVE '405 Method Not Allowed' TO RESP-STATUS-LINE
015576             MOVE FUNCTION LENGTH('405 Method Not Allowed')
015577                 TO RESP-STATUS-LEN
015578             MOVE 'text/plain' TO RESP-CONTENT-TYPE
015579             MOVE FUNCTION LENGTH('text/plain') TO RESP-CTYPE-LEN
0155A0             MOVE METHOD-NOT-ALLOWED-BODY TO RESP-BODY
0155A1             MOVE FUNCTION LENGTH(METHOD-NOT-ALLOWED-BODY)
0155A2                 TO RESP-BODY-LEN
015580         WHEN FUNCTION TRIM(HTTP-METHOD) = 'GET'
015590                 AND WS-DOC-ROOT NOT = SPACES
015600             PERFORM 3540-SERVE-DOCUMENT THRU 3540-EXIT
018520     EXIT.
018530
018540*----------------------------------------------------------*
018541*  SERVES THE BATCH STATUS SUMMARY THAT BTCHSTAT WRITES     *
018542*  EACH MORNING.  THE FILE IS READ FROM THE SERVER'S OWN    *
018543*  WORKING DIRECTORY, NOT THE DOCROOT, SO IT IS AVAILABLE   *
018544*  WHETHER OR NOT DOCUMENT SERVING IS CONFIGURED.  IT IS    *
018545*  MEASURED AND STREAMED THROUGH THE SAME DOCUMENT-FILE     *
018546*  PASSES AS A DOCROOT DOCUMENT.                            *
018547*----------------------------------------------------------*
018548 3580-SERVE-BATCH-STATUS.
018549     SET WS-DOC-NOT-FOUND TO TRUE.
0185A0     MOVE 'BTCHSTAT.JSN' TO WS-DOC-PATH.
0185A1     PERFORM 3545-MEASURE-DOCUMENT THRU 3545-EXIT.
0185A2     IF WS-DOC-NOT-FOUND
0185A3         MOVE '404 Not Found' TO RESP-STATUS-LINE
0185A4         MOVE FUNCTION LENGTH('404 Not Found') TO RESP-STATUS-LEN
0185A5         MOVE 'text/plain' TO RESP-CONTENT-TYPE
0185A6         MOVE FUNCTION LENGTH('text/plain') TO RESP-CTYPE-LEN
0185A7         MOVE BATCH-STATUS-MISSING-BODY TO RESP-BODY
0185A8         MOVE FUNCTION LENGTH(BATCH-STATUS-MISSING-BODY)
0185A9             TO RESP-BODY-LEN
0185B0         GO TO 3580-EXIT
0185B1     END-IF.
0185B2     MOVE '200 OK' TO RESP-STATUS-LINE.
0185B3     MOVE FUNCTION LENGTH('200 OK') TO RESP-STATUS-LEN.
0185B4     MOVE 'application/json' TO RESP-CONTENT-TYPE.
0185B5     MOVE FUNCTION LENGTH('application/json') TO RESP-CTYPE-LEN.
0185B6     MOVE ZERO TO RESP-BODY-LEN.
0185B7     SET RESP-FROM-FILE TO TRUE.
0185B8 3580-EXIT.
0185B9     EXIT.
0185C0
0185C1*----------------------------------------------------------*
018550*  ANSWERS GET /intake/<reference> WITH THE TRANSACTION'S   *
018560*  CURRENT DISPOSITION.  THE INTAKE MASTER IS CHECKED       *
018570*  FIRST - A ROW THERE MEANS THE NIGHTLY EDIT HAS RUN AND   *
018580*  THE TRANSACTION IS POSTED, REJECTED, OR - A REJECT LEFT  *
018581*  UNWORKED IN SUSPENSE PAST THE LIMIT - WRITTEN OFF.  A    *
018582*  POSTED ROW HANDED DOWNSTREAM READS SENT, DELIVERED, OR   *
018583*  ACKNOWLEDGED AS THE HAND-OFF PROGRESSES.                 *
018584*  OTHERWISE THE DAILY INTAKE FILE FOR THE DATE CARRIED IN  *
018590*  THE REFERENCE IS SCANNED: A MATCH MEANS CAPTURED AND     *
018600*  STILL AWAITING THE BATCH CYCLE.  ANYTHING ELSE IS NOT ON *
018610*  FILE.                                                    *
018620*----------------------------------------------------------*
018630 3590-INQUIRE-INTAKE.
018640     SET WS-REF-NOT-FOUND TO TRUE.
019220     READ INTAKE-MASTER-FILE.
019230     IF WS-IMST-STATUS = '00'
019240         SET WS-REF-FOUND TO TRUE
019250         EVALUATE TRUE
019255             WHEN ITM-REJECTED
019260                 MOVE 'rejected' TO WS-DISPOSITION-TEXT
019265             WHEN ITM-WRITTEN-OFF
019270                 MOVE 'written-off' TO WS-DISPOSITION-TEXT
019271             WHEN ITM-SENT
019272                 MOVE 'sent' TO WS-DISPOSITION-TEXT
019273             WHEN ITM-DELIVERED
019274                 MOVE 'delivered' TO WS-DISPOSITION-TEXT
019276             WHEN ITM-ACKNOWLEDGED
019277                 MOVE 'acknowledged' TO WS-DISPOSITION-TEXT
019278             WHEN OTHER
019281                 MOVE 'posted' TO WS-DISPOSITION-TEXT
019290         END-EVALUATE
019300     END-IF.
019310     CLOSE INTAKE-MASTER-FILE.
019320 3591-EXIT.
020050            'Connection: ' DELIMITED BY SIZE
020060            WS-CONN-HEADER-TEXT DELIMITED BY SPACE
020070            X'0D0A' DELIMITED BY SIZE
020090         INTO RESPONSE-BUFFER
020100         WITH POINTER WS-STRING-PTR.
020101     IF WS-RETRY-AFTER-SECS > 0
020102         MOVE WS-RETRY-AFTER-SECS TO WS-RETRY-AFTER-EDIT
020103         STRING 'Retry-After: ' DELIMITED BY SIZE
020104                FUNCTION TRIM(WS-RETRY-AFTER-EDIT)
020105                    DELIMITED BY SIZE
020106                X'0D0A' DELIMITED BY SIZE
020107             INTO RESPONSE-BUFFER
020108             WITH POINTER WS-STRING-PTR
020109     END-IF.
0201A0     STRING X'0D0A' DELIMITED BY SIZE
0201A1         INTO RESPONSE-BUFFER
0201A2         WITH POINTER WS-STRING-PTR.
020110     IF RESP-FROM-MEMORY
020120         STRING RESP-BODY (1:RESP-BODY-LEN) DELIMITED BY SIZE
020130             INTO RESPONSE-BUFFER
020970                 SET ALOG-STATUS-URI-TOO-LONG TO TRUE
020980             WHEN '505'
020990                 SET ALOG-STATUS-BAD-VERSION TO TRUE
020992             WHEN '429'
020994                 SET ALOG-STATUS-THROTTLED TO TRUE
021000             WHEN OTHER
021010                 SET ALOG-STATUS-OK TO TRUE
021020         END-EVALUATE

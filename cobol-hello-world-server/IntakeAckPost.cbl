001000 IDENTIFICATION DIVISION.
001100 PROGRAM-ID. IntakeAckPost.
001200 AUTHOR. D-OKONKWO-BOYER.
001300 INSTALLATION. ENTERPRISE-WEB-SERVICES.
001400 DATE-WRITTEN. 2026-10-15.
001500 DATE-COMPILED.
001600*----------------------------------------------------------*
001700*  IntakeAckPost                                            *
001800*  COMPANION TO IntakeHandoff.  READS THE DOWNSTREAM TEAM'S *
001900*  ACKNOWLEDGEMENT FILE (INTKACK.DAT) AND MOVES EACH        *
002000*  REFERENCE ON IN THE HAND-OFF TRACKING FILE               *
002100*  (INTKHOFF.MST) AND ON THE INTAKE MASTER: CODE D MOVES A  *
002200*  SENT ROW TO DELIVERED, CODE A MOVES A SENT OR DELIVERED  *
002300*  ROW TO ACKNOWLEDGED.  EACH STAGE IS STAMPED WITH THE     *
002400*  TIME ON THE ACKNOWLEDGEMENT, OR THE POSTING TIME WHEN    *
002500*  THEY SEND NONE.  A REPEATED ACKNOWLEDGEMENT IS NOTED AND *
002600*  SKIPPED; ONE FOR A REFERENCE NEVER SENT, WITH AN UNKNOWN *
002700*  CODE, OR WITH NO MASTER ROW IS REJECTED.  NO             *
002800*  ACKNOWLEDGEMENT FILE TONIGHT IS NOT AN ERROR.            *
002900*                                                            *
003000*  THE TRACKING FILE IS THEN SWEPT FOR EXCEPTIONS: EVERY    *
003100*  REFERENCE SENT BUT NOT ACKNOWLEDGED WITHIN TWO BUSINESS  *
003200*  DAYS (MONDAY TO FRIDAY) OF ITS SEND DATE IS LISTED.      *
003300*  THE REPORT GOES TO INTKACK.OUT.                          *
003400*                                                            *
003500*  RETURN CODES: 0 CLEAN, 4 REJECTED ACKNOWLEDGEMENTS OR    *
003600*  EXCEPTIONS LISTED, 16 FATAL.                             *
003700*----------------------------------------------------------*
003800*  MODIFICATION HISTORY.
003900*  DATE       INIT  DESCRIPTION
004000*  ---------- ----  ----------------------------------------
004100*  2026-10-15 DOB   ORIGINAL VERSION.
004110*  2026-10-15 DOB   RUN-CONTROL LEDGER ENTRIES AT START AND END OF
004120*                   EACH RUN (RUNCTL.LOG).
004200*----------------------------------------------------------*
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT ACK-FILE ASSIGN TO "INTKACK.DAT"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-ACK-STATUS.
004900
005000     SELECT HANDOFF-TRACK-FILE ASSIGN TO "INTKHOFF.MST"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS HOF-KEY
005400         FILE STATUS IS WS-HOF-STATUS.
005500
005600     SELECT INTAKE-MASTER-FILE ASSIGN TO "INTAKE.MST"
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS RANDOM
005900         RECORD KEY IS ITM-KEY
006000         FILE STATUS IS WS-MST-STATUS.
006100
006200     SELECT ACK-REPORT-FILE ASSIGN TO "INTKACK.OUT"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-RPT-STATUS.
006410
006420     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.LOG"
006430         ORGANIZATION IS LINE SEQUENTIAL
006440         FILE STATUS IS WS-RCL-STATUS.
006500
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  ACK-FILE.
006900 01  ACK-RECORD.
007000     COPY INTKACK.
007100
007200 FD  HANDOFF-TRACK-FILE.
007300 01  HANDOFF-TRACK-RECORD.
007400     COPY INTKHOFF.
007500
007600 FD  INTAKE-MASTER-FILE.
007700 01  INTAKE-MASTER-RECORD.
007800     COPY INTAKEMS.
007900
008000 FD  ACK-REPORT-FILE.
008100 01  REPORT-LINE                     PIC X(80).
008110
008120 FD  RUN-CONTROL-FILE.
008130 01  RUN-CONTROL-RECORD.
008140     COPY RUNCTL.
008200
008300 WORKING-STORAGE SECTION.
008400 77  WS-ACK-STATUS                   PIC X(02) VALUE SPACES.
008500 77  WS-HOF-STATUS                   PIC X(02) VALUE SPACES.
008600 77  WS-MST-STATUS                   PIC X(02) VALUE SPACES.
008700 77  WS-RPT-STATUS                   PIC X(02) VALUE SPACES.
008710 77  WS-RCL-STATUS                   PIC X(02) VALUE SPACES.
008800
008900 01  WS-SWITCHES.
009000     05  WS-ACK-EOF-SW               PIC X(01) VALUE 'N'.
009100         88  WS-ACK-EOF              VALUE 'Y'.
009200         88  WS-ACK-NOT-EOF          VALUE 'N'.
009300     05  WS-HOF-EOF-SW               PIC X(01) VALUE 'N'.
009400         88  WS-HOF-EOF              VALUE 'Y'.
009500         88  WS-HOF-NOT-EOF          VALUE 'N'.
009600
009700 77  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
009800 77  WS-RUN-INTEGER                  PIC S9(09) COMP VALUE ZERO.
009900 77  WS-CURRENT-DATE                 PIC 9(08) VALUE ZERO.
010000 77  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
010100 01  WS-TIMESTAMP-TEXT               PIC X(19) VALUE SPACES.
010200 01  WS-STAMP-TEXT                   PIC X(19) VALUE SPACES.
010300
010400*----------------------------------------------------------*
010500*  BUSINESS-DAY ARITHMETIC.  DAY 1 OF THE INTEGER CALENDAR  *
010600*  (1601-01-01) IS A MONDAY, SO (DAY - 1) REMAINDER 7 GIVES *
010700*  0 = MONDAY THROUGH 6 = SUNDAY.                           *
010800*----------------------------------------------------------*
010900 77  WS-ACK-WINDOW-DAYS              PIC 9(02) COMP VALUE 2.
011000 77  WS-DUE-INTEGER                  PIC S9(09) COMP VALUE ZERO.
011100 77  WS-DUE-DATE                     PIC 9(08) VALUE ZERO.
011200 77  WS-BUSINESS-DAYS                PIC 9(02) COMP VALUE ZERO.
011300 77  WS-DAY-OFFSET                   PIC S9(09) COMP VALUE ZERO.
011400 77  WS-WEEK-COUNT                   PIC S9(09) COMP VALUE ZERO.
011500 77  WS-WEEKDAY                      PIC 9(01) VALUE ZERO.
011600     88  WS-WEEKEND                  VALUE 5 6.
011700
011800 01  WS-ACK-LINE.
011900     05  FILLER                      PIC X(02).
012000     05  WS-AK-REFERENCE             PIC X(14).
012100     05  FILLER                      PIC X(03).
012200     05  WS-AK-CODE                  PIC X(01).
012300     05  FILLER                      PIC X(04).
012400     05  WS-AK-RESULT                PIC X(40).
012500
012600 01  WS-EXCEPTION-LINE.
012700     05  FILLER                      PIC X(02).
012800     05  WS-EX-REFERENCE             PIC X(14).
012900     05  FILLER                      PIC X(02).
013000     05  WS-EX-SENT-DATE             PIC 9(08).
013100     05  FILLER                      PIC X(02).
013200     05  WS-EX-DUE-DATE              PIC 9(08).
013300     05  FILLER                      PIC X(02).
013400     05  WS-EX-STATUS                PIC X(12).
013500     05  FILLER                      PIC X(02).
013600     05  WS-EX-DELIVERED             PIC X(19).
013700
013800 77  WS-ACK-READ-COUNT               PIC 9(07) COMP VALUE ZERO.
013900 77  WS-DELIVERED-COUNT              PIC 9(07) COMP VALUE ZERO.
014000 77  WS-ACKNOWLEDGED-COUNT           PIC 9(07) COMP VALUE ZERO.
014100 77  WS-REPEAT-COUNT                 PIC 9(07) COMP VALUE ZERO.
014200 77  WS-REJECT-COUNT                 PIC 9(07) COMP VALUE ZERO.
014300 77  WS-OUTSTANDING-COUNT            PIC 9(07) COMP VALUE ZERO.
014400 77  WS-EXCEPTION-COUNT              PIC 9(07) COMP VALUE ZERO.
014500 77  WS-COUNT-DISPLAY                PIC ZZZ,ZZZ,ZZ9.
014600
014610 01  WS-EXCEPTION-HEADING.
014620     05  FILLER                      PIC X(22) VALUE
014630         '  Reference       Sent'.
014640     05  FILLER                      PIC X(22) VALUE
014650         '      Due       Status'.
014660     05  FILLER                      PIC X(17) VALUE
014670         '        Delivered'.
014680
014700 01  WS-REPORT-LINE-OUT              PIC X(80) VALUE SPACES.
014800
014805*----------------------------------------------------------*
014810*  RUN-CONTROL LEDGER WORK AREAS.  THE START DATE AND TIME  *
014815*  PAIR THIS RUN'S END ENTRY WITH ITS START ENTRY.          *
014820*----------------------------------------------------------*
014825 01  WS-RUN-CONTROL.
014830     05  WS-RUN-PROGRAM              PIC X(08) VALUE 'INTKACK '.
014835     05  WS-RUN-START-DATE           PIC 9(08) VALUE ZERO.
014840     05  WS-RUN-START-TIME           PIC 9(06) VALUE ZERO.
014845     05  WS-RUN-CLOCK                PIC 9(08) VALUE ZERO.
014850     05  WS-RUN-TARGET               PIC X(17) VALUE SPACES.
014855
014900 PROCEDURE DIVISION.
015000*============================================================*
015100 0000-MAINLINE.
015200*============================================================*
015210     PERFORM 8900-LOG-RUN-START THRU 8900-EXIT.
015300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015400     PERFORM 2000-READ-ACK THRU 2000-EXIT
015500         UNTIL WS-ACK-EOF.
015600     PERFORM 3000-LIST-EXCEPTIONS THRU 3000-EXIT.
015700     PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT.
015800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
015810     PERFORM 8910-LOG-RUN-END THRU 8910-EXIT.
015900     STOP RUN.
016000
016100*============================================================*
016200*  1000 SERIES - OPEN FILES                                  *
016300*============================================================*
016400 1000-INITIALIZE.
016500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
016600     COMPUTE WS-RUN-INTEGER =
016700         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
016800     PERFORM 8000-FORMAT-TIMESTAMP THRU 8000-EXIT.
016900
017000     OPEN I-O HANDOFF-TRACK-FILE.
017100     IF WS-HOF-STATUS = '35'
017200         OPEN OUTPUT HANDOFF-TRACK-FILE
017300         CLOSE HANDOFF-TRACK-FILE
017400         OPEN I-O HANDOFF-TRACK-FILE
017500     END-IF.
017600     IF WS-HOF-STATUS NOT = '00'
017700         DISPLAY 'Error: Unable to open INTKHOFF.MST - status '
017800                 WS-HOF-STATUS
017900         MOVE 16 TO RETURN-CODE
018000         STOP RUN
018100     END-IF.
018200
018300     OPEN I-O INTAKE-MASTER-FILE.
018400     IF WS-MST-STATUS NOT = '00'
018500         DISPLAY 'Error: Unable to open INTAKE.MST - status '
018600                 WS-MST-STATUS
018700         MOVE 16 TO RETURN-CODE
018800         STOP RUN
018900     END-IF.
019000
019100     OPEN OUTPUT ACK-REPORT-FILE.
019200     IF WS-RPT-STATUS NOT = '00'
019300         DISPLAY 'Error: Unable to open INTKACK.OUT'
019400         MOVE 16 TO RETURN-CODE
019500         STOP RUN
019600     END-IF.
019700     WRITE REPORT-LINE FROM
019800         'Intake Hand-off Acknowledgements and Exceptions'.
019900     MOVE SPACES TO WS-REPORT-LINE-OUT.
020000     STRING 'Run date ' DELIMITED BY SIZE
020100            WS-RUN-DATE DELIMITED BY SIZE
020200         INTO WS-REPORT-LINE-OUT.
020300     WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT.
020400     MOVE SPACES TO REPORT-LINE.
020500     WRITE REPORT-LINE.
020600
020700     OPEN INPUT ACK-FILE.
020800     IF WS-ACK-STATUS = '35'
020900         WRITE REPORT-LINE FROM
021000             '  (no acknowledgement file received)'
021100         SET WS-ACK-EOF TO TRUE
021200         GO TO 1000-EXIT
021300     END-IF.
021400     IF WS-ACK-STATUS NOT = '00'
021500         DISPLAY 'Error: Unable to open INTKACK.DAT - status '
021600                 WS-ACK-STATUS
021700         MOVE 16 TO RETURN-CODE
021800         STOP RUN
021900     END-IF.
022000     WRITE REPORT-LINE FROM
022100         '  Reference       Code  Result'.
022200 1000-EXIT.
022300     EXIT.
022400
022500*============================================================*
022600*  2000 SERIES - APPLY EACH ACKNOWLEDGEMENT                  *
022700*============================================================*
022800 2000-READ-ACK.
022900     READ ACK-FILE
023000         AT END
023100             SET WS-ACK-EOF TO TRUE
023200             CLOSE ACK-FILE
023300             GO TO 2000-EXIT
023400     END-READ.
023500     ADD 1 TO WS-ACK-READ-COUNT.
023600     MOVE SPACES TO WS-ACK-LINE.
023700     MOVE ACK-REFERENCE TO WS-AK-REFERENCE.
023800     MOVE ACK-CODE TO WS-AK-CODE.
023900     PERFORM 2100-APPLY-ACK THRU 2100-EXIT.
024000     WRITE REPORT-LINE FROM WS-ACK-LINE.
024100 2000-EXIT.
024200     EXIT.
024300
024400 2100-APPLY-ACK.
024500     IF NOT ACK-DELIVERED AND NOT ACK-ACKNOWLEDGED
024600         MOVE 'REJECTED - unknown code' TO WS-AK-RESULT
024700         ADD 1 TO WS-REJECT-COUNT
024800         GO TO 2100-EXIT
024900     END-IF.
025000
025100     MOVE ACK-REFERENCE TO HOF-REFERENCE.
025200     READ HANDOFF-TRACK-FILE.
025300     IF WS-HOF-STATUS = '23'
025400         MOVE 'REJECTED - reference never sent'
025500             TO WS-AK-RESULT
025600         ADD 1 TO WS-REJECT-COUNT
025700         GO TO 2100-EXIT
025800     END-IF.
025900     IF WS-HOF-STATUS NOT = '00'
026000         DISPLAY 'Error: INTKHOFF.MST read failed - status '
026100                 WS-HOF-STATUS
026200         MOVE 16 TO RETURN-CODE
026300         STOP RUN
026400     END-IF.
026500
026600     IF HOF-ACKNOWLEDGED
026700        OR (ACK-DELIVERED AND HOF-DELIVERED)
026800         MOVE 'already applied - skipped' TO WS-AK-RESULT
026900         ADD 1 TO WS-REPEAT-COUNT
027000         GO TO 2100-EXIT
027100     END-IF.
027200
027300     MOVE ACK-REFERENCE TO ITM-REFERENCE.
027400     READ INTAKE-MASTER-FILE.
027500     IF WS-MST-STATUS NOT = '00'
027600         MOVE 'REJECTED - no INTAKE.MST row' TO WS-AK-RESULT
027700         ADD 1 TO WS-REJECT-COUNT
027800         GO TO 2100-EXIT
027900     END-IF.
028000
028100     MOVE ACK-TIMESTAMP TO WS-STAMP-TEXT.
028200     IF WS-STAMP-TEXT = SPACES
028300         MOVE WS-TIMESTAMP-TEXT TO WS-STAMP-TEXT
028400     END-IF.
028500     IF ACK-DELIVERED
028600         SET HOF-DELIVERED TO TRUE
028700         SET ITM-DELIVERED TO TRUE
028800         MOVE WS-STAMP-TEXT TO HOF-DELIVERED-TIMESTAMP
028900         MOVE 'delivered' TO WS-AK-RESULT
029000         ADD 1 TO WS-DELIVERED-COUNT
029100     ELSE
029200         SET HOF-ACKNOWLEDGED TO TRUE
029300         SET ITM-ACKNOWLEDGED TO TRUE
029400         IF HOF-DELIVERED-TIMESTAMP = SPACES
029500             MOVE WS-STAMP-TEXT TO HOF-DELIVERED-TIMESTAMP
029600         END-IF
029700         MOVE WS-STAMP-TEXT TO HOF-ACK-TIMESTAMP
029800         MOVE 'acknowledged' TO WS-AK-RESULT
029900         ADD 1 TO WS-ACKNOWLEDGED-COUNT
030000     END-IF.
030100
030200     REWRITE HANDOFF-TRACK-RECORD.
030300     IF WS-HOF-STATUS NOT = '00'
030400         DISPLAY 'Error: INTKHOFF.MST rewrite failed - status '
030500                 WS-HOF-STATUS
030600         MOVE 16 TO RETURN-CODE
030700         STOP RUN
030800     END-IF.
030900     REWRITE INTAKE-MASTER-RECORD.
031000     IF WS-MST-STATUS NOT = '00'
031100         DISPLAY 'Error: INTAKE.MST rewrite failed - status '
031200                 WS-MST-STATUS
031300         MOVE 16 TO RETURN-CODE
031400         STOP RUN
031500     END-IF.
031600 2100-EXIT.
031700     EXIT.
031800
031900*============================================================*
032000*  3000 SERIES - SENT BUT NOT ACKNOWLEDGED IN TIME           *
032100*============================================================*
032200 3000-LIST-EXCEPTIONS.
032300     MOVE SPACES TO REPORT-LINE.
032400     WRITE REPORT-LINE.
032500     WRITE REPORT-LINE FROM
032600         'Sent but not acknowledged within 2 business days:'.
032700     WRITE REPORT-LINE FROM
032800         WS-EXCEPTION-HEADING.
033000     MOVE LOW-VALUES TO HOF-KEY.
033100     START HANDOFF-TRACK-FILE KEY NOT < HOF-KEY
033200         INVALID KEY
033300             SET WS-HOF-EOF TO TRUE
033400     END-START.
033500     PERFORM 3100-SCAN-TRACKING THRU 3100-EXIT
033600         UNTIL WS-HOF-EOF.
033700     IF WS-EXCEPTION-COUNT = ZERO
033800         WRITE REPORT-LINE FROM '  (none)'
033900     END-IF.
034000 3000-EXIT.
034100     EXIT.
034200
034300 3100-SCAN-TRACKING.
034400     READ HANDOFF-TRACK-FILE NEXT RECORD
034500         AT END
034600             SET WS-HOF-EOF TO TRUE
034700             GO TO 3100-EXIT
034800     END-READ.
034900     IF HOF-ACKNOWLEDGED
035000         GO TO 3100-EXIT
035100     END-IF.
035200     ADD 1 TO WS-OUTSTANDING-COUNT.
035300     PERFORM 3200-COMPUTE-DUE-DATE THRU 3200-EXIT.
035400     IF WS-RUN-INTEGER NOT > WS-DUE-INTEGER
035500         GO TO 3100-EXIT
035600     END-IF.
035700
035800     ADD 1 TO WS-EXCEPTION-COUNT.
035900     MOVE SPACES TO WS-EXCEPTION-LINE.
036000     MOVE HOF-REFERENCE TO WS-EX-REFERENCE.
036100     MOVE HOF-SENT-DATE TO WS-EX-SENT-DATE.
036200     MOVE WS-DUE-DATE TO WS-EX-DUE-DATE.
036300     IF HOF-DELIVERED
036400         MOVE 'DELIVERED' TO WS-EX-STATUS
036500         MOVE HOF-DELIVERED-TIMESTAMP TO WS-EX-DELIVERED
036600     ELSE
036700         MOVE 'SENT' TO WS-EX-STATUS
036800     END-IF.
036900     WRITE REPORT-LINE FROM WS-EXCEPTION-LINE.
037000 3100-EXIT.
037100     EXIT.
037200
037300*----------------------------------------------------------*
037400*  THE DUE DATE IS THE SECOND WEEKDAY AFTER THE SEND DATE;  *
037500*  AN ITEM IS AN EXCEPTION ONCE THE RUN DATE PASSES IT.     *
037600*----------------------------------------------------------*
037700 3200-COMPUTE-DUE-DATE.
037800     COMPUTE WS-DUE-INTEGER =
037900         FUNCTION INTEGER-OF-DATE (HOF-SENT-DATE).
038000     MOVE ZERO TO WS-BUSINESS-DAYS.
038100     PERFORM 3210-NEXT-DAY THRU 3210-EXIT
038200         UNTIL WS-BUSINESS-DAYS = WS-ACK-WINDOW-DAYS.
038300     COMPUTE WS-DUE-DATE =
038400         FUNCTION DATE-OF-INTEGER (WS-DUE-INTEGER).
038500 3200-EXIT.
038600     EXIT.
038700
038800 3210-NEXT-DAY.
038900     ADD 1 TO WS-DUE-INTEGER.
039000     COMPUTE WS-DAY-OFFSET = WS-DUE-INTEGER - 1.
039100     DIVIDE WS-DAY-OFFSET BY 7
039200         GIVING WS-WEEK-COUNT REMAINDER WS-WEEKDAY.
039300     IF NOT WS-WEEKEND
039400         ADD 1 TO WS-BUSINESS-DAYS
039500     END-IF.
039600 3210-EXIT.
039700     EXIT.
039800
039900*============================================================*
040000*  4000 SERIES - TOTALS                                      *
040100*============================================================*
040200 4000-PRINT-TOTALS.
040300     MOVE SPACES TO REPORT-LINE.
040400     WRITE REPORT-LINE.
040500     MOVE WS-ACK-READ-COUNT TO WS-COUNT-DISPLAY.
040600     MOVE SPACES TO WS-REPORT-LINE-OUT.
040700     STRING 'Acknowledgements read:     ' DELIMITED BY SIZE
040800            WS-COUNT-DISPLAY DELIMITED BY SIZE
040900         INTO WS-REPORT-LINE-OUT.
041000     WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT.
041100     MOVE WS-DELIVERED-COUNT TO WS-COUNT-DISPLAY.
041200     MOVE SPACES TO WS-REPORT-LINE-OUT.
041300     STRING '  Moved to delivered:      ' DELIMITED BY SIZE
041400            WS-COUNT-DISPLAY DELIMITED BY SIZE
041500         INTO WS-REPORT-LINE-OUT.
041600     WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT.
041700     MOVE WS-ACKNOWLEDGED-COUNT TO WS-COUNT-DISPLAY.
041800     MOVE SPACES TO WS-REPORT-LINE-OUT.
041900     STRING '  Moved to acknowledged:   ' DELIMITED BY SIZE
042000            WS-COUNT-DISPLAY DELIMITED BY SIZE
042100         INTO WS-REPORT-LINE-OUT.
042200     WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT.
042300     MOVE WS-REPEAT-COUNT TO WS-COUNT-DISPLAY.
042400     MOVE SPACES TO WS-REPORT-LINE-OUT.
042500     STRING '  Already applied:         ' DELIMITED BY SIZE
042600            WS-COUNT-DISPLAY DELIMITED BY SIZE
042700         INTO WS-REPORT-LINE-OUT.
042800     WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT.
042900     MOVE WS-REJECT-COUNT TO WS-COUNT-DISPLAY.
043000     MOVE SPACES TO WS-REPORT-LINE-OUT.
043100     STRING '  Rejected:                ' DELIMITED BY SIZE
043200            WS-COUNT-DISPLAY DELIMITED BY SIZE
043300         INTO WS-REPORT-LINE-OUT.
043400     WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT.
043500     MOVE WS-OUTSTANDING-COUNT TO WS-COUNT-DISPLAY.
043600     MOVE SPACES TO WS-REPORT-LINE-OUT.
043700     STRING 'Sent, not yet acknowledged:' DELIMITED BY SIZE
043800            WS-COUNT-DISPLAY DELIMITED BY SIZE
043900         INTO WS-REPORT-LINE-OUT.
044000     WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT.
044100     MOVE WS-EXCEPTION-COUNT TO WS-COUNT-DISPLAY.
044200     MOVE SPACES TO WS-REPORT-LINE-OUT.
044300     STRING '  Past the 2-day window:   ' DELIMITED BY SIZE
044400            WS-COUNT-DISPLAY DELIMITED BY SIZE
044500         INTO WS-REPORT-LINE-OUT.
044600     WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT.
044700 4000-EXIT.
044800     EXIT.
044900
045000*============================================================*
045100*  8000 SERIES - COMMON ROUTINES                             *
045200*============================================================*
045300 8000-FORMAT-TIMESTAMP.
045400     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
045500     ACCEPT WS-CURRENT-TIME FROM TIME.
045600     STRING WS-CURRENT-DATE (1:4) '-' WS-CURRENT-DATE (5:2) '-'
045700            WS-CURRENT-DATE (7:2) ' '
045800            WS-CURRENT-TIME (1:2) ':' WS-CURRENT-TIME (3:2) ':'
045900            WS-CURRENT-TIME (5:2)
046000         DELIMITED BY SIZE INTO WS-TIMESTAMP-TEXT.
046100 8000-EXIT.
046200     EXIT.
046300
046301*============================================================*
046302*  8900 SERIES - RUN-CONTROL LEDGER                          *
046303*============================================================*
046304*----------------------------------------------------------*
046305*  THE 'S' ENTRY GOES OUT BEFORE ANY WORK, SO A STEP THAT   *
046306*  ABENDS OR TAKES A FATAL EXIT STILL SHOWS ON THE LEDGER   *
046307*  AS STARTED WITHOUT ENDING.                               *
046308*----------------------------------------------------------*
046309 8900-LOG-RUN-START.
046310     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
046311     ACCEPT WS-RUN-CLOCK FROM TIME.
046312     DIVIDE WS-RUN-CLOCK BY 100 GIVING WS-RUN-START-TIME.
046313     MOVE SPACES TO RUN-CONTROL-RECORD.
046314     SET RCL-STEP-STARTED TO TRUE.
046315     MOVE ZERO TO RCL-END-DATE RCL-END-TIME RCL-RETURN-CODE
046316                  RCL-RECORDS-IN RCL-RECORDS-OUT
046317                  RCL-RECORDS-REJECTED.
046318     PERFORM 8950-APPEND-RUN-CONTROL THRU 8950-EXIT.
046319 8900-EXIT.
046320     EXIT.
046321
046322*----------------------------------------------------------*
046323*  EVERY ACKNOWLEDGEMENT READ IS EITHER APPLIED (DELIVERED  *
046324*  OR ACKNOWLEDGED) OR TURNED AWAY (REJECTED OR A REPEAT),  *
046325*  SO THE STEP MUST BALANCE.                                *
046326*----------------------------------------------------------*
046327 8910-LOG-RUN-END.
046328     MOVE SPACES TO RUN-CONTROL-RECORD.
046329     SET RCL-STEP-ENDED TO TRUE.
046330     ACCEPT RCL-END-DATE FROM DATE YYYYMMDD.
046331     ACCEPT WS-RUN-CLOCK FROM TIME.
046332     DIVIDE WS-RUN-CLOCK BY 100 GIVING RCL-END-TIME.
046333     MOVE RETURN-CODE TO RCL-RETURN-CODE.
046334     MOVE WS-RUN-DATE TO WS-RUN-TARGET.
046335     MOVE WS-ACK-READ-COUNT TO RCL-RECORDS-IN.
046336     COMPUTE RCL-RECORDS-OUT = WS-DELIVERED-COUNT
046337         + WS-ACKNOWLEDGED-COUNT.
046338     COMPUTE RCL-RECORDS-REJECTED = WS-REJECT-COUNT
046339         + WS-REPEAT-COUNT.
046340     SET RCL-MUST-BALANCE TO TRUE.
046341     PERFORM 8950-APPEND-RUN-CONTROL THRU 8950-EXIT.
046342 8910-EXIT.
046343     EXIT.
046344
046345*----------------------------------------------------------*
046346*  THE LEDGER IS SHARED AND APPEND-ONLY.  ONE THAT CANNOT   *
046347*  BE WRITTEN IS WARNED ABOUT BUT NEVER FAILS THE STEP -    *
046348*  THE LEDGER RECORDS THE WORK, IT IS NOT PART OF IT.       *
046349*----------------------------------------------------------*
046350 8950-APPEND-RUN-CONTROL.
046351     MOVE WS-RUN-PROGRAM TO RCL-PROGRAM.
046352     MOVE WS-RUN-START-DATE TO RCL-START-DATE.
046353     MOVE WS-RUN-START-TIME TO RCL-START-TIME.
046354     MOVE WS-RUN-TARGET TO RCL-TARGET.
046355     OPEN EXTEND RUN-CONTROL-FILE.
046356     IF WS-RCL-STATUS = '35'
046357         OPEN OUTPUT RUN-CONTROL-FILE
046358     END-IF.
046359     IF WS-RCL-STATUS NOT = '00'
046360         DISPLAY 'Warning: unable to open RUNCTL.LOG - status '
046361                 WS-RCL-STATUS
046362         GO TO 8950-EXIT
046363     END-IF.
046364     WRITE RUN-CONTROL-RECORD.
046365     CLOSE RUN-CONTROL-FILE.
046366 8950-EXIT.
046367     EXIT.
046368
046400*============================================================*
046500*  9000 SERIES - SHUTDOWN                                    *
046600*============================================================*
046700 9000-TERMINATE.
046800     CLOSE HANDOFF-TRACK-FILE.
046900     CLOSE INTAKE-MASTER-FILE.
047000     CLOSE ACK-REPORT-FILE.
047100     MOVE WS-ACK-READ-COUNT TO WS-COUNT-DISPLAY.
047200     DISPLAY 'Acknowledgements read:  ' WS-COUNT-DISPLAY.
047300     MOVE WS-EXCEPTION-COUNT TO WS-COUNT-DISPLAY.
047400     DISPLAY 'Unacknowledged > 2 days: ' WS-COUNT-DISPLAY.
047500     IF (WS-REJECT-COUNT > 0 OR WS-EXCEPTION-COUNT > 0)
047600        AND RETURN-CODE < 4
047700         MOVE 4 TO RETURN-CODE
047800     END-IF.
047900 9000-EXIT.
048000     EXIT.

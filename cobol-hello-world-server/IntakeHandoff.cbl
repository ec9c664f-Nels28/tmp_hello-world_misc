001000 IDENTIFICATION DIVISION.
001100 PROGRAM-ID. IntakeHandoff.
001200 AUTHOR. D-OKONKWO-BOYER.
001300 INSTALLATION. ENTERPRISE-WEB-SERVICES.
001400 DATE-WRITTEN. 2026-10-15.
001500 DATE-COMPILED.
001600*----------------------------------------------------------*
001700*  IntakeHandoff                                            *
001800*  NIGHTLY OUTBOUND EXTRACT OF NEWLY POSTED INTAKE          *
001900*  TRANSACTIONS FOR THE DOWNSTREAM TEAM THAT ACTS ON THEM.  *
002000*  EVERY INTAKE.MST ROW STILL IN POSTED STATUS GOES TO THE  *
002100*  DATED HAND-OFF FILE (INTKHOFFyyyymmdd.DAT) AS A DETAIL   *
002200*  RECORD BETWEEN A HEADER AND A TRAILER CARRYING THE       *
002300*  DETAIL COUNT AND HASH TOTALS OF THE REFERENCES AND BODY  *
002400*  LENGTHS.  EACH ROW SENT MOVES TO SENT STATUS ON THE      *
002500*  MASTER AND IS RECORDED, WITH THE SEND TIME, IN THE       *
002600*  HAND-OFF TRACKING FILE (INTKHOFF.MST) THAT IntakeAckPost *
002700*  MOVES ON AS THE ACKNOWLEDGEMENTS COME BACK.  A ROW IS    *
002800*  THEREFORE SENT ONCE: A RESUBMITTED CORRECTION POSTS      *
002900*  AFRESH AND GOES OUT ON THE NEXT NIGHT'S FILE.            *
003000*                                                            *
003100*  ONE FILE PER RUN DATE.  IF TODAY'S FILE IS ALREADY ON    *
003200*  DISK THE RUN STOPS RATHER THAN OVERWRITE WHAT MAY        *
003300*  ALREADY HAVE BEEN PICKED UP.  THE HAND-OFF REPORT        *
003400*  (INTKHOFF.OUT) PROVES THE TRAILER COUNT AGAINST THE ROWS *
003500*  MOVED TO SENT ON BOTH FILES.                             *
003600*                                                            *
003700*  RETURN CODES: 0 CLEAN, 16 FATAL OR OUT OF BALANCE.       *
003800*----------------------------------------------------------*
003900*  MODIFICATION HISTORY.
004000*  DATE       INIT  DESCRIPTION
004100*  ---------- ----  ----------------------------------------
004200*  2026-10-15 DOB   ORIGINAL VERSION.
004210*  2026-10-15 DOB   RUN-CONTROL LEDGER ENTRIES AT START AND END OF
004220*                   EACH RUN (RUNCTL.LOG).
004300*----------------------------------------------------------*
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT INTAKE-MASTER-FILE ASSIGN TO "INTAKE.MST"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS SEQUENTIAL
005000         RECORD KEY IS ITM-KEY
005100         FILE STATUS IS WS-MST-STATUS.
005200
005300     SELECT HANDOFF-TRACK-FILE ASSIGN TO "INTKHOFF.MST"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS RANDOM
005600         RECORD KEY IS HOF-KEY
005700         FILE STATUS IS WS-HOF-STATUS.
005800
005900     SELECT HANDOFF-FILE ASSIGN TO WS-HANDOFF-PATH
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-HFX-STATUS.
006200
006300     SELECT HANDOFF-REPORT-FILE ASSIGN TO "INTKHOFF.OUT"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-RPT-STATUS.
006510
006520     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.LOG"
006530         ORGANIZATION IS LINE SEQUENTIAL
006540         FILE STATUS IS WS-RCL-STATUS.
006600
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  INTAKE-MASTER-FILE.
007000 01  INTAKE-MASTER-RECORD.
007100     COPY INTAKEMS.
007200
007300 FD  HANDOFF-TRACK-FILE.
007400 01  HANDOFF-TRACK-RECORD.
007500     COPY INTKHOFF.
007600
007700 FD  HANDOFF-FILE.
007800 01  HANDOFF-RECORD                  PIC X(340).
007900
008000 FD  HANDOFF-REPORT-FILE.
008100 01  REPORT-LINE                     PIC X(80).
008110
008120 FD  RUN-CONTROL-FILE.
008130 01  RUN-CONTROL-RECORD.
008140     COPY RUNCTL.
008200
008300 WORKING-STORAGE SECTION.
008400 77  WS-MST-STATUS                   PIC X(02) VALUE SPACES.
008500 77  WS-HOF-STATUS                   PIC X(02) VALUE SPACES.
008600 77  WS-HFX-STATUS                   PIC X(02) VALUE SPACES.
008700 77  WS-RPT-STATUS                   PIC X(02) VALUE SPACES.
008710 77  WS-RCL-STATUS                   PIC X(02) VALUE SPACES.
008800
008900 01  WS-SWITCHES.
009000     05  WS-EOF-SW                   PIC X(01) VALUE 'N'.
009100         88  WS-EOF                  VALUE 'Y'.
009200         88  WS-NOT-EOF              VALUE 'N'.
009300
009400 77  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
009500 77  WS-CURRENT-DATE                 PIC 9(08) VALUE ZERO.
009600 77  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
009700 01  WS-TIMESTAMP-TEXT               PIC X(19) VALUE SPACES.
009800
009900*----------------------------------------------------------*
010000*  HAND-OFF FILE.  HEADER, ONE DETAIL PER POSTED ROW, AND   *
010100*  A TRAILER WHOSE COUNT AND HASH TOTALS THE RECEIVER       *
010200*  CHECKS BEFORE LOADING.  THE REFERENCE HASH IS THE SUM OF *
010300*  THE FOURTEEN-DIGIT REFERENCES, HIGH ORDER DROPPED.       *
010400*----------------------------------------------------------*
010500 77  WS-HANDOFF-PATH                 PIC X(30) VALUE SPACES.
010600 01  HO-HEADER-RECORD.
010700     05  HOH-RECORD-TYPE             PIC X(01) VALUE 'H'.
010800     05  HOH-RUN-DATE                PIC 9(08).
010900     05  HOH-FILE-ID                 PIC X(08) VALUE 'INTKHOFF'.
011000     05  FILLER                      PIC X(323) VALUE SPACES.
011100 01  HO-DETAIL-RECORD.
011200     05  HOD-RECORD-TYPE             PIC X(01) VALUE 'D'.
011300     05  HOD-REFERENCE               PIC X(14).
011400     05  HOD-CLIENT-ADDR             PIC X(32).
011500     05  HOD-TIMESTAMP               PIC X(19).
011600     05  HOD-POST-DATE               PIC 9(08).
011700     05  HOD-BODY-LEN                PIC 9(05).
011800     05  HOD-BODY                    PIC X(256).
011900     05  FILLER                      PIC X(05) VALUE SPACES.
012000 01  HO-TRAILER-RECORD.
012100     05  HOT-RECORD-TYPE             PIC X(01) VALUE 'T'.
012200     05  HOT-DETAIL-COUNT            PIC 9(09).
012300     05  HOT-HASH-REFERENCE          PIC 9(18).
012400     05  HOT-HASH-BODY-LEN           PIC 9(12).
012500     05  FILLER                      PIC X(300) VALUE SPACES.
012600
012700 01  WS-REFERENCE-WORK               PIC X(14).
012800 01  WS-REFERENCE-NUMBER REDEFINES WS-REFERENCE-WORK
012900                                     PIC 9(14).
013000
013100 77  WS-DETAIL-COUNT                 PIC 9(09) COMP VALUE ZERO.
013200 77  WS-HASH-REFERENCE               PIC 9(18) VALUE ZERO.
013300 77  WS-HASH-BODY-LEN                PIC 9(12) VALUE ZERO.
013400 77  WS-MASTER-READ-COUNT            PIC 9(09) COMP VALUE ZERO.
013500 77  WS-MASTER-SENT-COUNT            PIC 9(09) COMP VALUE ZERO.
013600 77  WS-TRACK-SENT-COUNT             PIC 9(09) COMP VALUE ZERO.
013700 77  WS-COUNT-DISPLAY                PIC ZZZ,ZZZ,ZZ9.
013800 77  WS-HASH-DISPLAY                 PIC Z(17)9.
013900
013905 01  WS-IN-BALANCE-TEXT.
013910     05  FILLER                      PIC X(26) VALUE
013915         'IN BALANCE - trailer count'.
013920     05  FILLER                      PIC X(24) VALUE
013925         ' equals rows marked sent'.
013930 01  WS-OUT-OF-BALANCE-TEXT.
013935     05  FILLER                      PIC X(27) VALUE
013940         '*** OUT OF BALANCE - do not'.
013945     05  FILLER                      PIC X(30) VALUE
013950         ' release the hand-off file ***'.
013955
014000 01  WS-REPORT-LINE-OUT              PIC X(80) VALUE SPACES.
014100
014105*----------------------------------------------------------*
014110*  RUN-CONTROL LEDGER WORK AREAS.  THE START DATE AND TIME  *
014115*  PAIR THIS RUN'S END ENTRY WITH ITS START ENTRY.          *
014120*----------------------------------------------------------*
014125 01  WS-RUN-CONTROL.
014130     05  WS-RUN-PROGRAM              PIC X(08) VALUE 'INTKHOFF'.
014135     05  WS-RUN-START-DATE           PIC 9(08) VALUE ZERO.
014140     05  WS-RUN-START-TIME           PIC 9(06) VALUE ZERO.
014145     05  WS-RUN-CLOCK                PIC 9(08) VALUE ZERO.
014150     05  WS-RUN-TARGET               PIC X(17) VALUE SPACES.
014155
014200 PROCEDURE DIVISION.
014300*============================================================*
014400 0000-MAINLINE.
014500*============================================================*
014510     PERFORM 8900-LOG-RUN-START THRU 8900-EXIT.
014600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014700     PERFORM 2000-READ-MASTER THRU 2000-EXIT
014800         UNTIL WS-EOF.
014900     PERFORM 3000-PRINT-BALANCE THRU 3000-EXIT.
015000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
015010     PERFORM 8910-LOG-RUN-END THRU 8910-EXIT.
015100     STOP RUN.
015200
015300*============================================================*
015400*  1000 SERIES - OPEN FILES AND START THE HAND-OFF FILE      *
015500*============================================================*
015600 1000-INITIALIZE.
015700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
015800     PERFORM 8000-FORMAT-TIMESTAMP THRU 8000-EXIT.
015900     MOVE SPACES TO WS-HANDOFF-PATH.
016000     STRING 'INTKHOFF' DELIMITED BY SIZE
016100            WS-RUN-DATE DELIMITED BY SIZE
016200            '.DAT' DELIMITED BY SIZE
016300         INTO WS-HANDOFF-PATH.
016400
016500     OPEN INPUT HANDOFF-FILE.
016600     IF WS-HFX-STATUS = '00'
016700         CLOSE HANDOFF-FILE
016800         DISPLAY 'Error: ' WS-HANDOFF-PATH
016900                 ' already exists - not overwritten'
017000         MOVE 16 TO RETURN-CODE
017100         STOP RUN
017200     END-IF.
017300
017400     OPEN I-O INTAKE-MASTER-FILE.
017500     IF WS-MST-STATUS NOT = '00'
017600         DISPLAY 'Error: Unable to open INTAKE.MST - status '
017700                 WS-MST-STATUS
017800         MOVE 16 TO RETURN-CODE
017900         STOP RUN
018000     END-IF.
018100
018200     OPEN I-O HANDOFF-TRACK-FILE.
018300     IF WS-HOF-STATUS = '35'
018400         OPEN OUTPUT HANDOFF-TRACK-FILE
018500         CLOSE HANDOFF-TRACK-FILE
018600         OPEN I-O HANDOFF-TRACK-FILE
018700     END-IF.
018800     IF WS-HOF-STATUS NOT = '00'
018900         DISPLAY 'Error: Unable to open INTKHOFF.MST - status '
019000                 WS-HOF-STATUS
019100         MOVE 16 TO RETURN-CODE
019200         STOP RUN
019300     END-IF.
019400
019500     OPEN OUTPUT HANDOFF-REPORT-FILE.
019600     IF WS-RPT-STATUS NOT = '00'
019700         DISPLAY 'Error: Unable to open INTKHOFF.OUT'
019800         MOVE 16 TO RETURN-CODE
019900         STOP RUN
020000     END-IF.
020100
020200     OPEN OUTPUT HANDOFF-FILE.
020300     IF WS-HFX-STATUS NOT = '00'
020400         DISPLAY 'Error: Unable to open ' WS-HANDOFF-PATH
020500                 ' - status ' WS-HFX-STATUS
020600         MOVE 16 TO RETURN-CODE
020700         STOP RUN
020800     END-IF.
020900     MOVE WS-RUN-DATE TO HOH-RUN-DATE.
021000     WRITE HANDOFF-RECORD FROM HO-HEADER-RECORD.
021100     IF WS-HFX-STATUS NOT = '00'
021200         DISPLAY 'Error: hand-off header write failed - status '
021300                 WS-HFX-STATUS
021400         MOVE 16 TO RETURN-CODE
021500         STOP RUN
021600     END-IF.
021700
021800     WRITE REPORT-LINE FROM 'Intake Hand-off Extract'.
021900     MOVE SPACES TO WS-REPORT-LINE-OUT.
022000     STRING 'Run date ' DELIMITED BY SIZE
022100            WS-RUN-DATE DELIMITED BY SIZE
022200            '  file ' DELIMITED BY SIZE
022300            WS-HANDOFF-PATH DELIMITED BY SPACE
022400         INTO WS-REPORT-LINE-OUT.
022500     WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT.
022600     MOVE SPACES TO REPORT-LINE.
022700     WRITE REPORT-LINE.
022800 1000-EXIT.
022900     EXIT.
023000
023100*============================================================*
023200*  2000 SERIES - SEND EVERY ROW STILL IN POSTED STATUS       *
023300*============================================================*
023400 2000-READ-MASTER.
023500     READ INTAKE-MASTER-FILE NEXT RECORD
023600         AT END
023700             SET WS-EOF TO TRUE
023800             GO TO 2000-EXIT
023900     END-READ.
024000     IF WS-MST-STATUS NOT = '00'
024100         DISPLAY 'Error: INTAKE.MST read failed - status '
024200                 WS-MST-STATUS
024300         MOVE 16 TO RETURN-CODE
024400         STOP RUN
024500     END-IF.
024600     ADD 1 TO WS-MASTER-READ-COUNT.
024700     IF NOT ITM-POSTED
024800         GO TO 2000-EXIT
024900     END-IF.
025000     PERFORM 2100-WRITE-DETAIL THRU 2100-EXIT.
025100     PERFORM 2200-MARK-MASTER-SENT THRU 2200-EXIT.
025200     PERFORM 2300-RECORD-TRACKING THRU 2300-EXIT.
025300 2000-EXIT.
025400     EXIT.
025500
025600 2100-WRITE-DETAIL.
025700     MOVE ITM-REFERENCE TO HOD-REFERENCE.
025800     MOVE ITM-CLIENT-ADDR TO HOD-CLIENT-ADDR.
025900     MOVE ITM-TIMESTAMP TO HOD-TIMESTAMP.
026000     MOVE ITM-POST-DATE TO HOD-POST-DATE.
026100     MOVE ITM-BODY-LEN TO HOD-BODY-LEN.
026200     MOVE ITM-BODY TO HOD-BODY.
026300     WRITE HANDOFF-RECORD FROM HO-DETAIL-RECORD.
026400     IF WS-HFX-STATUS NOT = '00'
026500         DISPLAY 'Error: hand-off detail write failed - status '
026600                 WS-HFX-STATUS
026700         MOVE 16 TO RETURN-CODE
026800         STOP RUN
026900     END-IF.
027000     ADD 1 TO WS-DETAIL-COUNT.
027100     MOVE ITM-REFERENCE TO WS-REFERENCE-WORK.
027200     IF WS-REFERENCE-NUMBER IS NUMERIC
027300         ADD WS-REFERENCE-NUMBER TO WS-HASH-REFERENCE
027400     END-IF.
027500     ADD ITM-BODY-LEN TO WS-HASH-BODY-LEN.
027600 2100-EXIT.
027700     EXIT.
027800
027900 2200-MARK-MASTER-SENT.
028000     SET ITM-SENT TO TRUE.
028100     REWRITE INTAKE-MASTER-RECORD.
028200     IF WS-MST-STATUS NOT = '00'
028300         DISPLAY 'Error: INTAKE.MST rewrite failed for '
028400                 ITM-REFERENCE ' - status ' WS-MST-STATUS
028500         MOVE 16 TO RETURN-CODE
028600         STOP RUN
028700     END-IF.
028800     ADD 1 TO WS-MASTER-SENT-COUNT.
028900 2200-EXIT.
029000     EXIT.
029100
029200*----------------------------------------------------------*
029300*  A TRACKING ROW ALREADY ON FILE FOR THE REFERENCE CAN     *
029400*  ONLY BE LEFT FROM AN EARLIER SEND THAT WAS TAKEN BACK;   *
029500*  IT IS RESTARTED AS A FRESH SEND.                         *
029600*----------------------------------------------------------*
029700 2300-RECORD-TRACKING.
029800     MOVE SPACES TO HANDOFF-TRACK-RECORD.
029900     MOVE ITM-REFERENCE TO HOF-REFERENCE.
030000     SET HOF-SENT TO TRUE.
030100     MOVE WS-RUN-DATE TO HOF-SENT-DATE.
030200     MOVE WS-TIMESTAMP-TEXT TO HOF-SENT-TIMESTAMP.
030300     WRITE HANDOFF-TRACK-RECORD.
030400     IF WS-HOF-STATUS = '22'
030500         REWRITE HANDOFF-TRACK-RECORD
030600     END-IF.
030700     IF WS-HOF-STATUS NOT = '00'
030800         DISPLAY 'Error: INTKHOFF.MST write failed for '
030900                 ITM-REFERENCE ' - status ' WS-HOF-STATUS
031000         MOVE 16 TO RETURN-CODE
031100         STOP RUN
031200     END-IF.
031300     ADD 1 TO WS-TRACK-SENT-COUNT.
031400 2300-EXIT.
031500     EXIT.
031600
031700*============================================================*
031800*  3000 SERIES - TRAILER AND BALANCE PROOF                   *
031900*============================================================*
032000 3000-PRINT-BALANCE.
032100     MOVE WS-DETAIL-COUNT TO HOT-DETAIL-COUNT.
032200     MOVE WS-HASH-REFERENCE TO HOT-HASH-REFERENCE.
032300     MOVE WS-HASH-BODY-LEN TO HOT-HASH-BODY-LEN.
032400     WRITE HANDOFF-RECORD FROM HO-TRAILER-RECORD.
032500     IF WS-HFX-STATUS NOT = '00'
032600         DISPLAY 'Error: hand-off trailer write failed - status '
032700                 WS-HFX-STATUS
032800         MOVE 16 TO RETURN-CODE
032900     END-IF.
033000
033100     MOVE WS-MASTER-READ-COUNT TO WS-COUNT-DISPLAY.
033200     MOVE SPACES TO WS-REPORT-LINE-OUT.
033300     STRING 'Intake master rows read:   ' DELIMITED BY SIZE
033400            WS-COUNT-DISPLAY DELIMITED BY SIZE
033500         INTO WS-REPORT-LINE-OUT.
033600     WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT.
033700     MOVE WS-DETAIL-COUNT TO WS-COUNT-DISPLAY.
033800     MOVE SPACES TO WS-REPORT-LINE-OUT.
033900     STRING 'Detail records sent:       ' DELIMITED BY SIZE
034000            WS-COUNT-DISPLAY DELIMITED BY SIZE
034100         INTO WS-REPORT-LINE-OUT.
034200     WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT.
034300     MOVE WS-MASTER-SENT-COUNT TO WS-COUNT-DISPLAY.
034400     MOVE SPACES TO WS-REPORT-LINE-OUT.
034500     STRING 'Master rows marked sent:   ' DELIMITED BY SIZE
034600            WS-COUNT-DISPLAY DELIMITED BY SIZE
034700         INTO WS-REPORT-LINE-OUT.
034800     WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT.
034900     MOVE WS-TRACK-SENT-COUNT TO WS-COUNT-DISPLAY.
035000     MOVE SPACES TO WS-REPORT-LINE-OUT.
035100     STRING 'Tracking rows recorded:    ' DELIMITED BY SIZE
035200            WS-COUNT-DISPLAY DELIMITED BY SIZE
035300         INTO WS-REPORT-LINE-OUT.
035400     WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT.
035500     MOVE WS-HASH-REFERENCE TO WS-HASH-DISPLAY.
035600     MOVE SPACES TO WS-REPORT-LINE-OUT.
035700     STRING 'Trailer reference hash:    ' DELIMITED BY SIZE
035800            WS-HASH-DISPLAY DELIMITED BY SIZE
035900         INTO WS-REPORT-LINE-OUT.
036000     WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT.
036100     MOVE WS-HASH-BODY-LEN TO WS-HASH-DISPLAY.
036200     MOVE SPACES TO WS-REPORT-LINE-OUT.
036300     STRING 'Trailer body-length hash:  ' DELIMITED BY SIZE
036400            WS-HASH-DISPLAY DELIMITED BY SIZE
036500         INTO WS-REPORT-LINE-OUT.
036600     WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT.
036700     MOVE SPACES TO REPORT-LINE.
036800     WRITE REPORT-LINE.
036900
037000     IF WS-DETAIL-COUNT = WS-MASTER-SENT-COUNT
037100        AND WS-DETAIL-COUNT = WS-TRACK-SENT-COUNT
037200         WRITE REPORT-LINE FROM
037300             WS-IN-BALANCE-TEXT
037500     ELSE
037600         WRITE REPORT-LINE FROM
037700             WS-OUT-OF-BALANCE-TEXT
037900         DISPLAY 'Error: hand-off extract out of balance'
038000         MOVE 16 TO RETURN-CODE
038100     END-IF.
038200 3000-EXIT.
038300     EXIT.
038400
038500*============================================================*
038600*  8000 SERIES - COMMON ROUTINES                             *
038700*============================================================*
038800 8000-FORMAT-TIMESTAMP.
038900     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
039000     ACCEPT WS-CURRENT-TIME FROM TIME.
039100     STRING WS-CURRENT-DATE (1:4) '-' WS-CURRENT-DATE (5:2) '-'
039200            WS-CURRENT-DATE (7:2) ' '
039300            WS-CURRENT-TIME (1:2) ':' WS-CURRENT-TIME (3:2) ':'
039400            WS-CURRENT-TIME (5:2)
039500         DELIMITED BY SIZE INTO WS-TIMESTAMP-TEXT.
039600 8000-EXIT.
039700     EXIT.
039800
039801*============================================================*
039802*  8900 SERIES - RUN-CONTROL LEDGER                          *
039803*============================================================*
039804*----------------------------------------------------------*
039805*  THE 'S' ENTRY GOES OUT BEFORE ANY WORK, SO A STEP THAT   *
039806*  ABENDS OR TAKES A FATAL EXIT STILL SHOWS ON THE LEDGER   *
039807*  AS STARTED WITHOUT ENDING.                               *
039808*----------------------------------------------------------*
039809 8900-LOG-RUN-START.
039810     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
039811     ACCEPT WS-RUN-CLOCK FROM TIME.
039812     DIVIDE WS-RUN-CLOCK BY 100 GIVING WS-RUN-START-TIME.
039813     MOVE SPACES TO RUN-CONTROL-RECORD.
039814     SET RCL-STEP-STARTED TO TRUE.
039815     MOVE ZERO TO RCL-END-DATE RCL-END-TIME RCL-RETURN-CODE
039816                  RCL-RECORDS-IN RCL-RECORDS-OUT
039817                  RCL-RECORDS-REJECTED.
039818     PERFORM 8950-APPEND-RUN-CONTROL THRU 8950-EXIT.
039819 8900-EXIT.
039820     EXIT.
039821
039822*----------------------------------------------------------*
039823*  RECORDS IN IS INTAKE MASTER ROWS READ, RECORDS OUT THE   *
039824*  ROWS HANDED OFF.  ROWS NOT YET DUE ARE NEITHER, SO THE   *
039825*  COUNTS ARE VOLUME ONLY - THE HAND-OFF BALANCE IS PROVED  *
039826*  ON THE STEP REPORT.                                      *
039827*----------------------------------------------------------*
039828 8910-LOG-RUN-END.
039829     MOVE SPACES TO RUN-CONTROL-RECORD.
039830     SET RCL-STEP-ENDED TO TRUE.
039831     ACCEPT RCL-END-DATE FROM DATE YYYYMMDD.
039832     ACCEPT WS-RUN-CLOCK FROM TIME.
039833     DIVIDE WS-RUN-CLOCK BY 100 GIVING RCL-END-TIME.
039834     MOVE RETURN-CODE TO RCL-RETURN-CODE.
039835     MOVE WS-RUN-DATE TO WS-RUN-TARGET.
039836     MOVE WS-MASTER-READ-COUNT TO RCL-RECORDS-IN.
039837     MOVE WS-DETAIL-COUNT TO RCL-RECORDS-OUT.
039838     MOVE ZERO TO RCL-RECORDS-REJECTED.
039839     SET RCL-VOLUME-ONLY TO TRUE.
039840     PERFORM 8950-APPEND-RUN-CONTROL THRU 8950-EXIT.
039841 8910-EXIT.
039842     EXIT.
039843
039844*----------------------------------------------------------*
039845*  THE LEDGER IS SHARED AND APPEND-ONLY.  ONE THAT CANNOT   *
039846*  BE WRITTEN IS WARNED ABOUT BUT NEVER FAILS THE STEP -    *
039847*  THE LEDGER RECORDS THE WORK, IT IS NOT PART OF IT.       *
039848*----------------------------------------------------------*
039849 8950-APPEND-RUN-CONTROL.
039850     MOVE WS-RUN-PROGRAM TO RCL-PROGRAM.
039851     MOVE WS-RUN-START-DATE TO RCL-START-DATE.
039852     MOVE WS-RUN-START-TIME TO RCL-START-TIME.
039853     MOVE WS-RUN-TARGET TO RCL-TARGET.
039854     OPEN EXTEND RUN-CONTROL-FILE.
039855     IF WS-RCL-STATUS = '35'
039856         OPEN OUTPUT RUN-CONTROL-FILE
039857     END-IF.
039858     IF WS-RCL-STATUS NOT = '00'
039859         DISPLAY 'Warning: unable to open RUNCTL.LOG - status '
039860                 WS-RCL-STATUS
039861         GO TO 8950-EXIT
039862     END-IF.
039863     WRITE RUN-CONTROL-RECORD.
039864     CLOSE RUN-CONTROL-FILE.
039865 8950-EXIT.
039866     EXIT.
039867
039900*============================================================*
040000*  9000 SERIES - SHUTDOWN                                    *
040100*============================================================*
040200 9000-TERMINATE.
040300     CLOSE INTAKE-MASTER-FILE.
040400     CLOSE HANDOFF-TRACK-FILE.
040500     CLOSE HANDOFF-FILE.
040600     CLOSE HANDOFF-REPORT-FILE.
040700     MOVE WS-DETAIL-COUNT TO WS-COUNT-DISPLAY.
040800     DISPLAY 'Intake rows handed off: ' WS-COUNT-DISPLAY.
040900 9000-EXIT.
041000     EXIT.

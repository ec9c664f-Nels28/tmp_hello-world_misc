006300*                   UNPROCESSED DAY UP THROUGH YESTERDAY IN
006400*                   ORDER AND ADVANCING THE CALENDAR PER
006500*                   COMPLETED DAY.
006510*  2026-10-15 DOB   RUN-CONTROL LEDGER ENTRIES AT START AND END OF
006520*                   EACH RUN (RUNCTL.LOG).
006600*----------------------------------------------------------*
006700 ENVIRONMENT DIVISION.
006800 INPUT-OUTPUT SECTION.
009100         ORGANIZATION IS LINE SEQUENTIAL
009200         FILE STATUS IS WS-CAL-STATUS.
009300
009310     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.LOG"
009320         ORGANIZATION IS LINE SEQUENTIAL
009330         FILE STATUS IS WS-RCL-STATUS.
009340
009400 DATA DIVISION.
009500 FILE SECTION.
009600 FD  METRICS-FILE.
011600 01  PROCESS-CALENDAR-RECORD.
011700     COPY PROCCAL.
011800
011810 FD  RUN-CONTROL-FILE.
011820 01  RUN-CONTROL-RECORD.
011830     COPY RUNCTL.
011840
011900 WORKING-STORAGE SECTION.
012000 77  WS-METRICS-STATUS               PIC X(02) VALUE SPACES.
012100 77  WS-ALOG-STATUS                  PIC X(02) VALUE SPACES.
012300 77  WS-RPT-STATUS                   PIC X(02) VALUE SPACES.
012400 77  WS-DMET-STATUS                  PIC X(02) VALUE SPACES.
012500 77  WS-CAL-STATUS                   PIC X(02) VALUE SPACES.
012510 77  WS-RCL-STATUS                   PIC X(02) VALUE SPACES.
012600
012700 01  WS-SWITCHES.
012800     05  WS-ALOG-EOF-SW              PIC X(01) VALUE 'N'.
018200 77  WS-GAP-DISPLAY                  PIC ZZZ,ZZZ,ZZ9-.
018300 01  WS-REPORT-LINE-OUT              PIC X(80) VALUE SPACES.
018400
018405*----------------------------------------------------------*
018410*  RUN-CONTROL LEDGER WORK AREAS.  THE START DATE AND TIME  *
018415*  PAIR THIS RUN'S END ENTRY WITH ITS START ENTRY.          *
018420*----------------------------------------------------------*
018425 01  WS-RUN-CONTROL.
018430     05  WS-RUN-PROGRAM              PIC X(08) VALUE 'METRECON'.
018435     05  WS-RUN-START-DATE           PIC 9(08) VALUE ZERO.
018440     05  WS-RUN-START-TIME           PIC 9(06) VALUE ZERO.
018445     05  WS-RUN-CLOCK                PIC 9(08) VALUE ZERO.
018450     05  WS-RUN-TARGET               PIC X(17) VALUE SPACES.
018455     05  WS-RUN-RECORDS-IN           PIC 9(09) COMP VALUE ZERO.
018460     05  WS-RUN-RECORDS-OUT          PIC 9(09) COMP VALUE ZERO.
018465
018500 PROCEDURE DIVISION.
018600*============================================================*
018700 0000-MAINLINE.
018800*============================================================*
018810     PERFORM 8900-LOG-RUN-START THRU 8900-EXIT.
018900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019000     PERFORM 2500-PROCESS-ONE-DAY THRU 2500-EXIT
019100         UNTIL WS-RUN-INTEGER > WS-END-INTEGER.
019200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
019210     PERFORM 8910-LOG-RUN-END THRU 8910-EXIT.
019300     STOP RUN.
019400
019500*============================================================*
031500     END-IF.
031600
031700 2500-NEXT.
031710     PERFORM 8920-NOTE-TARGET-DAY THRU 8920-EXIT.
031800     ADD 1 TO WS-RUN-INTEGER.
031900 2500-EXIT.
032000     EXIT.
063700     EXIT.
063800
063900*============================================================*
063901*  8900 SERIES - RUN-CONTROL LEDGER                          *
063902*============================================================*
063903*----------------------------------------------------------*
063904*  THE 'S' ENTRY GOES OUT BEFORE ANY WORK, SO A STEP THAT   *
063905*  ABENDS OR TAKES A FATAL EXIT STILL SHOWS ON THE LEDGER   *
063906*  AS STARTED WITHOUT ENDING.                               *
063907*----------------------------------------------------------*
063908 8900-LOG-RUN-START.
063909     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
063910     ACCEPT WS-RUN-CLOCK FROM TIME.
063911     DIVIDE WS-RUN-CLOCK BY 100 GIVING WS-RUN-START-TIME.
063912     MOVE SPACES TO RUN-CONTROL-RECORD.
063913     SET RCL-STEP-STARTED TO TRUE.
063914     MOVE ZERO TO RCL-END-DATE RCL-END-TIME RCL-RETURN-CODE
063915                  RCL-RECORDS-IN RCL-RECORDS-OUT
063916                  RCL-RECORDS-REJECTED.
063917     PERFORM 8950-APPEND-RUN-CONTROL THRU 8950-EXIT.
063918 8900-EXIT.
063919     EXIT.
063920
063921*----------------------------------------------------------*
063922*  RECORDS IN IS ACCESS-LOG RECORDS COUNTED AND RECORDS OUT *
063923*  THE LISTENER CONNECTIONS THEY WERE RECONCILED TO, OVER   *
063924*  EVERY DAY THE RUN COVERED.  THE GAP BETWEEN THEM IS      *
063925*  REPORTED ON RECONRPT.OUT, SO THE LEDGER COUNTS ARE       *
063926*  VOLUME ONLY.                                             *
063927*----------------------------------------------------------*
063928 8910-LOG-RUN-END.
063929     MOVE SPACES TO RUN-CONTROL-RECORD.
063930     SET RCL-STEP-ENDED TO TRUE.
063931     ACCEPT RCL-END-DATE FROM DATE YYYYMMDD.
063932     ACCEPT WS-RUN-CLOCK FROM TIME.
063933     DIVIDE WS-RUN-CLOCK BY 100 GIVING RCL-END-TIME.
063934     MOVE RETURN-CODE TO RCL-RETURN-CODE.
063935     IF WS-PARM-MODE
063936         MOVE WS-TARGET-DATE TO WS-RUN-TARGET
063937     END-IF.
063938     MOVE WS-RUN-RECORDS-IN TO RCL-RECORDS-IN.
063939     MOVE WS-RUN-RECORDS-OUT TO RCL-RECORDS-OUT.
063940     MOVE ZERO TO RCL-RECORDS-REJECTED.
063941     SET RCL-VOLUME-ONLY TO TRUE.
063942     PERFORM 8950-APPEND-RUN-CONTROL THRU 8950-EXIT.
063943 8910-EXIT.
063944     EXIT.
063945
063946*----------------------------------------------------------*
063947*  THE TARGET OF A CATCH-UP RUN RUNS FROM THE FIRST DAY IT  *
063948*  HANDLED THROUGH THE LAST, INCLUDING DAYS WITH NO LOG.    *
063949*----------------------------------------------------------*
063950 8920-NOTE-TARGET-DAY.
063951     IF WS-CALENDAR-MODE
063952         IF WS-RUN-TARGET = SPACES
063953             MOVE WS-RUN-DATE TO WS-RUN-TARGET (1:8)
063954         ELSE
063955             MOVE '-' TO WS-RUN-TARGET (9:1)
063956             MOVE WS-RUN-DATE TO WS-RUN-TARGET (10:8)
063957         END-IF
063958     END-IF.
063959     ADD WS-LOG-RECORDS TO WS-RUN-RECORDS-IN.
063960     ADD WS-METRIC-CONNS TO WS-RUN-RECORDS-OUT.
063961 8920-EXIT.
063962     EXIT.
063963
063964*----------------------------------------------------------*
063965*  THE LEDGER IS SHARED AND APPEND-ONLY.  ONE THAT CANNOT   *
063966*  BE WRITTEN IS WARNED ABOUT BUT NEVER FAILS THE STEP -    *
063967*  THE LEDGER RECORDS THE WORK, IT IS NOT PART OF IT.       *
063968*----------------------------------------------------------*
063969 8950-APPEND-RUN-CONTROL.
063970     MOVE WS-RUN-PROGRAM TO RCL-PROGRAM.
063971     MOVE WS-RUN-START-DATE TO RCL-START-DATE.
063972     MOVE WS-RUN-START-TIME TO RCL-START-TIME.
063973     MOVE WS-RUN-TARGET TO RCL-TARGET.
063974     OPEN EXTEND RUN-CONTROL-FILE.
063975     IF WS-RCL-STATUS = '35'
063976         OPEN OUTPUT RUN-CONTROL-FILE
063977     END-IF.
063978     IF WS-RCL-STATUS NOT = '00'
063979         DISPLAY 'Warning: unable to open RUNCTL.LOG - status '
063980                 WS-RCL-STATUS
063981         GO TO 8950-EXIT
063982     END-IF.
063983     WRITE RUN-CONTROL-RECORD.
063984     CLOSE RUN-CONTROL-FILE.
063985 8950-EXIT.
063986     EXIT.
063987
063988*============================================================*
064000*  9000 SERIES - SHUTDOWN                                    *
064100*============================================================*
064200 9000-TERMINATE.

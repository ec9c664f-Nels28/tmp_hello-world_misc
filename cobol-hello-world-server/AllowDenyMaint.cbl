003370*                   METRICS SNAPSHOT PAIR) SO THIS WRITER
003380*                   CAN NEVER DRIFT FROM THE LAYOUT THE
003390*                   LISTENER LOADS.
003392*  2026-10-15 DOB   RUN-CONTROL LEDGER ENTRIES AT START AND END OF
003394*                   EACH RUN (RUNCTL.LOG).
003400*----------------------------------------------------------*
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-AUD-STATUS.
005300
005310     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.LOG"
005320         ORGANIZATION IS LINE SEQUENTIAL
005330         FILE STATUS IS WS-RCL-STATUS.
005340
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  MAINT-TRANS-FILE.
009300     05  FILLER                      PIC X(01) VALUE SPACE.
009400     05  AUD-NOTE                    PIC X(40).
009500
009510 FD  RUN-CONTROL-FILE.
009520 01  RUN-CONTROL-RECORD.
009530     COPY RUNCTL.
009540
009600 WORKING-STORAGE SECTION.
009700 77  WS-TRN-STATUS                   PIC X(02) VALUE SPACES.
009800 77  WS-ADF-STATUS                   PIC X(02) VALUE SPACES.
009900 77  WS-NEW-STATUS                   PIC X(02) VALUE SPACES.
010000 77  WS-AUD-STATUS                   PIC X(02) VALUE SPACES.
010010 77  WS-RCL-STATUS                   PIC X(02) VALUE SPACES.
010100
010200 01  WS-SWITCHES.
010300     05  WS-TRN-EOF-SW               PIC X(01) VALUE 'N'.
015900 77  WS-WRITTEN-COUNT                PIC 9(05) COMP VALUE ZERO.
016000 77  WS-COUNT-DISPLAY                PIC ZZZZ9.
016100
016105*----------------------------------------------------------*
016110*  RUN-CONTROL LEDGER WORK AREAS.  THE START DATE AND TIME  *
016115*  PAIR THIS RUN'S END ENTRY WITH ITS START ENTRY.          *
016120*----------------------------------------------------------*
016125 01  WS-RUN-CONTROL.
016130     05  WS-RUN-PROGRAM              PIC X(08) VALUE 'ALWMAINT'.
016135     05  WS-RUN-START-DATE           PIC 9(08) VALUE ZERO.
016140     05  WS-RUN-START-TIME           PIC 9(06) VALUE ZERO.
016145     05  WS-RUN-CLOCK                PIC 9(08) VALUE ZERO.
016150     05  WS-RUN-TARGET               PIC X(17) VALUE SPACES.
016155
016200 PROCEDURE DIVISION.
016300*============================================================*
016400 0000-MAINLINE.
016500*============================================================*
016510     PERFORM 8900-LOG-RUN-START THRU 8900-EXIT.
016600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016700     PERFORM 2000-PROCESS-TRANSACTIONS THRU 2000-EXIT
016800         UNTIL WS-TRN-EOF.
016900     PERFORM 3000-WRITE-NEW-MASTER THRU 3000-EXIT.
017000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
017010     PERFORM 8910-LOG-RUN-END THRU 8910-EXIT.
017100     STOP RUN.
017200
017300*============================================================*
056800     EXIT.
056900
057000*============================================================*
057001*  8900 SERIES - RUN-CONTROL LEDGER                          *
057002*============================================================*
057003*----------------------------------------------------------*
057004*  THE 'S' ENTRY GOES OUT BEFORE ANY WORK, SO A STEP THAT   *
057005*  ABENDS OR TAKES A FATAL EXIT STILL SHOWS ON THE LEDGER   *
057006*  AS STARTED WITHOUT ENDING.                               *
057007*----------------------------------------------------------*
057008 8900-LOG-RUN-START.
057009     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
057010     ACCEPT WS-RUN-CLOCK FROM TIME.
057011     DIVIDE WS-RUN-CLOCK BY 100 GIVING WS-RUN-START-TIME.
057012     MOVE SPACES TO RUN-CONTROL-RECORD.
057013     SET RCL-STEP-STARTED TO TRUE.
057014     MOVE ZERO TO RCL-END-DATE RCL-END-TIME RCL-RETURN-CODE
057015                  RCL-RECORDS-IN RCL-RECORDS-OUT
057016                  RCL-RECORDS-REJECTED.
057017     PERFORM 8950-APPEND-RUN-CONTROL THRU 8950-EXIT.
057018 8900-EXIT.
057019     EXIT.
057020
057021*----------------------------------------------------------*
057022*  EVERY TRANSACTION READ IS EITHER APPLIED OR REJECTED, SO *
057023*  THE STEP MUST BALANCE.  THE TARGET IS THE RUN DATE - THE *
057024*  TRANSACTIONS CARRY NO BUSINESS DAY OF THEIR OWN.         *
057025*----------------------------------------------------------*
057026 8910-LOG-RUN-END.
057027     MOVE SPACES TO RUN-CONTROL-RECORD.
057028     SET RCL-STEP-ENDED TO TRUE.
057029     ACCEPT RCL-END-DATE FROM DATE YYYYMMDD.
057030     ACCEPT WS-RUN-CLOCK FROM TIME.
057031     DIVIDE WS-RUN-CLOCK BY 100 GIVING RCL-END-TIME.
057032     MOVE RETURN-CODE TO RCL-RETURN-CODE.
057033     MOVE WS-RUN-START-DATE TO WS-RUN-TARGET.
057034     MOVE WS-TRAN-COUNT TO RCL-RECORDS-IN.
057035     MOVE WS-APPLIED-COUNT TO RCL-RECORDS-OUT.
057036     MOVE WS-REJECT-COUNT TO RCL-RECORDS-REJECTED.
057037     SET RCL-MUST-BALANCE TO TRUE.
057038     PERFORM 8950-APPEND-RUN-CONTROL THRU 8950-EXIT.
057039 8910-EXIT.
057040     EXIT.
057041
057042*----------------------------------------------------------*
057043*  THE LEDGER IS SHARED AND APPEND-ONLY.  ONE THAT CANNOT   *
057044*  BE WRITTEN IS WARNED ABOUT BUT NEVER FAILS THE STEP -    *
057045*  THE LEDGER RECORDS THE WORK, IT IS NOT PART OF IT.       *
057046*----------------------------------------------------------*
057047 8950-APPEND-RUN-CONTROL.
057048     MOVE WS-RUN-PROGRAM TO RCL-PROGRAM.
057049     MOVE WS-RUN-START-DATE TO RCL-START-DATE.
057050     MOVE WS-RUN-START-TIME TO RCL-START-TIME.
057051     MOVE WS-RUN-TARGET TO RCL-TARGET.
057052     OPEN EXTEND RUN-CONTROL-FILE.
057053     IF WS-RCL-STATUS = '35'
057054         OPEN OUTPUT RUN-CONTROL-FILE
057055     END-IF.
057056     IF WS-RCL-STATUS NOT = '00'
057057         DISPLAY 'Warning: unable to open RUNCTL.LOG - status '
057058                 WS-RCL-STATUS
057059         GO TO 8950-EXIT
057060     END-IF.
057061     WRITE RUN-CONTROL-RECORD.
057062     CLOSE RUN-CONTROL-FILE.
057063 8950-EXIT.
057064     EXIT.
057065
057066*============================================================*
057100*  9000 SERIES - SHUTDOWN                                    *
057200*============================================================*
057300 9000-TERMINATE.

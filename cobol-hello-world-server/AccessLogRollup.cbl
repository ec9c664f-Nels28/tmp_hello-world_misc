003910*  2026-08-22 DOB   END EVERY FATAL EXIT WITH RETURN-CODE 16
003920*                   SO AN ABENDED OR MISPARMED RUN CANNOT
003930*                   LOOK LIKE A CLEAN STEP TO THE SCHEDULER.
003940*  2026-10-15 DOB   RUN-CONTROL LEDGER ENTRIES AT START AND END OF
003950*                   EACH RUN (RUNCTL.LOG).
004000*----------------------------------------------------------*
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-CHK-STATUS.
005500
005510     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.LOG"
005520         ORGANIZATION IS LINE SEQUENTIAL
005530         FILE STATUS IS WS-RCL-STATUS.
005540
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  ACCESS-LOG-FILE.
008200         10  CHK-DAY-CONNS           PIC 9(09).
008300         10  CHK-DAY-ERRORS          PIC 9(09).
008400
008410 FD  RUN-CONTROL-FILE.
008420 01  RUN-CONTROL-RECORD.
008430     COPY RUNCTL.
008440
008500 WORKING-STORAGE SECTION.
008600 77  WS-ALOG-STATUS                  PIC X(02) VALUE SPACES.
008700 77  WS-RPT-STATUS                   PIC X(02) VALUE SPACES.
008800 77  WS-CHK-STATUS                   PIC X(02) VALUE SPACES.
008810 77  WS-RCL-STATUS                   PIC X(02) VALUE SPACES.
008900
009000 01  WS-SWITCHES.
009100     05  WS-EOF-SW                   PIC X(01) VALUE 'N'.
015800     05  FILLER                      PIC X(12)
015810         VALUE ' connections'.
015900
015905*----------------------------------------------------------*
015910*  RUN-CONTROL LEDGER WORK AREAS.  THE START DATE AND TIME  *
015915*  PAIR THIS RUN'S END ENTRY WITH ITS START ENTRY.          *
015920*----------------------------------------------------------*
015925 01  WS-RUN-CONTROL.
015930     05  WS-RUN-PROGRAM              PIC X(08) VALUE 'ALOGRLUP'.
015935     05  WS-RUN-START-DATE           PIC 9(08) VALUE ZERO.
015940     05  WS-RUN-START-TIME           PIC 9(06) VALUE ZERO.
015945     05  WS-RUN-CLOCK                PIC 9(08) VALUE ZERO.
015950     05  WS-RUN-TARGET               PIC X(17) VALUE SPACES.
015955
016000 PROCEDURE DIVISION.
016100*============================================================*
016200 0000-MAINLINE.
016300*============================================================*
016310     PERFORM 8900-LOG-RUN-START THRU 8900-EXIT.
016400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016500     PERFORM 2000-PROCESS-ONE-DAY THRU 2000-EXIT
016600         UNTIL WS-CURRENT-DAY > WS-END-DATE.
016700     PERFORM 3000-PRINT-ROLLUP-REPORT THRU 3000-EXIT.
016800     PERFORM 4000-MARK-CHECKPOINT-COMPLETE THRU 4000-EXIT.
016900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
016910     PERFORM 8910-LOG-RUN-END THRU 8910-EXIT.
017000     STOP RUN.
017100
017200*============================================================*
052000     EXIT.
052100
052200*============================================================*
052201*  8900 SERIES - RUN-CONTROL LEDGER                          *
052202*============================================================*
052203*----------------------------------------------------------*
052204*  THE 'S' ENTRY GOES OUT BEFORE ANY WORK, SO A STEP THAT   *
052205*  ABENDS OR TAKES A FATAL EXIT STILL SHOWS ON THE LEDGER   *
052206*  AS STARTED WITHOUT ENDING.                               *
052207*----------------------------------------------------------*
052208 8900-LOG-RUN-START.
052209     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
052210     ACCEPT WS-RUN-CLOCK FROM TIME.
052211     DIVIDE WS-RUN-CLOCK BY 100 GIVING WS-RUN-START-TIME.
052212     MOVE SPACES TO RUN-CONTROL-RECORD.
052213     SET RCL-STEP-STARTED TO TRUE.
052214     MOVE ZERO TO RCL-END-DATE RCL-END-TIME RCL-RETURN-CODE
052215                  RCL-RECORDS-IN RCL-RECORDS-OUT
052216                  RCL-RECORDS-REJECTED.
052217     PERFORM 8950-APPEND-RUN-CONTROL THRU 8950-EXIT.
052218 8900-EXIT.
052219     EXIT.
052220
052221*----------------------------------------------------------*
052222*  RECORDS IN IS ACCESS-LOG RECORDS OVER THE WHOLE RANGE,   *
052223*  INCLUDING ANY DAYS TAKEN FROM A CHECKPOINT ON A RESUMED  *
052224*  RUN.  A REPORT WRITES NO RECORDS, SO THE COUNTS ARE      *
052225*  VOLUME ONLY.                                             *
052226*----------------------------------------------------------*
052227 8910-LOG-RUN-END.
052228     MOVE SPACES TO RUN-CONTROL-RECORD.
052229     SET RCL-STEP-ENDED TO TRUE.
052230     ACCEPT RCL-END-DATE FROM DATE YYYYMMDD.
052231     ACCEPT WS-RUN-CLOCK FROM TIME.
052232     DIVIDE WS-RUN-CLOCK BY 100 GIVING RCL-END-TIME.
052233     MOVE RETURN-CODE TO RCL-RETURN-CODE.
052234     MOVE SPACES TO WS-RUN-TARGET.
052235     STRING WS-START-DATE DELIMITED BY SIZE
052236            '-' DELIMITED BY SIZE
052237            WS-END-DATE DELIMITED BY SIZE
052238         INTO WS-RUN-TARGET.
052239     MOVE WS-TOTAL-CONNS TO RCL-RECORDS-IN.
052240     MOVE ZERO TO RCL-RECORDS-OUT RCL-RECORDS-REJECTED.
052241     SET RCL-VOLUME-ONLY TO TRUE.
052242     PERFORM 8950-APPEND-RUN-CONTROL THRU 8950-EXIT.
052243 8910-EXIT.
052244     EXIT.
052245
052246*----------------------------------------------------------*
052247*  THE LEDGER IS SHARED AND APPEND-ONLY.  ONE THAT CANNOT   *
052248*  BE WRITTEN IS WARNED ABOUT BUT NEVER FAILS THE STEP -    *
052249*  THE LEDGER RECORDS THE WORK, IT IS NOT PART OF IT.       *
052250*----------------------------------------------------------*
052251 8950-APPEND-RUN-CONTROL.
052252     MOVE WS-RUN-PROGRAM TO RCL-PROGRAM.
052253     MOVE WS-RUN-START-DATE TO RCL-START-DATE.
052254     MOVE WS-RUN-START-TIME TO RCL-START-TIME.
052255     MOVE WS-RUN-TARGET TO RCL-TARGET.
052256     OPEN EXTEND RUN-CONTROL-FILE.
052257     IF WS-RCL-STATUS = '35'
052258         OPEN OUTPUT RUN-CONTROL-FILE
052259     END-IF.
052260     IF WS-RCL-STATUS NOT = '00'
052261         DISPLAY 'Warning: unable to open RUNCTL.LOG - status '
052262                 WS-RCL-STATUS
052263         GO TO 8950-EXIT
052264     END-IF.
052265     WRITE RUN-CONTROL-RECORD.
052266     CLOSE RUN-CONTROL-FILE.
052267 8950-EXIT.
052268     EXIT.
052269
052270*============================================================*
052300*  9000 SERIES - SHUTDOWN                                    *
052400*============================================================*
052500 9000-TERMINATE.

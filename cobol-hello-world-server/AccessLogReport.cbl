005700*                   ORDER, ADVANCING THE CALENDAR PER
005800*                   COMPLETED DAY, SO A TWO-DAY OUTAGE IS
005900*                   ONE SUBMIT WITH NO JCL EDITS.
005910*  2026-10-15 DOB   COUNT RATE-LIMITED (429) REQUESTS ON A
005920*                   LINE OF THEIR OWN, OUTSIDE THE ERROR/
005930*                   DENIED TOTAL, SO A THROTTLED POLLER IS
005940*                   NOT MISTAKEN FOR A BLOCKED ADDRESS.
005950*  2026-10-15 DOB   RUN-CONTROL LEDGER ENTRIES AT START AND END OF
005960*                   EACH RUN (RUNCTL.LOG).
006000*----------------------------------------------------------*
006100 ENVIRONMENT DIVISION.
006200 INPUT-OUTPUT SECTION.
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS WS-CAL-STATUS.
007900
007910     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.LOG"
007920         ORGANIZATION IS LINE SEQUENTIAL
007930         FILE STATUS IS WS-RCL-STATUS.
007940
008000 DATA DIVISION.
008100 FILE SECTION.
008200 FD  ACCESS-LOG-FILE.
009400 01  PROCESS-CALENDAR-RECORD.
009500     COPY PROCCAL.
009600
009610 FD  RUN-CONTROL-FILE.
009620 01  RUN-CONTROL-RECORD.
009630     COPY RUNCTL.
009640
009700 WORKING-STORAGE SECTION.
009800 77  WS-ALOG-STATUS                  PIC X(02) VALUE SPACES.
009900 77  WS-RPT-STATUS                   PIC X(02) VALUE SPACES.
010000 77  WS-RDL-STATUS                   PIC X(02) VALUE SPACES.
010100 77  WS-CAL-STATUS                   PIC X(02) VALUE SPACES.
010110 77  WS-RCL-STATUS                   PIC X(02) VALUE SPACES.
010200
010300 01  WS-SWITCHES.
010400     05  WS-EOF-SW                   PIC X(01) VALUE 'N'.
014400 77  WS-BAD-REQUEST-COUNT            PIC 9(09) COMP VALUE ZERO.
014500 77  WS-URI-LONG-COUNT               PIC 9(09) COMP VALUE ZERO.
014600 77  WS-BAD-VERSION-COUNT            PIC 9(09) COMP VALUE ZERO.
014650 77  WS-THROTTLED-COUNT              PIC 9(09) COMP VALUE ZERO.
014700 77  WS-TOTAL-CONN-DISPLAY           PIC ZZZZZZZZ9.
014800 77  WS-ERROR-COUNT-DISPLAY          PIC ZZZZZZZZ9.
014900 77  WS-BAD-REQ-DISPLAY              PIC ZZZZZZZZ9.
015000 77  WS-URI-LONG-DISPLAY             PIC ZZZZZZZZ9.
015100 77  WS-BAD-VER-DISPLAY              PIC ZZZZZZZZ9.
015150 77  WS-THROTTLED-DISPLAY            PIC ZZZZZZZZ9.
015200
015300 01  WS-HOUR-TABLE.
015400     05  WS-HOUR-COUNT OCCURS 24 TIMES PIC 9(07) COMP
019600     05  FILLER                      PIC X(11) VALUE
019700         'connections'.
019800
019805*----------------------------------------------------------*
019810*  RUN-CONTROL LEDGER WORK AREAS.  THE START DATE AND TIME  *
019815*  PAIR THIS RUN'S END ENTRY WITH ITS START ENTRY.          *
019820*----------------------------------------------------------*
019825 01  WS-RUN-CONTROL.
019830     05  WS-RUN-PROGRAM              PIC X(08) VALUE 'ALOGRPT '.
019835     05  WS-RUN-START-DATE           PIC 9(08) VALUE ZERO.
019840     05  WS-RUN-START-TIME           PIC 9(06) VALUE ZERO.
019845     05  WS-RUN-CLOCK                PIC 9(08) VALUE ZERO.
019850     05  WS-RUN-TARGET               PIC X(17) VALUE SPACES.
019855     05  WS-RUN-RECORDS-IN           PIC 9(09) COMP VALUE ZERO.
019860
019900 PROCEDURE DIVISION.
020000*============================================================*
020100 0000-MAINLINE.
020200*============================================================*
020210     PERFORM 8900-LOG-RUN-START THRU 8900-EXIT.
020300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020400     PERFORM 2050-PROCESS-ONE-DAY THRU 2050-EXIT
020500         UNTIL WS-RUN-INTEGER > WS-END-INTEGER.
020600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
020610     PERFORM 8910-LOG-RUN-END THRU 8910-EXIT.
020700     STOP RUN.
020800
020900*============================================================*
030500     END-IF.
030600
030700 2050-NEXT.
030710     PERFORM 8920-NOTE-TARGET-DAY THRU 8920-EXIT.
030800     ADD 1 TO WS-RUN-INTEGER.
030900 2050-EXIT.
031000     EXIT.
031900     MOVE ZERO TO WS-TOTAL-CONNECTIONS WS-ERROR-ENTRY-COUNT
032000                  WS-BAD-REQUEST-COUNT WS-URI-LONG-COUNT
032100                  WS-BAD-VERSION-COUNT WS-ROUTE-COUNT
032150                  WS-THROTTLED-COUNT
032200                  WS-ROUTE-OVERFLOW.
032300     PERFORM 2070-ZERO-HOUR-SLOT THRU 2070-EXIT
032400         VARYING WS-HOUR-IDX FROM 1 BY 1
036600     ADD 1 TO WS-HOUR-COUNT (WS-HOUR-IDX).
036700
036800     IF NOT ALOG-STATUS-OK
036810        AND NOT ALOG-STATUS-THROTTLED
036900         ADD 1 TO WS-ERROR-ENTRY-COUNT
037000     END-IF.
037100
037600             ADD 1 TO WS-URI-LONG-COUNT
037700         WHEN ALOG-STATUS-BAD-VERSION
037800             ADD 1 TO WS-BAD-VERSION-COUNT
037810         WHEN ALOG-STATUS-THROTTLED
037820             ADD 1 TO WS-THROTTLED-COUNT
037900         WHEN OTHER
038000             CONTINUE
038100     END-EVALUATE.
043200         INTO WS-REPORT-LINE-OUT.
043300     WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT.
043400
043410     MOVE WS-THROTTLED-COUNT TO WS-THROTTLED-DISPLAY.
043420     MOVE SPACES TO WS-REPORT-LINE-OUT.
043430     STRING 'Rate limited (429):       ' DELIMITED BY SIZE
043440            WS-THROTTLED-DISPLAY DELIMITED BY SIZE
043450         INTO WS-REPORT-LINE-OUT.
043460     WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT.
043470
043500     MOVE SPACES TO REPORT-LINE.
043600     WRITE REPORT-LINE.
043700     MOVE SPACES TO REPORT-LINE.
064800     EXIT.
064900
065000*============================================================*
065001*  8900 SERIES - RUN-CONTROL LEDGER                          *
065002*============================================================*
065003*----------------------------------------------------------*
065004*  THE 'S' ENTRY GOES OUT BEFORE ANY WORK, SO A STEP THAT   *
065005*  ABENDS OR TAKES A FATAL EXIT STILL SHOWS ON THE LEDGER   *
065006*  AS STARTED WITHOUT ENDING.                               *
065007*----------------------------------------------------------*
065008 8900-LOG-RUN-START.
065009     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
065010     ACCEPT WS-RUN-CLOCK FROM TIME.
065011     DIVIDE WS-RUN-CLOCK BY 100 GIVING WS-RUN-START-TIME.
065012     MOVE SPACES TO RUN-CONTROL-RECORD.
065013     SET RCL-STEP-STARTED TO TRUE.
065014     MOVE ZERO TO RCL-END-DATE RCL-END-TIME RCL-RETURN-CODE
065015                  RCL-RECORDS-IN RCL-RECORDS-OUT
065016                  RCL-RECORDS-REJECTED.
065017     PERFORM 8950-APPEND-RUN-CONTROL THRU 8950-EXIT.
065018 8900-EXIT.
065019     EXIT.
065020
065021*----------------------------------------------------------*
065022*  RECORDS IN IS ACCESS-LOG RECORDS READ OVER EVERY DAY     *
065023*  THE RUN COVERED.  A REPORT WRITES NO RECORDS, SO THE     *
065024*  COUNTS ARE VOLUME ONLY.  A PARM RUN NAMES A LOG FILE,    *
065025*  NOT A DAY, SO ITS TARGET IS THE START OF THE PARM.       *
065026*----------------------------------------------------------*
065027 8910-LOG-RUN-END.
065028     MOVE SPACES TO RUN-CONTROL-RECORD.
065029     SET RCL-STEP-ENDED TO TRUE.
065030     ACCEPT RCL-END-DATE FROM DATE YYYYMMDD.
065031     ACCEPT WS-RUN-CLOCK FROM TIME.
065032     DIVIDE WS-RUN-CLOCK BY 100 GIVING RCL-END-TIME.
065033     MOVE RETURN-CODE TO RCL-RETURN-CODE.
065034     IF WS-PARM-MODE
065035         MOVE WS-COMMAND-LINE TO WS-RUN-TARGET
065036     END-IF.
065037     MOVE WS-RUN-RECORDS-IN TO RCL-RECORDS-IN.
065038     MOVE ZERO TO RCL-RECORDS-OUT RCL-RECORDS-REJECTED.
065039     SET RCL-VOLUME-ONLY TO TRUE.
065040     PERFORM 8950-APPEND-RUN-CONTROL THRU 8950-EXIT.
065041 8910-EXIT.
065042     EXIT.
065043
065044*----------------------------------------------------------*
065045*  THE TARGET OF A CATCH-UP RUN RUNS FROM THE FIRST DAY IT  *
065046*  HANDLED THROUGH THE LAST, INCLUDING DAYS WITH NO LOG.    *
065047*----------------------------------------------------------*
065048 8920-NOTE-TARGET-DAY.
065049     IF WS-CALENDAR-MODE
065050         IF WS-RUN-TARGET = SPACES
065051             MOVE WS-RUN-DATE TO WS-RUN-TARGET (1:8)
065052         ELSE
065053             MOVE '-' TO WS-RUN-TARGET (9:1)
065054             MOVE WS-RUN-DATE TO WS-RUN-TARGET (10:8)
065055         END-IF
065056     END-IF.
065057     ADD WS-TOTAL-CONNECTIONS TO WS-RUN-RECORDS-IN.
065058 8920-EXIT.
065059     EXIT.
065060
065061*----------------------------------------------------------*
065062*  THE LEDGER IS SHARED AND APPEND-ONLY.  ONE THAT CANNOT   *
065063*  BE WRITTEN IS WARNED ABOUT BUT NEVER FAILS THE STEP -    *
065064*  THE LEDGER RECORDS THE WORK, IT IS NOT PART OF IT.       *
065065*----------------------------------------------------------*
065066 8950-APPEND-RUN-CONTROL.
065067     MOVE WS-RUN-PROGRAM TO RCL-PROGRAM.
065068     MOVE WS-RUN-START-DATE TO RCL-START-DATE.
065069     MOVE WS-RUN-START-TIME TO RCL-START-TIME.
065070     MOVE WS-RUN-TARGET TO RCL-TARGET.
065071     OPEN EXTEND RUN-CONTROL-FILE.
065072     IF WS-RCL-STATUS = '35'
065073         OPEN OUTPUT RUN-CONTROL-FILE
065074     END-IF.
065075     IF WS-RCL-STATUS NOT = '00'
065076         DISPLAY 'Warning: unable to open RUNCTL.LOG - status '
065077                 WS-RCL-STATUS
065078         GO TO 8950-EXIT
065079     END-IF.
065080     WRITE RUN-CONTROL-RECORD.
065081     CLOSE RUN-CONTROL-FILE.
065082 8950-EXIT.
065083     EXIT.
065084
065085*============================================================*
065100*  9000 SERIES - SHUTDOWN                                    *
065200*============================================================*
065300 9000-TERMINATE.

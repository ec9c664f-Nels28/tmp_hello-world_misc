001900*  ACCTRPT JOB, THAT POSTS ONE DAY'S ACCESS LOG INTO THE    *
002000*  INDEXED CLIENT HISTORY MASTER (CLIHIST.MST), KEYED BY    *
002100*  CLIENT ADDRESS AND DATE.  CONNECTIONS, BYTES WRITTEN,    *
002200*  DENIED ATTEMPTS, AND RATE-LIMITED (429) REQUESTS         *
002210*  ACCUMULATE PER CLIENT PER DAY SO AN INVESTIGATOR NO      *
002300*  LONGER GREPS A QUARTER'S WORTH OF FLAT FILES BY HAND.    *
002500*                                                            *
002600*  WITH A PARM, THE ONE NAMED LOG IS POSTED AND THE         *
002700*  PROCESSING CALENDAR IS LEFT ALONE - THE MANUAL RERUN     *
005700*                   CLIHPOST.CTL IS SKIPPED FORWARD RATHER
005800*                   THAN REFUSED, SO A CATCH-UP RESUMES AT
005900*                   THE RIGHT PLACE AFTER AN ABEND.
005910*  2026-10-15 DOB   ACCUMULATE RATE-LIMITED (429) REQUESTS
005920*                   INTO THE NEW CH-THROTTLE-COUNT, KEPT
005930*                   APART FROM CH-DENY-COUNT.
005940*  2026-10-15 DOB   STAMP NEW ROWS WITH THE DAILY RECORD TYPE
005950*                   NOW THAT CLIHIST.MST ALSO HOLDS MONTHLY
005960*                   SUMMARY ROWS.
005970*  2026-10-15 DOB   RUN-CONTROL LEDGER ENTRIES AT START AND END OF
005980*                   EACH RUN (RUNCTL.LOG).
006000*----------------------------------------------------------*
006100 ENVIRONMENT DIVISION.
006200 INPUT-OUTPUT SECTION.
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS WS-CAL-STATUS.
008100
008110     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.LOG"
008120         ORGANIZATION IS LINE SEQUENTIAL
008130         FILE STATUS IS WS-RCL-STATUS.
008140
008200 DATA DIVISION.
008300 FILE SECTION.
008400 FD  ACCESS-LOG-FILE.
010100 01  PROCESS-CALENDAR-RECORD.
010200     COPY PROCCAL.
010300
010310 FD  RUN-CONTROL-FILE.
010320 01  RUN-CONTROL-RECORD.
010330     COPY RUNCTL.
010340
010400 WORKING-STORAGE SECTION.
010500 77  WS-ALOG-STATUS                  PIC X(02) VALUE SPACES.
010600 77  WS-HIST-STATUS                  PIC X(02) VALUE SPACES.
010700 77  WS-CTL-STATUS                   PIC X(02) VALUE SPACES.
010710 77  WS-RCL-STATUS                   PIC X(02) VALUE SPACES.
010800 77  WS-CTL-ACTION                   PIC X(01) VALUE SPACE.
010900 77  WS-CAL-STATUS                   PIC X(02) VALUE SPACES.
011000
015100 77  WS-ADDED-COUNT                  PIC 9(09) COMP VALUE ZERO.
015200 77  WS-UPDATED-COUNT                PIC 9(09) COMP VALUE ZERO.
015300 77  WS-SKIPPED-COUNT                PIC 9(09) COMP VALUE ZERO.
015350 77  WS-THROTTLED-COUNT              PIC 9(09) COMP VALUE ZERO.
015400 77  WS-COUNT-DISPLAY                PIC ZZZZZZZZ9.
015500
015505*----------------------------------------------------------*
015510*  RUN-CONTROL LEDGER WORK AREAS.  THE START DATE AND TIME  *
015515*  PAIR THIS RUN'S END ENTRY WITH ITS START ENTRY.          *
015520*----------------------------------------------------------*
015525 01  WS-RUN-CONTROL.
015530     05  WS-RUN-PROGRAM              PIC X(08) VALUE 'CLIHPOST'.
015535     05  WS-RUN-START-DATE           PIC 9(08) VALUE ZERO.
015540     05  WS-RUN-START-TIME           PIC 9(06) VALUE ZERO.
015545     05  WS-RUN-CLOCK                PIC 9(08) VALUE ZERO.
015550     05  WS-RUN-TARGET               PIC X(17) VALUE SPACES.
015555     05  WS-RUN-RECORDS-IN           PIC 9(09) COMP VALUE ZERO.
015560
015600 PROCEDURE DIVISION.
015700*============================================================*
015800 0000-MAINLINE.
015900*============================================================*
015910     PERFORM 8900-LOG-RUN-START THRU 8900-EXIT.
016000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016100     PERFORM 1500-PROCESS-ONE-DAY THRU 1500-EXIT
016200         UNTIL WS-RUN-INTEGER > WS-END-INTEGER.
016300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
016310     PERFORM 8910-LOG-RUN-END THRU 8910-EXIT.
016400     STOP RUN.
016500
016600*============================================================*
035800     END-IF.
035900
036000 1500-NEXT.
036010     PERFORM 8920-NOTE-TARGET-DAY THRU 8920-EXIT.
036100     ADD 1 TO WS-RUN-INTEGER.
036200 1500-EXIT.
036300     EXIT.
037000         AT END
037100             SET WS-EOF TO TRUE
037200         NOT AT END
037210             ADD 1 TO WS-RUN-RECORDS-IN
037300             PERFORM 2200-POST-RECORD THRU 2200-EXIT
037400     END-READ.
037500 2000-EXIT.
039200     READ CLIENT-HISTORY-FILE.
039300     EVALUATE WS-HIST-STATUS
039400         WHEN '00'
039410             IF CH-THROTTLE-COUNT IS NOT NUMERIC
039420                 MOVE ZERO TO CH-THROTTLE-COUNT
039430             END-IF
039500             PERFORM 2300-ACCUMULATE-COUNTS THRU 2300-EXIT
039600             REWRITE CLIENT-HISTORY-RECORD
039700             IF WS-HIST-STATUS NOT = '00'
040300             MOVE ALOG-CLIENT-ADDR TO CH-CLIENT-ADDR
040400             MOVE WS-RECORD-DATE-NUM TO CH-ACTIVITY-DATE
040500             MOVE ZERO TO CH-CONNECTIONS CH-BYTES-WRITTEN
040600                          CH-DENY-COUNT CH-THROTTLE-COUNT
040610             SET CH-DAILY-ROW TO TRUE
040700             PERFORM 2300-ACCUMULATE-COUNTS THRU 2300-EXIT
040800             WRITE CLIENT-HISTORY-RECORD
040900             IF WS-HIST-STATUS NOT = '00'
042900     IF ALOG-STATUS-DENIED
043000         ADD 1 TO CH-DENY-COUNT
043100     END-IF.
043110     IF ALOG-STATUS-THROTTLED
043120         ADD 1 TO CH-THROTTLE-COUNT
043130         ADD 1 TO WS-THROTTLED-COUNT
043140     END-IF.
043200 2300-EXIT.
043300     EXIT.
043400
053500     EXIT.
053600
053700*============================================================*
053701*  8900 SERIES - RUN-CONTROL LEDGER                          *
053702*============================================================*
053703*----------------------------------------------------------*
053704*  THE 'S' ENTRY GOES OUT BEFORE ANY WORK, SO A STEP THAT   *
053705*  ABENDS OR TAKES A FATAL EXIT STILL SHOWS ON THE LEDGER   *
053706*  AS STARTED WITHOUT ENDING.                               *
053707*----------------------------------------------------------*
053708 8900-LOG-RUN-START.
053709     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
053710     ACCEPT WS-RUN-CLOCK FROM TIME.
053711     DIVIDE WS-RUN-CLOCK BY 100 GIVING WS-RUN-START-TIME.
053712     MOVE SPACES TO RUN-CONTROL-RECORD.
053713     SET RCL-STEP-STARTED TO TRUE.
053714     MOVE ZERO TO RCL-END-DATE RCL-END-TIME RCL-RETURN-CODE
053715                  RCL-RECORDS-IN RCL-RECORDS-OUT
053716                  RCL-RECORDS-REJECTED.
053717     PERFORM 8950-APPEND-RUN-CONTROL THRU 8950-EXIT.
053718 8900-EXIT.
053719     EXIT.
053720
053721*----------------------------------------------------------*
053722*  EVERY ACCESS-LOG RECORD READ IS EITHER POSTED TO THE     *
053723*  HISTORY MASTER OR SKIPPED FOR A BAD TIMESTAMP, SO THE    *
053724*  STEP MUST BALANCE.  A PARM RUN NAMES A LOG FILE, NOT A   *
053725*  DAY, SO ITS TARGET IS THE START OF THE PARM.             *
053726*----------------------------------------------------------*
053727 8910-LOG-RUN-END.
053728     MOVE SPACES TO RUN-CONTROL-RECORD.
053729     SET RCL-STEP-ENDED TO TRUE.
053730     ACCEPT RCL-END-DATE FROM DATE YYYYMMDD.
053731     ACCEPT WS-RUN-CLOCK FROM TIME.
053732     DIVIDE WS-RUN-CLOCK BY 100 GIVING RCL-END-TIME.
053733     MOVE RETURN-CODE TO RCL-RETURN-CODE.
053734     IF WS-PARM-MODE
053735         MOVE WS-COMMAND-LINE TO WS-RUN-TARGET
053736     END-IF.
053737     MOVE WS-RUN-RECORDS-IN TO RCL-RECORDS-IN.
053738     MOVE WS-POSTED-COUNT TO RCL-RECORDS-OUT.
053739     MOVE WS-SKIPPED-COUNT TO RCL-RECORDS-REJECTED.
053740     SET RCL-MUST-BALANCE TO TRUE.
053741     PERFORM 8950-APPEND-RUN-CONTROL THRU 8950-EXIT.
053742 8910-EXIT.
053743     EXIT.
053744
053745*----------------------------------------------------------*
053746*  THE TARGET OF A CATCH-UP RUN RUNS FROM THE FIRST DAY IT  *
053747*  HANDLED THROUGH THE LAST, INCLUDING DAYS WITH NO LOG.    *
053748*----------------------------------------------------------*
053749 8920-NOTE-TARGET-DAY.
053750     IF WS-CALENDAR-MODE
053751         IF WS-RUN-TARGET = SPACES
053752             MOVE WS-RUN-DATE TO WS-RUN-TARGET (1:8)
053753         ELSE
053754             MOVE '-' TO WS-RUN-TARGET (9:1)
053755             MOVE WS-RUN-DATE TO WS-RUN-TARGET (10:8)
053756         END-IF
053757     END-IF.
053758 8920-EXIT.
053759     EXIT.
053760
053761*----------------------------------------------------------*
053762*  THE LEDGER IS SHARED AND APPEND-ONLY.  ONE THAT CANNOT   *
053763*  BE WRITTEN IS WARNED ABOUT BUT NEVER FAILS THE STEP -    *
053764*  THE LEDGER RECORDS THE WORK, IT IS NOT PART OF IT.       *
053765*----------------------------------------------------------*
053766 8950-APPEND-RUN-CONTROL.
053767     MOVE WS-RUN-PROGRAM TO RCL-PROGRAM.
053768     MOVE WS-RUN-START-DATE TO RCL-START-DATE.
053769     MOVE WS-RUN-START-TIME TO RCL-START-TIME.
053770     MOVE WS-RUN-TARGET TO RCL-TARGET.
053771     OPEN EXTEND RUN-CONTROL-FILE.
053772     IF WS-RCL-STATUS = '35'
053773         OPEN OUTPUT RUN-CONTROL-FILE
053774     END-IF.
053775     IF WS-RCL-STATUS NOT = '00'
053776         DISPLAY 'Warning: unable to open RUNCTL.LOG - status '
053777                 WS-RCL-STATUS
053778         GO TO 8950-EXIT
053779     END-IF.
053780     WRITE RUN-CONTROL-RECORD.
053781     CLOSE RUN-CONTROL-FILE.
053782 8950-EXIT.
053783     EXIT.
053784
053785*============================================================*
053800*  9000 SERIES - SHUTDOWN                                    *
053900*============================================================*
054000 9000-TERMINATE.
054700     DISPLAY 'History rows updated: ' WS-COUNT-DISPLAY.
054800     MOVE WS-SKIPPED-COUNT TO WS-COUNT-DISPLAY.
054900     DISPLAY 'Records skipped:      ' WS-COUNT-DISPLAY.
054910     MOVE WS-THROTTLED-COUNT TO WS-COUNT-DISPLAY.
054920     DISPLAY 'Throttled requests:   ' WS-COUNT-DISPLAY.
055000 9000-EXIT.
055100     EXIT.

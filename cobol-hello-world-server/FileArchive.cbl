004000*  RETENTION; 'INQUIRY' LISTS THE CATALOG TO ARCHINQ.OUT    *
004100*  SO AN INVESTIGATOR CAN SEE WHAT IS ARCHIVED WHERE        *
004200*  WITHOUT A RESTORE TICKET.                                *
004210*                                                            *
004220*  RESTORED COPIES: A DAILY FILE PUT BACK BY ArchiveRestore  *
004230*  CARRIES A RESTORED ENTRY IN THE CATALOG.  THE SWEEP NEVER *
004240*  COPIES SUCH A FILE AGAIN - IT IS ALREADY IN ITS ARCHIVE   *
004250*  DATASET.  ONCE THE RESTORE IS OLDER THAN THE RETENTION,   *
004260*  THE COPY IS RECOUNTED AGAINST THE CATALOG, PURGED, AND A  *
004270*  PURGED ENTRY CLOSES THE RESTORE.  A COPY WHOSE COUNT HAS  *
004280*  CHANGED IS REPORTED AS WITHHELD AND LEFT IN PLACE.        *
004300*----------------------------------------------------------*
004400*  MODIFICATION HISTORY.
004500*  DATE       INIT  DESCRIPTION
004750*                   CHAIN STEP COMPLETED, SO REPORT, POST,
004760*                   RECON, AND INTAKE-EDIT ALL GATE THE
004770*                   PURGE, NOT JUST THE POSTING STEP.
004775*  2026-10-15 DOB   CATALOG LAYOUT MOVED TO ARCHCAT.CPY WITH
004780*                   AN ENTRY TYPE.  SKIP FILES ArchiveRestore
004785*                   PUT BACK AND PURGE THEM, WITHOUT ARCHIVING
004790*                   THEM TWICE, ONCE THE RESTORE IS OLDER THAN
004795*                   THE RETENTION.  INQUIRY LISTS RESTORES.
004797*  2026-10-15 DOB   RUN-CONTROL LEDGER ENTRIES AT START AND END OF
004799*                   EACH RUN (RUNCTL.LOG).
004800*----------------------------------------------------------*
004900 ENVIRONMENT DIVISION.
005000 INPUT-OUTPUT SECTION.
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-RPT-STATUS.
007300
007310     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.LOG"
007320         ORGANIZATION IS LINE SEQUENTIAL
007330         FILE STATUS IS WS-RCL-STATUS.
007340
007400 DATA DIVISION.
007500 FILE SECTION.
007600 FD  DAILY-IN-FILE.
008100
008200 FD  ARCHIVE-CATALOG-FILE.
008300 01  ARCHIVE-CATALOG-RECORD.
008400     COPY ARCHCAT.
009100
009200 FD  PROCESS-CALENDAR-FILE.
009300 01  PROCESS-CALENDAR-RECORD.
009600 FD  ARCHIVE-REPORT-FILE.
009700 01  REPORT-LINE                     PIC X(80).
009800
009810 FD  RUN-CONTROL-FILE.
009820 01  RUN-CONTROL-RECORD.
009830     COPY RUNCTL.
009840
009900 WORKING-STORAGE SECTION.
010000 77  WS-DLY-STATUS                   PIC X(02) VALUE SPACES.
010100 77  WS-ARC-STATUS                   PIC X(02) VALUE SPACES.
010200 77  WS-CAT-STATUS                   PIC X(02) VALUE SPACES.
010300 77  WS-CAL-STATUS                   PIC X(02) VALUE SPACES.
010400 77  WS-RPT-STATUS                   PIC X(02) VALUE SPACES.
010410 77  WS-RCL-STATUS                   PIC X(02) VALUE SPACES.
010500
010600 01  WS-SWITCHES.
010700     05  WS-RUN-MODE-SW              PIC X(01) VALUE 'A'.
011900     05  WS-COPY-EOF-SW              PIC X(01) VALUE 'N'.
012000         88  WS-COPY-EOF             VALUE 'Y'.
012100         88  WS-COPY-NOT-EOF         VALUE 'N'.
012110     05  WS-RESTORED-FOUND-SW        PIC X(01) VALUE 'N'.
012120         88  WS-RESTORED-FOUND       VALUE 'Y'.
012130         88  WS-RESTORED-NOT-FOUND   VALUE 'N'.
012500
012600 77  WS-COMMAND-LINE                 PIC X(40) VALUE SPACES.
012700 01  WS-PARM-JUST                    PIC X(03) JUSTIFIED RIGHT.
016110 77  WS-INTK-LAST-DATE               PIC 9(08) VALUE ZERO.
016120 77  WS-CLEARED-THRU-DATE            PIC 9(08) VALUE ZERO.
016200
016205*----------------------------------------------------------*
016210*  RESTORED COPIES STILL OUT, FROM THE CATALOG'S RESTORED   *
016215*  ENTRIES LESS THOSE A LATER PURGED ENTRY CLOSED.  A SLOT  *
016220*  CLOSED DURING THE LOAD IS BLANKED AND REUSED.            *
016225*----------------------------------------------------------*
016230 77  WS-RESTORED-MAX                 PIC 9(04) COMP VALUE 500.
016235 77  WS-RESTORED-COUNT               PIC 9(04) COMP VALUE ZERO.
016240 77  WS-RX                           PIC 9(04) COMP VALUE ZERO.
016245 01  WS-RESTORED-TABLE.
016250     05  WS-RESTORED-ENTRY OCCURS 500 TIMES.
016255         10  WS-RS-FILE-NAME         PIC X(30).
016260         10  WS-RS-RECORD-COUNT      PIC 9(09).
016265         10  WS-RS-RESTORE-DATE      PIC 9(08).
016270         10  WS-RS-ARCHIVE-DSN       PIC X(30).
016275 77  WS-SEARCH-NAME                  PIC X(30) VALUE SPACES.
016280 77  WS-RESTORE-INTEGER              PIC S9(09) COMP VALUE ZERO.
016285
016300 77  WS-READ-COUNT                   PIC 9(09) COMP VALUE ZERO.
016400 77  WS-WRITE-COUNT                  PIC 9(09) COMP VALUE ZERO.
016500 77  WS-FILES-ARCHIVED               PIC 9(05) COMP VALUE ZERO.
016600 77  WS-FILES-WITHHELD               PIC 9(05) COMP VALUE ZERO.
016610 77  WS-FILES-PURGED                 PIC 9(05) COMP VALUE ZERO.
016700 77  WS-CATALOG-LINES                PIC 9(05) COMP VALUE ZERO.
016800 77  WS-COUNT-DISPLAY                PIC ZZZ,ZZZ,ZZ9.
016900
017000 01  WS-REPORT-LINE-OUT              PIC X(80) VALUE SPACES.
017100 01  WS-INQUIRY-LINE.
017200     05  WS-IQ-MARK                  PIC X(02) VALUE SPACES.
017300     05  WS-IQ-FILE-NAME             PIC X(30).
017400     05  FILLER                      PIC X(04) VALUE ' in '.
017500     05  WS-IQ-ARCHIVE-DSN           PIC X(15).
017700     05  FILLER                      PIC X(09) VALUE ' recs on '.
017800     05  WS-IQ-DATE                  PIC 9(08).
017900
017905*----------------------------------------------------------*
017910*  RUN-CONTROL LEDGER WORK AREAS.  THE START DATE AND TIME  *
017915*  PAIR THIS RUN'S END ENTRY WITH ITS START ENTRY.          *
017920*----------------------------------------------------------*
017925 01  WS-RUN-CONTROL.
017930     05  WS-RUN-PROGRAM              PIC X(08) VALUE 'FILEARCH'.
017935     05  WS-RUN-START-DATE           PIC 9(08) VALUE ZERO.
017940     05  WS-RUN-START-TIME           PIC 9(06) VALUE ZERO.
017945     05  WS-RUN-CLOCK                PIC 9(08) VALUE ZERO.
017950     05  WS-RUN-TARGET               PIC X(17) VALUE SPACES.
017955
018000 PROCEDURE DIVISION.
018100*============================================================*
018200 0000-MAINLINE.
018300*============================================================*
018310     PERFORM 8900-LOG-RUN-START THRU 8900-EXIT.
018400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018500     IF WS-INQUIRY-MODE
018600         PERFORM 3000-PRINT-INQUIRY THRU 3000-EXIT
018800         PERFORM 2000-ARCHIVE-SWEEP THRU 2000-EXIT
018900     END-IF.
019000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
019010     PERFORM 8910-LOG-RUN-END THRU 8910-EXIT.
019100     STOP RUN.
019200
019300*============================================================*
022200
022300     IF WS-ARCHIVE-MODE
022400         PERFORM 1200-LOAD-PROCESS-CALENDAR THRU 1200-EXIT
022410         PERFORM 1300-LOAD-RESTORED-FILES THRU 1300-EXIT
022500     END-IF.
022600 1000-EXIT.
022700     EXIT.
029100 1210-EXIT.
029200     EXIT.
030300
030301*----------------------------------------------------------*
030302*  A FILE ArchiveRestore PUT BACK ON DISK IS ALREADY IN ITS *
030303*  ARCHIVE DATASET.  COLLECT THE RESTORES STILL OUT SO THE  *
030304*  SWEEP LEAVES THEM ALONE AND 2600 CAN PURGE THEM.  MORE   *
030305*  THAN THE TABLE HOLDS ENDS THE RUN RATHER THAN RISK       *
030306*  ARCHIVING ONE TWICE.                                     *
030307*----------------------------------------------------------*
030308 1300-LOAD-RESTORED-FILES.
030309     MOVE ZERO TO WS-RESTORED-COUNT.
030310     OPEN INPUT ARCHIVE-CATALOG-FILE.
030311     IF WS-CAT-STATUS NOT = '00'
030312         GO TO 1300-EXIT
030313     END-IF.
030314     SET WS-CAT-NOT-EOF TO TRUE.
030315     PERFORM 1310-READ-CATALOG-ENTRY THRU 1310-EXIT
030316         UNTIL WS-CAT-EOF.
030317     CLOSE ARCHIVE-CATALOG-FILE.
030318 1300-EXIT.
030319     EXIT.
030320
030321 1310-READ-CATALOG-ENTRY.
030322     READ ARCHIVE-CATALOG-FILE
030323         AT END
030324             SET WS-CAT-EOF TO TRUE
030325     END-READ.
030326     IF WS-CAT-EOF
030327        OR CAT-ARCHIVED-ENTRY
030328         GO TO 1310-EXIT
030329     END-IF.
030330     MOVE CAT-FILE-NAME TO WS-SEARCH-NAME.
030331     PERFORM 2250-FIND-RESTORED-FILE THRU 2250-EXIT.
030332     IF CAT-PURGED-ENTRY
030333         IF WS-RESTORED-FOUND
030334             MOVE SPACES TO WS-RS-FILE-NAME (WS-RX)
030335         END-IF
030336         GO TO 1310-EXIT
030337     END-IF.
030338     IF WS-RESTORED-NOT-FOUND
030339         PERFORM 1320-ADD-RESTORED-SLOT THRU 1320-EXIT
030340     END-IF.
030341     MOVE CAT-FILE-NAME TO WS-RS-FILE-NAME (WS-RX).
030342     MOVE CAT-RECORD-COUNT TO WS-RS-RECORD-COUNT (WS-RX).
030343     MOVE CAT-ARCHIVE-DATE TO WS-RS-RESTORE-DATE (WS-RX).
030344     MOVE CAT-ARCHIVE-DSN TO WS-RS-ARCHIVE-DSN (WS-RX).
030345 1310-EXIT.
030346     EXIT.
030347
030348 1320-ADD-RESTORED-SLOT.
030349     MOVE SPACES TO WS-SEARCH-NAME.
030350     PERFORM 2250-FIND-RESTORED-FILE THRU 2250-EXIT.
030351     IF WS-RESTORED-FOUND
030352         GO TO 1320-EXIT
030353     END-IF.
030354     IF WS-RESTORED-COUNT NOT < WS-RESTORED-MAX
030355         DISPLAY 'Error: more than 500 restored files out - '
030356                 'purge some before the next sweep'
030357         MOVE 16 TO RETURN-CODE
030358         STOP RUN
030359     END-IF.
030360     ADD 1 TO WS-RESTORED-COUNT.
030361     MOVE WS-RESTORED-COUNT TO WS-RX.
030362 1320-EXIT.
030363     EXIT.
030364
030400*============================================================*
030500*  2000 SERIES - THE ARCHIVE SWEEP, ONE CALENDAR DAY AT A    *
030600*  TIME OVER THE YEAR ENDING AT TODAY MINUS THE RETENTION    *
032600     COMPUTE WS-SWEEP-INTEGER = WS-CUTOFF-INTEGER - 366.
032700     PERFORM 2100-PROCESS-ONE-DAY THRU 2100-EXIT
032800         UNTIL WS-SWEEP-INTEGER NOT < WS-CUTOFF-INTEGER.
032810     PERFORM 2600-PURGE-RESTORED-FILES THRU 2600-EXIT.
032900 2000-EXIT.
033000     EXIT.
033100
038100*  CATALOG IT, AND ONLY THEN PURGE IT.  A FILE THAT IS NOT  *
038200*  THERE IS NOTHING TO DO; A FILE WHOSE DAY HAS NOT         *
038300*  CLEARED IS REPORTED AND LEFT ALONE.                      *
038310*  A RESTORED COPY IS LEFT FOR 2600 TO PURGE.               *
038400*----------------------------------------------------------*
038500 2200-ARCHIVE-ONE-FILE.
038600     MOVE SPACES TO WS-DAILY-PATH.
038800            WS-SWEEP-DATE DELIMITED BY SIZE
038900            WS-FILE-SUFFIX DELIMITED BY SIZE
039000         INTO WS-DAILY-PATH.
039010     MOVE WS-DAILY-PATH TO WS-SEARCH-NAME.
039020     PERFORM 2250-FIND-RESTORED-FILE THRU 2250-EXIT.
039030     IF WS-RESTORED-FOUND
039040         GO TO 2200-EXIT
039050     END-IF.
039100     OPEN INPUT DAILY-IN-FILE.
039200     IF WS-DLY-STATUS = '35'
039300         GO TO 2200-EXIT
045900 2200-EXIT.
046000     EXIT.
046100
046105 2250-FIND-RESTORED-FILE.
046110     SET WS-RESTORED-NOT-FOUND TO TRUE.
046115     MOVE 1 TO WS-RX.
046120     PERFORM 2260-CHECK-RESTORED-SLOT THRU 2260-EXIT
046125         UNTIL WS-RESTORED-FOUND
046130            OR WS-RX > WS-RESTORED-COUNT.
046135 2250-EXIT.
046140     EXIT.
046145
046150 2260-CHECK-RESTORED-SLOT.
046155     IF WS-RS-FILE-NAME (WS-RX) = WS-SEARCH-NAME
046160         SET WS-RESTORED-FOUND TO TRUE
046165         GO TO 2260-EXIT
046170     END-IF.
046175     ADD 1 TO WS-RX.
046180 2260-EXIT.
046185     EXIT.
046190
046200 2300-COPY-ONE-RECORD.
046300     READ DAILY-IN-FILE
046400         AT END
050700 2400-EXIT.
050800     EXIT.
050900
050901*----------------------------------------------------------*
050902*  RESTORED COPIES.  A RESTORE IS KEPT FOR THE RETENTION,   *
050903*  COUNTED FROM THE DAY IT WAS RESTORED, THEN RECOUNTED     *
050904*  AGAINST ITS CATALOG ENTRY AND PURGED WITHOUT ANOTHER     *
050905*  COPY; A PURGED ENTRY CLOSES IT IN THE CATALOG.  A COPY   *
050906*  ALREADY REMOVED BY HAND IS CLOSED THE SAME WAY.          *
050907*----------------------------------------------------------*
050908 2600-PURGE-RESTORED-FILES.
050909     PERFORM 2610-PURGE-ONE-RESTORED THRU 2610-EXIT
050910         VARYING WS-RX FROM 1 BY 1
050911         UNTIL WS-RX > WS-RESTORED-COUNT.
050912 2600-EXIT.
050913     EXIT.
050914
050915 2610-PURGE-ONE-RESTORED.
050916     IF WS-RS-FILE-NAME (WS-RX) = SPACES
050917         GO TO 2610-EXIT
050918     END-IF.
050919     MOVE WS-RS-FILE-NAME (WS-RX) TO WS-DAILY-PATH.
050920     COMPUTE WS-RESTORE-INTEGER = FUNCTION INTEGER-OF-DATE
050921         (WS-RS-RESTORE-DATE (WS-RX)).
050922     IF WS-RESTORE-INTEGER > WS-CUTOFF-INTEGER
050923         MOVE SPACES TO WS-REPORT-LINE-OUT
050924         STRING '  ' DELIMITED BY SIZE
050925                WS-DAILY-PATH DELIMITED BY SIZE
050926                ' restored ' DELIMITED BY SIZE
050927                WS-RS-RESTORE-DATE (WS-RX) DELIMITED BY SIZE
050928                ' - held' DELIMITED BY SIZE
050929             INTO WS-REPORT-LINE-OUT
050930         WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT
050931         GO TO 2610-EXIT
050932     END-IF.
050933
050934     MOVE ZERO TO WS-READ-COUNT.
050935     OPEN INPUT DAILY-IN-FILE.
050936     IF WS-DLY-STATUS = '35'
050937         PERFORM 2650-WRITE-PURGED-ENTRY THRU 2650-EXIT
050938         MOVE SPACES TO WS-REPORT-LINE-OUT
050939         STRING '  ' DELIMITED BY SIZE
050940                WS-DAILY-PATH DELIMITED BY SIZE
050941                ' restored copy already gone' DELIMITED BY SIZE
050942             INTO WS-REPORT-LINE-OUT
050943         WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT
050944         GO TO 2610-EXIT
050945     END-IF.
050946     IF WS-DLY-STATUS NOT = '00'
050947         DISPLAY 'Error: Unable to open ' WS-DAILY-PATH
050948                 ' - status ' WS-DLY-STATUS
050949         MOVE 16 TO RETURN-CODE
050950         STOP RUN
050951     END-IF.
050952     SET WS-COPY-NOT-EOF TO TRUE.
050953     PERFORM 2620-COUNT-ONE-RECORD THRU 2620-EXIT
050954         UNTIL WS-COPY-EOF.
050955     CLOSE DAILY-IN-FILE.
050956
050957     IF WS-READ-COUNT NOT = WS-RS-RECORD-COUNT (WS-RX)
050958         ADD 1 TO WS-FILES-WITHHELD
050959         MOVE SPACES TO WS-REPORT-LINE-OUT
050960         STRING '  ' DELIMITED BY SIZE
050961                WS-DAILY-PATH DELIMITED BY SIZE
050962                ' withheld - restored copy changed'
050963                    DELIMITED BY SIZE
050964             INTO WS-REPORT-LINE-OUT
050965         WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT
050966         GO TO 2610-EXIT
050967     END-IF.
050968
050969     PERFORM 2650-WRITE-PURGED-ENTRY THRU 2650-EXIT.
050970     CALL 'CBL_DELETE_FILE' USING WS-DAILY-PATH.
050971     ADD 1 TO WS-FILES-PURGED.
050972     MOVE SPACES TO WS-REPORT-LINE-OUT.
050973     STRING '  ' DELIMITED BY SIZE
050974            WS-DAILY-PATH DELIMITED BY SIZE
050975            ' restored copy purged - held in ' DELIMITED BY SIZE
050976            WS-RS-ARCHIVE-DSN (WS-RX) DELIMITED BY SPACE
050977         INTO WS-REPORT-LINE-OUT.
050978     WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT.
050979 2610-EXIT.
050980     EXIT.
050981
050982 2620-COUNT-ONE-RECORD.
050983     READ DAILY-IN-FILE
050984         AT END
050985             SET WS-COPY-EOF TO TRUE
050986         NOT AT END
050987             ADD 1 TO WS-READ-COUNT
050988     END-READ.
050989 2620-EXIT.
050990     EXIT.
050991
050992 2650-WRITE-PURGED-ENTRY.
050993     OPEN EXTEND ARCHIVE-CATALOG-FILE.
050994     IF WS-CAT-STATUS NOT = '00'
050995         DISPLAY 'Error: Unable to open ARCHCAT.DAT - '
050996                 'restored copy left in place'
050997         MOVE 16 TO RETURN-CODE
050998         STOP RUN
050999     END-IF.
0509A0     MOVE SPACES TO ARCHIVE-CATALOG-RECORD.
0509A1     MOVE WS-DAILY-PATH TO CAT-FILE-NAME.
0509A2     MOVE WS-READ-COUNT TO CAT-RECORD-COUNT.
0509A3     MOVE WS-TODAY-DATE TO CAT-ARCHIVE-DATE.
0509A4     MOVE WS-RS-ARCHIVE-DSN (WS-RX) TO CAT-ARCHIVE-DSN.
0509A5     SET CAT-PURGED-ENTRY TO TRUE.
0509A6     WRITE ARCHIVE-CATALOG-RECORD.
0509A7     IF WS-CAT-STATUS NOT = '00'
0509A8         DISPLAY 'Error: ARCHCAT.DAT write failed - '
0509A9                 'restored copy left in place'
0509B0         MOVE 16 TO RETURN-CODE
0509B1         STOP RUN
0509B2     END-IF.
0509B3     CLOSE ARCHIVE-CATALOG-FILE.
0509B4 2650-EXIT.
0509B5     EXIT.
0509B6
051000*============================================================*
051100*  3000 SERIES - CATALOG INQUIRY                              *
051200*============================================================*
051300 3000-PRINT-INQUIRY.
051400     WRITE REPORT-LINE FROM
051500         'Archive Catalog Inquiry'.
051510     WRITE REPORT-LINE FROM
051520         '(R = restored to disk, P = restored copy purged)'.
051600     MOVE SPACES TO REPORT-LINE.
051700     WRITE REPORT-LINE.
051800     OPEN INPUT ARCHIVE-CATALOG-FILE.
054000     IF WS-CAT-EOF
054100         GO TO 3100-EXIT
054200     END-IF.
054210     EVALUATE TRUE
054220         WHEN CAT-RESTORED-ENTRY
054230             MOVE 'R ' TO WS-IQ-MARK
054240         WHEN CAT-PURGED-ENTRY
054250             MOVE 'P ' TO WS-IQ-MARK
054260         WHEN OTHER
054270             MOVE SPACES TO WS-IQ-MARK
054280     END-EVALUATE.
054300     MOVE CAT-FILE-NAME TO WS-IQ-FILE-NAME.
054400     MOVE CAT-ARCHIVE-DSN TO WS-IQ-ARCHIVE-DSN.
054500     MOVE CAT-RECORD-COUNT TO WS-IQ-COUNT.
055000     EXIT.
055100
055200*============================================================*
055201*  8900 SERIES - RUN-CONTROL LEDGER                          *
055202*============================================================*
055203*----------------------------------------------------------*
055204*  THE 'S' ENTRY GOES OUT BEFORE ANY WORK, SO A STEP THAT   *
055205*  ABENDS OR TAKES A FATAL EXIT STILL SHOWS ON THE LEDGER   *
055206*  AS STARTED WITHOUT ENDING.                               *
055207*----------------------------------------------------------*
055208 8900-LOG-RUN-START.
055209     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
055210     ACCEPT WS-RUN-CLOCK FROM TIME.
055211     DIVIDE WS-RUN-CLOCK BY 100 GIVING WS-RUN-START-TIME.
055212     MOVE SPACES TO RUN-CONTROL-RECORD.
055213     SET RCL-STEP-STARTED TO TRUE.
055214     MOVE ZERO TO RCL-END-DATE RCL-END-TIME RCL-RETURN-CODE
055215                  RCL-RECORDS-IN RCL-RECORDS-OUT
055216                  RCL-RECORDS-REJECTED.
055217     PERFORM 8950-APPEND-RUN-CONTROL THRU 8950-EXIT.
055218 8900-EXIT.
055219     EXIT.
055220
055221*----------------------------------------------------------*
055222*  THE COUNTS ARE FILES: RECORDS IN IS EVERY FILE THE SWEEP *
055223*  ACTED ON OR WITHHELD, RECORDS OUT THE ONES ARCHIVED OR   *
055224*  PURGED, REJECTED THE ONES WITHHELD.  AN INQUIRY RUN      *
055225*  MOVES NOTHING AND LOGS ZEROES.                           *
055226*----------------------------------------------------------*
055227 8910-LOG-RUN-END.
055228     MOVE SPACES TO RUN-CONTROL-RECORD.
055229     SET RCL-STEP-ENDED TO TRUE.
055230     ACCEPT RCL-END-DATE FROM DATE YYYYMMDD.
055231     ACCEPT WS-RUN-CLOCK FROM TIME.
055232     DIVIDE WS-RUN-CLOCK BY 100 GIVING RCL-END-TIME.
055233     MOVE RETURN-CODE TO RCL-RETURN-CODE.
055234     MOVE WS-RUN-START-DATE TO WS-RUN-TARGET.
055235     COMPUTE RCL-RECORDS-IN = WS-FILES-ARCHIVED
055236         + WS-FILES-PURGED + WS-FILES-WITHHELD.
055237     COMPUTE RCL-RECORDS-OUT = WS-FILES-ARCHIVED
055238         + WS-FILES-PURGED.
055239     MOVE WS-FILES-WITHHELD TO RCL-RECORDS-REJECTED.
055240     SET RCL-VOLUME-ONLY TO TRUE.
055241     PERFORM 8950-APPEND-RUN-CONTROL THRU 8950-EXIT.
055242 8910-EXIT.
055243     EXIT.
055244
055245*----------------------------------------------------------*
055246*  THE LEDGER IS SHARED AND APPEND-ONLY.  ONE THAT CANNOT   *
055247*  BE WRITTEN IS WARNED ABOUT BUT NEVER FAILS THE STEP -    *
055248*  THE LEDGER RECORDS THE WORK, IT IS NOT PART OF IT.       *
055249*----------------------------------------------------------*
055250 8950-APPEND-RUN-CONTROL.
055251     MOVE WS-RUN-PROGRAM TO RCL-PROGRAM.
055252     MOVE WS-RUN-START-DATE TO RCL-START-DATE.
055253     MOVE WS-RUN-START-TIME TO RCL-START-TIME.
055254     MOVE WS-RUN-TARGET TO RCL-TARGET.
055255     OPEN EXTEND RUN-CONTROL-FILE.
055256     IF WS-RCL-STATUS = '35'
055257         OPEN OUTPUT RUN-CONTROL-FILE
055258     END-IF.
055259     IF WS-RCL-STATUS NOT = '00'
055260         DISPLAY 'Warning: unable to open RUNCTL.LOG - status '
055261                 WS-RCL-STATUS
055262         GO TO 8950-EXIT
055263     END-IF.
055264     WRITE RUN-CONTROL-RECORD.
055265     CLOSE RUN-CONTROL-FILE.
055266 8950-EXIT.
055267     EXIT.
055268
055269*============================================================*
055300*  9000 SERIES - TOTALS AND SHUTDOWN                          *
055400*============================================================*
055500 9000-TERMINATE.
056200                WS-COUNT-DISPLAY DELIMITED BY SIZE
056300             INTO WS-REPORT-LINE-OUT
056400         WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT
056410         MOVE WS-FILES-PURGED TO WS-COUNT-DISPLAY
056420         MOVE SPACES TO WS-REPORT-LINE-OUT
056430         STRING 'Files purged:   ' DELIMITED BY SIZE
056440                WS-COUNT-DISPLAY DELIMITED BY SIZE
056450             INTO WS-REPORT-LINE-OUT
056460         WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT
056500         MOVE WS-FILES-WITHHELD TO WS-COUNT-DISPLAY
056600         MOVE SPACES TO WS-REPORT-LINE-OUT
056700         STRING 'Files withheld: ' DELIMITED BY SIZE
057200     CLOSE ARCHIVE-REPORT-FILE.
057300     MOVE WS-FILES-ARCHIVED TO WS-COUNT-DISPLAY.
057400     DISPLAY 'Files archived: ' WS-COUNT-DISPLAY.
057410     MOVE WS-FILES-PURGED TO WS-COUNT-DISPLAY.
057420     DISPLAY 'Files purged:   ' WS-COUNT-DISPLAY.
057500     MOVE WS-FILES-WITHHELD TO WS-COUNT-DISPLAY.
057600     DISPLAY 'Files withheld: ' WS-COUNT-DISPLAY.
057700 9000-EXIT.

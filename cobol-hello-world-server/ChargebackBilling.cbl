004110*  RATE CLASS ON THE MASTER WITH NO CURRENT RATE ROW ENDS   *
004120*  THE RUN WITH RETURN-CODE 16 RATHER THAN PRICING AT A     *
004130*  GUESS.                                                   *
004140*                                                            *
004150*  A UNIT THE PRIOR MONTH'S BudgetVariance RUN FLAGGED AS   *
004160*  PROJECTED OVER ITS ANNUAL BUDGET (BDGTWARN.DAT) GETS A   *
004170*  WARNING BLOCK AT THE TOP OF ITS STATEMENT, ADDRESSED TO  *
004180*  THE UNIT'S CONTACT ON CLIMAST.DAT.                       *
004200*----------------------------------------------------------*
004300*  MODIFICATION HISTORY.
004400*  DATE       INIT  DESCRIPTION
005687*                   MASTER (BILLHIST.MST) SO STATEMENTS
005688*                   PRINT PRIOR-MONTH AND MONTH-OVER-MONTH
005689*                   VARIANCE.
005690*  2026-10-15 DOB   WRITE THE EXCEPTION PAGE ALSO AS A
005691*                   MACHINE-READABLE EXTRACT (CHGBEXC.DAT,
005692*                   CHGBEXC COPYBOOK) SO ClientMasterMaint
005693*                   CAN DRAFT THE MISSING CLIMAST.DAT ADDS
005694*                   WITH ADDRESS AND VOLUME ALREADY KEYED.
005695*  2026-10-15 DOB   PRINT THE PRIOR MONTH NET OF ANY
005696*                   ChargebackAdjust CREDITS AND DEBITS
005697*                   (BH-ADJ-NET), AND CARRY A MONTH'S
005698*                   ADJUSTMENTS FORWARD WHEN A RERUN
005699*                   REPOSTS ITS HISTORY ROW INSTEAD OF
0056A0*                   BLANKING THEM.
0056A1*  2026-10-15 DOB   RUN-CONTROL LEDGER ENTRIES AT START AND END OF
0056A2*                   EACH RUN (RUNCTL.LOG).
0056A3*  2026-10-15 DOB   PRINT A BUDGET WARNING BLOCK ON THE
0056A4*                   STATEMENT OF EVERY UNIT THE PRIOR
0056A5*                   MONTH'S BudgetVariance RUN FLAGGED AS
0056A6*                   PROJECTED OVER BUDGET (BDGTWARN.DAT),
0056A7*                   ADDRESSED TO THE UNIT'S CONTACT.
005700*----------------------------------------------------------*
005800 ENVIRONMENT DIVISION.
005900 INPUT-OUTPUT SECTION.
008400         RECORD KEY IS UW-UNIT
008500         FILE STATUS IS WS-UWK-STATUS.
008600
008610     SELECT BUDGET-WARNING-FILE ASSIGN TO "BDGTWARN.DAT"
008620         ORGANIZATION IS LINE SEQUENTIAL
008630         FILE STATUS IS WS-BWX-STATUS.
008640
008700     SELECT BILLING-REPORT-FILE ASSIGN TO "CHGBACK.OUT"
008800         ORGANIZATION IS LINE SEQUENTIAL
008900         FILE STATUS IS WS-RPT-STATUS.
008990         RECORD KEY IS BH-KEY
008991         FILE STATUS IS WS-BHM-STATUS.
009000
009010     SELECT EXCEPTION-EXTRACT-FILE ASSIGN TO "CHGBEXC.DAT"
009020         ORGANIZATION IS LINE SEQUENTIAL
009030         FILE STATUS IS WS-EXC-STATUS.
009040
009050     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.LOG"
009060         ORGANIZATION IS LINE SEQUENTIAL
009070         FILE STATUS IS WS-RCL-STATUS.
009080
009100 DATA DIVISION.
009200 FILE SECTION.
009300 FD  ACCESS-LOG-FILE.
013560 01  BILLING-HISTORY-RECORD.
013570     COPY BILLHIST.
013600
013605 FD  BUDGET-WARNING-FILE.
013610 01  BUDGET-WARNING-RECORD.
013615     COPY BDGTWARN.
013620
013625 FD  EXCEPTION-EXTRACT-FILE.
013630 01  EXCEPTION-EXTRACT-RECORD.
013635     COPY CHGBEXC.
013640
013645 FD  RUN-CONTROL-FILE.
013650 01  RUN-CONTROL-RECORD.
013655     COPY RUNCTL.
013660
013700 WORKING-STORAGE SECTION.
013800 77  WS-ALOG-STATUS                  PIC X(02) VALUE SPACES.
013900 77  WS-CMF-STATUS                   PIC X(02) VALUE SPACES.
013910 77  WS-RTF-STATUS                   PIC X(02) VALUE SPACES.
013920 77  WS-GLX-STATUS                   PIC X(02) VALUE SPACES.
013930 77  WS-BHM-STATUS                   PIC X(02) VALUE SPACES.
013940 77  WS-EXC-STATUS                   PIC X(02) VALUE SPACES.
013950 77  WS-BWX-STATUS                   PIC X(02) VALUE SPACES.
014000 77  WS-MWK-STATUS                   PIC X(02) VALUE SPACES.
014100 77  WS-VWK-STATUS                   PIC X(02) VALUE SPACES.
014200 77  WS-UWK-STATUS                   PIC X(02) VALUE SPACES.
014300 77  WS-RPT-STATUS                   PIC X(02) VALUE SPACES.
014310 77  WS-RCL-STATUS                   PIC X(02) VALUE SPACES.
014400
014500 01  WS-SWITCHES.
014600     05  WS-EOF-SW                   PIC X(01) VALUE 'N'.
015200     05  WS-UNIT-EOF-SW              PIC X(01) VALUE 'N'.
015300         88  WS-UNIT-EOF             VALUE 'Y'.
015400         88  WS-UNIT-NOT-EOF         VALUE 'N'.
015410     05  WS-WARN-EOF-SW              PIC X(01) VALUE 'Y'.
015420         88  WS-WARN-EOF             VALUE 'Y'.
015430         88  WS-WARN-NOT-EOF         VALUE 'N'.
015440     05  WS-WARN-OPEN-SW             PIC X(01) VALUE 'N'.
015450         88  WS-WARN-OPEN            VALUE 'Y'.
015460         88  WS-WARN-CLOSED          VALUE 'N'.
015500
015600 77  WS-COMMAND-LINE                 PIC X(40) VALUE SPACES.
015700 01  WS-BILL-MONTH                   PIC X(06) VALUE SPACES.
020141 77  WS-PRIOR-FOUND-SW               PIC X(01) VALUE 'N'.
020142     88  WS-PRIOR-FOUND              VALUE 'Y'.
020143     88  WS-PRIOR-MISSING            VALUE 'N'.
0201A0 77  WS-PRIOR-ADJ                    PIC S9(07)V99 VALUE ZERO.
0201A1 77  WS-KEEP-ADJ                     PIC S9(07)V99 VALUE ZERO.
0201A2 77  WS-ADJ-DISPLAY                  PIC Z,ZZZ,ZZ9.99-.
0201A3
0201A4*----------------------------------------------------------*
0201A5*  BUDGET WARNINGS.  BDGTWARN.DAT IS IN UNIT ORDER, THE     *
0201A6*  ORDER THE STATEMENTS PRINT IN, SO ONE FORWARD PASS       *
0201A7*  MATCHES EACH WARNING TO ITS UNIT'S STATEMENT.            *
0201A8*----------------------------------------------------------*
0201A9 77  WS-WARN-COUNT                   PIC 9(05) COMP VALUE ZERO.
0201B0 77  WS-WARN-MONEY-DISPLAY           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
0201B1 77  WS-WARN-PCT-DISPLAY             PIC ZZZZ9.9.
0201B2 77  WS-WARN-LIMIT-DISPLAY           PIC ZZ9.
020144
020200 01  WS-REPORT-LINE-OUT              PIC X(80) VALUE SPACES.
020300 77  WS-COUNT-DISPLAY                PIC ZZZ,ZZZ,ZZ9.
022100     05  WS-CT-BYTES                 PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
022200     05  FILLER                      PIC X(06) VALUE ' bytes'.
022300
022305*----------------------------------------------------------*
022310*  RUN-CONTROL LEDGER WORK AREAS.  THE START DATE AND TIME  *
022315*  PAIR THIS RUN'S END ENTRY WITH ITS START ENTRY.          *
022320*----------------------------------------------------------*
022325 01  WS-RUN-CONTROL.
022330     05  WS-RUN-PROGRAM              PIC X(08) VALUE 'CHGBBILL'.
022335     05  WS-RUN-START-DATE           PIC 9(08) VALUE ZERO.
022340     05  WS-RUN-START-TIME           PIC 9(06) VALUE ZERO.
022345     05  WS-RUN-CLOCK                PIC 9(08) VALUE ZERO.
022350     05  WS-RUN-TARGET               PIC X(17) VALUE SPACES.
022355
022400 PROCEDURE DIVISION.
022500*============================================================*
022600 0000-MAINLINE.
022700*============================================================*
022710     PERFORM 8900-LOG-RUN-START THRU 8900-EXIT.
022800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022900     PERFORM 2100-PROCESS-DAY THRU 2100-EXIT
023000         VARYING WS-DD FROM 1 BY 1
023400     PERFORM 5000-PRINT-EXCEPTIONS THRU 5000-EXIT.
023500     PERFORM 6000-PRINT-CONTROL-TOTALS THRU 6000-EXIT.
023600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
023610     PERFORM 8910-LOG-RUN-END THRU 8910-EXIT.
023700     STOP RUN.
023800
023900*============================================================*
025800     PERFORM 1200-LOAD-CLIENT-MASTER THRU 1200-EXIT.
025810     PERFORM 1300-LOAD-RATE-TABLE THRU 1300-EXIT.
025820     PERFORM 1400-OPEN-INTERFACE-FILES THRU 1400-EXIT.
025830     PERFORM 1500-OPEN-BUDGET-WARNINGS THRU 1500-EXIT.
025900
026000     OPEN OUTPUT BILLING-REPORT-FILE.
026100     IF WS-RPT-STATUS NOT = '00'
038303 1400-EXIT.
038304     EXIT.
038305
038307*----------------------------------------------------------*
038309*  ONLY WARNINGS FROM THE VARIANCE RUN FOR THE MONTH BEFORE *
038311*  THIS ONE PRINT - A STALE EXTRACT LEFT FROM AN EARLIER    *
038313*  MONTH, OR THE EXTRACT FOR THIS MONTH ON A RERUN, DOES    *
038315*  NOT.  NO EXTRACT SIMPLY MEANS NO WARNINGS; THE           *
038317*  STATEMENTS THEMSELVES ARE UNAFFECTED.                    *
038319*----------------------------------------------------------*
038321 1500-OPEN-BUDGET-WARNINGS.
038323     MOVE WS-BM-YEAR TO WS-PM-YEAR.
038325     IF WS-BM-MONTH = 1
038327         SUBTRACT 1 FROM WS-PM-YEAR
038329         MOVE 12 TO WS-PM-MONTH
038331     ELSE
038333         COMPUTE WS-PM-MONTH = WS-BM-MONTH - 1
038335     END-IF.
038337     SET WS-WARN-EOF TO TRUE.
038339     OPEN INPUT BUDGET-WARNING-FILE.
038341     IF WS-BWX-STATUS = '35'
038343         DISPLAY 'Notice: BDGTWARN.DAT not found - '
038345                 'no budget warnings printed'
038347         GO TO 1500-EXIT
038349     END-IF.
038351     IF WS-BWX-STATUS NOT = '00'
038353         DISPLAY 'Warning: unable to open BDGTWARN.DAT - status '
038355                 WS-BWX-STATUS
038357         GO TO 1500-EXIT
038359     END-IF.
038361     SET WS-WARN-OPEN TO TRUE.
038363     SET WS-WARN-NOT-EOF TO TRUE.
038365     PERFORM 1510-READ-WARNING THRU 1510-EXIT.
038367     IF WS-WARN-NOT-EOF
038369        AND BW-REPORT-MONTH NOT = WS-PRIOR-MONTH
038371         DISPLAY 'Notice: BDGTWARN.DAT is for ' BW-REPORT-MONTH
038373                 ' - no budget warnings printed'
038375         SET WS-WARN-EOF TO TRUE
038377     END-IF.
038379 1500-EXIT.
038381     EXIT.
038383
038385 1510-READ-WARNING.
038387     READ BUDGET-WARNING-FILE
038389         AT END
038391             SET WS-WARN-EOF TO TRUE
038393     END-READ.
038395 1510-EXIT.
038397     EXIT.
038399
038400*============================================================*
038500*  2000 SERIES - ACCUMULATE THE MONTH'S VOLUME PER ADDRESS   *
038600*============================================================*
061800            UW-CONTACT DELIMITED BY SIZE
061900         INTO WS-REPORT-LINE-OUT.
062000     WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT.
062010     PERFORM 4150-PRINT-BUDGET-WARNING THRU 4150-EXIT.
062100
062200     PERFORM 4200-SET-RATES THRU 4200-EXIT.
062210
066100     EXIT.
066200
066210*----------------------------------------------------------*
066211*  SKIPS WARNINGS FOR UNITS WITH NO STATEMENT THIS MONTH,   *
066212*  THEN PRINTS THE UNIT'S OWN WARNING, IF IT HAS ONE, FOR   *
066213*  THE CONTACT NAMED ON THE CLIENT MASTER.                  *
066214*----------------------------------------------------------*
066215 4150-PRINT-BUDGET-WARNING.
066216     PERFORM 1510-READ-WARNING THRU 1510-EXIT
066217         UNTIL WS-WARN-EOF
066218            OR BW-BUSINESS-UNIT NOT < UW-UNIT.
066219     IF WS-WARN-EOF
0662A0        OR BW-BUSINESS-UNIT NOT = UW-UNIT
0662A1         GO TO 4150-EXIT
0662A2     END-IF.
0662A3
0662A4     MOVE SPACES TO REPORT-LINE.
0662A5     WRITE REPORT-LINE.
0662A6     MOVE SPACES TO WS-REPORT-LINE-OUT.
0662A7     STRING '*** BUDGET WARNING - FISCAL YEAR ' DELIMITED BY SIZE
0662A8            BW-FISCAL-YEAR DELIMITED BY SIZE
0662A9            ' ***' DELIMITED BY SIZE
0662B0         INTO WS-REPORT-LINE-OUT.
0662B1     WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT.
0662B2     MOVE SPACES TO WS-REPORT-LINE-OUT.
0662B3     STRING 'Attention: ' DELIMITED BY SIZE
0662B4            UW-CONTACT DELIMITED BY SIZE
0662B5         INTO WS-REPORT-LINE-OUT.
0662B6     WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT.
0662B7     MOVE BW-YTD-ACTUAL TO WS-WARN-MONEY-DISPLAY.
0662B8     MOVE SPACES TO WS-REPORT-LINE-OUT.
0662B9     STRING 'Spend through ' DELIMITED BY SIZE
0662C0            BW-REPORT-MONTH DELIMITED BY SIZE
0662C1            ': ' DELIMITED BY SIZE
0662C2            WS-WARN-MONEY-DISPLAY DELIMITED BY SIZE
0662C3         INTO WS-REPORT-LINE-OUT.
0662C4     WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT.
0662C5     MOVE BW-PROJECTED TO WS-WARN-MONEY-DISPLAY.
0662C6     MOVE SPACES TO WS-REPORT-LINE-OUT.
0662C7     STRING 'Projected full year:  ' DELIMITED BY SIZE
0662C8            WS-WARN-MONEY-DISPLAY DELIMITED BY SIZE
0662C9         INTO WS-REPORT-LINE-OUT.
0662D0     WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT.
0662D1     MOVE BW-ANNUAL-BUDGET TO WS-WARN-MONEY-DISPLAY.
0662D2     MOVE SPACES TO WS-REPORT-LINE-OUT.
0662D3     STRING 'Annual budget:        ' DELIMITED BY SIZE
0662D4            WS-WARN-MONEY-DISPLAY DELIMITED BY SIZE
0662D5         INTO WS-REPORT-LINE-OUT.
0662D6     WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT.
0662D7     MOVE BW-OVER-PCT TO WS-WARN-PCT-DISPLAY.
0662D8     MOVE BW-THRESHOLD-PCT TO WS-WARN-LIMIT-DISPLAY.
0662D9     MOVE SPACES TO WS-REPORT-LINE-OUT.
0662E0     STRING 'Projected ' DELIMITED BY SIZE
0662E1            FUNCTION TRIM(WS-WARN-PCT-DISPLAY) DELIMITED BY SIZE
0662E2            '% over budget - warning limit ' DELIMITED BY SIZE
0662E3            FUNCTION TRIM(WS-WARN-LIMIT-DISPLAY) DELIMITED BY SIZE
0662E4            '%.' DELIMITED BY SIZE
0662E5         INTO WS-REPORT-LINE-OUT.
0662E6     WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT.
0662E7     WRITE REPORT-LINE FROM
0662E8         '****************************************'.
0662E9     MOVE SPACES TO REPORT-LINE.
0662F0     WRITE REPORT-LINE.
0662F1     ADD 1 TO WS-WARN-COUNT.
0662F2     PERFORM 1510-READ-WARNING THRU 1510-EXIT.
0662F3 4150-EXIT.
0662F4     EXIT.
0662F5
0662F6*----------------------------------------------------------*
066220*  PICKS THE RATE ROW FOR THE UNIT'S CLASS WITH THE LATEST  *
066230*  EFFECTIVE DATE NOT AFTER THE BILLING MONTH'S END, SO A   *
066240*  RATE NEGOTIATED MID-YEAR PRICES ITS FIRST MONTH          *
067990*  READS THE UNIT'S PRIOR-MONTH HISTORY ROW FOR THE        *
068000*  VARIANCE LINES ON THE STATEMENT, THEN POSTS THE CURRENT  *
068010*  MONTH - A REWRITE WHEN THE MONTH IS ALREADY ON FILE, SO  *
068020*  A RERUN REPLACES ITS OWN NUMBERS INSTEAD OF FAILING (ANY *
068021*  ADJUSTMENTS ALREADY POSTED TO THE MONTH ARE KEPT).  A    *
068030*  UNIT WHOSE BILL DOUBLES SHOWS IT ON ITS OWN STATEMENT,   *
068040*  NOT IN A PHONE CALL FROM THE DEPARTMENT HEAD.            *
068050*----------------------------------------------------------*
068130     END-IF.
068140
068150     SET WS-PRIOR-MISSING TO TRUE.
068160     MOVE ZERO TO WS-PRIOR-TOTAL WS-PRIOR-ADJ.
068170     MOVE UW-UNIT TO BH-BUSINESS-UNIT.
068180     MOVE WS-PRIOR-MONTH TO BH-BILL-MONTH.
068190     READ BILLING-HISTORY-FILE.
068200     IF WS-BHM-STATUS = '00'
068210         SET WS-PRIOR-FOUND TO TRUE
068215         IF BH-ADJ-NET IS NUMERIC
068216             MOVE BH-ADJ-NET TO WS-PRIOR-ADJ
068217         END-IF
068220         COMPUTE WS-PRIOR-TOTAL =
068225             BH-TOTAL-CHARGE + WS-PRIOR-ADJ
068230     END-IF.
068240
068250     IF WS-PRIOR-FOUND
068340                WS-VARIANCE-DISPLAY DELIMITED BY SIZE
068350             INTO WS-REPORT-LINE-OUT
068360         WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT
068361         IF WS-PRIOR-ADJ NOT = ZERO
068362             MOVE WS-PRIOR-ADJ TO WS-ADJ-DISPLAY
068363             MOVE SPACES TO WS-REPORT-LINE-OUT
068364             STRING '  (net of adjustments of ' DELIMITED BY SIZE
068365                    FUNCTION TRIM(WS-ADJ-DISPLAY)
068366                        DELIMITED BY SIZE
068367                    ')' DELIMITED BY SIZE
068368                 INTO WS-REPORT-LINE-OUT
068369             WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT
0683A0         END-IF
068370     ELSE
068380         WRITE REPORT-LINE FROM
068390             'Prior month: (no history on file)'
068400     END-IF.
068410
068411     MOVE ZERO TO WS-KEEP-ADJ.
068412     MOVE UW-UNIT TO BH-BUSINESS-UNIT.
068413     MOVE WS-BILL-MONTH TO BH-BILL-MONTH.
068414     READ BILLING-HISTORY-FILE.
068415     IF WS-BHM-STATUS = '00'
068416        AND BH-ADJ-NET IS NUMERIC
068417         MOVE BH-ADJ-NET TO WS-KEEP-ADJ
068418     END-IF.
068419
068420     MOVE SPACES TO BILLING-HISTORY-RECORD.
068430     MOVE UW-UNIT TO BH-BUSINESS-UNIT.
068440     MOVE WS-BILL-MONTH TO BH-BILL-MONTH.
068450     MOVE WS-CONN-CHARGE TO BH-CONN-CHARGE.
068460     MOVE WS-BYTE-CHARGE TO BH-BYTE-CHARGE.
068470     MOVE WS-UNIT-CHARGE TO BH-TOTAL-CHARGE.
068475     MOVE WS-KEEP-ADJ TO BH-ADJ-NET.
068480     WRITE BILLING-HISTORY-RECORD.
068490     IF WS-BHM-STATUS = '22'
068500         REWRITE BILLING-HISTORY-RECORD
068620*  5000 SERIES - UNMATCHED ADDRESS EXCEPTION PAGE            *
068630*============================================================*
068640 5000-PRINT-EXCEPTIONS.
068641     OPEN OUTPUT EXCEPTION-EXTRACT-FILE.
068642     IF WS-EXC-STATUS NOT = '00'
068643         DISPLAY 'Error: Unable to open CHGBEXC.DAT - status '
068644                 WS-EXC-STATUS
068645         MOVE 16 TO RETURN-CODE
068646         STOP RUN
068647     END-IF.
068648
068650     MOVE SPACES TO REPORT-LINE.
068660     WRITE REPORT-LINE.
068670     WRITE REPORT-LINE FROM
069110     WRITE REPORT-LINE FROM WS-EXCEPTION-LINE.
069120     ADD VW-CONNS TO WS-EXCEPT-CONNS.
069130     ADD VW-BYTES TO WS-EXCEPT-BYTES.
069131
069132     MOVE SPACES TO EXCEPTION-EXTRACT-RECORD.
069133     MOVE WS-BILL-MONTH TO EXC-BILL-MONTH.
069134     MOVE VW-ADDRESS TO EXC-CLIENT-ADDR.
069135     MOVE VW-CONNS TO EXC-CONNECTIONS.
069136     MOVE VW-BYTES TO EXC-BYTES.
069137     WRITE EXCEPTION-EXTRACT-RECORD.
069138     IF WS-EXC-STATUS NOT = '00'
069139         DISPLAY 'Error: CHGBEXC.DAT write failed - status '
0691A0                 WS-EXC-STATUS
0691A1         MOVE 16 TO RETURN-CODE
0691A2         STOP RUN
0691A3     END-IF.
069140 5100-EXIT.
069150     EXIT.
069160
069590     EXIT.
069600
069610*============================================================*
069611*  8900 SERIES - RUN-CONTROL LEDGER                          *
069612*============================================================*
069613*----------------------------------------------------------*
069614*  THE 'S' ENTRY GOES OUT BEFORE ANY WORK, SO A STEP THAT   *
069615*  ABENDS OR TAKES A FATAL EXIT STILL SHOWS ON THE LEDGER   *
069616*  AS STARTED WITHOUT ENDING.                               *
069617*----------------------------------------------------------*
069618 8900-LOG-RUN-START.
069619     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
0696A0     ACCEPT WS-RUN-CLOCK FROM TIME.
0696A1     DIVIDE WS-RUN-CLOCK BY 100 GIVING WS-RUN-START-TIME.
0696A2     MOVE SPACES TO RUN-CONTROL-RECORD.
0696A3     SET RCL-STEP-STARTED TO TRUE.
0696A4     MOVE ZERO TO RCL-END-DATE RCL-END-TIME RCL-RETURN-CODE
0696A5                  RCL-RECORDS-IN RCL-RECORDS-OUT
0696A6                  RCL-RECORDS-REJECTED.
0696A7     PERFORM 8950-APPEND-RUN-CONTROL THRU 8950-EXIT.
0696A8 8900-EXIT.
0696A9     EXIT.
0696B0
0696B1*----------------------------------------------------------*
0696B2*  THE COUNTS ARE CONNECTIONS: EVERY ONE READ FROM THE LOGS *
0696B3*  IS EITHER PRICED OR SET ASIDE AS AN EXCEPTION, SO THE    *
0696B4*  STEP MUST BALANCE - THE SAME TIE THE CONTROL TOTALS      *
0696B5*  PRINT.  THE TARGET IS THE BILLING MONTH.                 *
0696B6*----------------------------------------------------------*
0696B7 8910-LOG-RUN-END.
0696B8     MOVE SPACES TO RUN-CONTROL-RECORD.
0696B9     SET RCL-STEP-ENDED TO TRUE.
0696C0     ACCEPT RCL-END-DATE FROM DATE YYYYMMDD.
0696C1     ACCEPT WS-RUN-CLOCK FROM TIME.
0696C2     DIVIDE WS-RUN-CLOCK BY 100 GIVING RCL-END-TIME.
0696C3     MOVE RETURN-CODE TO RCL-RETURN-CODE.
0696C4     MOVE WS-BILL-MONTH TO WS-RUN-TARGET.
0696C5     MOVE WS-TOTAL-LOG-CONNS TO RCL-RECORDS-IN.
0696C6     MOVE WS-PRICED-CONNS TO RCL-RECORDS-OUT.
0696C7     MOVE WS-EXCEPT-CONNS TO RCL-RECORDS-REJECTED.
0696C8     SET RCL-MUST-BALANCE TO TRUE.
0696C9     PERFORM 8950-APPEND-RUN-CONTROL THRU 8950-EXIT.
0696D0 8910-EXIT.
0696D1     EXIT.
0696D2
0696D3*----------------------------------------------------------*
0696D4*  THE LEDGER IS SHARED AND APPEND-ONLY.  ONE THAT CANNOT   *
0696D5*  BE WRITTEN IS WARNED ABOUT BUT NEVER FAILS THE STEP -    *
0696D6*  THE LEDGER RECORDS THE WORK, IT IS NOT PART OF IT.       *
0696D7*----------------------------------------------------------*
0696D8 8950-APPEND-RUN-CONTROL.
0696D9     MOVE WS-RUN-PROGRAM TO RCL-PROGRAM.
0696E0     MOVE WS-RUN-START-DATE TO RCL-START-DATE.
0696E1     MOVE WS-RUN-START-TIME TO RCL-START-TIME.
0696E2     MOVE WS-RUN-TARGET TO RCL-TARGET.
0696E3     OPEN EXTEND RUN-CONTROL-FILE.
0696E4     IF WS-RCL-STATUS = '35'
0696E5         OPEN OUTPUT RUN-CONTROL-FILE
0696E6     END-IF.
0696E7     IF WS-RCL-STATUS NOT = '00'
0696E8         DISPLAY 'Warning: unable to open RUNCTL.LOG - status '
0696E9                 WS-RCL-STATUS
0696F0         GO TO 8950-EXIT
0696F1     END-IF.
0696F2     WRITE RUN-CONTROL-RECORD.
0696F3     CLOSE RUN-CONTROL-FILE.
0696F4 8950-EXIT.
0696F5     EXIT.
0696F6
0696F7*============================================================*
069620*  9000 SERIES - GRAND TOTAL AND SHUTDOWN                    *
069630*============================================================*
069640 9000-TERMINATE.
069740     CLOSE BILLING-REPORT-FILE.
069750     CLOSE GL-EXTRACT-FILE.
069760     CLOSE BILLING-HISTORY-FILE.
069765     CLOSE EXCEPTION-EXTRACT-FILE.
069770     CLOSE MASTER-WORK-FILE.
069780     CLOSE VOLUME-WORK-FILE.
069790     CLOSE UNIT-WORK-FILE.
069792     IF WS-WARN-OPEN
069794         CLOSE BUDGET-WARNING-FILE
069796     END-IF.
069800     MOVE WS-DAYS-READ TO WS-COUNT-DISPLAY.
069810     DISPLAY 'Daily logs read: ' WS-COUNT-DISPLAY.
069812     MOVE WS-WARN-COUNT TO WS-COUNT-DISPLAY.
069814     DISPLAY 'Budget warnings printed: ' WS-COUNT-DISPLAY.
069820 9000-EXIT.
069830     EXIT.
069840

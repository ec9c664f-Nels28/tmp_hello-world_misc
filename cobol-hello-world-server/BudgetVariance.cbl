001000 IDENTIFICATION DIVISION.
001100 PROGRAM-ID. BudgetVariance.
001200 AUTHOR. D-OKONKWO-BOYER.
001300 INSTALLATION. ENTERPRISE-WEB-SERVICES.
001400 DATE-WRITTEN. 2026-10-15.
001500 DATE-COMPILED.
001600*----------------------------------------------------------*
001700*  BudgetVariance                                           *
001800*  MONTHLY BUDGET-VERSUS-ACTUAL REPORT FOR WEB SERVICES     *
001900*  CHARGEBACK, RUN AFTER THE MONTH'S ChargebackBilling.     *
002000*  FOR EVERY BUSINESS UNIT WITH A BUDGET ON BUDGET.MST FOR  *
002100*  THE FISCAL YEAR OF THE REPORT MONTH IN THE PARM, READS   *
002200*  THE UNIT'S BILLED MONTHS FROM BILLHIST.MST (NET OF ANY   *
002300*  ChargebackAdjust CREDITS AND DEBITS) AND PRINTS ACTUAL   *
002400*  AGAINST THE PHASED BUDGET MONTH TO DATE AND YEAR TO      *
002500*  DATE, THEN PROJECTS THE FULL-YEAR SPEND FROM THE RUN     *
002600*  RATE (YEAR-TO-DATE ACTUAL / MONTHS ELAPSED X 12) AND     *
002700*  COMPARES IT TO THE ANNUAL BUDGET.  A UNIT PROJECTED TO   *
002800*  FINISH MORE THAN THE THRESHOLD PERCENT OVER IS FLAGGED   *
002900*  ON THE REPORT (BDGTVAR.OUT) AND WRITTEN TO THE BUDGET    *
003000*  WARNING EXTRACT (BDGTWARN.DAT, BDGTWARN COPYBOOK), FROM  *
003100*  WHICH THE NEXT MONTH'S ChargebackBilling PRINTS A        *
003200*  WARNING BLOCK ON THE UNIT'S STATEMENT FOR ITS CONTACT.   *
003300*  UNITS BILLED IN THE MONTH WITH NO BUDGET FOR THE YEAR    *
003400*  ARE LISTED SEPARATELY SO ACCOUNTING CAN GET ONE SET.     *
003500*                                                            *
003600*  PARM: yyyymm[,pct] - THE REPORT MONTH AND THE THRESHOLD  *
003700*  AS A WHOLE PERCENT (E.G. '202608,10').  NO PCT USES 10.  *
003800*                                                            *
003900*  RETURN CODES: 0 CLEAN, 4 ONE OR MORE UNITS FLAGGED, 16   *
004000*  FATAL.                                                   *
004100*----------------------------------------------------------*
004200*  MODIFICATION HISTORY.
004300*  DATE       INIT  DESCRIPTION
004400*  ---------- ----  ----------------------------------------
004500*  2026-10-15 DOB   ORIGINAL VERSION.
004600*----------------------------------------------------------*
004700 ENVIRONMENT DIVISION.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT BUDGET-MASTER-FILE ASSIGN TO "BUDGET.MST"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS BG-KEY
005400         FILE STATUS IS WS-BGM-STATUS.
005500
005600     SELECT BILLING-HISTORY-FILE ASSIGN TO "BILLHIST.MST"
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS DYNAMIC
005900         RECORD KEY IS BH-KEY
006000         FILE STATUS IS WS-BHM-STATUS.
006100
006200     SELECT VARIANCE-REPORT-FILE ASSIGN TO "BDGTVAR.OUT"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-RPT-STATUS.
006500
006600     SELECT BUDGET-WARNING-FILE ASSIGN TO "BDGTWARN.DAT"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-BWX-STATUS.
006900
007000     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.LOG"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-RCL-STATUS.
007300
007400 DATA DIVISION.
007500 FILE SECTION.
007600 FD  BUDGET-MASTER-FILE.
007700 01  BUDGET-MASTER-RECORD.
007800     COPY BUDGET.
007900
008000 FD  BILLING-HISTORY-FILE.
008100 01  BILLING-HISTORY-RECORD.
008200     COPY BILLHIST.
008300
008400 FD  VARIANCE-REPORT-FILE.
008500 01  REPORT-LINE                     PIC X(80).
008600
008700 FD  BUDGET-WARNING-FILE.
008800 01  BUDGET-WARNING-RECORD.
008900     COPY BDGTWARN.
009000
009100 FD  RUN-CONTROL-FILE.
009200 01  RUN-CONTROL-RECORD.
009300     COPY RUNCTL.
009400
009500 WORKING-STORAGE SECTION.
009600 77  WS-BGM-STATUS                   PIC X(02) VALUE SPACES.
009700 77  WS-BHM-STATUS                   PIC X(02) VALUE SPACES.
009800 77  WS-RPT-STATUS                   PIC X(02) VALUE SPACES.
009900 77  WS-BWX-STATUS                   PIC X(02) VALUE SPACES.
010000 77  WS-RCL-STATUS                   PIC X(02) VALUE SPACES.
010100
010200 01  WS-SWITCHES.
010300     05  WS-BGM-EOF-SW               PIC X(01) VALUE 'N'.
010400         88  WS-BGM-EOF              VALUE 'Y'.
010500         88  WS-BGM-NOT-EOF          VALUE 'N'.
010600     05  WS-BHM-EOF-SW               PIC X(01) VALUE 'N'.
010700         88  WS-BHM-EOF              VALUE 'Y'.
010800         88  WS-BHM-NOT-EOF          VALUE 'N'.
010900     05  WS-OVER-SW                  PIC X(01) VALUE 'N'.
011000         88  WS-UNIT-OVER            VALUE 'Y'.
011100         88  WS-UNIT-WITHIN          VALUE 'N'.
011200
011300 77  WS-COMMAND-LINE                 PIC X(40) VALUE SPACES.
011400 77  WS-PARM-MONTH                   PIC X(06) VALUE SPACES.
011500 77  WS-PARM-PCT                     PIC X(10) VALUE SPACES.
011600 01  WS-PARM-JUST                    PIC X(03) JUSTIFIED RIGHT.
011700 01  WS-PARM-DIGITS REDEFINES WS-PARM-JUST
011800                                     PIC 9(03).
011900 77  WS-THRESHOLD-PCT                PIC 9(03) VALUE 10.
012000
012100 01  WS-REPORT-MONTH.
012200     05  WS-RM-YEAR                  PIC 9(04).
012300     05  WS-RM-MONTH                 PIC 9(02).
012400 01  WS-REPORT-PERIOD REDEFINES WS-REPORT-MONTH
012500                                     PIC 9(06).
012600 77  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
012700 77  WS-MONTH-SUB                    PIC 9(02) COMP VALUE ZERO.
012800
012900*----------------------------------------------------------*
013000*  ONE UNIT'S FIGURES.  A MONTH'S ACTUAL IS ITS BILLED      *
013100*  TOTAL PLUS ITS ADJUSTMENT NET, THE SAME NET THE NEXT     *
013200*  STATEMENT PRINTS AS THE PRIOR MONTH.  A MONTH WITH NO    *
013300*  HISTORY ROW (NO USAGE BILLED) COUNTS AS ZERO.            *
013400*----------------------------------------------------------*
013500 77  WS-MONTH-ADJ                    PIC S9(07)V99 VALUE ZERO.
013600 77  WS-MONTH-NET                    PIC S9(10)V99 VALUE ZERO.
013700 77  WS-MTD-BUDGET                   PIC 9(09)V99 VALUE ZERO.
013800 77  WS-MTD-ACTUAL                   PIC S9(10)V99 VALUE ZERO.
013900 77  WS-YTD-BUDGET                   PIC 9(11)V99 VALUE ZERO.
014000 77  WS-YTD-ACTUAL                   PIC S9(11)V99 VALUE ZERO.
014100 77  WS-PROJECTED                    PIC S9(11)V99 VALUE ZERO.
014200 77  WS-VARIANCE                     PIC S9(11)V99 VALUE ZERO.
014300 77  WS-OVER-PCT                     PIC S9(05)V9 VALUE ZERO.
014400
014500*----------------------------------------------------------*
014600*  REPORT TOTALS - BUDGETED UNITS ONLY.                     *
014700*----------------------------------------------------------*
014800 77  WS-BUDGET-COUNT                 PIC 9(05) COMP VALUE ZERO.
014900 77  WS-FLAG-COUNT                   PIC 9(05) COMP VALUE ZERO.
015000 77  WS-UNBUDGETED-COUNT             PIC 9(05) COMP VALUE ZERO.
015100 77  WS-TOT-MTD-BUDGET               PIC 9(11)V99 VALUE ZERO.
015200 77  WS-TOT-MTD-ACTUAL               PIC S9(11)V99 VALUE ZERO.
015300 77  WS-TOT-YTD-BUDGET               PIC 9(11)V99 VALUE ZERO.
015400 77  WS-TOT-YTD-ACTUAL               PIC S9(11)V99 VALUE ZERO.
015500 77  WS-TOT-ANNUAL                   PIC 9(11)V99 VALUE ZERO.
015600 77  WS-TOT-PROJECTED                PIC S9(11)V99 VALUE ZERO.
015700
015800 01  WS-REPORT-LINE-OUT              PIC X(80) VALUE SPACES.
015900 77  WS-COUNT-DISPLAY                PIC ZZZZ9.
016000 77  WS-MONEY-DISPLAY                PIC ZZZ,ZZZ,ZZ9.99.
016100 77  WS-LIMIT-DISPLAY                PIC ZZ9.
016200
016300 01  WS-VAR-HEADING.
016400     05  FILLER                      PIC X(39) VALUE
016500         'Unit     Period                 Budget '.
016600     05  FILLER                      PIC X(37) VALUE
016700         '        Actual       Variance     Pct'.
016800 01  WS-VAR-RULE.
016900     05  FILLER                      PIC X(39) VALUE
017000         '-------- -------------- -------------- '.
017100     05  FILLER                      PIC X(38) VALUE
017200         '-------------- --------------- -------'.
017300 01  WS-VAR-LINE.
017400     05  WS-VL-UNIT                  PIC X(08).
017500     05  FILLER                      PIC X(01) VALUE SPACE.
017600     05  WS-VL-PERIOD                PIC X(14).
017700     05  FILLER                      PIC X(01) VALUE SPACE.
017800     05  WS-VL-BUDGET                PIC ZZZ,ZZZ,ZZ9.99.
017900     05  FILLER                      PIC X(01) VALUE SPACE.
018000     05  WS-VL-ACTUAL                PIC ZZZ,ZZZ,ZZ9.99.
018100     05  FILLER                      PIC X(01) VALUE SPACE.
018200     05  WS-VL-VARIANCE              PIC ZZZ,ZZZ,ZZ9.99-.
018300     05  FILLER                      PIC X(01) VALUE SPACE.
018400     05  WS-VL-PCT                   PIC X(07).
018500     05  WS-VL-PCT-NUM REDEFINES WS-VL-PCT
018600                                     PIC ++++9.9.
018700
018800*----------------------------------------------------------*
018900*  RUN-CONTROL LEDGER WORK AREAS.  THE START DATE AND TIME  *
019000*  PAIR THIS RUN'S END ENTRY WITH ITS START ENTRY.          *
019100*----------------------------------------------------------*
019200 01  WS-RUN-CONTROL.
019300     05  WS-RUN-PROGRAM              PIC X(08) VALUE 'BDGTVAR '.
019400     05  WS-RUN-START-DATE           PIC 9(08) VALUE ZERO.
019500     05  WS-RUN-START-TIME           PIC 9(06) VALUE ZERO.
019600     05  WS-RUN-CLOCK                PIC 9(08) VALUE ZERO.
019700     05  WS-RUN-TARGET               PIC X(17) VALUE SPACES.
019800
019900 PROCEDURE DIVISION.
020000*============================================================*
020100 0000-MAINLINE.
020200*============================================================*
020300     PERFORM 8900-LOG-RUN-START THRU 8900-EXIT.
020400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020500     PERFORM 2000-REPORT-BUDGETS THRU 2000-EXIT.
020600     PERFORM 3000-LIST-UNBUDGETED THRU 3000-EXIT.
020700     PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT.
020800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
020900     PERFORM 8910-LOG-RUN-END THRU 8910-EXIT.
021000     STOP RUN.
021100
021200*============================================================*
021300*  1000 SERIES - PARM EDIT AND FILE OPENS                    *
021400*============================================================*
021500 1000-INITIALIZE.
021600     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
021700     IF WS-COMMAND-LINE = SPACES
021800         DISPLAY 'Error: PARM of yyyymm required'
021900         MOVE 16 TO RETURN-CODE
022000         STOP RUN
022100     END-IF.
022200     UNSTRING WS-COMMAND-LINE DELIMITED BY ','
022300         INTO WS-PARM-MONTH WS-PARM-PCT.
022400     MOVE WS-PARM-MONTH TO WS-REPORT-MONTH.
022500     IF WS-REPORT-PERIOD IS NOT NUMERIC
022600        OR WS-RM-MONTH < 1 OR WS-RM-MONTH > 12
022700         DISPLAY 'Error: PARM must be a valid yyyymm'
022800         MOVE 16 TO RETURN-CODE
022900         STOP RUN
023000     END-IF.
023100     IF WS-PARM-PCT NOT = SPACES
023200         MOVE FUNCTION TRIM(WS-PARM-PCT) TO WS-PARM-JUST
023300         INSPECT WS-PARM-JUST REPLACING LEADING SPACES BY ZEROS
023400         IF WS-PARM-DIGITS IS NOT NUMERIC
023500            OR WS-PARM-DIGITS = ZERO
023600             DISPLAY 'Error: threshold PARM must be 1-999 percent'
023700             MOVE 16 TO RETURN-CODE
023800             STOP RUN
023900         END-IF
024000         MOVE WS-PARM-DIGITS TO WS-THRESHOLD-PCT
024100     END-IF.
024200
024300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
024400
024500     OPEN INPUT BUDGET-MASTER-FILE.
024600     IF WS-BGM-STATUS NOT = '00'
024700         DISPLAY 'Error: Unable to open BUDGET.MST - status '
024800                 WS-BGM-STATUS
024900         MOVE 16 TO RETURN-CODE
025000         STOP RUN
025100     END-IF.
025200
025300     OPEN INPUT BILLING-HISTORY-FILE.
025400     IF WS-BHM-STATUS NOT = '00'
025500         DISPLAY 'Error: Unable to open BILLHIST.MST - status '
025600                 WS-BHM-STATUS
025700         MOVE 16 TO RETURN-CODE
025800         STOP RUN
025900     END-IF.
026000
026100     OPEN OUTPUT BUDGET-WARNING-FILE.
026200     IF WS-BWX-STATUS NOT = '00'
026300         DISPLAY 'Error: Unable to open BDGTWARN.DAT'
026400         MOVE 16 TO RETURN-CODE
026500         STOP RUN
026600     END-IF.
026700
026800     OPEN OUTPUT VARIANCE-REPORT-FILE.
026900     IF WS-RPT-STATUS NOT = '00'
027000         DISPLAY 'Error: Unable to open BDGTVAR.OUT'
027100         MOVE 16 TO RETURN-CODE
027200         STOP RUN
027300     END-IF.
027400
027500     WRITE REPORT-LINE FROM
027600         'Web Services Budget Variance Report'.
027700     MOVE WS-THRESHOLD-PCT TO WS-LIMIT-DISPLAY.
027800     MOVE SPACES TO WS-REPORT-LINE-OUT.
027900     STRING 'Report month ' DELIMITED BY SIZE
028000            WS-REPORT-MONTH DELIMITED BY SIZE
028100            '   Fiscal year ' DELIMITED BY SIZE
028200            WS-RM-YEAR DELIMITED BY SIZE
028300            '   Threshold ' DELIMITED BY SIZE
028400            FUNCTION TRIM(WS-LIMIT-DISPLAY) DELIMITED BY SIZE
028500            '%   Run date ' DELIMITED BY SIZE
028600            WS-RUN-DATE DELIMITED BY SIZE
028700         INTO WS-REPORT-LINE-OUT.
028800     WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT.
028900     MOVE SPACES TO REPORT-LINE.
029000     WRITE REPORT-LINE.
029100     WRITE REPORT-LINE FROM WS-VAR-HEADING.
029200     WRITE REPORT-LINE FROM WS-VAR-RULE.
029300 1000-EXIT.
029400     EXIT.
029500
029600*============================================================*
029700*  2000 SERIES - ONE BLOCK PER BUDGETED UNIT                 *
029800*  BUDGET.MST IS READ IN KEY ORDER, SO THE REPORT AND THE    *
029900*  WARNING EXTRACT COME OUT IN BUSINESS UNIT ORDER - THE     *
030000*  ORDER THE BILLING RUN PRINTS ITS STATEMENTS IN.  ROWS     *
030100*  FOR OTHER FISCAL YEARS ARE PASSED OVER.                   *
030200*============================================================*
030300 2000-REPORT-BUDGETS.
030400     MOVE LOW-VALUES TO BG-KEY.
030500     START BUDGET-MASTER-FILE KEY IS NOT LESS THAN BG-KEY.
030600     IF WS-BGM-STATUS NOT = '00'
030700         GO TO 2000-CHECK-EMPTY
030800     END-IF.
030900     SET WS-BGM-NOT-EOF TO TRUE.
031000     PERFORM 2100-READ-NEXT-BUDGET THRU 2100-EXIT
031100         UNTIL WS-BGM-EOF.
031200 2000-CHECK-EMPTY.
031300     IF WS-BUDGET-COUNT = ZERO
031400         MOVE SPACES TO WS-REPORT-LINE-OUT
031500         STRING 'No budgets on BUDGET.MST for fiscal year '
031600                    DELIMITED BY SIZE
031700                WS-RM-YEAR DELIMITED BY SIZE
031800             INTO WS-REPORT-LINE-OUT
031900         WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT
032000     END-IF.
032100 2000-EXIT.
032200     EXIT.
032300
032400 2100-READ-NEXT-BUDGET.
032500     READ BUDGET-MASTER-FILE NEXT RECORD
032600         AT END
032700             SET WS-BGM-EOF TO TRUE
032800         NOT AT END
032900             IF BG-FISCAL-YEAR = WS-RM-YEAR
033000                 PERFORM 2200-REPORT-ONE-UNIT THRU 2200-EXIT
033100             END-IF
033200     END-READ.
033300     IF WS-BGM-STATUS NOT = '00' AND NOT = '10'
033400         DISPLAY 'Error: BUDGET.MST read failed - status '
033500                 WS-BGM-STATUS
033600         MOVE 16 TO RETURN-CODE
033700         STOP RUN
033800     END-IF.
033900 2100-EXIT.
034000     EXIT.
034100
034200 2200-REPORT-ONE-UNIT.
034300     ADD 1 TO WS-BUDGET-COUNT.
034400     MOVE ZERO TO WS-MTD-ACTUAL WS-YTD-BUDGET WS-YTD-ACTUAL.
034500     MOVE BG-MONTH-BUDGET (WS-RM-MONTH) TO WS-MTD-BUDGET.
034600     PERFORM 2300-ADD-MONTH THRU 2300-EXIT
034700         VARYING WS-MONTH-SUB FROM 1 BY 1
034800         UNTIL WS-MONTH-SUB > WS-RM-MONTH.
034900     PERFORM 2400-PROJECT-YEAR THRU 2400-EXIT.
035000
035100     ADD WS-MTD-BUDGET TO WS-TOT-MTD-BUDGET.
035200     ADD WS-MTD-ACTUAL TO WS-TOT-MTD-ACTUAL.
035300     ADD WS-YTD-BUDGET TO WS-TOT-YTD-BUDGET.
035400     ADD WS-YTD-ACTUAL TO WS-TOT-YTD-ACTUAL.
035500     ADD BG-ANNUAL-BUDGET TO WS-TOT-ANNUAL.
035600     ADD WS-PROJECTED TO WS-TOT-PROJECTED.
035700
035800     PERFORM 2500-PRINT-UNIT THRU 2500-EXIT.
035900     IF WS-UNIT-OVER
036000         PERFORM 2600-WRITE-WARNING THRU 2600-EXIT
036100     END-IF.
036200 2200-EXIT.
036300     EXIT.
036400
036500*----------------------------------------------------------*
036600*  ONE MONTH OF THE YEAR TO DATE: THE PHASED BUDGET AND     *
036700*  THE BILLED NET FROM THE UNIT'S HISTORY ROW.              *
036800*----------------------------------------------------------*
036900 2300-ADD-MONTH.
037000     ADD BG-MONTH-BUDGET (WS-MONTH-SUB) TO WS-YTD-BUDGET.
037100     MOVE ZERO TO WS-MONTH-NET WS-MONTH-ADJ.
037200     MOVE BG-BUSINESS-UNIT TO BH-BUSINESS-UNIT.
037300     COMPUTE BH-BILL-MONTH = WS-RM-YEAR * 100 + WS-MONTH-SUB.
037400     READ BILLING-HISTORY-FILE.
037500     EVALUATE WS-BHM-STATUS
037600         WHEN '00'
037700             IF BH-ADJ-NET IS NUMERIC
037800                 MOVE BH-ADJ-NET TO WS-MONTH-ADJ
037900             END-IF
038000             COMPUTE WS-MONTH-NET =
038100                 BH-TOTAL-CHARGE + WS-MONTH-ADJ
038200         WHEN '23'
038300             CONTINUE
038400         WHEN OTHER
038500             DISPLAY 'Error: BILLHIST.MST read failed - status '
038600                     WS-BHM-STATUS
038700             MOVE 16 TO RETURN-CODE
038800             STOP RUN
038900     END-EVALUATE.
039000     ADD WS-MONTH-NET TO WS-YTD-ACTUAL.
039100     IF WS-MONTH-SUB = WS-RM-MONTH
039200         MOVE WS-MONTH-NET TO WS-MTD-ACTUAL
039300     END-IF.
039400 2300-EXIT.
039500     EXIT.
039600
039700*----------------------------------------------------------*
039800*  STRAIGHT-LINE RUN RATE.  THE OVER PERCENT IS MEASURED    *
039900*  AGAINST THE ANNUAL BUDGET; ONE TOO LARGE TO PRINT IS     *
040000*  HELD AT 99999.9, WHICH FLAGS UNDER ANY THRESHOLD.        *
040100*----------------------------------------------------------*
040200 2400-PROJECT-YEAR.
040300     SET WS-UNIT-WITHIN TO TRUE.
040400     COMPUTE WS-PROJECTED ROUNDED =
040500         WS-YTD-ACTUAL * 12 / WS-RM-MONTH.
040600     COMPUTE WS-VARIANCE = WS-PROJECTED - BG-ANNUAL-BUDGET.
040700     MOVE ZERO TO WS-OVER-PCT.
040800     IF BG-ANNUAL-BUDGET = ZERO
040900         GO TO 2400-EXIT
041000     END-IF.
041100     COMPUTE WS-OVER-PCT ROUNDED =
041200         WS-VARIANCE * 100 / BG-ANNUAL-BUDGET
041300         ON SIZE ERROR
041400             MOVE 99999.9 TO WS-OVER-PCT
041500     END-COMPUTE.
041600     IF WS-OVER-PCT > WS-THRESHOLD-PCT
041700         SET WS-UNIT-OVER TO TRUE
041800         ADD 1 TO WS-FLAG-COUNT
041900     END-IF.
042000 2400-EXIT.
042100     EXIT.
042200
042300*----------------------------------------------------------*
042400*  THREE LINES PER UNIT - MONTH, YEAR TO DATE, AND THE      *
042500*  PROJECTED YEAR - EACH WITH ITS BUDGET, ACTUAL, AND       *
042600*  VARIANCE (POSITIVE IS OVER BUDGET).                      *
042700*----------------------------------------------------------*
042800 2500-PRINT-UNIT.
042900     MOVE SPACES TO WS-VAR-LINE.
043000     MOVE BG-BUSINESS-UNIT TO WS-VL-UNIT.
043100     STRING 'Month  ' DELIMITED BY SIZE
043200            WS-REPORT-MONTH DELIMITED BY SIZE
043300         INTO WS-VL-PERIOD.
043400     MOVE WS-MTD-BUDGET TO WS-VL-BUDGET.
043500     MOVE WS-MTD-ACTUAL TO WS-VL-ACTUAL.
043600     COMPUTE WS-VL-VARIANCE = WS-MTD-ACTUAL - WS-MTD-BUDGET.
043700     WRITE REPORT-LINE FROM WS-VAR-LINE.
043800
043900     MOVE SPACES TO WS-VAR-LINE.
044000     MOVE 'Year to date' TO WS-VL-PERIOD.
044100     MOVE WS-YTD-BUDGET TO WS-VL-BUDGET.
044200     MOVE WS-YTD-ACTUAL TO WS-VL-ACTUAL.
044300     COMPUTE WS-VL-VARIANCE = WS-YTD-ACTUAL - WS-YTD-BUDGET.
044400     WRITE REPORT-LINE FROM WS-VAR-LINE.
044500
044600     MOVE SPACES TO WS-VAR-LINE.
044700     MOVE 'Projected year' TO WS-VL-PERIOD.
044800     MOVE BG-ANNUAL-BUDGET TO WS-VL-BUDGET.
044900     MOVE WS-PROJECTED TO WS-VL-ACTUAL.
045000     MOVE WS-VARIANCE TO WS-VL-VARIANCE.
045100     IF BG-ANNUAL-BUDGET > ZERO
045200         MOVE WS-OVER-PCT TO WS-VL-PCT-NUM
045300     END-IF.
045400     WRITE REPORT-LINE FROM WS-VAR-LINE.
045500
045600     IF WS-UNIT-OVER
045700         MOVE WS-THRESHOLD-PCT TO WS-LIMIT-DISPLAY
045800         MOVE SPACES TO WS-REPORT-LINE-OUT
045900         STRING '         ** PROJECTED OVER BUDGET BY MORE THAN '
046000                    DELIMITED BY SIZE
046100                FUNCTION TRIM(WS-LIMIT-DISPLAY) DELIMITED BY SIZE
046200                '% - WARNING TO NEXT STATEMENT' DELIMITED BY SIZE
046300             INTO WS-REPORT-LINE-OUT
046400         WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT
046500     END-IF.
046600     MOVE SPACES TO REPORT-LINE.
046700     WRITE REPORT-LINE.
046800 2500-EXIT.
046900     EXIT.
047000
047100 2600-WRITE-WARNING.
047200     MOVE SPACES TO BUDGET-WARNING-RECORD.
047300     MOVE WS-REPORT-PERIOD TO BW-REPORT-MONTH.
047400     MOVE BG-BUSINESS-UNIT TO BW-BUSINESS-UNIT.
047500     MOVE BG-FISCAL-YEAR TO BW-FISCAL-YEAR.
047600     MOVE BG-ANNUAL-BUDGET TO BW-ANNUAL-BUDGET.
047700     MOVE WS-YTD-ACTUAL TO BW-YTD-ACTUAL.
047800     MOVE WS-PROJECTED TO BW-PROJECTED.
047900     MOVE WS-OVER-PCT TO BW-OVER-PCT.
048000     MOVE WS-THRESHOLD-PCT TO BW-THRESHOLD-PCT.
048100     WRITE BUDGET-WARNING-RECORD.
048200     IF WS-BWX-STATUS NOT = '00'
048300         DISPLAY 'Error: BDGTWARN.DAT write failed - status '
048400                 WS-BWX-STATUS
048500         MOVE 16 TO RETURN-CODE
048600         STOP RUN
048700     END-IF.
048800 2600-EXIT.
048900     EXIT.
049000
049100*============================================================*
049200*  3000 SERIES - UNITS BILLED THIS MONTH WITH NO BUDGET      *
049300*  A SEQUENTIAL PASS OF BILLHIST.MST PICKS OUT THE REPORT    *
049400*  MONTH'S ROWS; EACH UNIT WITHOUT A BUDGET ROW FOR THE      *
049500*  FISCAL YEAR IS LISTED WITH WHAT IT WAS BILLED.            *
049600*============================================================*
049700 3000-LIST-UNBUDGETED.
049800     MOVE SPACES TO WS-REPORT-LINE-OUT.
049900     STRING 'Units billed in ' DELIMITED BY SIZE
050000            WS-REPORT-MONTH DELIMITED BY SIZE
050100            ' with no ' DELIMITED BY SIZE
050200            WS-RM-YEAR DELIMITED BY SIZE
050300            ' budget:' DELIMITED BY SIZE
050400         INTO WS-REPORT-LINE-OUT.
050500     WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT.
050600
050700     MOVE LOW-VALUES TO BH-KEY.
050800     START BILLING-HISTORY-FILE KEY IS NOT LESS THAN BH-KEY.
050900     IF WS-BHM-STATUS NOT = '00'
051000         GO TO 3000-CHECK-NONE
051100     END-IF.
051200     SET WS-BHM-NOT-EOF TO TRUE.
051300     PERFORM 3100-READ-NEXT-HISTORY THRU 3100-EXIT
051400         UNTIL WS-BHM-EOF.
051500 3000-CHECK-NONE.
051600     IF WS-UNBUDGETED-COUNT = ZERO
051700         WRITE REPORT-LINE FROM '  None.'
051800     END-IF.
051900 3000-EXIT.
052000     EXIT.
052100
052200 3100-READ-NEXT-HISTORY.
052300     READ BILLING-HISTORY-FILE NEXT RECORD
052400         AT END
052500             SET WS-BHM-EOF TO TRUE
052600         NOT AT END
052700             IF BH-BILL-MONTH = WS-REPORT-PERIOD
052800                 PERFORM 3200-CHECK-BUDGET THRU 3200-EXIT
052900             END-IF
053000     END-READ.
053100     IF WS-BHM-STATUS NOT = '00' AND NOT = '10'
053200         DISPLAY 'Error: BILLHIST.MST read failed - status '
053300                 WS-BHM-STATUS
053400         MOVE 16 TO RETURN-CODE
053500         STOP RUN
053600     END-IF.
053700 3100-EXIT.
053800     EXIT.
053900
054000 3200-CHECK-BUDGET.
054100     MOVE BH-BUSINESS-UNIT TO BG-BUSINESS-UNIT.
054200     MOVE WS-RM-YEAR TO BG-FISCAL-YEAR.
054300     READ BUDGET-MASTER-FILE.
054400     EVALUATE WS-BGM-STATUS
054500         WHEN '00'
054600             GO TO 3200-EXIT
054700         WHEN '23'
054800             CONTINUE
054900         WHEN OTHER
055000             DISPLAY 'Error: BUDGET.MST read failed - status '
055100                     WS-BGM-STATUS
055200             MOVE 16 TO RETURN-CODE
055300             STOP RUN
055400     END-EVALUATE.
055500     ADD 1 TO WS-UNBUDGETED-COUNT.
055600     MOVE ZERO TO WS-MONTH-ADJ.
055700     IF BH-ADJ-NET IS NUMERIC
055800         MOVE BH-ADJ-NET TO WS-MONTH-ADJ
055900     END-IF.
056000     COMPUTE WS-MONTH-NET = BH-TOTAL-CHARGE + WS-MONTH-ADJ.
056100     MOVE WS-MONTH-NET TO WS-MONEY-DISPLAY.
056200     MOVE SPACES TO WS-REPORT-LINE-OUT.
056300     STRING '  ' DELIMITED BY SIZE
056400            BH-BUSINESS-UNIT DELIMITED BY SIZE
056500            '  billed ' DELIMITED BY SIZE
056600            WS-MONEY-DISPLAY DELIMITED BY SIZE
056700            '  NO BUDGET ON FILE' DELIMITED BY SIZE
056800         INTO WS-REPORT-LINE-OUT.
056900     WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT.
057000 3200-EXIT.
057100     EXIT.
057200
057300*============================================================*
057400*  4000 SERIES - REPORT TOTALS                               *
057500*============================================================*
057600 4000-PRINT-TOTALS.
057700     MOVE SPACES TO REPORT-LINE.
057800     WRITE REPORT-LINE.
057900     WRITE REPORT-LINE FROM WS-VAR-RULE.
058000     MOVE SPACES TO WS-VAR-LINE.
058100     MOVE 'TOTAL' TO WS-VL-UNIT.
058200     STRING 'Month  ' DELIMITED BY SIZE
058300            WS-REPORT-MONTH DELIMITED BY SIZE
058400         INTO WS-VL-PERIOD.
058500     MOVE WS-TOT-MTD-BUDGET TO WS-VL-BUDGET.
058600     MOVE WS-TOT-MTD-ACTUAL TO WS-VL-ACTUAL.
058700     COMPUTE WS-VL-VARIANCE =
058800         WS-TOT-MTD-ACTUAL - WS-TOT-MTD-BUDGET.
058900     WRITE REPORT-LINE FROM WS-VAR-LINE.
059000     MOVE SPACES TO WS-VAR-LINE.
059100     MOVE 'Year to date' TO WS-VL-PERIOD.
059200     MOVE WS-TOT-YTD-BUDGET TO WS-VL-BUDGET.
059300     MOVE WS-TOT-YTD-ACTUAL TO WS-VL-ACTUAL.
059400     COMPUTE WS-VL-VARIANCE =
059500         WS-TOT-YTD-ACTUAL - WS-TOT-YTD-BUDGET.
059600     WRITE REPORT-LINE FROM WS-VAR-LINE.
059700     MOVE SPACES TO WS-VAR-LINE.
059800     MOVE 'Projected year' TO WS-VL-PERIOD.
059900     MOVE WS-TOT-ANNUAL TO WS-VL-BUDGET.
060000     MOVE WS-TOT-PROJECTED TO WS-VL-ACTUAL.
060100     COMPUTE WS-VL-VARIANCE = WS-TOT-PROJECTED - WS-TOT-ANNUAL.
060200     WRITE REPORT-LINE FROM WS-VAR-LINE.
060300
060400     MOVE SPACES TO REPORT-LINE.
060500     WRITE REPORT-LINE.
060600     MOVE WS-BUDGET-COUNT TO WS-COUNT-DISPLAY.
060700     MOVE SPACES TO WS-REPORT-LINE-OUT.
060800     STRING 'Budgeted units reported:   ' DELIMITED BY SIZE
060900            WS-COUNT-DISPLAY DELIMITED BY SIZE
061000         INTO WS-REPORT-LINE-OUT.
061100     WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT.
061200     MOVE WS-FLAG-COUNT TO WS-COUNT-DISPLAY.
061300     MOVE SPACES TO WS-REPORT-LINE-OUT.
061400     STRING 'Units flagged over budget: ' DELIMITED BY SIZE
061500            WS-COUNT-DISPLAY DELIMITED BY SIZE
061600         INTO WS-REPORT-LINE-OUT.
061700     WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT.
061800     MOVE WS-UNBUDGETED-COUNT TO WS-COUNT-DISPLAY.
061900     MOVE SPACES TO WS-REPORT-LINE-OUT.
062000     STRING 'Billed units, no budget:   ' DELIMITED BY SIZE
062100            WS-COUNT-DISPLAY DELIMITED BY SIZE
062200         INTO WS-REPORT-LINE-OUT.
062300     WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT.
062400 4000-EXIT.
062500     EXIT.
062600
062700*============================================================*
062800*  8900 SERIES - RUN-CONTROL LEDGER                          *
062900*============================================================*
063000*----------------------------------------------------------*
063100*  THE 'S' ENTRY GOES OUT BEFORE ANY WORK, SO A STEP THAT   *
063200*  ABENDS OR TAKES A FATAL EXIT STILL SHOWS ON THE LEDGER   *
063300*  AS STARTED WITHOUT ENDING.                               *
063400*----------------------------------------------------------*
063500 8900-LOG-RUN-START.
063600     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
063700     ACCEPT WS-RUN-CLOCK FROM TIME.
063800     DIVIDE WS-RUN-CLOCK BY 100 GIVING WS-RUN-START-TIME.
063900     MOVE SPACES TO RUN-CONTROL-RECORD.
064000     SET RCL-STEP-STARTED TO TRUE.
064100     MOVE ZERO TO RCL-END-DATE RCL-END-TIME RCL-RETURN-CODE
064200                  RCL-RECORDS-IN RCL-RECORDS-OUT
064300                  RCL-RECORDS-REJECTED.
064400     PERFORM 8950-APPEND-RUN-CONTROL THRU 8950-EXIT.
064500 8900-EXIT.
064600     EXIT.
064700
064800*----------------------------------------------------------*
064900*  THE COUNTS ARE BUDGETED UNITS REPORTED IN AND WARNINGS   *
065000*  WRITTEN OUT - VOLUME FIGURES ONLY, NOTHING TO BALANCE.   *
065100*  THE TARGET IS THE REPORT MONTH.                          *
065200*----------------------------------------------------------*
065300 8910-LOG-RUN-END.
065400     MOVE SPACES TO RUN-CONTROL-RECORD.
065500     SET RCL-STEP-ENDED TO TRUE.
065600     ACCEPT RCL-END-DATE FROM DATE YYYYMMDD.
065700     ACCEPT WS-RUN-CLOCK FROM TIME.
065800     DIVIDE WS-RUN-CLOCK BY 100 GIVING RCL-END-TIME.
065900     MOVE RETURN-CODE TO RCL-RETURN-CODE.
066000     MOVE WS-REPORT-MONTH TO WS-RUN-TARGET.
066100     MOVE WS-BUDGET-COUNT TO RCL-RECORDS-IN.
066200     MOVE WS-FLAG-COUNT TO RCL-RECORDS-OUT.
066300     MOVE ZERO TO RCL-RECORDS-REJECTED.
066400     SET RCL-VOLUME-ONLY TO TRUE.
066500     PERFORM 8950-APPEND-RUN-CONTROL THRU 8950-EXIT.
066600 8910-EXIT.
066700     EXIT.
066800
066900*----------------------------------------------------------*
067000*  THE LEDGER IS SHARED AND APPEND-ONLY.  ONE THAT CANNOT   *
067100*  BE WRITTEN IS WARNED ABOUT BUT NEVER FAILS THE STEP -    *
067200*  THE LEDGER RECORDS THE WORK, IT IS NOT PART OF IT.       *
067300*----------------------------------------------------------*
067400 8950-APPEND-RUN-CONTROL.
067500     MOVE WS-RUN-PROGRAM TO RCL-PROGRAM.
067600     MOVE WS-RUN-START-DATE TO RCL-START-DATE.
067700     MOVE WS-RUN-START-TIME TO RCL-START-TIME.
067800     MOVE WS-RUN-TARGET TO RCL-TARGET.
067900     OPEN EXTEND RUN-CONTROL-FILE.
068000     IF WS-RCL-STATUS = '35'
068100         OPEN OUTPUT RUN-CONTROL-FILE
068200     END-IF.
068300     IF WS-RCL-STATUS NOT = '00'
068400         DISPLAY 'Warning: unable to open RUNCTL.LOG - status '
068500                 WS-RCL-STATUS
068600         GO TO 8950-EXIT
068700     END-IF.
068800     WRITE RUN-CONTROL-RECORD.
068900     CLOSE RUN-CONTROL-FILE.
069000 8950-EXIT.
069100     EXIT.
069200
069300*============================================================*
069400*  9000 SERIES - SHUTDOWN                                    *
069500*============================================================*
069600 9000-TERMINATE.
069700     CLOSE BUDGET-MASTER-FILE.
069800     CLOSE BILLING-HISTORY-FILE.
069900     CLOSE BUDGET-WARNING-FILE.
070000     CLOSE VARIANCE-REPORT-FILE.
070100     MOVE WS-BUDGET-COUNT TO WS-COUNT-DISPLAY.
070200     DISPLAY 'Budgeted units reported:   ' WS-COUNT-DISPLAY.
070300     MOVE WS-FLAG-COUNT TO WS-COUNT-DISPLAY.
070400     DISPLAY 'Units flagged over budget: ' WS-COUNT-DISPLAY.
070500     MOVE WS-UNBUDGETED-COUNT TO WS-COUNT-DISPLAY.
070600     DISPLAY 'Billed units, no budget:   ' WS-COUNT-DISPLAY.
070700     IF WS-FLAG-COUNT > 0
070800        AND RETURN-CODE < 4
070900         MOVE 4 TO RETURN-CODE
071000     END-IF.
071100 9000-EXIT.
071200     EXIT.

001000 IDENTIFICATION DIVISION.
001100 PROGRAM-ID. BudgetMaint.
001200 AUTHOR. D-OKONKWO-BOYER.
001300 INSTALLATION. ENTERPRISE-WEB-SERVICES.
001400 DATE-WRITTEN. 2026-10-15.
001500 DATE-COMPILED.
001600*----------------------------------------------------------*
001700*  BudgetMaint                                              *
001800*  BATCH MAINTENANCE FOR THE WEB SERVICES BUDGET MASTER     *
001900*  (BUDGET.MST, BUDGET COPYBOOK) - ONE ROW PER BUSINESS     *
002000*  UNIT PER FISCAL YEAR, PHASED BY MONTH.  READS            *
002100*  ACCOUNTING'S ADD/CHG/DEL TRANSACTIONS FROM BDGTMANT.TRN. *
002200*  A TRANSACTION WITH NO MONTH (BLANK OR 00) SETS THE WHOLE *
002300*  YEAR: THE AMOUNT IS THE ANNUAL BUDGET, SPREAD EVENLY     *
002400*  OVER THE TWELVE MONTHS WITH THE ROUNDING REMAINDER IN    *
002500*  DECEMBER.  A TRANSACTION WITH A MONTH (01-12) SETS THAT  *
002600*  ONE MONTH'S PHASING ONLY.  EITHER WAY THE ANNUAL BUDGET  *
002700*  IS RE-TOTALED FROM THE TWELVE MONTHS, SO THE TWO CAN     *
002800*  NEVER DISAGREE.  AN ADD MUST NAME A BUSINESS UNIT THAT   *
002900*  OWNS AT LEAST ONE ADDRESS ON CLIMAST.DAT, SO A BUDGET    *
003000*  CANNOT BE SET FOR A UNIT THE BILLING RUN WILL NEVER      *
003100*  CHARGE.                                                  *
003200*                                                            *
003300*  EVERY TRANSACTION - APPLIED OR REJECTED - IS APPENDED    *
003400*  TO BDGTAUD.LOG WITH WHO, WHEN, THE IMAGE AS KEYED, AND   *
003500*  THE ANNUAL BUDGET BEFORE AND AFTER.  THE RUN REFUSES TO  *
003600*  START IF THAT LOG CANNOT BE OPENED.                      *
003700*                                                            *
003800*  RETURN CODES: 0 CLEAN, 4 ONE OR MORE TRANSACTIONS        *
003900*  REJECTED (THE REST ARE APPLIED), 16 FATAL.               *
004000*----------------------------------------------------------*
004100*  MODIFICATION HISTORY.
004200*  DATE       INIT  DESCRIPTION
004300*  ---------- ----  ----------------------------------------
004400*  2026-10-15 DOB   ORIGINAL VERSION.
004500*----------------------------------------------------------*
004600 ENVIRONMENT DIVISION.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT BUDGET-TRANS-FILE ASSIGN TO "BDGTMANT.TRN"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-TRN-STATUS.
005200
005300     SELECT BUDGET-MASTER-FILE ASSIGN TO "BUDGET.MST"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS RANDOM
005600         RECORD KEY IS BG-KEY
005700         FILE STATUS IS WS-BGM-STATUS.
005800
005900     SELECT CLIENT-MASTER-FILE ASSIGN TO "CLIMAST.DAT"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-CMF-STATUS.
006200
006300     SELECT BUDGET-AUDIT-FILE ASSIGN TO "BDGTAUD.LOG"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-AUD-STATUS.
006600
006700     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.LOG"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-RCL-STATUS.
007000
007100 DATA DIVISION.
007200 FILE SECTION.
007300*----------------------------------------------------------*
007400*  THE AMOUNT IS AN ANNUAL BUDGET WHEN THE MONTH IS BLANK   *
007500*  OR 00, AND THAT MONTH'S BUDGET OTHERWISE.  DEL NEEDS     *
007600*  ONLY THE UNIT AND FISCAL YEAR.                           *
007700*----------------------------------------------------------*
007800 FD  BUDGET-TRANS-FILE.
007900 01  BUDGET-TRANS-RECORD.
008000     05  BMT-ACTION                  PIC X(03).
008100     05  FILLER                      PIC X(01).
008200     05  BMT-BUSINESS-UNIT           PIC X(08).
008300     05  FILLER                      PIC X(01).
008400     05  BMT-FISCAL-YEAR             PIC X(04).
008500     05  BMT-FISCAL-YEAR-NUM REDEFINES BMT-FISCAL-YEAR
008600                                     PIC 9(04).
008700     05  FILLER                      PIC X(01).
008800     05  BMT-MONTH                   PIC X(02).
008900         88  BMT-WHOLE-YEAR          VALUE SPACES '00'.
009000     05  BMT-MONTH-NUM REDEFINES BMT-MONTH
009100                                     PIC 9(02).
009200     05  FILLER                      PIC X(01).
009300     05  BMT-AMOUNT-TEXT             PIC X(11).
009400     05  BMT-AMOUNT REDEFINES BMT-AMOUNT-TEXT
009500                                     PIC 9(09)V99.
009600     05  FILLER                      PIC X(01).
009700     05  BMT-USER-ID                 PIC X(08).
009800     05  FILLER                      PIC X(01).
009900     05  BMT-REASON                  PIC X(30).
010000
010100 FD  BUDGET-MASTER-FILE.
010200 01  BUDGET-MASTER-RECORD.
010300     COPY BUDGET.
010400
010500 FD  CLIENT-MASTER-FILE.
010600 01  CLIENT-MASTER-RECORD.
010700     COPY CLIENTMS.
010800
010900 FD  BUDGET-AUDIT-FILE.
011000 01  BUDGET-AUDIT-RECORD.
011100     05  BAL-TIMESTAMP               PIC X(19).
011200     05  FILLER                      PIC X(01).
011300     05  BAL-RESULT                  PIC X(03).
011400     05  FILLER                      PIC X(01).
011500     05  BAL-TRANS-IMAGE             PIC X(72).
011600     05  FILLER                      PIC X(01).
011700     05  BAL-BEFORE-ANNUAL           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
011800     05  FILLER                      PIC X(01).
011900     05  BAL-AFTER-ANNUAL            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
012000     05  FILLER                      PIC X(01).
012100     05  BAL-NOTE                    PIC X(40).
012200
012300 FD  RUN-CONTROL-FILE.
012400 01  RUN-CONTROL-RECORD.
012500     COPY RUNCTL.
012600
012700 WORKING-STORAGE SECTION.
012800 77  WS-TRN-STATUS                   PIC X(02) VALUE SPACES.
012900 77  WS-BGM-STATUS                   PIC X(02) VALUE SPACES.
013000 77  WS-CMF-STATUS                   PIC X(02) VALUE SPACES.
013100 77  WS-AUD-STATUS                   PIC X(02) VALUE SPACES.
013200 77  WS-RCL-STATUS                   PIC X(02) VALUE SPACES.
013300
013400 01  WS-SWITCHES.
013500     05  WS-TRN-EOF-SW               PIC X(01) VALUE 'N'.
013600         88  WS-TRN-EOF              VALUE 'Y'.
013700         88  WS-TRN-NOT-EOF          VALUE 'N'.
013800     05  WS-TRAN-VALID-SW            PIC X(01) VALUE 'Y'.
013900         88  WS-TRAN-VALID           VALUE 'Y'.
014000         88  WS-TRAN-INVALID         VALUE 'N'.
014100     05  WS-UNIT-FOUND-SW            PIC X(01) VALUE 'N'.
014200         88  WS-UNIT-FOUND           VALUE 'Y'.
014300         88  WS-UNIT-NOT-FOUND       VALUE 'N'.
014400     05  WS-ROW-FOUND-SW             PIC X(01) VALUE 'N'.
014500         88  WS-ROW-FOUND            VALUE 'Y'.
014600         88  WS-ROW-NOT-FOUND        VALUE 'N'.
014700
014800*----------------------------------------------------------*
014900*  BUSINESS UNITS THAT OWN AT LEAST ONE ADDRESS ON          *
015000*  CLIMAST.DAT.  ONLY THE UNIT MATTERS HERE; A MASTER WITH  *
015100*  MORE UNITS THAN THE TABLE HOLDS ENDS THE RUN RATHER      *
015200*  THAN REJECTING GOOD BUDGETS.                             *
015300*----------------------------------------------------------*
015400 01  WS-UNIT-TABLE.
015500     05  WS-UNIT-ENTRY OCCURS 500 TIMES
015600                                     PIC X(08).
015700 77  WS-UNIT-COUNT                   PIC 9(03) COMP VALUE ZERO.
015800 77  WS-UNIT-SUB                     PIC 9(03) COMP VALUE ZERO.
015900 77  WS-SEARCH-UNIT                  PIC X(08) VALUE SPACES.
016000
016100*----------------------------------------------------------*
016200*  PHASING ARITHMETIC.  AN EVEN SPREAD TRUNCATES EACH       *
016300*  MONTH TO THE CENT AND PUTS WHAT IS LEFT IN DECEMBER, SO  *
016400*  THE TWELVE MONTHS ADD BACK TO THE ANNUAL AMOUNT KEYED.   *
016500*----------------------------------------------------------*
016600 77  WS-MONTH-SHARE                  PIC 9(09)V99 VALUE ZERO.
016700 77  WS-MONTH-SUB                    PIC 9(02) COMP VALUE ZERO.
016800 77  WS-OLD-ANNUAL                   PIC 9(11)V99 VALUE ZERO.
016900 77  WS-NEW-ANNUAL                   PIC 9(11)V99 VALUE ZERO.
017000
017100 77  WS-TRAN-ERROR                   PIC X(40) VALUE SPACES.
017200 77  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
017300 77  WS-CURRENT-DATE                 PIC 9(08) VALUE ZERO.
017400 77  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
017500 01  WS-TIMESTAMP-TEXT               PIC X(19) VALUE SPACES.
017600
017700 77  WS-TRAN-COUNT                   PIC 9(05) COMP VALUE ZERO.
017800 77  WS-APPLIED-COUNT                PIC 9(05) COMP VALUE ZERO.
017900 77  WS-REJECT-COUNT                 PIC 9(05) COMP VALUE ZERO.
018000 77  WS-COUNT-DISPLAY                PIC ZZZZ9.
018100
018200*----------------------------------------------------------*
018300*  RUN-CONTROL LEDGER WORK AREAS.  THE START DATE AND TIME  *
018400*  PAIR THIS RUN'S END ENTRY WITH ITS START ENTRY.          *
018500*----------------------------------------------------------*
018600 01  WS-RUN-CONTROL.
018700     05  WS-RUN-PROGRAM              PIC X(08) VALUE 'BDGTMANT'.
018800     05  WS-RUN-START-DATE           PIC 9(08) VALUE ZERO.
018900     05  WS-RUN-START-TIME           PIC 9(06) VALUE ZERO.
019000     05  WS-RUN-CLOCK                PIC 9(08) VALUE ZERO.
019100     05  WS-RUN-TARGET               PIC X(17) VALUE SPACES.
019200
019300 PROCEDURE DIVISION.
019400*============================================================*
019500 0000-MAINLINE.
019600*============================================================*
019700     PERFORM 8900-LOG-RUN-START THRU 8900-EXIT.
019800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019900     PERFORM 2000-PROCESS-TRANSACTIONS THRU 2000-EXIT
020000         UNTIL WS-TRN-EOF.
020100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
020200     PERFORM 8910-LOG-RUN-END THRU 8910-EXIT.
020300     STOP RUN.
020400
020500*============================================================*
020600*  1000 SERIES - STARTUP / LOAD THE BUSINESS UNITS           *
020700*============================================================*
020800 1000-INITIALIZE.
020900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
021000
021100     OPEN INPUT BUDGET-TRANS-FILE.
021200     IF WS-TRN-STATUS NOT = '00'
021300         DISPLAY 'Error: Unable to open BDGTMANT.TRN'
021400         MOVE 16 TO RETURN-CODE
021500         STOP RUN
021600     END-IF.
021700
021800     PERFORM 1200-LOAD-BUSINESS-UNITS THRU 1200-EXIT.
021900
022000     OPEN I-O BUDGET-MASTER-FILE.
022100     IF WS-BGM-STATUS = '35'
022200         OPEN OUTPUT BUDGET-MASTER-FILE
022300         CLOSE BUDGET-MASTER-FILE
022400         OPEN I-O BUDGET-MASTER-FILE
022500     END-IF.
022600     IF WS-BGM-STATUS NOT = '00'
022700         DISPLAY 'Error: Unable to open BUDGET.MST - status '
022800                 WS-BGM-STATUS
022900         MOVE 16 TO RETURN-CODE
023000         STOP RUN
023100     END-IF.
023200
023300     OPEN EXTEND BUDGET-AUDIT-FILE.
023400     IF WS-AUD-STATUS = '35'
023500         OPEN OUTPUT BUDGET-AUDIT-FILE
023600     END-IF.
023700     IF WS-AUD-STATUS NOT = '00'
023800         DISPLAY 'Error: Unable to open BDGTAUD.LOG - '
023900                 'maintenance refused without an audit trail'
024000         MOVE 16 TO RETURN-CODE
024100         STOP RUN
024200     END-IF.
024300
024400     SET WS-TRN-NOT-EOF TO TRUE.
024500 1000-EXIT.
024600     EXIT.
024700
024800*----------------------------------------------------------*
024900*  WITHOUT THE CLIENT MASTER NO ADD CAN BE VALIDATED, SO A  *
025000*  MISSING CLIMAST.DAT ENDS THE RUN RATHER THAN WAVING      *
025100*  UNITS THROUGH.                                           *
025200*----------------------------------------------------------*
025300 1200-LOAD-BUSINESS-UNITS.
025400     MOVE ZERO TO WS-UNIT-COUNT.
025500     OPEN INPUT CLIENT-MASTER-FILE.
025600     IF WS-CMF-STATUS NOT = '00'
025700         DISPLAY 'Error: Unable to open CLIMAST.DAT - status '
025800                 WS-CMF-STATUS
025900         MOVE 16 TO RETURN-CODE
026000         STOP RUN
026100     END-IF.
026200     PERFORM 1210-READ-MASTER-RECORD THRU 1210-EXIT
026300         UNTIL WS-CMF-STATUS = '10'.
026400     CLOSE CLIENT-MASTER-FILE.
026500 1200-EXIT.
026600     EXIT.
026700
026800 1210-READ-MASTER-RECORD.
026900     READ CLIENT-MASTER-FILE
027000         AT END
027100             MOVE '10' TO WS-CMF-STATUS
027200         NOT AT END
027300             PERFORM 1220-STORE-BUSINESS-UNIT THRU 1220-EXIT
027400     END-READ.
027500 1210-EXIT.
027600     EXIT.
027700
027800 1220-STORE-BUSINESS-UNIT.
027900     IF CM-BUSINESS-UNIT = SPACES
028000         GO TO 1220-EXIT
028100     END-IF.
028200     MOVE CM-BUSINESS-UNIT TO WS-SEARCH-UNIT.
028300     PERFORM 2340-FIND-UNIT THRU 2340-EXIT.
028400     IF WS-UNIT-FOUND
028500         GO TO 1220-EXIT
028600     END-IF.
028700     IF WS-UNIT-COUNT NOT < 500
028800         DISPLAY 'Error: CLIMAST.DAT has more than 500 units'
028900         MOVE 16 TO RETURN-CODE
029000         STOP RUN
029100     END-IF.
029200     ADD 1 TO WS-UNIT-COUNT.
029300     MOVE CM-BUSINESS-UNIT TO WS-UNIT-ENTRY (WS-UNIT-COUNT).
029400 1220-EXIT.
029500     EXIT.
029600
029700*============================================================*
029800*  2000 SERIES - READ AND APPLY THE MAINTENANCE TRANSACTIONS *
029900*============================================================*
030000 2000-PROCESS-TRANSACTIONS.
030100     READ BUDGET-TRANS-FILE
030200         AT END
030300             SET WS-TRN-EOF TO TRUE
030400         NOT AT END
030500             PERFORM 2200-APPLY-TRANSACTION THRU 2200-EXIT
030600     END-READ.
030700 2000-EXIT.
030800     EXIT.
030900
031000 2200-APPLY-TRANSACTION.
031100     IF BUDGET-TRANS-RECORD = SPACES
031200         GO TO 2200-EXIT
031300     END-IF.
031400     ADD 1 TO WS-TRAN-COUNT.
031500     MOVE ZERO TO WS-OLD-ANNUAL WS-NEW-ANNUAL.
031600
031700     PERFORM 2300-VALIDATE-TRANSACTION THRU 2300-EXIT.
031800     IF WS-TRAN-INVALID
031900         ADD 1 TO WS-REJECT-COUNT
032000         DISPLAY 'Rejected: ' BMT-ACTION ' ' BMT-BUSINESS-UNIT
032100                 ' ' BMT-FISCAL-YEAR
032200         DISPLAY '  reason: ' WS-TRAN-ERROR
032300         PERFORM 2700-WRITE-AUDIT-REJECT THRU 2700-EXIT
032400         GO TO 2200-EXIT
032500     END-IF.
032600
032700     EVALUATE BMT-ACTION
032800         WHEN 'ADD'
032900             PERFORM 2400-ADD-BUDGET THRU 2400-EXIT
033000         WHEN 'CHG'
033100             PERFORM 2500-CHANGE-BUDGET THRU 2500-EXIT
033200         WHEN 'DEL'
033300             PERFORM 2600-DELETE-BUDGET THRU 2600-EXIT
033400     END-EVALUATE.
033500
033600     ADD 1 TO WS-APPLIED-COUNT.
033700     PERFORM 2710-WRITE-AUDIT-APPLIED THRU 2710-EXIT.
033800 2200-EXIT.
033900     EXIT.
034000
034100*============================================================*
034200*  2300 SERIES - TRANSACTION VALIDATION                      *
034300*  A GOOD ADD OR CHG LEAVES THE NEW ROW, PHASED AND          *
034400*  RE-TOTALED, IN THE RECORD AREA READY TO WRITE; A GOOD     *
034500*  DEL LEAVES THE ROW TO BE DELETED.                         *
034600*============================================================*
034700 2300-VALIDATE-TRANSACTION.
034800     SET WS-TRAN-VALID TO TRUE.
034900     MOVE SPACES TO WS-TRAN-ERROR.
035000
035100     IF BMT-ACTION NOT = 'ADD'
035200        AND BMT-ACTION NOT = 'CHG'
035300        AND BMT-ACTION NOT = 'DEL'
035400         MOVE 'action code not ADD, CHG, or DEL' TO WS-TRAN-ERROR
035500         SET WS-TRAN-INVALID TO TRUE
035600         GO TO 2300-EXIT
035700     END-IF.
035800     IF BMT-BUSINESS-UNIT = SPACES
035900         MOVE 'business unit missing' TO WS-TRAN-ERROR
036000         SET WS-TRAN-INVALID TO TRUE
036100         GO TO 2300-EXIT
036200     END-IF.
036300     IF BMT-FISCAL-YEAR IS NOT NUMERIC
036400        OR BMT-FISCAL-YEAR-NUM < 2000
036500         MOVE 'fiscal year is not a valid yyyy' TO WS-TRAN-ERROR
036600         SET WS-TRAN-INVALID TO TRUE
036700         GO TO 2300-EXIT
036800     END-IF.
036900     IF BMT-USER-ID = SPACES
037000         MOVE 'user id missing' TO WS-TRAN-ERROR
037100         SET WS-TRAN-INVALID TO TRUE
037200         GO TO 2300-EXIT
037300     END-IF.
037400
037500     IF BMT-ACTION NOT = 'DEL'
037600         PERFORM 2310-VALIDATE-AMOUNT THRU 2310-EXIT
037700         IF WS-TRAN-INVALID
037800             GO TO 2300-EXIT
037900         END-IF
038000     END-IF.
038100
038200     IF BMT-ACTION = 'ADD'
038300         MOVE BMT-BUSINESS-UNIT TO WS-SEARCH-UNIT
038400         PERFORM 2340-FIND-UNIT THRU 2340-EXIT
038500         IF WS-UNIT-NOT-FOUND
038600             MOVE 'business unit owns no CLIMAST.DAT address'
038700                 TO WS-TRAN-ERROR
038800             SET WS-TRAN-INVALID TO TRUE
038900             GO TO 2300-EXIT
039000         END-IF
039100     END-IF.
039200
039300     PERFORM 2350-READ-BUDGET-ROW THRU 2350-EXIT.
039400     EVALUATE TRUE
039500         WHEN BMT-ACTION = 'ADD' AND WS-ROW-FOUND
039600             MOVE 'budget already on file for unit and year'
039700                 TO WS-TRAN-ERROR
039800             SET WS-TRAN-INVALID TO TRUE
039900             GO TO 2300-EXIT
040000         WHEN BMT-ACTION NOT = 'ADD' AND WS-ROW-NOT-FOUND
040100             MOVE 'no budget on file for unit and year'
040200                 TO WS-TRAN-ERROR
040300             SET WS-TRAN-INVALID TO TRUE
040400             GO TO 2300-EXIT
040500         WHEN OTHER
040600             CONTINUE
040700     END-EVALUATE.
040800
040900     IF BMT-ACTION NOT = 'DEL'
041000         PERFORM 2380-SET-PHASING THRU 2380-EXIT
041100     END-IF.
041200 2300-EXIT.
041300     EXIT.
041400
041500*----------------------------------------------------------*
041600*  A WHOLE-YEAR AMOUNT MUST BE ABOVE ZERO.  A SINGLE MONTH  *
041700*  MAY BE ZERO - A UNIT CAN PLAN NO SPEND IN A MONTH - BUT  *
041800*  THE YEAR AS A WHOLE MAY NOT (SEE 2380-SET-PHASING).      *
041900*----------------------------------------------------------*
042000 2310-VALIDATE-AMOUNT.
042100     IF NOT BMT-WHOLE-YEAR
042200         IF BMT-MONTH IS NOT NUMERIC
042300            OR BMT-MONTH-NUM < 1 OR BMT-MONTH-NUM > 12
042400             MOVE 'month is not blank or 01-12' TO WS-TRAN-ERROR
042500             SET WS-TRAN-INVALID TO TRUE
042600             GO TO 2310-EXIT
042700         END-IF
042800     END-IF.
042900     IF BMT-AMOUNT-TEXT IS NOT NUMERIC
043000         MOVE 'amount is not numeric (11 digits, 2 dec)'
043100             TO WS-TRAN-ERROR
043200         SET WS-TRAN-INVALID TO TRUE
043300         GO TO 2310-EXIT
043400     END-IF.
043500     IF BMT-WHOLE-YEAR AND BMT-AMOUNT = ZERO
043600         MOVE 'annual amount is zero - use DEL' TO WS-TRAN-ERROR
043700         SET WS-TRAN-INVALID TO TRUE
043800     END-IF.
043900 2310-EXIT.
044000     EXIT.
044100
044200 2340-FIND-UNIT.
044300     SET WS-UNIT-NOT-FOUND TO TRUE.
044400     PERFORM 2345-MATCH-UNIT THRU 2345-EXIT
044500         VARYING WS-UNIT-SUB FROM 1 BY 1
044600         UNTIL WS-UNIT-SUB > WS-UNIT-COUNT
044700            OR WS-UNIT-FOUND.
044800 2340-EXIT.
044900     EXIT.
045000
045100 2345-MATCH-UNIT.
045200     IF WS-UNIT-ENTRY (WS-UNIT-SUB) = WS-SEARCH-UNIT
045300         SET WS-UNIT-FOUND TO TRUE
045400     END-IF.
045500 2345-EXIT.
045600     EXIT.
045700
045800 2350-READ-BUDGET-ROW.
045900     MOVE BMT-BUSINESS-UNIT TO BG-BUSINESS-UNIT.
046000     MOVE BMT-FISCAL-YEAR-NUM TO BG-FISCAL-YEAR.
046100     READ BUDGET-MASTER-FILE.
046200     EVALUATE WS-BGM-STATUS
046300         WHEN '00'
046400             SET WS-ROW-FOUND TO TRUE
046500             MOVE BG-ANNUAL-BUDGET TO WS-OLD-ANNUAL
046600         WHEN '23'
046700             SET WS-ROW-NOT-FOUND TO TRUE
046800             MOVE SPACES TO BUDGET-MASTER-RECORD
046900             MOVE BMT-BUSINESS-UNIT TO BG-BUSINESS-UNIT
047000             MOVE BMT-FISCAL-YEAR-NUM TO BG-FISCAL-YEAR
047100             MOVE ZERO TO BG-ANNUAL-BUDGET
047200             PERFORM 2355-CLEAR-MONTH THRU 2355-EXIT
047300                 VARYING WS-MONTH-SUB FROM 1 BY 1
047400                 UNTIL WS-MONTH-SUB > 12
047500         WHEN OTHER
047600             DISPLAY 'Error: BUDGET.MST read failed - status '
047700                     WS-BGM-STATUS
047800             MOVE 16 TO RETURN-CODE
047900             STOP RUN
048000     END-EVALUATE.
048100 2350-EXIT.
048200     EXIT.
048300
048400 2355-CLEAR-MONTH.
048500     MOVE ZERO TO BG-MONTH-BUDGET (WS-MONTH-SUB).
048600 2355-EXIT.
048700     EXIT.
048800
048900*----------------------------------------------------------*
049000*  PHASING ARRIVES IN THE RECORD AREA OVER THE ROW JUST     *
049100*  READ (OR THE ZEROED NEW ROW FOR AN ADD), THEN THE        *
049200*  ANNUAL IS RE-TOTALED FROM THE TWELVE MONTHS.             *
049300*----------------------------------------------------------*
049400 2380-SET-PHASING.
049500     IF BMT-WHOLE-YEAR
049600         COMPUTE WS-MONTH-SHARE = BMT-AMOUNT / 12
049700         PERFORM 2385-SPREAD-MONTH THRU 2385-EXIT
049800             VARYING WS-MONTH-SUB FROM 1 BY 1
049900             UNTIL WS-MONTH-SUB > 11
050000         COMPUTE BG-MONTH-BUDGET (12) =
050100             BMT-AMOUNT - (WS-MONTH-SHARE * 11)
050200     ELSE
050300         MOVE BMT-AMOUNT TO BG-MONTH-BUDGET (BMT-MONTH-NUM)
050400     END-IF.
050500     MOVE ZERO TO WS-NEW-ANNUAL.
050600     PERFORM 2390-TOTAL-MONTH THRU 2390-EXIT
050700         VARYING WS-MONTH-SUB FROM 1 BY 1
050800         UNTIL WS-MONTH-SUB > 12.
050900     IF WS-NEW-ANNUAL = ZERO
051000         MOVE 'change leaves the year at zero - use DEL'
051100             TO WS-TRAN-ERROR
051200         SET WS-TRAN-INVALID TO TRUE
051300         GO TO 2380-EXIT
051400     END-IF.
051500     MOVE WS-NEW-ANNUAL TO BG-ANNUAL-BUDGET.
051600     MOVE WS-RUN-DATE TO BG-LAST-CHANGED.
051700     MOVE BMT-USER-ID TO BG-CHANGED-BY.
051800 2380-EXIT.
051900     EXIT.
052000
052100 2385-SPREAD-MONTH.
052200     MOVE WS-MONTH-SHARE TO BG-MONTH-BUDGET (WS-MONTH-SUB).
052300 2385-EXIT.
052400     EXIT.
052500
052600 2390-TOTAL-MONTH.
052700     ADD BG-MONTH-BUDGET (WS-MONTH-SUB) TO WS-NEW-ANNUAL.
052800 2390-EXIT.
052900     EXIT.
053000
053100*============================================================*
053200*  2400/2500/2600 - APPLY THE EDITED TRANSACTION             *
053300*============================================================*
053400 2400-ADD-BUDGET.
053500     WRITE BUDGET-MASTER-RECORD.
053600     IF WS-BGM-STATUS NOT = '00'
053700         DISPLAY 'Error: BUDGET.MST write failed - status '
053800                 WS-BGM-STATUS
053900         MOVE 16 TO RETURN-CODE
054000         STOP RUN
054100     END-IF.
054200 2400-EXIT.
054300     EXIT.
054400
054500 2500-CHANGE-BUDGET.
054600     REWRITE BUDGET-MASTER-RECORD.
054700     IF WS-BGM-STATUS NOT = '00'
054800         DISPLAY 'Error: BUDGET.MST update failed - status '
054900                 WS-BGM-STATUS
055000         MOVE 16 TO RETURN-CODE
055100         STOP RUN
055200     END-IF.
055300 2500-EXIT.
055400     EXIT.
055500
055600 2600-DELETE-BUDGET.
055700     DELETE BUDGET-MASTER-FILE.
055800     IF WS-BGM-STATUS NOT = '00'
055900         DISPLAY 'Error: BUDGET.MST delete failed - status '
056000                 WS-BGM-STATUS
056100         MOVE 16 TO RETURN-CODE
056200         STOP RUN
056300     END-IF.
056400     MOVE ZERO TO WS-NEW-ANNUAL.
056500 2600-EXIT.
056600     EXIT.
056700
056800*============================================================*
056900*  2700 SERIES - AUDIT TRAIL                                 *
057000*  EVERY TRANSACTION WRITES EXACTLY ONE AUDIT RECORD,        *
057100*  APPLIED OR REJECTED, WITH THE ANNUAL BUDGET BEFORE AND    *
057200*  AFTER.                                                    *
057300*============================================================*
057400 2700-WRITE-AUDIT-REJECT.
057500     MOVE SPACES TO BUDGET-AUDIT-RECORD.
057600     MOVE 'REJ' TO BAL-RESULT.
057700     MOVE WS-OLD-ANNUAL TO BAL-BEFORE-ANNUAL.
057800     MOVE WS-OLD-ANNUAL TO BAL-AFTER-ANNUAL.
057900     MOVE WS-TRAN-ERROR TO BAL-NOTE.
058000     PERFORM 2720-WRITE-AUDIT-RECORD THRU 2720-EXIT.
058100 2700-EXIT.
058200     EXIT.
058300
058400 2710-WRITE-AUDIT-APPLIED.
058500     MOVE SPACES TO BUDGET-AUDIT-RECORD.
058600     MOVE 'OK ' TO BAL-RESULT.
058700     MOVE WS-OLD-ANNUAL TO BAL-BEFORE-ANNUAL.
058800     MOVE WS-NEW-ANNUAL TO BAL-AFTER-ANNUAL.
058900     MOVE BMT-REASON TO BAL-NOTE.
059000     PERFORM 2720-WRITE-AUDIT-RECORD THRU 2720-EXIT.
059100 2710-EXIT.
059200     EXIT.
059300
059400 2720-WRITE-AUDIT-RECORD.
059500     PERFORM 8000-FORMAT-TIMESTAMP THRU 8000-EXIT.
059600     MOVE WS-TIMESTAMP-TEXT TO BAL-TIMESTAMP.
059700     MOVE BUDGET-TRANS-RECORD TO BAL-TRANS-IMAGE.
059800     WRITE BUDGET-AUDIT-RECORD.
059900     IF WS-AUD-STATUS NOT = '00'
060000         DISPLAY 'Error: BDGTAUD.LOG write failed - status '
060100                 WS-AUD-STATUS
060200         MOVE 16 TO RETURN-CODE
060300         STOP RUN
060400     END-IF.
060500 2720-EXIT.
060600     EXIT.
060700
060800*============================================================*
060900*  8000 SERIES - SHARED UTILITY PARAGRAPHS                   *
061000*============================================================*
061100 8000-FORMAT-TIMESTAMP.
061200     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
061300     ACCEPT WS-CURRENT-TIME FROM TIME.
061400     STRING WS-CURRENT-DATE (1:4) '-' WS-CURRENT-DATE (5:2) '-'
061500            WS-CURRENT-DATE (7:2) ' '
061600            WS-CURRENT-TIME (1:2) ':' WS-CURRENT-TIME (3:2) ':'
061700            WS-CURRENT-TIME (5:2)
061800         DELIMITED BY SIZE INTO WS-TIMESTAMP-TEXT.
061900 8000-EXIT.
062000     EXIT.
062100
062200*============================================================*
062300*  8900 SERIES - RUN-CONTROL LEDGER                          *
062400*============================================================*
062500*----------------------------------------------------------*
062600*  THE 'S' ENTRY GOES OUT BEFORE ANY WORK, SO A STEP THAT   *
062700*  ABENDS OR TAKES A FATAL EXIT STILL SHOWS ON THE LEDGER   *
062800*  AS STARTED WITHOUT ENDING.                               *
062900*----------------------------------------------------------*
063000 8900-LOG-RUN-START.
063100     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
063200     ACCEPT WS-RUN-CLOCK FROM TIME.
063300     DIVIDE WS-RUN-CLOCK BY 100 GIVING WS-RUN-START-TIME.
063400     MOVE SPACES TO RUN-CONTROL-RECORD.
063500     SET RCL-STEP-STARTED TO TRUE.
063600     MOVE ZERO TO RCL-END-DATE RCL-END-TIME RCL-RETURN-CODE
063700                  RCL-RECORDS-IN RCL-RECORDS-OUT
063800                  RCL-RECORDS-REJECTED.
063900     PERFORM 8950-APPEND-RUN-CONTROL THRU 8950-EXIT.
064000 8900-EXIT.
064100     EXIT.
064200
064300*----------------------------------------------------------*
064400*  EVERY TRANSACTION READ IS EITHER APPLIED OR REJECTED, SO *
064500*  THE STEP MUST BALANCE.  THE TARGET IS THE RUN DATE - THE *
064600*  TRANSACTIONS CARRY NO BUSINESS DAY OF THEIR OWN.         *
064700*----------------------------------------------------------*
064800 8910-LOG-RUN-END.
064900     MOVE SPACES TO RUN-CONTROL-RECORD.
065000     SET RCL-STEP-ENDED TO TRUE.
065100     ACCEPT RCL-END-DATE FROM DATE YYYYMMDD.
065200     ACCEPT WS-RUN-CLOCK FROM TIME.
065300     DIVIDE WS-RUN-CLOCK BY 100 GIVING RCL-END-TIME.
065400     MOVE RETURN-CODE TO RCL-RETURN-CODE.
065500     MOVE WS-RUN-START-DATE TO WS-RUN-TARGET.
065600     MOVE WS-TRAN-COUNT TO RCL-RECORDS-IN.
065700     MOVE WS-APPLIED-COUNT TO RCL-RECORDS-OUT.
065800     MOVE WS-REJECT-COUNT TO RCL-RECORDS-REJECTED.
065900     SET RCL-MUST-BALANCE TO TRUE.
066000     PERFORM 8950-APPEND-RUN-CONTROL THRU 8950-EXIT.
066100 8910-EXIT.
066200     EXIT.
066300
066400*----------------------------------------------------------*
066500*  THE LEDGER IS SHARED AND APPEND-ONLY.  ONE THAT CANNOT   *
066600*  BE WRITTEN IS WARNED ABOUT BUT NEVER FAILS THE STEP -    *
066700*  THE LEDGER RECORDS THE WORK, IT IS NOT PART OF IT.       *
066800*----------------------------------------------------------*
066900 8950-APPEND-RUN-CONTROL.
067000     MOVE WS-RUN-PROGRAM TO RCL-PROGRAM.
067100     MOVE WS-RUN-START-DATE TO RCL-START-DATE.
067200     MOVE WS-RUN-START-TIME TO RCL-START-TIME.
067300     MOVE WS-RUN-TARGET TO RCL-TARGET.
067400     OPEN EXTEND RUN-CONTROL-FILE.
067500     IF WS-RCL-STATUS = '35'
067600         OPEN OUTPUT RUN-CONTROL-FILE
067700     END-IF.
067800     IF WS-RCL-STATUS NOT = '00'
067900         DISPLAY 'Warning: unable to open RUNCTL.LOG - status '
068000                 WS-RCL-STATUS
068100         GO TO 8950-EXIT
068200     END-IF.
068300     WRITE RUN-CONTROL-RECORD.
068400     CLOSE RUN-CONTROL-FILE.
068500 8950-EXIT.
068600     EXIT.
068700
068800*============================================================*
068900*  9000 SERIES - SHUTDOWN                                    *
069000*============================================================*
069100 9000-TERMINATE.
069200     CLOSE BUDGET-TRANS-FILE.
069300     CLOSE BUDGET-MASTER-FILE.
069400     CLOSE BUDGET-AUDIT-FILE.
069500     MOVE WS-TRAN-COUNT TO WS-COUNT-DISPLAY.
069600     DISPLAY 'Transactions read:    ' WS-COUNT-DISPLAY.
069700     MOVE WS-APPLIED-COUNT TO WS-COUNT-DISPLAY.
069800     DISPLAY 'Transactions applied: ' WS-COUNT-DISPLAY.
069900     MOVE WS-REJECT-COUNT TO WS-COUNT-DISPLAY.
070000     DISPLAY 'Transactions rejected:' WS-COUNT-DISPLAY.
070100     IF WS-REJECT-COUNT > 0
070200        AND RETURN-CODE < 4
070300         MOVE 4 TO RETURN-CODE
070400     END-IF.
070500 9000-EXIT.
070600     EXIT.

001000 IDENTIFICATION DIVISION.
001100 PROGRAM-ID. ChargebackAdjust.
001200 AUTHOR. D-OKONKWO-BOYER.
001300 INSTALLATION. ENTERPRISE-WEB-SERVICES.
001400 DATE-WRITTEN. 2026-10-15.
001500 DATE-COMPILED.
001600*----------------------------------------------------------*
001700*  ChargebackAdjust                                         *
001800*  ON-REQUEST ADJUSTMENT RUN AGAINST THE BILLING HISTORY    *
001900*  MASTER (BILLHIST.MST).  READS APPROVED CREDIT AND DEBIT  *
002000*  TRANSACTIONS FROM CHGBADJ.TRN, EACH KEYED BY BUSINESS    *
002100*  UNIT AND BILL MONTH AND CARRYING A REASON CODE AND THE   *
002200*  APPROVER, AND POSTS EACH ONE TO THE UNIT'S HISTORY ROW   *
002300*  IN BH-ADJ-NET - NEVER IN THE ORIGINAL CHARGE FIELDS, SO  *
002400*  THE MONTH AS BILLED STAYS ON FILE BESIDE ITS             *
002500*  CORRECTIONS.  THE NEXT ChargebackBilling STATEMENT THEN  *
002600*  PRINTS THE PRIOR MONTH NET OF THE ADJUSTMENTS.           *
002700*                                                            *
002800*  EVERY APPLIED ADJUSTMENT ALSO GOES TO AN ADJUSTING G/L   *
002900*  EXTRACT (GLADJyyyymmdd.DAT) IN THE SAME HEADER / DETAIL  *
003000*  / HASH-TOTALED TRAILER FORMAT AS THE MONTHLY             *
003100*  GLEXTRyyyymm.DAT, WITH SIGNED AMOUNTS (CREDITS           *
003200*  NEGATIVE) AND THE ADJUSTED MONTH AND REASON CODE IN THE  *
003300*  DETAIL, SO THE LEDGER AND BILLHIST.MST KEEP AGREEING.    *
003400*  THE ADJUSTMENT REGISTER (CHGBADJ.OUT) LISTS EVERY        *
003500*  TRANSACTION, APPLIED OR REJECTED, AND PROVES THE         *
003600*  EXTRACT TOTAL EQUALS THE NET CHANGE POSTED TO HISTORY.   *
003700*  EACH TRANSACTION IS ALSO APPENDED TO CHGBADJ.LOG WITH    *
003800*  THE BEFORE AND AFTER ADJUSTMENT NET; THE RUN REFUSES TO  *
003900*  START IF THAT LOG CANNOT BE OPENED, OR IF TODAY'S        *
003910*  EXTRACT IS ALREADY ON FILE - ITS ADJUSTMENTS ARE POSTED  *
003920*  AND A SECOND RUN WOULD OVERWRITE THEM BEFORE THE LEDGER  *
003930*  TEAM PICKS THEM UP.  FURTHER ADJUSTMENTS WAIT A DAY.     *
003940*  A TRANSACTION WHOSE TYPE, UNIT, MONTH, AMOUNT, APPROVER, *
003950*  AND MEMO MATCH ONE ALREADY APPLIED ON CHGBADJ.LOG - OR   *
003960*  EARLIER IN THE SAME BATCH - IS REJECTED AS DUP, SO A     *
003970*  CHGBADJ.TRN SUBMITTED AGAIN ON A LATER DAY POSTS NOTHING *
003980*  TWICE.  A GENUINE SECOND ADJUSTMENT OF THE SAME AMOUNT   *
003990*  NEEDS A MEMO OF ITS OWN.                                 *
004000*                                                            *
004100*  REASON CODES: DSP DISPUTED USAGE, ABU ABUSE OR SCANNER   *
004200*  TRAFFIC, RTE RATE OR PRICING ERROR, MAP CLIENT MASTER    *
004300*  MAPPING ERROR, OTH OTHER (EXPLAIN IN THE MEMO).  A       *
004400*  CREDIT MAY NOT TAKE A MONTH'S NET CHARGE BELOW ZERO.     *
004500*                                                            *
004600*  RETURN CODES: 0 CLEAN, 4 ONE OR MORE TRANSACTIONS        *
004700*  REJECTED, 16 FATAL OR OUT OF BALANCE.                    *
004800*----------------------------------------------------------*
004900*  MODIFICATION HISTORY.
005000*  DATE       INIT  DESCRIPTION
005100*  ---------- ----  ----------------------------------------
005200*  2026-10-15 DOB   ORIGINAL VERSION.
005210*  2026-10-15 DOB   RUN-CONTROL LEDGER ENTRIES AT START AND END OF
005220*                   EACH RUN (RUNCTL.LOG).
005230*  2026-10-15 DOB   REFUSE TO RUN WHEN TODAY'S GLADJ EXTRACT IS
005240*                   ALREADY ON FILE RATHER THAN OVERWRITE IT.
005250*  2026-10-15 DOB   REJECT AS DUP A TRANSACTION ALREADY APPLIED ON
005260*                   CHGBADJ.LOG SO A RESUBMITTED BATCH CANNOT
005270*                   POST TWICE.
005300*----------------------------------------------------------*
005400 ENVIRONMENT DIVISION.
005500 INPUT-OUTPUT SECTION.
005600 FILE-CONTROL.
005700     SELECT ADJUST-TRANS-FILE ASSIGN TO "CHGBADJ.TRN"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-TRN-STATUS.
006000
006100     SELECT BILLING-HISTORY-FILE ASSIGN TO "BILLHIST.MST"
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS RANDOM
006400         RECORD KEY IS BH-KEY
006500         FILE STATUS IS WS-BHM-STATUS.
006600
006700     SELECT GL-EXTRACT-FILE ASSIGN TO WS-EXTRACT-PATH
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-GLX-STATUS.
007000
007100     SELECT REGISTER-FILE ASSIGN TO "CHGBADJ.OUT"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-RPT-STATUS.
007400
007500     SELECT ADJUST-LOG-FILE ASSIGN TO "CHGBADJ.LOG"
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS WS-LOG-STATUS.
007710
007720     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.LOG"
007730         ORGANIZATION IS LINE SEQUENTIAL
007740         FILE STATUS IS WS-RCL-STATUS.
007800
007900 DATA DIVISION.
008000 FILE SECTION.
008100 FD  ADJUST-TRANS-FILE.
008200 01  ADJUST-TRANS-RECORD.
008300     05  ADJ-TYPE                    PIC X(01).
008400         88  ADJ-CREDIT              VALUE 'C'.
008500         88  ADJ-DEBIT               VALUE 'D'.
008600     05  FILLER                      PIC X(01).
008700     05  ADJ-BUSINESS-UNIT           PIC X(08).
008800     05  FILLER                      PIC X(01).
008900     05  ADJ-BILL-MONTH              PIC X(06).
009000     05  ADJ-BILL-MONTH-NUM REDEFINES ADJ-BILL-MONTH.
009100         10  ADJ-BM-YEAR             PIC 9(04).
009200         10  ADJ-BM-MONTH            PIC 9(02).
009300     05  FILLER                      PIC X(01).
009400     05  ADJ-AMOUNT-TEXT             PIC X(09).
009500     05  ADJ-AMOUNT REDEFINES ADJ-AMOUNT-TEXT
009600                                     PIC 9(07)V99.
009700     05  FILLER                      PIC X(01).
009800     05  ADJ-REASON-CODE             PIC X(03).
009900         88  ADJ-REASON-VALID        VALUE 'DSP' 'ABU' 'RTE'
010000                                           'MAP' 'OTH'.
010100     05  FILLER                      PIC X(01).
010200     05  ADJ-APPROVER                PIC X(08).
010300     05  FILLER                      PIC X(01).
010400     05  ADJ-MEMO                    PIC X(30).
010500
010600 FD  BILLING-HISTORY-FILE.
010700 01  BILLING-HISTORY-RECORD.
010800     COPY BILLHIST.
010900
011000 FD  GL-EXTRACT-FILE.
011100 01  GL-EXTRACT-RECORD               PIC X(80).
011200
011300 FD  REGISTER-FILE.
011400 01  REPORT-LINE                     PIC X(80).
011500
011600 FD  ADJUST-LOG-FILE.
011700 01  ADJUST-LOG-RECORD.
011800     05  AJL-TIMESTAMP               PIC X(19).
011900     05  FILLER                      PIC X(01).
012000     05  AJL-RESULT                  PIC X(03).
012100     05  FILLER                      PIC X(01).
012200     05  AJL-TRANS-IMAGE             PIC X(71).
012300     05  FILLER                      PIC X(01).
012400     05  AJL-BEFORE-NET              PIC -Z,ZZZ,ZZ9.99.
012500     05  FILLER                      PIC X(01).
012600     05  AJL-AFTER-NET               PIC -Z,ZZZ,ZZ9.99.
012700     05  FILLER                      PIC X(01).
012800     05  AJL-NOTE                    PIC X(40).
012810
012820 FD  RUN-CONTROL-FILE.
012830 01  RUN-CONTROL-RECORD.
012840     COPY RUNCTL.
012900
013000 WORKING-STORAGE SECTION.
013100 77  WS-TRN-STATUS                   PIC X(02) VALUE SPACES.
013200 77  WS-BHM-STATUS                   PIC X(02) VALUE SPACES.
013300 77  WS-GLX-STATUS                   PIC X(02) VALUE SPACES.
013400 77  WS-RPT-STATUS                   PIC X(02) VALUE SPACES.
013500 77  WS-LOG-STATUS                   PIC X(02) VALUE SPACES.
013510 77  WS-RCL-STATUS                   PIC X(02) VALUE SPACES.
013600
013700 01  WS-SWITCHES.
013800     05  WS-TRN-EOF-SW               PIC X(01) VALUE 'N'.
013900         88  WS-TRN-EOF              VALUE 'Y'.
014000         88  WS-TRN-NOT-EOF          VALUE 'N'.
014100     05  WS-TRAN-VALID-SW            PIC X(01) VALUE 'Y'.
014200         88  WS-TRAN-VALID           VALUE 'Y'.
014300         88  WS-TRAN-INVALID         VALUE 'N' 'D'.
014310         88  WS-TRAN-DUPLICATE       VALUE 'D'.
014320     05  WS-LOG-EOF-SW               PIC X(01) VALUE 'N'.
014330         88  WS-LOG-EOF              VALUE 'Y'.
014340         88  WS-LOG-NOT-EOF          VALUE 'N'.
014400
014500 77  WS-TRAN-ERROR                   PIC X(40) VALUE SPACES.
014600 77  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
014700 77  WS-CURRENT-DATE                 PIC 9(08) VALUE ZERO.
014800 77  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
014900 01  WS-TIMESTAMP-TEXT               PIC X(19) VALUE SPACES.
015000
015002*----------------------------------------------------------*
015004*  ADJUSTMENTS ALREADY POSTED.  EVERY TRANSACTION IN THE    *
015006*  BATCH IS HELD BY ITS MATCH KEY, AND STAMPED WITH THE LOG *
015008*  TIME WHEN CHGBADJ.LOG ALREADY CARRIES THE SAME KEY AS    *
015010*  APPLIED ('OK ') - OR WHEN THIS RUN APPLIES IT.  THE      *
015012*  REASON CODE IS NOT PART OF THE KEY.  THE LOGGED          *
015014*  TRANSACTION IMAGE IS READ BACK THROUGH WS-LOGGED-TRANS.  *
015016*----------------------------------------------------------*
015018 77  WS-BATCH-MAX                    PIC 9(04) COMP VALUE 500.
015020 77  WS-BATCH-COUNT                  PIC 9(04) COMP VALUE ZERO.
015022 77  WS-BX                           PIC 9(04) COMP VALUE ZERO.
015024 01  WS-BATCH-TABLE.
015026     05  WS-BATCH-ENTRY OCCURS 500 TIMES.
015028         10  WS-BT-MATCH-KEY         PIC X(62).
015030         10  WS-BT-APPLIED-AT        PIC X(19).
015032 01  WS-MATCH-KEY.
015034     05  WS-MK-TYPE                  PIC X(01).
015036     05  WS-MK-UNIT                  PIC X(08).
015038     05  WS-MK-MONTH                 PIC X(06).
015040     05  WS-MK-AMOUNT                PIC X(09).
015042     05  WS-MK-APPROVER              PIC X(08).
015044     05  WS-MK-MEMO                  PIC X(30).
015046 01  WS-LOGGED-TRANS.
015048     05  WS-LT-TYPE                  PIC X(01).
015050     05  FILLER                      PIC X(01).
015052     05  WS-LT-UNIT                  PIC X(08).
015054     05  FILLER                      PIC X(01).
015056     05  WS-LT-MONTH                 PIC X(06).
015058     05  FILLER                      PIC X(01).
015060     05  WS-LT-AMOUNT                PIC X(09).
015062     05  FILLER                      PIC X(01).
015064     05  WS-LT-REASON                PIC X(03).
015066     05  FILLER                      PIC X(01).
015068     05  WS-LT-APPROVER              PIC X(08).
015070     05  FILLER                      PIC X(01).
015072     05  WS-LT-MEMO                  PIC X(30).
015074
015100*----------------------------------------------------------*
015200*  ADJUSTMENT ARITHMETIC.  THE NEW NET IS HELD ONE DIGIT    *
015300*  WIDER THAN BH-ADJ-NET SO AN ADJUSTMENT THAT WOULD        *
015400*  OVERFLOW THE HISTORY FIELD IS CAUGHT AND REJECTED, NOT   *
015500*  TRUNCATED.                                               *
015600*----------------------------------------------------------*
015700 77  WS-SIGNED-AMOUNT                PIC S9(07)V99 VALUE ZERO.
015800 77  WS-OLD-ADJ                      PIC S9(07)V99 VALUE ZERO.
015900 77  WS-NEW-ADJ                      PIC S9(08)V99 VALUE ZERO.
016000 77  WS-NET-CHARGE                   PIC S9(10)V99 VALUE ZERO.
016100
016200*----------------------------------------------------------*
016300*  ADJUSTING G/L EXTRACT.  SAME RECORD TYPES, POSITIONS,    *
016400*  AND WIDTHS AS THE MONTHLY GLEXTRyyyymm.DAT; AMOUNTS ARE  *
016500*  SIGNED (TRAILING OVERPUNCH) BECAUSE A CREDIT REDUCES     *
016600*  THE CHARGE, AND THE DETAIL CARRIES THE MONTH ADJUSTED    *
016700*  AND THE REASON CODE IN WHAT IS FILLER ON A BILLING       *
016800*  DETAIL.  THE HEADER CARRIES THE MONTH OF THE RUN.        *
016900*----------------------------------------------------------*
017000 77  WS-EXTRACT-PATH                 PIC X(30) VALUE SPACES.
017100 01  GL-HEADER-RECORD.
017200     05  GLH-RECORD-TYPE             PIC X(01) VALUE 'H'.
017300     05  GLH-BILL-MONTH              PIC 9(06).
017400     05  GLH-RUN-DATE                PIC 9(08).
017500     05  FILLER                      PIC X(65) VALUE SPACES.
017600 01  GL-DETAIL-RECORD.
017700     05  GLD-RECORD-TYPE             PIC X(01) VALUE 'D'.
017800     05  GLD-BUSINESS-UNIT           PIC X(08).
017900     05  GLD-CONN-CHARGE             PIC S9(09)V99.
018000     05  GLD-BYTE-CHARGE             PIC S9(09)V99.
018100     05  GLD-TOTAL-CHARGE            PIC S9(09)V99.
018200     05  GLD-ADJ-BILL-MONTH          PIC 9(06).
018300     05  GLD-ADJ-REASON-CODE         PIC X(03).
018400     05  FILLER                      PIC X(29) VALUE SPACES.
018500 01  GL-TRAILER-RECORD.
018600     05  GLT-RECORD-TYPE             PIC X(01) VALUE 'T'.
018700     05  GLT-DETAIL-COUNT            PIC 9(09).
018800     05  GLT-HASH-CONN               PIC S9(11)V99.
018900     05  GLT-HASH-BYTE               PIC S9(11)V99.
019000     05  GLT-HASH-TOTAL              PIC S9(11)V99.
019100     05  FILLER                      PIC X(31) VALUE SPACES.
019200 77  WS-DETAIL-COUNT                 PIC 9(09) COMP VALUE ZERO.
019300 77  WS-HASH-TOTAL                   PIC S9(11)V99 VALUE ZERO.
019400
019500*----------------------------------------------------------*
019600*  CONTROL TOTALS.  THE HISTORY SIDE ACCUMULATES THE NET    *
019700*  CHANGE ACTUALLY REWRITTEN TO BILLHIST.MST; THE EXTRACT   *
019800*  SIDE IS THE TRAILER HASH.  THE REGISTER PROVES THEY      *
019900*  MEET.                                                    *
020000*----------------------------------------------------------*
020100 77  WS-TRAN-COUNT                   PIC 9(05) COMP VALUE ZERO.
020200 77  WS-APPLIED-COUNT                PIC 9(05) COMP VALUE ZERO.
020300 77  WS-REJECT-COUNT                 PIC 9(05) COMP VALUE ZERO.
020400 77  WS-CREDIT-TOTAL                 PIC 9(11)V99 VALUE ZERO.
020500 77  WS-DEBIT-TOTAL                  PIC 9(11)V99 VALUE ZERO.
020600 77  WS-HIST-CHANGE                  PIC S9(11)V99 VALUE ZERO.
020700
020800 01  WS-REPORT-LINE-OUT              PIC X(80) VALUE SPACES.
020900 77  WS-COUNT-DISPLAY                PIC ZZZZ9.
021000 77  WS-TOTAL-DISPLAY                PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
021100
021200 01  WS-REGISTER-LINE.
021300     05  WS-RL-TYPE                  PIC X(01).
021400     05  FILLER                      PIC X(02) VALUE SPACES.
021500     05  WS-RL-UNIT                  PIC X(08).
021600     05  FILLER                      PIC X(01) VALUE SPACE.
021700     05  WS-RL-MONTH                 PIC X(06).
021800     05  FILLER                      PIC X(01) VALUE SPACE.
021900     05  WS-RL-AMOUNT                PIC Z,ZZZ,ZZ9.99.
022000     05  FILLER                      PIC X(01) VALUE SPACE.
022100     05  WS-RL-REASON                PIC X(03).
022200     05  FILLER                      PIC X(01) VALUE SPACE.
022300     05  WS-RL-APPROVER              PIC X(08).
022400     05  FILLER                      PIC X(01) VALUE SPACE.
022500     05  WS-RL-RESULT                PIC X(08).
022600     05  FILLER                      PIC X(01) VALUE SPACE.
022700     05  WS-RL-NEW-NET               PIC -Z,ZZZ,ZZ9.99.
022800
022805*----------------------------------------------------------*
022810*  RUN-CONTROL LEDGER WORK AREAS.  THE START DATE AND TIME  *
022815*  PAIR THIS RUN'S END ENTRY WITH ITS START ENTRY.          *
022820*----------------------------------------------------------*
022825 01  WS-RUN-CONTROL.
022830     05  WS-RUN-PROGRAM              PIC X(08) VALUE 'CHGBADJ '.
022835     05  WS-RUN-START-DATE           PIC 9(08) VALUE ZERO.
022840     05  WS-RUN-START-TIME           PIC 9(06) VALUE ZERO.
022845     05  WS-RUN-CLOCK                PIC 9(08) VALUE ZERO.
022850     05  WS-RUN-TARGET               PIC X(17) VALUE SPACES.
022855
022900 PROCEDURE DIVISION.
023000*============================================================*
023100 0000-MAINLINE.
023200*============================================================*
023210     PERFORM 8900-LOG-RUN-START THRU 8900-EXIT.
023300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023400     PERFORM 2000-PROCESS-TRANSACTIONS THRU 2000-EXIT
023500         UNTIL WS-TRN-EOF.
023600     PERFORM 6000-PRINT-CONTROL-TOTALS THRU 6000-EXIT.
023700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
023710     PERFORM 8910-LOG-RUN-END THRU 8910-EXIT.
023800     STOP RUN.
023900
024000*============================================================*
024100*  1000 SERIES - STARTUP                                     *
024200*============================================================*
024300 1000-INITIALIZE.
024400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
024500
024600     OPEN INPUT ADJUST-TRANS-FILE.
024700     IF WS-TRN-STATUS NOT = '00'
024800         DISPLAY 'Error: Unable to open CHGBADJ.TRN'
024900         MOVE 16 TO RETURN-CODE
025000         STOP RUN
025100     END-IF.
025110
025120     PERFORM 1300-FIND-PRIOR-POSTINGS THRU 1300-EXIT.
025200
025300     OPEN I-O BILLING-HISTORY-FILE.
025400     IF WS-BHM-STATUS NOT = '00'
025500         DISPLAY 'Error: Unable to open BILLHIST.MST - status '
025600                 WS-BHM-STATUS
025700         MOVE 16 TO RETURN-CODE
025800         STOP RUN
025900     END-IF.
026000
026100     OPEN EXTEND ADJUST-LOG-FILE.
026200     IF WS-LOG-STATUS = '35'
026300         OPEN OUTPUT ADJUST-LOG-FILE
026400     END-IF.
026500     IF WS-LOG-STATUS NOT = '00'
026600         DISPLAY 'Error: Unable to open CHGBADJ.LOG - '
026700                 'adjustments refused without an audit trail'
026800         MOVE 16 TO RETURN-CODE
026900         STOP RUN
027000     END-IF.
027100
027200     PERFORM 1400-OPEN-GL-EXTRACT THRU 1400-EXIT.
027300
027400     OPEN OUTPUT REGISTER-FILE.
027500     IF WS-RPT-STATUS NOT = '00'
027600         DISPLAY 'Error: Unable to open CHGBADJ.OUT'
027700         MOVE 16 TO RETURN-CODE
027800         STOP RUN
027900     END-IF.
028000
028100     WRITE REPORT-LINE FROM
028200         'Chargeback Adjustment Register'.
028300     MOVE SPACES TO WS-REPORT-LINE-OUT.
028400     STRING 'Run date ' DELIMITED BY SIZE
028500            WS-RUN-DATE DELIMITED BY SIZE
028600            '   G/L extract ' DELIMITED BY SIZE
028700            WS-EXTRACT-PATH DELIMITED BY SPACE
028800         INTO WS-REPORT-LINE-OUT.
028900     WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT.
029000     MOVE SPACES TO REPORT-LINE.
029100     WRITE REPORT-LINE.
029200     WRITE REPORT-LINE FROM
029300         'T  Unit     Month        Amount Rsn Approver Result'.
029400
029500     SET WS-TRN-NOT-EOF TO TRUE.
029600 1000-EXIT.
029700     EXIT.
029800
029801*----------------------------------------------------------*
029802*  A BATCH MAY NOT POST TWICE.  LOAD THE BATCH'S MATCH      *
029803*  KEYS, REWIND CHGBADJ.TRN FOR THE POSTING PASS, THEN      *
029804*  STAMP EACH KEY CHGBADJ.LOG ALREADY SHOWS APPLIED, ALL    *
029805*  BEFORE THE LOG IS OPENED FOR EXTEND.  NO LOG YET MEANS   *
029806*  NOTHING HAS BEEN POSTED; ONE THAT CANNOT BE READ ENDS    *
029807*  THE RUN.                                                 *
029808*----------------------------------------------------------*
029809 1300-FIND-PRIOR-POSTINGS.
029810     MOVE ZERO TO WS-BATCH-COUNT.
029811     SET WS-TRN-NOT-EOF TO TRUE.
029812     PERFORM 1310-LOAD-BATCH-KEY THRU 1310-EXIT
029813         UNTIL WS-TRN-EOF.
029814     CLOSE ADJUST-TRANS-FILE.
029815     OPEN INPUT ADJUST-TRANS-FILE.
029816     IF WS-TRN-STATUS NOT = '00'
029817         DISPLAY 'Error: Unable to reopen CHGBADJ.TRN'
029818         MOVE 16 TO RETURN-CODE
029819         STOP RUN
029820     END-IF.
029821
029822     OPEN INPUT ADJUST-LOG-FILE.
029823     IF WS-LOG-STATUS = '35'
029824         GO TO 1300-EXIT
029825     END-IF.
029826     IF WS-LOG-STATUS NOT = '00'
029827         DISPLAY 'Error: Unable to read CHGBADJ.LOG - status '
029828                 WS-LOG-STATUS ' - duplicates cannot be checked'
029829         MOVE 16 TO RETURN-CODE
029830         STOP RUN
029831     END-IF.
029832     SET WS-LOG-NOT-EOF TO TRUE.
029833     PERFORM 1350-MATCH-LOG-ENTRY THRU 1350-EXIT
029834         UNTIL WS-LOG-EOF.
029835     CLOSE ADJUST-LOG-FILE.
029836 1300-EXIT.
029837     EXIT.
029838
029839 1310-LOAD-BATCH-KEY.
029840     READ ADJUST-TRANS-FILE
029841         AT END
029842             SET WS-TRN-EOF TO TRUE
029843     END-READ.
029844     IF WS-TRN-EOF
029845        OR ADJUST-TRANS-RECORD = SPACES
029846         GO TO 1310-EXIT
029847     END-IF.
029848     IF WS-BATCH-COUNT NOT < WS-BATCH-MAX
029849         DISPLAY 'Error: more than 500 transactions in '
029850                 'CHGBADJ.TRN - split the batch'
029851         MOVE 16 TO RETURN-CODE
029852         STOP RUN
029853     END-IF.
029854     PERFORM 2390-BUILD-MATCH-KEY THRU 2390-EXIT.
029855     ADD 1 TO WS-BATCH-COUNT.
029856     MOVE WS-MATCH-KEY TO WS-BT-MATCH-KEY (WS-BATCH-COUNT).
029857     MOVE SPACES TO WS-BT-APPLIED-AT (WS-BATCH-COUNT).
029858 1310-EXIT.
029859     EXIT.
029860
029861 1350-MATCH-LOG-ENTRY.
029862     READ ADJUST-LOG-FILE
029863         AT END
029864             SET WS-LOG-EOF TO TRUE
029865     END-READ.
029866     IF WS-LOG-EOF
029867        OR AJL-RESULT NOT = 'OK '
029868         GO TO 1350-EXIT
029869     END-IF.
029870     MOVE AJL-TRANS-IMAGE TO WS-LOGGED-TRANS.
029871     MOVE WS-LT-TYPE TO WS-MK-TYPE.
029872     MOVE WS-LT-UNIT TO WS-MK-UNIT.
029873     MOVE WS-LT-MONTH TO WS-MK-MONTH.
029874     MOVE WS-LT-AMOUNT TO WS-MK-AMOUNT.
029875     MOVE WS-LT-APPROVER TO WS-MK-APPROVER.
029876     MOVE WS-LT-MEMO TO WS-MK-MEMO.
029877     MOVE AJL-TIMESTAMP TO WS-TIMESTAMP-TEXT.
029878     MOVE 1 TO WS-BX.
029879     PERFORM 1360-STAMP-BATCH-SLOT THRU 1360-EXIT
029880         UNTIL WS-BX > WS-BATCH-COUNT.
029881 1350-EXIT.
029882     EXIT.
029883
029884 1360-STAMP-BATCH-SLOT.
029885     IF WS-BT-MATCH-KEY (WS-BX) = WS-MATCH-KEY
029886        AND WS-BT-APPLIED-AT (WS-BX) = SPACES
029887         MOVE WS-TIMESTAMP-TEXT TO WS-BT-APPLIED-AT (WS-BX)
029888     END-IF.
029889     ADD 1 TO WS-BX.
029890 1360-EXIT.
029891     EXIT.
029892
029900*----------------------------------------------------------*
030000*  ONE ADJUSTING EXTRACT PER RUN DATE, HEADER WRITTEN       *
030100*  IMMEDIATELY THE WAY THE BILLING RUN WRITES ITS OWN.  AN  *
030110*  EXTRACT ALREADY ON FILE FOR THE RUN DATE IS NEVER        *
030120*  OVERWRITTEN; THE RUN STOPS BEFORE ANYTHING IS POSTED.    *
030200*----------------------------------------------------------*
030300 1400-OPEN-GL-EXTRACT.
030400     MOVE SPACES TO WS-EXTRACT-PATH.
030500     STRING 'GLADJ' DELIMITED BY SIZE
030600            WS-RUN-DATE DELIMITED BY SIZE
030700            '.DAT' DELIMITED BY SIZE
030800         INTO WS-EXTRACT-PATH.
030810     OPEN INPUT GL-EXTRACT-FILE.
030820     IF WS-GLX-STATUS = '00'
030830         CLOSE GL-EXTRACT-FILE
030840         DISPLAY 'Error: ' WS-EXTRACT-PATH
030850                 ' already exists - not overwritten'
030860         MOVE 16 TO RETURN-CODE
030870         STOP RUN
030880     END-IF.
030900     OPEN OUTPUT GL-EXTRACT-FILE.
031000     IF WS-GLX-STATUS NOT = '00'
031100         DISPLAY 'Error: Unable to open ' WS-EXTRACT-PATH
031200                 ' - status ' WS-GLX-STATUS
031300         MOVE 16 TO RETURN-CODE
031400         STOP RUN
031500     END-IF.
031600     MOVE WS-RUN-DATE (1:6) TO GLH-BILL-MONTH.
031700     MOVE WS-RUN-DATE TO GLH-RUN-DATE.
031800     WRITE GL-EXTRACT-RECORD FROM GL-HEADER-RECORD.
031900     IF WS-GLX-STATUS NOT = '00'
032000         DISPLAY 'Error: G/L extract write failed - status '
032100                 WS-GLX-STATUS
032200         MOVE 16 TO RETURN-CODE
032300         STOP RUN
032400     END-IF.
032500 1400-EXIT.
032600     EXIT.
032700
032800*============================================================*
032900*  2000 SERIES - EDIT AND POST EACH ADJUSTMENT               *
033000*============================================================*
033100 2000-PROCESS-TRANSACTIONS.
033200     READ ADJUST-TRANS-FILE
033300         AT END
033400             SET WS-TRN-EOF TO TRUE
033500         NOT AT END
033600             PERFORM 2200-APPLY-ADJUSTMENT THRU 2200-EXIT
033700     END-READ.
033800 2000-EXIT.
033900     EXIT.
034000
034100 2200-APPLY-ADJUSTMENT.
034200     IF ADJUST-TRANS-RECORD = SPACES
034300         GO TO 2200-EXIT
034400     END-IF.
034500     ADD 1 TO WS-TRAN-COUNT.
034600     MOVE ZERO TO WS-OLD-ADJ WS-NEW-ADJ.
034700
034800     PERFORM 2300-VALIDATE-ADJUSTMENT THRU 2300-EXIT.
034900     IF WS-TRAN-INVALID
035000         ADD 1 TO WS-REJECT-COUNT
035100         DISPLAY 'Rejected: ' ADJ-TYPE ' ' ADJ-BUSINESS-UNIT
035200                 ' ' ADJ-BILL-MONTH
035300         DISPLAY '  reason: ' WS-TRAN-ERROR
035400         PERFORM 2700-WRITE-REGISTER-REJECT THRU 2700-EXIT
035500         GO TO 2200-EXIT
035600     END-IF.
035700
035800     MOVE WS-NEW-ADJ TO BH-ADJ-NET.
035900     REWRITE BILLING-HISTORY-RECORD.
036000     IF WS-BHM-STATUS NOT = '00'
036100         DISPLAY 'Error: BILLHIST.MST update failed - status '
036200                 WS-BHM-STATUS
036300         MOVE 16 TO RETURN-CODE
036400         STOP RUN
036500     END-IF.
036600     COMPUTE WS-HIST-CHANGE =
036700         WS-HIST-CHANGE + WS-NEW-ADJ - WS-OLD-ADJ.
036800
036900     IF ADJ-CREDIT
037000         ADD ADJ-AMOUNT TO WS-CREDIT-TOTAL
037100     ELSE
037200         ADD ADJ-AMOUNT TO WS-DEBIT-TOTAL
037300     END-IF.
037400     ADD 1 TO WS-APPLIED-COUNT.
037500
037600     PERFORM 2500-WRITE-GL-DETAIL THRU 2500-EXIT.
037700     PERFORM 2710-WRITE-REGISTER-APPLIED THRU 2710-EXIT.
037710     MOVE 1 TO WS-BX.
037720     PERFORM 1360-STAMP-BATCH-SLOT THRU 1360-EXIT
037730         UNTIL WS-BX > WS-BATCH-COUNT.
037800 2200-EXIT.
037900     EXIT.
038000
038100*============================================================*
038200*  2300 SERIES - ADJUSTMENT VALIDATION                       *
038300*  A GOOD TRANSACTION LEAVES THE MONTH'S HISTORY ROW IN THE  *
038400*  RECORD AREA AND THE NEW ADJUSTMENT NET IN WS-NEW-ADJ,     *
038500*  READY TO REWRITE.                                         *
038600*============================================================*
038700 2300-VALIDATE-ADJUSTMENT.
038800     SET WS-TRAN-VALID TO TRUE.
038900     MOVE SPACES TO WS-TRAN-ERROR.
039000
039100     IF NOT ADJ-CREDIT AND NOT ADJ-DEBIT
039200         MOVE 'adjustment type not C or D' TO WS-TRAN-ERROR
039300         SET WS-TRAN-INVALID TO TRUE
039400         GO TO 2300-EXIT
039500     END-IF.
039600     IF ADJ-BUSINESS-UNIT = SPACES
039700         MOVE 'business unit missing' TO WS-TRAN-ERROR
039800         SET WS-TRAN-INVALID TO TRUE
039900         GO TO 2300-EXIT
040000     END-IF.
040100     IF ADJ-BILL-MONTH IS NOT NUMERIC
040200        OR ADJ-BM-MONTH < 1 OR ADJ-BM-MONTH > 12
040300         MOVE 'bill month is not a valid yyyymm' TO WS-TRAN-ERROR
040400         SET WS-TRAN-INVALID TO TRUE
040500         GO TO 2300-EXIT
040600     END-IF.
040700     IF ADJ-AMOUNT-TEXT IS NOT NUMERIC
040800         MOVE 'amount is not numeric (9 digits, 2 dec)'
040900             TO WS-TRAN-ERROR
041000         SET WS-TRAN-INVALID TO TRUE
041100         GO TO 2300-EXIT
041200     END-IF.
041300     IF ADJ-AMOUNT = ZERO
041400         MOVE 'amount is zero' TO WS-TRAN-ERROR
041500         SET WS-TRAN-INVALID TO TRUE
041600         GO TO 2300-EXIT
041700     END-IF.
041800     IF NOT ADJ-REASON-VALID
041900         MOVE 'reason code not DSP, ABU, RTE, MAP, OTH'
042000             TO WS-TRAN-ERROR
042100         SET WS-TRAN-INVALID TO TRUE
042200         GO TO 2300-EXIT
042300     END-IF.
042400     IF ADJ-APPROVER = SPACES
042500         MOVE 'approver missing' TO WS-TRAN-ERROR
042600         SET WS-TRAN-INVALID TO TRUE
042700         GO TO 2300-EXIT
042800     END-IF.
042900
042910     PERFORM 2370-CHECK-PRIOR-POSTING THRU 2370-EXIT.
042920     IF WS-TRAN-INVALID
042930         GO TO 2300-EXIT
042940     END-IF.
042950
043000     PERFORM 2350-READ-HISTORY-ROW THRU 2350-EXIT.
043100     IF WS-TRAN-INVALID
043200         GO TO 2300-EXIT
043300     END-IF.
043400     PERFORM 2360-COMPUTE-NEW-NET THRU 2360-EXIT.
043500 2300-EXIT.
043600     EXIT.
043700
043800 2350-READ-HISTORY-ROW.
043900     MOVE ADJ-BUSINESS-UNIT TO BH-BUSINESS-UNIT.
044000     MOVE ADJ-BILL-MONTH-NUM TO BH-BILL-MONTH.
044100     READ BILLING-HISTORY-FILE.
044200     EVALUATE WS-BHM-STATUS
044300         WHEN '00'
044400             IF BH-ADJ-NET IS NUMERIC
044500                 MOVE BH-ADJ-NET TO WS-OLD-ADJ
044600             END-IF
044700         WHEN '23'
044800             MOVE 'no billing history for unit and month'
044900                 TO WS-TRAN-ERROR
045000             SET WS-TRAN-INVALID TO TRUE
045100         WHEN OTHER
045200             DISPLAY 'Error: BILLHIST.MST read failed - status '
045300                     WS-BHM-STATUS
045400             MOVE 16 TO RETURN-CODE
045500             STOP RUN
045600     END-EVALUATE.
045700 2350-EXIT.
045800     EXIT.
045900
046000*----------------------------------------------------------*
046100*  A CREDIT MAY NOT TAKE THE MONTH'S NET CHARGE BELOW ZERO, *
046200*  AND THE RUNNING NET MUST STILL FIT BH-ADJ-NET.           *
046300*----------------------------------------------------------*
046400 2360-COMPUTE-NEW-NET.
046500     IF ADJ-CREDIT
046600         COMPUTE WS-SIGNED-AMOUNT = ZERO - ADJ-AMOUNT
046700     ELSE
046800         MOVE ADJ-AMOUNT TO WS-SIGNED-AMOUNT
046900     END-IF.
047000     COMPUTE WS-NEW-ADJ = WS-OLD-ADJ + WS-SIGNED-AMOUNT.
047100     COMPUTE WS-NET-CHARGE = BH-TOTAL-CHARGE + WS-NEW-ADJ.
047200     IF WS-NET-CHARGE < ZERO
047300         MOVE 'credit exceeds the month''s net charge'
047400             TO WS-TRAN-ERROR
047500         SET WS-TRAN-INVALID TO TRUE
047600         GO TO 2360-EXIT
047700     END-IF.
047800     IF WS-NEW-ADJ > 9999999.99
047900        OR WS-NEW-ADJ < -9999999.99
048000         MOVE 'adjustment net exceeds 9,999,999.99'
048100             TO WS-TRAN-ERROR
048200         SET WS-TRAN-INVALID TO TRUE
048300     END-IF.
048400 2360-EXIT.
048500     EXIT.
048600
048602*----------------------------------------------------------*
048604*  A TRANSACTION WHOSE KEY IS STAMPED IS ALREADY POSTED -   *
048606*  BY AN EARLIER RUN OR EARLIER IN THIS ONE - AND IS        *
048608*  REJECTED AS DUP WITH THE TIME IT WAS APPLIED.            *
048610*----------------------------------------------------------*
048612 2370-CHECK-PRIOR-POSTING.
048614     PERFORM 2390-BUILD-MATCH-KEY THRU 2390-EXIT.
048616     MOVE 1 TO WS-BX.
048618     PERFORM 2380-CHECK-BATCH-SLOT THRU 2380-EXIT
048620         UNTIL WS-TRAN-INVALID
048622            OR WS-BX > WS-BATCH-COUNT.
048624 2370-EXIT.
048626     EXIT.
048628
048630 2380-CHECK-BATCH-SLOT.
048632     IF WS-BT-MATCH-KEY (WS-BX) = WS-MATCH-KEY
048634        AND WS-BT-APPLIED-AT (WS-BX) NOT = SPACES
048636         MOVE SPACES TO WS-TRAN-ERROR
048638         STRING 'already applied ' DELIMITED BY SIZE
048640                WS-BT-APPLIED-AT (WS-BX) DELIMITED BY SIZE
048642             INTO WS-TRAN-ERROR
048644         SET WS-TRAN-DUPLICATE TO TRUE
048646         GO TO 2380-EXIT
048648     END-IF.
048650     ADD 1 TO WS-BX.
048652 2380-EXIT.
048654     EXIT.
048656
048658 2390-BUILD-MATCH-KEY.
048660     MOVE ADJ-TYPE TO WS-MK-TYPE.
048662     MOVE ADJ-BUSINESS-UNIT TO WS-MK-UNIT.
048664     MOVE ADJ-BILL-MONTH TO WS-MK-MONTH.
048666     MOVE ADJ-AMOUNT-TEXT TO WS-MK-AMOUNT.
048668     MOVE ADJ-APPROVER TO WS-MK-APPROVER.
048670     MOVE ADJ-MEMO TO WS-MK-MEMO.
048672 2390-EXIT.
048674     EXIT.
048676
048700*============================================================*
048800*  2500 SERIES - ADJUSTING G/L DETAIL                        *
048900*============================================================*
049000 2500-WRITE-GL-DETAIL.
049100     MOVE ADJ-BUSINESS-UNIT TO GLD-BUSINESS-UNIT.
049200     MOVE ZERO TO GLD-CONN-CHARGE.
049300     MOVE ZERO TO GLD-BYTE-CHARGE.
049400     MOVE WS-SIGNED-AMOUNT TO GLD-TOTAL-CHARGE.
049500     MOVE ADJ-BILL-MONTH-NUM TO GLD-ADJ-BILL-MONTH.
049600     MOVE ADJ-REASON-CODE TO GLD-ADJ-REASON-CODE.
049700     WRITE GL-EXTRACT-RECORD FROM GL-DETAIL-RECORD.
049800     IF WS-GLX-STATUS NOT = '00'
049900         DISPLAY 'Error: G/L extract write failed - status '
050000                 WS-GLX-STATUS
050100         MOVE 16 TO RETURN-CODE
050200         STOP RUN
050300     END-IF.
050400     ADD 1 TO WS-DETAIL-COUNT.
050500     ADD WS-SIGNED-AMOUNT TO WS-HASH-TOTAL.
050600 2500-EXIT.
050700     EXIT.
050800
050900*============================================================*
051000*  2700 SERIES - REGISTER AND ADJUSTMENT LOG                 *
051100*  EVERY TRANSACTION GETS ONE REGISTER LINE AND ONE LOG      *
051200*  RECORD, APPLIED OR REJECTED.                              *
051300*============================================================*
051400 2700-WRITE-REGISTER-REJECT.
051500     PERFORM 2750-BUILD-REGISTER-LINE THRU 2750-EXIT.
051600     MOVE 'REJECTED' TO WS-RL-RESULT.
051610     IF WS-TRAN-DUPLICATE
051620         MOVE 'DUP' TO WS-RL-RESULT
051630     END-IF.
051700     MOVE ZERO TO WS-RL-NEW-NET.
051800     WRITE REPORT-LINE FROM WS-REGISTER-LINE.
051900     MOVE SPACES TO WS-REPORT-LINE-OUT.
052000     STRING '     ' DELIMITED BY SIZE
052100            WS-TRAN-ERROR DELIMITED BY SIZE
052200         INTO WS-REPORT-LINE-OUT.
052300     WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT.
052400
052500     MOVE SPACES TO ADJUST-LOG-RECORD.
052600     MOVE 'REJ' TO AJL-RESULT.
052610     IF WS-TRAN-DUPLICATE
052620         MOVE 'DUP' TO AJL-RESULT
052630     END-IF.
052700     MOVE WS-OLD-ADJ TO AJL-BEFORE-NET.
052800     MOVE WS-OLD-ADJ TO AJL-AFTER-NET.
052900     MOVE WS-TRAN-ERROR TO AJL-NOTE.
053000     PERFORM 2720-WRITE-LOG-RECORD THRU 2720-EXIT.
053100 2700-EXIT.
053200     EXIT.
053300
053400 2710-WRITE-REGISTER-APPLIED.
053500     PERFORM 2750-BUILD-REGISTER-LINE THRU 2750-EXIT.
053600     MOVE 'APPLIED' TO WS-RL-RESULT.
053700     MOVE WS-NEW-ADJ TO WS-RL-NEW-NET.
053800     WRITE REPORT-LINE FROM WS-REGISTER-LINE.
053900
054000     MOVE SPACES TO ADJUST-LOG-RECORD.
054100     MOVE 'OK ' TO AJL-RESULT.
054200     MOVE WS-OLD-ADJ TO AJL-BEFORE-NET.
054300     MOVE WS-NEW-ADJ TO AJL-AFTER-NET.
054400     MOVE ADJ-MEMO TO AJL-NOTE.
054500     PERFORM 2720-WRITE-LOG-RECORD THRU 2720-EXIT.
054600 2710-EXIT.
054700     EXIT.
054800
054900 2720-WRITE-LOG-RECORD.
055000     PERFORM 8000-FORMAT-TIMESTAMP THRU 8000-EXIT.
055100     MOVE WS-TIMESTAMP-TEXT TO AJL-TIMESTAMP.
055200     MOVE ADJUST-TRANS-RECORD TO AJL-TRANS-IMAGE.
055300     WRITE ADJUST-LOG-RECORD.
055400     IF WS-LOG-STATUS NOT = '00'
055500         DISPLAY 'Error: CHGBADJ.LOG write failed - status '
055600                 WS-LOG-STATUS
055700         MOVE 16 TO RETURN-CODE
055800         STOP RUN
055900     END-IF.
056000 2720-EXIT.
056100     EXIT.
056200
056300 2750-BUILD-REGISTER-LINE.
056400     MOVE ADJ-TYPE TO WS-RL-TYPE.
056500     MOVE ADJ-BUSINESS-UNIT TO WS-RL-UNIT.
056600     MOVE ADJ-BILL-MONTH TO WS-RL-MONTH.
056700     IF ADJ-AMOUNT-TEXT IS NUMERIC
056800         MOVE ADJ-AMOUNT TO WS-RL-AMOUNT
056900     ELSE
057000         MOVE ZERO TO WS-RL-AMOUNT
057100     END-IF.
057200     MOVE ADJ-REASON-CODE TO WS-RL-REASON.
057300     MOVE ADJ-APPROVER TO WS-RL-APPROVER.
057400 2750-EXIT.
057500     EXIT.
057600
057700*============================================================*
057800*  6000 SERIES - CONTROL TOTALS - THE TIE-OUT PROOF          *
057900*============================================================*
058000 6000-PRINT-CONTROL-TOTALS.
058100     MOVE SPACES TO REPORT-LINE.
058200     WRITE REPORT-LINE.
058300     WRITE REPORT-LINE FROM
058400         '----------------------------------------'.
058500     WRITE REPORT-LINE FROM
058600         'Control totals:'.
058700
058800     MOVE WS-TRAN-COUNT TO WS-COUNT-DISPLAY.
058900     MOVE SPACES TO WS-REPORT-LINE-OUT.
059000     STRING '  Transactions read:    ' DELIMITED BY SIZE
059100            WS-COUNT-DISPLAY DELIMITED BY SIZE
059200         INTO WS-REPORT-LINE-OUT.
059300     WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT.
059400     MOVE WS-APPLIED-COUNT TO WS-COUNT-DISPLAY.
059500     MOVE SPACES TO WS-REPORT-LINE-OUT.
059600     STRING '  Transactions applied: ' DELIMITED BY SIZE
059700            WS-COUNT-DISPLAY DELIMITED BY SIZE
059800         INTO WS-REPORT-LINE-OUT.
059900     WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT.
060000     MOVE WS-REJECT-COUNT TO WS-COUNT-DISPLAY.
060100     MOVE SPACES TO WS-REPORT-LINE-OUT.
060200     STRING '  Transactions rejected:' DELIMITED BY SIZE
060300            WS-COUNT-DISPLAY DELIMITED BY SIZE
060400         INTO WS-REPORT-LINE-OUT.
060500     WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT.
060600
060700     MOVE WS-CREDIT-TOTAL TO WS-TOTAL-DISPLAY.
060800     MOVE SPACES TO WS-REPORT-LINE-OUT.
060900     STRING '  Credits applied:  ' DELIMITED BY SIZE
061000            WS-TOTAL-DISPLAY DELIMITED BY SIZE
061100         INTO WS-REPORT-LINE-OUT.
061200     WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT.
061300     MOVE WS-DEBIT-TOTAL TO WS-TOTAL-DISPLAY.
061400     MOVE SPACES TO WS-REPORT-LINE-OUT.
061500     STRING '  Debits applied:   ' DELIMITED BY SIZE
061600            WS-TOTAL-DISPLAY DELIMITED BY SIZE
061700         INTO WS-REPORT-LINE-OUT.
061800     WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT.
061900     MOVE WS-HIST-CHANGE TO WS-TOTAL-DISPLAY.
062000     MOVE SPACES TO WS-REPORT-LINE-OUT.
062100     STRING '  Net to history:   ' DELIMITED BY SIZE
062200            WS-TOTAL-DISPLAY DELIMITED BY SIZE
062300         INTO WS-REPORT-LINE-OUT.
062400     WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT.
062500     MOVE WS-HASH-TOTAL TO WS-TOTAL-DISPLAY.
062600     MOVE SPACES TO WS-REPORT-LINE-OUT.
062700     STRING '  Net to G/L:       ' DELIMITED BY SIZE
062800            WS-TOTAL-DISPLAY DELIMITED BY SIZE
062900         INTO WS-REPORT-LINE-OUT.
063000     WRITE REPORT-LINE FROM WS-REPORT-LINE-OUT.
063100
063200     IF WS-HIST-CHANGE = WS-HASH-TOTAL
063300        AND WS-HASH-TOTAL = WS-DEBIT-TOTAL - WS-CREDIT-TOTAL
063400        AND WS-DETAIL-COUNT = WS-APPLIED-COUNT
063500         WRITE REPORT-LINE FROM
063600             'G/L adjusting extract ties to history postings.'
063700     ELSE
063800         WRITE REPORT-LINE FROM
063900             '** OUT OF BALANCE - G/L ADJUSTING EXTRACT DOES'
064000         WRITE REPORT-LINE FROM
064100             '** NOT EQUAL THE NET POSTED TO BILLHIST.MST.'
064200         MOVE 16 TO RETURN-CODE
064300     END-IF.
064400 6000-EXIT.
064500     EXIT.
064600
064700*============================================================*
064800*  8000 SERIES - SHARED UTILITY PARAGRAPHS                   *
064900*============================================================*
065000 8000-FORMAT-TIMESTAMP.
065100     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
065200     ACCEPT WS-CURRENT-TIME FROM TIME.
065300     STRING WS-CURRENT-DATE (1:4) '-' WS-CURRENT-DATE (5:2) '-'
065400            WS-CURRENT-DATE (7:2) ' '
065500            WS-CURRENT-TIME (1:2) ':' WS-CURRENT-TIME (3:2) ':'
065600            WS-CURRENT-TIME (5:2)
065700         DELIMITED BY SIZE INTO WS-TIMESTAMP-TEXT.
065800 8000-EXIT.
065900     EXIT.
066000
066001*============================================================*
066002*  8900 SERIES - RUN-CONTROL LEDGER                          *
066003*============================================================*
066004*----------------------------------------------------------*
066005*  THE 'S' ENTRY GOES OUT BEFORE ANY WORK, SO A STEP THAT   *
066006*  ABENDS OR TAKES A FATAL EXIT STILL SHOWS ON THE LEDGER   *
066007*  AS STARTED WITHOUT ENDING.                               *
066008*----------------------------------------------------------*
066009 8900-LOG-RUN-START.
066010     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
066011     ACCEPT WS-RUN-CLOCK FROM TIME.
066012     DIVIDE WS-RUN-CLOCK BY 100 GIVING WS-RUN-START-TIME.
066013     MOVE SPACES TO RUN-CONTROL-RECORD.
066014     SET RCL-STEP-STARTED TO TRUE.
066015     MOVE ZERO TO RCL-END-DATE RCL-END-TIME RCL-RETURN-CODE
066016                  RCL-RECORDS-IN RCL-RECORDS-OUT
066017                  RCL-RECORDS-REJECTED.
066018     PERFORM 8950-APPEND-RUN-CONTROL THRU 8950-EXIT.
066019 8900-EXIT.
066020     EXIT.
066021
066022*----------------------------------------------------------*
066023*  EVERY TRANSACTION READ IS EITHER APPLIED OR REJECTED, SO *
066024*  THE STEP MUST BALANCE.  THE TARGET IS THE RUN DATE - THE *
066025*  TRANSACTIONS CARRY NO BUSINESS DAY OF THEIR OWN.         *
066026*----------------------------------------------------------*
066027 8910-LOG-RUN-END.
066028     MOVE SPACES TO RUN-CONTROL-RECORD.
066029     SET RCL-STEP-ENDED TO TRUE.
066030     ACCEPT RCL-END-DATE FROM DATE YYYYMMDD.
066031     ACCEPT WS-RUN-CLOCK FROM TIME.
066032     DIVIDE WS-RUN-CLOCK BY 100 GIVING RCL-END-TIME.
066033     MOVE RETURN-CODE TO RCL-RETURN-CODE.
066034     MOVE WS-RUN-START-DATE TO WS-RUN-TARGET.
066035     MOVE WS-TRAN-COUNT TO RCL-RECORDS-IN.
066036     MOVE WS-APPLIED-COUNT TO RCL-RECORDS-OUT.
066037     MOVE WS-REJECT-COUNT TO RCL-RECORDS-REJECTED.
066038     SET RCL-MUST-BALANCE TO TRUE.
066039     PERFORM 8950-APPEND-RUN-CONTROL THRU 8950-EXIT.
066040 8910-EXIT.
066041     EXIT.
066042
066043*----------------------------------------------------------*
066044*  THE LEDGER IS SHARED AND APPEND-ONLY.  ONE THAT CANNOT   *
066045*  BE WRITTEN IS WARNED ABOUT BUT NEVER FAILS THE STEP -    *
066046*  THE LEDGER RECORDS THE WORK, IT IS NOT PART OF IT.       *
066047*----------------------------------------------------------*
066048 8950-APPEND-RUN-CONTROL.
066049     MOVE WS-RUN-PROGRAM TO RCL-PROGRAM.
066050     MOVE WS-RUN-START-DATE TO RCL-START-DATE.
066051     MOVE WS-RUN-START-TIME TO RCL-START-TIME.
066052     MOVE WS-RUN-TARGET TO RCL-TARGET.
066053     OPEN EXTEND RUN-CONTROL-FILE.
066054     IF WS-RCL-STATUS = '35'
066055         OPEN OUTPUT RUN-CONTROL-FILE
066056     END-IF.
066057     IF WS-RCL-STATUS NOT = '00'
066058         DISPLAY 'Warning: unable to open RUNCTL.LOG - status '
066059                 WS-RCL-STATUS
066060         GO TO 8950-EXIT
066061     END-IF.
066062     WRITE RUN-CONTROL-RECORD.
066063     CLOSE RUN-CONTROL-FILE.
066064 8950-EXIT.
066065     EXIT.
066066
066100*============================================================*
066200*  9000 SERIES - TRAILER AND SHUTDOWN                        *
066300*============================================================*
066400 9000-TERMINATE.
066500     PERFORM 9100-WRITE-GL-TRAILER THRU 9100-EXIT.
066600     CLOSE ADJUST-TRANS-FILE.
066700     CLOSE BILLING-HISTORY-FILE.
066800     CLOSE GL-EXTRACT-FILE.
066900     CLOSE REGISTER-FILE.
067000     CLOSE ADJUST-LOG-FILE.
067100     MOVE WS-TRAN-COUNT TO WS-COUNT-DISPLAY.
067200     DISPLAY 'Adjustments read:     ' WS-COUNT-DISPLAY.
067300     MOVE WS-APPLIED-COUNT TO WS-COUNT-DISPLAY.
067400     DISPLAY 'Adjustments applied:  ' WS-COUNT-DISPLAY.
067500     MOVE WS-REJECT-COUNT TO WS-COUNT-DISPLAY.
067600     DISPLAY 'Adjustments rejected: ' WS-COUNT-DISPLAY.
067700     IF WS-REJECT-COUNT > 0
067800        AND RETURN-CODE < 4
067900         MOVE 4 TO RETURN-CODE
068000     END-IF.
068100 9000-EXIT.
068200     EXIT.
068300
068400 9100-WRITE-GL-TRAILER.
068500     MOVE WS-DETAIL-COUNT TO GLT-DETAIL-COUNT.
068600     MOVE ZERO TO GLT-HASH-CONN.
068700     MOVE ZERO TO GLT-HASH-BYTE.
068800     MOVE WS-HASH-TOTAL TO GLT-HASH-TOTAL.
068900     WRITE GL-EXTRACT-RECORD FROM GL-TRAILER-RECORD.
069000     IF WS-GLX-STATUS NOT = '00'
069100         DISPLAY 'Error: G/L extract trailer write failed - '
069200                 'status ' WS-GLX-STATUS
069300         MOVE 16 TO RETURN-CODE
069400     END-IF.
069500 9100-EXIT.
069600     EXIT.

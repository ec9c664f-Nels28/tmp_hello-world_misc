001000 IDENTIFICATION DIVISION.
001100 PROGRAM-ID. ClientMasterMaint.
001200 AUTHOR. D-OKONKWO-BOYER.
001300 INSTALLATION. ENTERPRISE-WEB-SERVICES.
001400 DATE-WRITTEN. 2026-10-15.
001500 DATE-COMPILED.
001600*----------------------------------------------------------*
001700*  ClientMasterMaint                                        *
001800*  BATCH MAINTENANCE FOR THE CLIMAST.DAT CLIENT MASTER      *
001900*  THAT DRIVES EVERY ChargebackBilling RUN.  READS          *
002000*  ADD/CHG/DEL TRANSACTIONS FROM CLIMAINT.TRN, VALIDATES    *
002100*  THE CLIENT ADDRESS (DOTTED DECIMAL), REFUSES A BLANK     *
002200*  BUSINESS UNIT OR CONTACT, CHECKS THE RATE CLASS AGAINST  *
002300*  THE ROWS ACTUALLY ON CHGRATE.DAT, AND REFUSES A          *
002400*  DUPLICATE ADDRESS.  THE UPDATED MASTER GOES TO           *
002500*  CLIMAST.NEW FOR THE SWAP STEP TO PUT IN PLACE, AND       *
002600*  EVERY TRANSACTION - APPLIED OR REJECTED - IS RECORDED    *
002700*  ON CLIAUDIT.LOG WITH WHO, WHEN, AND BEFORE/AFTER         *
002800*  IMAGES.  THE RUN REFUSES TO START IF THE AUDIT FILE      *
002900*  CANNOT BE OPENED.  A TYPO NOW BOUNCES HERE, ON THE DAY   *
003000*  IT IS KEYED, INSTEAD OF AT MONTH END.                    *
003100*                                                            *
003200*  AFTER THE TRANSACTIONS ARE APPLIED, EVERY ADDRESS ON     *
003300*  THE LAST BILLING RUN'S EXCEPTION EXTRACT (CHGBEXC.DAT)   *
003400*  THAT IS STILL NOT ON THE MASTER GETS A DRAFT ADD ON      *
003500*  CLIDRAFT.TRN - ADDRESS AND VOLUME FILLED IN, BUSINESS    *
003600*  UNIT, CONTACT, AND RATE CLASS LEFT BLANK FOR ACCOUNTING  *
003700*  TO COMPLETE.  A DRAFT FED IN UNEDITED IS REJECTED BY     *
003800*  THE BLANK-UNIT EDIT, SO NOTHING IS BILLED TO A GUESS.    *
003900*                                                            *
004000*  RETURN CODES: 0 CLEAN, 4 ONE OR MORE TRANSACTIONS        *
004100*  REJECTED (THE REST ARE APPLIED TO CLIMAST.NEW, BUT THE   *
004200*  JOB SWAPS IT IN ONLY AFTER A CLEAN RUN), 16 FATAL - NO   *
004210*  NEW MASTER TO SWAP.                                      *
004300*----------------------------------------------------------*
004400*  MODIFICATION HISTORY.
004500*  DATE       INIT  DESCRIPTION
004600*  ---------- ----  ----------------------------------------
004700*  2026-10-15 DOB   ORIGINAL VERSION.
004710*  2026-10-15 DOB   RUN-CONTROL LEDGER ENTRIES AT START AND END OF
004720*                   EACH RUN (RUNCTL.LOG).
004800*----------------------------------------------------------*
004900 ENVIRONMENT DIVISION.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT MAINT-TRANS-FILE ASSIGN TO "CLIMAINT.TRN"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-TRN-STATUS.
005500
005600     SELECT CLIENT-MASTER-FILE ASSIGN TO "CLIMAST.DAT"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-CMF-STATUS.
005900
006000     SELECT RATE-TABLE-FILE ASSIGN TO "CHGRATE.DAT"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-RTF-STATUS.
006300
006400     SELECT NEW-MASTER-FILE ASSIGN TO "CLIMAST.NEW"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-NEW-STATUS.
006700
006800     SELECT AUDIT-FILE ASSIGN TO "CLIAUDIT.LOG"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-AUD-STATUS.
007100
007200     SELECT EXCEPTION-EXTRACT-FILE ASSIGN TO "CHGBEXC.DAT"
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS WS-EXC-STATUS.
007500
007600     SELECT DRAFT-TRANS-FILE ASSIGN TO "CLIDRAFT.TRN"
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS WS-DFT-STATUS.
007810
007820     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.LOG"
007830         ORGANIZATION IS LINE SEQUENTIAL
007840         FILE STATUS IS WS-RCL-STATUS.
007900
008000 DATA DIVISION.
008100 FILE SECTION.
008200*----------------------------------------------------------*
008300*  CHG CARRIES THE FULL REPLACEMENT ROW - UNIT, CONTACT,    *
008400*  AND RATE CLASS ARE ALL EDITED ON EVERY ADD AND CHG, SO   *
008500*  A CHANGE CAN NEVER LEAVE A HALF-BLANK MASTER ROW.  DEL   *
008600*  NEEDS ONLY THE ADDRESS.                                  *
008700*----------------------------------------------------------*
008800 FD  MAINT-TRANS-FILE.
008900 01  MAINT-TRANS-RECORD.
009000     05  MNT-ACTION                  PIC X(03).
009100     05  FILLER                      PIC X(01).
009200     05  MNT-ADDRESS                 PIC X(32).
009300     05  FILLER                      PIC X(01).
009400     05  MNT-BUSINESS-UNIT           PIC X(08).
009500     05  FILLER                      PIC X(01).
009600     05  MNT-CONTACT                 PIC X(30).
009700     05  FILLER                      PIC X(01).
009800     05  MNT-RATE-CLASS              PIC X(01).
009900     05  FILLER                      PIC X(01).
010000     05  MNT-USER-ID                 PIC X(08).
010100     05  FILLER                      PIC X(01).
010200     05  MNT-REASON                  PIC X(40).
010300
010400 FD  CLIENT-MASTER-FILE.
010500 01  CLIENT-MASTER-RECORD.
010600     COPY CLIENTMS.
010700
010800 FD  RATE-TABLE-FILE.
010900 01  RATE-TABLE-RECORD.
011000     COPY CHGRATE.
011100
011200 FD  NEW-MASTER-FILE.
011300 01  NEW-MASTER-RECORD.
011400     COPY CLIENTMS.
011500
011600 FD  AUDIT-FILE.
011700 01  AUDIT-RECORD.
011800     05  AUD-TIMESTAMP               PIC X(19).
011900     05  FILLER                      PIC X(01) VALUE SPACE.
012000     05  AUD-USER-ID                 PIC X(08).
012100     05  FILLER                      PIC X(01) VALUE SPACE.
012200     05  AUD-ACTION                  PIC X(03).
012300     05  FILLER                      PIC X(01) VALUE SPACE.
012400     05  AUD-RESULT                  PIC X(03).
012500     05  FILLER                      PIC X(01) VALUE SPACE.
012600     05  AUD-BEFORE-IMAGE            PIC X(71).
012700     05  FILLER                      PIC X(01) VALUE SPACE.
012800     05  AUD-AFTER-IMAGE             PIC X(71).
012900     05  FILLER                      PIC X(01) VALUE SPACE.
013000     05  AUD-NOTE                    PIC X(40).
013100
013200 FD  EXCEPTION-EXTRACT-FILE.
013300 01  EXCEPTION-EXTRACT-RECORD.
013400     COPY CHGBEXC.
013500
013600*----------------------------------------------------------*
013700*  DRAFT TRANSACTIONS GO OUT IN THE EXACT CLIMAINT.TRN      *
013800*  LAYOUT THIS PROGRAM READS, SO ACCOUNTING CAN FILL IN     *
013900*  THE BLANKS AND FEED THE FILE STRAIGHT INTO THE NEXT      *
014000*  MAINTENANCE RUN.                                         *
014100*----------------------------------------------------------*
014200 FD  DRAFT-TRANS-FILE.
014300 01  DRAFT-TRANS-RECORD.
014400     05  DFT-ACTION                  PIC X(03).
014500     05  FILLER                      PIC X(01) VALUE SPACE.
014600     05  DFT-ADDRESS                 PIC X(32).
014700     05  FILLER                      PIC X(01) VALUE SPACE.
014800     05  DFT-BUSINESS-UNIT           PIC X(08).
014900     05  FILLER                      PIC X(01) VALUE SPACE.
015000     05  DFT-CONTACT                 PIC X(30).
015100     05  FILLER                      PIC X(01) VALUE SPACE.
015200     05  DFT-RATE-CLASS              PIC X(01).
015300     05  FILLER                      PIC X(01) VALUE SPACE.
015400     05  DFT-USER-ID                 PIC X(08).
015500     05  FILLER                      PIC X(01) VALUE SPACE.
015600     05  DFT-REASON                  PIC X(40).
015610
015620 FD  RUN-CONTROL-FILE.
015630 01  RUN-CONTROL-RECORD.
015640     COPY RUNCTL.
015700
015800 WORKING-STORAGE SECTION.
015900 77  WS-TRN-STATUS                   PIC X(02) VALUE SPACES.
016000 77  WS-CMF-STATUS                   PIC X(02) VALUE SPACES.
016100 77  WS-RTF-STATUS                   PIC X(02) VALUE SPACES.
016200 77  WS-NEW-STATUS                   PIC X(02) VALUE SPACES.
016300 77  WS-AUD-STATUS                   PIC X(02) VALUE SPACES.
016400 77  WS-EXC-STATUS                   PIC X(02) VALUE SPACES.
016500 77  WS-DFT-STATUS                   PIC X(02) VALUE SPACES.
016510 77  WS-RCL-STATUS                   PIC X(02) VALUE SPACES.
016600
016700 01  WS-SWITCHES.
016800     05  WS-TRN-EOF-SW               PIC X(01) VALUE 'N'.
016900         88  WS-TRN-EOF              VALUE 'Y'.
017000         88  WS-TRN-NOT-EOF          VALUE 'N'.
017100     05  WS-TRAN-VALID-SW            PIC X(01) VALUE 'Y'.
017200         88  WS-TRAN-VALID           VALUE 'Y'.
017300         88  WS-TRAN-INVALID         VALUE 'N'.
017400     05  WS-ENTRY-FOUND-SW           PIC X(01) VALUE 'N'.
017500         88  WS-ENTRY-FOUND          VALUE 'Y'.
017600         88  WS-ENTRY-NOT-FOUND      VALUE 'N'.
017700     05  WS-CLASS-FOUND-SW           PIC X(01) VALUE 'N'.
017800         88  WS-CLASS-FOUND          VALUE 'Y'.
017900         88  WS-CLASS-NOT-FOUND      VALUE 'N'.
018000
018100*----------------------------------------------------------*
018200*  IN-MEMORY COPY OF THE MASTER.  DELETED ROWS ARE FLAGGED  *
018300*  AND SIMPLY NOT WRITTEN TO THE NEW MASTER.  UNLIKE THE    *
018400*  ALLOW/DENY LIST, A MASTER THAT OUTGROWS THE TABLE ENDS   *
018500*  THE RUN - DROPPING A ROW HERE WOULD DROP IT FROM THE     *
018600*  NEW MASTER AND PUSH ITS VOLUME ONTO THE EXCEPTION PAGE.  *
018700*----------------------------------------------------------*
018800 01  MAINT-TABLE.
018900     05  MT-ENTRY OCCURS 1000 TIMES.
019000         10  MT-ADDRESS              PIC X(32) VALUE SPACES.
019100         10  MT-BUSINESS-UNIT        PIC X(08) VALUE SPACES.
019200         10  MT-CONTACT              PIC X(30) VALUE SPACES.
019300         10  MT-RATE-CLASS           PIC X(01) VALUE SPACE.
019400         10  MT-DELETED-SW           PIC X(01) VALUE 'N'.
019500             88  MT-DELETED          VALUE 'Y'.
019600             88  MT-ACTIVE           VALUE 'N'.
019700 77  WS-ENTRY-COUNT                  PIC 9(04) COMP VALUE ZERO.
019800 77  WS-ENTRY-SLOT                   PIC 9(04) COMP VALUE ZERO.
019900 77  WS-MT-SUB                       PIC 9(04) COMP VALUE ZERO.
020000 77  WS-SEARCH-ADDR                  PIC X(32) VALUE SPACES.
020100
020200*----------------------------------------------------------*
020300*  RATE CLASSES ON CHGRATE.DAT.  ONLY THE CLASS CODE        *
020400*  MATTERS HERE - WHICH EFFECTIVE-DATED ROW PRICES A MONTH  *
020500*  IS THE BILLING RUN'S DECISION, NOT MAINTENANCE'S.        *
020600*----------------------------------------------------------*
020700 01  WS-CLASS-TABLE.
020800     05  WS-CLASS-ENTRY OCCURS 100 TIMES
020900                                     PIC X(01).
021000 77  WS-CLASS-COUNT                  PIC 9(03) COMP VALUE ZERO.
021100 77  WS-CLASS-SUB                    PIC 9(03) COMP VALUE ZERO.
021200 77  WS-SEARCH-CLASS                 PIC X(01) VALUE SPACE.
021300
021400 01  WS-ENTRY-IMAGE.
021500     05  WS-IMG-ADDRESS              PIC X(32).
021600     05  WS-IMG-BUSINESS-UNIT        PIC X(08).
021700     05  WS-IMG-CONTACT              PIC X(30).
021800     05  WS-IMG-RATE-CLASS           PIC X(01).
021900
022000 01  WS-OCTET-TABLE.
022100     05  WS-OCTET OCCURS 4 TIMES    PIC X(04).
022200 01  WS-OCT-JUST                     PIC X(03) JUSTIFIED RIGHT.
022300 01  WS-OCT-DIGITS REDEFINES WS-OCT-JUST
022400                                     PIC 9(03).
022500 77  WS-OCT-SUB                      PIC 9(01) COMP VALUE ZERO.
022600 77  WS-DOT-COUNT                    PIC 9(02) COMP VALUE ZERO.
022700
022800 77  WS-TRAN-ERROR                   PIC X(40) VALUE SPACES.
022900 77  WS-CURRENT-DATE                 PIC 9(08) VALUE ZERO.
023000 77  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
023100 01  WS-TIMESTAMP-TEXT               PIC X(19) VALUE SPACES.
023200
023300 77  WS-TRAN-COUNT                   PIC 9(05) COMP VALUE ZERO.
023400 77  WS-APPLIED-COUNT                PIC 9(05) COMP VALUE ZERO.
023500 77  WS-REJECT-COUNT                 PIC 9(05) COMP VALUE ZERO.
023600 77  WS-WRITTEN-COUNT                PIC 9(05) COMP VALUE ZERO.
023700 77  WS-DRAFT-COUNT                  PIC 9(05) COMP VALUE ZERO.
023800 77  WS-COUNT-DISPLAY                PIC ZZZZ9.
023900 77  WS-CONNS-DISPLAY                PIC ZZZ,ZZZ,ZZ9.
024000 77  WS-BYTES-DISPLAY                PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
024100
024105*----------------------------------------------------------*
024110*  RUN-CONTROL LEDGER WORK AREAS.  THE START DATE AND TIME  *
024115*  PAIR THIS RUN'S END ENTRY WITH ITS START ENTRY.          *
024120*----------------------------------------------------------*
024125 01  WS-RUN-CONTROL.
024130     05  WS-RUN-PROGRAM              PIC X(08) VALUE 'CLIMAINT'.
024135     05  WS-RUN-START-DATE           PIC 9(08) VALUE ZERO.
024140     05  WS-RUN-START-TIME           PIC 9(06) VALUE ZERO.
024145     05  WS-RUN-CLOCK                PIC 9(08) VALUE ZERO.
024150     05  WS-RUN-TARGET               PIC X(17) VALUE SPACES.
024155
024200 PROCEDURE DIVISION.
024300*============================================================*
024400 0000-MAINLINE.
024500*============================================================*
024510     PERFORM 8900-LOG-RUN-START THRU 8900-EXIT.
024600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024700     PERFORM 2000-PROCESS-TRANSACTIONS THRU 2000-EXIT
024800         UNTIL WS-TRN-EOF.
024900     PERFORM 3000-WRITE-NEW-MASTER THRU 3000-EXIT.
025000     PERFORM 4000-DRAFT-EXCEPTION-ADDS THRU 4000-EXIT.
025100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
025110     PERFORM 8910-LOG-RUN-END THRU 8910-EXIT.
025200     STOP RUN.
025300
025400*============================================================*
025500*  1000 SERIES - STARTUP / LOAD THE MASTER AND RATE CLASSES  *
025600*============================================================*
025700 1000-INITIALIZE.
025800     OPEN INPUT MAINT-TRANS-FILE.
025900     IF WS-TRN-STATUS NOT = '00'
026000         DISPLAY 'Error: Unable to open CLIMAINT.TRN'
026100         MOVE 16 TO RETURN-CODE
026200         STOP RUN
026300     END-IF.
026400
026500     PERFORM 1200-LOAD-MASTER THRU 1200-EXIT.
026600     PERFORM 1300-LOAD-RATE-CLASSES THRU 1300-EXIT.
026700
026800     OPEN EXTEND AUDIT-FILE.
026900     IF WS-AUD-STATUS = '35'
027000         OPEN OUTPUT AUDIT-FILE
027100     END-IF.
027200     IF WS-AUD-STATUS NOT = '00'
027300         DISPLAY 'Error: Unable to open CLIAUDIT.LOG - '
027400                 'maintenance refused without an audit trail'
027500         MOVE 16 TO RETURN-CODE
027600         STOP RUN
027700     END-IF.
027800
027900     SET WS-TRN-NOT-EOF TO TRUE.
028000 1000-EXIT.
028100     EXIT.
028200
028300 1200-LOAD-MASTER.
028400     MOVE ZERO TO WS-ENTRY-COUNT.
028500     OPEN INPUT CLIENT-MASTER-FILE.
028600     IF WS-CMF-STATUS NOT = '00'
028700         DISPLAY 'Notice: CLIMAST.DAT not found - '
028800                 'starting from an empty master'
028900         GO TO 1200-EXIT
029000     END-IF.
029100
029200     PERFORM 1210-READ-MASTER-RECORD THRU 1210-EXIT
029300         UNTIL WS-CMF-STATUS = '10'.
029400
029500     CLOSE CLIENT-MASTER-FILE.
029600 1200-EXIT.
029700     EXIT.
029800
029900 1210-READ-MASTER-RECORD.
030000     READ CLIENT-MASTER-FILE
030100         AT END
030200             MOVE '10' TO WS-CMF-STATUS
030300         NOT AT END
030400             PERFORM 1220-STORE-MASTER-ENTRY THRU 1220-EXIT
030500     END-READ.
030600 1210-EXIT.
030700     EXIT.
030800
030900*----------------------------------------------------------*
031000*  A DUPLICATE ADDRESS ALREADY ON THE HAND-EDITED MASTER    *
031100*  KEEPS ITS FIRST ROW, THE SAME ROW THE BILLING RUN'S      *
031200*  KEYED WORK FILE KEEPS, SO THE NEW MASTER COMES OUT       *
031300*  CLEAN WITHOUT CHANGING WHAT ANY UNIT IS BILLED.          *
031400*----------------------------------------------------------*
031500 1220-STORE-MASTER-ENTRY.
031600     MOVE CM-CLIENT-ADDR OF CLIENT-MASTER-RECORD
031700         TO WS-SEARCH-ADDR.
031800     PERFORM 2350-FIND-ENTRY THRU 2350-EXIT.
031900     IF WS-ENTRY-FOUND
032000         DISPLAY 'Warning: duplicate address on CLIMAST.DAT - '
032100                 'row dropped: ' WS-SEARCH-ADDR
032200         GO TO 1220-EXIT
032300     END-IF.
032400     IF WS-ENTRY-COUNT NOT < 1000
032500         DISPLAY 'Error: CLIMAST.DAT has more than 1000 rows'
032600         MOVE 16 TO RETURN-CODE
032700         STOP RUN
032800     END-IF.
032900     ADD 1 TO WS-ENTRY-COUNT.
033000     MOVE CM-CLIENT-ADDR OF CLIENT-MASTER-RECORD
033100         TO MT-ADDRESS (WS-ENTRY-COUNT).
033200     MOVE CM-BUSINESS-UNIT OF CLIENT-MASTER-RECORD
033300         TO MT-BUSINESS-UNIT (WS-ENTRY-COUNT).
033400     MOVE CM-CONTACT OF CLIENT-MASTER-RECORD
033500         TO MT-CONTACT (WS-ENTRY-COUNT).
033600     MOVE CM-RATE-CLASS OF CLIENT-MASTER-RECORD
033700         TO MT-RATE-CLASS (WS-ENTRY-COUNT).
033800     SET MT-ACTIVE (WS-ENTRY-COUNT) TO TRUE.
033900 1220-EXIT.
034000     EXIT.
034100
034200*----------------------------------------------------------*
034300*  WITHOUT THE RATE TABLE NO RATE CLASS CAN BE VALIDATED,   *
034400*  SO A MISSING OR EMPTY CHGRATE.DAT ENDS THE RUN RATHER    *
034500*  THAN WAVING CLASSES THROUGH.                             *
034600*----------------------------------------------------------*
034700 1300-LOAD-RATE-CLASSES.
034800     MOVE ZERO TO WS-CLASS-COUNT.
034900     OPEN INPUT RATE-TABLE-FILE.
035000     IF WS-RTF-STATUS NOT = '00'
035100         DISPLAY 'Error: Unable to open CHGRATE.DAT - status '
035200                 WS-RTF-STATUS
035300         MOVE 16 TO RETURN-CODE
035400         STOP RUN
035500     END-IF.
035600     PERFORM 1310-READ-RATE-RECORD THRU 1310-EXIT
035700         UNTIL WS-RTF-STATUS = '10'.
035800     CLOSE RATE-TABLE-FILE.
035900     IF WS-CLASS-COUNT = ZERO
036000         DISPLAY 'Error: CHGRATE.DAT is empty - no rate classes'
036100         MOVE 16 TO RETURN-CODE
036200         STOP RUN
036300     END-IF.
036400 1300-EXIT.
036500     EXIT.
036600
036700 1310-READ-RATE-RECORD.
036800     READ RATE-TABLE-FILE
036900         AT END
037000             MOVE '10' TO WS-RTF-STATUS
037100         NOT AT END
037200             PERFORM 1320-STORE-RATE-CLASS THRU 1320-EXIT
037300     END-READ.
037400 1310-EXIT.
037500     EXIT.
037600
037700 1320-STORE-RATE-CLASS.
037800     IF RT-RATE-CLASS = SPACE
037900         GO TO 1320-EXIT
038000     END-IF.
038100     MOVE RT-RATE-CLASS TO WS-SEARCH-CLASS.
038200     PERFORM 2340-FIND-RATE-CLASS THRU 2340-EXIT.
038300     IF WS-CLASS-FOUND
038400         GO TO 1320-EXIT
038500     END-IF.
038600     IF WS-CLASS-COUNT NOT < 100
038700         DISPLAY 'Error: CHGRATE.DAT has more than 100 classes'
038800         MOVE 16 TO RETURN-CODE
038900         STOP RUN
039000     END-IF.
039100     ADD 1 TO WS-CLASS-COUNT.
039200     MOVE RT-RATE-CLASS TO WS-CLASS-ENTRY (WS-CLASS-COUNT).
039300 1320-EXIT.
039400     EXIT.
039500
039600*============================================================*
039700*  2000 SERIES - READ AND APPLY THE MAINTENANCE TRANSACTIONS *
039800*============================================================*
039900 2000-PROCESS-TRANSACTIONS.
040000     READ MAINT-TRANS-FILE
040100         AT END
040200             SET WS-TRN-EOF TO TRUE
040300         NOT AT END
040400             PERFORM 2200-APPLY-TRANSACTION THRU 2200-EXIT
040500     END-READ.
040600 2000-EXIT.
040700     EXIT.
040800
040900 2200-APPLY-TRANSACTION.
041000     IF MAINT-TRANS-RECORD = SPACES
041100         GO TO 2200-EXIT
041200     END-IF.
041300     ADD 1 TO WS-TRAN-COUNT.
041350     MOVE SPACES TO AUDIT-RECORD.
041400
041500     PERFORM 2300-VALIDATE-TRANSACTION THRU 2300-EXIT.
041600
041700     IF WS-TRAN-INVALID
041800         ADD 1 TO WS-REJECT-COUNT
041900         DISPLAY 'Rejected: ' MNT-ACTION ' ' MNT-ADDRESS
042000         DISPLAY '  reason: ' WS-TRAN-ERROR
042100         MOVE SPACES TO WS-ENTRY-IMAGE
042200         PERFORM 2250-BUILD-ATTEMPTED-IMAGE THRU 2250-EXIT
042300         PERFORM 2700-WRITE-AUDIT-REJECT THRU 2700-EXIT
042400         GO TO 2200-EXIT
042500     END-IF.
042600
042700     EVALUATE MNT-ACTION
042800         WHEN 'ADD'
042900             PERFORM 2400-ADD-ENTRY THRU 2400-EXIT
043000         WHEN 'CHG'
043100             PERFORM 2500-CHANGE-ENTRY THRU 2500-EXIT
043200         WHEN 'DEL'
043300             PERFORM 2600-DELETE-ENTRY THRU 2600-EXIT
043400     END-EVALUATE.
043500
043600     ADD 1 TO WS-APPLIED-COUNT.
043700 2200-EXIT.
043800     EXIT.
043900
044000*----------------------------------------------------------*
044100*  THE ATTEMPTED IMAGE GOES TO THE AUDIT TRAIL FOR REJECTS  *
044200*  SO ACCOUNTING CAN SEE EXACTLY WHAT WAS KEYED, NOT JUST   *
044300*  THAT SOMETHING BOUNCED.                                  *
044400*----------------------------------------------------------*
044500 2250-BUILD-ATTEMPTED-IMAGE.
044600     MOVE MNT-ADDRESS TO WS-IMG-ADDRESS.
044700     MOVE MNT-BUSINESS-UNIT TO WS-IMG-BUSINESS-UNIT.
044800     MOVE MNT-CONTACT TO WS-IMG-CONTACT.
044900     MOVE MNT-RATE-CLASS TO WS-IMG-RATE-CLASS.
045000 2250-EXIT.
045100     EXIT.
045200
045300*============================================================*
045400*  2300 SERIES - TRANSACTION VALIDATION                      *
045500*============================================================*
045600 2300-VALIDATE-TRANSACTION.
045700     SET WS-TRAN-VALID TO TRUE.
045800     MOVE SPACES TO WS-TRAN-ERROR.
045900
046000     IF MNT-ACTION NOT = 'ADD'
046100        AND MNT-ACTION NOT = 'CHG'
046200        AND MNT-ACTION NOT = 'DEL'
046300         MOVE 'action code not ADD, CHG, or DEL' TO WS-TRAN-ERROR
046400         SET WS-TRAN-INVALID TO TRUE
046500         GO TO 2300-EXIT
046600     END-IF.
046700
046800     PERFORM 2310-VALIDATE-ADDRESS THRU 2310-EXIT.
046900     IF WS-TRAN-INVALID
047000         GO TO 2300-EXIT
047100     END-IF.
047200
047300     IF MNT-ACTION = 'ADD' OR MNT-ACTION = 'CHG'
047400         PERFORM 2330-VALIDATE-OWNER THRU 2330-EXIT
047500         IF WS-TRAN-INVALID
047600             GO TO 2300-EXIT
047700         END-IF
047800     END-IF.
047900
048000     MOVE MNT-ADDRESS TO WS-SEARCH-ADDR.
048100     PERFORM 2350-FIND-ENTRY THRU 2350-EXIT.
048200     EVALUATE TRUE
048300         WHEN MNT-ACTION = 'ADD' AND WS-ENTRY-FOUND
048400             MOVE 'address already on the master'
048500                 TO WS-TRAN-ERROR
048600             SET WS-TRAN-INVALID TO TRUE
048700         WHEN MNT-ACTION = 'ADD' AND WS-ENTRY-COUNT NOT < 1000
048800             MOVE 'master is full - 1000 entry limit'
048900                 TO WS-TRAN-ERROR
049000             SET WS-TRAN-INVALID TO TRUE
049100         WHEN MNT-ACTION NOT = 'ADD' AND WS-ENTRY-NOT-FOUND
049200             MOVE 'address not on the master' TO WS-TRAN-ERROR
049300             SET WS-TRAN-INVALID TO TRUE
049400         WHEN OTHER
049500             CONTINUE
049600     END-EVALUATE.
049700 2300-EXIT.
049800     EXIT.
049900
050000 2310-VALIDATE-ADDRESS.
050100     IF MNT-ADDRESS = SPACES
050200         MOVE 'client address missing' TO WS-TRAN-ERROR
050300         SET WS-TRAN-INVALID TO TRUE
050400         GO TO 2310-EXIT
050500     END-IF.
050600     MOVE ZERO TO WS-DOT-COUNT.
050700     INSPECT MNT-ADDRESS TALLYING WS-DOT-COUNT FOR ALL '.'.
050800     IF WS-DOT-COUNT NOT = 3
050900         MOVE 'address is not dotted decimal' TO WS-TRAN-ERROR
051000         SET WS-TRAN-INVALID TO TRUE
051100         GO TO 2310-EXIT
051200     END-IF.
051300     MOVE SPACES TO WS-OCTET-TABLE.
051400     UNSTRING MNT-ADDRESS DELIMITED BY '.'
051500         INTO WS-OCTET (1) WS-OCTET (2)
051600              WS-OCTET (3) WS-OCTET (4).
051700     PERFORM 2320-VALIDATE-OCTET THRU 2320-EXIT
051800         VARYING WS-OCT-SUB FROM 1 BY 1
051900         UNTIL WS-OCT-SUB > 4
052000            OR WS-TRAN-INVALID.
052100 2310-EXIT.
052200     EXIT.
052300
052400 2320-VALIDATE-OCTET.
052500     IF WS-OCTET (WS-OCT-SUB) = SPACES
052600         MOVE 'address has an empty octet' TO WS-TRAN-ERROR
052700         SET WS-TRAN-INVALID TO TRUE
052800         GO TO 2320-EXIT
052900     END-IF.
053000     IF WS-OCTET (WS-OCT-SUB) (4:1) NOT = SPACE
053100         MOVE 'address octet longer than 3 digits'
053200             TO WS-TRAN-ERROR
053300         SET WS-TRAN-INVALID TO TRUE
053400         GO TO 2320-EXIT
053500     END-IF.
053600     MOVE FUNCTION TRIM(WS-OCTET (WS-OCT-SUB)) TO WS-OCT-JUST.
053700     INSPECT WS-OCT-JUST REPLACING LEADING SPACES BY ZEROS.
053800     IF WS-OCT-DIGITS IS NOT NUMERIC
053900         MOVE 'address octet is not numeric' TO WS-TRAN-ERROR
054000         SET WS-TRAN-INVALID TO TRUE
054100         GO TO 2320-EXIT
054200     END-IF.
054300     IF WS-OCT-DIGITS > 255
054400         MOVE 'address octet greater than 255' TO WS-TRAN-ERROR
054500         SET WS-TRAN-INVALID TO TRUE
054600     END-IF.
054700 2320-EXIT.
054800     EXIT.
054900
055000*----------------------------------------------------------*
055100*  OWNING UNIT AND CONTACT MUST BOTH BE KEYED, AND THE      *
055200*  RATE CLASS MUST HAVE AT LEAST ONE ROW ON CHGRATE.DAT -   *
055300*  THE TWO MISTAKES THAT USED TO SURFACE ONLY AS A MONTH-   *
055400*  END RC=16 OR AN EXCEPTION-PAGE LINE.                     *
055500*----------------------------------------------------------*
055600 2330-VALIDATE-OWNER.
055700     IF MNT-BUSINESS-UNIT = SPACES
055800         MOVE 'business unit missing' TO WS-TRAN-ERROR
055900         SET WS-TRAN-INVALID TO TRUE
056000         GO TO 2330-EXIT
056100     END-IF.
056200     IF MNT-CONTACT = SPACES
056300         MOVE 'contact missing' TO WS-TRAN-ERROR
056400         SET WS-TRAN-INVALID TO TRUE
056500         GO TO 2330-EXIT
056600     END-IF.
056700     IF MNT-RATE-CLASS = SPACE
056800         MOVE 'rate class missing' TO WS-TRAN-ERROR
056900         SET WS-TRAN-INVALID TO TRUE
057000         GO TO 2330-EXIT
057100     END-IF.
057200     MOVE MNT-RATE-CLASS TO WS-SEARCH-CLASS.
057300     PERFORM 2340-FIND-RATE-CLASS THRU 2340-EXIT.
057400     IF WS-CLASS-NOT-FOUND
057500         MOVE 'rate class not on CHGRATE.DAT' TO WS-TRAN-ERROR
057600         SET WS-TRAN-INVALID TO TRUE
057700     END-IF.
057800 2330-EXIT.
057900     EXIT.
058000
058100 2340-FIND-RATE-CLASS.
058200     SET WS-CLASS-NOT-FOUND TO TRUE.
058300     PERFORM 2345-MATCH-RATE-CLASS THRU 2345-EXIT
058400         VARYING WS-CLASS-SUB FROM 1 BY 1
058500         UNTIL WS-CLASS-SUB > WS-CLASS-COUNT
058600            OR WS-CLASS-FOUND.
058700 2340-EXIT.
058800     EXIT.
058900
059000 2345-MATCH-RATE-CLASS.
059100     IF WS-CLASS-ENTRY (WS-CLASS-SUB) = WS-SEARCH-CLASS
059200         SET WS-CLASS-FOUND TO TRUE
059300     END-IF.
059400 2345-EXIT.
059500     EXIT.
059600
059700 2350-FIND-ENTRY.
059800     SET WS-ENTRY-NOT-FOUND TO TRUE.
059900     MOVE ZERO TO WS-ENTRY-SLOT.
060000     IF WS-ENTRY-COUNT = 0
060100         GO TO 2350-EXIT
060200     END-IF.
060300     PERFORM 2360-MATCH-ENTRY THRU 2360-EXIT
060400         VARYING WS-MT-SUB FROM 1 BY 1
060500         UNTIL WS-MT-SUB > WS-ENTRY-COUNT
060600            OR WS-ENTRY-FOUND.
060700 2350-EXIT.
060800     EXIT.
060900
061000 2360-MATCH-ENTRY.
061100     IF MT-ACTIVE (WS-MT-SUB)
061200        AND MT-ADDRESS (WS-MT-SUB) = WS-SEARCH-ADDR
061300         SET WS-ENTRY-FOUND TO TRUE
061400         MOVE WS-MT-SUB TO WS-ENTRY-SLOT
061500     END-IF.
061600 2360-EXIT.
061700     EXIT.
061800
061900*============================================================*
062000*  2400/2500/2600 - APPLY THE EDITED TRANSACTION             *
062100*============================================================*
062200 2400-ADD-ENTRY.
062300     ADD 1 TO WS-ENTRY-COUNT.
062400     MOVE WS-ENTRY-COUNT TO WS-ENTRY-SLOT.
062500     MOVE MNT-ADDRESS TO MT-ADDRESS (WS-ENTRY-SLOT).
062600     MOVE MNT-BUSINESS-UNIT TO MT-BUSINESS-UNIT (WS-ENTRY-SLOT).
062700     MOVE MNT-CONTACT TO MT-CONTACT (WS-ENTRY-SLOT).
062800     MOVE MNT-RATE-CLASS TO MT-RATE-CLASS (WS-ENTRY-SLOT).
062900     SET MT-ACTIVE (WS-ENTRY-SLOT) TO TRUE.
063000     MOVE SPACES TO AUD-BEFORE-IMAGE.
063100     PERFORM 2750-BUILD-ENTRY-IMAGE THRU 2750-EXIT.
063200     PERFORM 2710-WRITE-AUDIT-APPLIED THRU 2710-EXIT.
063300 2400-EXIT.
063400     EXIT.
063500
063600 2500-CHANGE-ENTRY.
063700     PERFORM 2750-BUILD-ENTRY-IMAGE THRU 2750-EXIT.
063800     MOVE WS-ENTRY-IMAGE TO AUD-BEFORE-IMAGE.
063900     MOVE MNT-BUSINESS-UNIT TO MT-BUSINESS-UNIT (WS-ENTRY-SLOT).
064000     MOVE MNT-CONTACT TO MT-CONTACT (WS-ENTRY-SLOT).
064100     MOVE MNT-RATE-CLASS TO MT-RATE-CLASS (WS-ENTRY-SLOT).
064200     PERFORM 2750-BUILD-ENTRY-IMAGE THRU 2750-EXIT.
064300     PERFORM 2710-WRITE-AUDIT-APPLIED THRU 2710-EXIT.
064400 2500-EXIT.
064500     EXIT.
064600
064700 2600-DELETE-ENTRY.
064800     PERFORM 2750-BUILD-ENTRY-IMAGE THRU 2750-EXIT.
064900     MOVE WS-ENTRY-IMAGE TO AUD-BEFORE-IMAGE.
065000     SET MT-DELETED (WS-ENTRY-SLOT) TO TRUE.
065100     MOVE SPACES TO WS-ENTRY-IMAGE.
065200     PERFORM 2710-WRITE-AUDIT-APPLIED THRU 2710-EXIT.
065300 2600-EXIT.
065400     EXIT.
065500
065600*============================================================*
065700*  2700 SERIES - AUDIT TRAIL                                 *
065800*  EVERY TRANSACTION WRITES EXACTLY ONE AUDIT RECORD: THE    *
065900*  BEFORE IMAGE IS CAPTURED AHEAD OF THE CHANGE, THE AFTER   *
066000*  IMAGE ONCE IT HAS BEEN APPLIED (OR THE ATTEMPT, FOR       *
066100*  REJECTS).                                                 *
066200*============================================================*
066300 2710-WRITE-AUDIT-APPLIED.
066400     MOVE WS-ENTRY-IMAGE TO AUD-AFTER-IMAGE.
066500     MOVE 'OK ' TO AUD-RESULT.
066600     MOVE MNT-REASON TO AUD-NOTE.
066700     PERFORM 2720-WRITE-AUDIT-RECORD THRU 2720-EXIT.
066800 2710-EXIT.
066900     EXIT.
067000
067100 2700-WRITE-AUDIT-REJECT.
067200     MOVE SPACES TO AUD-BEFORE-IMAGE.
067300     MOVE WS-ENTRY-IMAGE TO AUD-AFTER-IMAGE.
067400     MOVE 'REJ' TO AUD-RESULT.
067500     MOVE WS-TRAN-ERROR TO AUD-NOTE.
067600     PERFORM 2720-WRITE-AUDIT-RECORD THRU 2720-EXIT.
067700 2700-EXIT.
067800     EXIT.
067900
068000 2720-WRITE-AUDIT-RECORD.
068100     PERFORM 8000-FORMAT-TIMESTAMP THRU 8000-EXIT.
068200     MOVE WS-TIMESTAMP-TEXT TO AUD-TIMESTAMP.
068300     IF MNT-USER-ID = SPACES
068400         MOVE 'UNKNOWN' TO AUD-USER-ID
068500     ELSE
068600         MOVE MNT-USER-ID TO AUD-USER-ID
068700     END-IF.
068800     MOVE MNT-ACTION TO AUD-ACTION.
068900     WRITE AUDIT-RECORD.
069000     IF WS-AUD-STATUS NOT = '00'
069100         DISPLAY 'Error: CLIAUDIT.LOG write failed - status '
069200                 WS-AUD-STATUS
069300         MOVE 16 TO RETURN-CODE
069400         STOP RUN
069500     END-IF.
069600 2720-EXIT.
069700     EXIT.
069800
069900 2750-BUILD-ENTRY-IMAGE.
070000     MOVE MT-ADDRESS (WS-ENTRY-SLOT) TO WS-IMG-ADDRESS.
070100     MOVE MT-BUSINESS-UNIT (WS-ENTRY-SLOT)
070200         TO WS-IMG-BUSINESS-UNIT.
070300     MOVE MT-CONTACT (WS-ENTRY-SLOT) TO WS-IMG-CONTACT.
070400     MOVE MT-RATE-CLASS (WS-ENTRY-SLOT) TO WS-IMG-RATE-CLASS.
070500 2750-EXIT.
070600     EXIT.
070700
070800*============================================================*
070900*  3000 SERIES - WRITE THE UPDATED MASTER                    *
071000*============================================================*
071100 3000-WRITE-NEW-MASTER.
071200     OPEN OUTPUT NEW-MASTER-FILE.
071300     IF WS-NEW-STATUS NOT = '00'
071400         DISPLAY 'Error: Unable to open CLIMAST.NEW'
071500         MOVE 16 TO RETURN-CODE
071600         STOP RUN
071700     END-IF.
071800     IF WS-ENTRY-COUNT > 0
071900         PERFORM 3100-WRITE-MASTER-ROW THRU 3100-EXIT
072000             VARYING WS-MT-SUB FROM 1 BY 1
072100             UNTIL WS-MT-SUB > WS-ENTRY-COUNT
072200     END-IF.
072300     CLOSE NEW-MASTER-FILE.
072400 3000-EXIT.
072500     EXIT.
072600
072700 3100-WRITE-MASTER-ROW.
072800     IF MT-DELETED (WS-MT-SUB)
072900         GO TO 3100-EXIT
073000     END-IF.
073100     MOVE MT-ADDRESS (WS-MT-SUB) TO CM-CLIENT-ADDR
073200         OF NEW-MASTER-RECORD.
073300     MOVE MT-BUSINESS-UNIT (WS-MT-SUB) TO CM-BUSINESS-UNIT
073400         OF NEW-MASTER-RECORD.
073500     MOVE MT-CONTACT (WS-MT-SUB) TO CM-CONTACT
073600         OF NEW-MASTER-RECORD.
073700     MOVE MT-RATE-CLASS (WS-MT-SUB) TO CM-RATE-CLASS
073800         OF NEW-MASTER-RECORD.
073900     WRITE NEW-MASTER-RECORD.
074000     IF WS-NEW-STATUS NOT = '00'
074100         DISPLAY 'Error: CLIMAST.NEW write failed - status '
074200                 WS-NEW-STATUS
074300         MOVE 16 TO RETURN-CODE
074400         STOP RUN
074500     END-IF.
074600     ADD 1 TO WS-WRITTEN-COUNT.
074700 3100-EXIT.
074800     EXIT.
074900
075000*============================================================*
075100*  4000 SERIES - DRAFT ADDS FOR LAST MONTH'S EXCEPTION PAGE  *
075200*  EACH ADDRESS ON THE BILLING RUN'S EXCEPTION EXTRACT THAT  *
075300*  IS STILL NOT ON THE MASTER - AFTER THIS RUN'S OWN ADDS -  *
075400*  GETS ONE DRAFT ADD CARRYING THE ADDRESS AND THE VOLUME    *
075500*  THAT WENT UNBILLED.  NO EXTRACT SIMPLY MEANS NO DRAFTS.   *
075600*============================================================*
075700 4000-DRAFT-EXCEPTION-ADDS.
075800     OPEN OUTPUT DRAFT-TRANS-FILE.
075900     IF WS-DFT-STATUS NOT = '00'
076000         DISPLAY 'Error: Unable to open CLIDRAFT.TRN'
076100         MOVE 16 TO RETURN-CODE
076200         STOP RUN
076300     END-IF.
076400     OPEN INPUT EXCEPTION-EXTRACT-FILE.
076500     IF WS-EXC-STATUS NOT = '00'
076600         DISPLAY 'Notice: CHGBEXC.DAT not found - '
076700                 'no draft transactions written'
076800         GO TO 4000-CLOSE
076900     END-IF.
077000     PERFORM 4100-READ-EXCEPTION THRU 4100-EXIT
077100         UNTIL WS-EXC-STATUS = '10'.
077200     CLOSE EXCEPTION-EXTRACT-FILE.
077300 4000-CLOSE.
077400     CLOSE DRAFT-TRANS-FILE.
077500 4000-EXIT.
077600     EXIT.
077700
077800 4100-READ-EXCEPTION.
077900     READ EXCEPTION-EXTRACT-FILE
078000         AT END
078100             MOVE '10' TO WS-EXC-STATUS
078200         NOT AT END
078300             PERFORM 4200-WRITE-DRAFT-ADD THRU 4200-EXIT
078400     END-READ.
078500 4100-EXIT.
078600     EXIT.
078700
078800 4200-WRITE-DRAFT-ADD.
078900     IF EXC-CLIENT-ADDR = SPACES
079000         GO TO 4200-EXIT
079100     END-IF.
079200     MOVE EXC-CLIENT-ADDR TO WS-SEARCH-ADDR.
079300     PERFORM 2350-FIND-ENTRY THRU 2350-EXIT.
079400     IF WS-ENTRY-FOUND
079500         GO TO 4200-EXIT
079600     END-IF.
079700     MOVE SPACES TO DRAFT-TRANS-RECORD.
079800     MOVE 'ADD' TO DFT-ACTION.
079900     MOVE EXC-CLIENT-ADDR TO DFT-ADDRESS.
080000     MOVE 'CLIMAINT' TO DFT-USER-ID.
080100     MOVE EXC-CONNECTIONS TO WS-CONNS-DISPLAY.
080200     MOVE EXC-BYTES TO WS-BYTES-DISPLAY.
080300     STRING EXC-BILL-MONTH DELIMITED BY SIZE
080400            ' ' DELIMITED BY SIZE
080500            FUNCTION TRIM(WS-CONNS-DISPLAY) DELIMITED BY SIZE
080600            ' conns ' DELIMITED BY SIZE
080700            FUNCTION TRIM(WS-BYTES-DISPLAY) DELIMITED BY SIZE
080800            ' bytes' DELIMITED BY SIZE
080900         INTO DFT-REASON.
081000     WRITE DRAFT-TRANS-RECORD.
081100     IF WS-DFT-STATUS NOT = '00'
081200         DISPLAY 'Error: CLIDRAFT.TRN write failed - status '
081300                 WS-DFT-STATUS
081400         MOVE 16 TO RETURN-CODE
081500         STOP RUN
081600     END-IF.
081700     ADD 1 TO WS-DRAFT-COUNT.
081800 4200-EXIT.
081900     EXIT.
082000
082100*============================================================*
082200*  8000 SERIES - SHARED UTILITY PARAGRAPHS                   *
082300*============================================================*
082400 8000-FORMAT-TIMESTAMP.
082500     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
082600     ACCEPT WS-CURRENT-TIME FROM TIME.
082700     STRING WS-CURRENT-DATE (1:4) '-' WS-CURRENT-DATE (5:2) '-'
082800            WS-CURRENT-DATE (7:2) ' '
082900            WS-CURRENT-TIME (1:2) ':' WS-CURRENT-TIME (3:2) ':'
083000            WS-CURRENT-TIME (5:2)
083100         DELIMITED BY SIZE INTO WS-TIMESTAMP-TEXT.
083200 8000-EXIT.
083300     EXIT.
083400
083401*============================================================*
083402*  8900 SERIES - RUN-CONTROL LEDGER                          *
083403*============================================================*
083404*----------------------------------------------------------*
083405*  THE 'S' ENTRY GOES OUT BEFORE ANY WORK, SO A STEP THAT   *
083406*  ABENDS OR TAKES A FATAL EXIT STILL SHOWS ON THE LEDGER   *
083407*  AS STARTED WITHOUT ENDING.                               *
083408*----------------------------------------------------------*
083409 8900-LOG-RUN-START.
083410     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
083411     ACCEPT WS-RUN-CLOCK FROM TIME.
083412     DIVIDE WS-RUN-CLOCK BY 100 GIVING WS-RUN-START-TIME.
083413     MOVE SPACES TO RUN-CONTROL-RECORD.
083414     SET RCL-STEP-STARTED TO TRUE.
083415     MOVE ZERO TO RCL-END-DATE RCL-END-TIME RCL-RETURN-CODE
083416                  RCL-RECORDS-IN RCL-RECORDS-OUT
083417                  RCL-RECORDS-REJECTED.
083418     PERFORM 8950-APPEND-RUN-CONTROL THRU 8950-EXIT.
083419 8900-EXIT.
083420     EXIT.
083421
083422*----------------------------------------------------------*
083423*  EVERY TRANSACTION READ IS EITHER APPLIED OR REJECTED, SO *
083424*  THE STEP MUST BALANCE.  THE TARGET IS THE RUN DATE - THE *
083425*  TRANSACTIONS CARRY NO BUSINESS DAY OF THEIR OWN.         *
083426*----------------------------------------------------------*
083427 8910-LOG-RUN-END.
083428     MOVE SPACES TO RUN-CONTROL-RECORD.
083429     SET RCL-STEP-ENDED TO TRUE.
083430     ACCEPT RCL-END-DATE FROM DATE YYYYMMDD.
083431     ACCEPT WS-RUN-CLOCK FROM TIME.
083432     DIVIDE WS-RUN-CLOCK BY 100 GIVING RCL-END-TIME.
083433     MOVE RETURN-CODE TO RCL-RETURN-CODE.
083434     MOVE WS-RUN-START-DATE TO WS-RUN-TARGET.
083435     MOVE WS-TRAN-COUNT TO RCL-RECORDS-IN.
083436     MOVE WS-APPLIED-COUNT TO RCL-RECORDS-OUT.
083437     MOVE WS-REJECT-COUNT TO RCL-RECORDS-REJECTED.
083438     SET RCL-MUST-BALANCE TO TRUE.
083439     PERFORM 8950-APPEND-RUN-CONTROL THRU 8950-EXIT.
083440 8910-EXIT.
083441     EXIT.
083442
083443*----------------------------------------------------------*
083444*  THE LEDGER IS SHARED AND APPEND-ONLY.  ONE THAT CANNOT   *
083445*  BE WRITTEN IS WARNED ABOUT BUT NEVER FAILS THE STEP -    *
083446*  THE LEDGER RECORDS THE WORK, IT IS NOT PART OF IT.       *
083447*----------------------------------------------------------*
083448 8950-APPEND-RUN-CONTROL.
083449     MOVE WS-RUN-PROGRAM TO RCL-PROGRAM.
083450     MOVE WS-RUN-START-DATE TO RCL-START-DATE.
083451     MOVE WS-RUN-START-TIME TO RCL-START-TIME.
083452     MOVE WS-RUN-TARGET TO RCL-TARGET.
083453     OPEN EXTEND RUN-CONTROL-FILE.
083454     IF WS-RCL-STATUS = '35'
083455         OPEN OUTPUT RUN-CONTROL-FILE
083456     END-IF.
083457     IF WS-RCL-STATUS NOT = '00'
083458         DISPLAY 'Warning: unable to open RUNCTL.LOG - status '
083459                 WS-RCL-STATUS
083460         GO TO 8950-EXIT
083461     END-IF.
083462     WRITE RUN-CONTROL-RECORD.
083463     CLOSE RUN-CONTROL-FILE.
083464 8950-EXIT.
083465     EXIT.
083466
083500*============================================================*
083600*  9000 SERIES - SHUTDOWN                                    *
083700*============================================================*
083800 9000-TERMINATE.
083900     CLOSE MAINT-TRANS-FILE.
084000     CLOSE AUDIT-FILE.
084100     MOVE WS-TRAN-COUNT TO WS-COUNT-DISPLAY.
084200     DISPLAY 'Transactions read:    ' WS-COUNT-DISPLAY.
084300     MOVE WS-APPLIED-COUNT TO WS-COUNT-DISPLAY.
084400     DISPLAY 'Transactions applied: ' WS-COUNT-DISPLAY.
084500     MOVE WS-REJECT-COUNT TO WS-COUNT-DISPLAY.
084600     DISPLAY 'Transactions rejected:' WS-COUNT-DISPLAY.
084700     MOVE WS-WRITTEN-COUNT TO WS-COUNT-DISPLAY.
084800     DISPLAY 'Rows on new master:   ' WS-COUNT-DISPLAY.
084900     MOVE WS-DRAFT-COUNT TO WS-COUNT-DISPLAY.
085000     DISPLAY 'Draft ADDs written:   ' WS-COUNT-DISPLAY.
085100     IF WS-REJECT-COUNT > 0
085200         MOVE 4 TO RETURN-CODE
085300     END-IF.
085400 9000-EXIT.
085500     EXIT.

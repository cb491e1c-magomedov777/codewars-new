000100******************************************************************
000200*  PROGRAM-ID.  ADJPSIM
000300*  AUTHOR.      R L KOWALCZYK
000400*  INSTALLATION. DISTRIBUTION LOGISTICS - ORDER ADJUSTMENTS
000500*  DATE-WRITTEN. 10/12/2026
000600*
000700*  WHAT-IF SIMULATION OF PENDING PARAMETER CHANGES.  THE CHANGE
000800*  LOG ONLY TELLS AN APPROVER THE OLD AND NEW AMOUNT - NOT WHAT
000900*  THE CHANGE WOULD DO TO A DAY'S POSTINGS.  THIS PROGRAM TAKES
001000*  ONE OR MORE REQUESTS OFF THE PENDING MASTER (SELECTION CARDS
001100*  ON ADJSIMIN, ADJSMC LAYOUT; NO CARDS SELECTS THEM ALL) AND
001200*  REPLAYS A PAST DAY'S ADJTRIN, NAMED BY THE PARM, THROUGH
001300*  ADD-FIVE TWICE PER TRANSACTION: ONCE AT THE RATES ON FILE FOR
001400*  THAT DAY AND ONCE AT THE PROPOSED RATE FOR ITS CATEGORY.
001500*  ADD-FIVE IS CALLED IN SIMULATION MODE SO IT WRITES NO AUDIT
001600*  RECORD, AND THIS PROGRAM OPENS NO INTERFACE, CHECKPOINT, OR
001700*  RUN CONTROL FILE - THE ONLY OUTPUT IS THE REPORT.
001800*
001900*  THE REPORT GIVES, PER CATEGORY, THE CURRENT AND PROPOSED NET
002000*  ADJUSTMENT TOTAL, THE NUMBER OF TRANSACTIONS THAT WOULD NEWLY
002100*  OVERFLOW PIC S9(4), AND THE ADJLIMS VERDICT (THE SAME THREE
002200*  MEASURES ADJLIMIT APPLIES) AT BOTH RATES, THEN SAYS WHETHER
002300*  THE DAY AS A WHOLE WOULD HAVE BREACHED.  AN ADD OR CHANGE IS
002400*  PRICED AS IF ITS RATE HAD BEEN IN EFFECT ON THE DAY; A DELETE
002500*  AS IF ITS ADJPARM RECORD WERE GONE; A RE-RATE ONLY WHEN ITS
002600*  DATE RANGE COVERS THE DAY.  ONE REQUEST PER CATEGORY - A
002700*  SECOND ONE FOR THE SAME CATEGORY IS LISTED AND IGNORED.
002800*  REVERSAL CARDS ARE NOT REPLAYED: THEY BACK OUT WHAT THE
002900*  ORIGINAL POSTED WHATEVER THE RATE, SO THEY ARE ONLY COUNTED.
003000*
003100*  RETURN CODES: 4 - THE PROPOSED RATES WOULD BREACH A LIMIT OR
003200*  CAUSE NEW OVERFLOWS.  8 - A SELECTION CARD MATCHED NO PENDING
003300*  REQUEST, OR NOTHING WAS LEFT TO SIMULATE.  16 - BAD PARM OR
003400*  A FILE COULD NOT BE OPENED.
003500*
003600*  MODIFICATION HISTORY
003700*  ---------------------------------------------------------------
003800*  DATE       INIT  DESCRIPTION
003900*  10/12/2026 RLK   ORIGINAL.
004000******************************************************************
004100 IDENTIFICATION DIVISION.
004200 PROGRAM-ID.  ADJPSIM.
004300
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT ADJ-PEND-FILE ASSIGN TO "ADJPNDIN"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-PEND-STATUS.
005000
005100     SELECT ADJ-SIM-CARD-FILE ASSIGN TO "ADJSIMIN"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-CARD-STATUS.
005400
005500     SELECT ADJ-TRANS-FILE ASSIGN TO "ADJTRIN"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-TRANS-STATUS.
005800
005900     SELECT ADJ-LIMIT-FILE ASSIGN TO "ADJLIMS"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS SEQUENTIAL
006200         RECORD KEY IS LM-CODE
006300         FILE STATUS IS WS-LIMIT-STATUS.
006400
006500     SELECT ADJ-SIM-RPT ASSIGN TO "ADJSIMRPT"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-RPT-STATUS.
006800
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  ADJ-PEND-FILE.
007200 COPY ADJPND.
007300
007400 FD  ADJ-SIM-CARD-FILE.
007500 COPY ADJSMC.
007600
007700 FD  ADJ-TRANS-FILE.
007800 COPY ADJTRN.
007900
008000 FD  ADJ-LIMIT-FILE.
008100 COPY ADJLIM.
008200
008300 FD  ADJ-SIM-RPT.
008400 01  RPT-LINE                   PIC X(80).
008500
008600 WORKING-STORAGE SECTION.
008700 77  WS-PEND-STATUS          PIC X(02)   VALUE SPACES.
008800 77  WS-CARD-STATUS          PIC X(02)   VALUE SPACES.
008900 77  WS-TRANS-STATUS         PIC X(02)   VALUE SPACES.
009000 77  WS-LIMIT-STATUS         PIC X(02)   VALUE SPACES.
009100 77  WS-RPT-STATUS           PIC X(02)   VALUE SPACES.
009200 77  WS-PEND-EOF-SW          PIC X(01)   VALUE 'N'.
009300     88  WS-PEND-EOF             VALUE 'Y'.
009400 77  WS-CARD-EOF-SW          PIC X(01)   VALUE 'N'.
009500     88  WS-CARD-EOF             VALUE 'Y'.
009600 77  WS-TRANS-EOF-SW         PIC X(01)   VALUE 'N'.
009700     88  WS-TRANS-EOF            VALUE 'Y'.
009800 77  WS-LIMIT-EOF-SW         PIC X(01)   VALUE 'N'.
009900     88  WS-LIMIT-EOF            VALUE 'Y'.
010000 77  WS-ABEND-SW             PIC X(01)   VALUE 'N'.
010100     88  WS-ABEND                VALUE 'Y'.
010200 77  WS-MATCH-SW             PIC X(01)   VALUE 'N'.
010300     88  WS-MATCH-FOUND          VALUE 'Y'.
010400 77  WS-CUR-BREACH-SW        PIC X(01)   VALUE 'N'.
010500     88  WS-CUR-DAY-BREACHED     VALUE 'Y'.
010600 77  WS-PROP-BREACH-SW       PIC X(01)   VALUE 'N'.
010700     88  WS-PROP-DAY-BREACHED    VALUE 'Y'.
010800 77  WS-CAT-BREACH-SW        PIC X(01)   VALUE 'N'.
010900     88  WS-CAT-BREACHED         VALUE 'Y'.
011000 77  WS-SIM-DATE             PIC 9(08)   VALUE ZERO.
011100 77  WS-RUN-DATE             PIC 9(08)   VALUE ZERO.
011200 77  WS-PEND-READ            PIC 9(07)   VALUE ZERO.
011300 77  WS-CARD-COUNT           PIC 9(07)   VALUE ZERO.
011400 77  WS-UNMATCHED-COUNT      PIC 9(07)   VALUE ZERO.
011500 77  WS-IGNORED-COUNT        PIC 9(07)   VALUE ZERO.
011600 77  WS-TRANS-COUNT          PIC 9(07)   VALUE ZERO.
011700 77  WS-REPLAY-COUNT         PIC 9(07)   VALUE ZERO.
011800 77  WS-REPRICED-COUNT       PIC 9(07)   VALUE ZERO.
011900 77  WS-REVERSAL-COUNT       PIC 9(07)   VALUE ZERO.
012000 77  WS-NEW-OVFL-TOTAL       PIC 9(07)   VALUE ZERO.
012100 77  WS-PEND-COUNT           PIC S9(05)  COMP VALUE ZERO.
012200 77  WS-PEND-IX              PIC S9(05)  COMP VALUE ZERO.
012300 77  WS-PEND-MAX             PIC S9(05)  COMP VALUE 2000.
012400 77  WS-PROP-COUNT           PIC S9(05)  COMP VALUE ZERO.
012500 77  WS-PROP-IX              PIC S9(05)  COMP VALUE ZERO.
012600 77  WS-PROP-MAX             PIC S9(05)  COMP VALUE 100.
012700 77  WS-CAT-COUNT            PIC S9(05)  COMP VALUE ZERO.
012800 77  WS-CAT-IX               PIC S9(05)  COMP VALUE ZERO.
012900 77  WS-CAT-MAX              PIC S9(05)  COMP VALUE 100.
013000 77  WS-LIM-COUNT            PIC S9(05)  COMP VALUE ZERO.
013100 77  WS-LIM-IX               PIC S9(05)  COMP VALUE ZERO.
013200 77  WS-LIM-MAX              PIC S9(05)  COMP VALUE 100.
013300 77  WS-FOUND-IX             PIC S9(05)  COMP VALUE ZERO.
013400 77  WS-SEARCH-CODE          PIC X(02)   VALUE SPACES.
013500 77  WS-CUR-RC               PIC 9(02)   VALUE ZERO.
013600 77  WS-CUR-AMOUNT           PIC S9(3)   SIGN LEADING VALUE ZERO.
013700 77  WS-JUDGE-OK             PIC 9(07)   VALUE ZERO.
013800 77  WS-JUDGE-EXC            PIC 9(07)   VALUE ZERO.
013900 77  WS-JUDGE-NET            PIC S9(9)   SIGN LEADING VALUE ZERO.
014000 77  WS-NET-ABS              PIC 9(09)   VALUE ZERO.
014100 77  WS-TOTAL-TXNS           PIC 9(09)   VALUE ZERO.
014200 77  WS-EXC-RATE             PIC 9(03)   VALUE ZERO.
014300 77  WS-VERDICT              PIC X(08)   VALUE SPACES.
014400 77  WS-CUR-VERDICT          PIC X(08)   VALUE SPACES.
014500 77  WS-PROP-VERDICT         PIC X(08)   VALUE SPACES.
014600 77  WS-CUR-NET-TOTAL        PIC S9(9)   SIGN LEADING VALUE ZERO.
014700 77  WS-PROP-NET-TOTAL       PIC S9(9)   SIGN LEADING VALUE ZERO.
014800 77  WS-FUNCTION-TEXT        PIC X(07)   VALUE SPACES.
014900 77  WS-RULE-TEXT            PIC X(20)   VALUE SPACES.
015000
015100 COPY ADJCALL.
015200
015300 01  WS-PEND-TABLE.
015400     05  WS-PEND-ENTRY           OCCURS 2000.
015500         10  WS-PT-FUNCTION      PIC X(01).
015600         10  WS-PT-CODE          PIC X(02).
015700         10  WS-PT-EFF-DATE      PIC 9(08).
015800         10  WS-PT-EXP-DATE      PIC 9(08).
015900         10  WS-PT-AMOUNT        PIC S9(3)  SIGN LEADING.
016000         10  WS-PT-REQUEST-USER  PIC X(08).
016100         10  WS-PT-RULE-DATA     PIC X(50).
016200         10  WS-PT-SELECTED-SW   PIC X(01).
016300
016400 01  WS-PROP-TABLE.
016500     05  WS-PROP-ENTRY           OCCURS 100.
016600         10  WS-PR-CODE          PIC X(02).
016700         10  WS-PR-PEND-IX       PIC S9(05) COMP.
016800
016900 01  WS-CAT-TABLE.
017000     05  WS-CAT-ENTRY            OCCURS 100.
017100         10  WS-CT-CATEGORY      PIC X(02).
017200         10  WS-CT-REPRICED-SW   PIC X(01).
017300         10  WS-CT-TXN-COUNT     PIC 9(07).
017400         10  WS-CT-CUR-OK        PIC 9(07).
017500         10  WS-CT-CUR-EXC       PIC 9(07).
017600         10  WS-CT-CUR-NET       PIC S9(9)  SIGN LEADING.
017700         10  WS-CT-PROP-OK       PIC 9(07).
017800         10  WS-CT-PROP-EXC      PIC 9(07).
017900         10  WS-CT-PROP-NET      PIC S9(9)  SIGN LEADING.
018000         10  WS-CT-NEW-OVFL      PIC 9(07).
018100
018200 01  WS-LIM-TABLE.
018300     05  WS-LIM-ENTRY            OCCURS 100.
018400         10  WS-LT-CODE          PIC X(02).
018500         10  WS-LT-MAX-TXN       PIC 9(07).
018600         10  WS-LT-MAX-NET       PIC 9(09).
018700         10  WS-LT-MAX-RATE      PIC 9(03).
018800
018900 01  WS-SIM-RULE.
019000     05  WS-SR-RULE-TYPE         PIC X(01).
019100         88  WS-SR-FLAT-RULE         VALUE 'F' SPACE.
019200         88  WS-SR-PCT-RULE          VALUE 'P'.
019300         88  WS-SR-TIER-RULE         VALUE 'T'.
019400     05  WS-SR-PCT-RATE          PIC 9(3)V99.
019500     05  WS-SR-MIN-SW            PIC X(01).
019600     05  WS-SR-MIN-AMOUNT        PIC S9(3)  SIGN LEADING.
019700     05  WS-SR-MAX-SW            PIC X(01).
019800     05  WS-SR-MAX-AMOUNT        PIC S9(3)  SIGN LEADING.
019900     05  WS-SR-BAND-COUNT        PIC 9(01).
020000     05  WS-SR-BAND                      OCCURS 5.
020100         10  WS-SR-BAND-LIMIT            PIC 9(04).
020200         10  WS-SR-BAND-AMOUNT           PIC S9(3)  SIGN LEADING.
020300
020400 01  WS-SIM-DATE-ED              PIC 9999/99/99.
020500 01  WS-EFF-DATE-ED              PIC 9999/99/99.
020600 01  WS-AMOUNT-ED                PIC -(3)9.
020700 01  WS-RATE-ED                  PIC ZZ9.99.
020800 01  WS-BAND-ED                  PIC 9.
020900 01  WS-TXN-ED                   PIC ZZZ,ZZ9.
021000 01  WS-CUR-NET-ED               PIC -(8)9.
021100 01  WS-PROP-NET-ED              PIC -(8)9.
021200 01  WS-CHANGE-ED                PIC -(8)9.
021300 01  WS-OVFL-ED                  PIC ZZZ,ZZ9.
021400 01  WS-CNT-ED                   PIC ZZZ,ZZ9.
021500 01  WS-REPRICED-FLAG            PIC X(01).
021600
021700 LINKAGE SECTION.
021800 01  LK-PARM-INFO.
021900     05  LK-PARM-LEN             PIC S9(4)   COMP.
022000     05  LK-PARM-DATA            PIC X(08).
022100
022200 PROCEDURE DIVISION USING LK-PARM-INFO.
022300
022400 0000-MAINLINE.
022500     PERFORM 0500-CHECK-PARM THRU 0500-EXIT.
022600     IF NOT WS-ABEND
022700         PERFORM 1000-INITIALIZE THRU 1000-EXIT
022800     END-IF.
022900     IF NOT WS-ABEND
023000         PERFORM 1500-LOAD-LIMITS THRU 1500-EXIT
023100             UNTIL WS-LIMIT-EOF OR WS-ABEND
023200     END-IF.
023300     IF NOT WS-ABEND
023400         PERFORM 2000-LOAD-PENDING THRU 2000-EXIT
023500             UNTIL WS-PEND-EOF OR WS-ABEND
023600     END-IF.
023700     IF NOT WS-ABEND
023800         PERFORM 3000-SELECT-REQUESTS THRU 3000-EXIT
023900     END-IF.
024000     IF NOT WS-ABEND
024100         PERFORM 3500-BUILD-PROPOSALS THRU 3500-EXIT
024200     END-IF.
024300     IF NOT WS-ABEND
024400         AND WS-PROP-COUNT > ZERO
024500         PERFORM 4000-REPLAY-DAY THRU 4000-EXIT
024600             UNTIL WS-TRANS-EOF OR WS-ABEND
024700     END-IF.
024800     IF NOT WS-ABEND
024900         PERFORM 5000-JUDGE-CATEGORIES THRU 5000-EXIT
025000         PERFORM 9000-TERMINATE THRU 9000-EXIT
025100     ELSE
025200         MOVE 16 TO RETURN-CODE
025300     END-IF.
025400     STOP RUN.
025500
025600******************************************************************
025700*  0500-CHECK-PARM - THE PARM IS THE BUSINESS DATE WHOSE ADJTRIN
025800*  IS BEING REPLAYED, YYYYMMDD.  IT MUST BE A REAL DATE AND MAY
025900*  NOT BE IN THE FUTURE - THERE IS NO DAY THERE TO REPLAY.
026000******************************************************************
026100 0500-CHECK-PARM.
026200     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
026300     IF LK-PARM-LEN NOT = 8
026400         DISPLAY 'ADJPSIM - PARM MUST BE THE BUSINESS DATE TO '
026500             'REPLAY (YYYYMMDD), RUN STOPPED'
026600         SET WS-ABEND TO TRUE
026700         GO TO 0500-EXIT
026800     END-IF.
026900     IF LK-PARM-DATA NOT NUMERIC
027000         DISPLAY 'ADJPSIM - PARM MUST BE THE BUSINESS DATE TO '
027100             'REPLAY (YYYYMMDD), RUN STOPPED'
027200         SET WS-ABEND TO TRUE
027300         GO TO 0500-EXIT
027400     END-IF.
027500     MOVE LK-PARM-DATA TO WS-SIM-DATE.
027600     IF FUNCTION INTEGER-OF-DATE (WS-SIM-DATE) = ZERO
027700         OR WS-SIM-DATE > WS-RUN-DATE
027800         DISPLAY 'ADJPSIM - PARM DATE ' WS-SIM-DATE
027900             ' IS NOT A PAST BUSINESS DATE, RUN STOPPED'
028000         SET WS-ABEND TO TRUE
028100     END-IF.
028200 0500-EXIT.
028300     EXIT.
028400
028500******************************************************************
028600*  1000-INITIALIZE - OPEN THE PENDING MASTER, THE SELECTION
028700*  CARDS, THE DAY'S TRANSACTIONS, THE LIMITS KSDS, AND THE
028800*  REPORT, AND WRITE THE HEADINGS.  ADD-FIVE OPENS ADJPARM
028900*  ITSELF ON ITS FIRST CALL.
029000******************************************************************
029100 1000-INITIALIZE.
029200     OPEN INPUT ADJ-PEND-FILE.
029300     OPEN INPUT ADJ-SIM-CARD-FILE.
029400     OPEN INPUT ADJ-TRANS-FILE.
029500     IF WS-PEND-STATUS NOT = '00'
029600         OR WS-CARD-STATUS NOT = '00'
029700         OR WS-TRANS-STATUS NOT = '00'
029800         DISPLAY 'ADJPSIM - INPUT OPEN FAILED, STATUSES '
029900             WS-PEND-STATUS ' ' WS-CARD-STATUS ' '
030000             WS-TRANS-STATUS
030100         SET WS-ABEND TO TRUE
030200         GO TO 1000-EXIT
030300     END-IF.
030400     OPEN INPUT ADJ-LIMIT-FILE.
030500     IF WS-LIMIT-STATUS NOT = '00'
030600         DISPLAY 'ADJPSIM - ADJLIMS OPEN FAILED, STATUS '
030700             WS-LIMIT-STATUS
030800         SET WS-ABEND TO TRUE
030900         GO TO 1000-EXIT
031000     END-IF.
031100     OPEN OUTPUT ADJ-SIM-RPT.
031200     IF WS-RPT-STATUS NOT = '00'
031300         DISPLAY 'ADJPSIM - ADJSIMRPT OPEN FAILED, STATUS '
031400             WS-RPT-STATUS
031500         SET WS-ABEND TO TRUE
031600         GO TO 1000-EXIT
031700     END-IF.
031800     MOVE WS-SIM-DATE TO WS-SIM-DATE-ED.
031900     MOVE SPACES TO RPT-LINE.
032000     STRING 'WHAT-IF SIMULATION OF PENDING PARAMETER CHANGES - '
032100         'DAY ' WS-SIM-DATE-ED
032200         DELIMITED BY SIZE INTO RPT-LINE.
032300     WRITE RPT-LINE.
032400     MOVE SPACES TO RPT-LINE.
032500     MOVE 'SIMULATION ONLY - NOTHING IS POSTED, AUDITED, OR SENT'
032600         TO RPT-LINE.
032700     WRITE RPT-LINE.
032800     MOVE SPACES TO RPT-LINE.
032900     WRITE RPT-LINE.
033000     PERFORM 8100-READ-LIMIT THRU 8100-EXIT.
033100     PERFORM 8000-READ-PEND THRU 8000-EXIT.
033200     PERFORM 8300-READ-TRANS THRU 8300-EXIT.
033300 1000-EXIT.
033400     EXIT.
033500
033600 1500-LOAD-LIMITS.
033700     IF WS-LIM-COUNT NOT < WS-LIM-MAX
033800         DISPLAY 'ADJPSIM - LIMITS TABLE FULL'
033900         SET WS-ABEND TO TRUE
034000         GO TO 1500-EXIT
034100     END-IF.
034200     ADD 1 TO WS-LIM-COUNT.
034300     MOVE LM-CODE TO WS-LT-CODE (WS-LIM-COUNT).
034400     MOVE LM-MAX-TXN-COUNT TO WS-LT-MAX-TXN (WS-LIM-COUNT).
034500     MOVE LM-MAX-NET-AMOUNT TO WS-LT-MAX-NET (WS-LIM-COUNT).
034600     MOVE LM-MAX-EXC-RATE TO WS-LT-MAX-RATE (WS-LIM-COUNT).
034700     PERFORM 8100-READ-LIMIT THRU 8100-EXIT.
034800 1500-EXIT.
034900     EXIT.
035000
035100******************************************************************
035200*  2000-LOAD-PENDING - LOAD THE PENDING MASTER (THE CARRIED
035300*  GENERATION AND TODAY'S STAGED REQUESTS ARE CONCATENATED ON
035400*  THE ONE DD) IN FILE ORDER, OLDEST FIRST, SO A CARD MATCHES
035500*  THE SAME REQUEST ADJPAPPR WOULD DECIDE.
035600******************************************************************
035700 2000-LOAD-PENDING.
035800     IF WS-PEND-COUNT NOT < WS-PEND-MAX
035900         DISPLAY 'ADJPSIM - PENDING TABLE FULL'
036000         SET WS-ABEND TO TRUE
036100         GO TO 2000-EXIT
036200     END-IF.
036300     ADD 1 TO WS-PEND-COUNT.
036400     ADD 1 TO WS-PEND-READ.
036500     MOVE PC-FUNCTION TO WS-PT-FUNCTION (WS-PEND-COUNT).
036600     MOVE PC-CODE TO WS-PT-CODE (WS-PEND-COUNT).
036700     MOVE PC-EFF-DATE TO WS-PT-EFF-DATE (WS-PEND-COUNT).
036800     MOVE PC-EXP-DATE TO WS-PT-EXP-DATE (WS-PEND-COUNT).
036900     MOVE PC-AMOUNT TO WS-PT-AMOUNT (WS-PEND-COUNT).
037000     MOVE PC-REQUEST-USER TO WS-PT-REQUEST-USER (WS-PEND-COUNT).
037100     MOVE PC-RULE-DATA TO WS-PT-RULE-DATA (WS-PEND-COUNT).
037200     MOVE 'N' TO WS-PT-SELECTED-SW (WS-PEND-COUNT).
037300     PERFORM 8000-READ-PEND THRU 8000-EXIT.
037400 2000-EXIT.
037500     EXIT.
037600
037700******************************************************************
037800*  3000-SELECT-REQUESTS - MARK THE REQUESTS NAMED ON THE
037900*  SELECTION CARDS.  A CARD MATCHING NO OPEN REQUEST IS LISTED
038000*  AND COUNTED.  AN EMPTY CARD DECK SELECTS EVERY REQUEST.
038100******************************************************************
038200 3000-SELECT-REQUESTS.
038300     PERFORM 8200-READ-CARD THRU 8200-EXIT.
038400     PERFORM 3100-SELECT-ONE THRU 3100-EXIT
038500         UNTIL WS-CARD-EOF.
038600     IF WS-CARD-COUNT = ZERO
038700         PERFORM 3150-SELECT-ALL THRU 3150-EXIT
038800             VARYING WS-PEND-IX FROM 1 BY 1
038900             UNTIL WS-PEND-IX > WS-PEND-COUNT
039000     END-IF.
039100 3000-EXIT.
039200     EXIT.
039300
039400 3100-SELECT-ONE.
039500     ADD 1 TO WS-CARD-COUNT.
039600     MOVE 'N' TO WS-MATCH-SW.
039700     PERFORM 3120-MATCH-PEND THRU 3120-EXIT
039800         VARYING WS-PEND-IX FROM 1 BY 1
039900         UNTIL WS-PEND-IX > WS-PEND-COUNT
040000         OR WS-MATCH-FOUND.
040100     IF NOT WS-MATCH-FOUND
040200         ADD 1 TO WS-UNMATCHED-COUNT
040300         MOVE SM-EFF-DATE TO WS-EFF-DATE-ED
040400         MOVE SPACES TO RPT-LINE
040500         STRING 'NO PENDING REQUEST FOR ' SM-CODE ' '
040600             WS-EFF-DATE-ED ' - CARD IGNORED'
040700             DELIMITED BY SIZE INTO RPT-LINE
040800         WRITE RPT-LINE
040900     END-IF.
041000     PERFORM 8200-READ-CARD THRU 8200-EXIT.
041100 3100-EXIT.
041200     EXIT.
041300
041400 3120-MATCH-PEND.
041500     IF WS-PT-CODE (WS-PEND-IX) = SM-CODE
041600         AND WS-PT-EFF-DATE (WS-PEND-IX) = SM-EFF-DATE
041700         AND WS-PT-SELECTED-SW (WS-PEND-IX) = 'N'
041800         SET WS-MATCH-FOUND TO TRUE
041900         MOVE 'Y' TO WS-PT-SELECTED-SW (WS-PEND-IX)
042000     END-IF.
042100 3120-EXIT.
042200     EXIT.
042300
042400 3150-SELECT-ALL.
042500     MOVE 'Y' TO WS-PT-SELECTED-SW (WS-PEND-IX).
042600 3150-EXIT.
042700     EXIT.
042800
042900******************************************************************
043000*  3500-BUILD-PROPOSALS - TURN THE SELECTED REQUESTS INTO ONE
043100*  PROPOSED RATE PER CATEGORY AND LIST THEM.  A RE-RATE WHOSE
043200*  RANGE DOES NOT COVER THE DAY, AND A SECOND REQUEST FOR A
043300*  CATEGORY ALREADY PROPOSED, ARE LISTED AS IGNORED.
043400******************************************************************
043500 3500-BUILD-PROPOSALS.
043600     MOVE SPACES TO RPT-LINE.
043700     MOVE 'REQUESTS SIMULATED' TO RPT-LINE.
043800     WRITE RPT-LINE.
043900     PERFORM 3550-PROPOSE-ONE THRU 3550-EXIT
044000         VARYING WS-PEND-IX FROM 1 BY 1
044100         UNTIL WS-PEND-IX > WS-PEND-COUNT
044200         OR WS-ABEND.
044300     IF WS-PROP-COUNT = ZERO
044400         MOVE SPACES TO RPT-LINE
044500         MOVE '  NONE - NOTHING TO SIMULATE' TO RPT-LINE
044600         WRITE RPT-LINE
044700     END-IF.
044800     MOVE SPACES TO RPT-LINE.
044900     WRITE RPT-LINE.
045000 3500-EXIT.
045100     EXIT.
045200
045300 3550-PROPOSE-ONE.
045400     IF WS-PT-SELECTED-SW (WS-PEND-IX) NOT = 'Y'
045500         GO TO 3550-EXIT
045600     END-IF.
045700     PERFORM 3600-DESCRIBE-REQUEST THRU 3600-EXIT.
045800     MOVE WS-PT-EFF-DATE (WS-PEND-IX) TO WS-EFF-DATE-ED.
045900     IF WS-PT-FUNCTION (WS-PEND-IX) = 'R'
046000         AND (WS-SIM-DATE < WS-PT-EFF-DATE (WS-PEND-IX)
046100             OR WS-SIM-DATE > WS-PT-EXP-DATE (WS-PEND-IX))
046200         ADD 1 TO WS-IGNORED-COUNT
046300         MOVE SPACES TO RPT-LINE
046400         STRING '  ' WS-FUNCTION-TEXT ' ' WS-PT-CODE (WS-PEND-IX)
046500             ' ' WS-EFF-DATE-ED ' - RANGE DOES NOT COVER THE '
046600             'DAY, IGNORED'
046700             DELIMITED BY SIZE INTO RPT-LINE
046800         WRITE RPT-LINE
046900         GO TO 3550-EXIT
047000     END-IF.
047100     MOVE WS-PT-CODE (WS-PEND-IX) TO WS-SEARCH-CODE.
047200     PERFORM 3700-FIND-PROPOSAL THRU 3700-EXIT.
047300     IF WS-MATCH-FOUND
047400         ADD 1 TO WS-IGNORED-COUNT
047500         MOVE SPACES TO RPT-LINE
047600         STRING '  ' WS-FUNCTION-TEXT ' ' WS-PT-CODE (WS-PEND-IX)
047700             ' ' WS-EFF-DATE-ED ' - CATEGORY ALREADY PROPOSED, '
047800             'IGNORED'
047900             DELIMITED BY SIZE INTO RPT-LINE
048000         WRITE RPT-LINE
048100         GO TO 3550-EXIT
048200     END-IF.
048300     IF WS-PROP-COUNT NOT < WS-PROP-MAX
048400         DISPLAY 'ADJPSIM - PROPOSAL TABLE FULL'
048500         SET WS-ABEND TO TRUE
048600         GO TO 3550-EXIT
048700     END-IF.
048800     ADD 1 TO WS-PROP-COUNT.
048900     MOVE WS-PT-CODE (WS-PEND-IX) TO WS-PR-CODE (WS-PROP-COUNT).
049000     MOVE WS-PEND-IX TO WS-PR-PEND-IX (WS-PROP-COUNT).
049100     MOVE SPACES TO RPT-LINE.
049200     STRING '  ' WS-FUNCTION-TEXT ' ' WS-PT-CODE (WS-PEND-IX)
049300         ' ' WS-EFF-DATE-ED ' ' WS-RULE-TEXT ' REQUESTED BY '
049400         WS-PT-REQUEST-USER (WS-PEND-IX)
049500         DELIMITED BY SIZE INTO RPT-LINE.
049600     WRITE RPT-LINE.
049700 3550-EXIT.
049800     EXIT.
049900
050000******************************************************************
050100*  3600-DESCRIBE-REQUEST - FUNCTION AND PROPOSED RULE IN WORDS
050200*  FOR THE REQUEST LINE.
050300******************************************************************
050400 3600-DESCRIBE-REQUEST.
050500     EVALUATE WS-PT-FUNCTION (WS-PEND-IX)
050600         WHEN 'A'
050700             MOVE 'ADD' TO WS-FUNCTION-TEXT
050800         WHEN 'C'
050900             MOVE 'CHANGE' TO WS-FUNCTION-TEXT
051000         WHEN 'D'
051100             MOVE 'DELETE' TO WS-FUNCTION-TEXT
051200         WHEN 'R'
051300             MOVE 'RE-RATE' TO WS-FUNCTION-TEXT
051400         WHEN OTHER
051500             MOVE 'UNKNOWN' TO WS-FUNCTION-TEXT
051600     END-EVALUATE.
051700     MOVE SPACES TO WS-RULE-TEXT.
051800     IF WS-PT-FUNCTION (WS-PEND-IX) = 'D'
051900         MOVE 'RECORD REMOVED' TO WS-RULE-TEXT
052000         GO TO 3600-EXIT
052100     END-IF.
052200     MOVE WS-PT-RULE-DATA (WS-PEND-IX) TO WS-SIM-RULE.
052300     EVALUATE TRUE
052400         WHEN WS-SR-PCT-RULE
052500             MOVE WS-SR-PCT-RATE TO WS-RATE-ED
052600             STRING 'PERCENT ' WS-RATE-ED
052700                 DELIMITED BY SIZE INTO WS-RULE-TEXT
052800         WHEN WS-SR-TIER-RULE
052900             MOVE WS-SR-BAND-COUNT TO WS-BAND-ED
053000             STRING 'TIERED, ' WS-BAND-ED ' BANDS'
053100                 DELIMITED BY SIZE INTO WS-RULE-TEXT
053200         WHEN OTHER
053300             MOVE WS-PT-AMOUNT (WS-PEND-IX) TO WS-AMOUNT-ED
053400             STRING 'FLAT ' WS-AMOUNT-ED
053500                 DELIMITED BY SIZE INTO WS-RULE-TEXT
053600     END-EVALUATE.
053700 3600-EXIT.
053800     EXIT.
053900
054000 3700-FIND-PROPOSAL.
054100     MOVE 'N' TO WS-MATCH-SW.
054200     MOVE ZERO TO WS-FOUND-IX.
054300     PERFORM 3750-CHECK-ONE-PROPOSAL THRU 3750-EXIT
054400         VARYING WS-PROP-IX FROM 1 BY 1
054500         UNTIL WS-PROP-IX > WS-PROP-COUNT
054600         OR WS-MATCH-FOUND.
054700 3700-EXIT.
054800     EXIT.
054900
055000 3750-CHECK-ONE-PROPOSAL.
055100     IF WS-PR-CODE (WS-PROP-IX) = WS-SEARCH-CODE
055200         SET WS-MATCH-FOUND TO TRUE
055300         MOVE WS-PROP-IX TO WS-FOUND-IX
055400     END-IF.
055500 3750-EXIT.
055600     EXIT.
055700
055800******************************************************************
055900*  4000-REPLAY-DAY - PRICE ONE OF THE DAY'S TRANSACTIONS AT THE
056000*  RATES ON FILE FOR THE DAY, THEN - IF THE CATEGORY IT PRICED
056100*  UNDER HAS A PROPOSAL - AGAIN AT THE PROPOSED RATE.  A
056200*  CATEGORY WITH NO PROPOSAL PRICES THE SAME BOTH WAYS.
056300******************************************************************
056400 4000-REPLAY-DAY.
056500     IF TR-REVERSAL
056600         ADD 1 TO WS-REVERSAL-COUNT
056700         GO TO 4000-NEXT
056800     END-IF.
056900     ADD 1 TO WS-REPLAY-COUNT.
057000     MOVE TR-TXN-ID TO AC-TXN-ID.
057100     MOVE TR-CATEGORY-CODE TO AC-CATEGORY-CODE.
057200     MOVE TR-NUM TO AC-NUM.
057300     SET AC-NOT-RESTART TO TRUE.
057400     MOVE WS-SIM-DATE TO AC-BUSINESS-DATE.
057500     SET AC-IS-ORDINARY TO TRUE.
057600     MOVE SPACES TO AC-ORIG-TXN-ID.
057700     MOVE ZERO TO AC-ORIG-DATE.
057800     SET AC-IS-SIMULATION TO TRUE.
057900     SET AC-NO-OVERRIDE TO TRUE.
058000     CALL 'ADD-FIVE' USING ADJ-CALL-RECORD.
058100     IF AC-RC-FILE-ERROR
058200         DISPLAY 'ADJPSIM - ADD-FIVE FILE ERROR, RUN STOPPED'
058300         SET WS-ABEND TO TRUE
058400         GO TO 4000-EXIT
058500     END-IF.
058600     MOVE AC-RETURN-CODE TO WS-CUR-RC.
058700     MOVE AC-ADJ-AMOUNT TO WS-CUR-AMOUNT.
058800     MOVE AC-PRICED-CODE TO WS-SEARCH-CODE.
058900     PERFORM 4100-FIND-CAT THRU 4100-EXIT.
059000     IF WS-ABEND
059100         GO TO 4000-EXIT
059200     END-IF.
059300     ADD 1 TO WS-CT-TXN-COUNT (WS-CAT-IX).
059400     IF WS-CUR-RC = ZERO
059500         ADD 1 TO WS-CT-CUR-OK (WS-CAT-IX)
059600         ADD WS-CUR-AMOUNT TO WS-CT-CUR-NET (WS-CAT-IX)
059700     ELSE
059800         ADD 1 TO WS-CT-CUR-EXC (WS-CAT-IX)
059900     END-IF.
060000     PERFORM 3700-FIND-PROPOSAL THRU 3700-EXIT.
060100     IF WS-MATCH-FOUND
060200         PERFORM 4200-PRICE-PROPOSED THRU 4200-EXIT
060300         IF WS-ABEND
060400             GO TO 4000-EXIT
060500         END-IF
060600     END-IF.
060700     IF AC-RC-OK
060800         ADD 1 TO WS-CT-PROP-OK (WS-CAT-IX)
060900         ADD AC-ADJ-AMOUNT TO WS-CT-PROP-NET (WS-CAT-IX)
061000     ELSE
061100         ADD 1 TO WS-CT-PROP-EXC (WS-CAT-IX)
061200     END-IF.
061300     IF AC-RC-OVERFLOW
061400         AND WS-CUR-RC NOT = 10
061500         ADD 1 TO WS-CT-NEW-OVFL (WS-CAT-IX)
061600         ADD 1 TO WS-NEW-OVFL-TOTAL
061700     END-IF.
061800 4000-NEXT.
061900     PERFORM 8300-READ-TRANS THRU 8300-EXIT.
062000 4000-EXIT.
062100     EXIT.
062200
062300******************************************************************
062400*  4100-FIND-CAT - LOCATE (OR ADD) THE CATEGORY'S TALLY ENTRY.
062500*  WS-CAT-IX IS LEFT POINTING AT IT.
062600******************************************************************
062700 4100-FIND-CAT.
062800     MOVE 'N' TO WS-MATCH-SW.
062900     MOVE ZERO TO WS-FOUND-IX.
063000     PERFORM 4150-CHECK-ONE-CAT THRU 4150-EXIT
063100         VARYING WS-CAT-IX FROM 1 BY 1
063200         UNTIL WS-CAT-IX > WS-CAT-COUNT
063300         OR WS-MATCH-FOUND.
063400     IF WS-MATCH-FOUND
063500         MOVE WS-FOUND-IX TO WS-CAT-IX
063600         GO TO 4100-EXIT
063700     END-IF.
063800     IF WS-CAT-COUNT NOT < WS-CAT-MAX
063900         DISPLAY 'ADJPSIM - CATEGORY TABLE FULL'
064000         SET WS-ABEND TO TRUE
064100         GO TO 4100-EXIT
064200     END-IF.
064300     ADD 1 TO WS-CAT-COUNT.
064400     MOVE WS-CAT-COUNT TO WS-CAT-IX.
064500     MOVE WS-SEARCH-CODE TO WS-CT-CATEGORY (WS-CAT-IX).
064600     MOVE 'N' TO WS-CT-REPRICED-SW (WS-CAT-IX).
064700     MOVE ZERO TO WS-CT-TXN-COUNT (WS-CAT-IX).
064800     MOVE ZERO TO WS-CT-CUR-OK (WS-CAT-IX).
064900     MOVE ZERO TO WS-CT-CUR-EXC (WS-CAT-IX).
065000     MOVE ZERO TO WS-CT-CUR-NET (WS-CAT-IX).
065100     MOVE ZERO TO WS-CT-PROP-OK (WS-CAT-IX).
065200     MOVE ZERO TO WS-CT-PROP-EXC (WS-CAT-IX).
065300     MOVE ZERO TO WS-CT-PROP-NET (WS-CAT-IX).
065400     MOVE ZERO TO WS-CT-NEW-OVFL (WS-CAT-IX).
065500 4100-EXIT.
065600     EXIT.
065700
065800 4150-CHECK-ONE-CAT.
065900     IF WS-CT-CATEGORY (WS-CAT-IX) = WS-SEARCH-CODE
066000         SET WS-MATCH-FOUND TO TRUE
066100         MOVE WS-CAT-IX TO WS-FOUND-IX
066200     END-IF.
066300 4150-EXIT.
066400     EXIT.
066500
066600******************************************************************
066700*  4200-PRICE-PROPOSED - CALL ADD-FIVE AGAIN FOR THE SAME
066800*  TRANSACTION CARRYING THE PROPOSAL: A DELETE DROPS THE ADJPARM
066900*  RECORD IT WOULD REMOVE, ANYTHING ELSE SUBSTITUTES ITS RATE.
067000******************************************************************
067100 4200-PRICE-PROPOSED.
067200     MOVE WS-PR-PEND-IX (WS-FOUND-IX) TO WS-PEND-IX.
067300     MOVE 'Y' TO WS-CT-REPRICED-SW (WS-CAT-IX).
067400     ADD 1 TO WS-REPRICED-COUNT.
067500     MOVE WS-PT-EFF-DATE (WS-PEND-IX) TO AC-OVR-EFF-DATE.
067600     MOVE WS-PT-AMOUNT (WS-PEND-IX) TO AC-OVR-AMOUNT.
067700     MOVE WS-PT-RULE-DATA (WS-PEND-IX) TO AC-OVR-RULE-DATA.
067800     IF WS-PT-FUNCTION (WS-PEND-IX) = 'D'
067900         SET AC-OVERRIDE-DROP TO TRUE
068000     ELSE
068100         SET AC-OVERRIDE-RULE TO TRUE
068200     END-IF.
068300     CALL 'ADD-FIVE' USING ADJ-CALL-RECORD.
068400     IF AC-RC-FILE-ERROR
068500         DISPLAY 'ADJPSIM - ADD-FIVE FILE ERROR, RUN STOPPED'
068600         SET WS-ABEND TO TRUE
068700     END-IF.
068800 4200-EXIT.
068900     EXIT.
069000
069100******************************************************************
069200*  5000-JUDGE-CATEGORIES - ONE LINE PER CATEGORY: TRANSACTIONS
069300*  REPLAYED, NET ADJUSTMENT APPLIED AT CURRENT AND PROPOSED
069400*  RATES AND THE DIFFERENCE, NEW OVERFLOWS, AND THE ADJLIMS
069500*  VERDICT EACH WAY.  A '*' MARKS A CATEGORY PRICED AT A
069600*  PROPOSED RATE.
069700******************************************************************
069800 5000-JUDGE-CATEGORIES.
069900     MOVE SPACES TO RPT-LINE.
070000     STRING 'CC      TXNS   CUR NET  PROP NET    CHANGE '
070100         'NEW OVF  CURRENT  PROPOSED'
070200         DELIMITED BY SIZE INTO RPT-LINE.
070300     WRITE RPT-LINE.
070400     PERFORM 5100-JUDGE-ONE-CAT THRU 5100-EXIT
070500         VARYING WS-CAT-IX FROM 1 BY 1
070600         UNTIL WS-CAT-IX > WS-CAT-COUNT.
070700     IF WS-CAT-COUNT = ZERO
070800         MOVE SPACES TO RPT-LINE
070900         MOVE 'NO TRANSACTIONS REPLAYED' TO RPT-LINE
071000         WRITE RPT-LINE
071100     END-IF.
071200 5000-EXIT.
071300     EXIT.
071400
071500 5100-JUDGE-ONE-CAT.
071600     MOVE 'N' TO WS-MATCH-SW.
071700     MOVE ZERO TO WS-FOUND-IX.
071800     PERFORM 5150-FIND-LIMIT THRU 5150-EXIT
071900         VARYING WS-LIM-IX FROM 1 BY 1
072000         UNTIL WS-LIM-IX > WS-LIM-COUNT
072100         OR WS-MATCH-FOUND.
072200     MOVE WS-CT-CUR-OK (WS-CAT-IX) TO WS-JUDGE-OK.
072300     MOVE WS-CT-CUR-EXC (WS-CAT-IX) TO WS-JUDGE-EXC.
072400     MOVE WS-CT-CUR-NET (WS-CAT-IX) TO WS-JUDGE-NET.
072500     PERFORM 5200-JUDGE-LIMITS THRU 5200-EXIT.
072600     MOVE WS-VERDICT TO WS-CUR-VERDICT.
072700     IF WS-CAT-BREACHED
072800         SET WS-CUR-DAY-BREACHED TO TRUE
072900     END-IF.
073000     MOVE WS-CT-PROP-OK (WS-CAT-IX) TO WS-JUDGE-OK.
073100     MOVE WS-CT-PROP-EXC (WS-CAT-IX) TO WS-JUDGE-EXC.
073200     MOVE WS-CT-PROP-NET (WS-CAT-IX) TO WS-JUDGE-NET.
073300     PERFORM 5200-JUDGE-LIMITS THRU 5200-EXIT.
073400     MOVE WS-VERDICT TO WS-PROP-VERDICT.
073500     IF WS-CAT-BREACHED
073600         SET WS-PROP-DAY-BREACHED TO TRUE
073700     END-IF.
073800     ADD WS-CT-CUR-NET (WS-CAT-IX) TO WS-CUR-NET-TOTAL.
073900     ADD WS-CT-PROP-NET (WS-CAT-IX) TO WS-PROP-NET-TOTAL.
074000     IF WS-CT-REPRICED-SW (WS-CAT-IX) = 'Y'
074100         MOVE '*' TO WS-REPRICED-FLAG
074200     ELSE
074300         MOVE SPACE TO WS-REPRICED-FLAG
074400     END-IF.
074500     MOVE WS-CT-TXN-COUNT (WS-CAT-IX) TO WS-TXN-ED.
074600     MOVE WS-CT-CUR-NET (WS-CAT-IX) TO WS-CUR-NET-ED.
074700     MOVE WS-CT-PROP-NET (WS-CAT-IX) TO WS-PROP-NET-ED.
074800     COMPUTE WS-CHANGE-ED = WS-CT-PROP-NET (WS-CAT-IX)
074900         - WS-CT-CUR-NET (WS-CAT-IX).
075000     MOVE WS-CT-NEW-OVFL (WS-CAT-IX) TO WS-OVFL-ED.
075100     MOVE SPACES TO RPT-LINE.
075200     STRING WS-CT-CATEGORY (WS-CAT-IX) ' ' WS-REPRICED-FLAG ' '
075300         WS-TXN-ED ' ' WS-CUR-NET-ED ' ' WS-PROP-NET-ED ' '
075400         WS-CHANGE-ED ' ' WS-OVFL-ED '  ' WS-CUR-VERDICT ' '
075500         WS-PROP-VERDICT
075600         DELIMITED BY SIZE INTO RPT-LINE.
075700     WRITE RPT-LINE.
075800 5100-EXIT.
075900     EXIT.
076000
076100 5150-FIND-LIMIT.
076200     IF WS-LT-CODE (WS-LIM-IX) = WS-CT-CATEGORY (WS-CAT-IX)
076300         SET WS-MATCH-FOUND TO TRUE
076400         MOVE WS-LIM-IX TO WS-FOUND-IX
076500     END-IF.
076600 5150-EXIT.
076700     EXIT.
076800
076900******************************************************************
077000*  5200-JUDGE-LIMITS - ADJLIMIT'S THREE TESTS AGAINST THE LIMITS
077100*  ENTRY AT WS-FOUND-IX: ACCEPTED COUNT, NET AMOUNT APPLIED
077200*  (ABSOLUTE VALUE), AND EXCEPTION RATE IN WHOLE PERCENT.  A
077300*  CATEGORY WITH NO LIMITS RECORD IS UNCHECKED, AS IT IS THERE.
077400******************************************************************
077500 5200-JUDGE-LIMITS.
077600     MOVE 'N' TO WS-CAT-BREACH-SW.
077700     IF NOT WS-MATCH-FOUND
077800         MOVE 'NO LIMIT' TO WS-VERDICT
077900         GO TO 5200-EXIT
078000     END-IF.
078100     IF WS-JUDGE-NET < ZERO
078200         COMPUTE WS-NET-ABS = ZERO - WS-JUDGE-NET
078300     ELSE
078400         MOVE WS-JUDGE-NET TO WS-NET-ABS
078500     END-IF.
078600     COMPUTE WS-TOTAL-TXNS = WS-JUDGE-OK + WS-JUDGE-EXC.
078700     IF WS-TOTAL-TXNS > ZERO
078800         COMPUTE WS-EXC-RATE =
078900             (WS-JUDGE-EXC * 100) / WS-TOTAL-TXNS
079000     ELSE
079100         MOVE ZERO TO WS-EXC-RATE
079200     END-IF.
079300     IF WS-JUDGE-OK > WS-LT-MAX-TXN (WS-FOUND-IX)
079400         SET WS-CAT-BREACHED TO TRUE
079500     END-IF.
079600     IF WS-NET-ABS > WS-LT-MAX-NET (WS-FOUND-IX)
079700         SET WS-CAT-BREACHED TO TRUE
079800     END-IF.
079900     IF WS-EXC-RATE > WS-LT-MAX-RATE (WS-FOUND-IX)
080000         SET WS-CAT-BREACHED TO TRUE
080100     END-IF.
080200     IF WS-CAT-BREACHED
080300         MOVE '*BREACH*' TO WS-VERDICT
080400     ELSE
080500         MOVE 'WITHIN' TO WS-VERDICT
080600     END-IF.
080700 5200-EXIT.
080800     EXIT.
080900
081000 8000-READ-PEND.
081100     READ ADJ-PEND-FILE
081200         AT END
081300             SET WS-PEND-EOF TO TRUE
081400     END-READ.
081500 8000-EXIT.
081600     EXIT.
081700
081800 8100-READ-LIMIT.
081900     READ ADJ-LIMIT-FILE
082000         AT END
082100             SET WS-LIMIT-EOF TO TRUE
082200     END-READ.
082300 8100-EXIT.
082400     EXIT.
082500
082600 8200-READ-CARD.
082700     READ ADJ-SIM-CARD-FILE
082800         AT END
082900             SET WS-CARD-EOF TO TRUE
083000     END-READ.
083100 8200-EXIT.
083200     EXIT.
083300
083400 8300-READ-TRANS.
083500     READ ADJ-TRANS-FILE
083600         AT END
083700             SET WS-TRANS-EOF TO TRUE
083800             GO TO 8300-EXIT
083900     END-READ.
084000     ADD 1 TO WS-TRANS-COUNT.
084100 8300-EXIT.
084200     EXIT.
084300
084400******************************************************************
084500*  9000-TERMINATE - TOTALS AND THE DAY'S VERDICT AT BOTH RATES.
084600*  RETURN CODE 8 FOR A CARD THAT MATCHED NOTHING OR NOTHING TO
084700*  SIMULATE, ELSE 4 IF THE PROPOSAL WOULD BREACH OR OVERFLOW.
084800******************************************************************
084900 9000-TERMINATE.
085000     MOVE SPACES TO RPT-LINE.
085100     WRITE RPT-LINE.
085200     MOVE WS-CUR-NET-TOTAL TO WS-CUR-NET-ED.
085300     MOVE WS-PROP-NET-TOTAL TO WS-PROP-NET-ED.
085400     COMPUTE WS-CHANGE-ED = WS-PROP-NET-TOTAL - WS-CUR-NET-TOTAL.
085500     MOVE WS-NEW-OVFL-TOTAL TO WS-OVFL-ED.
085600     MOVE SPACES TO RPT-LINE.
085700     STRING 'DAY TOTAL    ' WS-CUR-NET-ED ' ' WS-PROP-NET-ED ' '
085800         WS-CHANGE-ED ' ' WS-OVFL-ED
085900         DELIMITED BY SIZE INTO RPT-LINE.
086000     WRITE RPT-LINE.
086100     MOVE SPACES TO RPT-LINE.
086200     WRITE RPT-LINE.
086300     MOVE WS-REPLAY-COUNT TO WS-CNT-ED.
086400     MOVE SPACES TO RPT-LINE.
086500     STRING 'TRANSACTIONS REPLAYED..: ' WS-CNT-ED
086600         DELIMITED BY SIZE INTO RPT-LINE.
086700     WRITE RPT-LINE.
086800     MOVE WS-REPRICED-COUNT TO WS-CNT-ED.
086900     MOVE SPACES TO RPT-LINE.
087000     STRING 'PRICED AT PROPOSED RATE: ' WS-CNT-ED
087100         DELIMITED BY SIZE INTO RPT-LINE.
087200     WRITE RPT-LINE.
087300     MOVE WS-REVERSAL-COUNT TO WS-CNT-ED.
087400     MOVE SPACES TO RPT-LINE.
087500     STRING 'REVERSALS NOT REPLAYED.: ' WS-CNT-ED
087600         DELIMITED BY SIZE INTO RPT-LINE.
087700     WRITE RPT-LINE.
087800     MOVE SPACES TO RPT-LINE.
087900     WRITE RPT-LINE.
088000     MOVE SPACES TO RPT-LINE.
088100     IF WS-CUR-DAY-BREACHED
088200         MOVE 'AT CURRENT RATES THE DAY BREACHES ITS LIMITS'
088300             TO RPT-LINE
088400     ELSE
088500         MOVE 'AT CURRENT RATES THE DAY IS WITHIN ITS LIMITS'
088600             TO RPT-LINE
088700     END-IF.
088800     WRITE RPT-LINE.
088900     MOVE SPACES TO RPT-LINE.
089000     IF WS-PROP-DAY-BREACHED
089100         STRING '*** AT PROPOSED RATES THE DAY WOULD HAVE '
089200             'BREACHED ITS LIMITS ***'
089300             DELIMITED BY SIZE INTO RPT-LINE
089400     ELSE
089500         STRING 'AT PROPOSED RATES THE DAY WOULD HAVE BEEN '
089600             'WITHIN ITS LIMITS'
089700             DELIMITED BY SIZE INTO RPT-LINE
089800     END-IF.
089900     WRITE RPT-LINE.
090000     IF WS-NEW-OVFL-TOTAL > ZERO
090100         MOVE SPACES TO RPT-LINE
090200         STRING '*** ' WS-OVFL-ED ' TRANSACTION(S) WOULD NEWLY '
090300             'OVERFLOW PIC S9(4) ***'
090400             DELIMITED BY SIZE INTO RPT-LINE
090500         WRITE RPT-LINE
090600     END-IF.
090700     CLOSE ADJ-PEND-FILE.
090800     CLOSE ADJ-SIM-CARD-FILE.
090900     CLOSE ADJ-TRANS-FILE.
091000     CLOSE ADJ-LIMIT-FILE.
091100     CLOSE ADJ-SIM-RPT.
091200     DISPLAY 'ADJPSIM - PENDING REQUESTS READ...: ' WS-PEND-READ.
091300     DISPLAY 'ADJPSIM - SELECTION CARDS READ....: ' WS-CARD-COUNT.
091400     DISPLAY 'ADJPSIM - CARDS WITH NO MATCH.....: '
091500         WS-UNMATCHED-COUNT.
091600     DISPLAY 'ADJPSIM - REQUESTS IGNORED........: '
091700         WS-IGNORED-COUNT.
091800     DISPLAY 'ADJPSIM - TRANSACTIONS REPLAYED...: '
091900         WS-REPLAY-COUNT.
092000     DISPLAY 'ADJPSIM - NEW OVERFLOWS...........: '
092100         WS-NEW-OVFL-TOTAL.
092200     IF WS-PROP-DAY-BREACHED
092300         DISPLAY 'ADJPSIM - PROPOSED RATES WOULD BREACH ADJLIMS'
092400     END-IF.
092500     IF WS-UNMATCHED-COUNT > ZERO
092600         OR WS-PROP-COUNT = ZERO
092700         MOVE 8 TO RETURN-CODE
092800     ELSE
092900         IF WS-PROP-DAY-BREACHED
093000             OR WS-NEW-OVFL-TOTAL > ZERO
093100             MOVE 4 TO RETURN-CODE
093200         END-IF
093300     END-IF.
093400 9000-EXIT.
093500     EXIT.
093600
093700 END PROGRAM ADJPSIM.

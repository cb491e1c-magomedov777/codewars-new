000100******************************************************************
000200*  PROGRAM-ID.  ADJRERT
000300*  AUTHOR.      R L KOWALCZYK
000400*  INSTALLATION. DISTRIBUTION LOGISTICS - ORDER ADJUSTMENTS
000500*  DATE-WRITTEN. 10/07/2026
000600*
000700*  RETROACTIVE RE-RATE AND TRUE-UP.  WHEN A CATEGORY HAS BEEN
000800*  POSTED AT THE WRONG RATE FOR SOME DAYS, FINANCE USED TO WORK
000900*  OUT THE CORRECTION BY HAND.  A RE-RATE REQUEST (CATEGORY, DATE
001000*  RANGE, CORRECTED RATE) IS NOW ENTERED THROUGH ADJPMNT AND
001100*  APPROVED BY A SECOND USER THROUGH ADJPAPPR LIKE ANY OTHER
001200*  PARAMETER CHANGE, AND ADJPAPPR RELEASES THE APPROVED REQUESTS
001300*  TO THIS PROGRAM (ADJRRQ LAYOUT).  IT RE-READS THE ARCHIVED AND
001400*  CURRENT ADJAUDIT GENERATIONS COVERING THOSE DATES AND, FOR
001500*  EACH ACCEPTED TRANSACTION OF THE CATEGORY WHOSE BUSINESS DATE
001600*  FALLS IN THE RANGE, WORKS OUT WHAT THE CORRECTED RATE GIVES
001700*  (THE SAME ARITHMETIC ADD-FIVE DOES) AGAINST WHAT WAS ACTUALLY
001800*  APPLIED.  IT WRITES:
001900*    - A TRUE-UP FILE IN THE ADJOUT LAYOUT FOR REPLENISHMENT - ONE
002000*      TYPE 'T' DETAIL PER TRANSACTION WHOSE AMOUNT CHANGES, NUM
002100*      THE RESULT ORIGINALLY SENT AND RESULT THE CORRECTED ONE;
002200*    - A BALANCED JOURNAL IN THE ADJGLJ LAYOUT - ONE DEBIT/CREDIT
002300*      PAIR PER REQUEST FOR THE NET CORRECTION, SAME SIDES AS
002400*      ADJGL;
002500*    - A REPORT BY BUSINESS DATE AND CATEGORY FOR FINANCE TO
002600*      SIGN OFF.
002700*  A TRANSACTION THAT HAS SINCE BEEN REVERSED IS LEFT ALONE - ITS
002800*  NET IS ALREADY ZERO.  ONE WHOSE CORRECTED AMOUNT IS OUTSIDE
002850*  +/-999 (ADD-FIVE'S ADJUSTMENT LIMIT) OR WHOSE CORRECTED
002875*  RESULT WOULD NOT FIT IN S9(4) IS REPORTED AND NOT TRUED UP -
002900*  ADD-FIVE WOULD HAVE REFUSED IT.  A REQUEST WHOSE RANGE
003000*  IS NOT YET CLOSED (THRU DATE NOT BEFORE TODAY), WHOSE APPROVER
003100*  IS ITS REQUESTER, OR WHOSE RANGE OVERLAPS AN EARLIER REQUEST
003200*  FOR THE SAME CATEGORY IS REFUSED ON THE REPORT.  EITHER ENDS
003300*  RC=4.  NO USABLE REQUEST AT ALL ENDS RC=8 WITH EMPTY OUTPUT
003400*  FILES; A JOURNAL THAT DOES NOT BALANCE ENDS RC=8.
003416*  EVERY REQUEST TRUED UP BY A BALANCED RUN IS RECORDED ON THE
003432*  RE-RATE APPLIED KSDS (ADJRAPF, ADJRAP LAYOUT), AND A REQUEST
003448*  OVERLAPPING ONE RECORDED THERE - BY AN EARLIER RUN OR A RERUN
003464*  OF THE SAME GENERATION - IS REFUSED, SO NO DAY IS TRUED UP
003480*  TWICE.  AN ADJRAPF THAT CANNOT BE READ OR WRITTEN ENDS RC=16.
003500*
003600*  MODIFICATION HISTORY
003700*  ---------------------------------------------------------------
003800*  DATE       INIT  DESCRIPTION
003900*  10/07/2026 RLK   ORIGINAL.
003933*  10/15/2026 RLK   RECORD APPLIED REQUESTS ON ADJRAPF AND REFUSE
003966*                   ONE OVERLAPPING AN EARLIER RUN'S REQUEST.
003974*  10/15/2026 RLK   A CORRECTED AMOUNT OUTSIDE +/-999 IS REPORTED
003982*                   AS AN OVERFLOW AND NOT TRUED UP, AS ADD-FIVE
003990*                   REFUSES IT.
004000******************************************************************
004100 IDENTIFICATION DIVISION.
004200 PROGRAM-ID.  ADJRERT.
004300
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT ADJ-RRQ-FILE ASSIGN TO "ADJRRQIN"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-RRQ-STATUS.
005000
005100     SELECT ADJ-AUDIT-FILE ASSIGN TO "ADJAUDIT"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-AUDIT-STATUS.
005400
005500     SELECT ADJ-TRUE-FILE ASSIGN TO "ADJTRUOT"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-TRUE-STATUS.
005800
005900     SELECT ADJ-GL-FILE ASSIGN TO "ADJGLOUT"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-GL-STATUS.
006200
006300     SELECT ADJ-RERT-RPT ASSIGN TO "ADJRRRPT"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-RPT-STATUS.
006600
006614     SELECT ADJ-RAP-FILE ASSIGN TO "ADJRAPF"
006628         ORGANIZATION IS INDEXED
006642         ACCESS MODE IS DYNAMIC
006656         RECORD KEY IS RA-KEY
006670         FILE STATUS IS WS-RAP-STATUS.
006684
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  ADJ-RRQ-FILE.
007000 COPY ADJRRQ.
007100
007200 FD  ADJ-AUDIT-FILE.
007300 COPY ADJAUD.
007400
007500 FD  ADJ-TRUE-FILE.
007600 COPY ADJOUT.
007700
007800 FD  ADJ-GL-FILE.
007900 COPY ADJGLJ.
008000
008100 FD  ADJ-RERT-RPT.
008200 01  RPT-LINE                   PIC X(80).
008300
008325 FD  ADJ-RAP-FILE.
008350 COPY ADJRAP.
008375
008400 WORKING-STORAGE SECTION.
008500 77  WS-RRQ-STATUS           PIC X(02)   VALUE SPACES.
008600 77  WS-AUDIT-STATUS         PIC X(02)   VALUE SPACES.
008700 77  WS-TRUE-STATUS          PIC X(02)   VALUE SPACES.
008800 77  WS-GL-STATUS            PIC X(02)   VALUE SPACES.
008900 77  WS-RPT-STATUS           PIC X(02)   VALUE SPACES.
008950 77  WS-RAP-STATUS           PIC X(02)   VALUE SPACES.
009000 77  WS-RRQ-EOF-SW           PIC X(01)   VALUE 'N'.
009100     88  WS-RRQ-EOF              VALUE 'Y'.
009200 77  WS-AUDIT-EOF-SW         PIC X(01)   VALUE 'N'.
009300     88  WS-AUDIT-EOF            VALUE 'Y'.
009333 77  WS-RAP-EOF-SW           PIC X(01)   VALUE 'N'.
009366     88  WS-RAP-EOF              VALUE 'Y'.
009400 77  WS-ABEND-SW             PIC X(01)   VALUE 'N'.
009500     88  WS-ABEND                VALUE 'Y'.
009600 77  WS-REFUSE-SW            PIC X(01)   VALUE 'N'.
009700     88  WS-RUN-REFUSED          VALUE 'Y'.
009800 77  WS-WARN-SW              PIC X(01)   VALUE 'N'.
009900     88  WS-RUN-WARNED           VALUE 'Y'.
010000 77  WS-MATCH-SW             PIC X(01)   VALUE 'N'.
010100     88  WS-MATCH-FOUND          VALUE 'Y'.
010200 77  WS-REVERSED-SW          PIC X(01)   VALUE 'N'.
010300     88  WS-WAS-REVERSED         VALUE 'Y'.
010400 77  WS-BAND-FOUND-SW        PIC X(01)   VALUE 'N'.
010500     88  WS-BAND-FOUND           VALUE 'Y'.
010600 77  WS-RUN-DATE             PIC 9(08)   VALUE ZERO.
010650 77  WS-RUN-TIME             PIC 9(06)   VALUE ZERO.
010700 77  WS-BUS-DATE             PIC 9(08)   VALUE ZERO.
010800 77  WS-SCAN-DATE            PIC 9(08)   VALUE ZERO.
010900 77  WS-SCAN-INT             PIC S9(09)  COMP VALUE ZERO.
011000 77  WS-FROM-INT             PIC S9(09)  COMP VALUE ZERO.
011100 77  WS-THRU-INT             PIC S9(09)  COMP VALUE ZERO.
011200 77  WS-EFF-AMOUNT           PIC S9(3)   SIGN LEADING VALUE ZERO.
011300 77  WS-RULE-AMOUNT          PIC S9(5)   VALUE ZERO.
011400 77  WS-DIFFERENCE           PIC S9(5)   VALUE ZERO.
011500 77  WS-NEW-RESULT           PIC S9(7)   VALUE ZERO.
011600 77  WS-REQ-COUNT            PIC S9(05)  COMP VALUE ZERO.
011700 77  WS-REQ-IX               PIC S9(05)  COMP VALUE ZERO.
011800 77  WS-CHK-IX               PIC S9(05)  COMP VALUE ZERO.
011900 77  WS-FOUND-IX             PIC S9(05)  COMP VALUE ZERO.
012000 77  WS-REQ-MAX              PIC S9(05)  COMP VALUE 50.
012100 77  WS-REV-COUNT            PIC S9(05)  COMP VALUE ZERO.
012200 77  WS-REV-IX               PIC S9(05)  COMP VALUE ZERO.
012300 77  WS-REV-MAX              PIC S9(05)  COMP VALUE 2000.
012400 77  WS-DAY-COUNT            PIC S9(05)  COMP VALUE ZERO.
012500 77  WS-DAY-IX               PIC S9(05)  COMP VALUE ZERO.
012600 77  WS-DAY-FOUND-IX         PIC S9(05)  COMP VALUE ZERO.
012700 77  WS-DAY-MAX              PIC S9(05)  COMP VALUE 1000.
012800 77  WS-BAND-IX              PIC S9(05)  COMP VALUE ZERO.
012900 77  WS-READ-COUNT           PIC 9(07)   VALUE ZERO.
013000 77  WS-REFUSED-COUNT        PIC 9(07)   VALUE ZERO.
013100 77  WS-RERATED-COUNT        PIC 9(07)   VALUE ZERO.
013200 77  WS-REVD-COUNT           PIC 9(07)   VALUE ZERO.
013300 77  WS-OVFL-COUNT           PIC 9(07)   VALUE ZERO.
013400 77  WS-TRUE-COUNT           PIC 9(07)   VALUE ZERO.
013450 77  WS-RECORDED-COUNT       PIC 9(07)   VALUE ZERO.
013500 77  WS-TRUE-TOTAL           PIC S9(9)   SIGN LEADING VALUE ZERO.
013600 77  WS-NET-TRUE-UP          PIC S9(9)   SIGN LEADING VALUE ZERO.
013700 77  WS-LINE-COUNT           PIC 9(07)   VALUE ZERO.
013800 77  WS-PAIR-COUNT           PIC 9(07)   VALUE ZERO.
013900 77  WS-PROOF-TOTAL          PIC S9(9)   SIGN LEADING VALUE ZERO.
014000 77  WS-PAIR-NET             PIC S9(9)   SIGN LEADING VALUE ZERO.
014100 77  WS-NET-ABS              PIC 9(09)   VALUE ZERO.
014200 77  WS-PAIR-DESC            PIC X(30)   VALUE SPACES.
014300 77  WS-REFUSE-REASON        PIC X(30)   VALUE SPACES.
014400
014500 01  WS-REQ-TABLE.
014600     05  WS-REQ-ENTRY            OCCURS 50.
014700         10  WS-RT-CODE          PIC X(02).
014800         10  WS-RT-FROM-DATE     PIC 9(08).
014900         10  WS-RT-THRU-DATE     PIC 9(08).
015000         10  WS-RT-AMOUNT        PIC S9(3)  SIGN LEADING.
015100         10  WS-RT-REQUEST-USER  PIC X(08).
015200         10  WS-RT-APPROVE-USER  PIC X(08).
015300         10  WS-RT-RULE-DATA     PIC X(50).
015400         10  WS-RT-TXN-COUNT     PIC 9(07).
015500         10  WS-RT-APPLIED-TOTAL PIC S9(9)  SIGN LEADING.
015600         10  WS-RT-CORRECT-TOTAL PIC S9(9)  SIGN LEADING.
015700         10  WS-RT-DIFF-TOTAL    PIC S9(9)  SIGN LEADING.
015800         10  WS-RT-REVD-COUNT    PIC 9(07).
015900         10  WS-RT-OVFL-COUNT    PIC 9(07).
016000
016100 01  WS-REV-TABLE.
016200     05  WS-REV-ENTRY            OCCURS 2000.
016300         10  WS-RV-ORIG-TXN-ID   PIC X(10).
016400         10  WS-RV-ORIG-DATE     PIC 9(08).
016500
016600 01  WS-DAY-TABLE.
016700     05  WS-DAY-ENTRY            OCCURS 1000.
016800         10  WS-DY-REQ-IX        PIC S9(05) COMP.
016900         10  WS-DY-DATE          PIC 9(08).
017000         10  WS-DY-TXN-COUNT     PIC 9(07).
017100         10  WS-DY-APPLIED-TOTAL PIC S9(9)  SIGN LEADING.
017200         10  WS-DY-CORRECT-TOTAL PIC S9(9)  SIGN LEADING.
017300         10  WS-DY-DIFF-TOTAL    PIC S9(9)  SIGN LEADING.
017400
017500 01  WS-EFF-RULE.
017600     05  WS-ER-RULE-TYPE         PIC X(01).
017700         88  WS-ER-PCT-RULE          VALUE 'P'.
017800         88  WS-ER-TIER-RULE         VALUE 'T'.
017900     05  WS-ER-PCT-RATE          PIC 9(3)V99.
018000     05  WS-ER-MIN-SW            PIC X(01).
018100         88  WS-ER-HAS-MIN           VALUE 'Y'.
018200     05  WS-ER-MIN-AMOUNT        PIC S9(3)  SIGN LEADING.
018300     05  WS-ER-MAX-SW            PIC X(01).
018400         88  WS-ER-HAS-MAX           VALUE 'Y'.
018500     05  WS-ER-MAX-AMOUNT        PIC S9(3)  SIGN LEADING.
018600     05  WS-ER-BAND-COUNT        PIC 9(01).
018700     05  WS-ER-BAND                      OCCURS 5.
018800         10  WS-ER-BAND-LIMIT            PIC 9(04).
018900         10  WS-ER-BAND-AMOUNT           PIC S9(3)  SIGN LEADING.
019000
019100 01  WS-DATE-ED                  PIC 9999/99/99.
019200 01  WS-THRU-ED                  PIC 9999/99/99.
019300 01  WS-CNT-ED                   PIC ZZZ,ZZ9.
019400 01  WS-TOTAL-ED                 PIC -(8)9.
019500 01  WS-APPLIED-ED               PIC -(8)9.
019600 01  WS-CORRECT-ED               PIC -(8)9.
019700 01  WS-AMOUNT-ED                PIC -(3)9.
019800 01  WS-NUM-ED                   PIC -(4)9.
019900 01  WS-RATE-ED                  PIC ZZ9.99.
020000 01  WS-MIN-ED                   PIC X(04).
020100 01  WS-MAX-ED                   PIC X(04).
020200 01  WS-LIMIT-ED                 PIC ZZZ9.
020300 01  WS-BAND-ED                  PIC 9.
020400
020500 PROCEDURE DIVISION.
020600
020700 0000-MAINLINE.
020800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020900     IF WS-ABEND
021000         MOVE 16 TO RETURN-CODE
021100         STOP RUN
021200     END-IF.
021300     PERFORM 1500-LOAD-REQUESTS THRU 1500-EXIT.
021400     IF WS-REQ-COUNT = ZERO
021500         AND NOT WS-ABEND
021600         SET WS-RUN-REFUSED TO TRUE
021700     END-IF.
021800     IF NOT WS-RUN-REFUSED AND NOT WS-ABEND
021900         PERFORM 2000-LOAD-REVERSALS THRU 2000-EXIT
022000     END-IF.
022100     IF NOT WS-RUN-REFUSED AND NOT WS-ABEND
022200         PERFORM 3000-RERATE-AUDIT THRU 3000-EXIT
022300     END-IF.
022400     EVALUATE TRUE
022500         WHEN WS-ABEND
022600             MOVE 16 TO RETURN-CODE
022700         WHEN WS-RUN-REFUSED
022800             PERFORM 9100-REFUSE-CLOSE THRU 9100-EXIT
022900             MOVE 8 TO RETURN-CODE
023000         WHEN OTHER
023100             PERFORM 4000-FINISH-TRUE-UP THRU 4000-EXIT
023200             PERFORM 5000-BUILD-JOURNAL THRU 5000-EXIT
023300             PERFORM 6000-WRITE-REPORT THRU 6000-EXIT
023400             PERFORM 9000-TERMINATE THRU 9000-EXIT
023500     END-EVALUATE.
023600     STOP RUN.
023700
023800******************************************************************
023900*  1000-INITIALIZE - OPEN THE FILES, CAPTURE THE RUN DATE, WRITE
023966*  THE REPORT HEADING, AND PRIME BOTH INPUTS.  THE RE-RATE
024032*  APPLIED KSDS IS CREATED EMPTY THE FIRST TIME IT IS MISSING.
024100******************************************************************
024200 1000-INITIALIZE.
024300     OPEN INPUT ADJ-RRQ-FILE.
024400     OPEN INPUT ADJ-AUDIT-FILE.
024500     IF WS-RRQ-STATUS NOT = '00'
024600         OR WS-AUDIT-STATUS NOT = '00'
024700         DISPLAY 'ADJRERT - INPUT OPEN FAILED, STATUSES '
024800             WS-RRQ-STATUS ' ' WS-AUDIT-STATUS
024900         SET WS-ABEND TO TRUE
025000         GO TO 1000-EXIT
025100     END-IF.
025200     OPEN OUTPUT ADJ-TRUE-FILE.
025300     OPEN OUTPUT ADJ-GL-FILE.
025400     OPEN OUTPUT ADJ-RERT-RPT.
025500     IF WS-TRUE-STATUS NOT = '00'
025600         OR WS-GL-STATUS NOT = '00'
025700         OR WS-RPT-STATUS NOT = '00'
025800         DISPLAY 'ADJRERT - OUTPUT OPEN FAILED, STATUSES '
025900             WS-TRUE-STATUS ' ' WS-GL-STATUS ' ' WS-RPT-STATUS
026000         SET WS-ABEND TO TRUE
026100         CLOSE ADJ-RRQ-FILE
026200         CLOSE ADJ-AUDIT-FILE
026300         GO TO 1000-EXIT
026400     END-IF.
026405     OPEN I-O ADJ-RAP-FILE.
026410     IF WS-RAP-STATUS = '35'
026415         OPEN OUTPUT ADJ-RAP-FILE
026420         CLOSE ADJ-RAP-FILE
026425         OPEN I-O ADJ-RAP-FILE
026430     END-IF.
026435     IF WS-RAP-STATUS NOT = '00'
026440         DISPLAY 'ADJRERT - ADJRAPF OPEN FAILED, STATUS '
026445             WS-RAP-STATUS
026450         SET WS-ABEND TO TRUE
026455         CLOSE ADJ-RRQ-FILE
026460         CLOSE ADJ-AUDIT-FILE
026465         CLOSE ADJ-TRUE-FILE
026470         CLOSE ADJ-GL-FILE
026475         CLOSE ADJ-RERT-RPT
026480         GO TO 1000-EXIT
026485     END-IF.
026500     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
026550     MOVE FUNCTION CURRENT-DATE (9:6) TO WS-RUN-TIME.
026600     MOVE WS-RUN-DATE TO WS-DATE-ED.
026700     MOVE SPACES TO RPT-LINE.
026800     STRING 'RE-RATE TRUE-UP REPORT - RUN DATE ' WS-DATE-ED
026900         DELIMITED BY SIZE INTO RPT-LINE.
027000     WRITE RPT-LINE.
027100     MOVE SPACES TO RPT-LINE.
027200     WRITE RPT-LINE.
027300     PERFORM 8000-READ-RRQ THRU 8000-EXIT.
027400     PERFORM 8100-READ-AUDIT THRU 8100-EXIT.
027500 1000-EXIT.
027600     EXIT.
027700
027800******************************************************************
027900*  1500-LOAD-REQUESTS - LOAD THE APPROVED RE-RATE REQUESTS.  ONE
028000*  THAT CANNOT SAFELY RUN IS REFUSED ON THE REPORT AND LEFT OUT:
028100*  A BAD DATE RANGE, A RANGE THAT HAS NOT CLOSED YET (LATER
028200*  CYCLES WOULD BE MISSED), AN APPROVER WHO IS ALSO THE
028300*  REQUESTER, OR A RANGE OVERLAPPING AN EARLIER REQUEST FOR THE
028366*  SAME CATEGORY IN THIS DECK OR ONE ALREADY ON THE RE-RATE
028432*  APPLIED KSDS (THE OVERLAP WOULD BE TRUED UP TWICE).
028500******************************************************************
028600 1500-LOAD-REQUESTS.
028700     PERFORM 1550-LOAD-ONE-REQ THRU 1550-EXIT
028800         UNTIL WS-RRQ-EOF OR WS-ABEND.
028900 1500-EXIT.
029000     EXIT.
029100
029200 1550-LOAD-ONE-REQ.
029300     MOVE SPACES TO WS-REFUSE-REASON.
029400     EVALUATE TRUE
029500         WHEN RQ-FROM-DATE NOT NUMERIC
029600             OR RQ-THRU-DATE NOT NUMERIC
029700             MOVE 'BAD DATE RANGE' TO WS-REFUSE-REASON
029800         WHEN RQ-FROM-DATE = ZERO
029900             OR RQ-THRU-DATE < RQ-FROM-DATE
030000             MOVE 'BAD DATE RANGE' TO WS-REFUSE-REASON
030100         WHEN RQ-THRU-DATE NOT < WS-RUN-DATE
030200             MOVE 'RANGE NOT YET CLOSED' TO WS-REFUSE-REASON
030300         WHEN RQ-APPROVE-USER = SPACES
030400             OR RQ-APPROVE-USER = RQ-REQUEST-USER
030500             MOVE 'APPROVER IS THE REQUESTER' TO WS-REFUSE-REASON
030600         WHEN OTHER
030700             PERFORM 1600-CHECK-OVERLAP THRU 1600-EXIT
030800     END-EVALUATE.
030900     IF WS-REFUSE-REASON NOT = SPACES
031000         ADD 1 TO WS-REFUSED-COUNT
031100         SET WS-RUN-WARNED TO TRUE
031200         PERFORM 1700-REPORT-REFUSAL THRU 1700-EXIT
031300         GO TO 1550-NEXT
031400     END-IF.
031500     IF WS-REQ-COUNT NOT < WS-REQ-MAX
031600         DISPLAY 'ADJRERT - REQUEST TABLE FULL'
031700         SET WS-ABEND TO TRUE
031800         GO TO 1550-EXIT
031900     END-IF.
032000     ADD 1 TO WS-REQ-COUNT.
032100     MOVE RQ-CODE TO WS-RT-CODE (WS-REQ-COUNT).
032200     MOVE RQ-FROM-DATE TO WS-RT-FROM-DATE (WS-REQ-COUNT).
032300     MOVE RQ-THRU-DATE TO WS-RT-THRU-DATE (WS-REQ-COUNT).
032400     MOVE RQ-AMOUNT TO WS-RT-AMOUNT (WS-REQ-COUNT).
032500     MOVE RQ-REQUEST-USER TO WS-RT-REQUEST-USER (WS-REQ-COUNT).
032600     MOVE RQ-APPROVE-USER TO WS-RT-APPROVE-USER (WS-REQ-COUNT).
032700     MOVE RQ-RULE-DATA TO WS-RT-RULE-DATA (WS-REQ-COUNT).
032800     MOVE ZERO TO WS-RT-TXN-COUNT (WS-REQ-COUNT).
032900     MOVE ZERO TO WS-RT-APPLIED-TOTAL (WS-REQ-COUNT).
033000     MOVE ZERO TO WS-RT-CORRECT-TOTAL (WS-REQ-COUNT).
033100     MOVE ZERO TO WS-RT-DIFF-TOTAL (WS-REQ-COUNT).
033200     MOVE ZERO TO WS-RT-REVD-COUNT (WS-REQ-COUNT).
033300     MOVE ZERO TO WS-RT-OVFL-COUNT (WS-REQ-COUNT).
033400 1550-NEXT.
033500     PERFORM 8000-READ-RRQ THRU 8000-EXIT.
033600 1550-EXIT.
033700     EXIT.
033800
033900 1600-CHECK-OVERLAP.
034000     PERFORM 1650-CHECK-ONE-OVERLAP THRU 1650-EXIT
034100         VARYING WS-CHK-IX FROM 1 BY 1
034200         UNTIL WS-CHK-IX > WS-REQ-COUNT
034300         OR WS-REFUSE-REASON NOT = SPACES.
034325     IF WS-REFUSE-REASON = SPACES
034350         PERFORM 1660-CHECK-APPLIED THRU 1660-EXIT
034375     END-IF.
034400 1600-EXIT.
034500     EXIT.
034600
034700 1650-CHECK-ONE-OVERLAP.
034800     IF WS-RT-CODE (WS-CHK-IX) = RQ-CODE
034900         AND RQ-FROM-DATE NOT > WS-RT-THRU-DATE (WS-CHK-IX)
035000         AND RQ-THRU-DATE NOT < WS-RT-FROM-DATE (WS-CHK-IX)
035100         MOVE 'OVERLAPS AN EARLIER REQUEST' TO WS-REFUSE-REASON
035200     END-IF.
035300 1650-EXIT.
035400     EXIT.
035500
035502******************************************************************
035504*  1660-CHECK-APPLIED - BROWSE THE RE-RATE APPLIED KSDS FROM THE
035506*  FIRST ENTRY FOR THE CATEGORY UP TO THE REQUEST'S THRU DATE.
035508*  ANY RECORDED RANGE REACHING THE REQUEST'S FROM DATE OVERLAPS.
035510******************************************************************
035512 1660-CHECK-APPLIED.
035514     MOVE 'N' TO WS-RAP-EOF-SW.
035516     MOVE RQ-CODE TO RA-CODE.
035518     MOVE ZERO TO RA-FROM-DATE.
035520     START ADJ-RAP-FILE KEY IS NOT < RA-KEY
035522         INVALID KEY
035524             GO TO 1660-EXIT
035526     END-START.
035528     PERFORM 1670-CHECK-ONE-APPLIED THRU 1670-EXIT
035530         UNTIL WS-RAP-EOF
035532         OR WS-REFUSE-REASON NOT = SPACES
035534         OR WS-ABEND.
035536 1660-EXIT.
035538     EXIT.
035540
035542 1670-CHECK-ONE-APPLIED.
035544     READ ADJ-RAP-FILE NEXT RECORD
035546         AT END
035548             SET WS-RAP-EOF TO TRUE
035550             GO TO 1670-EXIT
035552     END-READ.
035554     IF WS-RAP-STATUS NOT = '00'
035556         DISPLAY 'ADJRERT - ADJRAPF READ FAILED, STATUS '
035558             WS-RAP-STATUS
035560         SET WS-ABEND TO TRUE
035562         GO TO 1670-EXIT
035564     END-IF.
035566     IF RA-CODE NOT = RQ-CODE
035568         OR RA-FROM-DATE > RQ-THRU-DATE
035570         SET WS-RAP-EOF TO TRUE
035572         GO TO 1670-EXIT
035574     END-IF.
035576     IF RA-THRU-DATE NOT < RQ-FROM-DATE
035578         STRING 'ALREADY TRUED UP ON ' RA-APPLIED-DATE
035580             DELIMITED BY SIZE INTO WS-REFUSE-REASON
035582     END-IF.
035584 1670-EXIT.
035586     EXIT.
035588
035600 1700-REPORT-REFUSAL.
035700     MOVE RQ-FROM-DATE TO WS-DATE-ED.
035800     MOVE RQ-THRU-DATE TO WS-THRU-ED.
035900     MOVE SPACES TO RPT-LINE.
036000     STRING '*** REFUSED ' RQ-CODE ' ' WS-DATE-ED ' THRU '
036100         WS-THRU-ED ' REQ ' RQ-REQUEST-USER
036200         ' APP ' RQ-APPROVE-USER
036300         DELIMITED BY SIZE INTO RPT-LINE.
036400     WRITE RPT-LINE.
036500     MOVE SPACES TO RPT-LINE.
036600     STRING '    REASON: ' WS-REFUSE-REASON
036700         DELIMITED BY SIZE INTO RPT-LINE.
036800     WRITE RPT-LINE.
036900     DISPLAY 'ADJRERT - REQUEST REFUSED: ' RQ-CODE ' '
037000         RQ-FROM-DATE ' ' WS-REFUSE-REASON.
037100 1700-EXIT.
037200     EXIT.
037300
037400******************************************************************
037500*  2000-LOAD-REVERSALS - FIRST PASS OVER THE AUDIT GENERATIONS:
037600*  NOTE EVERY ACCEPTED REVERSAL'S ORIGINAL TXN-ID AND BUSINESS
037700*  DATE.  A REVERSED TRANSACTION NETS TO ZERO, SO THE SECOND PASS
037800*  LEAVES IT ALONE EVEN WHEN THE REVERSAL FELL OUTSIDE THE RANGE.
037900*  THE AUDIT FILE IS THEN REOPENED FOR THE SECOND PASS.
038000******************************************************************
038100 2000-LOAD-REVERSALS.
038200     PERFORM 2050-NOTE-ONE-REVERSAL THRU 2050-EXIT
038300         UNTIL WS-AUDIT-EOF OR WS-ABEND.
038400     IF WS-ABEND
038500         GO TO 2000-EXIT
038600     END-IF.
038700     CLOSE ADJ-AUDIT-FILE.
038800     MOVE 'N' TO WS-AUDIT-EOF-SW.
038900     OPEN INPUT ADJ-AUDIT-FILE.
039000     IF WS-AUDIT-STATUS NOT = '00'
039100         DISPLAY 'ADJRERT - ADJAUDIT REOPEN FAILED, STATUS '
039200             WS-AUDIT-STATUS
039300         SET WS-ABEND TO TRUE
039400         GO TO 2000-EXIT
039500     END-IF.
039600     PERFORM 8100-READ-AUDIT THRU 8100-EXIT.
039700 2000-EXIT.
039800     EXIT.
039900
040000 2050-NOTE-ONE-REVERSAL.
040100     IF AA-RETURN-CODE NOT = ZERO
040200         OR NOT AA-REVERSAL
040300         GO TO 2050-NEXT
040400     END-IF.
040500     IF WS-REV-COUNT NOT < WS-REV-MAX
040600         DISPLAY 'ADJRERT - REVERSAL TABLE FULL'
040700         SET WS-ABEND TO TRUE
040800         GO TO 2050-EXIT
040900     END-IF.
041000     ADD 1 TO WS-REV-COUNT.
041100     MOVE AA-ORIG-TXN-ID TO WS-RV-ORIG-TXN-ID (WS-REV-COUNT).
041200     MOVE AA-ORIG-DATE TO WS-RV-ORIG-DATE (WS-REV-COUNT).
041300 2050-NEXT.
041400     PERFORM 8100-READ-AUDIT THRU 8100-EXIT.
041500 2050-EXIT.
041600     EXIT.
041700
041800******************************************************************
041900*  3000-RERATE-AUDIT - SECOND PASS.  WRITE THE TRUE-UP FILE
042000*  HEADER, THEN RE-RATE EVERY AUDIT RECORD A REQUEST COVERS.
042100******************************************************************
042200 3000-RERATE-AUDIT.
042300     MOVE SPACES TO ADJ-OUT-RECORD.
042400     SET AO-HEADER-RECORD TO TRUE.
042500     MOVE WS-RUN-DATE TO AO-HDR-RUN-DATE.
042600     MOVE ZERO TO AO-HDR-CYCLE-NUMBER.
042700     WRITE ADJ-OUT-RECORD.
042800     PERFORM 3100-RERATE-ONE THRU 3100-EXIT
042900         UNTIL WS-AUDIT-EOF OR WS-ABEND.
043000 3000-EXIT.
043100     EXIT.
043200
043300******************************************************************
043400*  3100-RERATE-ONE - AN ACCEPTED, ORDINARY AUDIT RECORD WHOSE
043500*  CATEGORY AND BUSINESS DATE (THE LOG DATE ON RECORDS WRITTEN
043600*  BEFORE THE BUSINESS DATE WAS AUDITED) FALL UNDER A REQUEST IS
043700*  RE-RATED: THE CORRECTED AMOUNT LESS THE AMOUNT APPLIED IS ITS
043800*  TRUE-UP.  REJECTED RECORDS APPLIED NOTHING AND REVERSALS ARE
043900*  HANDLED THROUGH THEIR ORIGINALS.
044000******************************************************************
044100 3100-RERATE-ONE.
044200     ADD 1 TO WS-READ-COUNT.
044300     IF AA-RETURN-CODE NOT = ZERO
044400         OR AA-REVERSAL
044500         GO TO 3100-NEXT
044600     END-IF.
044700     IF AA-BUSINESS-DATE NUMERIC
044800         AND AA-BUSINESS-DATE > ZERO
044900         MOVE AA-BUSINESS-DATE TO WS-BUS-DATE
045000     ELSE
045100         MOVE AA-LOG-DATE TO WS-BUS-DATE
045200     END-IF.
045300     PERFORM 3200-FIND-REQUEST THRU 3200-EXIT.
045400     IF NOT WS-MATCH-FOUND
045500         GO TO 3100-NEXT
045600     END-IF.
045700     PERFORM 3300-CHECK-REVERSED THRU 3300-EXIT.
045800     IF WS-WAS-REVERSED
045900         ADD 1 TO WS-RT-REVD-COUNT (WS-FOUND-IX)
046000         ADD 1 TO WS-REVD-COUNT
046100         GO TO 3100-NEXT
046200     END-IF.
046300     MOVE WS-RT-RULE-DATA (WS-FOUND-IX) TO WS-EFF-RULE.
046400     MOVE WS-RT-AMOUNT (WS-FOUND-IX) TO WS-EFF-AMOUNT.
046500     PERFORM 3450-APPLY-RULE THRU 3450-EXIT.
046516     IF WS-RULE-AMOUNT > 999
046532         OR WS-RULE-AMOUNT < -999
046548         PERFORM 3700-REPORT-OVERFLOW THRU 3700-EXIT
046564         GO TO 3100-NEXT
046580     END-IF.
046600     COMPUTE WS-NEW-RESULT = AA-NUM + WS-RULE-AMOUNT.
046700     IF WS-NEW-RESULT > 9999
046800         OR WS-NEW-RESULT < -9999
046900         PERFORM 3700-REPORT-OVERFLOW THRU 3700-EXIT
047000         GO TO 3100-NEXT
047100     END-IF.
047200     COMPUTE WS-DIFFERENCE = WS-RULE-AMOUNT - AA-ADJ-AMOUNT.
047300     ADD 1 TO WS-RERATED-COUNT.
047400     ADD WS-DIFFERENCE TO WS-NET-TRUE-UP.
047500     ADD 1 TO WS-RT-TXN-COUNT (WS-FOUND-IX).
047600     ADD AA-ADJ-AMOUNT TO WS-RT-APPLIED-TOTAL (WS-FOUND-IX).
047700     ADD WS-RULE-AMOUNT TO WS-RT-CORRECT-TOTAL (WS-FOUND-IX).
047800     ADD WS-DIFFERENCE TO WS-RT-DIFF-TOTAL (WS-FOUND-IX).
047900     PERFORM 3500-ACCUM-DAY THRU 3500-EXIT.
048000     IF WS-ABEND
048100         GO TO 3100-EXIT
048200     END-IF.
048300     IF WS-DIFFERENCE NOT = ZERO
048400         PERFORM 3600-WRITE-TRUE-UP THRU 3600-EXIT
048500     END-IF.
048600 3100-NEXT.
048700     PERFORM 8100-READ-AUDIT THRU 8100-EXIT.
048800 3100-EXIT.
048900     EXIT.
049000
049100 3200-FIND-REQUEST.
049200     MOVE 'N' TO WS-MATCH-SW.
049300     MOVE ZERO TO WS-FOUND-IX.
049400     PERFORM 3250-CHECK-ONE-REQUEST THRU 3250-EXIT
049500         VARYING WS-REQ-IX FROM 1 BY 1
049600         UNTIL WS-REQ-IX > WS-REQ-COUNT
049700         OR WS-MATCH-FOUND.
049800 3200-EXIT.
049900     EXIT.
050000
050100 3250-CHECK-ONE-REQUEST.
050200     IF WS-RT-CODE (WS-REQ-IX) = AA-CATEGORY-CODE
050300         AND WS-BUS-DATE NOT < WS-RT-FROM-DATE (WS-REQ-IX)
050400         AND WS-BUS-DATE NOT > WS-RT-THRU-DATE (WS-REQ-IX)
050500         SET WS-MATCH-FOUND TO TRUE
050600         MOVE WS-REQ-IX TO WS-FOUND-IX
050700     END-IF.
050800 3250-EXIT.
050900     EXIT.
051000
051100 3300-CHECK-REVERSED.
051200     MOVE 'N' TO WS-REVERSED-SW.
051300     PERFORM 3350-CHECK-ONE-REVERSAL THRU 3350-EXIT
051400         VARYING WS-REV-IX FROM 1 BY 1
051500         UNTIL WS-REV-IX > WS-REV-COUNT
051600         OR WS-WAS-REVERSED.
051700 3300-EXIT.
051800     EXIT.
051900
052000 3350-CHECK-ONE-REVERSAL.
052100     IF WS-RV-ORIG-TXN-ID (WS-REV-IX) = AA-TXN-ID
052200         AND WS-RV-ORIG-DATE (WS-REV-IX) = WS-BUS-DATE
052300         SET WS-WAS-REVERSED TO TRUE
052400     END-IF.
052500 3350-EXIT.
052600     EXIT.
052700
052800******************************************************************
052900*  3450-APPLY-RULE - THE AMOUNT THE CORRECTED RULE GIVES FOR
053000*  AA-NUM: FLAT AMOUNT, PERCENT OF NUM ROUNDED, OR THE FIRST TIER
053100*  BAND WHOSE LIMIT NUM DOES NOT EXCEED (THE LAST BAND ABOVE
053200*  THEM ALL), THEN CLAMPED TO THE MINIMUM/MAXIMUM - THE SAME
053300*  ARITHMETIC ADD-FIVE DOES.
053400******************************************************************
053500 3450-APPLY-RULE.
053600     EVALUATE TRUE
053700         WHEN WS-ER-PCT-RULE
053800             COMPUTE WS-RULE-AMOUNT ROUNDED =
053900                 AA-NUM * WS-ER-PCT-RATE / 100
054000         WHEN WS-ER-TIER-RULE
054100             PERFORM 3460-FIND-BAND THRU 3460-EXIT
054200         WHEN OTHER
054300             MOVE WS-EFF-AMOUNT TO WS-RULE-AMOUNT
054400     END-EVALUATE.
054500     IF WS-ER-HAS-MIN
054600         AND WS-RULE-AMOUNT < WS-ER-MIN-AMOUNT
054700         MOVE WS-ER-MIN-AMOUNT TO WS-RULE-AMOUNT
054800     END-IF.
054900     IF WS-ER-HAS-MAX
055000         AND WS-RULE-AMOUNT > WS-ER-MAX-AMOUNT
055100         MOVE WS-ER-MAX-AMOUNT TO WS-RULE-AMOUNT
055200     END-IF.
055300 3450-EXIT.
055400     EXIT.
055500
055600 3460-FIND-BAND.
055700     MOVE 'N' TO WS-BAND-FOUND-SW.
055800     MOVE ZERO TO WS-RULE-AMOUNT.
055900     PERFORM 3470-CHECK-ONE-BAND THRU 3470-EXIT
056000         VARYING WS-BAND-IX FROM 1 BY 1
056100         UNTIL WS-BAND-IX > WS-ER-BAND-COUNT
056200         OR WS-BAND-FOUND.
056300     IF NOT WS-BAND-FOUND
056400         AND WS-ER-BAND-COUNT > ZERO
056500         MOVE WS-ER-BAND-AMOUNT (WS-ER-BAND-COUNT)
056600             TO WS-RULE-AMOUNT
056700     END-IF.
056800 3460-EXIT.
056900     EXIT.
057000
057100 3470-CHECK-ONE-BAND.
057200     IF AA-NUM NOT > WS-ER-BAND-LIMIT (WS-BAND-IX)
057300         SET WS-BAND-FOUND TO TRUE
057400         MOVE WS-ER-BAND-AMOUNT (WS-BAND-IX) TO WS-RULE-AMOUNT
057500     END-IF.
057600 3470-EXIT.
057700     EXIT.
057800
057900******************************************************************
058000*  3500-ACCUM-DAY - ROLL THE RE-RATED RECORD INTO ITS REQUEST'S
058100*  BUSINESS-DATE BUCKET FOR THE REPORT.
058200******************************************************************
058300 3500-ACCUM-DAY.
058400     MOVE ZERO TO WS-DAY-FOUND-IX.
058500     PERFORM 3550-CHECK-ONE-DAY THRU 3550-EXIT
058600         VARYING WS-DAY-IX FROM 1 BY 1
058700         UNTIL WS-DAY-IX > WS-DAY-COUNT
058800         OR WS-DAY-FOUND-IX > ZERO.
058900     IF WS-DAY-FOUND-IX = ZERO
059000         IF WS-DAY-COUNT NOT < WS-DAY-MAX
059100             DISPLAY 'ADJRERT - DATE TABLE FULL'
059200             SET WS-ABEND TO TRUE
059300             GO TO 3500-EXIT
059400         END-IF
059500         ADD 1 TO WS-DAY-COUNT
059600         MOVE WS-DAY-COUNT TO WS-DAY-FOUND-IX
059700         MOVE WS-FOUND-IX TO WS-DY-REQ-IX (WS-DAY-FOUND-IX)
059800         MOVE WS-BUS-DATE TO WS-DY-DATE (WS-DAY-FOUND-IX)
059900         MOVE ZERO TO WS-DY-TXN-COUNT (WS-DAY-FOUND-IX)
060000         MOVE ZERO TO WS-DY-APPLIED-TOTAL (WS-DAY-FOUND-IX)
060100         MOVE ZERO TO WS-DY-CORRECT-TOTAL (WS-DAY-FOUND-IX)
060200         MOVE ZERO TO WS-DY-DIFF-TOTAL (WS-DAY-FOUND-IX)
060300     END-IF.
060400     ADD 1 TO WS-DY-TXN-COUNT (WS-DAY-FOUND-IX).
060500     ADD AA-ADJ-AMOUNT TO WS-DY-APPLIED-TOTAL (WS-DAY-FOUND-IX).
060600     ADD WS-RULE-AMOUNT TO WS-DY-CORRECT-TOTAL (WS-DAY-FOUND-IX).
060700     ADD WS-DIFFERENCE TO WS-DY-DIFF-TOTAL (WS-DAY-FOUND-IX).
060800 3500-EXIT.
060900     EXIT.
061000
061100 3550-CHECK-ONE-DAY.
061200     IF WS-DY-REQ-IX (WS-DAY-IX) = WS-FOUND-IX
061300         AND WS-DY-DATE (WS-DAY-IX) = WS-BUS-DATE
061400         MOVE WS-DAY-IX TO WS-DAY-FOUND-IX
061500     END-IF.
061600 3550-EXIT.
061700     EXIT.
061800
061900******************************************************************
062000*  3600-WRITE-TRUE-UP - ONE TYPE 'T' DETAIL FOR REPLENISHMENT:
062100*  NUM IS THE RESULT ORIGINALLY SENT, RESULT THE ONE THE
062200*  CORRECTED RATE GIVES, AND THE ORIGINAL TXN-ID AND BUSINESS
062300*  DATE NAME THE POSTING BEING CORRECTED.
062400******************************************************************
062500 3600-WRITE-TRUE-UP.
062600     MOVE SPACES TO ADJ-OUT-RECORD.
062700     SET AO-DETAIL-RECORD TO TRUE.
062800     MOVE AA-TXN-ID TO AO-DTL-TXN-ID.
062900     MOVE AA-CATEGORY-CODE TO AO-DTL-CATEGORY-CODE.
063000     MOVE AA-RESULT TO AO-DTL-NUM.
063100     MOVE WS-NEW-RESULT TO AO-DTL-RESULT.
063200     SET AO-DTL-TRUE-UP TO TRUE.
063300     MOVE AA-TXN-ID TO AO-DTL-ORIG-TXN-ID.
063400     MOVE WS-BUS-DATE TO AO-DTL-ORIG-DATE.
063500     WRITE ADJ-OUT-RECORD.
063600     ADD 1 TO WS-TRUE-COUNT.
063700     ADD WS-NEW-RESULT TO WS-TRUE-TOTAL.
063800 3600-EXIT.
063900     EXIT.
064000
064100 3700-REPORT-OVERFLOW.
064200     ADD 1 TO WS-RT-OVFL-COUNT (WS-FOUND-IX).
064300     ADD 1 TO WS-OVFL-COUNT.
064400     SET WS-RUN-WARNED TO TRUE.
064500     MOVE WS-BUS-DATE TO WS-DATE-ED.
064600     MOVE AA-NUM TO WS-NUM-ED.
064700     MOVE SPACES TO RPT-LINE.
064800     STRING '*** OVERFLOW ' AA-CATEGORY-CODE ' ' WS-DATE-ED
064900         ' TXN ' AA-TXN-ID ' NUM ' WS-NUM-ED
065000         ' - NOT TRUED UP'
065100         DELIMITED BY SIZE INTO RPT-LINE.
065200     WRITE RPT-LINE.
065300     DISPLAY 'ADJRERT - CORRECTED AMOUNT OVERFLOWS, NOT '
065400         'TRUED UP: ' AA-TXN-ID ' ' WS-BUS-DATE.
065500 3700-EXIT.
065600     EXIT.
065700
065800 4000-FINISH-TRUE-UP.
065900     MOVE SPACES TO ADJ-OUT-RECORD.
066000     SET AO-TRAILER-RECORD TO TRUE.
066100     MOVE WS-TRUE-COUNT TO AO-TRL-REC-COUNT.
066200     MOVE WS-TRUE-TOTAL TO AO-TRL-CONTROL-TOTAL.
066300     MOVE ZERO TO AO-TRL-CYCLE-NUMBER.
066400     WRITE ADJ-OUT-RECORD.
066500 4000-EXIT.
066600     EXIT.
066700
066800******************************************************************
066900*  5000-BUILD-JOURNAL - THE BALANCED JOURNAL FOR THE NET
067000*  CORRECTION: HEADER, ONE DEBIT/CREDIT PAIR PER REQUEST WITH A
067100*  NON-ZERO NET TRUE-UP, AND THE TRAILER.  SIDES FOLLOW ADJGL -
067200*  THE ADJUSTMENT SIDE IS A DEBIT FOR A POSITIVE NET AND A CREDIT
067300*  FOR A NEGATIVE ONE, THE CLEARING SIDE THE OFFSET - SO THE
067400*  PROOF TOTAL NETS TO ZERO.
067500******************************************************************
067600 5000-BUILD-JOURNAL.
067700     MOVE SPACES TO ADJ-GL-RECORD.
067800     SET GJ-HEADER-RECORD TO TRUE.
067900     MOVE WS-RUN-DATE TO GJ-HDR-BUSINESS-DATE.
068000     WRITE ADJ-GL-RECORD.
068100     PERFORM 5100-WRITE-ONE-PAIR THRU 5100-EXIT
068200         VARYING WS-REQ-IX FROM 1 BY 1
068300         UNTIL WS-REQ-IX > WS-REQ-COUNT.
068400     MOVE SPACES TO ADJ-GL-RECORD.
068500     SET GJ-TRAILER-RECORD TO TRUE.
068600     MOVE WS-LINE-COUNT TO GJ-TRL-LINE-COUNT.
068700     MOVE WS-PROOF-TOTAL TO GJ-TRL-PROOF-TOTAL.
068800     WRITE ADJ-GL-RECORD.
068900 5000-EXIT.
069000     EXIT.
069100
069200 5100-WRITE-ONE-PAIR.
069300     MOVE WS-RT-DIFF-TOTAL (WS-REQ-IX) TO WS-PAIR-NET.
069400     IF WS-PAIR-NET = ZERO
069500         GO TO 5100-EXIT
069600     END-IF.
069700     IF WS-PAIR-NET < ZERO
069800         COMPUTE WS-NET-ABS = ZERO - WS-PAIR-NET
069900     ELSE
070000         MOVE WS-PAIR-NET TO WS-NET-ABS
070100     END-IF.
070200     MOVE SPACES TO WS-PAIR-DESC.
070300     STRING 'RE-RATE ' WS-RT-FROM-DATE (WS-REQ-IX) '-'
070400         WS-RT-THRU-DATE (WS-REQ-IX)
070500         DELIMITED BY SIZE INTO WS-PAIR-DESC.
070600     MOVE SPACES TO ADJ-GL-RECORD.
070700     SET GJ-DETAIL-RECORD TO TRUE.
070800     MOVE WS-RT-CODE (WS-REQ-IX) TO GJ-DTL-CATEGORY-CODE.
070900     SET GJ-ADJUSTMENT-SIDE TO TRUE.
071000     IF WS-PAIR-NET < ZERO
071100         SET GJ-CREDIT-LINE TO TRUE
071200         SUBTRACT WS-NET-ABS FROM WS-PROOF-TOTAL
071300     ELSE
071400         SET GJ-DEBIT-LINE TO TRUE
071500         ADD WS-NET-ABS TO WS-PROOF-TOTAL
071600     END-IF.
071700     MOVE WS-NET-ABS TO GJ-DTL-AMOUNT.
071800     MOVE WS-PAIR-DESC TO GJ-DTL-DESC.
071900     WRITE ADJ-GL-RECORD.
072000     ADD 1 TO WS-LINE-COUNT.
072100     MOVE SPACES TO ADJ-GL-RECORD.
072200     SET GJ-DETAIL-RECORD TO TRUE.
072300     MOVE WS-RT-CODE (WS-REQ-IX) TO GJ-DTL-CATEGORY-CODE.
072400     SET GJ-CLEARING-SIDE TO TRUE.
072500     IF WS-PAIR-NET < ZERO
072600         SET GJ-DEBIT-LINE TO TRUE
072700         ADD WS-NET-ABS TO WS-PROOF-TOTAL
072800     ELSE
072900         SET GJ-CREDIT-LINE TO TRUE
073000         SUBTRACT WS-NET-ABS FROM WS-PROOF-TOTAL
073100     END-IF.
073200     MOVE WS-NET-ABS TO GJ-DTL-AMOUNT.
073300     MOVE WS-PAIR-DESC TO GJ-DTL-DESC.
073400     WRITE ADJ-GL-RECORD.
073500     ADD 1 TO WS-LINE-COUNT.
073600     ADD 1 TO WS-PAIR-COUNT.
073700 5100-EXIT.
073800     EXIT.
073900
074000******************************************************************
074100*  6000-WRITE-REPORT - ONE SECTION PER REQUEST: THE REQUEST AND
074200*  ITS CORRECTED RULE, ONE LINE PER BUSINESS DATE IN THE RANGE
074300*  THAT HAD ACTIVITY (APPLIED, CORRECTED, AND TRUE-UP AMOUNTS),
074400*  AND THE REQUEST TOTAL.
074500******************************************************************
074600 6000-WRITE-REPORT.
074700     PERFORM 6100-WRITE-ONE-REQUEST THRU 6100-EXIT
074800         VARYING WS-REQ-IX FROM 1 BY 1
074900         UNTIL WS-REQ-IX > WS-REQ-COUNT.
075000 6000-EXIT.
075100     EXIT.
075200
075300 6100-WRITE-ONE-REQUEST.
075400     MOVE SPACES TO RPT-LINE.
075500     WRITE RPT-LINE.
075600     MOVE WS-RT-FROM-DATE (WS-REQ-IX) TO WS-DATE-ED.
075700     MOVE WS-RT-THRU-DATE (WS-REQ-IX) TO WS-THRU-ED.
075800     MOVE SPACES TO RPT-LINE.
075900     STRING 'REQUEST ' WS-RT-CODE (WS-REQ-IX) ' ' WS-DATE-ED
076000         ' THRU ' WS-THRU-ED
076100         ' REQ ' WS-RT-REQUEST-USER (WS-REQ-IX)
076200         ' APP ' WS-RT-APPROVE-USER (WS-REQ-IX)
076300         DELIMITED BY SIZE INTO RPT-LINE.
076400     WRITE RPT-LINE.
076500     PERFORM 6150-WRITE-RULE THRU 6150-EXIT.
076600     MOVE SPACES TO RPT-LINE.
076700     MOVE 'BUS DATE    CC     TXNS   APPLIED CORRECTED   TRUE-UP'
076800         TO RPT-LINE.
076900     WRITE RPT-LINE.
077000     COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE
077100         (WS-RT-FROM-DATE (WS-REQ-IX)).
077200     COMPUTE WS-THRU-INT = FUNCTION INTEGER-OF-DATE
077300         (WS-RT-THRU-DATE (WS-REQ-IX)).
077400     PERFORM 6200-WRITE-ONE-DATE THRU 6200-EXIT
077500         VARYING WS-SCAN-INT FROM WS-FROM-INT BY 1
077600         UNTIL WS-SCAN-INT > WS-THRU-INT.
077700     MOVE WS-RT-TXN-COUNT (WS-REQ-IX) TO WS-CNT-ED.
077800     MOVE WS-RT-APPLIED-TOTAL (WS-REQ-IX) TO WS-APPLIED-ED.
077900     MOVE WS-RT-CORRECT-TOTAL (WS-REQ-IX) TO WS-CORRECT-ED.
078000     MOVE WS-RT-DIFF-TOTAL (WS-REQ-IX) TO WS-TOTAL-ED.
078100     MOVE SPACES TO RPT-LINE.
078200     STRING 'REQUEST TOTAL   ' WS-CNT-ED ' ' WS-APPLIED-ED ' '
078300         WS-CORRECT-ED ' ' WS-TOTAL-ED
078400         DELIMITED BY SIZE INTO RPT-LINE.
078500     WRITE RPT-LINE.
078600     MOVE WS-RT-REVD-COUNT (WS-REQ-IX) TO WS-CNT-ED.
078700     MOVE SPACES TO RPT-LINE.
078800     STRING 'REVERSED, LEFT ALONE...: ' WS-CNT-ED
078900         DELIMITED BY SIZE INTO RPT-LINE.
079000     WRITE RPT-LINE.
079100     MOVE WS-RT-OVFL-COUNT (WS-REQ-IX) TO WS-CNT-ED.
079200     MOVE SPACES TO RPT-LINE.
079300     STRING 'OVERFLOW, NOT TRUED UP.: ' WS-CNT-ED
079400         DELIMITED BY SIZE INTO RPT-LINE.
079500     WRITE RPT-LINE.
079600 6100-EXIT.
079700     EXIT.
079800
079900******************************************************************
080000*  6150-WRITE-RULE - THE CORRECTED RULE UNDER THE REQUEST LINE, IN
080100*  THE FORM ADJPAPPR LOGS IT: TYPE, FLAT AMOUNT, PERCENT RATE,
080200*  MINIMUM AND MAXIMUM ('-' = NONE), AND ONE LINE PER TIER BAND.
080300******************************************************************
080400 6150-WRITE-RULE.
080500     MOVE WS-RT-RULE-DATA (WS-REQ-IX) TO WS-EFF-RULE.
080600     IF WS-ER-RULE-TYPE = SPACE
080700         MOVE 'F' TO WS-ER-RULE-TYPE
080800     END-IF.
080900     IF WS-ER-PCT-RULE
081000         MOVE WS-ER-PCT-RATE TO WS-RATE-ED
081100     ELSE
081200         MOVE ZERO TO WS-RATE-ED
081300     END-IF.
081400     MOVE '   -' TO WS-MIN-ED.
081500     IF WS-ER-HAS-MIN
081600         MOVE WS-ER-MIN-AMOUNT TO WS-AMOUNT-ED
081700         MOVE WS-AMOUNT-ED TO WS-MIN-ED
081800     END-IF.
081900     MOVE '   -' TO WS-MAX-ED.
082000     IF WS-ER-HAS-MAX
082100         MOVE WS-ER-MAX-AMOUNT TO WS-AMOUNT-ED
082200         MOVE WS-AMOUNT-ED TO WS-MAX-ED
082300     END-IF.
082400     MOVE WS-RT-AMOUNT (WS-REQ-IX) TO WS-AMOUNT-ED.
082500     MOVE SPACES TO RPT-LINE.
082600     STRING '         CORRECTED RULE TYPE ' WS-ER-RULE-TYPE
082700         ' AMOUNT ' WS-AMOUNT-ED ' PCT ' WS-RATE-ED
082800         ' MIN ' WS-MIN-ED ' MAX ' WS-MAX-ED
082900         DELIMITED BY SIZE INTO RPT-LINE.
083000     WRITE RPT-LINE.
083100     IF WS-ER-TIER-RULE
083200         PERFORM 6160-WRITE-ONE-BAND THRU 6160-EXIT
083300             VARYING WS-BAND-IX FROM 1 BY 1
083400             UNTIL WS-BAND-IX > WS-ER-BAND-COUNT
083500     END-IF.
083600 6150-EXIT.
083700     EXIT.
083800
083900 6160-WRITE-ONE-BAND.
084000     MOVE WS-BAND-IX TO WS-BAND-ED.
084100     MOVE WS-ER-BAND-LIMIT (WS-BAND-IX) TO WS-LIMIT-ED.
084200     MOVE WS-ER-BAND-AMOUNT (WS-BAND-IX) TO WS-AMOUNT-ED.
084300     MOVE SPACES TO RPT-LINE.
084400     STRING '              BAND ' WS-BAND-ED ' NUM UP TO '
084500         WS-LIMIT-ED ' AMOUNT ' WS-AMOUNT-ED
084600         DELIMITED BY SIZE INTO RPT-LINE.
084700     WRITE RPT-LINE.
084800 6160-EXIT.
084900     EXIT.
085000
085100 6200-WRITE-ONE-DATE.
085200     COMPUTE WS-SCAN-DATE =
085300         FUNCTION DATE-OF-INTEGER (WS-SCAN-INT).
085400     MOVE ZERO TO WS-DAY-FOUND-IX.
085500     PERFORM 6250-CHECK-ONE-DAY THRU 6250-EXIT
085600         VARYING WS-DAY-IX FROM 1 BY 1
085700         UNTIL WS-DAY-IX > WS-DAY-COUNT
085800         OR WS-DAY-FOUND-IX > ZERO.
085900     IF WS-DAY-FOUND-IX = ZERO
086000         GO TO 6200-EXIT
086100     END-IF.
086200     MOVE WS-SCAN-DATE TO WS-DATE-ED.
086300     MOVE WS-DY-TXN-COUNT (WS-DAY-FOUND-IX) TO WS-CNT-ED.
086400     MOVE WS-DY-APPLIED-TOTAL (WS-DAY-FOUND-IX) TO WS-APPLIED-ED.
086500     MOVE WS-DY-CORRECT-TOTAL (WS-DAY-FOUND-IX) TO WS-CORRECT-ED.
086600     MOVE WS-DY-DIFF-TOTAL (WS-DAY-FOUND-IX) TO WS-TOTAL-ED.
086700     MOVE SPACES TO RPT-LINE.
086800     STRING WS-DATE-ED '  ' WS-RT-CODE (WS-REQ-IX) '  '
086900         WS-CNT-ED ' ' WS-APPLIED-ED ' ' WS-CORRECT-ED ' '
087000         WS-TOTAL-ED
087100         DELIMITED BY SIZE INTO RPT-LINE.
087200     WRITE RPT-LINE.
087300 6200-EXIT.
087400     EXIT.
087500
087600 6250-CHECK-ONE-DAY.
087700     IF WS-DY-REQ-IX (WS-DAY-IX) = WS-REQ-IX
087800         AND WS-DY-DATE (WS-DAY-IX) = WS-SCAN-DATE
087900         MOVE WS-DAY-IX TO WS-DAY-FOUND-IX
088000     END-IF.
088100 6250-EXIT.
088200     EXIT.
088300
088400 8000-READ-RRQ.
088500     READ ADJ-RRQ-FILE
088600         AT END
088700             SET WS-RRQ-EOF TO TRUE
088800     END-READ.
088900 8000-EXIT.
089000     EXIT.
089100
089200 8100-READ-AUDIT.
089300     READ ADJ-AUDIT-FILE
089400         AT END
089500             SET WS-AUDIT-EOF TO TRUE
089600     END-READ.
089700 8100-EXIT.
089800     EXIT.
089900
090000******************************************************************
090100*  9000-TERMINATE - RUN TOTALS AND THE FINANCE SIGN-OFF BLOCK.
090200*  RC=8 IF THE JOURNAL DOES NOT BALANCE, ELSE RC=4 IF A REQUEST
090250*  WAS REFUSED OR A TRANSACTION COULD NOT BE TRUED UP.  ONLY A
090300*  BALANCED RUN RECORDS ITS REQUESTS AS APPLIED - AN UNBALANCED
090350*  ONE IS NOT SENT ON, SO ITS REQUESTS MAY BE RUN AGAIN.
090400******************************************************************
090500 9000-TERMINATE.
090514     IF WS-PROOF-TOTAL = ZERO
090528         PERFORM 9200-RECORD-APPLIED THRU 9200-EXIT
090542             VARYING WS-REQ-IX FROM 1 BY 1
090556             UNTIL WS-REQ-IX > WS-REQ-COUNT
090570             OR WS-ABEND
090584     END-IF.
090600     MOVE SPACES TO RPT-LINE.
090700     WRITE RPT-LINE.
090800     MOVE WS-REQ-COUNT TO WS-CNT-ED.
090900     MOVE SPACES TO RPT-LINE.
091000     STRING 'REQUESTS RE-RATED......: ' WS-CNT-ED
091100         DELIMITED BY SIZE INTO RPT-LINE.
091200     WRITE RPT-LINE.
091300     MOVE WS-REFUSED-COUNT TO WS-CNT-ED.
091400     MOVE SPACES TO RPT-LINE.
091500     STRING 'REQUESTS REFUSED.......: ' WS-CNT-ED
091600         DELIMITED BY SIZE INTO RPT-LINE.
091700     WRITE RPT-LINE.
091800     MOVE WS-READ-COUNT TO WS-CNT-ED.
091900     MOVE SPACES TO RPT-LINE.
092000     STRING 'AUDIT RECORDS READ.....: ' WS-CNT-ED
092100         DELIMITED BY SIZE INTO RPT-LINE.
092200     WRITE RPT-LINE.
092300     MOVE WS-RERATED-COUNT TO WS-CNT-ED.
092400     MOVE SPACES TO RPT-LINE.
092500     STRING 'TRANSACTIONS RE-RATED..: ' WS-CNT-ED
092600         DELIMITED BY SIZE INTO RPT-LINE.
092700     WRITE RPT-LINE.
092800     MOVE WS-REVD-COUNT TO WS-CNT-ED.
092900     MOVE SPACES TO RPT-LINE.
093000     STRING 'REVERSED, LEFT ALONE...: ' WS-CNT-ED
093100         DELIMITED BY SIZE INTO RPT-LINE.
093200     WRITE RPT-LINE.
093300     MOVE WS-OVFL-COUNT TO WS-CNT-ED.
093400     MOVE SPACES TO RPT-LINE.
093500     STRING 'OVERFLOW, NOT TRUED UP.: ' WS-CNT-ED
093600         DELIMITED BY SIZE INTO RPT-LINE.
093700     WRITE RPT-LINE.
093800     MOVE WS-TRUE-COUNT TO WS-CNT-ED.
093900     MOVE SPACES TO RPT-LINE.
094000     STRING 'TRUE-UP DETAILS WRITTEN: ' WS-CNT-ED
094100         DELIMITED BY SIZE INTO RPT-LINE.
094200     WRITE RPT-LINE.
094300     MOVE WS-NET-TRUE-UP TO WS-TOTAL-ED.
094400     MOVE SPACES TO RPT-LINE.
094500     STRING 'NET TRUE-UP AMOUNT.....: ' WS-TOTAL-ED
094600         DELIMITED BY SIZE INTO RPT-LINE.
094700     WRITE RPT-LINE.
094800     MOVE WS-PAIR-COUNT TO WS-CNT-ED.
094900     MOVE SPACES TO RPT-LINE.
095000     STRING 'JOURNAL PAIRS WRITTEN..: ' WS-CNT-ED
095100         DELIMITED BY SIZE INTO RPT-LINE.
095200     WRITE RPT-LINE.
095300     MOVE WS-PROOF-TOTAL TO WS-TOTAL-ED.
095400     MOVE SPACES TO RPT-LINE.
095500     STRING 'PROOF TOTAL (MUST BE 0): ' WS-TOTAL-ED
095600         DELIMITED BY SIZE INTO RPT-LINE.
095700     WRITE RPT-LINE.
095716     MOVE WS-RECORDED-COUNT TO WS-CNT-ED.
095732     MOVE SPACES TO RPT-LINE.
095748     STRING 'REQUESTS RECORDED......: ' WS-CNT-ED
095764         DELIMITED BY SIZE INTO RPT-LINE.
095780     WRITE RPT-LINE.
095800     MOVE SPACES TO RPT-LINE.
095900     WRITE RPT-LINE.
096000     MOVE SPACES TO RPT-LINE.
096100     STRING 'FINANCE SIGN-OFF: ________________________  '
096200         'DATE: __________' DELIMITED BY SIZE INTO RPT-LINE.
096300     WRITE RPT-LINE.
096400     PERFORM 9500-CLOSE-ALL THRU 9500-EXIT.
096500     DISPLAY 'ADJRERT - REQUESTS RE-RATED.......: ' WS-REQ-COUNT.
096600     DISPLAY 'ADJRERT - REQUESTS REFUSED........: '
096700         WS-REFUSED-COUNT.
096800     DISPLAY 'ADJRERT - TRANSACTIONS RE-RATED...: '
096900         WS-RERATED-COUNT.
097000     DISPLAY 'ADJRERT - TRUE-UP DETAILS WRITTEN.: '
097100         WS-TRUE-COUNT.
097200     DISPLAY 'ADJRERT - NET TRUE-UP AMOUNT......: '
097300         WS-NET-TRUE-UP.
097400     DISPLAY 'ADJRERT - PROOF TOTAL.............: '
097500         WS-PROOF-TOTAL.
097533     DISPLAY 'ADJRERT - REQUESTS RECORDED.......: '
097566         WS-RECORDED-COUNT.
097600     EVALUATE TRUE
097620         WHEN WS-ABEND
097640             DISPLAY 'ADJRERT - ADJRAPF NOT FULLY UPDATED - '
097660                 'RECORD THE REMAINING REQUESTS BEFORE ANY RERUN'
097680             MOVE 16 TO RETURN-CODE
097700         WHEN WS-PROOF-TOTAL NOT = ZERO
097800             DISPLAY 'ADJRERT - JOURNAL DOES NOT BALANCE, DO NOT '
097900                 'POST'
098000             MOVE 8 TO RETURN-CODE
098100         WHEN WS-RUN-WARNED
098200             MOVE 4 TO RETURN-CODE
098300         WHEN OTHER
098400             CONTINUE
098500     END-EVALUATE.
098600 9000-EXIT.
098700     EXIT.
098800
098900******************************************************************
099000*  9100-REFUSE-CLOSE - NO APPROVED REQUEST COULD RUN.  SAY SO ON
099100*  THE REPORT AND LEAVE THE TRUE-UP AND JOURNAL FILES EMPTY SO
099200*  NOTHING DOWNSTREAM CAN MISTAKE THEM FOR A CORRECTION.
099300******************************************************************
099400 9100-REFUSE-CLOSE.
099500     MOVE SPACES TO RPT-LINE.
099600     STRING '*** NO APPROVED RE-RATE REQUEST TO RUN - NOTHING '
099700         'TRUED UP ***' DELIMITED BY SIZE INTO RPT-LINE.
099800     WRITE RPT-LINE.
099900     PERFORM 9500-CLOSE-ALL THRU 9500-EXIT.
100000     DISPLAY 'ADJRERT - NO APPROVED RE-RATE REQUEST, RUN REFUSED'.
100100 9100-EXIT.
100200     EXIT.
100300
100302******************************************************************
100304*  9200-RECORD-APPLIED - RECORD ONE TRUED-UP REQUEST ON THE
100306*  RE-RATE APPLIED KSDS.
100308******************************************************************
100310 9200-RECORD-APPLIED.
100312     MOVE SPACES TO ADJ-RERATE-APPLIED-RECORD.
100314     MOVE WS-RT-CODE (WS-REQ-IX) TO RA-CODE.
100316     MOVE WS-RT-FROM-DATE (WS-REQ-IX) TO RA-FROM-DATE.
100318     MOVE WS-RT-THRU-DATE (WS-REQ-IX) TO RA-THRU-DATE.
100320     MOVE WS-RT-AMOUNT (WS-REQ-IX) TO RA-AMOUNT.
100322     MOVE WS-RT-REQUEST-USER (WS-REQ-IX) TO RA-REQUEST-USER.
100324     MOVE WS-RT-APPROVE-USER (WS-REQ-IX) TO RA-APPROVE-USER.
100326     MOVE WS-RUN-DATE TO RA-APPLIED-DATE.
100328     MOVE WS-RUN-TIME TO RA-APPLIED-TIME.
100330     MOVE WS-RT-TXN-COUNT (WS-REQ-IX) TO RA-TXN-COUNT.
100332     MOVE WS-RT-DIFF-TOTAL (WS-REQ-IX) TO RA-DIFF-TOTAL.
100334     WRITE ADJ-RERATE-APPLIED-RECORD
100336         INVALID KEY
100338             DISPLAY 'ADJRERT - ADJRAPF WRITE FAILED, STATUS '
100340                 WS-RAP-STATUS ' ' RA-CODE ' ' RA-FROM-DATE
100342             SET WS-ABEND TO TRUE
100344             GO TO 9200-EXIT
100346     END-WRITE.
100348     IF WS-RAP-STATUS NOT = '00'
100350         DISPLAY 'ADJRERT - ADJRAPF WRITE FAILED, STATUS '
100352             WS-RAP-STATUS ' ' RA-CODE ' ' RA-FROM-DATE
100354         SET WS-ABEND TO TRUE
100356         GO TO 9200-EXIT
100358     END-IF.
100360     ADD 1 TO WS-RECORDED-COUNT.
100362 9200-EXIT.
100364     EXIT.
100366
100400 9500-CLOSE-ALL.
100500     CLOSE ADJ-RRQ-FILE.
100600     CLOSE ADJ-AUDIT-FILE.
100700     CLOSE ADJ-TRUE-FILE.
100800     CLOSE ADJ-GL-FILE.
100900     CLOSE ADJ-RERT-RPT.
100950     CLOSE ADJ-RAP-FILE.
101000 9500-EXIT.
101100     EXIT.
101200
101300 END PROGRAM ADJRERT.

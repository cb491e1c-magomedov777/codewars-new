000100******************************************************************
000200*  PROGRAM-ID.  ADJDCHG
000300*  AUTHOR.      R L KOWALCZYK
000400*  INSTALLATION. DISTRIBUTION LOGISTICS - ORDER ADJUSTMENTS
000500*  DATE-WRITTEN. 10/13/2026
000600******************************************************************
000700*  MONTH-END DEPARTMENT CHARGEBACK.  EVERY CATEGORY ON THE
000800*  CATEGORY MASTER NAMES ITS OWNING DEPARTMENT (CM-DEPT) AND
000900*  FINANCE BILLS EACH DEPARTMENT FOR THE ADJUSTMENT ACTIVITY IN
001000*  THE CATEGORIES IT OWNS.  THIS PROGRAM ROLLS THE MONTH'S
001100*  ADJAUDIT ACTIVITY UP BY CATEGORY - POSTED COUNT, CREDIT/DEBIT
001200*  SPLIT, NET AA-ADJ-AMOUNT APPLIED, AND EXCEPTION COUNT - HANGS
001300*  EACH CATEGORY ON ITS DEPARTMENT, AND PRINTS A STATEMENT PAGE
001400*  PER DEPARTMENT PLUS A CHARGEBACK INTERFACE FILE (ADJCHB
001500*  LAYOUT) FOR FINANCE TO LOAD.  A CATEGORY WITH A BLANK CM-DEPT,
001600*  OR NOT ON THE MASTER AT ALL, GOES ON AN UNALLOCATED STATEMENT
001700*  PAGE INSTEAD OF BEING DROPPED.
001800******************************************************************
001900*  THE GRAND TOTALS ARE PROVED AGAINST THE MONTH'S ADJCTHST RUN
002000*  HISTORY RECORDS - POSTED, EXCEPTION, CREDIT AND DEBIT COUNTS
002100*  AND THE NET ADJUSTMENT.  A STATEMENT THAT DOES NOT TIE OUT IS
002200*  STILL PRINTED SO THE DIFFERENCE CAN BE CHASED, BUT THE
002300*  INTERFACE FILE IS LEFT EMPTY (HEADERLESS) AND THE RUN ENDS
002400*  RC=8, THE SAME RULE ADJGL APPLIES TO A DAY THAT DOES NOT TIE.
002500******************************************************************
002600*  AUDIT RECORDS ARE TAKEN BY BUSINESS DATE (AA-BUSINESS-DATE,
002700*  OR AA-LOG-DATE ON RECORDS WRITTEN BEFORE IT WAS CARRIED);
002720*  HISTORY RECORDS BY BUSINESS DATE TOO (HS-BUSINESS-DATE, OR
002740*  HS-RUN-DATE ON RECORDS APPENDED BEFORE IT WAS CARRIED), SO A
002760*  NIGHT THAT RUNS PAST MIDNIGHT LANDS IN THE SAME MONTH ON BOTH
002780*  SIDES.  A RESTARTED ADJBATCH CYCLE WRITES THE RECORD IT WAS ON
002800*  WHEN IT FAILED A SECOND TIME (IT CHECKPOINTS EVERY RECORD, SO
002820*  ONLY THAT ONE) RIGHT BEHIND THE FIRST, WHILE ITS CONTROL
002840*  TOTALS COUNT IT ONCE - AN AUDIT RECORD WITH THE SAME TXN-ID,
002860*  BUSINESS DATE AND RETURN CODE AS THE ONE BEFORE IT IS THAT
002880*  REPLAY AND IS COUNTED ONCE.
002900******************************************************************
003000*  PARM IS THE MONTH BILLED (YYYYMM); NO PARM MEANS THE CURRENT
003100*  MONTH.  RC=4 SOME ACTIVITY IS UNALLOCATED.  RC=8 OUT OF
003200*  BALANCE WITH ADJCTHST.  RC=16 BAD PARM, A FILE COULD NOT BE
003300*  OPENED, OR A TABLE FILLED.
003400******************************************************************
003500*  MODIFICATION HISTORY
003600*  ---------------------------------------------------------------
003700*  DATE       INIT  DESCRIPTION
003800*  10/13/2026 RLK   ORIGINAL.
003833*  10/15/2026 RLK   TAKE HISTORY BY HS-BUSINESS-DATE AND COUNT A
003866*                   RESTART'S REPLAYED AUDIT RECORD ONCE.
003900******************************************************************
004000 IDENTIFICATION DIVISION.
004100 PROGRAM-ID.  ADJDCHG.
004200
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT ADJ-AUDIT-FILE ASSIGN TO "ADJAUDIT"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-AUDIT-STATUS.
004900
005000     SELECT ADJ-HIST-FILE ASSIGN TO "ADJCTHST"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-HIST-STATUS.
005300
005400     SELECT ADJ-CAT-FILE ASSIGN TO "ADJCATF"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS CM-CODE
005800         FILE STATUS IS WS-CAT-STATUS.
005900
006000     SELECT ADJ-CHB-FILE ASSIGN TO "ADJCBOUT"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-CHB-STATUS.
006300
006400     SELECT ADJ-CHB-RPT ASSIGN TO "ADJCBRPT"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-RPT-STATUS.
006700
006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  ADJ-AUDIT-FILE.
007100 COPY ADJAUD.
007200
007300 FD  ADJ-HIST-FILE.
007400 COPY ADJHST.
007500
007600 FD  ADJ-CAT-FILE.
007700 COPY ADJCAT.
007800
007900 FD  ADJ-CHB-FILE.
008000 COPY ADJCHB.
008100
008200 FD  ADJ-CHB-RPT.
008300 01  RPT-LINE                   PIC X(80).
008400
008500 WORKING-STORAGE SECTION.
008600 77  WS-AUDIT-STATUS         PIC X(02)   VALUE SPACES.
008700 77  WS-HIST-STATUS          PIC X(02)   VALUE SPACES.
008800 77  WS-CAT-STATUS           PIC X(02)   VALUE SPACES.
008900 77  WS-CHB-STATUS           PIC X(02)   VALUE SPACES.
009000 77  WS-RPT-STATUS           PIC X(02)   VALUE SPACES.
009100 77  WS-AUDIT-EOF-SW         PIC X(01)   VALUE 'N'.
009200     88  WS-AUDIT-EOF            VALUE 'Y'.
009300 77  WS-HIST-EOF-SW          PIC X(01)   VALUE 'N'.
009400     88  WS-HIST-EOF             VALUE 'Y'.
009500 77  WS-ABEND-SW             PIC X(01)   VALUE 'N'.
009600     88  WS-ABEND                VALUE 'Y'.
009700 77  WS-MATCH-SW             PIC X(01)   VALUE 'N'.
009800     88  WS-MATCH-FOUND          VALUE 'Y'.
009900 77  WS-BALANCE-SW           PIC X(01)   VALUE 'Y'.
010000     88  WS-IN-BALANCE           VALUE 'Y'.
010100     88  WS-OUT-OF-BALANCE       VALUE 'N'.
010200 77  WS-TARGET-MONTH         PIC 9(06)   VALUE ZERO.
010300 77  WS-PARM-MONTH-X         PIC X(06)   VALUE SPACES.
010400 77  WS-PARM-MONTH-9 REDEFINES WS-PARM-MONTH-X
010500                             PIC 9(06).
010600 77  WS-TODAY                PIC 9(08)   VALUE ZERO.
010700 77  WS-AUD-DATE             PIC 9(08)   VALUE ZERO.
010800 77  WS-AUD-MONTH            PIC 9(06)   VALUE ZERO.
010900 77  WS-READ-COUNT           PIC 9(09)   VALUE ZERO.
011000 77  WS-MONTH-READ           PIC 9(09)   VALUE ZERO.
011050 77  WS-REPLAY-COUNT         PIC 9(07)   VALUE ZERO.
011100 77  WS-HIST-READ            PIC 9(07)   VALUE ZERO.
011200 77  WS-HIST-RUNS            PIC 9(07)   VALUE ZERO.
011250 77  WS-HIST-DATE            PIC 9(08)   VALUE ZERO.
011300 77  WS-DETAIL-COUNT         PIC 9(07)   VALUE ZERO.
011400 77  WS-DEPT-PAGES           PIC 9(05)   VALUE ZERO.
011500 77  WS-UNALLOC-CATS         PIC 9(05)   VALUE ZERO.
011600 77  WS-CAT-COUNT            PIC S9(05)  COMP VALUE ZERO.
011700 77  WS-CAT-IX               PIC S9(05)  COMP VALUE ZERO.
011800 77  WS-NEXT-IX              PIC S9(05)  COMP VALUE ZERO.
011900 77  WS-PASS-IX              PIC S9(05)  COMP VALUE ZERO.
012000 77  WS-FOUND-IX             PIC S9(05)  COMP VALUE ZERO.
012100 77  WS-CAT-MAX              PIC S9(05)  COMP VALUE 100.
012200 77  WS-DEPT-COUNT           PIC S9(05)  COMP VALUE ZERO.
012300 77  WS-DEPT-IX              PIC S9(05)  COMP VALUE ZERO.
012400 77  WS-SEARCH-CATEGORY      PIC X(02)   VALUE SPACES.
012500 77  WS-CURR-KEY             PIC X(05)   VALUE SPACES.
012525 77  WS-PREV-TXN-ID          PIC X(10)   VALUE SPACES.
012550 77  WS-PREV-DATE            PIC 9(08)   VALUE ZERO.
012575 77  WS-PREV-RC              PIC 9(02)   VALUE ZERO.
012600
012700*    MONTH HISTORY TOTALS - THE SIDE THE STATEMENT MUST TIE TO.
012800 77  WS-HS-TXN-COUNT         PIC 9(09)   VALUE ZERO.
012900 77  WS-HS-CREDIT-COUNT      PIC 9(09)   VALUE ZERO.
013000 77  WS-HS-DEBIT-COUNT       PIC 9(09)   VALUE ZERO.
013100 77  WS-HS-EXCEPT-COUNT      PIC 9(09)   VALUE ZERO.
013200 77  WS-HS-NET-ADJ           PIC S9(11)  SIGN LEADING VALUE ZERO.
013300
013400*    STATEMENT GRAND, UNALLOCATED AND CURRENT DEPARTMENT TOTALS.
013500 01  WS-GRAND-TOTALS.
013600     05  WS-GR-TXN-COUNT         PIC 9(09)   VALUE ZERO.
013700     05  WS-GR-CREDIT-COUNT      PIC 9(09)   VALUE ZERO.
013800     05  WS-GR-DEBIT-COUNT       PIC 9(09)   VALUE ZERO.
013900     05  WS-GR-NET-ADJ           PIC S9(11)  SIGN LEADING
014000                                             VALUE ZERO.
014100     05  WS-GR-EXCEPT-COUNT      PIC 9(09)   VALUE ZERO.
014200 01  WS-UNALLOC-TOTALS.
014300     05  WS-UN-TXN-COUNT         PIC 9(09)   VALUE ZERO.
014400     05  WS-UN-CREDIT-COUNT      PIC 9(09)   VALUE ZERO.
014500     05  WS-UN-DEBIT-COUNT       PIC 9(09)   VALUE ZERO.
014600     05  WS-UN-NET-ADJ           PIC S9(11)  SIGN LEADING
014700                                             VALUE ZERO.
014800     05  WS-UN-EXCEPT-COUNT      PIC 9(09)   VALUE ZERO.
014900
015000*    ONE ENTRY PER CATEGORY SEEN IN THE MONTH.  THE SORT KEY PUTS
015100*    ALLOCATED DEPARTMENTS FIRST IN DEPARTMENT ORDER, THEN THE
015200*    UNALLOCATED CATEGORIES, EACH GROUP IN CATEGORY ORDER.
015300 01  WS-CAT-TABLE.
015400     05  WS-CAT-ENTRY            OCCURS 100.
015500         10  WS-CT-SORT-KEY.
015600             15  WS-CT-DEPT-KEY.
015700                 20  WS-CT-ALLOC-IND  PIC X(01).
015800                 20  WS-CT-DEPT       PIC X(04).
015900             15  WS-CT-CATEGORY       PIC X(02).
016000         10  WS-CT-DESC              PIC X(16).
016100         10  WS-CT-NOTE              PIC X(07).
016200         10  WS-CT-TXN-COUNT         PIC 9(09).
016300         10  WS-CT-CREDIT-COUNT      PIC 9(09).
016400         10  WS-CT-DEBIT-COUNT       PIC 9(09).
016500         10  WS-CT-NET-ADJ           PIC S9(11) SIGN LEADING.
016600         10  WS-CT-EXCEPT-COUNT      PIC 9(09).
016700 01  WS-SWAP-ENTRY                   PIC X(77).
016800
016900*    ONE ENTRY PER STATEMENT PAGE FOR THE RECAP AT THE END.
017000 01  WS-DEPT-TABLE.
017100     05  WS-DEPT-ENTRY           OCCURS 100.
017200         10  WS-DT-DEPT-KEY.
017300             15  WS-DT-ALLOC-IND      PIC X(01).
017400             15  WS-DT-DEPT           PIC X(04).
017500         10  WS-DT-TXN-COUNT         PIC 9(09).
017600         10  WS-DT-CREDIT-COUNT      PIC 9(09).
017700         10  WS-DT-DEBIT-COUNT       PIC 9(09).
017800         10  WS-DT-NET-ADJ           PIC S9(11) SIGN LEADING.
017900         10  WS-DT-EXCEPT-COUNT      PIC 9(09).
018000
018100*    ONE PRINTED AMOUNT LINE - SET BY THE CALLER, FORMATTED BY
018200*    4500-PRINT-AMOUNT-LINE.
018300 01  WS-PRINT-LINE.
018400     05  WS-LN-LABEL             PIC X(19).
018500     05  WS-LN-TXN-COUNT         PIC 9(09).
018600     05  WS-LN-CREDIT-COUNT      PIC 9(09).
018700     05  WS-LN-DEBIT-COUNT       PIC 9(09).
018800     05  WS-LN-NET-ADJ           PIC S9(11) SIGN LEADING.
018900     05  WS-LN-EXCEPT-COUNT      PIC 9(09).
019000     05  WS-LN-NOTE              PIC X(07).
019100
019200*    ONE TIE-OUT LINE - SET BY THE CALLER, FORMATTED BY
019300*    5500-PRINT-TIE-LINE.
019400 01  WS-TIE-LINE.
019500     05  WS-TIE-LABEL            PIC X(25).
019600     05  WS-TIE-STMT             PIC S9(11) SIGN LEADING.
019700     05  WS-TIE-HIST             PIC S9(11) SIGN LEADING.
019800     05  WS-TIE-DIFF             PIC S9(11) SIGN LEADING.
019900
020000 01  WS-TXN-ED                   PIC Z(8)9.
020100 01  WS-CREDIT-ED                PIC Z(8)9.
020200 01  WS-DEBIT-ED                 PIC Z(8)9.
020300 01  WS-EXCEPT-ED                PIC Z(8)9.
020400 01  WS-NET-ED                   PIC -(10)9.
020500 01  WS-STMT-ED                  PIC -(10)9.
020600 01  WS-HIST-ED                  PIC -(10)9.
020700 01  WS-DIFF-ED                  PIC -(10)9.
020800 01  WS-CNT-ED                   PIC ZZZ,ZZ9.
020900
021000 LINKAGE SECTION.
021100 01  LK-PARM-INFO.
021200     05  LK-PARM-LEN             PIC S9(4)   COMP.
021300     05  LK-PARM-DATA            PIC X(06).
021400
021500 PROCEDURE DIVISION USING LK-PARM-INFO.
021600
021700 0000-MAINLINE.
021800     IF LK-PARM-LEN > ZERO
021900         MOVE SPACES TO WS-PARM-MONTH-X
022000         IF LK-PARM-LEN = 6
022100             MOVE LK-PARM-DATA TO WS-PARM-MONTH-X
022200         END-IF
022300         IF WS-PARM-MONTH-9 NUMERIC
022400             AND WS-PARM-MONTH-X (5:2) > '00'
022500             AND WS-PARM-MONTH-X (5:2) < '13'
022600             MOVE WS-PARM-MONTH-9 TO WS-TARGET-MONTH
022700         ELSE
022800             DISPLAY 'ADJDCHG - BAD MONTH PARM, RUN STOPPED'
022900             MOVE 16 TO RETURN-CODE
023000             STOP RUN
023100         END-IF
023200     END-IF.
023300     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
023400     IF WS-TARGET-MONTH = ZERO
023500         MOVE WS-TODAY (1:6) TO WS-TARGET-MONTH
023600     END-IF.
023700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023800     IF WS-ABEND
023900         MOVE 16 TO RETURN-CODE
024000         STOP RUN
024100     END-IF.
024200     PERFORM 2000-TALLY-AUDIT THRU 2000-EXIT
024300         UNTIL WS-AUDIT-EOF OR WS-ABEND.
024400     IF NOT WS-ABEND
024500         PERFORM 2500-TALLY-HIST THRU 2500-EXIT
024600             UNTIL WS-HIST-EOF
024700         PERFORM 3000-ATTRIBUTE-CAT THRU 3000-EXIT
024800             VARYING WS-CAT-IX FROM 1 BY 1
024900             UNTIL WS-CAT-IX > WS-CAT-COUNT
025000         PERFORM 3500-SORT-CATS THRU 3500-EXIT
025100         PERFORM 3800-PROVE-TOTALS THRU 3800-EXIT
025200         PERFORM 4000-WRITE-STATEMENTS THRU 4000-EXIT
025300         PERFORM 5000-WRITE-RECAP THRU 5000-EXIT
025400     END-IF.
025500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
025600     STOP RUN.
025700
025800******************************************************************
025900*  1000-INITIALIZE - OPEN THE FILES AND PRIME THE READS.  THE
026000*  CATEGORY MASTER IS REQUIRED HERE - WITHOUT IT NOTHING CAN BE
026100*  BILLED TO ANYONE.
026200******************************************************************
026300 1000-INITIALIZE.
026400     OPEN INPUT ADJ-AUDIT-FILE.
026500     OPEN INPUT ADJ-HIST-FILE.
026600     OPEN INPUT ADJ-CAT-FILE.
026700     IF WS-AUDIT-STATUS NOT = '00'
026800         OR WS-HIST-STATUS NOT = '00'
026900         OR WS-CAT-STATUS NOT = '00'
027000         DISPLAY 'ADJDCHG - INPUT OPEN FAILED, STATUSES '
027100             WS-AUDIT-STATUS ' ' WS-HIST-STATUS ' '
027200             WS-CAT-STATUS
027300         SET WS-ABEND TO TRUE
027400         GO TO 1000-EXIT
027500     END-IF.
027600     OPEN OUTPUT ADJ-CHB-FILE.
027700     OPEN OUTPUT ADJ-CHB-RPT.
027800     IF WS-CHB-STATUS NOT = '00'
027900         OR WS-RPT-STATUS NOT = '00'
028000         DISPLAY 'ADJDCHG - OUTPUT OPEN FAILED, STATUSES '
028100             WS-CHB-STATUS ' ' WS-RPT-STATUS
028200         SET WS-ABEND TO TRUE
028300         CLOSE ADJ-AUDIT-FILE
028400         CLOSE ADJ-HIST-FILE
028500         CLOSE ADJ-CAT-FILE
028600         GO TO 1000-EXIT
028700     END-IF.
028800     PERFORM 8000-READ-AUDIT THRU 8000-EXIT.
028900     PERFORM 8100-READ-HIST THRU 8100-EXIT.
029000 1000-EXIT.
029100     EXIT.
029200
029300******************************************************************
029400*  2000-TALLY-AUDIT - ROLL ONE AUDIT RECORD FOR THE MONTH INTO
029500*  ITS CATEGORY'S ENTRY, THE SAME WAY ADJCATR DOES FOR A DAY.  AN
029600*  ACCEPTED RECORD (RC 00) FEEDS THE POSTED COUNT, THE CREDIT/
029700*  DEBIT SPLIT AND THE NET APPLIED; A REJECTED ONE COUNTS AS AN
029800*  EXCEPTION.  REVERSALS NET IN WITH EVERYTHING ELSE, AS THEY DO
029866*  IN ADJCTOT.  A RESTART'S REPLAY OF THE RECORD BEFORE IT IS
029932*  SKIPPED.
030000******************************************************************
030100 2000-TALLY-AUDIT.
030200     ADD 1 TO WS-READ-COUNT.
030300     IF AA-BUSINESS-DATE NUMERIC
030400         AND AA-BUSINESS-DATE > ZERO
030500         MOVE AA-BUSINESS-DATE TO WS-AUD-DATE
030600     ELSE
030700         MOVE AA-LOG-DATE TO WS-AUD-DATE
030800     END-IF.
030900     MOVE WS-AUD-DATE (1:6) TO WS-AUD-MONTH.
031000     IF WS-AUD-MONTH NOT = WS-TARGET-MONTH
031100         GO TO 2000-NEXT
031200     END-IF.
031210     IF AA-TXN-ID = WS-PREV-TXN-ID
031220         AND WS-AUD-DATE = WS-PREV-DATE
031230         AND AA-RETURN-CODE = WS-PREV-RC
031240         ADD 1 TO WS-REPLAY-COUNT
031250         GO TO 2000-NEXT
031260     END-IF.
031270     MOVE AA-TXN-ID TO WS-PREV-TXN-ID.
031280     MOVE WS-AUD-DATE TO WS-PREV-DATE.
031290     MOVE AA-RETURN-CODE TO WS-PREV-RC.
031300     ADD 1 TO WS-MONTH-READ.
031400     MOVE AA-CATEGORY-CODE TO WS-SEARCH-CATEGORY.
031500     PERFORM 2100-FIND-CAT THRU 2100-EXIT.
031600     IF NOT WS-MATCH-FOUND
031700         PERFORM 2200-ADD-CAT THRU 2200-EXIT
031800         IF WS-ABEND
031900             GO TO 2000-EXIT
032000         END-IF
032100     END-IF.
032200     IF AA-RETURN-CODE = ZERO
032300         ADD 1 TO WS-CT-TXN-COUNT (WS-FOUND-IX)
032400         IF AA-NUM < ZERO
032500             ADD 1 TO WS-CT-CREDIT-COUNT (WS-FOUND-IX)
032600         ELSE
032700             ADD 1 TO WS-CT-DEBIT-COUNT (WS-FOUND-IX)
032800         END-IF
032900         ADD AA-ADJ-AMOUNT TO WS-CT-NET-ADJ (WS-FOUND-IX)
033000     ELSE
033100         ADD 1 TO WS-CT-EXCEPT-COUNT (WS-FOUND-IX)
033200     END-IF.
033300 2000-NEXT.
033400     PERFORM 8000-READ-AUDIT THRU 8000-EXIT.
033500 2000-EXIT.
033600     EXIT.
033700
033800 2100-FIND-CAT.
033900     MOVE 'N' TO WS-MATCH-SW.
034000     MOVE ZERO TO WS-FOUND-IX.
034100     PERFORM 2150-CHECK-ONE-CAT THRU 2150-EXIT
034200         VARYING WS-CAT-IX FROM 1 BY 1
034300         UNTIL WS-CAT-IX > WS-CAT-COUNT
034400         OR WS-MATCH-FOUND.
034500 2100-EXIT.
034600     EXIT.
034700
034800 2150-CHECK-ONE-CAT.
034900     IF WS-CT-CATEGORY (WS-CAT-IX) = WS-SEARCH-CATEGORY
035000         SET WS-MATCH-FOUND TO TRUE
035100         MOVE WS-CAT-IX TO WS-FOUND-IX
035200     END-IF.
035300 2150-EXIT.
035400     EXIT.
035500
035600 2200-ADD-CAT.
035700     IF WS-CAT-COUNT NOT < WS-CAT-MAX
035800         DISPLAY 'ADJDCHG - CATEGORY TABLE FULL'
035900         SET WS-ABEND TO TRUE
036000         GO TO 2200-EXIT
036100     END-IF.
036200     ADD 1 TO WS-CAT-COUNT.
036300     MOVE WS-CAT-COUNT TO WS-FOUND-IX.
036400     MOVE SPACES TO WS-CT-SORT-KEY (WS-FOUND-IX).
036500     MOVE WS-SEARCH-CATEGORY TO WS-CT-CATEGORY (WS-FOUND-IX).
036600     MOVE SPACES TO WS-CT-DESC (WS-FOUND-IX).
036700     MOVE SPACES TO WS-CT-NOTE (WS-FOUND-IX).
036800     MOVE ZERO TO WS-CT-TXN-COUNT (WS-FOUND-IX).
036900     MOVE ZERO TO WS-CT-CREDIT-COUNT (WS-FOUND-IX).
037000     MOVE ZERO TO WS-CT-DEBIT-COUNT (WS-FOUND-IX).
037100     MOVE ZERO TO WS-CT-NET-ADJ (WS-FOUND-IX).
037200     MOVE ZERO TO WS-CT-EXCEPT-COUNT (WS-FOUND-IX).
037300 2200-EXIT.
037400     EXIT.
037500
037600******************************************************************
037700*  2500-TALLY-HIST - ADD ONE ADJCTHST RUN (ONE PER CYCLE) FOR THE
037800*  MONTH INTO THE HISTORY SIDE OF THE TIE-OUT, BY BUSINESS DATE.
037900******************************************************************
038000 2500-TALLY-HIST.
038100     ADD 1 TO WS-HIST-READ.
038133     IF HS-BUSINESS-DATE NUMERIC
038166         AND HS-BUSINESS-DATE > ZERO
038199         MOVE HS-BUSINESS-DATE TO WS-HIST-DATE
038232     ELSE
038265         IF HS-RUN-DATE NOT NUMERIC
038298             GO TO 2500-NEXT
038331         END-IF
038364         MOVE HS-RUN-DATE TO WS-HIST-DATE
038400     END-IF.
038500     IF WS-HIST-DATE (1:6) NOT = WS-TARGET-MONTH
038600         GO TO 2500-NEXT
038700     END-IF.
038800     ADD 1 TO WS-HIST-RUNS.
038900     ADD HS-RECORD-COUNT TO WS-HS-TXN-COUNT.
039000     ADD HS-CREDIT-COUNT TO WS-HS-CREDIT-COUNT.
039100     ADD HS-DEBIT-COUNT TO WS-HS-DEBIT-COUNT.
039200     ADD HS-EXCEPTION-COUNT TO WS-HS-EXCEPT-COUNT.
039300     ADD HS-ADJ-AMOUNT-TOTAL TO WS-HS-NET-ADJ.
039400 2500-NEXT.
039500     PERFORM 8100-READ-HIST THRU 8100-EXIT.
039600 2500-EXIT.
039700     EXIT.
039800
039900******************************************************************
040000*  3000-ATTRIBUTE-CAT - LOOK THE CATEGORY UP ON THE MASTER AND
040100*  HANG IT ON ITS OWNING DEPARTMENT.  A BLANK CM-DEPT, OR NO
040200*  MASTER RECORD AT ALL, MAKES IT UNALLOCATED.
040300******************************************************************
040400 3000-ATTRIBUTE-CAT.
040500     MOVE 'U' TO WS-CT-ALLOC-IND (WS-CAT-IX).
040600     MOVE SPACES TO WS-CT-DEPT (WS-CAT-IX).
040700     MOVE WS-CT-CATEGORY (WS-CAT-IX) TO CM-CODE.
040800     READ ADJ-CAT-FILE
040900         INVALID KEY
041000             MOVE 'NOT ON MASTER' TO WS-CT-DESC (WS-CAT-IX)
041100             MOVE 'NO MSTR' TO WS-CT-NOTE (WS-CAT-IX)
041200             ADD 1 TO WS-UNALLOC-CATS
041300             GO TO 3000-EXIT
041400     END-READ.
041500     MOVE CM-DESC TO WS-CT-DESC (WS-CAT-IX).
041600     IF CM-DEPT = SPACES
041700         MOVE 'NO DEPT' TO WS-CT-NOTE (WS-CAT-IX)
041800         ADD 1 TO WS-UNALLOC-CATS
041900     ELSE
042000         MOVE 'A' TO WS-CT-ALLOC-IND (WS-CAT-IX)
042100         MOVE CM-DEPT TO WS-CT-DEPT (WS-CAT-IX)
042200     END-IF.
042300 3000-EXIT.
042400     EXIT.
042500
042600******************************************************************
042700*  3500-SORT-CATS - EXCHANGE SORT OF THE CATEGORY TABLE ON ITS
042800*  SORT KEY (AT MOST 100 ENTRIES) SO THE STATEMENTS CAN BE
042900*  PRINTED WITH A SIMPLE DEPARTMENT CONTROL BREAK.
043000******************************************************************
043100 3500-SORT-CATS.
043200     IF WS-CAT-COUNT < 2
043300         GO TO 3500-EXIT
043400     END-IF.
043500     PERFORM 3550-COMPARE-PAIR THRU 3550-EXIT
043600         VARYING WS-PASS-IX FROM 1 BY 1
043700         UNTIL WS-PASS-IX NOT < WS-CAT-COUNT
043800         AFTER WS-CAT-IX FROM 1 BY 1
043900         UNTIL WS-CAT-IX > WS-CAT-COUNT - WS-PASS-IX.
044000 3500-EXIT.
044100     EXIT.
044200
044300 3550-COMPARE-PAIR.
044400     COMPUTE WS-NEXT-IX = WS-CAT-IX + 1.
044500     IF WS-CT-SORT-KEY (WS-CAT-IX) > WS-CT-SORT-KEY (WS-NEXT-IX)
044600         MOVE WS-CAT-ENTRY (WS-CAT-IX) TO WS-SWAP-ENTRY
044700         MOVE WS-CAT-ENTRY (WS-NEXT-IX)
044800             TO WS-CAT-ENTRY (WS-CAT-IX)
044900         MOVE WS-SWAP-ENTRY TO WS-CAT-ENTRY (WS-NEXT-IX)
045000     END-IF.
045100 3550-EXIT.
045200     EXIT.
045300
045400******************************************************************
045500*  3800-PROVE-TOTALS - ADD UP THE STATEMENT SIDE AND COMPARE IT
045600*  TO THE MONTH'S ADJCTHST TOTALS.  ANY DIFFERENCE IN THE POSTED,
045700*  EXCEPTION, CREDIT OR DEBIT COUNT OR THE NET ADJUSTMENT PUTS
045800*  THE RUN OUT OF BALANCE AND KEEPS THE INTERFACE FILE EMPTY.
045900******************************************************************
046000 3800-PROVE-TOTALS.
046100     PERFORM 3850-ADD-GRAND THRU 3850-EXIT
046200         VARYING WS-CAT-IX FROM 1 BY 1
046300         UNTIL WS-CAT-IX > WS-CAT-COUNT.
046400     IF WS-GR-TXN-COUNT NOT = WS-HS-TXN-COUNT
046500         OR WS-GR-CREDIT-COUNT NOT = WS-HS-CREDIT-COUNT
046600         OR WS-GR-DEBIT-COUNT NOT = WS-HS-DEBIT-COUNT
046700         OR WS-GR-EXCEPT-COUNT NOT = WS-HS-EXCEPT-COUNT
046800         OR WS-GR-NET-ADJ NOT = WS-HS-NET-ADJ
046900         SET WS-OUT-OF-BALANCE TO TRUE
047000     END-IF.
047100 3800-EXIT.
047200     EXIT.
047300
047400 3850-ADD-GRAND.
047500     ADD WS-CT-TXN-COUNT (WS-CAT-IX) TO WS-GR-TXN-COUNT.
047600     ADD WS-CT-CREDIT-COUNT (WS-CAT-IX) TO WS-GR-CREDIT-COUNT.
047700     ADD WS-CT-DEBIT-COUNT (WS-CAT-IX) TO WS-GR-DEBIT-COUNT.
047800     ADD WS-CT-NET-ADJ (WS-CAT-IX) TO WS-GR-NET-ADJ.
047900     ADD WS-CT-EXCEPT-COUNT (WS-CAT-IX) TO WS-GR-EXCEPT-COUNT.
048000     IF WS-CT-ALLOC-IND (WS-CAT-IX) = 'U'
048100         ADD WS-CT-TXN-COUNT (WS-CAT-IX) TO WS-UN-TXN-COUNT
048200         ADD WS-CT-CREDIT-COUNT (WS-CAT-IX) TO WS-UN-CREDIT-COUNT
048300         ADD WS-CT-DEBIT-COUNT (WS-CAT-IX) TO WS-UN-DEBIT-COUNT
048400         ADD WS-CT-NET-ADJ (WS-CAT-IX) TO WS-UN-NET-ADJ
048500         ADD WS-CT-EXCEPT-COUNT (WS-CAT-IX) TO WS-UN-EXCEPT-COUNT
048600     END-IF.
048700 3850-EXIT.
048800     EXIT.
048900
049000******************************************************************
049100*  4000-WRITE-STATEMENTS - ONE STATEMENT PAGE PER DEPARTMENT (THE
049200*  UNALLOCATED PAGE LAST) AND, WHEN THE MONTH TIES OUT, THE
049300*  INTERFACE FILE: HEADER, ONE DETAIL PER CATEGORY, TRAILER.
049400******************************************************************
049500 4000-WRITE-STATEMENTS.
049600     IF WS-IN-BALANCE
049700         MOVE SPACES TO ADJ-CHB-RECORD
049800         SET CB-HEADER-RECORD TO TRUE
049900         MOVE WS-TARGET-MONTH TO CB-HDR-MONTH
050000         MOVE WS-TODAY TO CB-HDR-CREATE-DATE
050100         WRITE ADJ-CHB-RECORD
050200     END-IF.
050300     MOVE HIGH-VALUES TO WS-CURR-KEY.
050400     PERFORM 4100-STATEMENT-LINE THRU 4100-EXIT
050500         VARYING WS-CAT-IX FROM 1 BY 1
050600         UNTIL WS-CAT-IX > WS-CAT-COUNT.
050700     IF WS-DEPT-COUNT > ZERO
050800         PERFORM 4300-END-DEPT THRU 4300-EXIT
050900     END-IF.
051000     IF WS-IN-BALANCE
051100         MOVE SPACES TO ADJ-CHB-RECORD
051200         SET CB-TRAILER-RECORD TO TRUE
051300         MOVE WS-DETAIL-COUNT TO CB-TRL-DETAIL-COUNT
051400         MOVE WS-GR-TXN-COUNT TO CB-TRL-TXN-COUNT
051500         MOVE WS-GR-CREDIT-COUNT TO CB-TRL-CREDIT-COUNT
051600         MOVE WS-GR-DEBIT-COUNT TO CB-TRL-DEBIT-COUNT
051700         MOVE WS-GR-NET-ADJ TO CB-TRL-NET-ADJ
051800         MOVE WS-GR-EXCEPT-COUNT TO CB-TRL-EXCEPT-COUNT
051900         WRITE ADJ-CHB-RECORD
052000     END-IF.
052100 4000-EXIT.
052200     EXIT.
052300
052400 4100-STATEMENT-LINE.
052500     IF WS-CT-DEPT-KEY (WS-CAT-IX) NOT = WS-CURR-KEY
052600         IF WS-DEPT-COUNT > ZERO
052700             PERFORM 4300-END-DEPT THRU 4300-EXIT
052800         END-IF
052900         PERFORM 4200-START-DEPT THRU 4200-EXIT
053000     END-IF.
053100     MOVE SPACES TO WS-LN-LABEL.
053200     STRING WS-CT-CATEGORY (WS-CAT-IX) ' '
053300         WS-CT-DESC (WS-CAT-IX)
053400         DELIMITED BY SIZE INTO WS-LN-LABEL.
053500     MOVE WS-CT-TXN-COUNT (WS-CAT-IX) TO WS-LN-TXN-COUNT.
053600     MOVE WS-CT-CREDIT-COUNT (WS-CAT-IX) TO WS-LN-CREDIT-COUNT.
053700     MOVE WS-CT-DEBIT-COUNT (WS-CAT-IX) TO WS-LN-DEBIT-COUNT.
053800     MOVE WS-CT-NET-ADJ (WS-CAT-IX) TO WS-LN-NET-ADJ.
053900     MOVE WS-CT-EXCEPT-COUNT (WS-CAT-IX) TO WS-LN-EXCEPT-COUNT.
054000     MOVE WS-CT-NOTE (WS-CAT-IX) TO WS-LN-NOTE.
054100     PERFORM 4500-PRINT-AMOUNT-LINE THRU 4500-EXIT.
054200     ADD WS-CT-TXN-COUNT (WS-CAT-IX)
054300         TO WS-DT-TXN-COUNT (WS-DEPT-IX).
054400     ADD WS-CT-CREDIT-COUNT (WS-CAT-IX)
054500         TO WS-DT-CREDIT-COUNT (WS-DEPT-IX).
054600     ADD WS-CT-DEBIT-COUNT (WS-CAT-IX)
054700         TO WS-DT-DEBIT-COUNT (WS-DEPT-IX).
054800     ADD WS-CT-NET-ADJ (WS-CAT-IX)
054900         TO WS-DT-NET-ADJ (WS-DEPT-IX).
055000     ADD WS-CT-EXCEPT-COUNT (WS-CAT-IX)
055100         TO WS-DT-EXCEPT-COUNT (WS-DEPT-IX).
055200     IF WS-IN-BALANCE
055300         MOVE SPACES TO ADJ-CHB-RECORD
055400         SET CB-DETAIL-RECORD TO TRUE
055500         MOVE WS-CT-DEPT (WS-CAT-IX) TO CB-DTL-DEPT
055600         MOVE WS-CT-ALLOC-IND (WS-CAT-IX) TO CB-DTL-ALLOC-IND
055700         MOVE WS-CT-CATEGORY (WS-CAT-IX) TO CB-DTL-CATEGORY-CODE
055800         MOVE WS-CT-TXN-COUNT (WS-CAT-IX) TO CB-DTL-TXN-COUNT
055900         MOVE WS-CT-CREDIT-COUNT (WS-CAT-IX)
056000             TO CB-DTL-CREDIT-COUNT
056100         MOVE WS-CT-DEBIT-COUNT (WS-CAT-IX) TO CB-DTL-DEBIT-COUNT
056200         MOVE WS-CT-NET-ADJ (WS-CAT-IX) TO CB-DTL-NET-ADJ
056300         MOVE WS-CT-EXCEPT-COUNT (WS-CAT-IX)
056400             TO CB-DTL-EXCEPT-COUNT
056500         WRITE ADJ-CHB-RECORD
056600         ADD 1 TO WS-DETAIL-COUNT
056700     END-IF.
056800 4100-EXIT.
056900     EXIT.
057000
057100******************************************************************
057200*  4200-START-DEPT - NEW PAGE AND HEADING FOR THE NEXT
057300*  DEPARTMENT, AND A FRESH RECAP ENTRY FOR ITS TOTALS.  THE
057400*  RECAP TABLE CANNOT OVERFLOW - THERE ARE NEVER MORE PAGES THAN
057500*  CATEGORIES.
057600******************************************************************
057700 4200-START-DEPT.
057800     MOVE WS-CT-DEPT-KEY (WS-CAT-IX) TO WS-CURR-KEY.
057900     ADD 1 TO WS-DEPT-COUNT.
058000     MOVE WS-DEPT-COUNT TO WS-DEPT-IX.
058100     MOVE WS-CURR-KEY TO WS-DT-DEPT-KEY (WS-DEPT-IX).
058200     MOVE ZERO TO WS-DT-TXN-COUNT (WS-DEPT-IX).
058300     MOVE ZERO TO WS-DT-CREDIT-COUNT (WS-DEPT-IX).
058400     MOVE ZERO TO WS-DT-DEBIT-COUNT (WS-DEPT-IX).
058500     MOVE ZERO TO WS-DT-NET-ADJ (WS-DEPT-IX).
058600     MOVE ZERO TO WS-DT-EXCEPT-COUNT (WS-DEPT-IX).
058700     ADD 1 TO WS-DEPT-PAGES.
058800     MOVE SPACES TO RPT-LINE.
058900     STRING 'DEPARTMENT CHARGEBACK STATEMENT - MONTH '
059000         WS-TARGET-MONTH (1:4) '/' WS-TARGET-MONTH (5:2)
059100         DELIMITED BY SIZE INTO RPT-LINE.
059200     WRITE RPT-LINE AFTER ADVANCING PAGE.
059300     MOVE SPACES TO RPT-LINE.
059400     WRITE RPT-LINE.
059500     MOVE SPACES TO RPT-LINE.
059600     IF WS-DT-ALLOC-IND (WS-DEPT-IX) = 'U'
059700         STRING 'DEPARTMENT: *** UNALLOCATED *** - NO OWNING '
059800             'DEPARTMENT ON THE CATEGORY MASTER'
059900             DELIMITED BY SIZE INTO RPT-LINE
060000     ELSE
060100         STRING 'DEPARTMENT: ' WS-DT-DEPT (WS-DEPT-IX)
060200             DELIMITED BY SIZE INTO RPT-LINE
060300     END-IF.
060400     WRITE RPT-LINE.
060500     MOVE SPACES TO RPT-LINE.
060600     WRITE RPT-LINE.
060700     MOVE SPACES TO RPT-LINE.
060800     STRING 'CC DESCRIPTION         POSTED'
060900         '    CREDIT     DEBIT'
061000         '     NET ADJ     EXCPT NOTE'
061100         DELIMITED BY SIZE INTO RPT-LINE.
061200     WRITE RPT-LINE.
061300 4200-EXIT.
061400     EXIT.
061500
061600 4300-END-DEPT.
061700     MOVE SPACES TO RPT-LINE.
061800     WRITE RPT-LINE.
061900     MOVE 'DEPARTMENT TOTAL' TO WS-LN-LABEL.
062000     MOVE WS-DT-TXN-COUNT (WS-DEPT-IX) TO WS-LN-TXN-COUNT.
062100     MOVE WS-DT-CREDIT-COUNT (WS-DEPT-IX) TO WS-LN-CREDIT-COUNT.
062200     MOVE WS-DT-DEBIT-COUNT (WS-DEPT-IX) TO WS-LN-DEBIT-COUNT.
062300     MOVE WS-DT-NET-ADJ (WS-DEPT-IX) TO WS-LN-NET-ADJ.
062400     MOVE WS-DT-EXCEPT-COUNT (WS-DEPT-IX) TO WS-LN-EXCEPT-COUNT.
062500     MOVE SPACES TO WS-LN-NOTE.
062600     PERFORM 4500-PRINT-AMOUNT-LINE THRU 4500-EXIT.
062700 4300-EXIT.
062800     EXIT.
062900
063000******************************************************************
063100*  4500-PRINT-AMOUNT-LINE - ONE LABELLED LINE OF POSTED, CREDIT,
063200*  DEBIT, NET ADJUSTMENT AND EXCEPTION FIGURES, SHARED BY THE
063300*  STATEMENT PAGES AND THE RECAP.
063400******************************************************************
063500 4500-PRINT-AMOUNT-LINE.
063600     MOVE WS-LN-TXN-COUNT TO WS-TXN-ED.
063700     MOVE WS-LN-CREDIT-COUNT TO WS-CREDIT-ED.
063800     MOVE WS-LN-DEBIT-COUNT TO WS-DEBIT-ED.
063900     MOVE WS-LN-NET-ADJ TO WS-NET-ED.
064000     MOVE WS-LN-EXCEPT-COUNT TO WS-EXCEPT-ED.
064100     MOVE SPACES TO RPT-LINE.
064200     STRING WS-LN-LABEL ' ' WS-TXN-ED ' ' WS-CREDIT-ED ' '
064300         WS-DEBIT-ED ' ' WS-NET-ED ' ' WS-EXCEPT-ED ' '
064400         WS-LN-NOTE
064500         DELIMITED BY SIZE INTO RPT-LINE.
064600     WRITE RPT-LINE.
064700 4500-EXIT.
064800     EXIT.
064900
065000******************************************************************
065100*  5000-WRITE-RECAP - LAST PAGE: ONE LINE PER DEPARTMENT, THE
065200*  ALLOCATED, UNALLOCATED AND GRAND TOTALS, THEN THE TIE-OUT TO
065300*  THE MONTH'S ADJCTHST TOTALS AND ITS VERDICT.
065400******************************************************************
065500 5000-WRITE-RECAP.
065600     MOVE SPACES TO RPT-LINE.
065700     STRING 'DEPARTMENT CHARGEBACK RECAP - MONTH '
065800         WS-TARGET-MONTH (1:4) '/' WS-TARGET-MONTH (5:2)
065900         DELIMITED BY SIZE INTO RPT-LINE.
066000     WRITE RPT-LINE AFTER ADVANCING PAGE.
066100     MOVE SPACES TO RPT-LINE.
066200     WRITE RPT-LINE.
066300     MOVE SPACES TO RPT-LINE.
066400     STRING 'DEPARTMENT             POSTED'
066500         '    CREDIT     DEBIT'
066600         '     NET ADJ     EXCPT'
066700         DELIMITED BY SIZE INTO RPT-LINE.
066800     WRITE RPT-LINE.
066900     IF WS-DEPT-COUNT = ZERO
067000         MOVE SPACES TO RPT-LINE
067100         STRING 'NO ADJUSTMENT ACTIVITY FOR THE MONTH ON THE '
067200             'AUDIT TRAIL'
067300             DELIMITED BY SIZE INTO RPT-LINE
067400         WRITE RPT-LINE
067500     END-IF.
067600     PERFORM 5100-RECAP-LINE THRU 5100-EXIT
067700         VARYING WS-DEPT-IX FROM 1 BY 1
067800         UNTIL WS-DEPT-IX > WS-DEPT-COUNT.
067900     MOVE SPACES TO RPT-LINE.
068000     WRITE RPT-LINE.
068100     MOVE 'ALLOCATED TOTAL' TO WS-LN-LABEL.
068200     COMPUTE WS-LN-TXN-COUNT = WS-GR-TXN-COUNT - WS-UN-TXN-COUNT.
068300     COMPUTE WS-LN-CREDIT-COUNT =
068400         WS-GR-CREDIT-COUNT - WS-UN-CREDIT-COUNT.
068500     COMPUTE WS-LN-DEBIT-COUNT =
068600         WS-GR-DEBIT-COUNT - WS-UN-DEBIT-COUNT.
068700     COMPUTE WS-LN-NET-ADJ = WS-GR-NET-ADJ - WS-UN-NET-ADJ.
068800     COMPUTE WS-LN-EXCEPT-COUNT =
068900         WS-GR-EXCEPT-COUNT - WS-UN-EXCEPT-COUNT.
069000     MOVE SPACES TO WS-LN-NOTE.
069100     PERFORM 4500-PRINT-AMOUNT-LINE THRU 4500-EXIT.
069200     MOVE 'UNALLOCATED TOTAL' TO WS-LN-LABEL.
069300     MOVE WS-UN-TXN-COUNT TO WS-LN-TXN-COUNT.
069400     MOVE WS-UN-CREDIT-COUNT TO WS-LN-CREDIT-COUNT.
069500     MOVE WS-UN-DEBIT-COUNT TO WS-LN-DEBIT-COUNT.
069600     MOVE WS-UN-NET-ADJ TO WS-LN-NET-ADJ.
069700     MOVE WS-UN-EXCEPT-COUNT TO WS-LN-EXCEPT-COUNT.
069800     PERFORM 4500-PRINT-AMOUNT-LINE THRU 4500-EXIT.
069900     MOVE 'GRAND TOTAL' TO WS-LN-LABEL.
070000     MOVE WS-GR-TXN-COUNT TO WS-LN-TXN-COUNT.
070100     MOVE WS-GR-CREDIT-COUNT TO WS-LN-CREDIT-COUNT.
070200     MOVE WS-GR-DEBIT-COUNT TO WS-LN-DEBIT-COUNT.
070300     MOVE WS-GR-NET-ADJ TO WS-LN-NET-ADJ.
070400     MOVE WS-GR-EXCEPT-COUNT TO WS-LN-EXCEPT-COUNT.
070500     PERFORM 4500-PRINT-AMOUNT-LINE THRU 4500-EXIT.
070600     IF WS-UNALLOC-CATS > ZERO
070700         MOVE WS-UNALLOC-CATS TO WS-CNT-ED
070800         MOVE SPACES TO RPT-LINE
070900         STRING '*** ' WS-CNT-ED ' CATEGORIES UNALLOCATED - SET '
071000             'CM-DEPT THROUGH ADJCMNT ***'
071100             DELIMITED BY SIZE INTO RPT-LINE
071200         WRITE RPT-LINE
071300     END-IF.
071400     MOVE SPACES TO RPT-LINE.
071500     WRITE RPT-LINE.
071600     MOVE SPACES TO RPT-LINE.
071700     STRING 'TIE-OUT TO ADJCTHST        STATEMENT'
071800         '     HISTORY  DIFFERENCE'
071900         DELIMITED BY SIZE INTO RPT-LINE.
072000     WRITE RPT-LINE.
072100     MOVE 'POSTED TRANSACTIONS....: ' TO WS-TIE-LABEL.
072200     MOVE WS-GR-TXN-COUNT TO WS-TIE-STMT.
072300     MOVE WS-HS-TXN-COUNT TO WS-TIE-HIST.
072400     PERFORM 5500-PRINT-TIE-LINE THRU 5500-EXIT.
072500     MOVE 'CREDITS................: ' TO WS-TIE-LABEL.
072600     MOVE WS-GR-CREDIT-COUNT TO WS-TIE-STMT.
072700     MOVE WS-HS-CREDIT-COUNT TO WS-TIE-HIST.
072800     PERFORM 5500-PRINT-TIE-LINE THRU 5500-EXIT.
072900     MOVE 'DEBITS.................: ' TO WS-TIE-LABEL.
073000     MOVE WS-GR-DEBIT-COUNT TO WS-TIE-STMT.
073100     MOVE WS-HS-DEBIT-COUNT TO WS-TIE-HIST.
073200     PERFORM 5500-PRINT-TIE-LINE THRU 5500-EXIT.
073300     MOVE 'NET ADJUSTMENT.........: ' TO WS-TIE-LABEL.
073400     MOVE WS-GR-NET-ADJ TO WS-TIE-STMT.
073500     MOVE WS-HS-NET-ADJ TO WS-TIE-HIST.
073600     PERFORM 5500-PRINT-TIE-LINE THRU 5500-EXIT.
073700     MOVE 'EXCEPTIONS.............: ' TO WS-TIE-LABEL.
073800     MOVE WS-GR-EXCEPT-COUNT TO WS-TIE-STMT.
073900     MOVE WS-HS-EXCEPT-COUNT TO WS-TIE-HIST.
074000     PERFORM 5500-PRINT-TIE-LINE THRU 5500-EXIT.
074100     MOVE WS-HIST-RUNS TO WS-CNT-ED.
074200     MOVE SPACES TO RPT-LINE.
074300     STRING 'ADJCTHST RUNS IN MONTH.: ' WS-CNT-ED
074400         DELIMITED BY SIZE INTO RPT-LINE.
074500     WRITE RPT-LINE.
074516     MOVE WS-REPLAY-COUNT TO WS-CNT-ED.
074532     MOVE SPACES TO RPT-LINE.
074548     STRING 'RESTART REPLAYS SKIPPED: ' WS-CNT-ED
074564         DELIMITED BY SIZE INTO RPT-LINE.
074580     WRITE RPT-LINE.
074600     MOVE SPACES TO RPT-LINE.
074700     WRITE RPT-LINE.
074800     MOVE SPACES TO RPT-LINE.
074900     IF WS-IN-BALANCE
075000         STRING '*** STATEMENTS TIE TO ADJCTHST - INTERFACE FILE '
075100             'WRITTEN ***'
075200             DELIMITED BY SIZE INTO RPT-LINE
075300     ELSE
075400         STRING '*** OUT OF BALANCE WITH ADJCTHST - INTERFACE '
075500             'FILE NOT WRITTEN ***'
075600             DELIMITED BY SIZE INTO RPT-LINE
075700     END-IF.
075800     WRITE RPT-LINE.
075900 5000-EXIT.
076000     EXIT.
076100
076200 5100-RECAP-LINE.
076300     MOVE SPACES TO WS-LN-LABEL.
076400     IF WS-DT-ALLOC-IND (WS-DEPT-IX) = 'U'
076500         MOVE '*** UNALLOCATED ***' TO WS-LN-LABEL
076600     ELSE
076700         MOVE WS-DT-DEPT (WS-DEPT-IX) TO WS-LN-LABEL
076800     END-IF.
076900     MOVE WS-DT-TXN-COUNT (WS-DEPT-IX) TO WS-LN-TXN-COUNT.
077000     MOVE WS-DT-CREDIT-COUNT (WS-DEPT-IX) TO WS-LN-CREDIT-COUNT.
077100     MOVE WS-DT-DEBIT-COUNT (WS-DEPT-IX) TO WS-LN-DEBIT-COUNT.
077200     MOVE WS-DT-NET-ADJ (WS-DEPT-IX) TO WS-LN-NET-ADJ.
077300     MOVE WS-DT-EXCEPT-COUNT (WS-DEPT-IX) TO WS-LN-EXCEPT-COUNT.
077400     MOVE SPACES TO WS-LN-NOTE.
077500     PERFORM 4500-PRINT-AMOUNT-LINE THRU 4500-EXIT.
077600 5100-EXIT.
077700     EXIT.
077800
077900 5500-PRINT-TIE-LINE.
078000     COMPUTE WS-TIE-DIFF = WS-TIE-STMT - WS-TIE-HIST.
078100     MOVE WS-TIE-STMT TO WS-STMT-ED.
078200     MOVE WS-TIE-HIST TO WS-HIST-ED.
078300     MOVE WS-TIE-DIFF TO WS-DIFF-ED.
078400     MOVE SPACES TO RPT-LINE.
078500     IF WS-TIE-DIFF = ZERO
078600         STRING WS-TIE-LABEL WS-STMT-ED ' ' WS-HIST-ED ' '
078700             WS-DIFF-ED
078800             DELIMITED BY SIZE INTO RPT-LINE
078900     ELSE
079000         STRING WS-TIE-LABEL WS-STMT-ED ' ' WS-HIST-ED ' '
079100             WS-DIFF-ED ' *** DIFF ***'
079200             DELIMITED BY SIZE INTO RPT-LINE
079300     END-IF.
079400     WRITE RPT-LINE.
079500 5500-EXIT.
079600     EXIT.
079700
079800 8000-READ-AUDIT.
079900     READ ADJ-AUDIT-FILE
080000         AT END
080100             SET WS-AUDIT-EOF TO TRUE
080200     END-READ.
080300 8000-EXIT.
080400     EXIT.
080500
080600 8100-READ-HIST.
080700     READ ADJ-HIST-FILE
080800         AT END
080900             SET WS-HIST-EOF TO TRUE
081000     END-READ.
081100 8100-EXIT.
081200     EXIT.
081300
081400******************************************************************
081500*  9000-TERMINATE - CLOSE UP, SUMMARIZE TO SYSOUT AND SET THE
081600*  RETURN CODE: 16 ABORTED, 8 OUT OF BALANCE, 4 UNALLOCATED
081700*  ACTIVITY, ELSE 0.
081800******************************************************************
081900 9000-TERMINATE.
082000     CLOSE ADJ-AUDIT-FILE.
082100     CLOSE ADJ-HIST-FILE.
082200     CLOSE ADJ-CAT-FILE.
082300     CLOSE ADJ-CHB-FILE.
082400     CLOSE ADJ-CHB-RPT.
082500     DISPLAY 'ADJDCHG - MONTH BILLED..............: '
082600         WS-TARGET-MONTH.
082700     DISPLAY 'ADJDCHG - AUDIT RECORDS READ........: '
082800         WS-READ-COUNT.
082900     DISPLAY 'ADJDCHG - AUDIT RECORDS IN MONTH....: '
083000         WS-MONTH-READ.
083033     DISPLAY 'ADJDCHG - RESTART REPLAYS SKIPPED...: '
083066         WS-REPLAY-COUNT.
083100     DISPLAY 'ADJDCHG - ADJCTHST RUNS IN MONTH....: '
083200         WS-HIST-RUNS.
083300     DISPLAY 'ADJDCHG - DEPARTMENT PAGES..........: '
083400         WS-DEPT-PAGES.
083500     DISPLAY 'ADJDCHG - UNALLOCATED CATEGORIES....: '
083600         WS-UNALLOC-CATS.
083700     DISPLAY 'ADJDCHG - INTERFACE DETAILS WRITTEN.: '
083800         WS-DETAIL-COUNT.
083900     EVALUATE TRUE
084000         WHEN WS-ABEND
084100             MOVE 16 TO RETURN-CODE
084200         WHEN WS-OUT-OF-BALANCE
084300             DISPLAY 'ADJDCHG - OUT OF BALANCE WITH ADJCTHST, '
084400                 'INTERFACE FILE NOT WRITTEN'
084500             MOVE 8 TO RETURN-CODE
084600         WHEN WS-UNALLOC-CATS > ZERO
084700             DISPLAY 'ADJDCHG - ACTIVITY IN CATEGORIES WITH NO '
084800                 'OWNING DEPARTMENT'
084900             MOVE 4 TO RETURN-CODE
085000         WHEN OTHER
085100             MOVE ZERO TO RETURN-CODE
085200     END-EVALUATE.
085300 9000-EXIT.
085400     EXIT.
085500
085600 END PROGRAM ADJDCHG.

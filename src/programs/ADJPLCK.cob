000100******************************************************************
000200*  PROGRAM-ID.  ADJPLCK
000300*  AUTHOR.      R L KOWALCZYK
000400*  INSTALLATION. DISTRIBUTION LOGISTICS - ORDER ADJUSTMENTS
000500*  DATE-WRITTEN. 10/15/2026
000600******************************************************************
000700*  ACCOUNTING PERIOD LOCK CHECK.  CALLED BY EVERY PROGRAM THAT CAN
000800*  CHANGE OR RE-SEND A BUSINESS DATE (ADJRCTLM, ADJBATCH, ADJRSND,
000900*  ADJGL, ADJPMNT, ADJPAPPR, ADJRCYC) BEFORE IT ACTS, AND BY
001000*  ADJSTAT TO SHOW THE PERIOD'S STATUS.  LOOKS THE DATE'S MONTH UP
001100*  ON THE PERIOD CONTROL KSDS (ADJPERF) AND RETURNS OPEN, CLOSING,
001200*  OR CLOSED.  A CLOSED PERIOD ON A CHECK CALL IS REFUSED LOUDLY:
001300*  A BANNER GOES TO SYSOUT AND A REFUSAL RECORD (ADJPLR LAYOUT) IS
001400*  APPENDED TO THE SHARED REFUSAL LOG (ADJPLRLG) FOR THE MORNING
001500*  DASHBOARD.  THE KSDS IS OPENED ON THE FIRST CALL AND LEFT OPEN.
001600*  IF IT HAS NEVER BEEN CREATED (STATUS 35) NO PERIOD HAS EVER
001700*  BEEN CLOSED AND EVERY DATE IS OPEN.  ANY OTHER OPEN OR READ
001800*  FAILURE FAILS CLOSED - EVERY CHECK IS REFUSED WITH
001900*  PL-RC-FILE-ERROR, THE SAME RULE ADJAUTH FOLLOWS.
002000******************************************************************
002100*  MODIFICATION HISTORY
002200*  ---------------------------------------------------------------
002300*  DATE       INIT  DESCRIPTION
002400*  10/15/2026 RLK   ORIGINAL.
002500******************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID.  ADJPLCK.
002800
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT ADJ-PERIOD-FILE ASSIGN TO "ADJPERF"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS PR-PERIOD
003600         FILE STATUS IS WS-PER-STATUS.
003700
003800     SELECT ADJ-REFUSAL-LOG ASSIGN TO "ADJPLRLG"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-LOG-STATUS.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  ADJ-PERIOD-FILE.
004500 COPY ADJPER.
004600
004700 FD  ADJ-REFUSAL-LOG.
004800 COPY ADJPLR.
004900
005000 WORKING-STORAGE SECTION.
005100 77  WS-FIRST-CALL-SW        PIC X(01)   VALUE 'Y'.
005200     88  WS-FIRST-CALL           VALUE 'Y'.
005300     88  WS-NOT-FIRST-CALL        VALUE 'N'.
005400 77  WS-FILE-DOWN-SW         PIC X(01)   VALUE 'N'.
005500     88  WS-FILE-DOWN            VALUE 'Y'.
005600 77  WS-NO-PERIODS-SW        PIC X(01)   VALUE 'N'.
005700     88  WS-NO-PERIODS           VALUE 'Y'.
005800 77  WS-PER-STATUS           PIC X(02)   VALUE SPACES.
005900 77  WS-LOG-STATUS           PIC X(02)   VALUE SPACES.
006000 77  WS-CHECK-DATE           PIC 9(08)   VALUE ZERO.
006100
006200 01  WS-NOW-STAMP.
006300     05  WS-NOW-DATE             PIC 9(08).
006400     05  WS-NOW-TIME             PIC 9(08).
006500
006600 01  WS-PERIOD-ED.
006700     05  WS-PE-YEAR              PIC 9(04).
006800     05  FILLER                  PIC X(01)   VALUE '/'.
006900     05  WS-PE-MONTH             PIC 9(02).
007000
007100 LINKAGE SECTION.
007200 COPY ADJPLC.
007300
007400 PROCEDURE DIVISION USING ADJ-PERIOD-LOCK-CALL-RECORD.
007500
007600 0000-MAINLINE.
007700     SET PL-RC-OPEN TO TRUE.
007800     MOVE SPACE TO PL-PERIOD-STATUS.
007900     MOVE SPACES TO PL-CLOSED-BY.
008000     MOVE ZERO TO PL-CLOSED-DATE.
008100     IF PL-BUSINESS-DATE NOT NUMERIC
008200         OR PL-BUSINESS-DATE = ZERO
008300         MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CHECK-DATE
008400     ELSE
008500         MOVE PL-BUSINESS-DATE TO WS-CHECK-DATE
008600     END-IF.
008700     MOVE WS-CHECK-DATE (1:6) TO PL-PERIOD.
008800     MOVE WS-CHECK-DATE (1:4) TO WS-PE-YEAR.
008900     MOVE WS-CHECK-DATE (5:2) TO WS-PE-MONTH.
009000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009100     PERFORM 2000-CHECK-PERIOD THRU 2000-EXIT.
009200     IF PL-CHECK
009300         EVALUATE TRUE
009400             WHEN PL-RC-REFUSED
009500                 PERFORM 3000-REFUSE THRU 3000-EXIT
009600             WHEN PL-RC-CLOSING
009700                 DISPLAY 'ADJPLCK - NOTE: PERIOD ' WS-PERIOD-ED
009800                     ' IS BEING CLOSED - ' PL-PROGRAM ' '
009900                     PL-ACTION
010000             WHEN OTHER
010100                 CONTINUE
010200         END-EVALUATE
010300     END-IF.
010400     GOBACK.
010500
010600******************************************************************
010700*  1000-INITIALIZE - OPEN THE PERIOD CONTROL FILE ON THE FIRST
010800*  CALL.  STATUS 35 MEANS NO PERIOD HAS EVER BEEN CLOSED.  ANY
010900*  OTHER FAILURE IS REPORTED ONCE AND REMEMBERED.
011000******************************************************************
011100 1000-INITIALIZE.
011200     IF WS-FIRST-CALL
011300         SET WS-NOT-FIRST-CALL TO TRUE
011400         OPEN INPUT ADJ-PERIOD-FILE
011500         EVALUATE WS-PER-STATUS
011600             WHEN '00'
011700                 CONTINUE
011800             WHEN '35'
011900                 SET WS-NO-PERIODS TO TRUE
012000                 DISPLAY 'ADJPLCK - NO PERIOD CONTROL FILE YET, '
012100                     'EVERY PERIOD IS OPEN'
012200             WHEN OTHER
012300                 DISPLAY 'ADJPLCK - ADJPERF OPEN FAILED, STATUS '
012400                     WS-PER-STATUS
012500                 DISPLAY 'ADJPLCK - EVERY PERIOD CHECK WILL BE '
012600                     'REFUSED'
012700                 SET WS-FILE-DOWN TO TRUE
012800         END-EVALUATE
012900     END-IF.
013000 1000-EXIT.
013100     EXIT.
013200
013300******************************************************************
013400*  2000-CHECK-PERIOD - READ THE DATE'S MONTH.  NO RECORD MEANS
013500*  THE PERIOD HAS NEVER BEEN TOUCHED AND IS OPEN.
013600******************************************************************
013700 2000-CHECK-PERIOD.
013800     IF WS-FILE-DOWN
013900         SET PL-RC-FILE-ERROR TO TRUE
014000         GO TO 2000-EXIT
014100     END-IF.
014200     IF WS-NO-PERIODS
014300         MOVE 'O' TO PL-PERIOD-STATUS
014400         GO TO 2000-EXIT
014500     END-IF.
014600     MOVE PL-PERIOD TO PR-PERIOD.
014700     READ ADJ-PERIOD-FILE
014800         INVALID KEY
014900             MOVE 'O' TO PL-PERIOD-STATUS
015000             GO TO 2000-EXIT
015100     END-READ.
015200     IF WS-PER-STATUS NOT = '00'
015300         DISPLAY 'ADJPLCK - ADJPERF READ FAILED, STATUS '
015400             WS-PER-STATUS ' PERIOD ' WS-PERIOD-ED
015500         SET PL-RC-FILE-ERROR TO TRUE
015600         GO TO 2000-EXIT
015700     END-IF.
015800     MOVE PR-STATUS TO PL-PERIOD-STATUS.
015900     MOVE PR-CLOSED-BY TO PL-CLOSED-BY.
016000     MOVE PR-CLOSED-DATE TO PL-CLOSED-DATE.
016100     EVALUATE TRUE
016200         WHEN PR-CLOSED
016300             SET PL-RC-CLOSED TO TRUE
016400         WHEN PR-CLOSING
016500             SET PL-RC-CLOSING TO TRUE
016600         WHEN OTHER
016700             SET PL-RC-OPEN TO TRUE
016800     END-EVALUATE.
016900 2000-EXIT.
017000     EXIT.
017100
017200******************************************************************
017300*  3000-REFUSE - SAY SO WHERE NOBODY CAN MISS IT, THEN LOG IT FOR
017400*  ADJSTAT.  A LOG THAT CANNOT BE WRITTEN IS REPORTED BUT DOES NOT
017500*  LIFT THE REFUSAL.
017600******************************************************************
017700 3000-REFUSE.
017800     DISPLAY 'ADJPLCK - ***********************************'
017900         '*******************'.
018000     IF PL-RC-CLOSED
018100         DISPLAY 'ADJPLCK - *** REFUSED - ACCOUNTING PERIOD '
018200             WS-PERIOD-ED ' IS CLOSED ***'
018300         DISPLAY 'ADJPLCK - CLOSED BY ' PL-CLOSED-BY ' ON '
018400             PL-CLOSED-DATE
018500     ELSE
018600         DISPLAY 'ADJPLCK - *** REFUSED - PERIOD CONTROL FILE '
018700             'UNAVAILABLE ***'
018800     END-IF.
018900     DISPLAY 'ADJPLCK - PROGRAM ' PL-PROGRAM ' ' PL-ACTION.
019000     DISPLAY 'ADJPLCK - BUSINESS DATE ' WS-CHECK-DATE
019100         ' USER ' PL-USER-ID.
019200     DISPLAY 'ADJPLCK - A CLOSED PERIOD MUST BE REOPENED THROUGH '
019300         'ADJPCLS FIRST'.
019400     DISPLAY 'ADJPLCK - ***********************************'
019500         '*******************'.
019600     MOVE FUNCTION CURRENT-DATE (1:16) TO WS-NOW-STAMP.
019700     MOVE SPACES TO ADJ-PERIOD-REFUSAL-RECORD.
019800     MOVE WS-NOW-DATE TO LR-LOG-DATE.
019900     MOVE WS-NOW-TIME (1:6) TO LR-LOG-TIME.
020000     MOVE PL-PROGRAM TO LR-PROGRAM.
020100     MOVE PL-USER-ID TO LR-USER-ID.
020200     MOVE WS-CHECK-DATE TO LR-BUSINESS-DATE.
020300     MOVE PL-PERIOD TO LR-PERIOD.
020400     MOVE PL-PERIOD-STATUS TO LR-PERIOD-STATUS.
020500     MOVE PL-RETURN-CODE TO LR-REASON-CODE.
020600     MOVE PL-ACTION TO LR-ACTION.
020700     OPEN EXTEND ADJ-REFUSAL-LOG.
020800     IF WS-LOG-STATUS NOT = '00'
020900         DISPLAY 'ADJPLCK - ADJPLRLG OPEN FAILED, STATUS '
021000             WS-LOG-STATUS ' - REFUSAL NOT LOGGED'
021100         GO TO 3000-EXIT
021200     END-IF.
021300     WRITE ADJ-PERIOD-REFUSAL-RECORD.
021400     IF WS-LOG-STATUS NOT = '00'
021500         DISPLAY 'ADJPLCK - ADJPLRLG WRITE FAILED, STATUS '
021600             WS-LOG-STATUS ' - REFUSAL NOT LOGGED'
021700     END-IF.
021800     CLOSE ADJ-REFUSAL-LOG.
021900 3000-EXIT.
022000     EXIT.
022100
022200 END PROGRAM ADJPLCK.

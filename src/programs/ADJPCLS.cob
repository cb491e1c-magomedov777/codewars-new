000100******************************************************************
000200*  PROGRAM-ID.  ADJPCLS
000300*  AUTHOR.      R L KOWALCZYK
000400*  INSTALLATION. DISTRIBUTION LOGISTICS - ORDER ADJUSTMENTS
000500*  DATE-WRITTEN. 10/15/2026
000600******************************************************************
000700*  ACCOUNTING PERIOD CLOSE AND REOPEN.  READS PERIOD CONTROL CARDS
000800*  (ADJPCT LAYOUT) AND MAINTAINS THE PERIOD CONTROL KSDS (ADJPERF)
000900*  THAT ADJPLCK CHECKS FOR EVERY PROGRAM ABLE TO CHANGE OR RE-SEND
001000*  A BUSINESS DATE.  A MONTH GOES OPEN -> CLOSING -> CLOSED; ONLY
001100*  A MONTH THAT HAS ENDED MAY BE CLOSED.  A CLOSED MONTH GOES BACK
001200*  TO OPEN ONLY WHEN ONE PERIOD CONTROLLER REQUESTS THE REOPEN
001300*  WITH A REASON AND A DIFFERENT PERIOD CONTROLLER APPROVES IT ON
001400*  A LATER CARD OR RUN.  EVERY CARD'S USER MUST BE AN ACTIVE,
001500*  IN-DATE PERIOD CONTROLLER ON THE USER AUTHORITY FILE (ADJAUTH,
001600*  ROLE 09).  EVERY APPLIED CHANGE IS ECHOED TO SYSOUT WITH THE
001700*  USER WHO MADE IT, AND THE RUN ENDS WITH A LISTING OF EVERY
001800*  PERIOD ON FILE.
001900******************************************************************
002000*  RETURN CODES: 4 = A CARD WAS REJECTED (BAD FORMAT, OR NOT
002100*  VALID FOR THE PERIOD'S STATUS); 8 = A CARD WAS REFUSED (USER
002200*  NOT AUTHORIZED, OR A REOPEN APPROVED BY ITS OWN REQUESTER);
002300*  16 = A FILE COULD NOT BE OPENED OR THE AUTHORITY FILE IS DOWN.
002400******************************************************************
002500*  MODIFICATION HISTORY
002600*  ---------------------------------------------------------------
002700*  DATE       INIT  DESCRIPTION
002800*  10/15/2026 RLK   ORIGINAL.
002900******************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID.  ADJPCLS.
003200
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT ADJ-PERIOD-CARD-FILE ASSIGN TO "ADJPCTIN"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-CARD-STATUS.
003900
004000     SELECT ADJ-PERIOD-FILE ASSIGN TO "ADJPERF"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS PR-PERIOD
004400         FILE STATUS IS WS-PER-STATUS.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  ADJ-PERIOD-CARD-FILE.
004900 COPY ADJPCT.
005000
005100 FD  ADJ-PERIOD-FILE.
005200 COPY ADJPER.
005300
005400 WORKING-STORAGE SECTION.
005500 77  WS-CARD-STATUS          PIC X(02)   VALUE SPACES.
005600 77  WS-PER-STATUS           PIC X(02)   VALUE SPACES.
005700 77  WS-EOF-SW               PIC X(01)   VALUE 'N'.
005800     88  WS-CARD-EOF             VALUE 'Y'.
005900 77  WS-LIST-EOF-SW          PIC X(01)   VALUE 'N'.
006000     88  WS-LIST-EOF             VALUE 'Y'.
006100 77  WS-ABEND-SW             PIC X(01)   VALUE 'N'.
006200     88  WS-ABEND                VALUE 'Y'.
006300 77  WS-AUTH-DOWN-SW         PIC X(01)   VALUE 'N'.
006400     88  WS-AUTH-DOWN            VALUE 'Y'.
006500 77  WS-ON-FILE-SW           PIC X(01)   VALUE 'N'.
006600     88  WS-ON-FILE              VALUE 'Y'.
006700 77  WS-CARD-BAD-SW          PIC X(01)   VALUE 'N'.
006800     88  WS-CARD-BAD             VALUE 'Y'.
006900 77  WS-CARD-REFUSED-SW      PIC X(01)   VALUE 'N'.
007000     88  WS-CARD-REFUSED         VALUE 'Y'.
007100 77  WS-RUN-DATE             PIC 9(08)   VALUE ZERO.
007200 77  WS-RUN-TIME             PIC 9(06)   VALUE ZERO.
007300 77  WS-CUR-PERIOD           PIC 9(06)   VALUE ZERO.
007400 77  WS-TXN-COUNT            PIC 9(07)   VALUE ZERO.
007500 77  WS-APPLIED-COUNT        PIC 9(07)   VALUE ZERO.
007600 77  WS-REJECT-COUNT         PIC 9(07)   VALUE ZERO.
007700 77  WS-UNAUTH-COUNT         PIC 9(07)   VALUE ZERO.
007800 77  WS-LIST-COUNT           PIC 9(07)   VALUE ZERO.
007900 77  WS-REASON               PIC X(30)   VALUE SPACES.
008000 77  WS-STATUS-NAME          PIC X(07)   VALUE SPACES.
008100
008200 01  WS-NOW-STAMP.
008300     05  WS-NOW-DATE             PIC 9(08).
008400     05  WS-NOW-TIME             PIC 9(08).
008500
008600 01  WS-PERIOD-ED.
008700     05  WS-PE-YEAR              PIC 9(04).
008800     05  FILLER                  PIC X(01)   VALUE '/'.
008900     05  WS-PE-MONTH             PIC 9(02).
009000
009100 COPY ADJAUC.
009200
009300 PROCEDURE DIVISION.
009400
009500 0000-MAINLINE.
009600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009700     IF WS-ABEND
009800         MOVE 16 TO RETURN-CODE
009900     ELSE
010000         PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
010100             UNTIL WS-CARD-EOF
010200         PERFORM 6000-LIST-PERIODS THRU 6000-EXIT
010300         PERFORM 9000-TERMINATE THRU 9000-EXIT
010400     END-IF.
010500     STOP RUN.
010600
010700******************************************************************
010800*  1000-INITIALIZE - OPEN THE CARD FILE AND THE PERIOD CONTROL
010900*  KSDS (CREATED EMPTY ON STATUS 35, THE SAME AS THE USER
011000*  AUTHORITY FILE IN ADJUMNT) AND PRIME THE READ.
011100******************************************************************
011200 1000-INITIALIZE.
011300     OPEN INPUT ADJ-PERIOD-CARD-FILE.
011400     IF WS-CARD-STATUS NOT = '00'
011500         DISPLAY 'ADJPCLS - ADJPCTIN OPEN FAILED, STATUS '
011600             WS-CARD-STATUS
011700         SET WS-ABEND TO TRUE
011800         GO TO 1000-EXIT
011900     END-IF.
012000     OPEN I-O ADJ-PERIOD-FILE.
012100     IF WS-PER-STATUS = '35'
012200         OPEN OUTPUT ADJ-PERIOD-FILE
012300         CLOSE ADJ-PERIOD-FILE
012400         OPEN I-O ADJ-PERIOD-FILE
012500     END-IF.
012600     IF WS-PER-STATUS NOT = '00'
012700         DISPLAY 'ADJPCLS - ADJPERF OPEN FAILED, STATUS '
012800             WS-PER-STATUS
012900         SET WS-ABEND TO TRUE
013000         CLOSE ADJ-PERIOD-CARD-FILE
013100         GO TO 1000-EXIT
013200     END-IF.
013300     MOVE FUNCTION CURRENT-DATE (1:16) TO WS-NOW-STAMP.
013400     MOVE WS-NOW-DATE TO WS-RUN-DATE.
013500     MOVE WS-NOW-TIME (1:6) TO WS-RUN-TIME.
013600     MOVE WS-RUN-DATE (1:6) TO WS-CUR-PERIOD.
013700     PERFORM 8000-READ-CARD THRU 8000-EXIT.
013800 1000-EXIT.
013900     EXIT.
014000
014100******************************************************************
014200*  2000-PROCESS-CARD - EDIT ONE CARD, CHECK ITS USER, READ THE
014300*  PERIOD, AND APPLY THE FUNCTION.  A MONTH WITH NO RECORD IS
014400*  TREATED AS AN OPEN MONTH AND IS ONLY WRITTEN WHEN A CLOSE
014500*  STARTS.
014600******************************************************************
014700 2000-PROCESS-CARD.
014800     ADD 1 TO WS-TXN-COUNT.
014900     PERFORM 2200-VALIDATE-CARD THRU 2200-EXIT.
015000     IF WS-CARD-BAD
015100         DISPLAY 'ADJPCLS - ' WS-REASON ' REJECTED ' PT-FUNCTION
015200             ' ' PT-PERIOD-X
015300         ADD 1 TO WS-REJECT-COUNT
015400         PERFORM 8000-READ-CARD THRU 8000-EXIT
015500         GO TO 2000-EXIT
015600     END-IF.
015700     MOVE PT-PERIOD (1:4) TO WS-PE-YEAR.
015800     MOVE PT-PERIOD (5:2) TO WS-PE-MONTH.
015900     PERFORM 2500-CHECK-AUTHORITY THRU 2500-EXIT.
016000     IF NOT UA-RC-OK
016100         DISPLAY 'ADJPCLS - USER ' PT-USER-ID
016200             ' NOT AUTHORIZED (' UA-REASON ')'
016300         DISPLAY 'ADJPCLS - CARD REFUSED FOR PERIOD ' WS-PERIOD-ED
016400         ADD 1 TO WS-UNAUTH-COUNT
016500         PERFORM 8000-READ-CARD THRU 8000-EXIT
016600         GO TO 2000-EXIT
016700     END-IF.
016800     PERFORM 2600-READ-PERIOD THRU 2600-EXIT.
016900     IF WS-ABEND
017000         SET WS-CARD-EOF TO TRUE
017100         GO TO 2000-EXIT
017200     END-IF.
017300     MOVE 'N' TO WS-CARD-BAD-SW.
017400     MOVE 'N' TO WS-CARD-REFUSED-SW.
017500     MOVE SPACES TO WS-REASON.
017600     EVALUATE TRUE
017700         WHEN PT-START-CLOSE
017800             PERFORM 3000-START-CLOSE THRU 3000-EXIT
017900         WHEN PT-CLOSE
018000             PERFORM 3100-CLOSE THRU 3100-EXIT
018100         WHEN PT-CANCEL-CLOSE
018200             PERFORM 3200-CANCEL-CLOSE THRU 3200-EXIT
018300         WHEN PT-REQUEST-REOPEN
018400             PERFORM 4000-REQUEST-REOPEN THRU 4000-EXIT
018500         WHEN PT-APPROVE-REOPEN
018600             PERFORM 4100-APPROVE-REOPEN THRU 4100-EXIT
018700         WHEN PT-WITHDRAW-REOPEN
018800             PERFORM 4200-WITHDRAW-REOPEN THRU 4200-EXIT
018900     END-EVALUATE.
019000     EVALUATE TRUE
019100         WHEN WS-CARD-REFUSED
019200             DISPLAY 'ADJPCLS - ' PT-FUNCTION ' ' WS-PERIOD-ED
019300                 ' REFUSED (' WS-REASON ') USER ' PT-USER-ID
019400             ADD 1 TO WS-UNAUTH-COUNT
019500         WHEN WS-CARD-BAD
019600             DISPLAY 'ADJPCLS - ' PT-FUNCTION ' ' WS-PERIOD-ED
019700                 ' REJECTED (' WS-REASON ')'
019800             ADD 1 TO WS-REJECT-COUNT
019900         WHEN OTHER
020000             PERFORM 5000-SAVE-PERIOD THRU 5000-EXIT
020100     END-EVALUATE.
020200     PERFORM 8000-READ-CARD THRU 8000-EXIT.
020300 2000-EXIT.
020400     EXIT.
020500
020600******************************************************************
020700*  2200-VALIDATE-CARD - THE FUNCTION MUST BE ONE OF P C O R A X,
020800*  THE PERIOD A REAL YYYYMM, AND THE CARD MUST NAME ITS USER.
020900******************************************************************
021000 2200-VALIDATE-CARD.
021100     MOVE 'N' TO WS-CARD-BAD-SW.
021200     IF NOT PT-START-CLOSE
021300         AND NOT PT-CLOSE
021400         AND NOT PT-CANCEL-CLOSE
021500         AND NOT PT-REQUEST-REOPEN
021600         AND NOT PT-APPROVE-REOPEN
021700         AND NOT PT-WITHDRAW-REOPEN
021800         MOVE 'BAD FUNCTION' TO WS-REASON
021900         SET WS-CARD-BAD TO TRUE
022000         GO TO 2200-EXIT
022100     END-IF.
022200     IF PT-PERIOD-X NOT NUMERIC
022300         MOVE 'BAD PERIOD' TO WS-REASON
022400         SET WS-CARD-BAD TO TRUE
022500         GO TO 2200-EXIT
022600     END-IF.
022700     IF PT-PERIOD (5:2) < '01'
022800         OR PT-PERIOD (5:2) > '12'
022900         OR PT-PERIOD (1:4) < '1900'
023000         MOVE 'BAD PERIOD' TO WS-REASON
023100         SET WS-CARD-BAD TO TRUE
023200         GO TO 2200-EXIT
023300     END-IF.
023400     IF PT-USER-ID = SPACES
023500         MOVE 'NO USER ID ON CARD' TO WS-REASON
023600         SET WS-CARD-BAD TO TRUE
023700         GO TO 2200-EXIT
023800     END-IF.
023900 2200-EXIT.
024000     EXIT.
024100
024200******************************************************************
024300*  2500-CHECK-AUTHORITY - ASK ADJAUTH WHETHER THE CARD'S USER IS
024400*  A PERIOD CONTROLLER TODAY.  A FILE ERROR IS REMEMBERED SO THE
024500*  STEP ENDS WITH RETURN CODE 16.
024600******************************************************************
024700 2500-CHECK-AUTHORITY.
024800     MOVE PT-USER-ID TO UA-USER-ID.
024900     SET UA-ROLE-PERIOD-CONTROLLER TO TRUE.
025000     MOVE ZERO TO UA-CHECK-DATE.
025100     CALL 'ADJAUTH' USING ADJ-AUTH-CALL-RECORD.
025200     IF UA-RC-FILE-ERROR
025300         SET WS-AUTH-DOWN TO TRUE
025400     END-IF.
025500 2500-EXIT.
025600     EXIT.
025700
025800******************************************************************
025900*  2600-READ-PERIOD - READ THE CARD'S MONTH.  NOT ON FILE BUILDS
026000*  AN OPEN RECORD IN THE RECORD AREA FOR 5000-SAVE-PERIOD TO
026100*  WRITE.  ANY OTHER READ FAILURE ENDS THE RUN.
026200******************************************************************
026300 2600-READ-PERIOD.
026400     MOVE 'N' TO WS-ON-FILE-SW.
026500     MOVE PT-PERIOD TO PR-PERIOD.
026600     READ ADJ-PERIOD-FILE
026700         INVALID KEY
026800             PERFORM 2650-NEW-PERIOD THRU 2650-EXIT
026900             GO TO 2600-EXIT
027000     END-READ.
027100     IF WS-PER-STATUS NOT = '00'
027200         DISPLAY 'ADJPCLS - ADJPERF READ FAILED, STATUS '
027300             WS-PER-STATUS ' PERIOD ' WS-PERIOD-ED
027400         SET WS-ABEND TO TRUE
027500         GO TO 2600-EXIT
027600     END-IF.
027700     SET WS-ON-FILE TO TRUE.
027800 2600-EXIT.
027900     EXIT.
028000
028100 2650-NEW-PERIOD.
028200     MOVE SPACES TO ADJ-PERIOD-RECORD.
028300     MOVE PT-PERIOD TO PR-PERIOD.
028400     SET PR-OPEN TO TRUE.
028500     MOVE ZERO TO PR-CLOSED-DATE.
028600     MOVE ZERO TO PR-CLOSED-TIME.
028700     MOVE 'N' TO PR-REOPEN-PEND-SW.
028800     MOVE ZERO TO PR-REOPEN-REQ-DATE.
028900     MOVE ZERO TO PR-REOPEN-APPR-DATE.
029000     MOVE ZERO TO PR-LAST-CHG-DATE.
029100     MOVE ZERO TO PR-LAST-CHG-TIME.
029200 2650-EXIT.
029300     EXIT.
029400
029500******************************************************************
029600*  3000-START-CLOSE - OPEN -> CLOSING.  THE MONTH MUST HAVE
029700*  ENDED.
029800******************************************************************
029900 3000-START-CLOSE.
030000     IF PT-PERIOD NOT < WS-CUR-PERIOD
030100         MOVE 'PERIOD HAS NOT ENDED' TO WS-REASON
030200         SET WS-CARD-BAD TO TRUE
030300         GO TO 3000-EXIT
030400     END-IF.
030500     IF NOT PR-OPEN
030600         MOVE 'PERIOD IS NOT OPEN' TO WS-REASON
030700         SET WS-CARD-BAD TO TRUE
030800         GO TO 3000-EXIT
030900     END-IF.
031000     SET PR-CLOSING TO TRUE.
031100 3000-EXIT.
031200     EXIT.
031300
031400******************************************************************
031500*  3100-CLOSE - OPEN OR CLOSING -> CLOSED.  THE MONTH MUST HAVE
031600*  ENDED.  THE CONTROLLER AND THE TIME OF THE CLOSE ARE KEPT.
031700******************************************************************
031800 3100-CLOSE.
031900     IF PT-PERIOD NOT < WS-CUR-PERIOD
032000         MOVE 'PERIOD HAS NOT ENDED' TO WS-REASON
032100         SET WS-CARD-BAD TO TRUE
032200         GO TO 3100-EXIT
032300     END-IF.
032400     IF PR-CLOSED
032500         MOVE 'PERIOD IS ALREADY CLOSED' TO WS-REASON
032600         SET WS-CARD-BAD TO TRUE
032700         GO TO 3100-EXIT
032800     END-IF.
032900     SET PR-CLOSED TO TRUE.
033000     MOVE PT-USER-ID TO PR-CLOSED-BY.
033100     MOVE WS-RUN-DATE TO PR-CLOSED-DATE.
033200     MOVE WS-RUN-TIME TO PR-CLOSED-TIME.
033300 3100-EXIT.
033400     EXIT.
033500
033600******************************************************************
033700*  3200-CANCEL-CLOSE - CLOSING -> OPEN.
033800******************************************************************
033900 3200-CANCEL-CLOSE.
034000     IF NOT PR-CLOSING
034100         MOVE 'PERIOD IS NOT CLOSING' TO WS-REASON
034200         SET WS-CARD-BAD TO TRUE
034300         GO TO 3200-EXIT
034400     END-IF.
034500     SET PR-OPEN TO TRUE.
034600 3200-EXIT.
034700     EXIT.
034800
034900******************************************************************
035000*  4000-REQUEST-REOPEN - THE FIRST HALF OF A REOPEN.  THE MONTH
035100*  STAYS CLOSED UNTIL A SECOND CONTROLLER APPROVES.
035200******************************************************************
035300 4000-REQUEST-REOPEN.
035400     IF NOT PR-CLOSED
035500         MOVE 'PERIOD IS NOT CLOSED' TO WS-REASON
035600         SET WS-CARD-BAD TO TRUE
035700         GO TO 4000-EXIT
035800     END-IF.
035900     IF PR-REOPEN-PENDING
036000         MOVE 'REOPEN ALREADY REQUESTED' TO WS-REASON
036100         SET WS-CARD-BAD TO TRUE
036200         GO TO 4000-EXIT
036300     END-IF.
036400     IF PT-REASON = SPACES
036500         MOVE 'NO REASON FOR REOPEN' TO WS-REASON
036600         SET WS-CARD-BAD TO TRUE
036700         GO TO 4000-EXIT
036800     END-IF.
036900     MOVE 'Y' TO PR-REOPEN-PEND-SW.
037000     MOVE PT-USER-ID TO PR-REOPEN-REQ-BY.
037100     MOVE WS-RUN-DATE TO PR-REOPEN-REQ-DATE.
037200     MOVE PT-REASON TO PR-REOPEN-REASON.
037300     MOVE SPACES TO PR-REOPEN-APPR-BY.
037400     MOVE ZERO TO PR-REOPEN-APPR-DATE.
037500 4000-EXIT.
037600     EXIT.
037700
037800******************************************************************
037900*  4100-APPROVE-REOPEN - THE SECOND HALF.  THE APPROVER MAY NOT
038000*  BE THE CONTROLLER WHO ASKED.  CLOSED -> OPEN; THE REQUEST,
038100*  THE APPROVAL, AND THE LAST CLOSE STAY ON THE RECORD.
038200******************************************************************
038300 4100-APPROVE-REOPEN.
038400     IF NOT PR-CLOSED
038500         OR NOT PR-REOPEN-PENDING
038600         MOVE 'NO REOPEN REQUEST PENDING' TO WS-REASON
038700         SET WS-CARD-BAD TO TRUE
038800         GO TO 4100-EXIT
038900     END-IF.
039000     IF PT-USER-ID = PR-REOPEN-REQ-BY
039100         MOVE 'APPROVER IS THE REQUESTER' TO WS-REASON
039200         SET WS-CARD-REFUSED TO TRUE
039300         GO TO 4100-EXIT
039400     END-IF.
039500     SET PR-OPEN TO TRUE.
039600     MOVE 'N' TO PR-REOPEN-PEND-SW.
039700     MOVE PT-USER-ID TO PR-REOPEN-APPR-BY.
039800     MOVE WS-RUN-DATE TO PR-REOPEN-APPR-DATE.
039900 4100-EXIT.
040000     EXIT.
040100
040200******************************************************************
040300*  4200-WITHDRAW-REOPEN - DROP A PENDING REQUEST.  THE MONTH
040400*  STAYS CLOSED.
040500******************************************************************
040600 4200-WITHDRAW-REOPEN.
040700     IF NOT PR-REOPEN-PENDING
040800         MOVE 'NO REOPEN REQUEST PENDING' TO WS-REASON
040900         SET WS-CARD-BAD TO TRUE
041000         GO TO 4200-EXIT
041100     END-IF.
041200     MOVE 'N' TO PR-REOPEN-PEND-SW.
041300 4200-EXIT.
041400     EXIT.
041500
041600******************************************************************
041700*  5000-SAVE-PERIOD - STAMP THE CHANGE, WRITE OR REWRITE THE
041800*  RECORD, AND ECHO IT.
041900******************************************************************
042000 5000-SAVE-PERIOD.
042100     MOVE PT-USER-ID TO PR-LAST-CHG-BY.
042200     MOVE WS-RUN-DATE TO PR-LAST-CHG-DATE.
042300     MOVE WS-RUN-TIME TO PR-LAST-CHG-TIME.
042400     IF WS-ON-FILE
042500         REWRITE ADJ-PERIOD-RECORD
042600     ELSE
042700         WRITE ADJ-PERIOD-RECORD
042800     END-IF.
042900     IF WS-PER-STATUS NOT = '00'
043000         DISPLAY 'ADJPCLS - ADJPERF UPDATE FAILED, STATUS '
043100             WS-PER-STATUS ' PERIOD ' WS-PERIOD-ED
043200         SET WS-ABEND TO TRUE
043300         SET WS-CARD-EOF TO TRUE
043400         GO TO 5000-EXIT
043500     END-IF.
043600     ADD 1 TO WS-APPLIED-COUNT.
043700     PERFORM 7000-SET-STATUS-NAME THRU 7000-EXIT.
043800     EVALUATE TRUE
043900         WHEN PT-REQUEST-REOPEN
044000             DISPLAY 'ADJPCLS - REOPEN REQUESTED ' WS-PERIOD-ED
044100                 ' BY ' PT-USER-ID ' - ' PR-REOPEN-REASON
044200         WHEN PT-APPROVE-REOPEN
044300             DISPLAY 'ADJPCLS - REOPEN APPROVED  ' WS-PERIOD-ED
044400                 ' BY ' PT-USER-ID ' REQUESTED BY '
044500                 PR-REOPEN-REQ-BY
044600         WHEN PT-WITHDRAW-REOPEN
044700             DISPLAY 'ADJPCLS - REOPEN WITHDRAWN ' WS-PERIOD-ED
044800                 ' BY ' PT-USER-ID
044900         WHEN OTHER
045000             DISPLAY 'ADJPCLS - PERIOD ' WS-PERIOD-ED ' NOW '
045100                 WS-STATUS-NAME ' BY ' PT-USER-ID
045200     END-EVALUATE.
045300 5000-EXIT.
045400     EXIT.
045500
045600******************************************************************
045700*  6000-LIST-PERIODS - EVERY PERIOD ON FILE, OLDEST FIRST, WITH
045800*  ITS STATUS, THE LAST CLOSE, AND ANY REOPEN.
045900******************************************************************
046000 6000-LIST-PERIODS.
046100     IF WS-ABEND
046200         GO TO 6000-EXIT
046300     END-IF.
046400     DISPLAY 'ADJPCLS - PERIODS ON FILE:'.
046500     MOVE ZERO TO PR-PERIOD.
046600     START ADJ-PERIOD-FILE KEY IS NOT LESS THAN PR-PERIOD
046700         INVALID KEY
046800             SET WS-LIST-EOF TO TRUE
046900     END-START.
047000     IF NOT WS-LIST-EOF
047100         PERFORM 8100-READ-NEXT-PERIOD THRU 8100-EXIT
047200     END-IF.
047300     PERFORM 6100-LIST-ONE THRU 6100-EXIT
047400         UNTIL WS-LIST-EOF.
047500     IF WS-LIST-COUNT = ZERO
047600         DISPLAY 'ADJPCLS -   NONE - EVERY PERIOD IS OPEN'
047700     END-IF.
047800 6000-EXIT.
047900     EXIT.
048000
048100 6100-LIST-ONE.
048200     ADD 1 TO WS-LIST-COUNT.
048300     MOVE PR-PERIOD-YEAR TO WS-PE-YEAR.
048400     MOVE PR-PERIOD-MONTH TO WS-PE-MONTH.
048500     PERFORM 7000-SET-STATUS-NAME THRU 7000-EXIT.
048600     IF PR-CLOSED-BY = SPACES
048700         DISPLAY 'ADJPCLS -   ' WS-PERIOD-ED ' ' WS-STATUS-NAME
048800     ELSE
048900         DISPLAY 'ADJPCLS -   ' WS-PERIOD-ED ' ' WS-STATUS-NAME
049000             ' CLOSED BY ' PR-CLOSED-BY ' ON ' PR-CLOSED-DATE
049100             ' ' PR-CLOSED-TIME
049200     END-IF.
049300     IF PR-REOPEN-PENDING
049400         DISPLAY 'ADJPCLS -           REOPEN PENDING, REQUESTED '
049500             'BY ' PR-REOPEN-REQ-BY ' ON ' PR-REOPEN-REQ-DATE
049600         DISPLAY 'ADJPCLS -           ' PR-REOPEN-REASON
049700     ELSE
049800         IF PR-REOPEN-APPR-BY NOT = SPACES
049900             DISPLAY 'ADJPCLS -           LAST REOPENED ON '
050000                 PR-REOPEN-APPR-DATE ' REQUESTED BY '
050100                 PR-REOPEN-REQ-BY ' APPROVED BY '
050200                 PR-REOPEN-APPR-BY
050300         END-IF
050400     END-IF.
050500     PERFORM 8100-READ-NEXT-PERIOD THRU 8100-EXIT.
050600 6100-EXIT.
050700     EXIT.
050800
050900 7000-SET-STATUS-NAME.
051000     EVALUATE TRUE
051100         WHEN PR-CLOSED
051200             MOVE 'CLOSED' TO WS-STATUS-NAME
051300         WHEN PR-CLOSING
051400             MOVE 'CLOSING' TO WS-STATUS-NAME
051500         WHEN OTHER
051600             MOVE 'OPEN' TO WS-STATUS-NAME
051700     END-EVALUATE.
051800 7000-EXIT.
051900     EXIT.
052000
052100 8000-READ-CARD.
052200     READ ADJ-PERIOD-CARD-FILE
052300         AT END
052400             SET WS-CARD-EOF TO TRUE
052500     END-READ.
052600 8000-EXIT.
052700     EXIT.
052800
052900 8100-READ-NEXT-PERIOD.
053000     READ ADJ-PERIOD-FILE NEXT RECORD
053100         AT END
053200             SET WS-LIST-EOF TO TRUE
053300     END-READ.
053400 8100-EXIT.
053500     EXIT.
053600
053700 9000-TERMINATE.
053800     CLOSE ADJ-PERIOD-CARD-FILE.
053900     CLOSE ADJ-PERIOD-FILE.
054000     DISPLAY 'ADJPCLS - CARDS READ..............: ' WS-TXN-COUNT.
054100     DISPLAY 'ADJPCLS - CHANGES APPLIED.........: '
054200         WS-APPLIED-COUNT.
054300     DISPLAY 'ADJPCLS - CARDS REJECTED..........: '
054400         WS-REJECT-COUNT.
054500     DISPLAY 'ADJPCLS - CARDS REFUSED...........: '
054600         WS-UNAUTH-COUNT.
054700     IF WS-REJECT-COUNT > ZERO
054800         MOVE 4 TO RETURN-CODE
054900     END-IF.
055000     IF WS-UNAUTH-COUNT > ZERO
055100         MOVE 8 TO RETURN-CODE
055200     END-IF.
055300     IF WS-AUTH-DOWN OR WS-ABEND
055400         DISPLAY 'ADJPCLS - RUN INCOMPLETE - SEE MESSAGES ABOVE'
055500         MOVE 16 TO RETURN-CODE
055600     END-IF.
055700 9000-EXIT.
055800     EXIT.
055900
056000 END PROGRAM ADJPCLS.

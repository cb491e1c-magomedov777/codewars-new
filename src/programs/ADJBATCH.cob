010099*                   TYPED THE WRONG DATE IN THE PARM.  WARNING
010101*                   ONLY; A GENUINE WEEKEND RUN STILL GOES.  NO
010102*                   CALENDAR ON THE DD MEANS NO CHECK.
010104*  10/06/2026 RLK   REVERSALS.  A TRANSACTION TYPE 'R' CARD ON
010106*                   ADJTRIN NAMES AN ORIGINAL TXN-ID AND
010108*                   BUSINESS DATE.  A PRE-PASS COLLECTS THE
010110*                   DAY'S REVERSAL CARDS AND LOOKS EACH ORIGINAL
010112*                   UP ON THE RETAINED AUDIT TRAIL (NEW ADJREVAU
010114*                   DD) FOR WHAT WAS ACTUALLY APPLIED; ADD-FIVE
010116*                   THEN POSTS THE EXACT OPPOSITE, WHICH GOES TO
010118*                   ADJOUTPT OR ADJCRDT AS A DETAIL MARKED 'R'.
010120*                   A REVERSAL OF A TRANSACTION NEVER POSTED
010122*                   (RC 30) OR ALREADY REVERSED (RC 40) GOES TO
010124*                   THE EXCEPTION FILE.  REVERSALS STAY IN THE
010126*                   MAIN TOTALS AND ARE ALSO COUNTED APART ON
010128*                   THE CONTROL TOTALS AND CHECKPOINT RECORDS.
010130*  10/07/2026 RLK   THE SECOND ADJOUT COPY NOW RENAMES THE NEW
010132*                   TRUE-UP CONDITION ON THE DETAIL RECORD TOO.
010134*  10/08/2026 RLK   EVERY ACCEPTED TRANSACTION IS NOW ADDED TO THE
010136*                   POSTED TRANSACTION MASTER KSDS (TXN-ID,
010138*                   BUSINESS DATE, CYCLE, SOURCE CODE) SO ADJEDIT
010140*                   CAN REJECT A TXN-ID THAT COMES IN AGAIN ON A
010142*                   LATER DAY.  A TXN-ID ALREADY ON FILE (RESTART
010144*                   REPLAY, 'RC' RESUBMISSION) IS REWRITTEN.
010146*  10/12/2026 RLK   EVERY CALL NOW TELLS ADD-FIVE EXPLICITLY THAT
010148*                   IT IS A LIVE POSTING WITH NO OVERRIDE RATE.
010150*  10/15/2026 RLK   RUN LOG.  A START AND AN END RECORD GO TO THE
010152*                   SHARED RUN LOG (ADJRUNLG) THROUGH ADJRLOG FOR
010154*                   THE BATCH WINDOW SLA REPORT (ADJSLA).
010156*  10/15/2026 RLK   A BUSINESS DATE IN A CLOSED ACCOUNTING PERIOD
010158*                   IS REFUSED (ADJPLCK) BEFORE THE RUN CONTROL
010160*                   RECORD OR ANY OUTPUT IS TOUCHED - RC 16.
010162*  10/15/2026 RLK   THE CONTROL TOTALS RECORD NOW CARRIES THE
010164*                   BUSINESS DATE (CT-BUSINESS-DATE) AS WELL AS
010166*                   THE DATE THE RUN FINISHED.
010168******************************************************************
010200 IDENTIFICATION DIVISION.
010300 PROGRAM-ID.  ADJBATCH.
010400
013155         RECORD KEY IS CD-DATE
013156         FILE STATUS IS WS-CAL-STATUS.
013160
013170     SELECT ADJ-REV-AUDIT-FILE ASSIGN TO "ADJREVAU"
013177         ORGANIZATION IS LINE SEQUENTIAL
013184         FILE STATUS IS WS-REVAU-STATUS.
013185
013186     SELECT ADJ-PTX-FILE ASSIGN TO "ADJPTXF"
013187         ORGANIZATION IS INDEXED
013188         ACCESS MODE IS DYNAMIC
013189         RECORD KEY IS PX-TXN-ID
013190         FILE STATUS IS WS-PTX-STATUS.
013191
013200 DATA DIVISION.
013300 FILE SECTION.
013400 FD  ADJ-TRANS-FILE.
016000               ==AO-TRL-CONTROL-TOTAL==
016100                                    BY ==AOC-TRL-CONTROL-TOTAL==
016110               ==AO-TRL-CYCLE-NUMBER==
016120                                    BY ==AOC-TRL-CYCLE-NUMBER==
016133               ==AO-DTL-TRANS-TYPE== BY ==AOC-DTL-TRANS-TYPE==
016146               ==AO-DTL-REVERSAL==   BY ==AOC-DTL-REVERSAL==
016152               ==AO-DTL-TRUE-UP==    BY ==AOC-DTL-TRUE-UP==
016159               ==AO-DTL-ORIG-TXN-ID==
016172                                    BY ==AOC-DTL-ORIG-TXN-ID==
016185               ==AO-DTL-ORIG-DATE==  BY ==AOC-DTL-ORIG-DATE==.
016200
016300 FD  ADJ-EXCEPT-FILE.
016400 COPY ADJEXC.
017121
017122 FD  ADJ-CAL-FILE.
017123 COPY ADJCAL.
017124
017125 FD  ADJ-REV-AUDIT-FILE.
017126 COPY ADJAUD.
017127
017128 FD  ADJ-PTX-FILE.
017129 COPY ADJPTX.
017130
017200 WORKING-STORAGE SECTION.
017300 77  WS-TRANS-STATUS         PIC X(02)   VALUE SPACES.
018660     88  WS-FINAL-CYCLE          VALUE 'Y'.
018670 77  WS-RCTL-OPEN-SW         PIC X(01)   VALUE 'N'.
018680     88  WS-RCTL-OPEN            VALUE 'Y'.
018682 77  WS-PTX-STATUS           PIC X(02)   VALUE SPACES.
018684 77  WS-PTX-OPEN-SW          PIC X(01)   VALUE 'N'.
018686     88  WS-PTX-OPEN             VALUE 'Y'.
018688 77  WS-PTX-COUNT            PIC 9(07)   VALUE ZERO.
018690 77  WS-RCTL-END-STATUS      PIC X(01)   VALUE SPACE.
018700 77  WS-REC-COUNT            PIC 9(07)   VALUE ZERO.
018800 77  WS-DEBIT-COUNT          PIC 9(07)   VALUE ZERO.
020000 77  WS-DEBIT-POST-TOTAL     PIC S9(9)   SIGN LEADING VALUE ZERO.
020100 77  WS-CREDIT-PRE-TOTAL     PIC S9(9)   SIGN LEADING VALUE ZERO.
020200 77  WS-CREDIT-POST-TOTAL    PIC S9(9)   SIGN LEADING VALUE ZERO.
020203 77  WS-REVAU-STATUS         PIC X(02)   VALUE SPACES.
020206 77  WS-REVAU-EOF-SW         PIC X(01)   VALUE 'N'.
020209     88  WS-REVAU-EOF            VALUE 'Y'.
020212 77  WS-REV-COUNT            PIC 9(07)   VALUE ZERO.
020215 77  WS-REV-PRE-TOTAL        PIC S9(9)   SIGN LEADING VALUE ZERO.
020218 77  WS-REV-POST-TOTAL       PIC S9(9)   SIGN LEADING VALUE ZERO.
020221 77  WS-REV-ADJ-TOTAL        PIC S9(9)   SIGN LEADING VALUE ZERO.
020224 77  WS-SCAN-COUNT           PIC 9(07)   VALUE ZERO.
020227 77  WS-AUD-DATE             PIC 9(08)   VALUE ZERO.
020230 77  WS-RV-COUNT             PIC S9(05)  COMP VALUE ZERO.
020233 77  WS-RV-IX                PIC S9(05)  COMP VALUE ZERO.
020236 77  WS-RV-FOUND-IX          PIC S9(05)  COMP VALUE ZERO.
020239 77  WS-RV-MAX               PIC S9(05)  COMP VALUE 500.
020242
020245 01  WS-REV-TABLE.
020248     05  WS-REV-ENTRY            OCCURS 500.
020251         10  WS-RV-SEQ           PIC 9(07).
020254         10  WS-RV-ORIG-TXN-ID   PIC X(10).
020257         10  WS-RV-ORIG-DATE     PIC 9(08).
020260         10  WS-RV-CATEGORY      PIC X(02).
020263         10  WS-RV-NUM           PIC S9(4)  SIGN LEADING.
020266         10  WS-RV-ADJ-AMOUNT    PIC S9(3)  SIGN LEADING.
020269         10  WS-RV-FOUND-SW      PIC X(01).
020272         10  WS-RV-REVERSED-SW   PIC X(01).
020275         10  WS-RV-DUP-SW        PIC X(01).
020300
020400 COPY ADJCALL.
020420
020440 COPY ADJRLC.
020460
020480 COPY ADJPLC.
020500
020600 LINKAGE SECTION.
020700 01  LK-PARM-INFO.
021100 PROCEDURE DIVISION USING LK-PARM-INFO.
021200
021300 0000-MAINLINE.
021350     PERFORM 9900-LOG-STEP-START THRU 9900-EXIT.
021400     PERFORM 0100-PARSE-PARM THRU 0100-EXIT.
022050     IF NOT WS-ABEND
022100         PERFORM 1000-INITIALIZE THRU 1000-EXIT
023100             PERFORM 9000-TERMINATE THRU 9000-EXIT
023200         END-IF
023300     END-IF.
023350     PERFORM 9910-LOG-STEP-END THRU 9910-EXIT.
023400     STOP RUN.
023410
023420******************************************************************
024531     IF WS-PARM-DATE > ZERO
024534         MOVE WS-PARM-DATE TO WS-RUN-DATE
024537     END-IF.
024538     PERFORM 1050-CHECK-PERIOD-LOCK THRU 1050-EXIT.
024539     IF WS-ABEND
024540         GO TO 1000-EXIT
024541     END-IF.
024542     PERFORM 1100-CHECK-RUN-CTL THRU 1100-EXIT.
024543     IF WS-ABEND
024546         GO TO 1000-EXIT
024549     END-IF.
024550     PERFORM 1180-CHECK-CALENDAR THRU 1180-EXIT.
024560     PERFORM 1300-LOAD-REVERSALS THRU 1300-EXIT.
024563     IF WS-ABEND
024566         GO TO 1000-EXIT
024569     END-IF.
024572     PERFORM 1700-OPEN-POSTED-TXN THRU 1700-EXIT.
024575     IF WS-ABEND
024578         GO TO 1000-EXIT
024581     END-IF.
024600     OPEN INPUT ADJ-TRANS-FILE.
024700     IF WS-TRANS-STATUS NOT = '00'
024800         DISPLAY 'ADJBATCH - ADJTRIN OPEN FAILED, STATUS '
030200     END-IF.
030300     PERFORM 8000-READ-TRANS THRU 8000-EXIT.
030400 1000-EXIT.
030401     EXIT.
030402
030403******************************************************************
030404*  1050-CHECK-PERIOD-LOCK - A DATE IN A CLOSED ACCOUNTING PERIOD
030405*  MAY NOT BE POSTED OR REPOSTED.  ADJPLCK PRINTS AND LOGS THE
030406*  REFUSAL; THE RUN STOPS BEFORE THE RUN CONTROL RECORD OR ANY
030407*  OUTPUT IS TOUCHED, SO NOTHING NEEDS CLEANING UP.
030409******************************************************************
030410 1050-CHECK-PERIOD-LOCK.
030411     SET PL-CHECK TO TRUE.
030412     MOVE 'ADJBATCH' TO PL-PROGRAM.
030413     MOVE SPACES TO PL-USER-ID.
030414     MOVE 'POST BUSINESS DATE, CYCLE' TO PL-ACTION.
030415     MOVE WS-CYCLE-NUMBER TO PL-ACTION (27:2).
030416     MOVE WS-RUN-DATE TO PL-BUSINESS-DATE.
030417     CALL 'ADJPLCK' USING ADJ-PERIOD-LOCK-CALL-RECORD.
030418     IF PL-RC-REFUSED
030419         DISPLAY 'ADJBATCH - RUN REFUSED BY THE PERIOD LOCK, '
030420             'BUSINESS DATE ' WS-RUN-DATE
030421         SET WS-ABEND TO TRUE
030422     END-IF.
030423 1050-EXIT.
030424     EXIT.
030425
030426******************************************************************
030427*  1100-CHECK-RUN-CTL - REGISTER THIS CYCLE ON THE SHARED RUN
030428*  CONTROL KSDS BEFORE ANY OTHER DATA SET IS TOUCHED.  A DATE
030429*  ALREADY MARKED DAY-COMPLETE, A CYCLE OUT OF SEQUENCE OR
030430*  ALREADY COMPLETE, OR A FRESH SUBMISSION OVER AN IN-FLIGHT
030431*  OR ABENDED RUN IS REFUSED HERE - ADJRCTLM RESETS THE DATE
030432*  WHEN A RERUN GENUINELY MUST BE FORCED.  THE FILE STAYS OPEN
030433*  SO EOJ (OR AN ABORT) CAN RECORD HOW THE CYCLE ENDED.  ON A
030434*  RESTART THE BUSINESS DATE COMES FROM THE LAST CHECKPOINT,
030435*  AND A RESTART DATE WITH NO RECORD ON FILE ABORTS - THAT IS
030436*  ALWAYS A WRONG DATE OR THE WRONG ADJRCTL DATA SET.
030437******************************************************************
030438 1100-CHECK-RUN-CTL.
030439     OPEN I-O ADJ-RCTL-FILE.
030442     IF WS-RCTL-STATUS = '35'
030445         OPEN OUTPUT ADJ-RCTL-FILE
034260                 AND CK-BUSINESS-DATE > ZERO
034270                 MOVE CK-BUSINESS-DATE TO WS-RUN-DATE
034280             END-IF
034282             IF CK-REVERSAL-COUNT NUMERIC
034284                 MOVE CK-REVERSAL-COUNT TO WS-REV-COUNT
034286                 MOVE CK-REV-PRE-TOTAL TO WS-REV-PRE-TOTAL
034288                 MOVE CK-REV-POST-TOTAL TO WS-REV-POST-TOTAL
034290                 MOVE CK-REV-ADJ-TOTAL TO WS-REV-ADJ-TOTAL
034292             END-IF
034300     END-READ.
034400 1250-EXIT.
034401     EXIT.
034402
034403******************************************************************
034404*  1300-LOAD-REVERSALS - PRE-PASS OVER ADJTRIN.  EVERY REVERSAL
034405*  CARD GOES INTO THE REVERSAL TABLE KEYED BY ITS POSITION ON
034406*  THE FILE, SO A RESTART FINDS THE SAME ENTRY FOR THE SAME
034407*  CARD.  A SECOND CARD FOR AN ORIGINAL ALREADY CLAIMED EARLIER
034408*  IN THE FILE IS MARKED A DUPLICATE.  WHEN THERE ARE ANY
034409*  REVERSALS, THE RETAINED AUDIT TRAIL ON ADJREVAU IS READ ONCE
034410*  TO FIND WHAT EACH ORIGINAL ACTUALLY HAD APPLIED AND WHETHER
034411*  IT WAS ALREADY REVERSED.  NO REVERSALS, NO AUDIT READ - THE
034412*  DD MAY THEN BE LEFT OFF.
034413******************************************************************
034414 1300-LOAD-REVERSALS.
034415     OPEN INPUT ADJ-TRANS-FILE.
034416     IF WS-TRANS-STATUS NOT = '00'
034417         DISPLAY 'ADJBATCH - ADJTRIN OPEN FAILED, STATUS '
034418             WS-TRANS-STATUS
034419         SET WS-ABEND TO TRUE
034420         GO TO 1300-EXIT
034421     END-IF.
034422     PERFORM 8000-READ-TRANS THRU 8000-EXIT.
034423     PERFORM 1350-LOAD-ONE-REVERSAL THRU 1350-EXIT
034424         UNTIL WS-TRANS-EOF OR WS-ABEND.
034425     CLOSE ADJ-TRANS-FILE.
034426     MOVE 'N' TO WS-EOF-SW.
034427     IF WS-ABEND OR WS-RV-COUNT = ZERO
034428         GO TO 1300-EXIT
034429     END-IF.
034430     OPEN INPUT ADJ-REV-AUDIT-FILE.
034431     IF WS-REVAU-STATUS NOT = '00'
034432         DISPLAY 'ADJBATCH - REVERSALS ON ADJTRIN BUT ADJREVAU '
034433             'OPEN FAILED, STATUS ' WS-REVAU-STATUS
034434         SET WS-ABEND TO TRUE
034435         GO TO 1300-EXIT
034436     END-IF.
034437     PERFORM 8200-READ-REV-AUDIT THRU 8200-EXIT.
034438     PERFORM 1400-SCAN-ONE-AUDIT THRU 1400-EXIT
034439         UNTIL WS-REVAU-EOF.
034440     CLOSE ADJ-REV-AUDIT-FILE.
034441     DISPLAY 'ADJBATCH - REVERSAL CARDS........: ' WS-RV-COUNT.
034442 1300-EXIT.
034500     EXIT.
034501
034502 1350-LOAD-ONE-REVERSAL.
034503     ADD 1 TO WS-SCAN-COUNT.
034504     IF NOT TR-REVERSAL
034505         GO TO 1350-NEXT
034506     END-IF.
034507     IF WS-RV-COUNT NOT < WS-RV-MAX
034508         DISPLAY 'ADJBATCH - REVERSAL TABLE FULL'
034509         SET WS-ABEND TO TRUE
034510         GO TO 1350-EXIT
034511     END-IF.
034512     ADD 1 TO WS-RV-COUNT.
034513     MOVE WS-SCAN-COUNT TO WS-RV-SEQ (WS-RV-COUNT).
034514     MOVE TR-ORIG-TXN-ID TO WS-RV-ORIG-TXN-ID (WS-RV-COUNT).
034515     IF TR-ORIG-DATE NUMERIC
034516         MOVE TR-ORIG-DATE TO WS-RV-ORIG-DATE (WS-RV-COUNT)
034517     ELSE
034518         MOVE ZERO TO WS-RV-ORIG-DATE (WS-RV-COUNT)
034519     END-IF.
034520     MOVE SPACES TO WS-RV-CATEGORY (WS-RV-COUNT).
034521     MOVE ZERO TO WS-RV-NUM (WS-RV-COUNT).
034522     MOVE ZERO TO WS-RV-ADJ-AMOUNT (WS-RV-COUNT).
034523     MOVE 'N' TO WS-RV-FOUND-SW (WS-RV-COUNT).
034524     MOVE 'N' TO WS-RV-REVERSED-SW (WS-RV-COUNT).
034525     MOVE 'N' TO WS-RV-DUP-SW (WS-RV-COUNT).
034526     PERFORM 1360-CHECK-DUP-CARD THRU 1360-EXIT
034527         VARYING WS-RV-IX FROM 1 BY 1
034528         UNTIL WS-RV-IX NOT < WS-RV-COUNT.
034529 1350-NEXT.
034530     PERFORM 8000-READ-TRANS THRU 8000-EXIT.
034531 1350-EXIT.
034532     EXIT.
034533
034534 1360-CHECK-DUP-CARD.
034535     IF WS-RV-ORIG-TXN-ID (WS-RV-IX)
034536             = WS-RV-ORIG-TXN-ID (WS-RV-COUNT)
034537         AND WS-RV-ORIG-DATE (WS-RV-IX)
034538             = WS-RV-ORIG-DATE (WS-RV-COUNT)
034539         MOVE 'Y' TO WS-RV-DUP-SW (WS-RV-COUNT)
034540     END-IF.
034541 1360-EXIT.
034542     EXIT.
034543
034544******************************************************************
034545*  1400-SCAN-ONE-AUDIT - HOLD ONE ACCEPTED AUDIT RECORD UP
034546*  AGAINST EVERY REVERSAL CARD.  AN ORDINARY RECORD FOR THE
034547*  ORIGINAL TXN-ID ON THE ORIGINAL BUSINESS DATE GIVES WHAT WAS
034548*  APPLIED; A REVERSAL RECORD NAMING THE SAME ORIGINAL MEANS IT
034549*  WAS ALREADY BACKED OUT.  A RECORD WRITTEN BEFORE THE AUDIT
034550*  CARRIED ITS BUSINESS DATE IS DATED BY AA-LOG-DATE.
034551******************************************************************
034552 1400-SCAN-ONE-AUDIT.
034553     IF AA-RETURN-CODE NOT = ZERO
034554         GO TO 1400-NEXT
034555     END-IF.
034556     IF AA-BUSINESS-DATE NUMERIC
034557         AND AA-BUSINESS-DATE > ZERO
034558         MOVE AA-BUSINESS-DATE TO WS-AUD-DATE
034559     ELSE
034560         MOVE AA-LOG-DATE TO WS-AUD-DATE
034561     END-IF.
034562     PERFORM 1450-MATCH-ONE-REVERSAL THRU 1450-EXIT
034563         VARYING WS-RV-IX FROM 1 BY 1
034564         UNTIL WS-RV-IX > WS-RV-COUNT.
034565 1400-NEXT.
034566     PERFORM 8200-READ-REV-AUDIT THRU 8200-EXIT.
034567 1400-EXIT.
034568     EXIT.
034569
034570 1450-MATCH-ONE-REVERSAL.
034571     IF AA-REVERSAL
034572         IF AA-ORIG-TXN-ID = WS-RV-ORIG-TXN-ID (WS-RV-IX)
034573             AND AA-ORIG-DATE = WS-RV-ORIG-DATE (WS-RV-IX)
034574             MOVE 'Y' TO WS-RV-REVERSED-SW (WS-RV-IX)
034575         END-IF
034576     ELSE
034577         IF AA-TXN-ID = WS-RV-ORIG-TXN-ID (WS-RV-IX)
034578             AND WS-AUD-DATE = WS-RV-ORIG-DATE (WS-RV-IX)
034579             MOVE 'Y' TO WS-RV-FOUND-SW (WS-RV-IX)
034580             MOVE AA-CATEGORY-CODE TO WS-RV-CATEGORY (WS-RV-IX)
034581             MOVE AA-NUM TO WS-RV-NUM (WS-RV-IX)
034582             MOVE AA-ADJ-AMOUNT TO WS-RV-ADJ-AMOUNT (WS-RV-IX)
034583         END-IF
034584     END-IF.
034585 1450-EXIT.
034586     EXIT.
034600
034700******************************************************************
034800*  1500-WRITE-HEADER - WRITE THE MAIN INTERFACE FILE'S HEADER
036900     EXIT.
037000
037100******************************************************************
037104*  1700-OPEN-POSTED-TXN - OPEN THE POSTED TRANSACTION MASTER FOR
037108*  UPDATE, CREATING IT ON THE VERY FIRST RUN THE SAME WAY AS THE
037112*  RUN CONTROL FILE.  ANY OTHER FAILURE ABORTS THE RUN - POSTING
037116*  WITHOUT RECORDING WOULD LET TOMORROW'S RESEND THROUGH.
037120******************************************************************
037124 1700-OPEN-POSTED-TXN.
037128     OPEN I-O ADJ-PTX-FILE.
037132     IF WS-PTX-STATUS = '35'
037136         OPEN OUTPUT ADJ-PTX-FILE
037140         CLOSE ADJ-PTX-FILE
037144         OPEN I-O ADJ-PTX-FILE
037148     END-IF.
037152     IF WS-PTX-STATUS NOT = '00'
037156         DISPLAY 'ADJBATCH - ADJPTXF OPEN FAILED, STATUS '
037160             WS-PTX-STATUS
037164         SET WS-ABEND TO TRUE
037168         GO TO 1700-EXIT
037172     END-IF.
037176     SET WS-PTX-OPEN TO TRUE.
037180 1700-EXIT.
037184     EXIT.
037188
037192******************************************************************
037200*  2000-PROCESS-TRANS - CALL ADD-FIVE FOR ONE TRANSACTION, USING
037300*  THE ADJ-CALL-RECORD INTERFACE SO ADD-FIVE CAN LOOK UP THE
037400*  ADJUSTMENT AMOUNT FOR THE TRANSACTION'S OWN CATEGORY CODE AND
038400*  FAILED OPEN, EVERY REMAINING TRANSACTION WOULD COME BACK THE
038500*  SAME WAY - SO IT ABORTS THE RUN INSTEAD OF GOING TO THE
038600*  EXCEPTION FILE.
038625*  A REVERSAL CARD IS FIRST FILLED IN FROM THE PRE-PASS TABLE
038650*  (2050) - THE ORIGINAL'S CATEGORY AND THE NEGATED NUM AND
038675*  ADJUSTMENT - SO IT ROUTES BY SIGN LIKE ANY OTHER DETAIL.
038700******************************************************************
038800 2000-PROCESS-TRANS.
038900     ADD 1 TO WS-TOTAL-READ.
038912     IF TR-REVERSAL
038924         PERFORM 2050-PREPARE-REVERSAL THRU 2050-EXIT
038936     ELSE
038948         SET AC-IS-ORDINARY TO TRUE
038960         MOVE SPACES TO AC-ORIG-TXN-ID
038972         MOVE ZERO TO AC-ORIG-DATE
038984     END-IF.
039000     MOVE TR-TXN-ID TO AC-TXN-ID.
039100     MOVE TR-CATEGORY-CODE TO AC-CATEGORY-CODE.
039200     MOVE TR-NUM TO AC-NUM.
039600         SET AC-NOT-RESTART TO TRUE
039700     END-IF.
039710     MOVE WS-RUN-DATE TO AC-BUSINESS-DATE.
039740     SET AC-NOT-SIMULATION TO TRUE.
039770     SET AC-NO-OVERRIDE TO TRUE.
039800     CALL 'ADD-FIVE' USING ADJ-CALL-RECORD.
039900     IF AC-RC-FILE-ERROR
040000         DISPLAY 'ADJBATCH - ADD-FIVE FILE ERROR, ABORTING RUN'
040200         GO TO 2000-EXIT
040300     END-IF.
040400     IF AC-RC-OK
040420         PERFORM 2300-RECORD-POSTED THRU 2300-EXIT
040440         IF WS-ABEND
040460             GO TO 2000-EXIT
040480         END-IF
040500         IF AC-IS-CREDIT
040600             PERFORM 2200-WRITE-CREDIT-DETAIL THRU 2200-EXIT
040700         ELSE
041100         ADD TR-NUM TO WS-PRE-TOTAL
041200         ADD AC-RESULT TO WS-POST-TOTAL
041300         ADD AC-ADJ-AMOUNT TO WS-ADJ-AMOUNT-TOTAL
041314         IF AC-IS-REVERSAL
041328             ADD 1 TO WS-REV-COUNT
041342             ADD TR-NUM TO WS-REV-PRE-TOTAL
041356             ADD AC-RESULT TO WS-REV-POST-TOTAL
041370             ADD AC-ADJ-AMOUNT TO WS-REV-ADJ-TOTAL
041384         END-IF
041400     ELSE
041500         MOVE TR-TXN-ID TO EX-TXN-ID
041600         MOVE TR-NUM TO EX-NUM
042100                 MOVE 'RESULT WOULD OVERFLOW S9(4)' TO EX-REASON
042200             WHEN AC-RC-BAD-CATEGORY
042300                 MOVE 'CATEGORY CODE NOT ON ADJPARM' TO EX-REASON
042316             WHEN AC-RC-REV-NOT-POSTED
042332                 MOVE 'REVERSAL - ORIGINAL NOT POSTED'
042348                     TO EX-REASON
042364             WHEN AC-RC-REV-ALREADY
042380                 MOVE 'REVERSAL - ALREADY REVERSED' TO EX-REASON
042400             WHEN OTHER
042500                 MOVE 'ADD-FIVE REJECTED TRANSACTION' TO EX-REASON
042600         END-EVALUATE
043000     PERFORM 5000-CHECK-CKPT THRU 5000-EXIT.
043100     PERFORM 8000-READ-TRANS THRU 8000-EXIT.
043200 2000-EXIT.
043201     EXIT.
043202
043203******************************************************************
043204*  2050-PREPARE-REVERSAL - FIND THIS CARD'S PRE-PASS ENTRY BY ITS
043205*  POSITION ON ADJTRIN.  A FOUND, NOT YET REVERSED ORIGINAL
043206*  BECOMES THE EXACT OPPOSITE OF WHAT WAS APPLIED: SAME
043207*  CATEGORY, NEGATED NUM AND NEGATED ADJUSTMENT.  OTHERWISE THE
043208*  CARD GOES TO ADD-FIVE ALREADY MARKED RC 30 OR RC 40 SO IT IS
043209*  AUDITED AND EXCEPTED LIKE ANY OTHER REJECTION.
043210******************************************************************
043211 2050-PREPARE-REVERSAL.
043212     SET AC-IS-REVERSAL TO TRUE.
043213     MOVE TR-ORIG-TXN-ID TO AC-ORIG-TXN-ID.
043214     IF TR-ORIG-DATE NUMERIC
043215         MOVE TR-ORIG-DATE TO AC-ORIG-DATE
043216     ELSE
043217         MOVE ZERO TO AC-ORIG-DATE
043218     END-IF.
043219     MOVE ZERO TO AC-ADJ-AMOUNT.
043220     MOVE ZERO TO WS-RV-FOUND-IX.
043221     PERFORM 2060-FIND-REVERSAL THRU 2060-EXIT
043222         VARYING WS-RV-IX FROM 1 BY 1
043223         UNTIL WS-RV-IX > WS-RV-COUNT
043224            OR WS-RV-FOUND-IX > ZERO.
043225     EVALUATE TRUE
043226         WHEN WS-RV-FOUND-IX = ZERO
043227             SET AC-RC-REV-NOT-POSTED TO TRUE
043228         WHEN WS-RV-DUP-SW (WS-RV-FOUND-IX) = 'Y'
043229           OR WS-RV-REVERSED-SW (WS-RV-FOUND-IX) = 'Y'
043230             SET AC-RC-REV-ALREADY TO TRUE
043231         WHEN WS-RV-FOUND-SW (WS-RV-FOUND-IX) NOT = 'Y'
043232             SET AC-RC-REV-NOT-POSTED TO TRUE
043233         WHEN OTHER
043234             SET AC-RC-OK TO TRUE
043235             MOVE WS-RV-CATEGORY (WS-RV-FOUND-IX)
043236                 TO TR-CATEGORY-CODE
043237             COMPUTE TR-NUM = ZERO - WS-RV-NUM (WS-RV-FOUND-IX)
043238             COMPUTE AC-ADJ-AMOUNT =
043239                 ZERO - WS-RV-ADJ-AMOUNT (WS-RV-FOUND-IX)
043240     END-EVALUATE.
043241     IF NOT AC-RC-OK
043242         AND TR-NUM NOT NUMERIC
043243         MOVE ZERO TO TR-NUM
043244     END-IF.
043245 2050-EXIT.
043246     EXIT.
043247
043248 2060-FIND-REVERSAL.
043249     IF WS-RV-SEQ (WS-RV-IX) = WS-TOTAL-READ
043250         MOVE WS-RV-IX TO WS-RV-FOUND-IX
043251     END-IF.
043252 2060-EXIT.
043300     EXIT.
043400
043500******************************************************************
044300     MOVE TR-CATEGORY-CODE TO AO-DTL-CATEGORY-CODE.
044400     MOVE TR-NUM TO AO-DTL-NUM.
044500     MOVE AC-RESULT TO AO-DTL-RESULT.
044516     MOVE AC-TRANS-TYPE TO AO-DTL-TRANS-TYPE.
044532     IF AC-IS-REVERSAL
044548         MOVE AC-ORIG-TXN-ID TO AO-DTL-ORIG-TXN-ID
044564         MOVE AC-ORIG-DATE TO AO-DTL-ORIG-DATE
044580     END-IF.
044600     WRITE ADJ-OUT-RECORD.
044700     ADD 1 TO WS-DEBIT-COUNT.
044800     ADD TR-NUM TO WS-DEBIT-PRE-TOTAL.
046200     MOVE TR-CATEGORY-CODE TO AOC-DTL-CATEGORY-CODE.
046300     MOVE TR-NUM TO AOC-DTL-NUM.
046400     MOVE AC-RESULT TO AOC-DTL-RESULT.
046416     MOVE AC-TRANS-TYPE TO AOC-DTL-TRANS-TYPE.
046432     IF AC-IS-REVERSAL
046448         MOVE AC-ORIG-TXN-ID TO AOC-DTL-ORIG-TXN-ID
046464         MOVE AC-ORIG-DATE TO AOC-DTL-ORIG-DATE
046480     END-IF.
046500     WRITE ADJ-CRDT-RECORD.
046600     ADD 1 TO WS-CREDIT-COUNT.
046700     ADD TR-NUM TO WS-CREDIT-PRE-TOTAL.
046800     ADD AC-RESULT TO WS-CREDIT-POST-TOTAL.
046900 2200-EXIT.
046903     EXIT.
046906
046909******************************************************************
046912*  2300-RECORD-POSTED - ADD THE ACCEPTED TRANSACTION TO THE
046915*  POSTED TRANSACTION MASTER.  A TXN-ID ALREADY ON FILE IS
046918*  REWRITTEN WITH TODAY'S DATE AND CYCLE - A RESTART REPLAYING
046921*  THE RECORDS AFTER THE LAST CHECKPOINT, OR AN 'RC' RESUBMISSION
046924*  OF A TRANSACTION ADJRCYC CORRECTED.  IT IS DONE BEFORE THE
046927*  DETAIL IS WRITTEN SO A FAILED UPDATE ABORTS THE RUN AHEAD OF
046930*  THE CHECKPOINT AND THE RESTART PICKS THE TRANSACTION UP AGAIN.
046933******************************************************************
046936 2300-RECORD-POSTED.
046939     MOVE TR-TXN-ID TO PX-TXN-ID.
046942     MOVE WS-RUN-DATE TO PX-BUSINESS-DATE.
046945     MOVE WS-CYCLE-NUMBER TO PX-CYCLE-NUMBER.
046948     MOVE TR-SOURCE-CODE TO PX-SOURCE-CODE.
046951     MOVE FUNCTION CURRENT-DATE (1:8) TO PX-POST-DATE.
046954     MOVE FUNCTION CURRENT-DATE (9:8) TO PX-POST-TIME.
046957     WRITE ADJ-POSTED-TXN-RECORD
046960         INVALID KEY
046963             REWRITE ADJ-POSTED-TXN-RECORD
046966     END-WRITE.
046969     IF WS-PTX-STATUS NOT = '00'
046972         DISPLAY 'ADJBATCH - ADJPTXF UPDATE FAILED FOR TXN '
046975             TR-TXN-ID ', STATUS ' WS-PTX-STATUS
046978         SET WS-ABEND TO TRUE
046981         GO TO 2300-EXIT
046984     END-IF.
046987     ADD 1 TO WS-PTX-COUNT.
046990 2300-EXIT.
047000     EXIT.
047100
047200******************************************************************
050600     MOVE WS-CREDIT-POST-TOTAL TO CK-CREDIT-POST-TOTAL.
050650     MOVE WS-CYCLE-NUMBER TO CK-CYCLE-NUMBER.
050660     MOVE WS-RUN-DATE TO CK-BUSINESS-DATE.
050668     MOVE WS-REV-COUNT TO CK-REVERSAL-COUNT.
050676     MOVE WS-REV-PRE-TOTAL TO CK-REV-PRE-TOTAL.
050684     MOVE WS-REV-POST-TOTAL TO CK-REV-POST-TOTAL.
050692     MOVE WS-REV-ADJ-TOTAL TO CK-REV-ADJ-TOTAL.
050700     WRITE ADJ-CKPT-RECORD.
050800 6000-EXIT.
050900     EXIT.
052500     MOVE WS-CREDIT-PRE-TOTAL TO CT-CREDIT-TOTAL.
052600     MOVE WS-DEBIT-PRE-TOTAL TO CT-DEBIT-TOTAL.
052650     MOVE WS-CYCLE-NUMBER TO CT-CYCLE-NUMBER.
052658     MOVE WS-REV-COUNT TO CT-REVERSAL-COUNT.
052666     MOVE WS-REV-PRE-TOTAL TO CT-REV-PRE-TOTAL.
052674     MOVE WS-REV-POST-TOTAL TO CT-REV-POST-TOTAL.
052682     MOVE WS-REV-ADJ-TOTAL TO CT-REV-ADJ-TOTAL.
052690     MOVE WS-RUN-DATE TO CT-BUSINESS-DATE.
052700     WRITE ADJ-CTL-TOTALS-RECORD.
052800 7000-EXIT.
052900     EXIT.
056400 8000-EXIT.
056500     EXIT.
056600
056611 8200-READ-REV-AUDIT.
056622     READ ADJ-REV-AUDIT-FILE
056633         AT END
056644             SET WS-REVAU-EOF TO TRUE
056655     END-READ.
056666 8200-EXIT.
056677     EXIT.
056688
056700 9000-TERMINATE.
056800     PERFORM 7500-WRITE-TRAILER THRU 7500-EXIT.
056900     PERFORM 7600-WRITE-CREDIT-TRAILER THRU 7600-EXIT.
057400     CLOSE ADJ-EXCEPT-FILE.
057500     CLOSE ADJ-CKPT-FILE.
057600     CLOSE ADJ-CTOT-FILE.
057650     CLOSE ADJ-PTX-FILE.
057700     DISPLAY 'ADJBATCH - RECORDS PROCESSED......: ' WS-REC-COUNT.
057800     DISPLAY 'ADJBATCH - DEBIT RECORDS.........: ' WS-DEBIT-COUNT.
057900     DISPLAY 'ADJBATCH - CREDIT RECORDS..........: '
058000         WS-CREDIT-COUNT.
058100     DISPLAY 'ADJBATCH - RECORDS EXCEPTED.......: '
058200         WS-EXCEPT-COUNT.
058250     DISPLAY 'ADJBATCH - REVERSALS POSTED.......: ' WS-REV-COUNT.
058275     DISPLAY 'ADJBATCH - POSTED MASTER UPDATES..: ' WS-PTX-COUNT.
058300 9000-EXIT.
058400     EXIT.
058500
059700     CLOSE ADJ-EXCEPT-FILE.
059800     CLOSE ADJ-CKPT-FILE.
059900     CLOSE ADJ-CTOT-FILE.
059925     IF WS-PTX-OPEN
059950         CLOSE ADJ-PTX-FILE
059975     END-IF.
060000     DISPLAY 'ADJBATCH - RUN ABORTED, RESTART TO CONTINUE'.
060100 9100-EXIT.
060200     EXIT.
060300
060303******************************************************************
060306*  9900-LOG-STEP-START / 9910-LOG-STEP-END - RECORD THE STEP'S
060309*  START AND END ON THE SHARED RUN LOG THROUGH ADJRLOG, WHICH
060312*  HANDS THE STEP'S RETURN CODE BACK UNCHANGED.  THE END RECORD
060315*  CARRIES THE BUSINESS DATE AND CYCLE THE RUN POSTED.
060318******************************************************************
060321 9900-LOG-STEP-START.
060324     SET LG-STEP-START TO TRUE.
060327     MOVE 'ADJBATCH' TO LG-PROGRAM.
060330     MOVE ZERO TO LG-BUSINESS-DATE.
060333     MOVE ZERO TO LG-CYCLE-NUMBER.
060336     MOVE ZERO TO LG-RECORDS-IN.
060339     MOVE ZERO TO LG-RECORDS-OUT.
060342     MOVE RETURN-CODE TO LG-RETURN-CODE.
060345     CALL 'ADJRLOG' USING ADJ-RUN-LOG-CALL-RECORD.
060348 9900-EXIT.
060351     EXIT.
060354
060357 9910-LOG-STEP-END.
060360     SET LG-STEP-END TO TRUE.
060363     MOVE 'ADJBATCH' TO LG-PROGRAM.
060366     MOVE WS-RUN-DATE TO LG-BUSINESS-DATE.
060369     MOVE WS-CYCLE-NUMBER TO LG-CYCLE-NUMBER.
060372     MOVE WS-TOTAL-READ TO LG-RECORDS-IN.
060375     MOVE WS-REC-COUNT TO LG-RECORDS-OUT.
060378     MOVE RETURN-CODE TO LG-RETURN-CODE.
060381     CALL 'ADJRLOG' USING ADJ-RUN-LOG-CALL-RECORD.
060384 9910-EXIT.
060387     EXIT.
060390
060400 END PROGRAM ADJBATCH.

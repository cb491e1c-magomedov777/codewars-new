001400*  USER ID MATCHES THE REQUESTER IS REFUSED.  UNDECIDED
001500*  REQUESTS CARRY FORWARD UNTIL THEY EXPIRE (PARM, DAYS,
001600*  DEFAULT 7) AND EXPIRED ONES REPORT OUT RATHER THAN SIT
001640*  FOREVER.  AN APPROVED RETROACTIVE RE-RATE IS NOT APPLIED TO
001680*  ADJPARM AT ALL - IT IS RELEASED TO ADJRRQOT FOR ADJRERT.
001720*  NOTHING REACHING INTO A CLOSED ACCOUNTING PERIOD IS APPLIED
001760*  OR RELEASED (ADJPLCK) - THE REQUEST STAYS PENDING.
001800*
001900*  MODIFICATION HISTORY
002000*  ---------------------------------------------------------------
002476*                   AND A RUN WITHOUT THE CALENDAR ON THE DD
002477*                   FALLS BACK TO CALENDAR DAYS WITH A SYSOUT
002478*                   NOTE.
002481*  10/05/2026 RLK   ADJUSTMENT RULES.  THE RULE TYPE, PERCENT
002484*                   RATE, MINIMUM/MAXIMUM, AND TIER BANDS STAGED
002487*                   ON EACH REQUEST (PC-RULE-DATA) ARE CARRIED
002490*                   FORWARD WITH IT AND APPLIED TO THE ADJPARM
002493*                   KSDS ON APPROVAL UNDER THE SAME DUAL CONTROL
002496*                   AS THE AMOUNT.  THE CHANGE LOG NOW SHOWS THE
002499*                   RULE BEFORE AND AFTER UNDER EACH APPLIED
002502*                   ADD, CHANGE, OR DELETE.
002505*  10/07/2026 RLK   RE-RATE REQUESTS (FUNCTION R).  AN APPROVED
002508*                   RE-RATE DOES NOT TOUCH THE ADJPARM KSDS - IT
002511*                   IS RELEASED TO THE NEW ADJRRQOT FILE (ADJRRQ
002514*                   LAYOUT, REQUESTER AND APPROVER BOTH ON IT) FOR
002517*                   ADJRERT TO TRUE UP THE DATE RANGE, AND LOGGED
002520*                   AS RELEASED WITH ITS RANGE AND CORRECTED RULE.
002523*  10/08/2026 RLK   THE APPROVER ON EACH CARD MUST NOW BE AN
002526*                   ACTIVE, IN-DATE PARAMETER APPROVER ON THE USER
002529*                   AUTHORITY FILE (ADJUSRF), CHECKED THROUGH
002532*                   ADJAUTH AFTER THE SAME-USER TEST.  ANY OTHER
002535*                   APPROVER IS REFUSED ON THE CHANGE LOG WITH THE
002538*                   REASON AND THE REQUEST STAYS PENDING, THE SAME
002541*                   AS A SAME-USER REFUSAL.  THE AUTHORITY FILE IS
002544*                   PROBED BEFORE ANY FILE IS OPENED; IF IT CANNOT
002547*                   BE READ THE RUN STOPS WITH RETURN CODE 16 AND
002550*                   NO REQUEST IS DECIDED.
002553*  10/15/2026 RLK   AN APPROVAL WHOSE EFFECTIVE DATE - FOR A
002556*                   RE-RATE, ANY MONTH OF ITS RANGE - LIES IN A
002559*                   CLOSED ACCOUNTING PERIOD IS REFUSED THROUGH
002562*                   ADJPLCK AND THE REQUEST STAYS PENDING: A
002565*                   CHANGE STAGED BEFORE THE MONTH CLOSED COULD
002568*                   OTHERWISE STILL BE APPLIED AFTER IT.  RETURN
002571*                   CODE 8, OR 16 IF THE PERIOD FILE IS DOWN.
002574******************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID.  ADJPAPPR.
002800
005650         RECORD KEY IS CD-DATE
005660         FILE STATUS IS WS-CAL-STATUS.
005700
005720     SELECT ADJ-RERATE-FILE ASSIGN TO "ADJRRQOT"
005740         ORGANIZATION IS LINE SEQUENTIAL
005760         FILE STATUS IS WS-RRQ-STATUS.
005780
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  ADJ-PEND-IN-FILE.
006500               ==PC-ADD==            BY ==PI-ADD==
006600               ==PC-CHANGE==         BY ==PI-CHANGE==
006700               ==PC-DELETE==         BY ==PI-DELETE==
006750               ==PC-RERATE==         BY ==PI-RERATE==
006800               ==PC-CODE==           BY ==PI-CODE==
006900               ==PC-EFF-DATE==       BY ==PI-EFF-DATE==
007000               ==PC-AMOUNT==         BY ==PI-AMOUNT==
007200               ==PC-EXP-DATE==       BY ==PI-EXP-DATE==
007300               ==PC-REQUEST-USER==   BY ==PI-REQUEST-USER==
007400               ==PC-REQUEST-DATE==   BY ==PI-REQUEST-DATE==
007500               ==PC-REQUEST-TIME==   BY ==PI-REQUEST-TIME==
007508               ==PC-RULE-DATA==      BY ==PI-RULE-DATA==
007516               ==PC-RULE-TYPE==      BY ==PI-RULE-TYPE==
007524               ==PC-PCT-RATE==       BY ==PI-PCT-RATE==
007532               ==PC-MIN-SW==         BY ==PI-MIN-SW==
007540               ==PC-MIN-AMOUNT==     BY ==PI-MIN-AMOUNT==
007548               ==PC-MAX-SW==         BY ==PI-MAX-SW==
007556               ==PC-MAX-AMOUNT==     BY ==PI-MAX-AMOUNT==
007564               ==PC-BAND-COUNT==     BY ==PI-BAND-COUNT==
007572               ==PC-BAND==           BY ==PI-BAND==
007580               ==PC-BAND-LIMIT==     BY ==PI-BAND-LIMIT==
007588               ==PC-BAND-AMOUNT==    BY ==PI-BAND-AMOUNT==.
007600
007700 FD  ADJ-PEND-NEW-FILE.
007800 COPY ADJPND.
008800               ==PC-ADD==            BY ==PO-ADD==
008900               ==PC-CHANGE==         BY ==PO-CHANGE==
009000               ==PC-DELETE==         BY ==PO-DELETE==
009050               ==PC-RERATE==         BY ==PO-RERATE==
009100               ==PC-CODE==           BY ==PO-CODE==
009200               ==PC-EFF-DATE==       BY ==PO-EFF-DATE==
009300               ==PC-AMOUNT==         BY ==PO-AMOUNT==
009500               ==PC-EXP-DATE==       BY ==PO-EXP-DATE==
009600               ==PC-REQUEST-USER==   BY ==PO-REQUEST-USER==
009700               ==PC-REQUEST-DATE==   BY ==PO-REQUEST-DATE==
009800               ==PC-REQUEST-TIME==   BY ==PO-REQUEST-TIME==
009808               ==PC-RULE-DATA==      BY ==PO-RULE-DATA==
009816               ==PC-RULE-TYPE==      BY ==PO-RULE-TYPE==
009824               ==PC-PCT-RATE==       BY ==PO-PCT-RATE==
009832               ==PC-MIN-SW==         BY ==PO-MIN-SW==
009840               ==PC-MIN-AMOUNT==     BY ==PO-MIN-AMOUNT==
009848               ==PC-MAX-SW==         BY ==PO-MAX-SW==
009856               ==PC-MAX-AMOUNT==     BY ==PO-MAX-AMOUNT==
009864               ==PC-BAND-COUNT==     BY ==PO-BAND-COUNT==
009872               ==PC-BAND==           BY ==PO-BAND==
009880               ==PC-BAND-LIMIT==     BY ==PO-BAND-LIMIT==
009888               ==PC-BAND-AMOUNT==    BY ==PO-BAND-AMOUNT==.
009900
010000 FD  ADJ-PARM-FILE.
010100 COPY ADJPARM.
010420 FD  ADJ-CAL-FILE.
010430 COPY ADJCAL.
010500
010525 FD  ADJ-RERATE-FILE.
010550 COPY ADJRRQ.
010575
010600 WORKING-STORAGE SECTION.
010700 77  WS-PEND-IN-STATUS       PIC X(02)   VALUE SPACES.
010800 77  WS-PEND-NEW-STATUS      PIC X(02)   VALUE SPACES.
011100 77  WS-PARM-STATUS          PIC X(02)   VALUE SPACES.
011200 77  WS-RPT-STATUS           PIC X(02)   VALUE SPACES.
011210 77  WS-CAL-STATUS           PIC X(02)   VALUE SPACES.
011215 77  WS-RRQ-STATUS           PIC X(02)   VALUE SPACES.
011220 77  WS-CAL-OPEN-SW          PIC X(01)   VALUE 'N'.
011230     88  WS-CAL-OPEN             VALUE 'Y'.
011240 77  WS-SCAN-INT             PIC S9(09)  COMP VALUE ZERO.
014400 77  WS-UNMATCHED-COUNT      PIC 9(07)   VALUE ZERO.
014500 77  WS-EXPIRED-COUNT        PIC 9(07)   VALUE ZERO.
014600 77  WS-CARRIED-COUNT        PIC 9(07)   VALUE ZERO.
014616 77  WS-RELEASED-COUNT       PIC 9(07)   VALUE ZERO.
014632 77  WS-UNAUTH-COUNT         PIC 9(07)   VALUE ZERO.
014648 77  WS-LOCKED-COUNT         PIC 9(07)   VALUE ZERO.
014664 77  WS-PERIOD-DOWN-SW       PIC X(01)   VALUE 'N'.
014680     88  WS-PERIOD-DOWN          VALUE 'Y'.
014700 77  WS-BEFORE-AMOUNT        PIC S9(3)   SIGN LEADING VALUE ZERO.
014800 77  WS-BEFORE-PRESENT-SW    PIC X(01)   VALUE 'N'.
014900     88  WS-BEFORE-PRESENT       VALUE 'Y'.
014916 77  WS-BAND-IX              PIC S9(05)  COMP VALUE ZERO.
014932 77  WS-BEFORE-RULE-DATA     PIC X(50)   VALUE SPACES.
014948
014964 COPY ADJAUC.
014980 COPY ADJPLC.
015000
015100 01  WS-PEND-TABLE.
015200     05  WS-PEND-ENTRY           OCCURS 2000.
016000         10  WS-PT-REQUEST-DATE  PIC 9(08).
016100         10  WS-PT-REQUEST-TIME  PIC 9(08).
016200         10  WS-PT-DECIDED-SW    PIC X(01).
016250         10  WS-PT-RULE-DATA     PIC X(50).
016300
016400 01  WS-APPR-TABLE.
016500     05  WS-APPR-ENTRY           OCCURS 500.
017000
017100 01  WS-EFF-DATE-ED              PIC 9999/99/99.
017200 01  WS-REQ-DATE-ED              PIC 9999/99/99.
017250 01  WS-THRU-DATE-ED             PIC 9999/99/99.
017300 01  WS-AMOUNT-ED                PIC -(3)9.
017310 01  WS-BEFORE-ED                PIC X(04).
017400 01  WS-AFTER-ED                 PIC X(04).
017408 01  WS-RATE-ED                  PIC ZZ9.99.
017416 01  WS-MIN-ED                   PIC X(04).
017424 01  WS-MAX-ED                   PIC X(04).
017432 01  WS-LIMIT-ED                 PIC ZZZ9.
017440 01  WS-BAND-ED                  PIC 9.
017448 01  WS-LOG-LABEL                PIC X(03).
017456 01  WS-PERIOD-ED                PIC 9(06).
017464 01  WS-LOCK-DATE.
017472     05  WS-LOCK-PERIOD.
017480         10  WS-LOCK-YEAR        PIC 9(04).
017488         10  WS-LOCK-MONTH       PIC 9(02).
017496     05  WS-LOCK-DAY             PIC 9(02).
017504
017512 01  WS-LOG-RULE.
017520     05  WS-LR-RULE-TYPE         PIC X(01).
017528     05  WS-LR-PCT-RATE          PIC 9(3)V99.
017536     05  WS-LR-MIN-SW            PIC X(01).
017544     05  WS-LR-MIN-AMOUNT        PIC S9(3)  SIGN LEADING.
017552     05  WS-LR-MAX-SW            PIC X(01).
017560     05  WS-LR-MAX-AMOUNT        PIC S9(3)  SIGN LEADING.
017568     05  WS-LR-BAND-COUNT        PIC 9(01).
017576     05  WS-LR-BAND                      OCCURS 5.
017584         10  WS-LR-BAND-LIMIT            PIC 9(04).
017592         10  WS-LR-BAND-AMOUNT           PIC S9(3)  SIGN LEADING.
017600
017700 LINKAGE SECTION.
017800 01  LK-PARM-INFO.
021100*  1000-INITIALIZE - OPEN EVERY FILE (CREATING THE ADJPARM KSDS
021200*  EMPTY ON STATUS 35, THE SAME AS ADJPMNT DID BEFORE THE APPLY
021300*  LOGIC MOVED HERE), CAPTURE THE DATE, AND WRITE THE CHANGE-LOG
021400*  HEADINGS.  THE USER AUTHORITY FILE IS PROBED FIRST SO A
021450*  MISSING FILE STOPS THE RUN BEFORE ANYTHING IS OPENED.
021500******************************************************************
021600 1000-INITIALIZE.
021609     MOVE SPACES TO UA-USER-ID.
021618     SET UA-ROLE-PARM-APPROVER TO TRUE.
021627     MOVE ZERO TO UA-CHECK-DATE.
021636     CALL 'ADJAUTH' USING ADJ-AUTH-CALL-RECORD.
021645     IF UA-RC-FILE-ERROR
021654         DISPLAY 'ADJPAPPR - USER AUTHORITY FILE UNAVAILABLE, '
021663             'RUN STOPPED'
021672         SET WS-ABEND TO TRUE
021681         GO TO 1000-EXIT
021690     END-IF.
021700     OPEN INPUT ADJ-PEND-IN-FILE.
021800     OPEN INPUT ADJ-PEND-NEW-FILE.
021900     OPEN INPUT ADJ-APPR-FILE.
022800     END-IF.
022900     OPEN OUTPUT ADJ-PEND-OUT-FILE.
023000     OPEN OUTPUT ADJ-CHG-RPT.
023050     OPEN OUTPUT ADJ-RERATE-FILE.
023100     IF WS-PEND-OUT-STATUS NOT = '00'
023200         OR WS-RPT-STATUS NOT = '00'
023250         OR WS-RRQ-STATUS NOT = '00'
023300         DISPLAY 'ADJPAPPR - OUTPUT OPEN FAILED, STATUSES '
023400             WS-PEND-OUT-STATUS ' ' WS-RPT-STATUS ' '
023450             WS-RRQ-STATUS
023500         SET WS-ABEND TO TRUE
023600         GO TO 1000-EXIT
023700     END-IF.
029300     MOVE PI-REQUEST-TIME
029400         TO WS-PT-REQUEST-TIME (WS-PEND-COUNT).
029500     MOVE 'N' TO WS-PT-DECIDED-SW (WS-PEND-COUNT).
029550     MOVE PI-RULE-DATA TO WS-PT-RULE-DATA (WS-PEND-COUNT).
029600     PERFORM 8000-READ-PRIOR THRU 8000-EXIT.
029700 1550-EXIT.
029800     EXIT.
032900     MOVE PC-REQUEST-TIME
033000         TO WS-PT-REQUEST-TIME (WS-PEND-COUNT).
033100     MOVE 'N' TO WS-PT-DECIDED-SW (WS-PEND-COUNT).
033150     MOVE PC-RULE-DATA TO WS-PT-RULE-DATA (WS-PEND-COUNT).
033200     PERFORM 8100-READ-NEW THRU 8100-EXIT.
033300 2050-EXIT.
033400     EXIT.
036300*  PENDING REQUEST.  THE DUAL CONTROL RULE IS ENFORCED HERE: AN
036400*  APPROVER WHOSE USER ID MATCHES THE REQUESTER'S IS REFUSED
036500*  AND THE REQUEST STAYS PENDING FOR SOMEBODY ELSE TO DECIDE.
036520*  SO DOES ONE WHO IS NOT AN AUTHORIZED PARAMETER APPROVER ON
036540*  THE USER AUTHORITY FILE.  AN APPROVAL REACHING INTO A CLOSED
036560*  ACCOUNTING PERIOD IS REFUSED TOO; A REJECTION CHANGES NOTHING
036580*  AND IS ALWAYS ALLOWED.
036600******************************************************************
036700 4000-DECIDE-REQUESTS.
036800     PERFORM 4100-DECIDE-ONE THRU 4100-EXIT
040100         WRITE RPT-LINE
040200         GO TO 4100-EXIT
040300     END-IF.
040303     PERFORM 4160-CHECK-AUTHORITY THRU 4160-EXIT.
040306     IF NOT UA-RC-OK
040309         ADD 1 TO WS-UNAUTH-COUNT
040312         MOVE WS-PT-EFF-DATE (WS-FOUND-IX) TO WS-EFF-DATE-ED
040315         MOVE SPACES TO RPT-LINE
040318         STRING 'REFUSED - NOT AUTHORIZED '
040321             WS-PT-CODE (WS-FOUND-IX) ' ' WS-EFF-DATE-ED
040324             ' BY ' WS-AT-USER-ID (WS-APPR-IX) ' - '
040327             UA-REASON DELIMITED BY '  '
040330             INTO RPT-LINE
040333         WRITE RPT-LINE
040336         GO TO 4100-EXIT
040339     END-IF.
040342     IF WS-AT-ACTION (WS-APPR-IX) = 'A'
040345         PERFORM 4170-CHECK-PERIOD-LOCK THRU 4170-EXIT
040348         IF PL-RC-REFUSED
040351             ADD 1 TO WS-LOCKED-COUNT
040354             MOVE WS-PT-EFF-DATE (WS-FOUND-IX) TO WS-EFF-DATE-ED
040357             MOVE PL-PERIOD TO WS-PERIOD-ED
040360             MOVE SPACES TO RPT-LINE
040363             STRING 'REFUSED - PERIOD CLOSED '
040366                 WS-PT-CODE (WS-FOUND-IX) ' ' WS-EFF-DATE-ED
040369                 ' PERIOD ' WS-PERIOD-ED
040372                 ' BY ' WS-AT-USER-ID (WS-APPR-IX)
040375                 DELIMITED BY SIZE INTO RPT-LINE
040378             WRITE RPT-LINE
040381             GO TO 4100-EXIT
040384         END-IF
040387     END-IF.
040400     EVALUATE WS-AT-ACTION (WS-APPR-IX)
040500         WHEN 'A'
040600             PERFORM 4200-APPLY-ONE THRU 4200-EXIT
043100     EXIT.
043200
043300******************************************************************
043301*  4160-CHECK-AUTHORITY - ASK ADJAUTH WHETHER THE CARD'S USER MAY
043302*  APPROVE OR REJECT PARAMETER CHANGES TODAY.
043303******************************************************************
043304 4160-CHECK-AUTHORITY.
043305     MOVE WS-AT-USER-ID (WS-APPR-IX) TO UA-USER-ID.
043306     SET UA-ROLE-PARM-APPROVER TO TRUE.
043307     MOVE WS-RUN-DATE TO UA-CHECK-DATE.
043308     CALL 'ADJAUTH' USING ADJ-AUTH-CALL-RECORD.
043309 4160-EXIT.
043310     EXIT.
043311
043312******************************************************************
043313*  4170-CHECK-PERIOD-LOCK - ASK ADJPLCK WHETHER THE REQUEST
043314*  REACHES INTO A CLOSED ACCOUNTING PERIOD, THE SAME TEST ADJPMNT
043315*  MADE WHEN IT WAS STAGED - THE MONTH MAY HAVE CLOSED SINCE.  AN
043316*  ADD, CHANGE, OR DELETE TAKES EFFECT ON ITS EFFECTIVE DATE; A
043317*  RE-RATE RESTATES EVERY DAY OF ITS RANGE, SO EACH MONTH FROM
043318*  THE EFFECTIVE DATE THROUGH THE EXPIRY DATE IS CHECKED.  A
043319*  FILE ERROR IS REMEMBERED SO THE STEP ENDS WITH RETURN CODE 16.
043320******************************************************************
043321 4170-CHECK-PERIOD-LOCK.
043322     MOVE WS-PT-EFF-DATE (WS-FOUND-IX) TO WS-LOCK-DATE.
043323     SET PL-RC-OPEN TO TRUE.
043324     IF WS-PT-FUNCTION (WS-FOUND-IX) = 'R'
043325         PERFORM 4180-CHECK-ONE-MONTH THRU 4180-EXIT
043326             UNTIL PL-RC-REFUSED
043327             OR WS-LOCK-PERIOD >
043328                 WS-PT-EXP-DATE (WS-FOUND-IX) (1:6)
043329     ELSE
043330         PERFORM 4180-CHECK-ONE-MONTH THRU 4180-EXIT
043331     END-IF.
043332     IF PL-RC-FILE-ERROR
043333         SET WS-PERIOD-DOWN TO TRUE
043334     END-IF.
043335 4170-EXIT.
043336     EXIT.
043337
043338******************************************************************
043339*  4180-CHECK-ONE-MONTH - ASK ADJPLCK WHETHER THE MONTH OF
043340*  WS-LOCK-DATE IS OPEN, THEN STEP WS-LOCK-DATE TO THE FIRST OF
043341*  THE NEXT MONTH.
043342******************************************************************
043343 4180-CHECK-ONE-MONTH.
043344     SET PL-CHECK TO TRUE.
043345     MOVE 'ADJPAPPR' TO PL-PROGRAM.
043346     MOVE WS-AT-USER-ID (WS-APPR-IX) TO PL-USER-ID.
043347     MOVE SPACES TO PL-ACTION.
043348     STRING 'APPROVE PARM REQUEST ' WS-PT-FUNCTION (WS-FOUND-IX)
043349         ' CATEGORY ' WS-PT-CODE (WS-FOUND-IX)
043350         DELIMITED BY SIZE INTO PL-ACTION.
043351     MOVE WS-LOCK-DATE TO PL-BUSINESS-DATE.
043352     CALL 'ADJPLCK' USING ADJ-PERIOD-LOCK-CALL-RECORD.
043353     IF PL-RC-REFUSED
043354         GO TO 4180-EXIT
043357     END-IF.
043360     MOVE 01 TO WS-LOCK-DAY.
043363     IF WS-LOCK-MONTH = 12
043366         ADD 1 TO WS-LOCK-YEAR
043369         MOVE 01 TO WS-LOCK-MONTH
043372     ELSE
043375         ADD 1 TO WS-LOCK-MONTH
043378     END-IF.
043381 4180-EXIT.
043384     EXIT.
043387
043390******************************************************************
043400*  4200-APPLY-ONE - APPLY ONE APPROVED REQUEST TO THE ADJPARM
043500*  KSDS.  THE BEFORE AMOUNT IS CAPTURED FIRST SO THE CHANGE LOG
043600*  SHOWS BEFORE AND AFTER.  THE KSDS LAST-CHG-USER GETS THE
043800*  CHANGE LOG CARRIES BOTH USER IDS.  A FAILED APPLY (DUPLICATE
043900*  ADD, CHANGE/DELETE OF A RECORD NOT ON FILE) IS LOGGED AND
044000*  THE REQUEST CLOSED - CARRYING IT FORWARD WOULD JUST FAIL
044100*  AGAIN TOMORROW.  A RE-RATE IS RELEASED, NOT APPLIED.
044200******************************************************************
044300 4200-APPLY-ONE.
044400     MOVE 'N' TO WS-APPLY-SW.
044500     MOVE 'N' TO WS-BEFORE-PRESENT-SW.
044600     MOVE ZERO TO WS-BEFORE-AMOUNT.
044650     MOVE SPACES TO WS-BEFORE-RULE-DATA.
044700     MOVE WS-PT-CODE (WS-FOUND-IX) TO ADJ-PARM-CODE.
044800     MOVE WS-PT-EFF-DATE (WS-FOUND-IX) TO ADJ-PARM-EFF-DATE.
044900     EVALUATE WS-PT-FUNCTION (WS-FOUND-IX)
045300             PERFORM 4300-APPLY-CHANGE THRU 4300-EXIT
045400         WHEN 'D'
045500             PERFORM 4350-APPLY-DELETE THRU 4350-EXIT
045533         WHEN 'R'
045566             PERFORM 4400-RELEASE-RERATE THRU 4400-EXIT
045600     END-EVALUATE.
045700     MOVE 'Y' TO WS-PT-DECIDED-SW (WS-FOUND-IX).
045800     IF WS-APPLY-OK
046800     MOVE WS-PT-AMOUNT (WS-FOUND-IX) TO ADJ-PARM-AMOUNT.
046900     MOVE WS-PT-DESC (WS-FOUND-IX) TO ADJ-PARM-DESC.
047000     MOVE WS-PT-EXP-DATE (WS-FOUND-IX) TO ADJ-PARM-EXP-DATE.
047050     MOVE WS-PT-RULE-DATA (WS-FOUND-IX) TO ADJ-PARM-RULE-DATA.
047100     MOVE WS-RUN-DATE TO ADJ-PARM-LAST-CHG-DATE.
047200     MOVE WS-AT-USER-ID (WS-APPR-IX) TO ADJ-PARM-LAST-CHG-USER.
047300     WRITE ADJ-PARM-RECORD
048600     END-READ.
048700     MOVE ADJ-PARM-AMOUNT TO WS-BEFORE-AMOUNT.
048800     SET WS-BEFORE-PRESENT TO TRUE.
048850     MOVE ADJ-PARM-RULE-DATA TO WS-BEFORE-RULE-DATA.
048900     MOVE WS-PT-AMOUNT (WS-FOUND-IX) TO ADJ-PARM-AMOUNT.
049000     MOVE WS-PT-DESC (WS-FOUND-IX) TO ADJ-PARM-DESC.
049100     MOVE WS-PT-EXP-DATE (WS-FOUND-IX) TO ADJ-PARM-EXP-DATE.
049150     MOVE WS-PT-RULE-DATA (WS-FOUND-IX) TO ADJ-PARM-RULE-DATA.
049200     MOVE WS-RUN-DATE TO ADJ-PARM-LAST-CHG-DATE.
049300     MOVE WS-AT-USER-ID (WS-APPR-IX) TO ADJ-PARM-LAST-CHG-USER.
049400     REWRITE ADJ-PARM-RECORD.
050300     END-READ.
050400     MOVE ADJ-PARM-AMOUNT TO WS-BEFORE-AMOUNT.
050500     SET WS-BEFORE-PRESENT TO TRUE.
050550     MOVE ADJ-PARM-RULE-DATA TO WS-BEFORE-RULE-DATA.
050600     DELETE ADJ-PARM-FILE RECORD.
050700     SET WS-APPLY-OK TO TRUE.
050800 4350-EXIT.
050803     EXIT.
050806
050809******************************************************************
050812*  4400-RELEASE-RERATE - AN APPROVED RE-RATE CHANGES NOTHING ON
050815*  THE ADJPARM KSDS.  IT IS WRITTEN TO ADJRRQOT WITH THE
050818*  REQUESTER AND THE APPROVER FOR ADJRERT, WHICH TRUES UP THE
050821*  CATEGORY'S POSTINGS OVER THE DATE RANGE AT THE CORRECTED RATE.
050824******************************************************************
050827 4400-RELEASE-RERATE.
050830     MOVE WS-PT-CODE (WS-FOUND-IX) TO RQ-CODE.
050833     MOVE WS-PT-EFF-DATE (WS-FOUND-IX) TO RQ-FROM-DATE.
050836     MOVE WS-PT-EXP-DATE (WS-FOUND-IX) TO RQ-THRU-DATE.
050839     MOVE WS-PT-AMOUNT (WS-FOUND-IX) TO RQ-AMOUNT.
050842     MOVE WS-PT-DESC (WS-FOUND-IX) TO RQ-DESC.
050845     MOVE WS-PT-REQUEST-USER (WS-FOUND-IX) TO RQ-REQUEST-USER.
050848     MOVE WS-PT-REQUEST-DATE (WS-FOUND-IX) TO RQ-REQUEST-DATE.
050851     MOVE WS-AT-USER-ID (WS-APPR-IX) TO RQ-APPROVE-USER.
050854     MOVE WS-RUN-DATE TO RQ-APPROVE-DATE.
050857     MOVE FUNCTION CURRENT-DATE (9:8) TO RQ-APPROVE-TIME.
050860     MOVE WS-PT-RULE-DATA (WS-FOUND-IX) TO RQ-RULE-DATA.
050863     WRITE ADJ-RERATE-REQ-RECORD.
050866     IF WS-RRQ-STATUS = '00'
050869         SET WS-APPLY-OK TO TRUE
050872         ADD 1 TO WS-RELEASED-COUNT
050875     END-IF.
050878 4400-EXIT.
050900     EXIT.
051000
051100******************************************************************
053500                 ' APP ' WS-AT-USER-ID (WS-APPR-IX)
053600                 DELIMITED BY SIZE INTO RPT-LINE
053700         WHEN WS-APPLY-OK
053711             AND WS-PT-FUNCTION (WS-FOUND-IX) = 'R'
053722             MOVE WS-PT-EXP-DATE (WS-FOUND-IX) TO WS-THRU-DATE-ED
053733             STRING 'RELEASED R ' WS-PT-CODE (WS-FOUND-IX) ' '
053744                 WS-EFF-DATE-ED ' THRU ' WS-THRU-DATE-ED
053755                 ' REQ ' WS-PT-REQUEST-USER (WS-FOUND-IX)
053766                 ' APP ' WS-AT-USER-ID (WS-APPR-IX)
053777                 DELIMITED BY SIZE INTO RPT-LINE
053788         WHEN WS-APPLY-OK
053800             STRING 'APPLIED  ' WS-PT-FUNCTION (WS-FOUND-IX)
053900                 ' ' WS-PT-CODE (WS-FOUND-IX) ' '
054000                 WS-EFF-DATE-ED
055200                 DELIMITED BY SIZE INTO RPT-LINE
055300     END-EVALUATE.
055400     WRITE RPT-LINE.
055406     IF WS-AT-ACTION (WS-APPR-IX) = 'R'
055412         OR NOT WS-APPLY-OK
055418         GO TO 4500-EXIT
055424     END-IF.
055430     IF WS-BEFORE-PRESENT
055436         MOVE 'BEF' TO WS-LOG-LABEL
055442         MOVE WS-BEFORE-RULE-DATA TO WS-LOG-RULE
055448         PERFORM 4550-LOG-RULE THRU 4550-EXIT
055454     END-IF.
055460     IF WS-PT-FUNCTION (WS-FOUND-IX) NOT = 'D'
055466         MOVE 'AFT' TO WS-LOG-LABEL
055472         MOVE WS-PT-RULE-DATA (WS-FOUND-IX) TO WS-LOG-RULE
055478         PERFORM 4550-LOG-RULE THRU 4550-EXIT
055484     END-IF.
055500 4500-EXIT.
055501     EXIT.
055502
055503******************************************************************
055504*  4550-LOG-RULE - LOG THE RULE IN WS-LOG-RULE UNDER THE DECISION
055505*  LINE: TYPE (A BLANK TYPE FROM BEFORE RULES EXISTED IS FLAT),
055506*  PERCENT RATE, MINIMUM AND MAXIMUM ('-' = NONE), AND ONE LINE
055507*  PER TIER BAND.
055508******************************************************************
055509 4550-LOG-RULE.
055510     IF WS-LR-RULE-TYPE = SPACE
055511         MOVE 'F' TO WS-LR-RULE-TYPE
055512     END-IF.
055513     IF WS-LR-RULE-TYPE = 'P'
055514         MOVE WS-LR-PCT-RATE TO WS-RATE-ED
055515     ELSE
055516         MOVE ZERO TO WS-RATE-ED
055517     END-IF.
055518     MOVE '   -' TO WS-MIN-ED.
055519     IF WS-LR-MIN-SW = 'Y'
055520         MOVE WS-LR-MIN-AMOUNT TO WS-AMOUNT-ED
055521         MOVE WS-AMOUNT-ED TO WS-MIN-ED
055522     END-IF.
055523     MOVE '   -' TO WS-MAX-ED.
055524     IF WS-LR-MAX-SW = 'Y'
055525         MOVE WS-LR-MAX-AMOUNT TO WS-AMOUNT-ED
055526         MOVE WS-AMOUNT-ED TO WS-MAX-ED
055527     END-IF.
055528     MOVE SPACES TO RPT-LINE.
055529     STRING '         RULE ' WS-LOG-LABEL ' TYPE ' WS-LR-RULE-TYPE
055530         ' PCT ' WS-RATE-ED ' MIN ' WS-MIN-ED
055531         ' MAX ' WS-MAX-ED
055532         DELIMITED BY SIZE INTO RPT-LINE.
055533     WRITE RPT-LINE.
055534     IF WS-LR-RULE-TYPE = 'T'
055535         PERFORM 4560-LOG-ONE-BAND THRU 4560-EXIT
055536             VARYING WS-BAND-IX FROM 1 BY 1
055537             UNTIL WS-BAND-IX > WS-LR-BAND-COUNT
055538     END-IF.
055539 4550-EXIT.
055540     EXIT.
055541
055544******************************************************************
055547*  4560-LOG-ONE-BAND - LOG ONE TIER BAND OF WS-LOG-RULE: ITS
055550*  NUMBER, THE NUM LIMIT IT COVERS AND ITS AMOUNT.
055553******************************************************************
055556 4560-LOG-ONE-BAND.
055559     MOVE WS-BAND-IX TO WS-BAND-ED.
055562     MOVE WS-LR-BAND-LIMIT (WS-BAND-IX) TO WS-LIMIT-ED.
055565     MOVE WS-LR-BAND-AMOUNT (WS-BAND-IX) TO WS-AMOUNT-ED.
055568     MOVE SPACES TO RPT-LINE.
055571     STRING '              BAND ' WS-BAND-ED ' NUM UP TO '
055574         WS-LIMIT-ED ' AMOUNT ' WS-AMOUNT-ED
055577         DELIMITED BY SIZE INTO RPT-LINE.
055580     WRITE RPT-LINE.
055583 4560-EXIT.
055600     EXIT.
055700
055800******************************************************************
059700     MOVE WS-PT-REQUEST-USER (WS-PEND-IX) TO PO-REQUEST-USER.
059800     MOVE WS-PT-REQUEST-DATE (WS-PEND-IX) TO PO-REQUEST-DATE.
059900     MOVE WS-PT-REQUEST-TIME (WS-PEND-IX) TO PO-REQUEST-TIME.
059950     MOVE WS-PT-RULE-DATA (WS-PEND-IX) TO PO-RULE-DATA.
060000     WRITE ADJ-PEND-OUT-RECORD.
060100     ADD 1 TO WS-CARRIED-COUNT.
060200 5100-EXIT.
063300     CLOSE ADJ-PEND-OUT-FILE.
063400     CLOSE ADJ-PARM-FILE.
063500     CLOSE ADJ-CHG-RPT.
063505     CLOSE ADJ-RERATE-FILE.
063510     IF WS-CAL-OPEN
063520         CLOSE ADJ-CAL-FILE
063530     END-IF.
064300         WS-REJECTED-COUNT.
064400     DISPLAY 'ADJPAPPR - REFUSED (SAME USER)....: '
064500         WS-REFUSED-COUNT.
064520     DISPLAY 'ADJPAPPR - REFUSED (UNAUTHORIZED).: '
064540         WS-UNAUTH-COUNT.
064560     DISPLAY 'ADJPAPPR - REFUSED (PERIOD CLOSED): '
064580         WS-LOCKED-COUNT.
064600     DISPLAY 'ADJPAPPR - APPLY FAILED...........: '
064700         WS-FAILED-COUNT.
064800     DISPLAY 'ADJPAPPR - UNMATCHED CARDS........: '
065100         WS-EXPIRED-COUNT.
065200     DISPLAY 'ADJPAPPR - CARRIED FORWARD........: '
065300         WS-CARRIED-COUNT.
065309     DISPLAY 'ADJPAPPR - RE-RATES RELEASED......: '
065318         WS-RELEASED-COUNT.
065327     IF WS-LOCKED-COUNT > ZERO
065336         MOVE 8 TO RETURN-CODE
065345     END-IF.
065354     IF WS-PERIOD-DOWN
065363         DISPLAY 'ADJPAPPR - PERIOD CONTROL FILE UNAVAILABLE - '
065372             'APPROVALS LEFT PENDING'
065381         MOVE 16 TO RETURN-CODE
065390     END-IF.
065400 9000-EXIT.
065500     EXIT.
065600

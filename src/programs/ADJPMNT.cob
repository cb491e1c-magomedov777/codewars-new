003900*                   A SECOND USER APPROVES IT.  THE KSDS FILE
004000*                   AND ITS ADD/CHANGE/DELETE PARAGRAPHS MOVED
004100*                   TO ADJPAPPR.
004103*  10/05/2026 RLK   ADJUSTMENT RULES.  AN ADD OR CHANGE CARD NOW
004106*                   CARRIES A RULE TYPE (FLAT, PERCENT OF NUM, OR
004109*                   TIERED), THE PERCENT RATE, AN OPTIONAL
004112*                   MINIMUM AND MAXIMUM, AND UP TO FIVE TIER
004115*                   BANDS.  NEW 2500-VALIDATE-RULE EDITS THEM AND
004118*                   BUILDS PC-RULE-DATA; A CARD WITH BAD RULE
004121*                   DETAIL IS REJECTED WITH A SYSOUT LINE NAMING
004124*                   IT SO THE REQUESTER CAN CORRECT AND RESUBMIT.
004127*  10/07/2026 RLK   RE-RATE CARDS (FUNCTION R).  THE CARD NAMES A
004130*                   CATEGORY, A PAST DATE RANGE (EFF-DATE THROUGH
004133*                   EXP-DATE, BOTH REQUIRED) AND THE CORRECTED
004136*                   RATE, EDITED BY 2500-VALIDATE-RULE LIKE AN
004139*                   ADD.  IT IS STAGED FOR APPROVAL LIKE ANY
004142*                   OTHER REQUEST; ADJPAPPR RELEASES IT TO
004145*                   ADJRERT.  A BAD RANGE IS REJECTED AND NAMED.
004148*  10/08/2026 RLK   THE REQUESTING USER ID ON EACH CARD IS NOW
004151*                   CHECKED AGAINST THE USER AUTHORITY FILE
004154*                   (ADJUSRF) THROUGH ADJAUTH BEFORE THE
004157*                   REQUEST IS STAGED.  A USER WHO IS NOT AN
004160*                   ACTIVE, IN-DATE PARAMETER REQUESTER HAS THE
004163*                   CARD REFUSED AND NAMED ON SYSOUT (RETURN CODE
004166*                   8); IF THE AUTHORITY FILE CANNOT BE READ
004169*                   NOTHING IS STAGED AND THE STEP ENDS WITH
004172*                   RETURN CODE 16.
004175*  10/15/2026 RLK   A CARD WHOSE EFFECTIVE DATE (FOR A RE-RATE,
004178*                   ANY MONTH OF ITS RANGE) LIES IN A CLOSED
004181*                   ACCOUNTING PERIOD IS REFUSED THROUGH ADJPLCK
004184*                   AND NOT STAGED (RETURN CODE 8); IF THE PERIOD
004187*                   FILE CANNOT BE READ NOTHING IS STAGED AND THE
004190*                   STEP ENDS WITH RETURN CODE 16.
004200******************************************************************
004300 IDENTIFICATION DIVISION.
004400 PROGRAM-ID.  ADJPMNT.
007200 77  WS-REJECT-COUNT         PIC 9(07)   VALUE ZERO.
007300 77  WS-ABEND-SW             PIC X(01)   VALUE 'N'.
007400     88  WS-ABEND                VALUE 'Y'.
007404 77  WS-RULE-BAD-SW          PIC X(01)   VALUE 'N'.
007408     88  WS-RULE-BAD             VALUE 'Y'.
007412 77  WS-BANDS-ENDED-SW       PIC X(01)   VALUE 'N'.
007416     88  WS-BANDS-ENDED          VALUE 'Y'.
007420 77  WS-BAND-IX              PIC S9(05)  COMP VALUE ZERO.
007424 77  WS-BAND-MAX             PIC S9(05)  COMP VALUE 5.
007428 77  WS-UNAUTH-COUNT         PIC 9(07)   VALUE ZERO.
007432 77  WS-AUTH-DOWN-SW         PIC X(01)   VALUE 'N'.
007436     88  WS-AUTH-DOWN            VALUE 'Y'.
007440 77  WS-LOCKED-COUNT         PIC 9(07)   VALUE ZERO.
007444 77  WS-PERIOD-DOWN-SW       PIC X(01)   VALUE 'N'.
007448     88  WS-PERIOD-DOWN          VALUE 'Y'.
007452 COPY ADJAUC.
007456 COPY ADJPLC.
007460
007464 01  WS-LOCK-DATE.
007468     05  WS-LOCK-PERIOD.
007472         10  WS-LOCK-YEAR        PIC 9(04).
007476         10  WS-LOCK-MONTH       PIC 9(02).
007480     05  WS-LOCK-DAY             PIC 9(02).
007500
007600 PROCEDURE DIVISION.
007700
011400*  2000-PROCESS-MAINT - VALIDATE ONE MAINTENANCE CARD AND STAGE
011500*  IT AS A PENDING CHANGE REQUEST.  A BAD FUNCTION CODE OR A
011600*  NON-NUMERIC OR ZERO EFFECTIVE DATE IS REJECTED HERE SO THE
011700*  APPROVER ONLY EVER SEES WELL-FORMED REQUESTS.  A RE-RATE
011750*  MUST ALSO CARRY AN EXPIRY (RANGE END) NOT BEFORE ITS EFF-DATE.
011766*  A WELL-FORMED CARD FROM A USER WHO IS NOT AN AUTHORIZED
011782*  PARAMETER REQUESTER IS REFUSED AND NEVER STAGED.
011800******************************************************************
011900 2000-PROCESS-MAINT.
012000     ADD 1 TO WS-TXN-COUNT.
012700     IF NOT ADJ-MAINT-ADD
012800         AND NOT ADJ-MAINT-CHANGE
012900         AND NOT ADJ-MAINT-DELETE
012950         AND NOT ADJ-MAINT-RERATE
013000         ADD 1 TO WS-REJECT-COUNT
013002         PERFORM 8000-READ-MAINT THRU 8000-EXIT
013004         GO TO 2000-EXIT
013006     END-IF.
013008     IF ADJ-MAINT-RERATE
013010         AND (ADJ-MAINT-EXP-DATE NOT NUMERIC
013012         OR ADJ-MAINT-EXP-DATE < ADJ-MAINT-EFF-DATE)
013014         ADD 1 TO WS-REJECT-COUNT
013016         DISPLAY 'ADJPMNT - BAD RE-RATE RANGE, CARD REJECTED: '
013018             ADJ-MAINT-CODE ' ' ADJ-MAINT-EFF-DATE
013020         PERFORM 8000-READ-MAINT THRU 8000-EXIT
013022         GO TO 2000-EXIT
013024     END-IF.
013026     PERFORM 2500-VALIDATE-RULE THRU 2500-EXIT.
013028     IF WS-RULE-BAD
013030         ADD 1 TO WS-REJECT-COUNT
013032         DISPLAY 'ADJPMNT - BAD RULE DETAIL, CARD REJECTED: '
013034             ADJ-MAINT-FUNCTION ' ' ADJ-MAINT-CODE ' '
013036             ADJ-MAINT-EFF-DATE
013038         PERFORM 8000-READ-MAINT THRU 8000-EXIT
013040         GO TO 2000-EXIT
013042     END-IF.
013044     PERFORM 2700-CHECK-AUTHORITY THRU 2700-EXIT.
013046     IF NOT UA-RC-OK
013048         ADD 1 TO WS-UNAUTH-COUNT
013050         DISPLAY 'ADJPMNT - USER ' ADJ-MAINT-USER-ID
013052             ' NOT AUTHORIZED (' UA-REASON ')'
013054         DISPLAY 'ADJPMNT - CARD REFUSED: '
013056             ADJ-MAINT-FUNCTION ' ' ADJ-MAINT-CODE ' '
013058             ADJ-MAINT-EFF-DATE
013060         PERFORM 8000-READ-MAINT THRU 8000-EXIT
013062         GO TO 2000-EXIT
013064     END-IF.
013066     PERFORM 2800-CHECK-PERIOD-LOCK THRU 2800-EXIT.
013068     IF PL-RC-REFUSED
013070         ADD 1 TO WS-LOCKED-COUNT
013072         DISPLAY 'ADJPMNT - CARD REFUSED, PERIOD CLOSED: '
013074             ADJ-MAINT-FUNCTION ' ' ADJ-MAINT-CODE ' '
013076             WS-LOCK-DATE
013100         PERFORM 8000-READ-MAINT THRU 8000-EXIT
013200         GO TO 2000-EXIT
013300     END-IF.
013700     EXIT.
013800
013900******************************************************************
013901*  2500-VALIDATE-RULE - EDIT THE RULE DETAIL ON AN ADD OR CHANGE
013902*  CARD AND BUILD PC-RULE-DATA FROM IT.  A BLANK RULE TYPE IS
013903*  FLAT, WHICH NEEDS A NUMERIC AMOUNT; PERCENT NEEDS A NON-ZERO
013904*  RATE; TIERED NEEDS AT LEAST ONE BAND, EACH NUMERIC, LIMITS
013905*  STRICTLY ASCENDING, THE FIRST BLANK LIMIT ENDING THE LIST.
013906*  THE MINIMUM AND MAXIMUM ARE OPTIONAL (BLANK = NONE) BUT MUST
013907*  BE NUMERIC WHEN GIVEN, MINIMUM NOT ABOVE MAXIMUM.  A DELETE
013908*  CARRIES NO RULE.  A RE-RATE'S RULE IS THE CORRECTED RATE.
013909******************************************************************
013910 2500-VALIDATE-RULE.
013911     MOVE 'N' TO WS-RULE-BAD-SW.
013912     MOVE 'N' TO WS-BANDS-ENDED-SW.
013913     MOVE ZEROS TO PC-RULE-DATA.
013914     MOVE 'F' TO PC-RULE-TYPE.
013915     MOVE 'N' TO PC-MIN-SW.
013916     MOVE 'N' TO PC-MAX-SW.
013917     IF ADJ-MAINT-DELETE
013918         GO TO 2500-EXIT
013919     END-IF.
013920     IF ADJ-MAINT-FLAT-RULE
013921         IF ADJ-MAINT-AMOUNT NOT NUMERIC
013922             SET WS-RULE-BAD TO TRUE
013923         END-IF
013924     ELSE
013925         IF NOT ADJ-MAINT-PCT-RULE
013926             AND NOT ADJ-MAINT-TIER-RULE
013927             SET WS-RULE-BAD TO TRUE
013928         END-IF
013929         MOVE ADJ-MAINT-RULE-TYPE TO PC-RULE-TYPE
013930     END-IF.
013931     IF ADJ-MAINT-MIN-X NOT = SPACES
013932         MOVE 'Y' TO PC-MIN-SW
013933         IF ADJ-MAINT-MIN-AMOUNT NUMERIC
013934             MOVE ADJ-MAINT-MIN-AMOUNT TO PC-MIN-AMOUNT
013935         ELSE
013936             SET WS-RULE-BAD TO TRUE
013937         END-IF
013938     END-IF.
013939     IF ADJ-MAINT-MAX-X NOT = SPACES
013940         MOVE 'Y' TO PC-MAX-SW
013941         IF ADJ-MAINT-MAX-AMOUNT NUMERIC
013942             MOVE ADJ-MAINT-MAX-AMOUNT TO PC-MAX-AMOUNT
013943         ELSE
013944             SET WS-RULE-BAD TO TRUE
013945         END-IF
013946     END-IF.
013947     IF WS-RULE-BAD
013948         GO TO 2500-EXIT
013949     END-IF.
013950     IF PC-MIN-SW = 'Y' AND PC-MAX-SW = 'Y'
013951         AND PC-MIN-AMOUNT > PC-MAX-AMOUNT
013952         SET WS-RULE-BAD TO TRUE
013953     END-IF.
013954     IF ADJ-MAINT-PCT-RULE
013955         IF ADJ-MAINT-PCT-RATE NUMERIC
013956             AND ADJ-MAINT-PCT-RATE > ZERO
013957             MOVE ADJ-MAINT-PCT-RATE TO PC-PCT-RATE
013958         ELSE
013959             SET WS-RULE-BAD TO TRUE
013960         END-IF
013961     END-IF.
013962     IF ADJ-MAINT-TIER-RULE
013963         PERFORM 2600-LOAD-ONE-BAND THRU 2600-EXIT
013964             VARYING WS-BAND-IX FROM 1 BY 1
013965             UNTIL WS-BAND-IX > WS-BAND-MAX
013966             OR WS-BANDS-ENDED OR WS-RULE-BAD
013967         IF PC-BAND-COUNT = ZERO
013968             SET WS-RULE-BAD TO TRUE
013969         END-IF
013970     END-IF.
013971 2500-EXIT.
013972     EXIT.
013973
013974******************************************************************
013975*  2600-LOAD-ONE-BAND - VALIDATE ONE BAND OF A TIERED REQUEST AND
013976*  ADD IT TO THE STAGED RULE.  A BLANK LIMIT ENDS THE BANDS; A
013977*  NON-NUMERIC BAND OR A LIMIT NOT ABOVE THE ONE BEFORE IT MAKES
013978*  THE RULE BAD.
013979******************************************************************
013980 2600-LOAD-ONE-BAND.
013981     IF ADJ-MAINT-BAND-LIMIT-X (WS-BAND-IX) = SPACES
013982         SET WS-BANDS-ENDED TO TRUE
013983         GO TO 2600-EXIT
013984     END-IF.
013985     IF ADJ-MAINT-BAND-LIMIT (WS-BAND-IX) NOT NUMERIC
013986         OR ADJ-MAINT-BAND-AMOUNT (WS-BAND-IX) NOT NUMERIC
013987         SET WS-RULE-BAD TO TRUE
013988         GO TO 2600-EXIT
013989     END-IF.
013990     IF PC-BAND-COUNT > ZERO
013991         AND ADJ-MAINT-BAND-LIMIT (WS-BAND-IX)
013992             NOT > PC-BAND-LIMIT (PC-BAND-COUNT)
013993         SET WS-RULE-BAD TO TRUE
013994         GO TO 2600-EXIT
013995     END-IF.
013996     ADD 1 TO PC-BAND-COUNT.
013997     MOVE ADJ-MAINT-BAND-LIMIT (WS-BAND-IX)
013998         TO PC-BAND-LIMIT (PC-BAND-COUNT).
013999     MOVE ADJ-MAINT-BAND-AMOUNT (WS-BAND-IX)
014000         TO PC-BAND-AMOUNT (PC-BAND-COUNT).
014001 2600-EXIT.
014012     EXIT.
014013
014014******************************************************************
014016*  2700-CHECK-AUTHORITY - ASK ADJAUTH WHETHER THE CARD'S USER MAY
014018*  REQUEST ADJUSTMENT PARAMETER CHANGES TODAY.  A FILE ERROR IS
014020*  REMEMBERED SO THE STEP ENDS WITH RETURN CODE 16.
014022******************************************************************
014023 2700-CHECK-AUTHORITY.
014024     MOVE ADJ-MAINT-USER-ID TO UA-USER-ID.
014025     SET UA-ROLE-PARM-REQUESTER TO TRUE.
014026     MOVE ZERO TO UA-CHECK-DATE.
014027     CALL 'ADJAUTH' USING ADJ-AUTH-CALL-RECORD.
014028     IF UA-RC-FILE-ERROR
014029         SET WS-AUTH-DOWN TO TRUE
014032     END-IF.
014034 2700-EXIT.
014037     EXIT.
014038
014039******************************************************************
014040*  2800-CHECK-PERIOD-LOCK - ASK ADJPLCK WHETHER THE CARD REACHES
014041*  INTO A CLOSED ACCOUNTING PERIOD.  AN ADD, CHANGE, OR DELETE
014042*  TAKES EFFECT ON ITS EFFECTIVE DATE; A RE-RATE RESTATES EVERY
014043*  DAY OF ITS RANGE, SO EACH MONTH FROM THE EFFECTIVE DATE
014044*  THROUGH THE EXPIRY DATE IS CHECKED.  WS-LOCK-DATE IS LEFT ON
014045*  THE DATE REFUSED.  A FILE ERROR IS REMEMBERED SO THE STEP
014046*  ENDS WITH RETURN CODE 16.
014047******************************************************************
014048 2800-CHECK-PERIOD-LOCK.
014049     MOVE ADJ-MAINT-EFF-DATE TO WS-LOCK-DATE.
014050     SET PL-RC-OPEN TO TRUE.
014051     IF ADJ-MAINT-RERATE
014052         PERFORM 2850-CHECK-ONE-MONTH THRU 2850-EXIT
014053             UNTIL PL-RC-REFUSED
014054             OR WS-LOCK-PERIOD > ADJ-MAINT-EXP-DATE (1:6)
014056     ELSE
014057         PERFORM 2850-CHECK-ONE-MONTH THRU 2850-EXIT
014058     END-IF.
014059     IF PL-RC-FILE-ERROR
014060         SET WS-PERIOD-DOWN TO TRUE
014061     END-IF.
014062 2800-EXIT.
014063     EXIT.
014064
014065******************************************************************
014066*  2850-CHECK-ONE-MONTH - ASK ADJPLCK WHETHER THE MONTH OF
014067*  WS-LOCK-DATE IS OPEN, THEN STEP WS-LOCK-DATE TO THE FIRST OF
014068*  THE NEXT MONTH.
014069******************************************************************
014070 2850-CHECK-ONE-MONTH.
014071     SET PL-CHECK TO TRUE.
014072     MOVE 'ADJPMNT' TO PL-PROGRAM.
014073     MOVE ADJ-MAINT-USER-ID TO PL-USER-ID.
014074     MOVE SPACES TO PL-ACTION.
014075     STRING 'STAGE PARM REQUEST ' ADJ-MAINT-FUNCTION
014076         ' CATEGORY ' ADJ-MAINT-CODE
014077         DELIMITED BY SIZE INTO PL-ACTION.
014078     MOVE WS-LOCK-DATE TO PL-BUSINESS-DATE.
014079     CALL 'ADJPLCK' USING ADJ-PERIOD-LOCK-CALL-RECORD.
014080     IF PL-RC-REFUSED
014081         GO TO 2850-EXIT
014082     END-IF.
014083     MOVE 01 TO WS-LOCK-DAY.
014084     IF WS-LOCK-MONTH = 12
014085         ADD 1 TO WS-LOCK-YEAR
014086         MOVE 01 TO WS-LOCK-MONTH
014087     ELSE
014088         ADD 1 TO WS-LOCK-MONTH
014089     END-IF.
014090 2850-EXIT.
014091     EXIT.
014092
014093******************************************************************
014094*  3000-STAGE-REQUEST - WRITE ONE PENDING CHANGE REQUEST FOR
014100*  ADJPAPPR, STAMPED WITH THE REQUESTER AND THE REQUEST
014200*  TIMESTAMP.  PC-RULE-DATA WAS BUILT BY 2500-VALIDATE-RULE.
014300******************************************************************
014400 3000-STAGE-REQUEST.
014500     MOVE ADJ-MAINT-FUNCTION TO PC-FUNCTION.
014600     MOVE ADJ-MAINT-CODE TO PC-CODE.
014700     MOVE ADJ-MAINT-EFF-DATE TO PC-EFF-DATE.
014800     IF ADJ-MAINT-AMOUNT NUMERIC
014820         MOVE ADJ-MAINT-AMOUNT TO PC-AMOUNT
014840     ELSE
014860         MOVE ZERO TO PC-AMOUNT
014880     END-IF.
014900     MOVE ADJ-MAINT-DESC TO PC-DESC.
015000     IF ADJ-MAINT-EXP-DATE NUMERIC
015100         MOVE ADJ-MAINT-EXP-DATE TO PC-EXP-DATE
017600         WS-STAGED-COUNT.
017700     DISPLAY 'ADJPMNT - TRANSACTIONS REJECTED...: '
017800         WS-REJECT-COUNT.
017809     DISPLAY 'ADJPMNT - REFUSED, NOT AUTHORIZED.: '
017818         WS-UNAUTH-COUNT.
017819     DISPLAY 'ADJPMNT - REFUSED, PERIOD CLOSED..: '
017820         WS-LOCKED-COUNT.
017821     IF WS-LOCKED-COUNT > ZERO
017822         MOVE 8 TO RETURN-CODE
017823     END-IF.
017827     IF WS-UNAUTH-COUNT > ZERO
017836         MOVE 8 TO RETURN-CODE
017845     END-IF.
017854     IF WS-AUTH-DOWN
017863         DISPLAY 'ADJPMNT - USER AUTHORITY FILE UNAVAILABLE - '
017872             'NO REQUESTS STAGED'
017881         MOVE 16 TO RETURN-CODE
017890     END-IF.
017891     IF WS-PERIOD-DOWN
017892         DISPLAY 'ADJPMNT - PERIOD CONTROL FILE UNAVAILABLE - '
017893             'NO REQUESTS STAGED'
017894         MOVE 16 TO RETURN-CODE
017895     END-IF.
017900 9000-EXIT.
018000     EXIT.
018100

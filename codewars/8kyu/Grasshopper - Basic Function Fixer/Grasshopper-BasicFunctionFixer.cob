006100*                   WS-ADJ-PARM-FOUND CONDITION - THE NEW OPEN
006200*                   CHECK TESTS WS-ADJ-PARM-STATUS DIRECTLY, THE
006300*                   SAME WAY THE OTHER PROGRAMS' OPEN CHECKS DO.
006307*  06/15/2026 RLK   EFFECTIVE-DATED ADJUSTMENT AMOUNTS.  THE
006314*                   ADJ-PARM-FILE KEY IS NOW CATEGORY CODE PLUS
006321*                   EFFECTIVE-FROM DATE, SO 2000-GET-ADJ-AMOUNT
006328*                   BROWSES THE CATEGORY'S RECORDS AND SELECTS
006335*                   THE ONE IN EFFECT FOR THE CALLER'S BUSINESS
006342*                   DATE (NEW AC-BUSINESS-DATE, ZERO DEFAULTS TO
006349*                   THE CURRENT DATE) - LATEST QUALIFYING
006356*                   EFF-DATE WINS, AND A RECORD WHOSE EXP-DATE
006363*                   HAS PASSED IS SKIPPED.  A CATEGORY WITH NO
006370*                   RECORD IN EFFECT FOR THE DATE IS REJECTED
006377*                   WITH AC-RC-BAD-CATEGORY, THE SAME AS A
006384*                   CATEGORY NOT ON FILE AT ALL.
006391*  10/05/2026 RLK   ADJUSTMENT RULES.  NEW 2200-APPLY-RULE WORKS
006398*                   THE AMOUNT OUT FROM THE FLAT, PERCENT-OF-NUM,
006405*                   OR TIERED RULE IN EFFECT AND ITS OPTIONAL
006412*                   MIN/MAX; ONE TOO BIG FOR AA-ADJ-AMOUNT IS
006419*                   REJECTED AS AN OVERFLOW (RC 10).
006422*  10/06/2026 RLK   REVERSALS.  ON AC-TRANS-TYPE 'R' THE CALLER
006425*                   SUPPLIES THE NEGATED NUM AND ADJUSTMENT OF
006428*                   THE ORIGINAL, SO NO PARAMETER OR RULE IS
006431*                   LOOKED UP; A CALLER-SET RC 30 OR 40 (NOT
006434*                   POSTED / ALREADY REVERSED) IS AUDITED AS IT
006437*                   STANDS.  THE AUDIT RECORD NOW CARRIES THE
006440*                   BUSINESS DATE, THE TRANSACTION TYPE, AND THE
006443*                   REVERSED TXN-ID AND DATE.
006446*  10/12/2026 RLK   SIMULATION CALLS FOR ADJPSIM'S WHAT-IF REPLAY.
006449*                   ON AC-SIMULATE-IND 'Y' THE AUDIT FILE IS NEVER
006452*                   OPENED OR WRITTEN, AND AN AC-OVERRIDE-IND OF
006455*                   'Y' PRICES THE CALL AT THE CALLER'S PROPOSED
006458*                   RATE INSTEAD OF THE ADJPARM RECORD IN EFFECT,
006461*                   WHILE 'D' SKIPS THE ADJPARM RECORD A PENDING
006464*                   DELETE WOULD REMOVE.  EVERY CALL NOW RETURNS
006467*                   THE CATEGORY IT WAS PRICED UNDER ON
006470*                   AC-PRICED-CODE.
006482******************************************************************
006500 IDENTIFICATION DIVISION.
006600 PROGRAM-ID.  ADD-FIVE.
006700
010050 77  WS-LOOKUP-CODE          PIC X(02)   VALUE SPACES.
010060 77  WS-SEL-AMOUNT           PIC S9(3)   SIGN LEADING VALUE ZERO.
010070 77  WS-BUS-DATE             PIC 9(08)   VALUE ZERO.
010071 77  WS-RULE-AMOUNT          PIC S9(5)   VALUE ZERO.
010072 77  WS-MAX-ADJ-AMOUNT       PIC S9(3)   VALUE +999.
010073 77  WS-MIN-ADJ-AMOUNT       PIC S9(3)   VALUE -999.
010074 77  WS-BAND-IX              PIC S9(05)  COMP VALUE ZERO.
010075 77  WS-BAND-FOUND-SW        PIC X(01)   VALUE 'N'.
010076     88  WS-BAND-FOUND           VALUE 'Y'.
010077 01  WS-SEL-RULE-DATA        PIC X(50)   VALUE SPACES.
010100 01  TOTAL                   PIC S9(5).
010200
010300 LINKAGE SECTION.
010600 PROCEDURE DIVISION USING ADJ-CALL-RECORD.
010700
010800 0000-MAINLINE.
010850     IF AC-IS-REVERSAL
010900         PERFORM 0500-CHECK-REVERSAL THRU 0500-EXIT
010950     ELSE
011000         SET AC-RC-OK TO TRUE
011050         MOVE ZERO TO AC-ADJ-AMOUNT
011100     END-IF.
011150     MOVE ZERO TO AC-RESULT.
011200     IF AC-NUM < ZERO
011300         SET AC-IS-CREDIT TO TRUE
011400     ELSE
012000         MOVE AC-RETURN-CODE TO RETURN-CODE
012100         GOBACK
012200     END-IF.
012216     PERFORM 1900-SET-BUS-DATE THRU 1900-EXIT.
012232     IF AC-IS-REVERSAL
012248         MOVE AC-CATEGORY-CODE TO ADJ-PARM-CODE
012264         MOVE AC-ADJ-AMOUNT TO ADJ-PARM-AMOUNT
012280     ELSE
012300         PERFORM 2000-GET-ADJ-AMOUNT THRU 2000-EXIT
012350     END-IF.
012375     MOVE ADJ-PARM-CODE TO AC-PRICED-CODE.
012400     IF AC-RC-OK
012500         PERFORM 2500-VALIDATE-RANGE THRU 2500-EXIT
012600     END-IF.
012700     IF AC-RC-OK
012800         PERFORM 3000-COMPUTE-RESULT THRU 3000-EXIT
012900     END-IF.
012950     IF NOT AC-IS-SIMULATION
013000         PERFORM 4000-WRITE-AUDIT THRU 4000-EXIT
013050     END-IF.
013100     MOVE AC-RETURN-CODE TO RETURN-CODE.
013200     GOBACK.
013300
013305******************************************************************
013310*  0500-CHECK-REVERSAL - A REVERSAL ARRIVES WITH THE ORIGINAL'S
013315*  NUM AND ADJUSTMENT ALREADY NEGATED BY THE CALLER, WHICH
013320*  FOUND THE ORIGINAL ON THE AUDIT TRAIL.  A CALLER THAT COULD
013325*  NOT (RC 30) OR FOUND IT ALREADY REVERSED (RC 40) SAYS SO ON
013330*  AC-RETURN-CODE; THAT REJECTION STANDS AND APPLIES NOTHING.
013335******************************************************************
013340 0500-CHECK-REVERSAL.
013345     IF AC-RC-REV-NOT-POSTED OR AC-RC-REV-ALREADY
013350         MOVE ZERO TO AC-ADJ-AMOUNT
013355     ELSE
013360         SET AC-RC-OK TO TRUE
013365     END-IF.
013370 0500-EXIT.
013375     EXIT.
013380
013400******************************************************************
013500*  1000-INITIALIZE - OPEN THE PARAMETER AND AUDIT FILES ON THE
013600*  FIRST CALL ONLY.  WORKING-STORAGE SURVIVES ACROSS CALLS FOR
013700*  THE LIFE OF THE RUN UNIT SO BOTH STAY OPEN FOR EVERY CALL
013800*  AFTER.  A SIMULATION RUN NEVER OPENS THE AUDIT FILE - IT
013850*  MUST LEAVE NO TRACE ON THE DAY'S AUDIT TRAIL.
013900******************************************************************
014000 1000-INITIALIZE.
014100     IF WS-FIRST-CALL
014600             SET WS-ABEND TO TRUE
014700             GO TO 1000-EXIT
014800         END-IF
014820         IF AC-IS-SIMULATION
014840             SET WS-NOT-FIRST-CALL TO TRUE
014860             GO TO 1000-EXIT
014880         END-IF
014900         IF AC-IS-RESTART
015000             OPEN EXTEND ADJ-AUDIT-FILE
015100         ELSE
016300 1000-EXIT.
016400     EXIT.
016500
016507******************************************************************
016514*  1900-SET-BUS-DATE - THE CALLER'S BUSINESS DATE, OR TODAY WHEN
016521*  THE CALLER DID NOT SUPPLY ONE.
016528******************************************************************
016535 1900-SET-BUS-DATE.
016542     IF AC-BUSINESS-DATE = ZERO
016549         MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BUS-DATE
016556     ELSE
016563         MOVE AC-BUSINESS-DATE TO WS-BUS-DATE
016570     END-IF.
016577 1900-EXIT.
016584     EXIT.
016591
016600******************************************************************
016700*  2000-GET-ADJ-AMOUNT - LOOK UP THE ADJUSTMENT AMOUNT IN EFFECT
016800*  FOR THE TRANSACTION'S CATEGORY ON THE CALLER'S BUSINESS DATE.
017300*  THE ORIGINAL FLAT +5 IF NO STANDARD RECORD IS IN EFFECT, SO A
017400*  BLANK PARAMETER FILE DOES NOT STOP PROCESSING.  A SUPPLIED
017500*  CATEGORY WITH NO RECORD IN EFFECT IS REJECTED RATHER THAN
017600*  GUESSED AT.  A SIMULATION CALL CARRYING A PROPOSED RATE
017650*  TAKES THAT RATE AS THE ONE IN EFFECT WITHOUT BROWSING.
017700******************************************************************
017800 2000-GET-ADJ-AMOUNT.
017900     IF AC-CATEGORY-CODE = SPACES
018100     ELSE
018200         MOVE AC-CATEGORY-CODE TO WS-LOOKUP-CODE
018300     END-IF.
018900     MOVE 'N' TO WS-PARM-EOF-SW.
019000     MOVE 'N' TO WS-PARM-FOUND-SW.
019100     MOVE ZERO TO WS-SEL-AMOUNT.
019160     IF AC-IS-SIMULATION AND AC-OVERRIDE-RULE
019220         SET WS-PARM-FOUND TO TRUE
019280         MOVE AC-OVR-AMOUNT TO WS-SEL-AMOUNT
019340         MOVE AC-OVR-RULE-DATA TO WS-SEL-RULE-DATA
019400     ELSE
019460         MOVE WS-LOOKUP-CODE TO ADJ-PARM-CODE
019520         MOVE ZERO TO ADJ-PARM-EFF-DATE
019580         START ADJ-PARM-FILE KEY NOT LESS THAN ADJ-PARM-KEY
019640             INVALID KEY
019700                 SET WS-PARM-EOF TO TRUE
019760         END-START
019820         PERFORM 2100-READ-NEXT-PARM THRU 2100-EXIT
019880             UNTIL WS-PARM-EOF
019940     END-IF.
020000     IF WS-PARM-FOUND
020100         MOVE WS-SEL-AMOUNT TO ADJ-PARM-AMOUNT
020110         MOVE WS-SEL-RULE-DATA TO ADJ-PARM-RULE-DATA
020200     ELSE
020210         MOVE SPACES TO ADJ-PARM-RULE-DATA
020300         IF AC-CATEGORY-CODE = SPACES
020400             MOVE WS-DEFAULT-ADJ-AMOUNT TO ADJ-PARM-AMOUNT
020500         ELSE
020800         END-IF
020900     END-IF.
021000     MOVE WS-LOOKUP-CODE TO ADJ-PARM-CODE.
021010     IF AC-RC-OK
021020         PERFORM 2200-APPLY-RULE THRU 2200-EXIT
021030     END-IF.
021100     MOVE ADJ-PARM-AMOUNT TO AC-ADJ-AMOUNT.
021200 2000-EXIT.
021300     EXIT.
021700*  STARTED IN 2000-GET-ADJ-AMOUNT.  THE BROWSE ENDS AT END OF
021800*  FILE OR THE FIRST RECORD OF ANOTHER CATEGORY.  RECORDS ARRIVE
021900*  IN ASCENDING EFF-DATE ORDER, SO THE LAST QUALIFYING ONE SEEN
022000*  IS THE LATEST.  A SIMULATED DELETE PASSES OVER THE RECORD
022050*  IT WOULD REMOVE.
022100******************************************************************
022200 2100-READ-NEXT-PARM.
022300     READ ADJ-PARM-FILE NEXT
022900         SET WS-PARM-EOF TO TRUE
023000         GO TO 2100-EXIT
023100     END-IF.
023120     IF AC-IS-SIMULATION AND AC-OVERRIDE-DROP
023140         AND ADJ-PARM-EFF-DATE = AC-OVR-EFF-DATE
023160         GO TO 2100-EXIT
023180     END-IF.
023200     IF ADJ-PARM-EFF-DATE NOT > WS-BUS-DATE
023300         AND (ADJ-PARM-EXP-DATE = ZERO
023400             OR WS-BUS-DATE NOT > ADJ-PARM-EXP-DATE)
023500         SET WS-PARM-FOUND TO TRUE
023600         MOVE ADJ-PARM-AMOUNT TO WS-SEL-AMOUNT
023610         MOVE ADJ-PARM-RULE-DATA TO WS-SEL-RULE-DATA
023700     END-IF.
023800 2100-EXIT.
023900     EXIT.
023901
023902******************************************************************
023903*  2200-APPLY-RULE - WORK OUT THE ADJUSTMENT AMOUNT FOR THIS NUM
023904*  FROM THE RULE IN EFFECT.  FLAT TAKES ADJ-PARM-AMOUNT AS IT
023905*  STANDS; PERCENT TAKES ADJ-PARM-PCT-RATE PERCENT OF NUM,
023906*  ROUNDED; TIERED TAKES THE AMOUNT OF THE FIRST BAND WHOSE
023907*  LIMIT NUM DOES NOT EXCEED, OR THE LAST BAND'S WHEN NUM IS
023908*  ABOVE THEM ALL.  THE MINIMUM AND MAXIMUM, WHEN PRESENT, THEN
023909*  CLAMP THE RESULT.  AN AMOUNT OUTSIDE PIC S9(3) CANNOT BE
023910*  APPLIED OR AUDITED AND IS REJECTED AS AN OVERFLOW.
023911******************************************************************
023912 2200-APPLY-RULE.
023913     EVALUATE TRUE
023914         WHEN ADJ-PARM-PCT-RULE
023915             COMPUTE WS-RULE-AMOUNT ROUNDED =
023916                 AC-NUM * ADJ-PARM-PCT-RATE / 100
023917         WHEN ADJ-PARM-TIER-RULE
023918             PERFORM 2250-FIND-BAND THRU 2250-EXIT
023919         WHEN OTHER
023920             MOVE ADJ-PARM-AMOUNT TO WS-RULE-AMOUNT
023921     END-EVALUATE.
023922     IF ADJ-PARM-HAS-MIN
023923         AND WS-RULE-AMOUNT < ADJ-PARM-MIN-AMOUNT
023924         MOVE ADJ-PARM-MIN-AMOUNT TO WS-RULE-AMOUNT
023925     END-IF.
023926     IF ADJ-PARM-HAS-MAX
023927         AND WS-RULE-AMOUNT > ADJ-PARM-MAX-AMOUNT
023928         MOVE ADJ-PARM-MAX-AMOUNT TO WS-RULE-AMOUNT
023929     END-IF.
023930     IF WS-RULE-AMOUNT > WS-MAX-ADJ-AMOUNT
023931         OR WS-RULE-AMOUNT < WS-MIN-ADJ-AMOUNT
023932         MOVE ZERO TO ADJ-PARM-AMOUNT
023933         SET AC-RC-OVERFLOW TO TRUE
023934         GO TO 2200-EXIT
023935     END-IF.
023936     MOVE WS-RULE-AMOUNT TO ADJ-PARM-AMOUNT.
023937 2200-EXIT.
023938     EXIT.
023939
023940******************************************************************
023941*  2250-FIND-BAND - TIERED RULE.  TAKE THE AMOUNT OF THE FIRST
023942*  BAND WHOSE LIMIT NUM DOES NOT EXCEED, OR THE LAST BAND'S WHEN
023943*  NUM IS ABOVE THEM ALL.
023944******************************************************************
023945 2250-FIND-BAND.
023946     MOVE 'N' TO WS-BAND-FOUND-SW.
023947     MOVE ZERO TO WS-RULE-AMOUNT.
023948     PERFORM 2260-CHECK-ONE-BAND THRU 2260-EXIT
023949         VARYING WS-BAND-IX FROM 1 BY 1
023950         UNTIL WS-BAND-IX > ADJ-PARM-BAND-COUNT
023951         OR WS-BAND-FOUND.
023952     IF NOT WS-BAND-FOUND
023953         AND ADJ-PARM-BAND-COUNT > ZERO
023954         MOVE ADJ-PARM-BAND-AMOUNT (ADJ-PARM-BAND-COUNT)
023955             TO WS-RULE-AMOUNT
023959     END-IF.
023960 2250-EXIT.
023961     EXIT.
023964
023967******************************************************************
023970*  2260-CHECK-ONE-BAND - TEST NUM AGAINST ONE BAND'S LIMIT AND
023973*  TAKE THAT BAND'S AMOUNT WHEN NUM DOES NOT EXCEED IT.
023976******************************************************************
023979 2260-CHECK-ONE-BAND.
023982     IF AC-NUM NOT > ADJ-PARM-BAND-LIMIT (WS-BAND-IX)
023985         SET WS-BAND-FOUND TO TRUE
023988         MOVE ADJ-PARM-BAND-AMOUNT (WS-BAND-IX) TO WS-RULE-AMOUNT
023991     END-IF.
023994 2260-EXIT.
023997     EXIT.
024000
024100******************************************************************
024200*  2500-VALIDATE-RANGE - REJECT ANY NUM THAT WOULD PUSH RESULT
027200     MOVE AC-RETURN-CODE TO AA-RETURN-CODE.
027300     MOVE FUNCTION CURRENT-DATE (1:8) TO AA-LOG-DATE.
027400     MOVE FUNCTION CURRENT-DATE (9:8) TO AA-LOG-TIME.
027420     MOVE WS-BUS-DATE TO AA-BUSINESS-DATE.
027440     MOVE AC-TRANS-TYPE TO AA-TRANS-TYPE.
027460     MOVE AC-ORIG-TXN-ID TO AA-ORIG-TXN-ID.
027480     MOVE AC-ORIG-DATE TO AA-ORIG-DATE.
027500     WRITE ADJ-AUDIT-RECORD.
027600 4000-EXIT.
027700     EXIT.

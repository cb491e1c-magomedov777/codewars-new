002530*                   MASTER NEXT TO THE CODE.  A CODE NOT ON THE
002540*                   MASTER, OR A RUN WITHOUT THE MASTER ON THE
002550*                   DD, FALLS BACK TO THE BARE CODE.
002556*  10/05/2026 RLK   ADJUSTMENT RULES.  THE EXPECTED AMOUNT IS NOW
002562*                   WORKED OUT FROM THE RULE IN EFFECT - FLAT,
002568*                   PERCENT OF NUM, OR TIER BAND, THEN THE
002574*                   MINIMUM/MAXIMUM - THE SAME WAY ADD-FIVE DOES,
002576*                   AND EACH AA-ADJ-AMOUNT IS VERIFIED AGAINST
002578*                   IT.  THE PARM COLUMN SHOWS PCT OR TIER FOR A
002580*                   CATEGORY WHOSE AMOUNT VARIES BY TRANSACTION.
002582*  10/06/2026 RLK   A REVERSAL'S AMOUNT IS THE NEGATED ORIGINAL,
002584*                   NOT A RULE AMOUNT, SO IT IS NOT VERIFIED
002586*                   AGAINST THE EFFECTIVE PARAMETER.
002588*  10/15/2026 RLK   RUN LOG.  A START AND AN END RECORD GO TO THE
002590*                   SHARED RUN LOG (ADJRUNLG) THROUGH ADJRLOG FOR
002592*                   THE BATCH WINDOW SLA REPORT (ADJSLA).
002600******************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID.  ADJCATR.
008500 77  WS-SEARCH-CATEGORY      PIC X(02)   VALUE SPACES.
008600 77  WS-EFF-AMOUNT           PIC S9(3)   SIGN LEADING VALUE ZERO.
008700 77  WS-BEST-EFF-DATE        PIC 9(08)   VALUE ZERO.
008720 77  WS-RULE-AMOUNT          PIC S9(5)   VALUE ZERO.
008740 77  WS-BAND-IX              PIC S9(05)  COMP VALUE ZERO.
008760 77  WS-BAND-FOUND-SW        PIC X(01)   VALUE 'N'.
008780     88  WS-BAND-FOUND           VALUE 'Y'.
008800
008900 01  WS-CAT-TABLE.
009000     05  WS-CAT-ENTRY            OCCURS 100.
011000         10  WS-PM-EFF-DATE      PIC 9(08).
011100         10  WS-PM-EXP-DATE      PIC 9(08).
011200         10  WS-PM-AMOUNT        PIC S9(3)  SIGN LEADING.
011205         10  WS-PM-RULE-DATA     PIC X(50).
011210
011215 01  WS-EFF-RULE.
011220     05  WS-ER-RULE-TYPE         PIC X(01).
011225         88  WS-ER-PCT-RULE          VALUE 'P'.
011230         88  WS-ER-TIER-RULE         VALUE 'T'.
011235     05  WS-ER-PCT-RATE          PIC 9(3)V99.
011240     05  WS-ER-MIN-SW            PIC X(01).
011245         88  WS-ER-HAS-MIN           VALUE 'Y'.
011250     05  WS-ER-MIN-AMOUNT        PIC S9(3)  SIGN LEADING.
011255     05  WS-ER-MAX-SW            PIC X(01).
011260         88  WS-ER-HAS-MAX           VALUE 'Y'.
011265     05  WS-ER-MAX-AMOUNT        PIC S9(3)  SIGN LEADING.
011270     05  WS-ER-BAND-COUNT        PIC 9(01).
011275     05  WS-ER-BAND                      OCCURS 5.
011280         10  WS-ER-BAND-LIMIT            PIC 9(04).
011285         10  WS-ER-BAND-AMOUNT           PIC S9(3)  SIGN LEADING.
011300
011400 01  WS-DATE-ED                  PIC 9999/99/99.
011500 01  WS-CNT-ED                   PIC ZZZ,ZZ9.
012400 01  WS-RC-ED                    PIC 99.
012500 01  WS-FLAG-ED                  PIC X(16).
012600
012633 COPY ADJRLC.
012666
012700 LINKAGE SECTION.
012800 01  LK-PARM-INFO.
012900     05  LK-PARM-LEN             PIC S9(4)   COMP.
013200 PROCEDURE DIVISION USING LK-PARM-INFO.
013300
013400 0000-MAINLINE.
013450     PERFORM 9900-LOG-STEP-START THRU 9900-EXIT.
013500     IF LK-PARM-LEN > ZERO
013600         IF LK-PARM-LEN = 8
013700             AND LK-PARM-DATA NUMERIC
013900         ELSE
014000             DISPLAY 'ADJCATR - BAD DATE PARM, RUN STOPPED'
014100             MOVE 16 TO RETURN-CODE
014150             PERFORM 9910-LOG-STEP-END THRU 9910-EXIT
014200             STOP RUN
014300         END-IF
014400     END-IF.
016000     ELSE
016100         MOVE 16 TO RETURN-CODE
016200     END-IF.
016250     PERFORM 9910-LOG-STEP-END THRU 9910-EXIT.
016300     STOP RUN.
016400
016500******************************************************************
022000     MOVE ADJ-PARM-EFF-DATE TO WS-PM-EFF-DATE (WS-PARM-COUNT).
022100     MOVE ADJ-PARM-EXP-DATE TO WS-PM-EXP-DATE (WS-PARM-COUNT).
022200     MOVE ADJ-PARM-AMOUNT TO WS-PM-AMOUNT (WS-PARM-COUNT).
022250     MOVE ADJ-PARM-RULE-DATA TO WS-PM-RULE-DATA (WS-PARM-COUNT).
022300     PERFORM 8100-READ-PARM THRU 8100-EXIT.
022400 1500-EXIT.
022500     EXIT.
033500
033600******************************************************************
033700*  2400-VERIFY-AMOUNT - COMPARE ONE ACCEPTED AUDIT RECORD'S
033800*  AA-ADJ-AMOUNT TO THE AMOUNT THE RULE IN EFFECT FOR THE
033900*  BUSINESS DATE GIVES FOR ITS NUM.  A RECORD WITH NO EFFECTIVE
034000*  PARAMETER, OR ONE WHOSE AUDITED AMOUNT DIFFERS, COUNTS AS A
034100*  MISMATCH AGAINST ITS CATEGORY.  A REVERSAL BACKS OUT WHAT THE
034150*  ORIGINAL HAD APPLIED, WHATEVER THE RULE, SO IT IS SKIPPED.
034200******************************************************************
034300 2400-VERIFY-AMOUNT.
034325     IF AA-REVERSAL
034350         GO TO 2400-EXIT
034375     END-IF.
034400     PERFORM 7000-FIND-EFF-PARM THRU 7000-EXIT.
034500     IF NOT WS-PARM-FOUND
034600         ADD 1 TO WS-CT-MISMATCH-CNT (WS-FOUND-IX)
034700         ADD 1 TO WS-MISMATCH-TOTAL
034800         GO TO 2400-EXIT
034900     END-IF.
034950     PERFORM 2450-APPLY-RULE THRU 2450-EXIT.
035000     IF AA-ADJ-AMOUNT NOT = WS-RULE-AMOUNT
035100         ADD 1 TO WS-CT-MISMATCH-CNT (WS-FOUND-IX)
035200         ADD 1 TO WS-MISMATCH-TOTAL
035300     END-IF.
035400 2400-EXIT.
035401     EXIT.
035402
035403******************************************************************
035404*  2450-APPLY-RULE - THE AMOUNT THE EFFECTIVE RULE GIVES FOR
035405*  AA-NUM: FLAT AMOUNT, PERCENT OF NUM ROUNDED, OR THE FIRST TIER
035406*  BAND WHOSE LIMIT NUM DOES NOT EXCEED (THE LAST BAND ABOVE
035407*  THEM ALL), THEN CLAMPED TO THE MINIMUM/MAXIMUM - THE SAME
035408*  ARITHMETIC ADD-FIVE DOES.
035409******************************************************************
035410 2450-APPLY-RULE.
035411     EVALUATE TRUE
035412         WHEN WS-ER-PCT-RULE
035413             COMPUTE WS-RULE-AMOUNT ROUNDED =
035414                 AA-NUM * WS-ER-PCT-RATE / 100
035415         WHEN WS-ER-TIER-RULE
035416             PERFORM 2460-FIND-BAND THRU 2460-EXIT
035417         WHEN OTHER
035418             MOVE WS-EFF-AMOUNT TO WS-RULE-AMOUNT
035419     END-EVALUATE.
035420     IF WS-ER-HAS-MIN
035421         AND WS-RULE-AMOUNT < WS-ER-MIN-AMOUNT
035422         MOVE WS-ER-MIN-AMOUNT TO WS-RULE-AMOUNT
035423     END-IF.
035424     IF WS-ER-HAS-MAX
035425         AND WS-RULE-AMOUNT > WS-ER-MAX-AMOUNT
035426         MOVE WS-ER-MAX-AMOUNT TO WS-RULE-AMOUNT
035427     END-IF.
035428 2450-EXIT.
035429     EXIT.
035430
035431******************************************************************
035432*  2460-FIND-BAND - TIERED RULE.  TAKE THE AMOUNT OF THE FIRST
035433*  BAND WHOSE LIMIT NUM DOES NOT EXCEED, OR THE LAST BAND'S WHEN
035434*  NUM IS ABOVE THEM ALL.
035435******************************************************************
035436 2460-FIND-BAND.
035437     MOVE 'N' TO WS-BAND-FOUND-SW.
035438     MOVE ZERO TO WS-RULE-AMOUNT.
035439     PERFORM 2470-CHECK-ONE-BAND THRU 2470-EXIT
035440         VARYING WS-BAND-IX FROM 1 BY 1
035441         UNTIL WS-BAND-IX > WS-ER-BAND-COUNT
035442         OR WS-BAND-FOUND.
035443     IF NOT WS-BAND-FOUND
035444         AND WS-ER-BAND-COUNT > ZERO
035445         MOVE WS-ER-BAND-AMOUNT (WS-ER-BAND-COUNT)
035446             TO WS-RULE-AMOUNT
035450     END-IF.
035453 2460-EXIT.
035456     EXIT.
035459
035462******************************************************************
035465*  2470-CHECK-ONE-BAND - TEST NUM AGAINST ONE BAND'S LIMIT AND
035468*  TAKE THAT BAND'S AMOUNT WHEN NUM DOES NOT EXCEED IT.
035471******************************************************************
035474 2470-CHECK-ONE-BAND.
035477     IF AA-NUM NOT > WS-ER-BAND-LIMIT (WS-BAND-IX)
035480         SET WS-BAND-FOUND TO TRUE
035483         MOVE WS-ER-BAND-AMOUNT (WS-BAND-IX) TO WS-RULE-AMOUNT
035486     END-IF.
035489 2470-EXIT.
035500     EXIT.
035600
035700******************************************************************
038200     MOVE WS-CT-ADJ-TOTAL (WS-CAT-IX) TO WS-ADJ-ED.
038300     MOVE WS-CT-CATEGORY (WS-CAT-IX) TO WS-SEARCH-CATEGORY.
038400     PERFORM 7000-FIND-EFF-PARM THRU 7000-EXIT.
038500     EVALUATE TRUE
038512         WHEN NOT WS-PARM-FOUND
038524             MOVE '   -' TO WS-PARM-ED
038536         WHEN WS-ER-PCT-RULE
038548             MOVE ' PCT' TO WS-PARM-ED
038560         WHEN WS-ER-TIER-RULE
038572             MOVE 'TIER' TO WS-PARM-ED
038584         WHEN OTHER
038600             MOVE WS-EFF-AMOUNT TO WS-AMOUNT-ED
038700             MOVE WS-AMOUNT-ED TO WS-PARM-ED
039000     END-EVALUATE.
039100     IF WS-CT-MISMATCH-CNT (WS-CAT-IX) > ZERO
039200         MOVE ' *RATE MISMATCH*' TO WS-FLAG-ED
039300     ELSE
043800 7000-FIND-EFF-PARM.
043900     MOVE 'N' TO WS-PARM-FOUND-SW.
044000     MOVE ZERO TO WS-EFF-AMOUNT.
044050     MOVE SPACES TO WS-EFF-RULE.
044100     MOVE ZERO TO WS-BEST-EFF-DATE.
044200     PERFORM 7100-CHECK-ONE-PARM THRU 7100-EXIT
044300         VARYING WS-PARM-IX FROM 1 BY 1
046100         SET WS-PARM-FOUND TO TRUE
046200         MOVE WS-PM-EFF-DATE (WS-PARM-IX) TO WS-BEST-EFF-DATE
046300         MOVE WS-PM-AMOUNT (WS-PARM-IX) TO WS-EFF-AMOUNT
046350         MOVE WS-PM-RULE-DATA (WS-PARM-IX) TO WS-EFF-RULE
046400     END-IF.
046500 7100-EXIT.
046600     EXIT.
051400 9000-EXIT.
051500     EXIT.
051600
051603******************************************************************
051606*  9900-LOG-STEP-START / 9910-LOG-STEP-END - RECORD THE STEP'S
051609*  START AND END ON THE SHARED RUN LOG THROUGH ADJRLOG, WHICH
051612*  HANDS THE STEP'S RETURN CODE BACK UNCHANGED.  THE END RECORD
051615*  CARRIES THE BUSINESS DATE THE STEP RAN FOR.
051618******************************************************************
051621 9900-LOG-STEP-START.
051624     SET LG-STEP-START TO TRUE.
051627     MOVE 'ADJCATR' TO LG-PROGRAM.
051630     MOVE ZERO TO LG-BUSINESS-DATE.
051633     MOVE ZERO TO LG-CYCLE-NUMBER.
051636     MOVE ZERO TO LG-RECORDS-IN.
051639     MOVE ZERO TO LG-RECORDS-OUT.
051642     MOVE RETURN-CODE TO LG-RETURN-CODE.
051645     CALL 'ADJRLOG' USING ADJ-RUN-LOG-CALL-RECORD.
051648 9900-EXIT.
051651     EXIT.
051654
051657 9910-LOG-STEP-END.
051660     SET LG-STEP-END TO TRUE.
051663     MOVE 'ADJCATR' TO LG-PROGRAM.
051666     MOVE WS-BUSINESS-DATE TO LG-BUSINESS-DATE.
051669     MOVE ZERO TO LG-CYCLE-NUMBER.
051672     MOVE WS-READ-COUNT TO LG-RECORDS-IN.
051675     MOVE ZERO TO LG-RECORDS-OUT.
051678     MOVE RETURN-CODE TO LG-RETURN-CODE.
051681     CALL 'ADJRLOG' USING ADJ-RUN-LOG-CALL-RECORD.
051684 9910-EXIT.
051687     EXIT.
051690
051700 END PROGRAM ADJCATR.

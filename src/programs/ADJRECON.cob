002791*                   TO AVOID.  AN OPTIONAL PARM (YYYYMMDD) NOW
002792*                   NAMES THE BUSINESS DATE TO GATE ON; NO PARM
002793*                   STILL MEANS THE CURRENT DATE.
002803*  10/06/2026 RLK   REVERSALS.  THE REPORT NOW SPLITS THE DAY'S
002813*                   ACTIVITY INTO ORDINARY AND REVERSAL LINES
002823*                   FROM THE NEW ADJCTOT REVERSAL TOTALS.  THE
002833*                   RECONCILIATION ITSELF STILL RUNS ON THE
002843*                   WHOLE-DAY TOTALS, WHICH INCLUDE REVERSALS.
002853*  10/15/2026 RLK   RUN LOG.  A START AND AN END RECORD GO TO THE
002863*                   SHARED RUN LOG (ADJRUNLG) THROUGH ADJRLOG FOR
002873*                   THE BATCH WINDOW SLA REPORT (ADJSLA).
002883******************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID.  ADJRECON.
003100
006600 77  WS-DAY-PRE-TOTAL        PIC S9(9)   SIGN LEADING VALUE ZERO.
006700 77  WS-DAY-POST-TOTAL       PIC S9(9)   SIGN LEADING VALUE ZERO.
006800 77  WS-DAY-ADJ-TOTAL        PIC S9(9)   SIGN LEADING VALUE ZERO.
006814 77  WS-DAY-REV-COUNT        PIC 9(09)   VALUE ZERO.
006828 77  WS-DAY-REV-PRE-TOTAL    PIC S9(9)   SIGN LEADING VALUE ZERO.
006842 77  WS-DAY-REV-ADJ-TOTAL    PIC S9(9)   SIGN LEADING VALUE ZERO.
006856 77  WS-ORD-COUNT            PIC 9(09)   VALUE ZERO.
006870 77  WS-ORD-PRE-TOTAL        PIC S9(9)   SIGN LEADING VALUE ZERO.
006884 77  WS-ORD-ADJ-TOTAL        PIC S9(9)   SIGN LEADING VALUE ZERO.
006900
007000 01  WS-RUN-DATE-ED              PIC 9999/99/99.
007100 01  WS-CYCLE-ED                 PIC Z9.
008000 01  WS-EXPECTED-TOTAL-ED        PIC -(8)9.
008100 01  WS-DIFFERENCE-ED            PIC -(8)9.
008200
008203 COPY ADJRLC.
008206
008210 LINKAGE SECTION.
008220 01  LK-PARM-INFO.
008230     05  LK-PARM-LEN             PIC S9(4)   COMP.
008300 PROCEDURE DIVISION USING LK-PARM-INFO.
008400
008500 0000-MAINLINE.
008505     PERFORM 9900-LOG-STEP-START THRU 9900-EXIT.
008510     IF LK-PARM-LEN > ZERO
008520         IF LK-PARM-LEN = 8
008530             AND LK-PARM-DATA NUMERIC
008550         ELSE
008560             DISPLAY 'ADJRECON - BAD DATE PARM, RUN STOPPED'
008570             MOVE 16 TO RETURN-CODE
008575             PERFORM 9910-LOG-STEP-END THRU 9910-EXIT
008580             STOP RUN
008590         END-IF
008591     END-IF.
009400         END-IF
009500         PERFORM 9000-TERMINATE THRU 9000-EXIT
009600     END-IF.
009650     PERFORM 9910-LOG-STEP-END THRU 9910-EXIT.
009700     STOP RUN.
009800
009900******************************************************************
013200     ADD CT-PRE-ADJ-TOTAL TO WS-DAY-PRE-TOTAL.
013300     ADD CT-POST-ADJ-TOTAL TO WS-DAY-POST-TOTAL.
013400     ADD CT-ADJ-AMOUNT-TOTAL TO WS-DAY-ADJ-TOTAL.
013416     IF CT-REVERSAL-COUNT NUMERIC
013432         ADD CT-REVERSAL-COUNT TO WS-DAY-REV-COUNT
013448         ADD CT-REV-PRE-TOTAL TO WS-DAY-REV-PRE-TOTAL
013464         ADD CT-REV-ADJ-TOTAL TO WS-DAY-REV-ADJ-TOTAL
013480     END-IF.
013500     MOVE CT-CYCLE-NUMBER TO WS-CYCLE-ED.
013600     MOVE CT-RECORD-COUNT TO WS-CYC-REC-ED.
013700     MOVE CT-EXCEPTION-COUNT TO WS-CYC-EXC-ED.
015100*  3000-BUILD-REPORT - COMPARE THE DAY'S CONSOLIDATED POST-
015200*  ADJUSTMENT TOTAL TO THE PRE-ADJUSTMENT TOTAL PLUS THE
015300*  ADJUSTMENT AMOUNT ACTUALLY APPLIED ACROSS ALL CYCLES AND
015400*  WRITE THE RECONCILIATION SECTION.  REVERSALS ARE PART OF THE
015450*  DAY TOTALS; THE ORDINARY/REVERSAL LINES SHOW THE SPLIT.
015500******************************************************************
015600 3000-BUILD-REPORT.
015700     COMPUTE WS-EXPECTED-TOTAL =
022200         DELIMITED BY SIZE INTO RPT-LINE.
022300     WRITE RPT-LINE.
022400
022404     COMPUTE WS-ORD-COUNT = WS-DAY-REC-COUNT - WS-DAY-REV-COUNT.
022408     COMPUTE WS-ORD-PRE-TOTAL =
022412         WS-DAY-PRE-TOTAL - WS-DAY-REV-PRE-TOTAL.
022416     COMPUTE WS-ORD-ADJ-TOTAL =
022420         WS-DAY-ADJ-TOTAL - WS-DAY-REV-ADJ-TOTAL.
022424     MOVE SPACES TO RPT-LINE.
022428     WRITE RPT-LINE.
022432     MOVE WS-ORD-COUNT TO WS-REC-COUNT-ED.
022436     MOVE WS-ORD-PRE-TOTAL TO WS-PRE-TOTAL-ED.
022440     MOVE WS-ORD-ADJ-TOTAL TO WS-ADJ-TOTAL-ED.
022444     MOVE SPACES TO RPT-LINE.
022448     STRING 'ORDINARY ACTIVITY......: ' WS-REC-COUNT-ED
022452         ' PRE ' WS-PRE-TOTAL-ED ' ADJ ' WS-ADJ-TOTAL-ED
022456         DELIMITED BY SIZE INTO RPT-LINE.
022460     WRITE RPT-LINE.
022464     MOVE WS-DAY-REV-COUNT TO WS-REC-COUNT-ED.
022468     MOVE WS-DAY-REV-PRE-TOTAL TO WS-PRE-TOTAL-ED.
022472     MOVE WS-DAY-REV-ADJ-TOTAL TO WS-ADJ-TOTAL-ED.
022476     MOVE SPACES TO RPT-LINE.
022480     STRING 'REVERSALS POSTED.......: ' WS-REC-COUNT-ED
022484         ' PRE ' WS-PRE-TOTAL-ED ' ADJ ' WS-ADJ-TOTAL-ED
022488         DELIMITED BY SIZE INTO RPT-LINE.
022492     WRITE RPT-LINE.
022496
022500     MOVE SPACES TO RPT-LINE.
022600     WRITE RPT-LINE.
022700
025700 9000-EXIT.
025800     EXIT.
025900
025903******************************************************************
025906*  9900-LOG-STEP-START / 9910-LOG-STEP-END - RECORD THE STEP'S
025909*  START AND END ON THE SHARED RUN LOG THROUGH ADJRLOG, WHICH
025912*  HANDS THE STEP'S RETURN CODE BACK UNCHANGED.  THE END RECORD
025915*  CARRIES THE BUSINESS DATE THE STEP RAN FOR.
025918******************************************************************
025921 9900-LOG-STEP-START.
025924     SET LG-STEP-START TO TRUE.
025927     MOVE 'ADJRECON' TO LG-PROGRAM.
025930     MOVE ZERO TO LG-BUSINESS-DATE.
025933     MOVE ZERO TO LG-CYCLE-NUMBER.
025936     MOVE ZERO TO LG-RECORDS-IN.
025939     MOVE ZERO TO LG-RECORDS-OUT.
025942     MOVE RETURN-CODE TO LG-RETURN-CODE.
025945     CALL 'ADJRLOG' USING ADJ-RUN-LOG-CALL-RECORD.
025948 9900-EXIT.
025951     EXIT.
025954
025957 9910-LOG-STEP-END.
025960     SET LG-STEP-END TO TRUE.
025963     MOVE 'ADJRECON' TO LG-PROGRAM.
025966     MOVE WS-GATE-DATE TO LG-BUSINESS-DATE.
025969     MOVE ZERO TO LG-CYCLE-NUMBER.
025972     MOVE WS-CYCLE-COUNT TO LG-RECORDS-IN.
025975     MOVE ZERO TO LG-RECORDS-OUT.
025978     MOVE RETURN-CODE TO LG-RETURN-CODE.
025981     CALL 'ADJRLOG' USING ADJ-RUN-LOG-CALL-RECORD.
025984 9910-EXIT.
025987     EXIT.
025990
026000 END PROGRAM ADJRECON.

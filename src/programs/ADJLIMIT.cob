002300*  ---------------------------------------------------------------
002400*  DATE       INIT  DESCRIPTION
002500*  09/02/2026 RLK   ORIGINAL.
002525*  10/15/2026 RLK   RUN LOG.  A START AND AN END RECORD GO TO THE
002550*                   SHARED RUN LOG (ADJRUNLG) THROUGH ADJRLOG FOR
002575*                   THE BATCH WINDOW SLA REPORT (ADJSLA).
002600******************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID.  ADJLIMIT.
007200 77  WS-CAT-BREACH-SW        PIC X(01)   VALUE 'N'.
007300     88  WS-CAT-BREACHED         VALUE 'Y'.
007400 77  WS-READ-COUNT           PIC 9(07)   VALUE ZERO.
007450 77  WS-HIGH-DATE            PIC 9(08)   VALUE ZERO.
007500 77  WS-BREACH-COUNT         PIC 9(07)   VALUE ZERO.
007600 77  WS-UNCHECKED-COUNT      PIC 9(07)   VALUE ZERO.
007700 77  WS-CAT-COUNT            PIC S9(05)  COMP VALUE ZERO.
010800 01  WS-RATE-LIM-ED              PIC ZZ9.
010900 01  WS-CNT-ED                   PIC ZZZ,ZZ9.
011000
011033 COPY ADJRLC.
011066
011100 PROCEDURE DIVISION.
011200
011300 0000-MAINLINE.
011350     PERFORM 9900-LOG-STEP-START THRU 9900-EXIT.
011400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011500     IF NOT WS-ABEND
011600         PERFORM 1500-LOAD-LIMITS THRU 1500-EXIT
012600     ELSE
012700         MOVE 16 TO RETURN-CODE
012800     END-IF.
012850     PERFORM 9910-LOG-STEP-END THRU 9910-EXIT.
012900     STOP RUN.
013000
013100******************************************************************
019300******************************************************************
019400 2000-TALLY-AUDIT.
019500     ADD 1 TO WS-READ-COUNT.
019520     IF AA-BUSINESS-DATE NUMERIC
019540         AND AA-BUSINESS-DATE > WS-HIGH-DATE
019560         MOVE AA-BUSINESS-DATE TO WS-HIGH-DATE
019580     END-IF.
019600     MOVE AA-CATEGORY-CODE TO WS-SEARCH-CATEGORY.
019700     PERFORM 2100-FIND-CAT THRU 2100-EXIT.
019800     IF NOT WS-MATCH-FOUND
037500 9000-EXIT.
037600     EXIT.
037700
037703******************************************************************
037706*  9900-LOG-STEP-START / 9910-LOG-STEP-END - RECORD THE STEP'S
037709*  START AND END ON THE SHARED RUN LOG THROUGH ADJRLOG, WHICH
037712*  HANDS THE STEP'S RETURN CODE BACK UNCHANGED.  THE END RECORD
037715*  CARRIES THE LATEST BUSINESS DATE ON THE AUDIT TRAIL.
037718******************************************************************
037721 9900-LOG-STEP-START.
037724     SET LG-STEP-START TO TRUE.
037727     MOVE 'ADJLIMIT' TO LG-PROGRAM.
037730     MOVE ZERO TO LG-BUSINESS-DATE.
037733     MOVE ZERO TO LG-CYCLE-NUMBER.
037736     MOVE ZERO TO LG-RECORDS-IN.
037739     MOVE ZERO TO LG-RECORDS-OUT.
037742     MOVE RETURN-CODE TO LG-RETURN-CODE.
037745     CALL 'ADJRLOG' USING ADJ-RUN-LOG-CALL-RECORD.
037748 9900-EXIT.
037751     EXIT.
037754
037757 9910-LOG-STEP-END.
037760     SET LG-STEP-END TO TRUE.
037763     MOVE 'ADJLIMIT' TO LG-PROGRAM.
037766     MOVE WS-HIGH-DATE TO LG-BUSINESS-DATE.
037769     MOVE ZERO TO LG-CYCLE-NUMBER.
037772     MOVE WS-READ-COUNT TO LG-RECORDS-IN.
037775     MOVE ZERO TO LG-RECORDS-OUT.
037778     MOVE RETURN-CODE TO LG-RETURN-CODE.
037781     CALL 'ADJRLOG' USING ADJ-RUN-LOG-CALL-RECORD.
037784 9910-EXIT.
037787     EXIT.
037790
037800 END PROGRAM ADJLIMIT.

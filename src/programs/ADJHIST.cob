001610*  07/20/2026 RLK   CARRY THE CYCLE NUMBER NOW THAT ADJBATCH
001620*                   APPENDS ONE TOTALS RECORD PER INTRADAY
001630*                   CYCLE.
001641*  10/15/2026 RLK   RUN LOG.  A START AND AN END RECORD GO TO THE
001652*                   SHARED RUN LOG (ADJRUNLG) THROUGH ADJRLOG FOR
001663*                   THE BATCH WINDOW SLA REPORT (ADJSLA).
001674*  10/15/2026 RLK   CARRY THE BUSINESS DATE (CT-BUSINESS-DATE)
001680*                   ONTO THE HISTORY RECORD, AND LOG THE STEP'S
001686*                   END RECORD UNDER IT RATHER THAN THE DATE
001692*                   ADJBATCH FINISHED.
001700******************************************************************
001800 IDENTIFICATION DIVISION.
001900 PROGRAM-ID.  ADJHIST.
004500 77  WS-ABEND-SW             PIC X(01)   VALUE 'N'.
004600     88  WS-ABEND                VALUE 'Y'.
004700 77  WS-APPEND-COUNT         PIC 9(07)   VALUE ZERO.
004725 77  WS-HIST-DATE            PIC 9(08)   VALUE ZERO.
004750
004775 COPY ADJRLC.
004800
004900 PROCEDURE DIVISION.
005000
005100 0000-MAINLINE.
005150     PERFORM 9900-LOG-STEP-START THRU 9900-EXIT.
005200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005300     IF WS-ABEND
005400         MOVE 16 TO RETURN-CODE
005700             UNTIL WS-CTOT-EOF
005800         PERFORM 9000-TERMINATE THRU 9000-EXIT
005900     END-IF.
005950     PERFORM 9910-LOG-STEP-END THRU 9910-EXIT.
006000     STOP RUN.
006100
006200******************************************************************
008900******************************************************************
009000 2000-APPEND-HIST.
009100     MOVE CT-RUN-DATE TO HS-RUN-DATE.
009114     IF CT-BUSINESS-DATE NUMERIC
009128         AND CT-BUSINESS-DATE > ZERO
009142         MOVE CT-BUSINESS-DATE TO WS-HIST-DATE
009156     ELSE
009170         MOVE CT-RUN-DATE TO WS-HIST-DATE
009184     END-IF.
009200     MOVE CT-RECORD-COUNT TO HS-RECORD-COUNT.
009300     MOVE CT-EXCEPTION-COUNT TO HS-EXCEPTION-COUNT.
009400     MOVE CT-CREDIT-COUNT TO HS-CREDIT-COUNT.
009900     MOVE CT-CREDIT-TOTAL TO HS-CREDIT-TOTAL.
010000     MOVE CT-DEBIT-TOTAL TO HS-DEBIT-TOTAL.
010050     MOVE CT-CYCLE-NUMBER TO HS-CYCLE-NUMBER.
010075     MOVE CT-BUSINESS-DATE TO HS-BUSINESS-DATE.
010100     WRITE ADJ-HIST-RECORD.
010200     ADD 1 TO WS-APPEND-COUNT.
010300     PERFORM 8000-READ-CTOT THRU 8000-EXIT.
012000 9000-EXIT.
012100     EXIT.
012200
012203******************************************************************
012206*  9900-LOG-STEP-START / 9910-LOG-STEP-END - RECORD THE STEP'S
012209*  START AND END ON THE SHARED RUN LOG THROUGH ADJRLOG, WHICH
012212*  HANDS THE STEP'S RETURN CODE BACK UNCHANGED.  THE END RECORD
012213*  CARRIES THE BUSINESS DATE OF THE CONTROL TOTALS APPENDED (THE
012214*  RUN DATE ON A TOTALS RECORD WRITTEN BEFORE IT WAS CARRIED), THE
012215*  SAME DATE ADJBATCH LOGS ITS OWN END RECORD UNDER.
012218******************************************************************
012221 9900-LOG-STEP-START.
012224     SET LG-STEP-START TO TRUE.
012227     MOVE 'ADJHIST' TO LG-PROGRAM.
012230     MOVE ZERO TO LG-BUSINESS-DATE.
012233     MOVE ZERO TO LG-CYCLE-NUMBER.
012236     MOVE ZERO TO LG-RECORDS-IN.
012239     MOVE ZERO TO LG-RECORDS-OUT.
012242     MOVE RETURN-CODE TO LG-RETURN-CODE.
012245     CALL 'ADJRLOG' USING ADJ-RUN-LOG-CALL-RECORD.
012248 9900-EXIT.
012251     EXIT.
012254
012257 9910-LOG-STEP-END.
012260     SET LG-STEP-END TO TRUE.
012263     MOVE 'ADJHIST' TO LG-PROGRAM.
012266     MOVE WS-HIST-DATE TO LG-BUSINESS-DATE.
012269     MOVE ZERO TO LG-CYCLE-NUMBER.
012272     MOVE WS-APPEND-COUNT TO LG-RECORDS-IN.
012275     MOVE WS-APPEND-COUNT TO LG-RECORDS-OUT.
012278     MOVE RETURN-CODE TO LG-RETURN-CODE.
012281     CALL 'ADJRLOG' USING ADJ-RUN-LOG-CALL-RECORD.
012284 9910-EXIT.
012287     EXIT.
012290
012300 END PROGRAM ADJHIST.

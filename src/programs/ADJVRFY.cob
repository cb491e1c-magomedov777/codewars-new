002730*                   ADJMERGE/ADJEDIT) AND PRINT IT ON THE MISSING
002740*                   LINE, SO WHEN A TRANSACTION VANISHES WE KNOW
002750*                   WHICH FEED TO CHASE.
002766*  10/06/2026 RLK   THE SECOND ADJOUT COPY NOW RENAMES THE NEW
002782*                   REVERSAL FIELDS ON THE DETAIL RECORD TOO.
002788*  10/07/2026 RLK   THE SECOND ADJOUT COPY NOW RENAMES THE NEW
002794*                   TRUE-UP CONDITION ON THE DETAIL RECORD TOO.
002795*  10/15/2026 RLK   RUN LOG.  A START AND AN END RECORD GO TO THE
002796*                   SHARED RUN LOG (ADJRUNLG) THROUGH ADJRLOG FOR
002797*                   THE BATCH WINDOW SLA REPORT (ADJSLA).
002800******************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID.  ADJVRFY.
008700               ==AO-TRL-CONTROL-TOTAL==
008800                                    BY ==AOC-TRL-CONTROL-TOTAL==
008810               ==AO-TRL-CYCLE-NUMBER==
008820                                    BY ==AOC-TRL-CYCLE-NUMBER==
008833               ==AO-DTL-TRANS-TYPE== BY ==AOC-DTL-TRANS-TYPE==
008846               ==AO-DTL-REVERSAL==   BY ==AOC-DTL-REVERSAL==
008852               ==AO-DTL-TRUE-UP==    BY ==AOC-DTL-TRUE-UP==
008859               ==AO-DTL-ORIG-TXN-ID==
008872                                    BY ==AOC-DTL-ORIG-TXN-ID==
008885               ==AO-DTL-ORIG-DATE==  BY ==AOC-DTL-ORIG-DATE==.
008900
009000 FD  ADJ-EXCEPT-FILE.
009100 COPY ADJEXC.
012400 77  WS-APPEAR-COUNT         PIC S9(05)  COMP VALUE ZERO.
012450 77  WS-SEARCH-TXN-ID        PIC X(10)   VALUE SPACES.
012500 77  WS-INPUT-COUNT          PIC 9(07)   VALUE ZERO.
012550 77  WS-HDR-RUN-DATE         PIC 9(08)   VALUE ZERO.
012600 77  WS-ERROR-COUNT          PIC 9(07)   VALUE ZERO.
012700 77  WS-ORPHAN-COUNT         PIC 9(07)   VALUE ZERO.
012800 77  WS-OUT-DTL-COUNT        PIC 9(07)   VALUE ZERO.
014700 01  WS-TOTAL-A-ED               PIC -(8)9.
014800 01  WS-TOTAL-B-ED               PIC -(8)9.
014900
014933 COPY ADJRLC.
014966
015000 PROCEDURE DIVISION.
015100
015200 0000-MAINLINE.
015250     PERFORM 9900-LOG-STEP-START THRU 9900-EXIT.
015300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015400     IF WS-ABEND
015500         MOVE 16 TO RETURN-CODE
017200             MOVE 16 TO RETURN-CODE
017300         END-IF
017400     END-IF.
017450     PERFORM 9910-LOG-STEP-END THRU 9910-EXIT.
017500     STOP RUN.
017600
017700******************************************************************
024400******************************************************************
024500 2000-SCAN-OUTPUT.
024600     EVALUATE TRUE
024620         WHEN AO-HEADER-RECORD
024640             IF WS-HDR-RUN-DATE = ZERO
024660                 MOVE AO-HDR-RUN-DATE TO WS-HDR-RUN-DATE
024680             END-IF
024700         WHEN AO-DETAIL-RECORD
024800             ADD 1 TO WS-OUT-DTL-COUNT
024900             ADD AO-DTL-RESULT TO WS-OUT-DTL-TOTAL
051100 9000-EXIT.
051200     EXIT.
051300
051303******************************************************************
051306*  9900-LOG-STEP-START / 9910-LOG-STEP-END - RECORD THE STEP'S
051309*  START AND END ON THE SHARED RUN LOG THROUGH ADJRLOG, WHICH
051312*  HANDS THE STEP'S RETURN CODE BACK UNCHANGED.  THE END RECORD
051315*  CARRIES THE RUN DATE FROM THE INTERFACE FILE HEADER - THE
051316*  DAY ADJBATCH STARTED THE CYCLE, NOT ITS BUSINESS DATE.
051318******************************************************************
051321 9900-LOG-STEP-START.
051324     SET LG-STEP-START TO TRUE.
051327     MOVE 'ADJVRFY' TO LG-PROGRAM.
051330     MOVE ZERO TO LG-BUSINESS-DATE.
051333     MOVE ZERO TO LG-CYCLE-NUMBER.
051336     MOVE ZERO TO LG-RECORDS-IN.
051339     MOVE ZERO TO LG-RECORDS-OUT.
051342     MOVE RETURN-CODE TO LG-RETURN-CODE.
051345     CALL 'ADJRLOG' USING ADJ-RUN-LOG-CALL-RECORD.
051348 9900-EXIT.
051351     EXIT.
051354
051357 9910-LOG-STEP-END.
051360     SET LG-STEP-END TO TRUE.
051363     MOVE 'ADJVRFY' TO LG-PROGRAM.
051366     MOVE WS-HDR-RUN-DATE TO LG-BUSINESS-DATE.
051369     MOVE ZERO TO LG-CYCLE-NUMBER.
051372     MOVE WS-INPUT-COUNT TO LG-RECORDS-IN.
051375     MOVE ZERO TO LG-RECORDS-OUT.
051378     MOVE RETURN-CODE TO LG-RETURN-CODE.
051381     CALL 'ADJRLOG' USING ADJ-RUN-LOG-CALL-RECORD.
051384 9910-EXIT.
051387     EXIT.
051390
051400 END PROGRAM ADJVRFY.

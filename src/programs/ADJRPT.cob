002994*                   SCHEDULE THAT SLIPS PAST MIDNIGHT DOES NOT
002995*                   REFUSE FOREVER; NO PARM STILL MEANS THE
002996*                   CURRENT DATE.  SAME FIX AS ADJRECON.
003007*  10/06/2026 RLK   THE SECOND ADJOUT COPY NOW RENAMES THE NEW
003018*                   REVERSAL FIELDS ON THE DETAIL RECORD TOO.
003029*  10/07/2026 RLK   THE SECOND ADJOUT COPY NOW RENAMES THE NEW
003040*                   TRUE-UP CONDITION ON THE DETAIL RECORD TOO.
003051*  10/15/2026 RLK   RUN LOG.  A START AND AN END RECORD GO TO THE
003062*                   SHARED RUN LOG (ADJRUNLG) THROUGH ADJRLOG FOR
003073*                   THE BATCH WINDOW SLA REPORT (ADJSLA).
003084******************************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID.  ADJRPT.
003300
008100               ==AO-TRL-CONTROL-TOTAL==
008200                                    BY ==AOC-TRL-CONTROL-TOTAL==
008210               ==AO-TRL-CYCLE-NUMBER==
008220                                    BY ==AOC-TRL-CYCLE-NUMBER==
008233               ==AO-DTL-TRANS-TYPE== BY ==AOC-DTL-TRANS-TYPE==
008246               ==AO-DTL-REVERSAL==   BY ==AOC-DTL-REVERSAL==
008252               ==AO-DTL-TRUE-UP==    BY ==AOC-DTL-TRUE-UP==
008259               ==AO-DTL-ORIG-TXN-ID==
008272                                    BY ==AOC-DTL-ORIG-TXN-ID==
008285               ==AO-DTL-ORIG-DATE==  BY ==AOC-DTL-ORIG-DATE==.
008300
008400 FD  ADJ-SUMMARY-RPT.
008500 01  RPT-LINE                    PIC X(80).
012200 01  WS-RESULT-AVERAGE-ED        PIC -(4)9.
012210 01  WS-CYCLE-COUNT-ED           PIC ZZ9.
012300
012303 COPY ADJRLC.
012306
012310 LINKAGE SECTION.
012320 01  LK-PARM-INFO.
012330     05  LK-PARM-LEN             PIC S9(4)   COMP.
012400 PROCEDURE DIVISION USING LK-PARM-INFO.
012500
012600 0000-MAINLINE.
012605     PERFORM 9900-LOG-STEP-START THRU 9900-EXIT.
012610     IF LK-PARM-LEN > ZERO
012620         IF LK-PARM-LEN = 8
012630             AND LK-PARM-DATA NUMERIC
012650         ELSE
012660             DISPLAY 'ADJRPT - BAD DATE PARM, RUN STOPPED'
012670             MOVE 16 TO RETURN-CODE
012675             PERFORM 9910-LOG-STEP-END THRU 9910-EXIT
012680             STOP RUN
012690         END-IF
012691     END-IF.
013700         PERFORM 4000-BUILD-REPORT THRU 4000-EXIT
013800         PERFORM 9000-TERMINATE THRU 9000-EXIT
013900     END-IF.
013950     PERFORM 9910-LOG-STEP-END THRU 9910-EXIT.
014000     STOP RUN.
014100
014200******************************************************************
035200 9000-EXIT.
035300     EXIT.
035400
035403******************************************************************
035406*  9900-LOG-STEP-START / 9910-LOG-STEP-END - RECORD THE STEP'S
035409*  START AND END ON THE SHARED RUN LOG THROUGH ADJRLOG, WHICH
035412*  HANDS THE STEP'S RETURN CODE BACK UNCHANGED.  THE END RECORD
035415*  CARRIES THE BUSINESS DATE THE STEP RAN FOR.
035418******************************************************************
035421 9900-LOG-STEP-START.
035424     SET LG-STEP-START TO TRUE.
035427     MOVE 'ADJRPT' TO LG-PROGRAM.
035430     MOVE ZERO TO LG-BUSINESS-DATE.
035433     MOVE ZERO TO LG-CYCLE-NUMBER.
035436     MOVE ZERO TO LG-RECORDS-IN.
035439     MOVE ZERO TO LG-RECORDS-OUT.
035442     MOVE RETURN-CODE TO LG-RETURN-CODE.
035445     CALL 'ADJRLOG' USING ADJ-RUN-LOG-CALL-RECORD.
035448 9900-EXIT.
035451     EXIT.
035454
035457 9910-LOG-STEP-END.
035460     SET LG-STEP-END TO TRUE.
035463     MOVE 'ADJRPT' TO LG-PROGRAM.
035466     MOVE WS-GATE-DATE TO LG-BUSINESS-DATE.
035469     MOVE ZERO TO LG-CYCLE-NUMBER.
035472     MOVE WS-REC-COUNT TO LG-RECORDS-IN.
035475     MOVE ZERO TO LG-RECORDS-OUT.
035478     MOVE RETURN-CODE TO LG-RETURN-CODE.
035481     CALL 'ADJRLOG' USING ADJ-RUN-LOG-CALL-RECORD.
035484 9910-EXIT.
035487     EXIT.
035490
035500 END PROGRAM ADJRPT.

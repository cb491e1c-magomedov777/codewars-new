002875*                   DAY, AND A RUN WITHOUT THE CALENDAR ON THE
002876*                   DD FALLS BACK TO CALENDAR DAYS WITH A
002877*                   SYSOUT NOTE.
002881*  10/06/2026 RLK   THE SECOND ADJOUT COPY NOW RENAMES THE NEW
002883*                   REVERSAL FIELDS ON THE DETAIL RECORD TOO.
002885*  10/07/2026 RLK   THE SECOND ADJOUT COPY NOW RENAMES THE NEW
002887*                   TRUE-UP CONDITION ON THE DETAIL RECORD TOO.
002889*  10/15/2026 RLK   RUN LOG.  A START AND AN END RECORD GO TO THE
002891*                   SHARED RUN LOG (ADJRUNLG) THROUGH ADJRLOG FOR
002893*                   THE BATCH WINDOW SLA REPORT (ADJSLA).
002900******************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID.  ADJACK.
009400               ==AO-TRL-CONTROL-TOTAL==
009500                                    BY ==AOC-TRL-CONTROL-TOTAL==
009600               ==AO-TRL-CYCLE-NUMBER==
009700                                    BY ==AOC-TRL-CYCLE-NUMBER==
009716               ==AO-DTL-TRANS-TYPE== BY ==AOC-DTL-TRANS-TYPE==
009732               ==AO-DTL-REVERSAL==   BY ==AOC-DTL-REVERSAL==
009740               ==AO-DTL-TRUE-UP==    BY ==AOC-DTL-TRUE-UP==
009748               ==AO-DTL-ORIG-TXN-ID==
009764                                    BY ==AOC-DTL-ORIG-TXN-ID==
009780               ==AO-DTL-ORIG-DATE==  BY ==AOC-DTL-ORIG-DATE==.
009800
009900 FD  ADJ-ACK-FILE.
010000 COPY ADJACKR.
017000 01  WS-AGE-ED                   PIC ZZZZ9.
017100 01  WS-CYCLE-ED                 PIC Z9.
017200
017233 COPY ADJRLC.
017266
017300 LINKAGE SECTION.
017400 01  LK-PARM-INFO.
017500     05  LK-PARM-LEN             PIC S9(4)   COMP.
017800 PROCEDURE DIVISION USING LK-PARM-INFO.
017900
018000 0000-MAINLINE.
018050     PERFORM 9900-LOG-STEP-START THRU 9900-EXIT.
018100     IF LK-PARM-LEN > ZERO
018200         IF LK-PARM-LEN NOT > 3
018210             AND LK-PARM-DATA(1:LK-PARM-LEN) NUMERIC
018400         ELSE
018410             DISPLAY 'ADJACK - BAD WINDOW PARM, RUN STOPPED'
018420             MOVE 16 TO RETURN-CODE
018425             PERFORM 9910-LOG-STEP-END THRU 9910-EXIT
018430             STOP RUN
018500         END-IF
018600     END-IF.
020500     ELSE
020600         MOVE 16 TO RETURN-CODE
020700     END-IF.
020750     PERFORM 9910-LOG-STEP-END THRU 9910-EXIT.
020800     STOP RUN.
020900
021000******************************************************************
056500 9000-EXIT.
056600     EXIT.
056700
056703******************************************************************
056706*  9900-LOG-STEP-START / 9910-LOG-STEP-END - RECORD THE STEP'S
056709*  START AND END ON THE SHARED RUN LOG THROUGH ADJRLOG, WHICH
056712*  HANDS THE STEP'S RETURN CODE BACK UNCHANGED.  THE END RECORD
056715*  CARRIES THE BUSINESS DATE THE STEP RAN FOR.
056718******************************************************************
056721 9900-LOG-STEP-START.
056724     SET LG-STEP-START TO TRUE.
056727     MOVE 'ADJACK' TO LG-PROGRAM.
056730     MOVE ZERO TO LG-BUSINESS-DATE.
056733     MOVE ZERO TO LG-CYCLE-NUMBER.
056736     MOVE ZERO TO LG-RECORDS-IN.
056739     MOVE ZERO TO LG-RECORDS-OUT.
056742     MOVE RETURN-CODE TO LG-RETURN-CODE.
056745     CALL 'ADJRLOG' USING ADJ-RUN-LOG-CALL-RECORD.
056748 9900-EXIT.
056751     EXIT.
056754
056757 9910-LOG-STEP-END.
056760     SET LG-STEP-END TO TRUE.
056763     MOVE 'ADJACK' TO LG-PROGRAM.
056766     MOVE WS-RUN-DATE TO LG-BUSINESS-DATE.
056769     MOVE ZERO TO LG-CYCLE-NUMBER.
056772     MOVE WS-ACK-COUNT TO LG-RECORDS-IN.
056775     MOVE WS-CARRIED-COUNT TO LG-RECORDS-OUT.
056778     MOVE RETURN-CODE TO LG-RETURN-CODE.
056781     CALL 'ADJRLOG' USING ADJ-RUN-LOG-CALL-RECORD.
056784 9910-EXIT.
056787     EXIT.
056790
056800 END PROGRAM ADJACK.

002650*                   SOURCES NAMED ON THE PARM (DEFAULT '0102')
002660*                   ARE OPENED AND JUDGED; SPARES ARE SKIPPED
002670*                   UNTIL THEY ARE COMMISSIONED ONTO THE PARM.
002677*  10/15/2026 RLK   RUN LOG.  A START AND AN END RECORD GO TO THE
002684*                   SHARED RUN LOG (ADJRUNLG) THROUGH ADJRLOG FOR
002691*                   THE BATCH WINDOW SLA REPORT (ADJSLA).
002700******************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID.  ADJMERGE.
014100 01  WS-CNT-FWD-ED               PIC ZZZ,ZZ9.
014200 01  WS-DATE-ED                  PIC 9999/99/99.
014300
014303 COPY ADJRLC.
014306
014310 LINKAGE SECTION.
014320 01  LK-PARM-INFO.
014330     05  LK-PARM-LEN             PIC S9(4)   COMP.
014400 PROCEDURE DIVISION USING LK-PARM-INFO.
014500
014600 0000-MAINLINE.
014605     PERFORM 9900-LOG-STEP-START THRU 9900-EXIT.
014610     PERFORM 0100-PARSE-PARM THRU 0100-EXIT.
014620     IF WS-ABEND
014630         MOVE 16 TO RETURN-CODE
014635         PERFORM 9910-LOG-STEP-END THRU 9910-EXIT
014640         STOP RUN
014650     END-IF.
014700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016200     ELSE
016300         PERFORM 9000-TERMINATE THRU 9000-EXIT
016400     END-IF.
016450     PERFORM 9910-LOG-STEP-END THRU 9910-EXIT.
016500     STOP RUN.
016600
016610******************************************************************
051300 9000-EXIT.
051400     EXIT.
051500
051503******************************************************************
051506*  9900-LOG-STEP-START / 9910-LOG-STEP-END - RECORD THE STEP'S
051509*  START AND END ON THE SHARED RUN LOG THROUGH ADJRLOG, WHICH
051512*  HANDS THE STEP'S RETURN CODE BACK UNCHANGED.  THE BUSINESS
051515*  DATE IS NOT KNOWN HERE, SO THE STEP IS FILED UNDER THE DAY IT
051518*  STARTED.
051521******************************************************************
051524 9900-LOG-STEP-START.
051527     SET LG-STEP-START TO TRUE.
051530     MOVE 'ADJMERGE' TO LG-PROGRAM.
051533     MOVE ZERO TO LG-BUSINESS-DATE.
051536     MOVE ZERO TO LG-CYCLE-NUMBER.
051539     MOVE ZERO TO LG-RECORDS-IN.
051542     MOVE ZERO TO LG-RECORDS-OUT.
051545     MOVE RETURN-CODE TO LG-RETURN-CODE.
051548     CALL 'ADJRLOG' USING ADJ-RUN-LOG-CALL-RECORD.
051551 9900-EXIT.
051554     EXIT.
051557
051560 9910-LOG-STEP-END.
051563     SET LG-STEP-END TO TRUE.
051566     MOVE 'ADJMERGE' TO LG-PROGRAM.
051569     MOVE ZERO TO LG-BUSINESS-DATE.
051572     MOVE ZERO TO LG-CYCLE-NUMBER.
051575     MOVE WS-TOTAL-IN TO LG-RECORDS-IN.
051578     MOVE WS-TOTAL-FWD TO LG-RECORDS-OUT.
051581     MOVE RETURN-CODE TO LG-RETURN-CODE.
051584     CALL 'ADJRLOG' USING ADJ-RUN-LOG-CALL-RECORD.
051587 9910-EXIT.
051590     EXIT.
051593
051600 END PROGRAM ADJMERGE.

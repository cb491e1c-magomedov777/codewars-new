001500*  ADJRCTL RECORD SHOWS THE DATE DAY-COMPLETE AND THE ADJCTOT
001600*  RECONCILIATION PROOF PASSES, AND IT ALSO PROVES THE AUDIT
001700*  FILE'S OWN NET AGAINST THE CONSOLIDATED CT-ADJ-AMOUNT-TOTAL -
001800*  A DAY THAT DID NOT TIE OUT CANNOT POST, AND NEITHER CAN A DAY
001850*  IN A CLOSED ACCOUNTING PERIOD (ADJPLCK).  CATEGORY
001900*  DESCRIPTIONS COME FROM THE CATEGORY REFERENCE MASTER WHEN IT
002000*  IS ON THE DD, ELSE THE BARE CODE.
002100*
002600*  ---------------------------------------------------------------
002700*  DATE       INIT  DESCRIPTION
002800*  09/02/2026 RLK   ORIGINAL.
002812*  10/06/2026 RLK   REVERSALS.  AN AUDIT RECORD MARKED AS A
002824*                   REVERSAL NOW NETS INTO ITS OWN PER-CATEGORY
002836*                   TOTAL AND POSTS AS A SEPARATE JOURNAL PAIR
002848*                   DESCRIBED 'REVERSAL', SO THE LEDGER SHOWS
002860*                   BACKED-OUT ADJUSTMENTS APART FROM ORDINARY
002872*                   ACTIVITY.  THE AUDIT NET PROOF STILL TAKES
002884*                   BOTH.
002888*  10/15/2026 RLK   RUN LOG.  A START AND AN END RECORD GO TO THE
002892*                   SHARED RUN LOG (ADJRUNLG) THROUGH ADJRLOG FOR
002896*                   THE BATCH WINDOW SLA REPORT (ADJSLA).
002897*  10/15/2026 RLK   A BUSINESS DATE IN A CLOSED ACCOUNTING PERIOD
002898*                   IS REFUSED (ADJPLCK) AHEAD OF THE OTHER GATES
002899*                   - RC 8, OR RC 16 IF THE PERIOD FILE IS DOWN.
002900******************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID.  ADJGL.
009600     88  WS-ABEND                VALUE 'Y'.
009700 77  WS-REFUSE-SW            PIC X(01)   VALUE 'N'.
009800     88  WS-RUN-REFUSED          VALUE 'Y'.
009833 77  WS-PERIOD-LOCKED-SW     PIC X(01)   VALUE 'N'.
009866     88  WS-PERIOD-LOCKED        VALUE 'Y'.
009900 77  WS-MATCH-SW             PIC X(01)   VALUE 'N'.
010000     88  WS-MATCH-FOUND          VALUE 'Y'.
010100 77  WS-CAT-OPEN-SW          PIC X(01)   VALUE 'N'.
011800 77  WS-CAT-MAX              PIC S9(05)  COMP VALUE 100.
011900 77  WS-SEARCH-CATEGORY      PIC X(02)   VALUE SPACES.
012000 77  WS-CAT-DESC             PIC X(30)   VALUE SPACES.
012016 77  WS-PAIR-NET             PIC S9(9)   SIGN LEADING VALUE ZERO.
012032 77  WS-PAIR-DESC            PIC X(30)   VALUE SPACES.
012048 77  WS-REV-READ-COUNT       PIC 9(07)   VALUE ZERO.
012064 77  WS-REV-PAIR-COUNT       PIC 9(07)   VALUE ZERO.
012080 77  WS-REV-NET-TOTAL        PIC S9(9)   SIGN LEADING VALUE ZERO.
012100
012200 01  WS-CAT-TABLE.
012300     05  WS-CAT-ENTRY            OCCURS 100.
012400         10  WS-CT-CATEGORY      PIC X(02).
012500         10  WS-CT-NET-TOTAL     PIC S9(9)  SIGN LEADING.
012550         10  WS-CT-REV-TOTAL     PIC S9(9)  SIGN LEADING.
012600
012700 01  WS-DATE-ED                  PIC 9999/99/99.
012800 01  WS-CNT-ED                   PIC ZZZ,ZZ9.
012900 01  WS-TOTAL-ED                 PIC -(8)9.
012920
012940 COPY ADJRLC.
012960
012980 COPY ADJPLC.
013000
013100 LINKAGE SECTION.
013200 01  LK-PARM-INFO.
013600 PROCEDURE DIVISION USING LK-PARM-INFO.
013700
013800 0000-MAINLINE.
013850     PERFORM 9900-LOG-STEP-START THRU 9900-EXIT.
013900     IF LK-PARM-LEN > ZERO
014000         IF LK-PARM-LEN = 8
014100             AND LK-PARM-DATA NUMERIC
014300         ELSE
014400             DISPLAY 'ADJGL - BAD DATE PARM, RUN STOPPED'
014500             MOVE 16 TO RETURN-CODE
014550             PERFORM 9910-LOG-STEP-END THRU 9910-EXIT
014600             STOP RUN
014700         END-IF
014800     END-IF.
015200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015300     IF WS-ABEND
015400         MOVE 16 TO RETURN-CODE
015450         PERFORM 9910-LOG-STEP-END THRU 9910-EXIT
015500         STOP RUN
015600     END-IF.
015633     PERFORM 1050-CHECK-PERIOD-LOCK THRU 1050-EXIT.
015666     IF NOT WS-RUN-REFUSED
015700         PERFORM 1100-CHECK-RUN-CTL THRU 1100-EXIT
015750     END-IF.
015800     IF NOT WS-RUN-REFUSED
015900         PERFORM 1200-CHECK-RECON THRU 1200-EXIT
016000     END-IF.
017100         WHEN WS-RUN-REFUSED
017200             PERFORM 9100-REFUSE-CLOSE THRU 9100-EXIT
017300             MOVE 8 TO RETURN-CODE
017325             IF PL-RC-FILE-ERROR
017350                 MOVE 16 TO RETURN-CODE
017375             END-IF
017400         WHEN OTHER
017500             PERFORM 4000-BUILD-JOURNAL THRU 4000-EXIT
017600             PERFORM 9000-TERMINATE THRU 9000-EXIT
017700     END-EVALUATE.
017750     PERFORM 9910-LOG-STEP-END THRU 9910-EXIT.
017800     STOP RUN.
017900
018000******************************************************************
021900     PERFORM 8000-READ-AUDIT THRU 8000-EXIT.
022000     PERFORM 8100-READ-CTOT THRU 8100-EXIT.
022100 1000-EXIT.
022104     EXIT.
022108
022112******************************************************************
022116*  1050-CHECK-PERIOD-LOCK - A DATE IN A CLOSED ACCOUNTING PERIOD
022120*  MAY NOT BE EXTRACTED TO THE LEDGER AGAIN.  ADJPLCK PRINTS AND
022124*  LOGS THE REFUSAL.  A PERIOD FILE THAT CANNOT BE READ REFUSES
022128*  THE RUN AS WELL AND ENDS IT WITH RETURN CODE 16.
022132******************************************************************
022136 1050-CHECK-PERIOD-LOCK.
022140     SET PL-CHECK TO TRUE.
022144     MOVE 'ADJGL' TO PL-PROGRAM.
022148     MOVE SPACES TO PL-USER-ID.
022152     MOVE 'EXTRACT GL JOURNAL' TO PL-ACTION.
022156     MOVE WS-BUSINESS-DATE TO PL-BUSINESS-DATE.
022160     CALL 'ADJPLCK' USING ADJ-PERIOD-LOCK-CALL-RECORD.
022164     IF PL-RC-REFUSED
022168         DISPLAY 'ADJGL - EXTRACT REFUSED BY THE PERIOD LOCK'
022172         SET WS-PERIOD-LOCKED TO TRUE
022176         SET WS-RUN-REFUSED TO TRUE
022180     END-IF.
022184 1050-EXIT.
022200     EXIT.
022300
022400******************************************************************
028600******************************************************************
028700*  2000-TALLY-AUDIT - ROLL ONE ACCEPTED AUDIT RECORD'S APPLIED
028800*  AMOUNT INTO ITS CATEGORY'S NET.  REJECTED RECORDS APPLIED
028900*  NOTHING AND STAY OUT OF THE JOURNAL.  A REVERSAL GOES TO THE
028950*  CATEGORY'S REVERSAL TOTAL INSTEAD OF ITS ORDINARY NET.
029000******************************************************************
029100 2000-TALLY-AUDIT.
029200     ADD 1 TO WS-READ-COUNT.
030600         MOVE WS-SEARCH-CATEGORY
030700             TO WS-CT-CATEGORY (WS-FOUND-IX)
030800         MOVE ZERO TO WS-CT-NET-TOTAL (WS-FOUND-IX)
030850         MOVE ZERO TO WS-CT-REV-TOTAL (WS-FOUND-IX)
030900     END-IF.
030925     IF AA-REVERSAL
030950         ADD AA-ADJ-AMOUNT TO WS-CT-REV-TOTAL (WS-FOUND-IX)
030975         ADD AA-ADJ-AMOUNT TO WS-REV-NET-TOTAL
031000         ADD 1 TO WS-REV-READ-COUNT
031025     ELSE
031050         ADD AA-ADJ-AMOUNT TO WS-CT-NET-TOTAL (WS-FOUND-IX)
031075     END-IF.
031100     ADD AA-ADJ-AMOUNT TO WS-AUDIT-NET-TOTAL.
031200 2000-NEXT.
031300     PERFORM 8000-READ-AUDIT THRU 8000-EXIT.
035200*  ONE DEBIT/CREDIT PAIR PER CATEGORY WITH A NON-ZERO NET, AND
035300*  THE TRAILER.  THE ADJUSTMENT SIDE IS A DEBIT FOR A POSITIVE
035400*  NET AND A CREDIT FOR A NEGATIVE ONE; THE CLEARING SIDE IS
035500*  ALWAYS THE OFFSET, SO THE PROOF TOTAL NETS TO ZERO.  A
035550*  CATEGORY WITH REVERSALS GETS A SECOND PAIR FOR THEM.
035600******************************************************************
035700 4000-BUILD-JOURNAL.
035800     MOVE SPACES TO ADJ-GL-RECORD.
035900     SET GJ-HEADER-RECORD TO TRUE.
036000     MOVE WS-BUSINESS-DATE TO GJ-HDR-BUSINESS-DATE.
036100     WRITE ADJ-GL-RECORD.
036200     PERFORM 4050-WRITE-CAT-PAIRS THRU 4050-EXIT
036300         VARYING WS-CAT-IX FROM 1 BY 1
036400         UNTIL WS-CAT-IX > WS-CAT-COUNT.
036500     MOVE SPACES TO ADJ-GL-RECORD.
037000 4000-EXIT.
037100     EXIT.
037200
037205 4050-WRITE-CAT-PAIRS.
037210     MOVE WS-CT-CATEGORY (WS-CAT-IX) TO WS-SEARCH-CATEGORY.
037215     PERFORM 4500-GET-CAT-DESC THRU 4500-EXIT.
037220     MOVE WS-CT-NET-TOTAL (WS-CAT-IX) TO WS-PAIR-NET.
037225     MOVE WS-CAT-DESC TO WS-PAIR-DESC.
037230     PERFORM 4100-WRITE-ONE-PAIR THRU 4100-EXIT.
037235     IF WS-CT-REV-TOTAL (WS-CAT-IX) = ZERO
037240         GO TO 4050-EXIT
037245     END-IF.
037250     MOVE WS-CT-REV-TOTAL (WS-CAT-IX) TO WS-PAIR-NET.
037255     MOVE SPACES TO WS-PAIR-DESC.
037260     STRING 'REVERSAL ' WS-CAT-DESC
037265         DELIMITED BY SIZE INTO WS-PAIR-DESC.
037270     PERFORM 4100-WRITE-ONE-PAIR THRU 4100-EXIT.
037275     ADD 1 TO WS-REV-PAIR-COUNT.
037280 4050-EXIT.
037285     EXIT.
037290
037300 4100-WRITE-ONE-PAIR.
037400     IF WS-PAIR-NET = ZERO
037500         GO TO 4100-EXIT
037600     END-IF.
037900     IF WS-PAIR-NET < ZERO
038000         COMPUTE WS-NET-ABS = ZERO - WS-PAIR-NET
038100     ELSE
038200         MOVE WS-PAIR-NET TO WS-NET-ABS
038300     END-IF.
038400     MOVE SPACES TO ADJ-GL-RECORD.
038500     SET GJ-DETAIL-RECORD TO TRUE.
038600     MOVE WS-CT-CATEGORY (WS-CAT-IX) TO GJ-DTL-CATEGORY-CODE.
038700     SET GJ-ADJUSTMENT-SIDE TO TRUE.
038800     IF WS-PAIR-NET < ZERO
038900         SET GJ-CREDIT-LINE TO TRUE
039000         SUBTRACT WS-NET-ABS FROM WS-PROOF-TOTAL
039100     ELSE
039300         ADD WS-NET-ABS TO WS-PROOF-TOTAL
039400     END-IF.
039500     MOVE WS-NET-ABS TO GJ-DTL-AMOUNT.
039600     MOVE WS-PAIR-DESC TO GJ-DTL-DESC.
039700     WRITE ADJ-GL-RECORD.
039800     ADD 1 TO WS-LINE-COUNT.
039900     MOVE SPACES TO ADJ-GL-RECORD.
040000     SET GJ-DETAIL-RECORD TO TRUE.
040100     MOVE WS-CT-CATEGORY (WS-CAT-IX) TO GJ-DTL-CATEGORY-CODE.
040200     SET GJ-CLEARING-SIDE TO TRUE.
040300     IF WS-PAIR-NET < ZERO
040400         SET GJ-DEBIT-LINE TO TRUE
040500         ADD WS-NET-ABS TO WS-PROOF-TOTAL
040600     ELSE
040800         SUBTRACT WS-NET-ABS FROM WS-PROOF-TOTAL
040900     END-IF.
041000     MOVE WS-NET-ABS TO GJ-DTL-AMOUNT.
041100     MOVE WS-PAIR-DESC TO GJ-DTL-DESC.
041200     WRITE ADJ-GL-RECORD.
041300     ADD 1 TO WS-LINE-COUNT.
041400     ADD 1 TO WS-PAIR-COUNT.
046600     STRING 'NET AMOUNT POSTED......: ' WS-TOTAL-ED
046700         DELIMITED BY SIZE INTO RPT-LINE.
046800     WRITE RPT-LINE.
046806     MOVE WS-REV-READ-COUNT TO WS-CNT-ED.
046812     MOVE SPACES TO RPT-LINE.
046818     STRING 'REVERSAL RECORDS.......: ' WS-CNT-ED
046824         DELIMITED BY SIZE INTO RPT-LINE.
046830     WRITE RPT-LINE.
046836     MOVE WS-REV-PAIR-COUNT TO WS-CNT-ED.
046842     MOVE SPACES TO RPT-LINE.
046848     STRING 'REVERSAL PAIRS WRITTEN.: ' WS-CNT-ED
046854         DELIMITED BY SIZE INTO RPT-LINE.
046860     WRITE RPT-LINE.
046866     MOVE WS-REV-NET-TOTAL TO WS-TOTAL-ED.
046872     MOVE SPACES TO RPT-LINE.
046878     STRING 'REVERSAL NET POSTED....: ' WS-TOTAL-ED
046884         DELIMITED BY SIZE INTO RPT-LINE.
046890     WRITE RPT-LINE.
046900     MOVE WS-PROOF-TOTAL TO WS-TOTAL-ED.
047000     MOVE SPACES TO RPT-LINE.
047100     STRING 'PROOF TOTAL (MUST BE 0): ' WS-TOTAL-ED
049000******************************************************************
049100 9100-REFUSE-CLOSE.
049200     MOVE SPACES TO RPT-LINE.
049227     IF WS-PERIOD-LOCKED
049254         IF PL-RC-CLOSED
049281             STRING '*** EXTRACT REFUSED - ACCOUNTING PERIOD '
049308                 PL-PERIOD ' IS CLOSED ***'
049335                 DELIMITED BY SIZE INTO RPT-LINE
049362         ELSE
049389             STRING '*** EXTRACT REFUSED - PERIOD CONTROL FILE '
049416                 'UNAVAILABLE ***' DELIMITED BY SIZE INTO RPT-LINE
049443         END-IF
049470     ELSE
049500         STRING '*** EXTRACT REFUSED - DAY NOT COMPLETE OR '
049600             'RECONCILED ***' DELIMITED BY SIZE INTO RPT-LINE
049650     END-IF.
049700     WRITE RPT-LINE.
049800     PERFORM 9500-CLOSE-ALL THRU 9500-EXIT.
049900     DISPLAY 'ADJGL - EXTRACT REFUSED'.
051100 9500-EXIT.
051200     EXIT.
051300
051303******************************************************************
051306*  9900-LOG-STEP-START / 9910-LOG-STEP-END - RECORD THE STEP'S
051309*  START AND END ON THE SHARED RUN LOG THROUGH ADJRLOG, WHICH
051312*  HANDS THE STEP'S RETURN CODE BACK UNCHANGED.  THE END RECORD
051315*  CARRIES THE BUSINESS DATE THE STEP RAN FOR.
051318******************************************************************
051321 9900-LOG-STEP-START.
051324     SET LG-STEP-START TO TRUE.
051327     MOVE 'ADJGL' TO LG-PROGRAM.
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
051363     MOVE 'ADJGL' TO LG-PROGRAM.
051366     MOVE WS-BUSINESS-DATE TO LG-BUSINESS-DATE.
051369     MOVE ZERO TO LG-CYCLE-NUMBER.
051372     MOVE WS-READ-COUNT TO LG-RECORDS-IN.
051375     MOVE WS-LINE-COUNT TO LG-RECORDS-OUT.
051378     MOVE RETURN-CODE TO LG-RETURN-CODE.
051381     CALL 'ADJRLOG' USING ADJ-RUN-LOG-CALL-RECORD.
051384 9910-EXIT.
051387     EXIT.
051390
051400 END PROGRAM ADJGL.

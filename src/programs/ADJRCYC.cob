002799*                   CALENDAR RECORD COUNTS AS A WORKING DAY, AND
002801*                   A RUN WITHOUT THE CALENDAR ON THE DD FALLS
002802*                   BACK TO CALENDAR DAYS WITH A SYSOUT NOTE.
002814*  10/06/2026 RLK   REVERSALS.  A REVERSAL REJECTED AS NEVER
002826*                   POSTED (RC 30) OR ALREADY REVERSED (RC 40)
002838*                   CAN ONLY BE DROPPED - A RESUBMIT CARD FOR ONE
002841*                   IS REJECTED.  THE RECYCLE RECORD IS NOW
002844*                   CLEARED FIRST SO A RESUBMISSION ALWAYS GOES
002847*                   OUT AS AN ORDINARY TRANSACTION.
002850*  10/08/2026 RLK   THE USER ON EACH CORRECTION CARD MUST NOW BE
002853*                   AN ACTIVE, IN-DATE EXCEPTION CORRECTOR ON THE
002856*                   USER AUTHORITY FILE (ADJUSRF), CHECKED
002859*                   THROUGH ADJAUTH.  A CARD FROM ANY OTHER USER
002862*                   IS REFUSED TO THE REPORT WITH THE REASON AND
002865*                   THE EXCEPTION STAYS PENDING.  THE AUTHORITY
002868*                   FILE IS PROBED BEFORE ANY FILE IS OPENED; IF
002871*                   IT CANNOT BE READ THE RUN STOPS WITH RETURN
002874*                   CODE 16.
002876*  10/15/2026 RLK   RUN LOG.  A START AND AN END RECORD GO TO THE
002878*                   SHARED RUN LOG (ADJRUNLG) THROUGH ADJRLOG FOR
002880*                   THE BATCH WINDOW SLA REPORT (ADJSLA).
002882*  10/15/2026 RLK   A CORRECTION CARD FOR AN EXCEPTION WHOSE
002884*                   ORIGINAL BUSINESS DATE LIES IN A CLOSED
002886*                   ACCOUNTING PERIOD IS REFUSED THROUGH ADJPLCK -
002888*                   NEITHER DROPPED NOR RESUBMITTED - AND THE
002890*                   EXCEPTION STAYS PENDING.  THE PERIOD FILE
002892*                   IS PROBED WITH THE AUTHORITY FILE; IF IT
002894*                   CANNOT BE READ THE RUN STOPS WITH RETURN CODE
002896*                   16.
002898******************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID.  ADJRCYC.
003100
012800 77  WS-CARRIED-COUNT        PIC 9(07)   VALUE ZERO.
012900 77  WS-AGED-COUNT           PIC 9(07)   VALUE ZERO.
013000 77  WS-CORR-REJECT-COUNT    PIC 9(07)   VALUE ZERO.
013016 77  WS-CORR-UNAUTH-COUNT    PIC 9(07)   VALUE ZERO.
013032 77  WS-CORR-LOCKED-COUNT    PIC 9(07)   VALUE ZERO.
013048
013064 COPY ADJAUC.
013080 COPY ADJPLC.
013100
013200 01  WS-PEND-TABLE.
013300     05  WS-PEND-ENTRY           OCCURS 10000.
015800 01  WS-NUM-ED                   PIC -(4)9.
015900 01  WS-RC-ED                    PIC 99.
016000
016033 COPY ADJRLC.
016066
016100 LINKAGE SECTION.
016200 01  LK-PARM-INFO.
016300     05  LK-PARM-LEN             PIC S9(4)   COMP.
016600 PROCEDURE DIVISION USING LK-PARM-INFO.
016700
016800 0000-MAINLINE.
016850     PERFORM 9900-LOG-STEP-START THRU 9900-EXIT.
016900     IF LK-PARM-LEN > ZERO
017000         IF LK-PARM-LEN NOT > 3
017010             AND LK-PARM-DATA(1:LK-PARM-LEN) NUMERIC
017200         ELSE
017210             DISPLAY 'ADJRCYC - BAD AGING PARM, RUN STOPPED'
017220             MOVE 16 TO RETURN-CODE
017225             PERFORM 9910-LOG-STEP-END THRU 9910-EXIT
017230             STOP RUN
017300         END-IF
017400     END-IF.
019100     ELSE
019200         MOVE 16 TO RETURN-CODE
019300     END-IF.
019350     PERFORM 9910-LOG-STEP-END THRU 9910-EXIT.
019400     STOP RUN.
019500
019600******************************************************************
019700*  1000-INITIALIZE - OPEN EVERY FILE, CAPTURE TODAY'S DATE FOR
019800*  THE AGING ARITHMETIC, AND WRITE THE REPORT HEADING.  THE USER
019833*  AUTHORITY FILE IS PROBED FIRST SO A MISSING FILE STOPS THE RUN
019866*  BEFORE ANYTHING IS OPENED, AND SO IS THE PERIOD CONTROL FILE.
019900******************************************************************
020000 1000-INITIALIZE.
020004     MOVE SPACES TO UA-USER-ID.
020008     SET UA-ROLE-EXC-CORRECTOR TO TRUE.
020012     MOVE ZERO TO UA-CHECK-DATE.
020016     CALL 'ADJAUTH' USING ADJ-AUTH-CALL-RECORD.
020020     IF UA-RC-FILE-ERROR
020024         DISPLAY 'ADJRCYC - USER AUTHORITY FILE UNAVAILABLE, '
020028             'RUN STOPPED'
020032         SET WS-ABEND TO TRUE
020036         GO TO 1000-EXIT
020040     END-IF.
020044     SET PL-INQUIRE TO TRUE.
020048     MOVE 'ADJRCYC' TO PL-PROGRAM.
020052     MOVE ZERO TO PL-BUSINESS-DATE.
020056     CALL 'ADJPLCK' USING ADJ-PERIOD-LOCK-CALL-RECORD.
020060     IF PL-RC-FILE-ERROR
020064         DISPLAY 'ADJRCYC - PERIOD CONTROL FILE UNAVAILABLE, '
020068             'RUN STOPPED'
020072         SET WS-ABEND TO TRUE
020076         GO TO 1000-EXIT
020080     END-IF.
020100     OPEN INPUT ADJ-EXCEPT-FILE.
020200     OPEN INPUT ADJ-PEND-IN-FILE.
020300     OPEN INPUT ADJ-CORR-FILE.
040500*  FOR THE NEXT ADJBATCH RUN AND KEEPS THE ENTRY, MARKED
040600*  RESUBMITTED, UNTIL THAT RUN PROVES IT POSTED.  A CARD FOR A
040700*  TXN-ID NOT PENDING, OR WITH A BAD FUNCTION OR NON-NUMERIC
040800*  REPLACEMENT NUM, IS REJECTED TO THE REPORT.  SO IS ONE FROM
040833*  A USER WHO IS NOT AN AUTHORIZED EXCEPTION CORRECTOR - THE
040866*  ENTRY STAYS PENDING FOR SOMEBODY WHO IS.  AN EXCEPTION FROM A
040877*  CLOSED ACCOUNTING PERIOD IS NEITHER DROPPED NOR RESUBMITTED -
040888*  THE CARD IS REFUSED AND THE ENTRY STAYS PENDING.
040900******************************************************************
041000 5000-APPLY-CORRECTIONS.
041100     PERFORM 5100-APPLY-ONE-CORR THRU 5100-EXIT
042700         STRING 'CORRECTION NOT PENDING...: '
042800             WS-CT-TXN-ID (WS-CORR-IX)
042900             DELIMITED BY SIZE INTO RPT-LINE
042904         WRITE RPT-LINE
042908         GO TO 5100-EXIT
042912     END-IF.
042916     PERFORM 5160-CHECK-AUTHORITY THRU 5160-EXIT.
042920     IF NOT UA-RC-OK
042924         ADD 1 TO WS-CORR-UNAUTH-COUNT
042928         MOVE SPACES TO RPT-LINE
042932         STRING 'CORRECTION NOT AUTHORIZED: '
042936             WS-CT-TXN-ID (WS-CORR-IX) ' BY '
042940             WS-CT-USER-ID (WS-CORR-IX) ' - '
042944             UA-REASON DELIMITED BY '  '
042948             INTO RPT-LINE
042952         WRITE RPT-LINE
042956         GO TO 5100-EXIT
042960     END-IF.
042964     PERFORM 5170-CHECK-PERIOD-LOCK THRU 5170-EXIT.
042968     IF PL-RC-REFUSED
042972         ADD 1 TO WS-CORR-LOCKED-COUNT
042976         MOVE SPACES TO RPT-LINE
042980         MOVE WS-PT-ORIG-RUN-DATE (WS-FOUND-IX) TO WS-ORIG-DATE-ED
042984         STRING 'CORRECTION PERIOD CLOSED.: '
042988             WS-CT-TXN-ID (WS-CORR-IX) ' ORIGINAL DATE '
042992             WS-ORIG-DATE-ED DELIMITED BY SIZE
042996             INTO RPT-LINE
043000         WRITE RPT-LINE
043100         GO TO 5100-EXIT
043200     END-IF.
046720     EXIT.
046730
046740******************************************************************
046741*  5160-CHECK-AUTHORITY - ASK ADJAUTH WHETHER THE CARD'S USER MAY
046742*  CORRECT EXCEPTIONS TODAY.
046743******************************************************************
046744 5160-CHECK-AUTHORITY.
046745     MOVE WS-CT-USER-ID (WS-CORR-IX) TO UA-USER-ID.
046746     SET UA-ROLE-EXC-CORRECTOR TO TRUE.
046747     MOVE WS-RUN-DATE TO UA-CHECK-DATE.
046748     CALL 'ADJAUTH' USING ADJ-AUTH-CALL-RECORD.
046749 5160-EXIT.
046750     EXIT.
046751
046752******************************************************************
046753*  5170-CHECK-PERIOD-LOCK - ASK ADJPLCK WHETHER THE EXCEPTION'S
046754*  ORIGINAL BUSINESS DATE LIES IN A CLOSED ACCOUNTING PERIOD.
046755******************************************************************
046756 5170-CHECK-PERIOD-LOCK.
046757     SET PL-CHECK TO TRUE.
046758     MOVE 'ADJRCYC' TO PL-PROGRAM.
046759     MOVE WS-CT-USER-ID (WS-CORR-IX) TO PL-USER-ID.
046760     MOVE SPACES TO PL-ACTION.
046761     IF WS-CT-FUNCTION (WS-CORR-IX) = 'D'
046762         STRING 'DROP EXCEPTION ' WS-CT-TXN-ID (WS-CORR-IX)
046763             DELIMITED BY SIZE INTO PL-ACTION
046764     ELSE
046765         STRING 'RESUBMIT EXCEPTION ' WS-CT-TXN-ID (WS-CORR-IX)
046766             DELIMITED BY SIZE INTO PL-ACTION
046767     END-IF.
046768     MOVE WS-PT-ORIG-RUN-DATE (WS-FOUND-IX) TO PL-BUSINESS-DATE.
046769     CALL 'ADJPLCK' USING ADJ-PERIOD-LOCK-CALL-RECORD.
046770 5170-EXIT.
046771     EXIT.
046772
046773******************************************************************
046774*  5200-RESUBMIT-ONE - BUILD THE CORRECTED TRANSACTION FOR THE
046775*  RECYCLE FILE.  BLANK REPLACEMENT FIELDS KEEP THE VALUES FROM
046776*  THE PENDING ENTRY; A SUPPLIED REPLACEMENT NUM MUST BE NUMERIC
046777*  OR THE WHOLE CARD IS REJECTED.  A REJECTED REVERSAL HAS
046778*  NOTHING TO CORRECT AND CAN ONLY BE DROPPED.
046790******************************************************************
047000 5200-RESUBMIT-ONE.
047009     IF WS-PT-RETURN-CODE (WS-FOUND-IX) = 30
047018         OR WS-PT-RETURN-CODE (WS-FOUND-IX) = 40
047027         ADD 1 TO WS-CORR-REJECT-COUNT
047036         MOVE SPACES TO RPT-LINE
047045         STRING 'REVERSAL - DROP ONLY.....: '
047054             WS-CT-TXN-ID (WS-CORR-IX)
047063             DELIMITED BY SIZE INTO RPT-LINE
047072         WRITE RPT-LINE
047081         GO TO 5200-EXIT
047090     END-IF.
047100     IF WS-CT-NEW-NUM (WS-CORR-IX) NOT = SPACES
047200         AND WS-CT-NEW-NUM-9 (WS-CORR-IX) NOT NUMERIC
047300         ADD 1 TO WS-CORR-REJECT-COUNT
047800         WRITE RPT-LINE
047900         GO TO 5200-EXIT
048000     END-IF.
048033     MOVE SPACES TO ADJ-TRANS-RECORD.
048066     MOVE ZERO TO TR-ORIG-DATE.
048100     MOVE WS-PT-TXN-ID (WS-FOUND-IX) TO TR-TXN-ID.
048200     IF WS-CT-NEW-NUM (WS-CORR-IX) = SPACES
048300         MOVE WS-PT-NUM (WS-FOUND-IX) TO TR-NUM
062800         WS-AGED-COUNT.
062900     DISPLAY 'ADJRCYC - CORRECTIONS REJECTED....: '
063000         WS-CORR-REJECT-COUNT.
063033     DISPLAY 'ADJRCYC - CORRECTIONS UNAUTHORIZED: '
063066         WS-CORR-UNAUTH-COUNT.
063077     DISPLAY 'ADJRCYC - CORRECTIONS PER. CLOSED.: '
063088         WS-CORR-LOCKED-COUNT.
063100 9000-EXIT.
063200     EXIT.
063300
063303******************************************************************
063306*  9900-LOG-STEP-START / 9910-LOG-STEP-END - RECORD THE STEP'S
063309*  START AND END ON THE SHARED RUN LOG THROUGH ADJRLOG, WHICH
063312*  HANDS THE STEP'S RETURN CODE BACK UNCHANGED.  THE END RECORD
063315*  CARRIES THE BUSINESS DATE THE STEP RAN FOR.
063318******************************************************************
063321 9900-LOG-STEP-START.
063324     SET LG-STEP-START TO TRUE.
063327     MOVE 'ADJRCYC' TO LG-PROGRAM.
063330     MOVE ZERO TO LG-BUSINESS-DATE.
063333     MOVE ZERO TO LG-CYCLE-NUMBER.
063336     MOVE ZERO TO LG-RECORDS-IN.
063339     MOVE ZERO TO LG-RECORDS-OUT.
063342     MOVE RETURN-CODE TO LG-RETURN-CODE.
063345     CALL 'ADJRLOG' USING ADJ-RUN-LOG-CALL-RECORD.
063348 9900-EXIT.
063351     EXIT.
063354
063357 9910-LOG-STEP-END.
063360     SET LG-STEP-END TO TRUE.
063363     MOVE 'ADJRCYC' TO LG-PROGRAM.
063366     MOVE WS-RUN-DATE TO LG-BUSINESS-DATE.
063369     MOVE ZERO TO LG-CYCLE-NUMBER.
063372     ADD WS-PRIOR-PEND-COUNT WS-NEW-EXCEPT-COUNT
063375         GIVING LG-RECORDS-IN.
063378     MOVE WS-RESUBMIT-COUNT TO LG-RECORDS-OUT.
063381     MOVE RETURN-CODE TO LG-RETURN-CODE.
063384     CALL 'ADJRLOG' USING ADJ-RUN-LOG-CALL-RECORD.
063387 9910-EXIT.
063390     EXIT.
063393
063400 END PROGRAM ADJRCYC.

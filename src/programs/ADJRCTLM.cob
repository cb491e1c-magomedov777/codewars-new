000900*  LAST CYCLE, AND TIMESTAMPS; PARM 'RESET,YYYYMMDD' DELETES
001000*  THAT DATE'S RECORD SO A RUN CAN GENUINELY BE FORCED THROUGH
001100*  AGAIN.  A RESET IS DELIBERATELY LOUD - THE DELETED RECORD'S
001133*  CONTENTS PRINT ON THE REPORT BEFORE IT GOES.  A DATE IN A
001166*  CLOSED ACCOUNTING PERIOD MAY NOT BE RESET AT ALL.  THE
001199*  DATE'S ENTRIES ON THE POSTED TRANSACTION MASTER (ADJPTXF) GO
001232*  WITH THE RECORD AND PRINT AS THEY GO, OR THE RERUN'S ADJEDIT
001265*  WOULD REJECT EVERY DETAIL AS ALREADY POSTED (REASON 80).
001300*
001400*  MODIFICATION HISTORY
001500*  ---------------------------------------------------------------
001750*                   THE RUN ACTUALLY STARTED.  THE LINE NOW
001760*                   CARRIES START DATE, START TIME, AND LAST
001770*                   UPDATE DATE UNDER MATCHING HEADINGS.
001772*  10/15/2026 RLK   A RESET OF A DATE IN A CLOSED ACCOUNTING
001774*                   PERIOD IS REFUSED (ADJPLCK) AND THE RECORD IS
001776*                   KEPT - RC 8, OR RC 16 IF THE PERIOD FILE IS
001778*                   DOWN.
001780*  10/15/2026 RLK   A RESET ALSO DELETES THE DATE'S ENTRIES FROM
001782*                   THE POSTED TRANSACTION MASTER AND LISTS THEM -
001784*                   THE FORCED RERUN USED TO HAVE EVERY DETAIL
001786*                   REJECTED BY ADJEDIT AS ALREADY POSTED.  IF THE
001788*                   MASTER CANNOT BE OPENED THE RESET IS REFUSED
001790*                   (RC 16) AND THE RECORD KEPT.
001800******************************************************************
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID.  ADJRCTLM.
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-RPT-STATUS.
003400
003414     SELECT ADJ-PTX-FILE ASSIGN TO "ADJPTXF"
003428         ORGANIZATION IS INDEXED
003442         ACCESS MODE IS DYNAMIC
003456         RECORD KEY IS PX-TXN-ID
003470         FILE STATUS IS WS-PTX-STATUS.
003484
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  ADJ-RCTL-FILE.
003900
004000 FD  ADJ-RCTL-RPT.
004100 01  RPT-LINE                   PIC X(80).
004125
004150 FD  ADJ-PTX-FILE.
004175 COPY ADJPTX.
004200
004300 WORKING-STORAGE SECTION.
004400 77  WS-RCTL-STATUS          PIC X(02)   VALUE SPACES.
005500 77  WS-RESET-DATE-9 REDEFINES WS-RESET-DATE-X
005600                             PIC 9(08).
005700 77  WS-LIST-COUNT           PIC 9(05)   VALUE ZERO.
005714 77  WS-PTX-STATUS           PIC X(02)   VALUE SPACES.
005728 77  WS-PTX-EOF-SW           PIC X(01)   VALUE 'N'.
005742     88  WS-PTX-EOF              VALUE 'Y'.
005756 77  WS-PTX-FAILED-SW        PIC X(01)   VALUE 'N'.
005770     88  WS-PTX-FAILED           VALUE 'Y'.
005784 77  WS-PTX-COUNT            PIC 9(07)   VALUE ZERO.
005800
005900 01  WS-DATE-ED                  PIC 9999/99/99.
005950 01  WS-START-DATE-ED            PIC 9999/99/99.
006000 01  WS-UPD-DATE-ED              PIC 9999/99/99.
006100 01  WS-TIME-X                   PIC X(08).
006125 01  WS-POST-DATE-ED             PIC 9999/99/99.
006150
006175 COPY ADJPLC.
006200
006300 LINKAGE SECTION.
006400 01  LK-PARM-INFO.
015300
015400******************************************************************
015500*  3000-RESET-DATE - PRINT THE RECORD ABOUT TO GO, THEN DELETE
015540*  IT SO THE DATE CAN BE RUN AGAIN FROM SCRATCH.  A DATE IN A
015580*  CLOSED ACCOUNTING PERIOD IS REFUSED FIRST AND KEPT.  THE
015620*  DATE'S POSTED TRANSACTIONS ARE CLEARED BEFORE THE RECORD
015660*  GOES; IF THEY CANNOT BE, THE RECORD IS KEPT.
015700******************************************************************
015800 3000-RESET-DATE.
015820     PERFORM 3100-CHECK-PERIOD-LOCK THRU 3100-EXIT.
015840     IF PL-RC-REFUSED
015860         GO TO 3000-EXIT
015880     END-IF.
015900     MOVE WS-RESET-DATE-9 TO RC-BUSINESS-DATE.
016000     READ ADJ-RCTL-FILE
016100         INVALID KEY
016500             GO TO 3000-EXIT
016600     END-READ.
016700     PERFORM 4000-PRINT-RECORD THRU 4000-EXIT.
016720     PERFORM 3200-CLEAR-POSTED THRU 3200-EXIT.
016740     IF WS-PTX-FAILED
016760         GO TO 3000-EXIT
016780     END-IF.
016800     DELETE ADJ-RCTL-FILE RECORD.
016900     MOVE SPACES TO RPT-LINE.
017000     STRING 'RECORD DELETED - DATE ' WS-RESET-DATE-X
017300     WRITE RPT-LINE.
017400     DISPLAY 'ADJRCTLM - RESET ' WS-RESET-DATE-X.
017500 3000-EXIT.
017501     EXIT.
017502
017503******************************************************************
017504*  3100-CHECK-PERIOD-LOCK - ASK ADJPLCK WHETHER THE DATE LIES IN A
017505*  CLOSED ACCOUNTING PERIOD.  A REFUSAL IS PRINTED ON THE REPORT
017506*  AS WELL AS SYSOUT.
017507******************************************************************
017508 3100-CHECK-PERIOD-LOCK.
017509     SET PL-CHECK TO TRUE.
017510     MOVE 'ADJRCTLM' TO PL-PROGRAM.
017511     MOVE SPACES TO PL-USER-ID.
017512     MOVE 'RESET RUN CONTROL RECORD' TO PL-ACTION.
017513     MOVE WS-RESET-DATE-9 TO PL-BUSINESS-DATE.
017514     CALL 'ADJPLCK' USING ADJ-PERIOD-LOCK-CALL-RECORD.
017515     IF NOT PL-RC-REFUSED
017516         GO TO 3100-EXIT
017517     END-IF.
017518     MOVE SPACES TO RPT-LINE.
017519     IF PL-RC-CLOSED
017520         STRING '*** RESET REFUSED - DATE ' WS-RESET-DATE-X
017521             ' IS IN CLOSED PERIOD ' PL-PERIOD ' ***'
017522             DELIMITED BY SIZE INTO RPT-LINE
017523         MOVE 8 TO RETURN-CODE
017524     ELSE
017525         STRING '*** RESET REFUSED - PERIOD CONTROL FILE '
017526             'UNAVAILABLE ***'
017527             DELIMITED BY SIZE INTO RPT-LINE
017528         MOVE 16 TO RETURN-CODE
017529     END-IF.
017530     WRITE RPT-LINE.
017531     IF PL-RC-CLOSED
017532         MOVE SPACES TO RPT-LINE
017533         STRING '    RECORD KEPT - PERIOD CLOSED BY ' PL-CLOSED-BY
017534             ' ON ' PL-CLOSED-DATE
017535             DELIMITED BY SIZE INTO RPT-LINE
017536         WRITE RPT-LINE
017537     END-IF.
017538     DISPLAY 'ADJRCTLM - RESET REFUSED ' WS-RESET-DATE-X.
017539 3100-EXIT.
017600     EXIT.
017601
017602******************************************************************
017603*  3200-CLEAR-POSTED - DELETE EVERY POSTED TRANSACTION MASTER
017604*  ENTRY FILED UNDER THE DATE BEING RESET, PRINTING EACH ONE, SO
017605*  THE RERUN'S ADJEDIT DOES NOT REJECT THE DATE'S OWN DETAILS AS
017606*  ALREADY POSTED.  THE MASTER IS KEYED BY TXN-ID, SO THE WHOLE
017607*  FILE IS BROWSED.  NO MASTER YET (STATUS 35) MEANS NOTHING TO
017608*  CLEAR; ANY OTHER OPEN FAILURE REFUSES THE RESET.
017609******************************************************************
017610 3200-CLEAR-POSTED.
017611     OPEN I-O ADJ-PTX-FILE.
017612     IF WS-PTX-STATUS = '35'
017613         MOVE SPACES TO RPT-LINE
017614         MOVE 'NO POSTED TRANSACTION MASTER - NOTHING TO CLEAR'
017615             TO RPT-LINE
017616         WRITE RPT-LINE
017617         GO TO 3200-EXIT
017618     END-IF.
017619     IF WS-PTX-STATUS NOT = '00'
017620         DISPLAY 'ADJRCTLM - ADJPTXF OPEN FAILED, STATUS '
017621             WS-PTX-STATUS
017622         MOVE SPACES TO RPT-LINE
017623         STRING '*** RESET REFUSED - ADJPTXF OPEN FAILED, STATUS '
017624             WS-PTX-STATUS ' ***' DELIMITED BY SIZE INTO RPT-LINE
017625         WRITE RPT-LINE
017626         SET WS-PTX-FAILED TO TRUE
017627         MOVE 16 TO RETURN-CODE
017628         GO TO 3200-EXIT
017629     END-IF.
017630     MOVE SPACES TO RPT-LINE.
017631     WRITE RPT-LINE.
017632     MOVE 'POSTED TRANSACTIONS CLEARED' TO RPT-LINE.
017633     WRITE RPT-LINE.
017634     MOVE SPACES TO RPT-LINE.
017635     MOVE 'TXN-ID     CY SR POSTED' TO RPT-LINE.
017636     WRITE RPT-LINE.
017637     MOVE LOW-VALUES TO PX-TXN-ID.
017638     START ADJ-PTX-FILE KEY NOT LESS THAN PX-TXN-ID
017639         INVALID KEY
017640             SET WS-PTX-EOF TO TRUE
017641     END-START.
017642     PERFORM 3300-CLEAR-ONE THRU 3300-EXIT
017643         UNTIL WS-PTX-EOF.
017644     CLOSE ADJ-PTX-FILE.
017645     MOVE SPACES TO RPT-LINE.
017646     STRING 'POSTED TRANSACTIONS CLEARED: ' WS-PTX-COUNT
017647         DELIMITED BY SIZE INTO RPT-LINE.
017648     WRITE RPT-LINE.
017649     MOVE SPACES TO RPT-LINE.
017650     WRITE RPT-LINE.
017651 3200-EXIT.
017652     EXIT.
017653
017654 3300-CLEAR-ONE.
017655     READ ADJ-PTX-FILE NEXT
017656         AT END
017657             SET WS-PTX-EOF TO TRUE
017658             GO TO 3300-EXIT
017659     END-READ.
017660     IF PX-BUSINESS-DATE NOT = WS-RESET-DATE-9
017661         GO TO 3300-EXIT
017662     END-IF.
017663     MOVE PX-POST-DATE TO WS-POST-DATE-ED.
017664     MOVE SPACES TO RPT-LINE.
017665     STRING PX-TXN-ID ' ' PX-CYCLE-NUMBER ' ' PX-SOURCE-CODE ' '
017666         WS-POST-DATE-ED DELIMITED BY SIZE INTO RPT-LINE.
017667     WRITE RPT-LINE.
017668     DELETE ADJ-PTX-FILE RECORD.
017669     ADD 1 TO WS-PTX-COUNT.
017670 3300-EXIT.
017671     EXIT.
017700
017800 4000-PRINT-RECORD.
017900     MOVE RC-BUSINESS-DATE TO WS-DATE-ED.
019500         DISPLAY 'ADJRCTLM - DATES LISTED...........: '
019600             WS-LIST-COUNT
019700     END-IF.
019720     IF WS-FUNCTION-RESET
019740         DISPLAY 'ADJRCTLM - POSTED TRANSACTIONS CLEARED: '
019760             WS-PTX-COUNT
019780     END-IF.
019800 9000-EXIT.
019900     EXIT.
020000

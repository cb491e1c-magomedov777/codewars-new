001100*  REBUILDS ONE CYCLE'S ADJOUTPT OR ADJCRDT FILE FROM DATA THAT
001200*  ALREADY EXISTS - THE TRANSMISSION TRACKING MASTER (WHICH
001300*  TRANSACTIONS WENT OUT ON WHICH DATE AND CYCLE) AND THE
001400*  KEYED AUDIT STORE (THE ADJUSTED RESULTS) - WITHOUT TOUCHING
001500*  ADJBATCH, THE RUN CONTROL DATE, OR THE DAY'S TOTALS.  THE
001600*  REBUILT FILE IS IN THE EXACT ADJOUT LAYOUT, TRAILER COUNT
001700*  AND CONTROL TOTAL INCLUDED, WITH 'R' IN THE HEADER'S
002200*  FOR THAT BUSINESS DATE AND CYCLE; ',C' THE CREDIT (ADJCRDT)
002300*  FILE.  POINT ADJTRKIN AT THE TRACKING MASTER GENERATION THAT
002400*  STILL CARRIES THE CYCLE'S TRANSMISSIONS (THE ONE ADJACK CUT
002500*  THE NIGHT THEY WERE SENT).  THE AUDIT RESULTS ARE READ FROM
002600*  THE STORE BY BUSINESS DATE, SO NO AUDIT GENERATION IS PICKED.
002650*  A BUSINESS DATE IN A CLOSED ACCOUNTING PERIOD IS NEVER RESENT.
002700*
002800*  MODIFICATION HISTORY
002900*  ---------------------------------------------------------------
003000*  DATE       INIT  DESCRIPTION
003100*  09/02/2026 RLK   ORIGINAL.
003120*  10/06/2026 RLK   REVERSALS.  THE TRANSACTION TYPE AND THE
003140*                   ORIGINAL TXN-ID AND DATE ARE CARRIED FROM
003160*                   THE AUDIT ONTO THE REBUILT DETAIL, SO A
003180*                   RESENT REVERSAL IS STILL MARKED AS ONE.
003183*  10/14/2026 RLK   READ THE RESULTS FROM THE NEW KEYED AUDIT
003186*                   STORE THROUGH ITS BUSINESS-DATE ALTERNATE
003189*                   INDEX INSTEAD OF A DAILY ADJAUDIT GENERATION.
003192*                   THE LATEST ACCEPTED ENTRY BY LOG DATE AND TIME
003195*                   NOW WINS, NOT THE LAST ONE IN THE FILE.
003196*  10/15/2026 RLK   A BUSINESS DATE IN A CLOSED ACCOUNTING PERIOD
003197*                   IS REFUSED (ADJPLCK) BEFORE A FILE IS OPENED -
003198*                   RC 8, OR RC 16 IF THE PERIOD FILE IS DOWN.
003200******************************************************************
003300 IDENTIFICATION DIVISION.
003400 PROGRAM-ID.  ADJRSND.
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-TRACK-STATUS.
004200
004300     SELECT ADJ-AUDIT-KS-FILE ASSIGN TO "ADJAUDKS"
004400         ORGANIZATION IS INDEXED
004425         ACCESS MODE IS DYNAMIC
004450         RECORD KEY IS AK-KEY
004475         ALTERNATE RECORD KEY IS AK-ALT-KEY WITH DUPLICATES
004500         FILE STATUS IS WS-AUDKS-STATUS.
004600
004700     SELECT ADJ-RESEND-FILE ASSIGN TO "ADJRSNDO"
004800         ORGANIZATION IS LINE SEQUENTIAL
005700 FD  ADJ-TRACK-IN-FILE.
005800 COPY ADJTRK.
005900
006000 FD  ADJ-AUDIT-KS-FILE.
006100 COPY ADJAKS.
006200
006300 FD  ADJ-RESEND-FILE.
006400 COPY ADJOUT.
006800
006900 WORKING-STORAGE SECTION.
007000 77  WS-TRACK-STATUS         PIC X(02)   VALUE SPACES.
007100 77  WS-AUDKS-STATUS         PIC X(02)   VALUE SPACES.
007200 77  WS-RESEND-STATUS        PIC X(02)   VALUE SPACES.
007300 77  WS-RPT-STATUS           PIC X(02)   VALUE SPACES.
007400 77  WS-TRACK-EOF-SW         PIC X(01)   VALUE 'N'.
010200         10  WS-SL-NUM           PIC S9(4)  SIGN LEADING.
010300         10  WS-SL-RESULT        PIC S9(4)  SIGN LEADING.
010400         10  WS-SL-RESULT-SW     PIC X(01).
010425         10  WS-SL-TRANS-TYPE    PIC X(01).
010450         10  WS-SL-ORIG-TXN-ID   PIC X(10).
010475         10  WS-SL-ORIG-DATE     PIC 9(08).
010479         10  WS-SL-LOG-STAMP     PIC X(16).
010483
010487 01  WS-AUDIT-STAMP.
010491     05  WS-AS-LOG-DATE          PIC 9(08).
010495     05  WS-AS-LOG-TIME          PIC 9(08).
010500
010600 01  WS-DATE-ED                  PIC 9999/99/99.
010700 01  WS-CYCLE-ED                 PIC Z9.
010800 01  WS-CNT-ED                   PIC ZZZ,ZZ9.
010900 01  WS-TOTAL-ED                 PIC -(8)9.
010933
010966 COPY ADJPLC.
011000
011100 LINKAGE SECTION.
011200 01  LK-PARM-INFO.
011900     PERFORM 0100-PARSE-PARM THRU 0100-EXIT.
012000     IF WS-ABEND
012100         MOVE 16 TO RETURN-CODE
012110         STOP RUN
012120     END-IF.
012130     PERFORM 0200-CHECK-PERIOD-LOCK THRU 0200-EXIT.
012140     IF PL-RC-REFUSED
012150         IF PL-RC-CLOSED
012160             MOVE 8 TO RETURN-CODE
012170         ELSE
012180             MOVE 16 TO RETURN-CODE
012190         END-IF
012200         STOP RUN
012300     END-IF.
012400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016600     EXIT.
016700
016800******************************************************************
016803*  0200-CHECK-PERIOD-LOCK - A DATE IN A CLOSED ACCOUNTING PERIOD
016806*  MAY NOT BE RESENT.  ADJPLCK PRINTS AND LOGS THE REFUSAL; NO
016809*  FILE HAS BEEN OPENED YET, SO NO EMPTY RESEND FILE IS LEFT
016812*  BEHIND FOR ANYONE TO TRANSMIT.
016815******************************************************************
016818 0200-CHECK-PERIOD-LOCK.
016821     SET PL-CHECK TO TRUE.
016824     MOVE 'ADJRSND' TO PL-PROGRAM.
016827     MOVE SPACES TO PL-USER-ID.
016830     MOVE SPACES TO PL-ACTION.
016833     IF WS-DEBIT-FILE
016836         STRING 'RESEND DEBIT FILE, CYCLE '
016839             WS-CYCLE-NUMBER DELIMITED BY SIZE INTO PL-ACTION
016842     ELSE
016845         STRING 'RESEND CREDIT FILE, CYCLE '
016848             WS-CYCLE-NUMBER DELIMITED BY SIZE INTO PL-ACTION
016851     END-IF.
016854     MOVE WS-BUSINESS-DATE TO PL-BUSINESS-DATE.
016857     CALL 'ADJPLCK' USING ADJ-PERIOD-LOCK-CALL-RECORD.
016860     IF PL-RC-REFUSED
016863         DISPLAY 'ADJRSND - RETRANSMISSION REFUSED BY THE PERIOD '
016866             'LOCK, BUSINESS DATE ' WS-BUSINESS-DATE
016869     END-IF.
016872 0200-EXIT.
016875     EXIT.
016878
016881******************************************************************
016900*  1000-INITIALIZE - OPEN EVERY FILE, WRITE THE REPORT HEADING,
017000*  AND PRIME THE READS.  THE AUDIT STORE IS POSITIONED ON ITS
017050*  ALTERNATE INDEX AT THE FIRST RECORD FOR THE BUSINESS DATE.
017100******************************************************************
017200 1000-INITIALIZE.
017300     OPEN INPUT ADJ-TRACK-IN-FILE.
017400     OPEN INPUT ADJ-AUDIT-KS-FILE.
017500     IF WS-TRACK-STATUS NOT = '00'
017600         OR WS-AUDKS-STATUS NOT = '00'
017700         DISPLAY 'ADJRSND - INPUT OPEN FAILED, STATUSES '
017800             WS-TRACK-STATUS ' ' WS-AUDKS-STATUS
017900         SET WS-ABEND TO TRUE
018000         GO TO 1000-EXIT
018100     END-IF.
018700             WS-RESEND-STATUS ' ' WS-RPT-STATUS
018800         SET WS-ABEND TO TRUE
018900         CLOSE ADJ-TRACK-IN-FILE
019000         CLOSE ADJ-AUDIT-KS-FILE
019100         GO TO 1000-EXIT
019200     END-IF.
019300     MOVE WS-BUSINESS-DATE TO WS-DATE-ED.
020600     MOVE SPACES TO RPT-LINE.
020700     WRITE RPT-LINE.
020800     PERFORM 8000-READ-TRACK THRU 8000-EXIT.
020812     MOVE WS-BUSINESS-DATE TO AK-BUSINESS-DATE.
020824     MOVE LOW-VALUES TO AK-CATEGORY-CODE.
020836     START ADJ-AUDIT-KS-FILE KEY IS NOT < AK-ALT-KEY
020848         INVALID KEY
020860             SET WS-AUDIT-EOF TO TRUE
020872     END-START.
020884     IF NOT WS-AUDIT-EOF
020900         PERFORM 8100-READ-AUDIT THRU 8100-EXIT
020950     END-IF.
021000 1000-EXIT.
021100     EXIT.
021200
023800     MOVE TK-NUM TO WS-SL-NUM (WS-SEL-COUNT).
023900     MOVE ZERO TO WS-SL-RESULT (WS-SEL-COUNT).
024000     MOVE 'N' TO WS-SL-RESULT-SW (WS-SEL-COUNT).
024025     MOVE SPACE TO WS-SL-TRANS-TYPE (WS-SEL-COUNT).
024050     MOVE SPACES TO WS-SL-ORIG-TXN-ID (WS-SEL-COUNT).
024075     MOVE ZERO TO WS-SL-ORIG-DATE (WS-SEL-COUNT).
024087     MOVE LOW-VALUES TO WS-SL-LOG-STAMP (WS-SEL-COUNT).
024100 2000-NEXT.
024200     PERFORM 8000-READ-TRACK THRU 8000-EXIT.
024300 2000-EXIT.
024600******************************************************************
024700*  3000-MATCH-AUDIT - MATCH ONE ACCEPTED AUDIT RECORD TO A
024800*  SELECTED TRANSACTION AND CAPTURE ITS ADJUSTED RESULT.  THE
024900*  LATEST ACCEPTED ENTRY FOR A TXN-ID (BY LOG DATE AND TIME)
024975*  WINS, SO A TRANSACTION THAT BOUNCED AND WAS RESUBMITTED
025050*  CARRIES THE RESULT THAT ACTUALLY WENT OUT.  THE ALTERNATE
025125*  INDEX DOES NOT RETURN A DAY'S RECORDS IN TIME ORDER.
025200******************************************************************
025300 3000-MATCH-AUDIT.
025400     ADD 1 TO WS-AUDIT-READ-COUNT.
025500     IF AK-RETURN-CODE NOT = ZERO
025600         GO TO 3000-NEXT
025700     END-IF.
025800     PERFORM 3100-FIND-SEL THRU 3100-EXIT.
025825     IF NOT WS-MATCH-FOUND
025850         GO TO 3000-NEXT
025875     END-IF.
025900     MOVE AK-LOG-DATE TO WS-AS-LOG-DATE.
025925     MOVE AK-LOG-TIME TO WS-AS-LOG-TIME.
025950     IF WS-AUDIT-STAMP < WS-SL-LOG-STAMP (WS-FOUND-IX)
025975         GO TO 3000-NEXT
026000     END-IF.
026025     MOVE WS-AUDIT-STAMP TO WS-SL-LOG-STAMP (WS-FOUND-IX).
026050     MOVE AK-RESULT TO WS-SL-RESULT (WS-FOUND-IX).
026075     MOVE 'Y' TO WS-SL-RESULT-SW (WS-FOUND-IX).
026100     MOVE AK-TRANS-TYPE TO WS-SL-TRANS-TYPE (WS-FOUND-IX).
026125     IF AK-REVERSAL
026150         MOVE AK-ORIG-TXN-ID TO WS-SL-ORIG-TXN-ID (WS-FOUND-IX)
026175         MOVE AK-ORIG-DATE TO WS-SL-ORIG-DATE (WS-FOUND-IX)
026200     END-IF.
026300 3000-NEXT.
026400     PERFORM 8100-READ-AUDIT THRU 8100-EXIT.
027600     EXIT.
027700
027800 3150-CHECK-ONE-SEL.
027900     IF WS-SL-TXN-ID (WS-SEL-IX) = AK-TXN-ID
028000         SET WS-MATCH-FOUND TO TRUE
028100         MOVE WS-SEL-IX TO WS-FOUND-IX
028200     END-IF.
032600     MOVE WS-SL-CATEGORY (WS-SEL-IX) TO AO-DTL-CATEGORY-CODE.
032700     MOVE WS-SL-NUM (WS-SEL-IX) TO AO-DTL-NUM.
032800     MOVE WS-SL-RESULT (WS-SEL-IX) TO AO-DTL-RESULT.
032816     MOVE WS-SL-TRANS-TYPE (WS-SEL-IX) TO AO-DTL-TRANS-TYPE.
032832     IF AO-DTL-REVERSAL
032848         MOVE WS-SL-ORIG-TXN-ID (WS-SEL-IX) TO AO-DTL-ORIG-TXN-ID
032864         MOVE WS-SL-ORIG-DATE (WS-SEL-IX) TO AO-DTL-ORIG-DATE
032880     END-IF.
032900     WRITE ADJ-OUT-RECORD.
033000     ADD 1 TO WS-DETAIL-COUNT.
033100     ADD WS-SL-RESULT (WS-SEL-IX) TO WS-CONTROL-TOTAL.
034000 8000-EXIT.
034100     EXIT.
034200
034220******************************************************************
034240*  8100-READ-AUDIT - NEXT RECORD ON THE BUSINESS-DATE INDEX.  THE
034260*  DAY ENDS AT THE FIRST RECORD FOR A LATER DATE.
034280******************************************************************
034300 8100-READ-AUDIT.
034400     READ ADJ-AUDIT-KS-FILE NEXT RECORD
034500         AT END
034600             SET WS-AUDIT-EOF TO TRUE
034650             GO TO 8100-EXIT
034700     END-READ.
034725     IF AK-BUSINESS-DATE NOT = WS-BUSINESS-DATE
034750         SET WS-AUDIT-EOF TO TRUE
034775     END-IF.
034800 8100-EXIT.
034900     EXIT.
035000
037200         DELIMITED BY SIZE INTO RPT-LINE.
037300     WRITE RPT-LINE.
037400     CLOSE ADJ-TRACK-IN-FILE.
037500     CLOSE ADJ-AUDIT-KS-FILE.
037600     CLOSE ADJ-RESEND-FILE.
037700     CLOSE ADJ-RESEND-RPT.
037800     DISPLAY 'ADJRSND - TRANSMISSIONS SELECTED..: '

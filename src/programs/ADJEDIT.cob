000900*  PROVES IT ARRIVED COMPLETE (ONE HEADER, ONE TRAILER, COUNT
001000*  AGREEING WITH THE DETAILS ACTUALLY PRESENT), EDITS EVERY
001100*  DETAIL FIELD (NON-BLANK TXN-ID, NUMERIC NUM, NO DUPLICATE
001200*  TXN-ID WITHIN THE FILE, NOT ALREADY POSTED ON AN EARLIER DAY
001250*  PER THE POSTED TRANSACTION MASTER), AND SPLITS THE FILE INTO
001300*  A CLEAN TRANSACTION FILE FOR ADJBATCH AND A REJECT FILE WITH
001400*  REASON CODES FOR THE UPSTREAM TEAM.  A BAD OR MISSING HEADER OR
001500*  TRAILER SETS RETURN CODE 16 SO THE SCHEDULER STOPS THE NIGHT'S
001600*  RUN BEFORE ANY ADJUSTMENTS POST; DETAIL REJECTS ALONE SET
001700*  RETURN CODE 4 AND THE CLEAN RECORDS STILL FLOW.
002297*                   TRANSACTION FILE AND THE REJECT FILE SO
002298*                   DOWNSTREAM RESEARCH KNOWS WHICH FEED EACH
002299*                   TRANSACTION CAME IN ON.
002313*  10/06/2026 RLK   ADJ-TRANS-RECORD NOW CARRIES A TRANSACTION
002327*                   TYPE AND ORIGINAL TXN-ID/DATE FOR REVERSALS.
002341*                   EVERY UPSTREAM DETAIL IS WRITTEN AS AN
002355*                   ORDINARY TRANSACTION; REVERSALS ONLY ENTER
002369*                   ON THE OPERATOR CARD DECK.
002370*  10/08/2026 RLK   REJECT A DETAIL WHOSE TXN-ID IS ALREADY ON THE
002371*                   POSTED TRANSACTION MASTER KSDS (REASON 80) -
002372*                   A FEED RESENT A DAY LATE, OR A DETAIL SENT
002373*                   AGAIN ON A LATER DAY, USED TO PASS THE
002374*                   IN-FILE DUPLICATE CHECK AND POST TWICE.  AN
002375*                   'RC' RESUBMISSION OUT OF ADJRCYC IS EXEMPT.
002376*                   NO MASTER YET (FIRST NIGHT) SKIPS THE CHECK.
002377*  10/15/2026 RLK   RUN LOG.  A START AND AN END RECORD GO TO THE
002378*                   SHARED RUN LOG (ADJRUNLG) THROUGH ADJRLOG FOR
002379*                   THE BATCH WINDOW SLA REPORT (ADJSLA).
002383******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID.  ADJEDIT.
002600
004050         RECORD KEY IS CM-CODE
004060         FILE STATUS IS WS-CAT-STATUS.
004100
004114     SELECT ADJ-PTX-FILE ASSIGN TO "ADJPTXF"
004128         ORGANIZATION IS INDEXED
004142         ACCESS MODE IS DYNAMIC
004156         RECORD KEY IS PX-TXN-ID
004170         FILE STATUS IS WS-PTX-STATUS.
004184
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  ADJ-RAW-FILE.
005120 FD  ADJ-CAT-FILE.
005130 COPY ADJCAT.
005200
005225 FD  ADJ-PTX-FILE.
005250 COPY ADJPTX.
005275
005300 WORKING-STORAGE SECTION.
005400 77  WS-RAW-STATUS           PIC X(02)   VALUE SPACES.
005500 77  WS-TRANS-STATUS         PIC X(02)   VALUE SPACES.
005610 77  WS-CAT-STATUS           PIC X(02)   VALUE SPACES.
005620 77  WS-CAT-FOUND-SW         PIC X(01)   VALUE 'N'.
005630     88  WS-CAT-FOUND            VALUE 'Y'.
005641 77  WS-PTX-STATUS           PIC X(02)   VALUE SPACES.
005652 77  WS-PTX-OPEN-SW          PIC X(01)   VALUE 'N'.
005663     88  WS-PTX-OPEN             VALUE 'Y'.
005674 77  WS-POSTED-SW            PIC X(01)   VALUE 'N'.
005685     88  WS-ALREADY-POSTED       VALUE 'Y'.
005700 77  WS-EOF-SW               PIC X(01)   VALUE 'N'.
005800     88  WS-RAW-EOF              VALUE 'Y'.
005900 77  WS-ABEND-SW             PIC X(01)   VALUE 'N'.
006900 77  WS-DETAIL-COUNT         PIC 9(07)   VALUE ZERO.
007000 77  WS-GOOD-COUNT           PIC 9(07)   VALUE ZERO.
007100 77  WS-REJECT-COUNT         PIC 9(07)   VALUE ZERO.
007150 77  WS-POSTED-REJ-COUNT     PIC 9(07)   VALUE ZERO.
007200 77  WS-TRL-REC-COUNT        PIC 9(07)   VALUE ZERO.
007300 77  WS-HDR-FILE-DATE        PIC 9(08)   VALUE ZERO.
007400 77  WS-TXN-ID-COUNT         PIC S9(05)  COMP VALUE ZERO.
007900     05  WS-TXN-ID-ENTRY         OCCURS 10000
008000                                 PIC X(10).
008100
008133 COPY ADJRLC.
008166
008200 PROCEDURE DIVISION.
008300
008400 0000-MAINLINE.
008450     PERFORM 9900-LOG-STEP-START THRU 9900-EXIT.
008500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
008600     IF WS-ABEND
008700         MOVE 16 TO RETURN-CODE
009000             UNTIL WS-RAW-EOF OR WS-ABEND
009100         PERFORM 9000-TERMINATE THRU 9000-EXIT
009200     END-IF.
009250     PERFORM 9910-LOG-STEP-END THRU 9910-EXIT.
009300     STOP RUN.
009400
009500******************************************************************
009600*  1000-INITIALIZE - OPEN THE RAW INPUT FILE AND THE CLEAN AND
009700*  REJECT OUTPUT FILES AND PRIME THE READ.  THE POSTED
009725*  TRANSACTION MASTER IS OPENED FOR RANDOM READS; ON THE FIRST
009750*  NIGHT IT DOES NOT EXIST YET (STATUS 35) AND THE ALREADY-POSTED
009775*  CHECK IS SIMPLY SKIPPED.
009800******************************************************************
009900 1000-INITIALIZE.
010000     OPEN INPUT ADJ-RAW-FILE.
011680         CLOSE ADJ-EDIT-REJ-FILE
011690         GO TO 1000-EXIT
011691     END-IF.
011696     OPEN INPUT ADJ-PTX-FILE.
011701     EVALUATE WS-PTX-STATUS
011706         WHEN '00'
011711             SET WS-PTX-OPEN TO TRUE
011716         WHEN '35'
011721             DISPLAY 'ADJEDIT - ADJPTXF NOT LOADED YET, '
011726                 'ALREADY-POSTED CHECK SKIPPED'
011731         WHEN OTHER
011736             DISPLAY 'ADJEDIT - ADJPTXF OPEN FAILED, STATUS '
011741                 WS-PTX-STATUS
011746             SET WS-ABEND TO TRUE
011751             CLOSE ADJ-RAW-FILE
011756             CLOSE ADJ-TRANS-FILE
011761             CLOSE ADJ-EDIT-REJ-FILE
011766             CLOSE ADJ-CAT-FILE
011771             GO TO 1000-EXIT
011776     END-EVALUATE.
011781     PERFORM 8000-READ-RAW THRU 8000-EXIT.
011800 1000-EXIT.
011900     EXIT.
012000
015000*  FIRST EDIT THAT FAILS SENDS THE RECORD TO THE REJECT FILE;
015100*  A RECORD THAT PASSES THEM ALL IS WRITTEN TO THE CLEAN
015200*  TRANSACTION FILE AND ITS TXN-ID REMEMBERED FOR THE DUPLICATE
015300*  CHECK ON EVERY LATER DETAIL.  A TXN-ID ALREADY ON THE POSTED
015333*  TRANSACTION MASTER IS REJECTED UNLESS THE DETAIL IS AN 'RC'
015366*  RESUBMISSION OUT OF ADJRCYC, WHICH LEGITIMATELY REUSES IT.
015400******************************************************************
015500 3000-EDIT-DETAIL.
015600     IF MG-DTL-TXN-ID = SPACES
017600         PERFORM 4000-WRITE-REJECT THRU 4000-EXIT
017700         GO TO 3000-EXIT
017800     END-IF.
017807     IF MG-SOURCE-CODE NOT = 'RC' AND WS-PTX-OPEN
017814         PERFORM 3600-CHECK-POSTED THRU 3600-EXIT
017821         IF WS-ALREADY-POSTED
017828             MOVE 80 TO RJ-REASON-CODE
017835             MOVE SPACES TO RJ-REASON
017842             STRING 'ALREADY POSTED ' PX-BUSINESS-DATE
017849                 ' CYC ' PX-CYCLE-NUMBER
017856                 DELIMITED BY SIZE INTO RJ-REASON
017863             PERFORM 4000-WRITE-REJECT THRU 4000-EXIT
017870             ADD 1 TO WS-POSTED-REJ-COUNT
017877             GO TO 3000-EXIT
017884         END-IF
017891     END-IF.
017900     IF WS-TXN-ID-COUNT NOT < WS-TXN-ID-MAX
018000         DISPLAY 'ADJEDIT - MORE THAN ' WS-TXN-ID-MAX
018100             ' DETAILS, DUPLICATE CHECK TABLE FULL'
018800     MOVE MG-DTL-NUM-9 TO TR-NUM.
018900     MOVE MG-DTL-CATEGORY-CODE TO TR-CATEGORY-CODE.
018910     MOVE MG-SOURCE-CODE TO TR-SOURCE-CODE.
018932     SET TR-ORDINARY TO TRUE.
018954     MOVE SPACES TO TR-ORIG-TXN-ID.
018976     MOVE ZERO TO TR-ORIG-DATE.
019000     WRITE ADJ-TRANS-RECORD.
019100     ADD 1 TO WS-GOOD-COUNT.
019200 3000-EXIT.
020095 3500-EXIT.
020096     EXIT.
020100
020110******************************************************************
020115*  3600-CHECK-POSTED - RANDOM READ OF THE POSTED TRANSACTION
020120*  MASTER FOR THE DETAIL'S TXN-ID.  ON A HIT THE RECORD'S
020125*  BUSINESS DATE AND CYCLE ARE LEFT FOR THE REJECT REASON.
020130******************************************************************
020135 3600-CHECK-POSTED.
020140     SET WS-ALREADY-POSTED TO TRUE.
020145     MOVE MG-DTL-TXN-ID TO PX-TXN-ID.
020150     READ ADJ-PTX-FILE
020155         INVALID KEY
020160             MOVE 'N' TO WS-POSTED-SW
020165     END-READ.
020170 3600-EXIT.
020175     EXIT.
020180
020200******************************************************************
020300*  4000-WRITE-REJECT - WRITE ONE REJECT RECORD CARRYING THE RAW
020400*  FIELDS AS RECEIVED PLUS THE REASON CODE AND TEXT ALREADY SET
023400     CLOSE ADJ-TRANS-FILE.
023500     CLOSE ADJ-EDIT-REJ-FILE.
023510     CLOSE ADJ-CAT-FILE.
023532     IF WS-PTX-OPEN
023554         CLOSE ADJ-PTX-FILE
023576     END-IF.
023600     IF WS-ABEND
023700         MOVE 16 TO RETURN-CODE
023800         GO TO 9000-EXIT
025900         WS-GOOD-COUNT.
026000     DISPLAY 'ADJEDIT - RECORDS REJECTED........: '
026100         WS-REJECT-COUNT.
026133     DISPLAY 'ADJEDIT - ALREADY POSTED EARLIER..: '
026166         WS-POSTED-REJ-COUNT.
026200     IF WS-FILE-ERROR
026300         DISPLAY 'ADJEDIT - FILE FAILED COMPLETENESS CHECK, '
026400             'RUN STOPPED'
027100 9000-EXIT.
027200     EXIT.
027300
027303******************************************************************
027306*  9900-LOG-STEP-START / 9910-LOG-STEP-END - RECORD THE STEP'S
027309*  START AND END ON THE SHARED RUN LOG THROUGH ADJRLOG, WHICH
027312*  HANDS THE STEP'S RETURN CODE BACK UNCHANGED.  THE BUSINESS
027315*  DATE IS NOT KNOWN HERE, SO THE STEP IS FILED UNDER THE DAY IT
027318*  STARTED.
027321******************************************************************
027324 9900-LOG-STEP-START.
027327     SET LG-STEP-START TO TRUE.
027330     MOVE 'ADJEDIT' TO LG-PROGRAM.
027333     MOVE ZERO TO LG-BUSINESS-DATE.
027336     MOVE ZERO TO LG-CYCLE-NUMBER.
027339     MOVE ZERO TO LG-RECORDS-IN.
027342     MOVE ZERO TO LG-RECORDS-OUT.
027345     MOVE RETURN-CODE TO LG-RETURN-CODE.
027348     CALL 'ADJRLOG' USING ADJ-RUN-LOG-CALL-RECORD.
027351 9900-EXIT.
027354     EXIT.
027357
027360 9910-LOG-STEP-END.
027363     SET LG-STEP-END TO TRUE.
027366     MOVE 'ADJEDIT' TO LG-PROGRAM.
027369     MOVE ZERO TO LG-BUSINESS-DATE.
027372     MOVE ZERO TO LG-CYCLE-NUMBER.
027375     MOVE WS-DETAIL-COUNT TO LG-RECORDS-IN.
027378     MOVE WS-GOOD-COUNT TO LG-RECORDS-OUT.
027381     MOVE RETURN-CODE TO LG-RETURN-CODE.
027384     CALL 'ADJRLOG' USING ADJ-RUN-LOG-CALL-RECORD.
027387 9910-EXIT.
027390     EXIT.
027393
027400 END PROGRAM ADJEDIT.

000100******************************************************************
000200*  PROGRAM-ID.  ADJAUDL
000300*  AUTHOR.      R L KOWALCZYK
000400*  INSTALLATION. DISTRIBUTION LOGISTICS - ORDER ADJUSTMENTS
000500*  DATE-WRITTEN. 10/14/2026
000600******************************************************************
000700*  KEYED AUDIT STORE LOAD.  RUNS AFTER EVERY ADJBATCH CYCLE AND
000800*  ADDS THE CYCLE'S ADJAUDIT GENERATION TO THE KEYED AUDIT STORE
000900*  KSDS (ADJAKS LAYOUT), WHICH HOLDS EVERY RETAINED DAY KEYED BY
001000*  TXN-ID PLUS LOG DATE AND TIME, WITH AN ALTERNATE INDEX BY
001100*  BUSINESS DATE AND CATEGORY.  ADJTRACE, ADJAUDX, AND ADJRSND
001200*  READ THE STORE INSTEAD OF ONE DAILY GENERATION AT A TIME.
001300*  THE DAILY SEQUENTIAL FILE IS UNTOUCHED - DOWNSTREAM JOBS
001400*  STILL READ IT.
001500******************************************************************
001600*  THE LOAD IS SAFE TO RERUN: A RECORD ALREADY ON THE STORE
001700*  UNCHANGED (A RERUN AFTER A FAILURE, A RESTARTED CYCLE
001800*  RELOADING ITS WHOLE GENERATION, A ONE-OFF BACKFILL THAT
001900*  OVERLAPS WHAT IS ALREADY THERE) IS COUNTED AND SKIPPED.  A
002000*  DIFFERENT RECORD UNDER THE SAME KEY CANNOT BE STORED - IT IS
002100*  LISTED ON THE REPORT AND THE RUN ENDS RC=4.  THE FIRST RUN
002200*  AGAINST AN EMPTY CLUSTER LOADS IT.
002300******************************************************************
002400*  MODIFICATION HISTORY
002500*  ---------------------------------------------------------------
002600*  DATE       INIT  DESCRIPTION
002700*  10/14/2026 RLK   ORIGINAL.
002725*  10/15/2026 RLK   RUN LOG.  A START AND AN END RECORD GO TO THE
002750*                   SHARED RUN LOG (ADJRUNLG) THROUGH ADJRLOG FOR
002775*                   THE BATCH WINDOW SLA REPORT (ADJSLA).
002800******************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID.  ADJAUDL.
003100
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT ADJ-AUDIT-FILE ASSIGN TO "ADJAUDIT"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-AUDIT-STATUS.
003800
003900     SELECT ADJ-AUDIT-KS-FILE ASSIGN TO "ADJAUDKS"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS AK-KEY
004300         ALTERNATE RECORD KEY IS AK-ALT-KEY WITH DUPLICATES
004400         FILE STATUS IS WS-AUDKS-STATUS.
004500
004600     SELECT ADJ-LOAD-RPT ASSIGN TO "ADJAULRPT"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-RPT-STATUS.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  ADJ-AUDIT-FILE.
005300 COPY ADJAUD.
005400
005500 FD  ADJ-AUDIT-KS-FILE.
005600 COPY ADJAKS.
005700
005800 FD  ADJ-LOAD-RPT.
005900 01  RPT-LINE                   PIC X(80).
006000
006100 WORKING-STORAGE SECTION.
006200 77  WS-AUDIT-STATUS         PIC X(02)   VALUE SPACES.
006300 77  WS-AUDKS-STATUS         PIC X(02)   VALUE SPACES.
006400 77  WS-RPT-STATUS           PIC X(02)   VALUE SPACES.
006500 77  WS-AUDIT-EOF-SW         PIC X(01)   VALUE 'N'.
006600     88  WS-AUDIT-EOF            VALUE 'Y'.
006700 77  WS-ABEND-SW             PIC X(01)   VALUE 'N'.
006800     88  WS-ABEND                VALUE 'Y'.
006900 77  WS-FILES-OPEN-SW        PIC X(01)   VALUE 'N'.
007000     88  WS-FILES-OPEN           VALUE 'Y'.
007100 77  WS-READ-COUNT           PIC 9(07)   VALUE ZERO.
007200 77  WS-LOADED-COUNT         PIC 9(07)   VALUE ZERO.
007300 77  WS-ON-FILE-COUNT        PIC 9(07)   VALUE ZERO.
007400 77  WS-COLLISION-COUNT      PIC 9(07)   VALUE ZERO.
007500 77  WS-LOW-DATE             PIC 9(08)   VALUE 99999999.
007600 77  WS-HIGH-DATE            PIC 9(08)   VALUE ZERO.
007700
007800 01  WS-NEW-KS-RECORD            PIC X(68).
007900
008000 01  WS-DATE-ED                  PIC 9999/99/99.
008100 01  WS-DATE-ED2                 PIC 9999/99/99.
008200 01  WS-CNT-ED                   PIC ZZZ,ZZ9.
008300
008333 COPY ADJRLC.
008366
008400 PROCEDURE DIVISION.
008500
008600 0000-MAINLINE.
008650     PERFORM 9900-LOG-STEP-START THRU 9900-EXIT.
008700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
008800     IF NOT WS-ABEND
008900         PERFORM 2000-LOAD-ONE THRU 2000-EXIT
009000             UNTIL WS-AUDIT-EOF OR WS-ABEND
009100     END-IF.
009200     IF WS-ABEND
009300         PERFORM 9100-ABORT THRU 9100-EXIT
009400         MOVE 16 TO RETURN-CODE
009500     ELSE
009600         PERFORM 9000-TERMINATE THRU 9000-EXIT
009700     END-IF.
009750     PERFORM 9910-LOG-STEP-END THRU 9910-EXIT.
009800     STOP RUN.
009900
010000******************************************************************
010100*  1000-INITIALIZE - OPEN THE CYCLE'S AUDIT GENERATION, THE
010200*  STORE, AND THE REPORT, AND PRIME THE READ.  A CLUSTER THAT
010300*  HAS NEVER BEEN LOADED OPENS I-O WITH STATUS 35 - IT IS OPENED
010400*  OUTPUT ONCE TO INITIALISE IT AND THEN REOPENED I-O.
010500******************************************************************
010600 1000-INITIALIZE.
010700     OPEN INPUT ADJ-AUDIT-FILE.
010800     IF WS-AUDIT-STATUS NOT = '00'
010900         DISPLAY 'ADJAUDL - ADJAUDIT OPEN FAILED, STATUS '
011000             WS-AUDIT-STATUS
011100         SET WS-ABEND TO TRUE
011200         GO TO 1000-EXIT
011300     END-IF.
011400     OPEN I-O ADJ-AUDIT-KS-FILE.
011500     IF WS-AUDKS-STATUS = '35'
011600         OPEN OUTPUT ADJ-AUDIT-KS-FILE
011700         CLOSE ADJ-AUDIT-KS-FILE
011800         OPEN I-O ADJ-AUDIT-KS-FILE
011900     END-IF.
012000     IF WS-AUDKS-STATUS NOT = '00'
012100         DISPLAY 'ADJAUDL - ADJAUDKS OPEN FAILED, STATUS '
012200             WS-AUDKS-STATUS
012300         SET WS-ABEND TO TRUE
012400         CLOSE ADJ-AUDIT-FILE
012500         GO TO 1000-EXIT
012600     END-IF.
012700     OPEN OUTPUT ADJ-LOAD-RPT.
012800     IF WS-RPT-STATUS NOT = '00'
012900         DISPLAY 'ADJAUDL - ADJAULRPT OPEN FAILED, STATUS '
013000             WS-RPT-STATUS
013100         SET WS-ABEND TO TRUE
013200         CLOSE ADJ-AUDIT-FILE
013300         CLOSE ADJ-AUDIT-KS-FILE
013400         GO TO 1000-EXIT
013500     END-IF.
013600     MOVE SPACES TO RPT-LINE.
013700     MOVE 'KEYED AUDIT STORE LOAD' TO RPT-LINE.
013800     WRITE RPT-LINE.
013900     MOVE SPACES TO RPT-LINE.
014000     WRITE RPT-LINE.
014100     SET WS-FILES-OPEN TO TRUE.
014200     PERFORM 8000-READ-AUDIT THRU 8000-EXIT.
014300 1000-EXIT.
014400     EXIT.
014500
014600******************************************************************
014700*  2000-LOAD-ONE - BUILD THE STORE RECORD FOR ONE AUDIT RECORD
014800*  AND ADD IT.  A KEY ALREADY ON FILE IS READ BACK AND COMPARED:
014900*  THE SAME RECORD IS A RELOAD AND IS SKIPPED, A DIFFERENT ONE IS
015000*  A COLLISION AND IS REPORTED.
015100******************************************************************
015200 2000-LOAD-ONE.
015300     ADD 1 TO WS-READ-COUNT.
015400     PERFORM 2100-BUILD-KS-RECORD THRU 2100-EXIT.
015500     MOVE ADJ-AUDIT-KS-RECORD TO WS-NEW-KS-RECORD.
015600     WRITE ADJ-AUDIT-KS-RECORD
015700         INVALID KEY
015800             CONTINUE
015900     END-WRITE.
016000     IF WS-AUDKS-STATUS = '00' OR WS-AUDKS-STATUS = '02'
016100         ADD 1 TO WS-LOADED-COUNT
016200         GO TO 2000-NEXT
016300     END-IF.
016400     IF WS-AUDKS-STATUS NOT = '22'
016500         DISPLAY 'ADJAUDL - ADJAUDKS WRITE FAILED FOR TXN '
016600             AK-TXN-ID ', STATUS ' WS-AUDKS-STATUS
016700         SET WS-ABEND TO TRUE
016800         GO TO 2000-EXIT
016900     END-IF.
017000     READ ADJ-AUDIT-KS-FILE
017100         INVALID KEY
017200             DISPLAY 'ADJAUDL - ADJAUDKS REREAD FAILED FOR TXN '
017300                 AK-TXN-ID ', STATUS ' WS-AUDKS-STATUS
017400             SET WS-ABEND TO TRUE
017500             GO TO 2000-EXIT
017600     END-READ.
017700     IF ADJ-AUDIT-KS-RECORD = WS-NEW-KS-RECORD
017800         ADD 1 TO WS-ON-FILE-COUNT
017900     ELSE
018000         PERFORM 2500-REPORT-COLLISION THRU 2500-EXIT
018100     END-IF.
018200 2000-NEXT.
018300     PERFORM 8000-READ-AUDIT THRU 8000-EXIT.
018400 2000-EXIT.
018500     EXIT.
018600
018700******************************************************************
018800*  2100-BUILD-KS-RECORD - ADJAUD FIELDS INTO THE ADJAKS LAYOUT.
018900*  A RECORD WRITTEN BEFORE THE AUDIT CARRIED ITS BUSINESS DATE IS
019000*  FILED UNDER ITS LOG DATE; ITS MISSING ORIGINAL DATE IS ZERO.
019100******************************************************************
019200 2100-BUILD-KS-RECORD.
019300     MOVE SPACES TO ADJ-AUDIT-KS-RECORD.
019400     MOVE AA-TXN-ID TO AK-TXN-ID.
019500     MOVE AA-LOG-DATE TO AK-LOG-DATE.
019600     MOVE AA-LOG-TIME TO AK-LOG-TIME.
019700     IF AA-BUSINESS-DATE NUMERIC
019800         AND AA-BUSINESS-DATE > ZERO
019900         MOVE AA-BUSINESS-DATE TO AK-BUSINESS-DATE
020000     ELSE
020100         MOVE AA-LOG-DATE TO AK-BUSINESS-DATE
020200     END-IF.
020300     MOVE AA-CATEGORY-CODE TO AK-CATEGORY-CODE.
020400     MOVE AA-NUM TO AK-NUM.
020500     MOVE AA-RESULT TO AK-RESULT.
020600     MOVE AA-ADJ-AMOUNT TO AK-ADJ-AMOUNT.
020700     MOVE AA-RETURN-CODE TO AK-RETURN-CODE.
020800     MOVE AA-TRANS-TYPE TO AK-TRANS-TYPE.
020900     MOVE AA-ORIG-TXN-ID TO AK-ORIG-TXN-ID.
021000     IF AA-ORIG-DATE NUMERIC
021100         MOVE AA-ORIG-DATE TO AK-ORIG-DATE
021200     ELSE
021300         MOVE ZERO TO AK-ORIG-DATE
021400     END-IF.
021500     IF AK-BUSINESS-DATE < WS-LOW-DATE
021600         MOVE AK-BUSINESS-DATE TO WS-LOW-DATE
021700     END-IF.
021800     IF AK-BUSINESS-DATE > WS-HIGH-DATE
021900         MOVE AK-BUSINESS-DATE TO WS-HIGH-DATE
022000     END-IF.
022100 2100-EXIT.
022200     EXIT.
022300
022400 2500-REPORT-COLLISION.
022500     ADD 1 TO WS-COLLISION-COUNT.
022600     MOVE WS-NEW-KS-RECORD TO ADJ-AUDIT-KS-RECORD.
022700     MOVE AK-LOG-DATE TO WS-DATE-ED.
022800     MOVE SPACES TO RPT-LINE.
022900     STRING '*** KEY COLLISION, NOT STORED: TXN ' AK-TXN-ID
023000         ' LOGGED ' WS-DATE-ED ' ' AK-LOG-TIME
023100         DELIMITED BY SIZE INTO RPT-LINE.
023200     WRITE RPT-LINE.
023300 2500-EXIT.
023400     EXIT.
023500
023600 8000-READ-AUDIT.
023700     READ ADJ-AUDIT-FILE
023800         AT END
023900             SET WS-AUDIT-EOF TO TRUE
024000     END-READ.
024100 8000-EXIT.
024200     EXIT.
024300
024400******************************************************************
024500*  9000-TERMINATE - LOAD TOTALS ON THE REPORT AND SYSOUT.  THE
024600*  PROOF IS READ = LOADED + ALREADY ON FILE + COLLISIONS.
024700******************************************************************
024800 9000-TERMINATE.
024900     MOVE SPACES TO RPT-LINE.
025000     WRITE RPT-LINE.
025100     MOVE WS-READ-COUNT TO WS-CNT-ED.
025200     MOVE SPACES TO RPT-LINE.
025300     STRING 'AUDIT RECORDS READ.....: ' WS-CNT-ED
025400         DELIMITED BY SIZE INTO RPT-LINE.
025500     WRITE RPT-LINE.
025600     MOVE WS-LOADED-COUNT TO WS-CNT-ED.
025700     MOVE SPACES TO RPT-LINE.
025800     STRING 'ADDED TO THE STORE.....: ' WS-CNT-ED
025900         DELIMITED BY SIZE INTO RPT-LINE.
026000     WRITE RPT-LINE.
026100     MOVE WS-ON-FILE-COUNT TO WS-CNT-ED.
026200     MOVE SPACES TO RPT-LINE.
026300     STRING 'ALREADY ON THE STORE...: ' WS-CNT-ED
026400         DELIMITED BY SIZE INTO RPT-LINE.
026500     WRITE RPT-LINE.
026600     MOVE WS-COLLISION-COUNT TO WS-CNT-ED.
026700     MOVE SPACES TO RPT-LINE.
026800     STRING 'KEY COLLISIONS.........: ' WS-CNT-ED
026900         DELIMITED BY SIZE INTO RPT-LINE.
027000     WRITE RPT-LINE.
027100     IF WS-READ-COUNT > ZERO
027200         MOVE WS-LOW-DATE TO WS-DATE-ED
027300         MOVE WS-HIGH-DATE TO WS-DATE-ED2
027400         MOVE SPACES TO RPT-LINE
027500         STRING 'BUSINESS DATES.........: ' WS-DATE-ED
027600             ' TO ' WS-DATE-ED2
027700             DELIMITED BY SIZE INTO RPT-LINE
027800         WRITE RPT-LINE
027900     END-IF.
028000     CLOSE ADJ-AUDIT-FILE.
028100     CLOSE ADJ-AUDIT-KS-FILE.
028200     CLOSE ADJ-LOAD-RPT.
028300     DISPLAY 'ADJAUDL - AUDIT RECORDS READ......: '
028400         WS-READ-COUNT.
028500     DISPLAY 'ADJAUDL - ADDED TO THE STORE......: '
028600         WS-LOADED-COUNT.
028700     DISPLAY 'ADJAUDL - ALREADY ON THE STORE....: '
028800         WS-ON-FILE-COUNT.
028900     DISPLAY 'ADJAUDL - KEY COLLISIONS..........: '
029000         WS-COLLISION-COUNT.
029100     IF WS-COLLISION-COUNT > ZERO
029200         DISPLAY 'ADJAUDL - COLLISIONS NOT STORED, SEE REPORT'
029300         MOVE 4 TO RETURN-CODE
029400     END-IF.
029500 9000-EXIT.
029600     EXIT.
029700
029800******************************************************************
029900*  9100-ABORT - CLOSE WHAT IS OPEN.  EVERY RECORD ADDED BEFORE
030000*  THE FAILURE STAYS ON THE STORE; THE RERUN SKIPS THEM.
030100******************************************************************
030200 9100-ABORT.
030300     IF WS-FILES-OPEN
030400         CLOSE ADJ-AUDIT-FILE
030500         CLOSE ADJ-AUDIT-KS-FILE
030600         CLOSE ADJ-LOAD-RPT
030700     END-IF.
030800     DISPLAY 'ADJAUDL - LOAD ABORTED AFTER ' WS-READ-COUNT
030900         ' RECORDS, RERUN TO CONTINUE'.
031000 9100-EXIT.
031100     EXIT.
031200
031203******************************************************************
031206*  9900-LOG-STEP-START / 9910-LOG-STEP-END - RECORD THE STEP'S
031209*  START AND END ON THE SHARED RUN LOG THROUGH ADJRLOG, WHICH
031212*  HANDS THE STEP'S RETURN CODE BACK UNCHANGED.  THE END RECORD
031215*  CARRIES THE LATEST BUSINESS DATE LOADED.
031218******************************************************************
031221 9900-LOG-STEP-START.
031224     SET LG-STEP-START TO TRUE.
031227     MOVE 'ADJAUDL' TO LG-PROGRAM.
031230     MOVE ZERO TO LG-BUSINESS-DATE.
031233     MOVE ZERO TO LG-CYCLE-NUMBER.
031236     MOVE ZERO TO LG-RECORDS-IN.
031239     MOVE ZERO TO LG-RECORDS-OUT.
031242     MOVE RETURN-CODE TO LG-RETURN-CODE.
031245     CALL 'ADJRLOG' USING ADJ-RUN-LOG-CALL-RECORD.
031248 9900-EXIT.
031251     EXIT.
031254
031257 9910-LOG-STEP-END.
031260     SET LG-STEP-END TO TRUE.
031263     MOVE 'ADJAUDL' TO LG-PROGRAM.
031266     MOVE WS-HIGH-DATE TO LG-BUSINESS-DATE.
031269     MOVE ZERO TO LG-CYCLE-NUMBER.
031272     MOVE WS-READ-COUNT TO LG-RECORDS-IN.
031275     MOVE WS-LOADED-COUNT TO LG-RECORDS-OUT.
031278     MOVE RETURN-CODE TO LG-RETURN-CODE.
031281     CALL 'ADJRLOG' USING ADJ-RUN-LOG-CALL-RECORD.
031284 9910-EXIT.
031287     EXIT.
031290
031300 END PROGRAM ADJAUDL.

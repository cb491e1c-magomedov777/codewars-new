000100******************************************************************
000200*  PROGRAM-ID.  ADJSLA
000300*  AUTHOR.      R L KOWALCZYK
000400*  INSTALLATION. DISTRIBUTION LOGISTICS - ORDER ADJUSTMENTS
000500*  DATE-WRITTEN. 10/15/2026
000600******************************************************************
000700*  BATCH-WINDOW SLA REPORT OVER THE JOB-STEP RUN LOG (ADJRUNLG)
000800*  THE NIGHTLY PROGRAMS WRITE THROUGH ADJRLOG.  FOR ONE BUSINESS
000900*  DATE (PARM YYYYMMDD, DEFAULT THE LATEST DATE ON THE LOG) IT
001000*  PRINTS EVERY STEP RUN FILED UNDER THAT DATE - START, END,
001100*  ELAPSED TIME, THE ROLLING AVERAGE ELAPSED TIME OF THE SAME
001200*  PROGRAM'S LAST 7 RUNS BEFORE THAT NIGHT, RECORDS IN AND OUT,
001300*  AND RETURN CODE - WITH FLAGS:
001400*    L - THE RUN ENDED AFTER THE PROGRAM'S AGREED DEADLINE
001500*    S - THE RUN TOOK LONGER THAN THE CARD'S SLOW PERCENTAGE OF
001600*        ITS ROLLING AVERAGE (DEFAULT 150) AND OVER A MINUTE MORE
001700*        THAN THE AVERAGE, SO A FEW SECONDS' JITTER ON A SHORT
001800*        STEP IS NOT FLAGGED
001900*    A - A START RECORD WITH NO END RECORD - THE STEP ABENDED OR
002000*        WAS STILL RUNNING WHEN THE REPORT RAN
002100*  THE DEADLINES COME FROM THE CARDS ON ADJSLAIN (ADJSLC LAYOUT),
002200*  ONE PER PROGRAM THAT HAS ONE; A SECOND SECTION LISTS EACH
002300*  CARD'S DEADLINE AGAINST THE PROGRAM'S LAST END OF THE NIGHT,
002400*  AND THE SUMMARY GIVES THE CRITICAL-PATH FINISH TIME - THE
002500*  LATEST END AMONG THE PROGRAMS CARDED AS CRITICAL PATH (EVERY
002600*  PROGRAM WHEN NONE IS).
002700******************************************************************
002800*  RETURN CODE 8 MEANS THE WINDOW WAS BLOWN - A STEP ENDED LATE,
002900*  OR A CRITICAL-PATH STEP NEVER RAN OR NEVER FINISHED.  RETURN
003000*  CODE 4 MEANS SLOW STEPS, AN UNFINISHED OR MISSING STEP OFF THE
003100*  CRITICAL PATH, OR A REJECTED CARD.  RETURN CODE 16 MEANS A BAD
003200*  PARM OR THE LOG OR REPORT COULD NOT BE OPENED.
003300******************************************************************
003400*  MODIFICATION HISTORY
003500*  ---------------------------------------------------------------
003600*  DATE       INIT  DESCRIPTION
003700*  10/15/2026 RLK   ORIGINAL.
003800******************************************************************
003900 IDENTIFICATION DIVISION.
004000 PROGRAM-ID.  ADJSLA.
004100
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT ADJ-RUN-LOG-FILE ASSIGN TO "ADJRUNLG"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-RLOG-STATUS.
004800
004900     SELECT ADJ-SLA-CARD-FILE ASSIGN TO "ADJSLAIN"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-CARD-STATUS.
005200
005300     SELECT ADJ-SLA-RPT ASSIGN TO "ADJSLARPT"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-RPT-STATUS.
005600
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  ADJ-RUN-LOG-FILE.
006000 COPY ADJRLG.
006100
006200 FD  ADJ-SLA-CARD-FILE.
006300 COPY ADJSLC.
006400
006500 FD  ADJ-SLA-RPT.
006600 01  RPT-LINE                   PIC X(80).
006700
006800 WORKING-STORAGE SECTION.
006900 77  WS-RLOG-STATUS          PIC X(02)   VALUE SPACES.
007000 77  WS-CARD-STATUS          PIC X(02)   VALUE SPACES.
007100 77  WS-RPT-STATUS           PIC X(02)   VALUE SPACES.
007200 77  WS-RLOG-EOF-SW          PIC X(01)   VALUE 'N'.
007300     88  WS-RLOG-EOF             VALUE 'Y'.
007400 77  WS-CARD-EOF-SW          PIC X(01)   VALUE 'N'.
007500     88  WS-CARD-EOF             VALUE 'Y'.
007600 77  WS-ABEND-SW             PIC X(01)   VALUE 'N'.
007700     88  WS-ABEND                VALUE 'Y'.
007800 77  WS-BLOWN-SW             PIC X(01)   VALUE 'N'.
007900     88  WS-WINDOW-BLOWN         VALUE 'Y'.
008000 77  WS-WARN-SW              PIC X(01)   VALUE 'N'.
008100     88  WS-WARNING              VALUE 'Y'.
008200 77  WS-FOUND-SW             PIC X(01)   VALUE 'N'.
008300     88  WS-FOUND                VALUE 'Y'.
008400 77  WS-CP-CARD-SW           PIC X(01)   VALUE 'N'.
008500     88  WS-CP-CARDED            VALUE 'Y'.
008600 77  WS-CP-DONE-SW           PIC X(01)   VALUE 'Y'.
008700     88  WS-CP-COMPLETE          VALUE 'Y'.
008800     88  WS-CP-INCOMPLETE        VALUE 'N'.
008900 77  WS-TARGET-DATE          PIC 9(08)   VALUE ZERO.
009000 77  WS-NEXT-DATE            PIC 9(08)   VALUE ZERO.
009100 77  WS-DL-COUNT             PIC S9(05)  COMP VALUE ZERO.
009200 77  WS-DL-IX                PIC S9(05)  COMP VALUE ZERO.
009300 77  WS-DL-MAX               PIC S9(05)  COMP VALUE 50.
009400 77  WS-HS-COUNT             PIC S9(05)  COMP VALUE ZERO.
009500 77  WS-HS-IX                PIC S9(05)  COMP VALUE ZERO.
009600 77  WS-HS-MAX               PIC S9(05)  COMP VALUE 100.
009700 77  WS-RN-COUNT             PIC S9(05)  COMP VALUE ZERO.
009800 77  WS-RN-IX                PIC S9(05)  COMP VALUE ZERO.
009900 77  WS-RN-MAX               PIC S9(05)  COMP VALUE 200.
010000 77  WS-RING-IX              PIC S9(04)  COMP VALUE ZERO.
010100 77  WS-RING-SIZE            PIC S9(04)  COMP VALUE 7.
010200 77  WS-ELAPSED-SECS         PIC S9(09)  COMP VALUE ZERO.
010300 77  WS-AVG-SECS             PIC S9(09)  COMP VALUE ZERO.
010400 77  WS-SUM-SECS             PIC S9(09)  COMP VALUE ZERO.
010500 77  WS-START-SECS           PIC S9(09)  COMP VALUE ZERO.
010600 77  WS-END-SECS             PIC S9(09)  COMP VALUE ZERO.
010700 77  WS-DAY-GAP              PIC S9(09)  COMP VALUE ZERO.
010800 77  WS-HMS-WORK             PIC S9(09)  COMP VALUE ZERO.
010900 77  WS-SLOW-PCT             PIC 9(03)   VALUE 150.
011000 77  WS-LOG-READ-COUNT       PIC 9(07)   VALUE ZERO.
011100 77  WS-CARD-COUNT           PIC 9(05)   VALUE ZERO.
011200 77  WS-CARD-REJECT-COUNT    PIC 9(05)   VALUE ZERO.
011300 77  WS-LATE-COUNT           PIC 9(05)   VALUE ZERO.
011400 77  WS-SLOW-COUNT           PIC 9(05)   VALUE ZERO.
011500 77  WS-UNFINISHED-COUNT     PIC 9(05)   VALUE ZERO.
011600 77  WS-MISSING-COUNT        PIC 9(05)   VALUE ZERO.
011700 77  WS-OVERFLOW-COUNT       PIC 9(05)   VALUE ZERO.
011800 77  WS-RUNS-REPORTED        PIC 9(05)   VALUE ZERO.
011900 77  WS-FLAGS                PIC X(03)   VALUE SPACES.
012000 77  WS-RESULT               PIC X(16)   VALUE SPACES.
012100 77  WS-CP-PROGRAM           PIC X(08)   VALUE SPACES.
012200 77  WS-CP-OPEN-PROGRAM      PIC X(08)   VALUE SPACES.
012300 77  WS-SEARCH-PROGRAM       PIC X(08)   VALUE SPACES.
012400 77  WS-HMS-REST             PIC S9(09)  COMP VALUE ZERO.
012500
012600 01  WS-CP-STAMP.
012700     05  WS-CP-DATE              PIC 9(08)   VALUE ZERO.
012800     05  WS-CP-TIME              PIC 9(08)   VALUE ZERO.
012900
013000 01  WS-CALC-START.
013100     05  WS-CALC-START-DATE      PIC 9(08).
013200     05  WS-CALC-START-TIME      PIC 9(08).
013300 01  WS-CALC-END.
013400     05  WS-CALC-END-DATE        PIC 9(08).
013500     05  WS-CALC-END-TIME        PIC 9(08).
013600
013700 01  WS-TIME-WORK.
013800     05  WS-TW-HH                PIC 9(02).
013900     05  WS-TW-MM                PIC 9(02).
014000     05  WS-TW-SS                PIC 9(02).
014100     05  WS-TW-HS                PIC 9(02).
014200
014300 01  WS-DEADLINE-TABLE.
014400     05  WS-DL-ENTRY             OCCURS 50.
014500         10  WS-DL-PROGRAM       PIC X(08).
014600         10  WS-DL-STAMP.
014700             15  WS-DL-DATE      PIC 9(08).
014800             15  WS-DL-TIME      PIC 9(08).
014900         10  WS-DL-CRITICAL      PIC X(01).
015000         10  WS-DL-SLOW-PCT      PIC 9(03).
015100         10  WS-DL-LAST-END.
015200             15  WS-DL-END-DATE  PIC 9(08).
015300             15  WS-DL-END-TIME  PIC 9(08).
015400         10  WS-DL-RUN-COUNT     PIC 9(03).
015500         10  WS-DL-OPEN-COUNT    PIC 9(03).
015600
015700 01  WS-HISTORY-TABLE.
015800     05  WS-HS-ENTRY             OCCURS 100.
015900         10  WS-HS-PROGRAM       PIC X(08).
016000         10  WS-HS-RING-COUNT    PIC S9(04) COMP.
016100         10  WS-HS-RING-NEXT     PIC S9(04) COMP.
016200         10  WS-HS-RING-SECS     PIC S9(09) COMP OCCURS 7.
016300
016400 01  WS-RUN-TABLE.
016500     05  WS-RN-ENTRY             OCCURS 200.
016600         10  WS-RN-PROGRAM       PIC X(08).
016700         10  WS-RN-CYCLE         PIC 9(02).
016800         10  WS-RN-START-STAMP.
016900             15  WS-RN-START-DATE PIC 9(08).
017000             15  WS-RN-START-TIME PIC 9(08).
017100         10  WS-RN-END-STAMP.
017200             15  WS-RN-END-DATE  PIC 9(08).
017300             15  WS-RN-END-TIME  PIC 9(08).
017400         10  WS-RN-RECORDS-IN    PIC 9(09).
017500         10  WS-RN-RECORDS-OUT   PIC 9(09).
017600         10  WS-RN-RETURN-CODE   PIC 9(04).
017700         10  WS-RN-REFILED-SW    PIC X(01).
017800             88  WS-RN-REFILED       VALUE 'Y'.
017900
018000 01  WS-DATE-ED                  PIC 9999/99/99.
018100 01  WS-CYCLE-ED                 PIC Z9.
018200 01  WS-IN-ED                    PIC ZZZZZZ9.
018300 01  WS-OUT-ED                   PIC ZZZZZZ9.
018400 01  WS-RC-ED                    PIC ZZZ9.
018500 01  WS-CNT-ED                   PIC ZZZZ9.
018600 01  WS-START-ED                 PIC X(10).
018700 01  WS-END-ED                   PIC X(10).
018800 01  WS-ELAPSED-ED               PIC X(08).
018900 01  WS-AVG-ED                   PIC X(08).
019000 01  WS-HMS-ED.
019100     05  WS-HMS-HH               PIC 9(02).
019200     05  FILLER                  PIC X(01)   VALUE ':'.
019300     05  WS-HMS-MM               PIC 9(02).
019400     05  FILLER                  PIC X(01)   VALUE ':'.
019500     05  WS-HMS-SS               PIC 9(02).
019600 01  WS-STAMP-ED.
019700     05  WS-SE-MMDD              PIC X(04).
019800     05  FILLER                  PIC X(01)   VALUE SPACE.
019900     05  WS-SE-HH                PIC X(02).
020000     05  FILLER                  PIC X(01)   VALUE ':'.
020100     05  WS-SE-MM                PIC X(02).
020200
020300 LINKAGE SECTION.
020400 01  LK-PARM-INFO.
020500     05  LK-PARM-LEN             PIC S9(4)   COMP.
020600     05  LK-PARM-DATA            PIC X(08).
020700
020800 PROCEDURE DIVISION USING LK-PARM-INFO.
020900
021000 0000-MAINLINE.
021100     IF LK-PARM-LEN > ZERO
021200         IF LK-PARM-LEN = 8
021300             AND LK-PARM-DATA NUMERIC
021400             MOVE LK-PARM-DATA TO WS-TARGET-DATE
021500         ELSE
021600             DISPLAY 'ADJSLA - BAD DATE PARM, RUN STOPPED'
021700             MOVE 16 TO RETURN-CODE
021800             STOP RUN
021900         END-IF
022000     END-IF.
022100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022200     IF WS-ABEND
022300         MOVE 16 TO RETURN-CODE
022400     ELSE
022500         PERFORM 2000-PROCESS-LOG THRU 2000-EXIT
022600             UNTIL WS-RLOG-EOF
022700         PERFORM 3000-REPORT-RUNS THRU 3000-EXIT
022800         PERFORM 4000-REPORT-DEADLINES THRU 4000-EXIT
022900         PERFORM 5000-CRITICAL-PATH THRU 5000-EXIT
023000         PERFORM 9000-TERMINATE THRU 9000-EXIT
023100     END-IF.
023200     STOP RUN.
023300
023400******************************************************************
023500*  1000-INITIALIZE - OPEN THE LOG AND THE REPORT, SETTLE THE
023600*  BUSINESS DATE BEING JUDGED, LOAD THE DEADLINE CARDS, WRITE THE
023700*  HEADINGS, AND PRIME THE READ.
023800******************************************************************
023900 1000-INITIALIZE.
024000     OPEN INPUT ADJ-RUN-LOG-FILE.
024100     IF WS-RLOG-STATUS NOT = '00'
024200         DISPLAY 'ADJSLA - ADJRUNLG OPEN FAILED, STATUS '
024300             WS-RLOG-STATUS
024400         SET WS-ABEND TO TRUE
024500         GO TO 1000-EXIT
024600     END-IF.
024700     OPEN OUTPUT ADJ-SLA-RPT.
024800     IF WS-RPT-STATUS NOT = '00'
024900         DISPLAY 'ADJSLA - ADJSLARPT OPEN FAILED, STATUS '
025000             WS-RPT-STATUS
025100         SET WS-ABEND TO TRUE
025200         CLOSE ADJ-RUN-LOG-FILE
025300         GO TO 1000-EXIT
025400     END-IF.
025500     IF WS-TARGET-DATE = ZERO
025600         PERFORM 1100-FIND-LATEST-DATE THRU 1100-EXIT
025700     END-IF.
025800     IF WS-ABEND
025900         CLOSE ADJ-SLA-RPT
026000         GO TO 1000-EXIT
026100     END-IF.
026200     COMPUTE WS-NEXT-DATE = FUNCTION DATE-OF-INTEGER
026300         (FUNCTION INTEGER-OF-DATE (WS-TARGET-DATE) + 1).
026400     PERFORM 1200-LOAD-DEADLINES THRU 1200-EXIT.
026500     MOVE WS-TARGET-DATE TO WS-DATE-ED.
026600     MOVE SPACES TO RPT-LINE.
026700     STRING 'BATCH WINDOW SLA REPORT - BUSINESS DATE '
026800         WS-DATE-ED DELIMITED BY SIZE INTO RPT-LINE.
026900     WRITE RPT-LINE.
027000     MOVE SPACES TO RPT-LINE.
027100     WRITE RPT-LINE.
027200     MOVE SPACES TO RPT-LINE.
027300     STRING 'PROGRAM  CY START      END        ELAPSED  AVERAGE '
027400         ' RECS-IN RECS-OUT   RC FLG'
027500         DELIMITED BY SIZE INTO RPT-LINE.
027600     WRITE RPT-LINE.
027700     PERFORM 8000-READ-LOG THRU 8000-EXIT.
027800 1000-EXIT.
027900     EXIT.
028000
028100******************************************************************
028200*  1100-FIND-LATEST-DATE - NO PARM: ONE PASS OVER THE LOG FOR THE
028300*  LATEST BUSINESS DATE ON IT, THEN REOPEN THE LOG FOR THE REAL
028400*  PASS.  A START RECORD FILED UNDER THE DAY ITS STEP STARTED IS
028500*  PASSED OVER - THE STEP'S END RECORD CARRIES THE REAL DATE.  AN
028600*  EMPTY LOG LEAVES NOTHING TO JUDGE.
028700******************************************************************
028800 1100-FIND-LATEST-DATE.
028900     PERFORM 8000-READ-LOG THRU 8000-EXIT.
029000     PERFORM 1150-NOTE-ONE-DATE THRU 1150-EXIT
029100         UNTIL WS-RLOG-EOF.
029200     CLOSE ADJ-RUN-LOG-FILE.
029300     IF WS-TARGET-DATE = ZERO
029400         DISPLAY 'ADJSLA - RUN LOG IS EMPTY, NOTHING TO REPORT'
029500         SET WS-ABEND TO TRUE
029600         GO TO 1100-EXIT
029700     END-IF.
029800     MOVE 'N' TO WS-RLOG-EOF-SW.
029900     MOVE ZERO TO WS-LOG-READ-COUNT.
030000     OPEN INPUT ADJ-RUN-LOG-FILE.
030100     IF WS-RLOG-STATUS NOT = '00'
030200         DISPLAY 'ADJSLA - ADJRUNLG REOPEN FAILED, STATUS '
030300             WS-RLOG-STATUS
030400         SET WS-ABEND TO TRUE
030500     END-IF.
030600 1100-EXIT.
030700     EXIT.
030800
030900 1150-NOTE-ONE-DATE.
031000     IF RL-START-RECORD
031100         AND RL-DATE-DEFAULTED
031200         GO TO 1150-NEXT
031300     END-IF.
031400     IF RL-BUSINESS-DATE NUMERIC
031500         AND RL-BUSINESS-DATE > WS-TARGET-DATE
031600         MOVE RL-BUSINESS-DATE TO WS-TARGET-DATE
031700     END-IF.
031800 1150-NEXT.
031900     PERFORM 8000-READ-LOG THRU 8000-EXIT.
032000 1150-EXIT.
032100     EXIT.
032200
032300******************************************************************
032400*  1200-LOAD-DEADLINES - READ THE DEADLINE CARDS INTO A TABLE,
032500*  TURNING EACH HHMM AND DAY OFFSET INTO A DATE AND TIME FOR THE
032600*  NIGHT BEING JUDGED.  WITHOUT ADJSLAIN NOTHING CAN BE LATE AND
032700*  EVERY STEP COUNTS TOWARD THE CRITICAL PATH.
032800******************************************************************
032900 1200-LOAD-DEADLINES.
033000     OPEN INPUT ADJ-SLA-CARD-FILE.
033100     IF WS-CARD-STATUS NOT = '00'
033200         DISPLAY 'ADJSLA - NO ADJSLAIN, NO DEADLINES CHECKED'
033300         GO TO 1200-EXIT
033400     END-IF.
033500     PERFORM 8100-READ-CARD THRU 8100-EXIT.
033600     PERFORM 1250-LOAD-ONE-CARD THRU 1250-EXIT
033700         UNTIL WS-CARD-EOF.
033800     CLOSE ADJ-SLA-CARD-FILE.
033900 1200-EXIT.
034000     EXIT.
034100
034200 1250-LOAD-ONE-CARD.
034300     ADD 1 TO WS-CARD-COUNT.
034400     IF SL-PROGRAM = SPACES
034500         OR SL-DEADLINE-HHMM NOT NUMERIC
034600         OR SL-DEADLINE-HHMM (1:2) > '23'
034700         OR SL-DEADLINE-HHMM (3:2) > '59'
034800         OR NOT (SL-SAME-DAY OR SL-NEXT-DAY)
034900         OR NOT (SL-CRITICAL-PATH OR SL-CRITICAL-IND = 'N'
035000             OR SL-CRITICAL-IND = SPACE)
035100         OR NOT (SL-SLOW-PCT = SPACES OR SL-SLOW-PCT NUMERIC)
035200         DISPLAY 'ADJSLA - BAD DEADLINE CARD REJECTED: '
035300             ADJ-SLA-CARD (1:17)
035400         ADD 1 TO WS-CARD-REJECT-COUNT
035500         SET WS-WARNING TO TRUE
035600         GO TO 1250-NEXT
035700     END-IF.
035800     MOVE SL-PROGRAM TO WS-SEARCH-PROGRAM.
035900     PERFORM 7300-FIND-DEADLINE THRU 7300-EXIT.
036000     IF WS-FOUND
036100         DISPLAY 'ADJSLA - DUPLICATE DEADLINE CARD REJECTED: '
036200             SL-PROGRAM
036300         ADD 1 TO WS-CARD-REJECT-COUNT
036400         SET WS-WARNING TO TRUE
036500         GO TO 1250-NEXT
036600     END-IF.
036700     IF WS-DL-COUNT NOT < WS-DL-MAX
036800         DISPLAY 'ADJSLA - DEADLINE TABLE FULL, CARD IGNORED: '
036900             SL-PROGRAM
037000         ADD 1 TO WS-CARD-REJECT-COUNT
037100         SET WS-WARNING TO TRUE
037200         GO TO 1250-NEXT
037300     END-IF.
037400     ADD 1 TO WS-DL-COUNT.
037500     MOVE WS-DL-COUNT TO WS-DL-IX.
037600     MOVE SL-PROGRAM TO WS-DL-PROGRAM (WS-DL-IX).
037700     IF SL-NEXT-DAY
037800         MOVE WS-NEXT-DATE TO WS-DL-DATE (WS-DL-IX)
037900     ELSE
038000         MOVE WS-TARGET-DATE TO WS-DL-DATE (WS-DL-IX)
038100     END-IF.
038200     COMPUTE WS-DL-TIME (WS-DL-IX) = SL-DEADLINE-HHMM-9 * 10000.
038300     IF SL-CRITICAL-PATH
038400         MOVE 'Y' TO WS-DL-CRITICAL (WS-DL-IX)
038500         SET WS-CP-CARDED TO TRUE
038600     ELSE
038700         MOVE 'N' TO WS-DL-CRITICAL (WS-DL-IX)
038800     END-IF.
038900     IF SL-SLOW-PCT = SPACES
039000         OR SL-SLOW-PCT-9 = ZERO
039100         MOVE WS-SLOW-PCT TO WS-DL-SLOW-PCT (WS-DL-IX)
039200     ELSE
039300         MOVE SL-SLOW-PCT-9 TO WS-DL-SLOW-PCT (WS-DL-IX)
039400     END-IF.
039500     MOVE ZERO TO WS-DL-END-DATE (WS-DL-IX).
039600     MOVE ZERO TO WS-DL-END-TIME (WS-DL-IX).
039700     MOVE ZERO TO WS-DL-RUN-COUNT (WS-DL-IX).
039800     MOVE ZERO TO WS-DL-OPEN-COUNT (WS-DL-IX).
039900 1250-NEXT.
040000     PERFORM 8100-READ-CARD THRU 8100-EXIT.
040100 1250-EXIT.
040200     EXIT.
040300
040400******************************************************************
040500*  2000-PROCESS-LOG - ONE RUN LOG RECORD.  END RECORDS OF EARLIER
040600*  NIGHTS FEED THE PROGRAM'S ROLLING AVERAGE; START AND END
040700*  RECORDS OF THE NIGHT BEING JUDGED BUILD ITS RUN TABLE; LATER
040800*  NIGHTS ARE SKIPPED.  A STEP THAT ONLY LEARNS ITS BUSINESS DATE
040900*  AS IT RUNS FILES ITS START RECORD UNDER THE DATE IT STARTED
041000*  AND ITS END RECORD UNDER THE REAL ONE, SO AN END RECORD FOR
041100*  ANOTHER DATE TAKES ITS START OFF THIS NIGHT'S TABLE.
041200******************************************************************
041300 2000-PROCESS-LOG.
041400     IF RL-BUSINESS-DATE NOT NUMERIC
041500         GO TO 2000-NEXT
041600     END-IF.
041700     IF RL-END-RECORD
041800         AND RL-BUSINESS-DATE NOT = WS-TARGET-DATE
041900         PERFORM 2400-DROP-REFILED THRU 2400-EXIT
042000     END-IF.
042100     IF RL-BUSINESS-DATE < WS-TARGET-DATE
042200         IF RL-END-RECORD
042300             PERFORM 2100-ADD-HISTORY THRU 2100-EXIT
042400         END-IF
042500         GO TO 2000-NEXT
042600     END-IF.
042700     IF RL-BUSINESS-DATE = WS-TARGET-DATE
042800         EVALUATE TRUE
042900             WHEN RL-START-RECORD
043000                 PERFORM 2200-NIGHT-START THRU 2200-EXIT
043100             WHEN RL-END-RECORD
043200                 PERFORM 2300-NIGHT-END THRU 2300-EXIT
043300         END-EVALUATE
043400     END-IF.
043500 2000-NEXT.
043600     PERFORM 8000-READ-LOG THRU 8000-EXIT.
043700 2000-EXIT.
043800     EXIT.
043900
044000******************************************************************
044100*  2100-ADD-HISTORY - ADD AN EARLIER RUN'S ELAPSED TIME TO ITS
044200*  PROGRAM'S RING OF THE LAST 7 RUNS, REUSING THE OLDEST SLOT
044300*  ONCE THE RING IS FULL (THE ADJTREND TRAILING AVERAGE).
044400******************************************************************
044500 2100-ADD-HISTORY.
044600     MOVE RL-PROGRAM TO WS-SEARCH-PROGRAM.
044700     PERFORM 7200-FIND-HISTORY THRU 7200-EXIT.
044800     IF NOT WS-FOUND
044900         IF WS-HS-COUNT NOT < WS-HS-MAX
045000             ADD 1 TO WS-OVERFLOW-COUNT
045100             GO TO 2100-EXIT
045200         END-IF
045300         ADD 1 TO WS-HS-COUNT
045400         MOVE WS-HS-COUNT TO WS-HS-IX
045500         MOVE RL-PROGRAM TO WS-HS-PROGRAM (WS-HS-IX)
045600         MOVE ZERO TO WS-HS-RING-COUNT (WS-HS-IX)
045700         MOVE 1 TO WS-HS-RING-NEXT (WS-HS-IX)
045800     END-IF.
045900     MOVE RL-START-STAMP TO WS-CALC-START.
046000     MOVE RL-END-STAMP TO WS-CALC-END.
046100     PERFORM 7000-COMPUTE-ELAPSED THRU 7000-EXIT.
046200     MOVE WS-HS-RING-NEXT (WS-HS-IX) TO WS-RING-IX.
046300     MOVE WS-ELAPSED-SECS
046400         TO WS-HS-RING-SECS (WS-HS-IX WS-RING-IX).
046500     IF WS-HS-RING-COUNT (WS-HS-IX) < WS-RING-SIZE
046600         ADD 1 TO WS-HS-RING-COUNT (WS-HS-IX)
046700     END-IF.
046800     ADD 1 TO WS-HS-RING-NEXT (WS-HS-IX).
046900     IF WS-HS-RING-NEXT (WS-HS-IX) > WS-RING-SIZE
047000         MOVE 1 TO WS-HS-RING-NEXT (WS-HS-IX)
047100     END-IF.
047200 2100-EXIT.
047300     EXIT.
047400
047500******************************************************************
047600*  2200-NIGHT-START - A STEP STARTED ON THE NIGHT BEING JUDGED.
047700*  IT STAYS OPEN IN THE RUN TABLE UNTIL ITS END RECORD ARRIVES.
047800******************************************************************
047900 2200-NIGHT-START.
048000     IF WS-RN-COUNT NOT < WS-RN-MAX
048100         ADD 1 TO WS-OVERFLOW-COUNT
048200         GO TO 2200-EXIT
048300     END-IF.
048400     ADD 1 TO WS-RN-COUNT.
048500     MOVE WS-RN-COUNT TO WS-RN-IX.
048600     MOVE RL-PROGRAM TO WS-RN-PROGRAM (WS-RN-IX).
048700     MOVE RL-CYCLE-NUMBER TO WS-RN-CYCLE (WS-RN-IX).
048800     MOVE RL-START-STAMP TO WS-RN-START-STAMP (WS-RN-IX).
048900     MOVE ZERO TO WS-RN-END-DATE (WS-RN-IX).
049000     MOVE ZERO TO WS-RN-END-TIME (WS-RN-IX).
049100     MOVE ZERO TO WS-RN-RECORDS-IN (WS-RN-IX).
049200     MOVE ZERO TO WS-RN-RECORDS-OUT (WS-RN-IX).
049300     MOVE ZERO TO WS-RN-RETURN-CODE (WS-RN-IX).
049400     MOVE 'N' TO WS-RN-REFILED-SW (WS-RN-IX).
049500 2200-EXIT.
049600     EXIT.
049700
049800******************************************************************
049900*  2300-NIGHT-END - CLOSE THE MATCHING OPEN RUN (SAME PROGRAM AND
050000*  START TIMESTAMP).  AN END RECORD WHOSE START RECORD WAS FILED
050100*  UNDER AN EARLIER DATE, OR IS MISSING, STARTS A RUN OF ITS OWN.
050200******************************************************************
050300 2300-NIGHT-END.
050400     MOVE 'N' TO WS-FOUND-SW.
050500     PERFORM 2350-MATCH-ONE-RUN THRU 2350-EXIT
050600         VARYING WS-RN-IX FROM 1 BY 1
050700         UNTIL WS-RN-IX > WS-RN-COUNT
050800         OR WS-FOUND.
050900     IF WS-FOUND
051000         SUBTRACT 1 FROM WS-RN-IX
051100     ELSE
051200         PERFORM 2200-NIGHT-START THRU 2200-EXIT
051300         IF WS-RN-IX NOT = WS-RN-COUNT
051400             GO TO 2300-EXIT
051500         END-IF
051600     END-IF.
051700     MOVE RL-CYCLE-NUMBER TO WS-RN-CYCLE (WS-RN-IX).
051800     MOVE RL-END-STAMP TO WS-RN-END-STAMP (WS-RN-IX).
051900     MOVE RL-RECORDS-IN TO WS-RN-RECORDS-IN (WS-RN-IX).
052000     MOVE RL-RECORDS-OUT TO WS-RN-RECORDS-OUT (WS-RN-IX).
052100     MOVE RL-RETURN-CODE TO WS-RN-RETURN-CODE (WS-RN-IX).
052200 2300-EXIT.
052300     EXIT.
052400
052500 2350-MATCH-ONE-RUN.
052600     IF WS-RN-PROGRAM (WS-RN-IX) = RL-PROGRAM
052700         AND WS-RN-START-STAMP (WS-RN-IX) = RL-START-STAMP
052800         AND WS-RN-END-DATE (WS-RN-IX) = ZERO
052900         AND NOT WS-RN-REFILED (WS-RN-IX)
053000         SET WS-FOUND TO TRUE
053100     END-IF.
053200 2350-EXIT.
053300     EXIT.
053400
053500 2400-DROP-REFILED.
053600     MOVE 'N' TO WS-FOUND-SW.
053700     PERFORM 2350-MATCH-ONE-RUN THRU 2350-EXIT
053800         VARYING WS-RN-IX FROM 1 BY 1
053900         UNTIL WS-RN-IX > WS-RN-COUNT
054000         OR WS-FOUND.
054100     IF WS-FOUND
054200         SUBTRACT 1 FROM WS-RN-IX
054300         SET WS-RN-REFILED (WS-RN-IX) TO TRUE
054400     END-IF.
054500 2400-EXIT.
054600     EXIT.
054700
054800******************************************************************
054900*  3000-REPORT-RUNS - ONE LINE PER RUN OF THE NIGHT, IN THE ORDER
055000*  THE STEPS STARTED, WITH ITS FLAGS.  EACH PROGRAM'S LAST END IS
055100*  CARRIED TO ITS DEADLINE ENTRY FOR THE SECOND SECTION.
055200******************************************************************
055300 3000-REPORT-RUNS.
055400     PERFORM 3100-REPORT-ONE-RUN THRU 3100-EXIT
055500         VARYING WS-RN-IX FROM 1 BY 1
055600         UNTIL WS-RN-IX > WS-RN-COUNT.
055700     IF WS-RUNS-REPORTED = ZERO
055800         MOVE SPACES TO RPT-LINE
055900         MOVE '*** NO STEPS LOGGED FOR THIS BUSINESS DATE ***'
056000             TO RPT-LINE
056100         WRITE RPT-LINE
056200         SET WS-WARNING TO TRUE
056300     END-IF.
056400 3000-EXIT.
056500     EXIT.
056600
056700 3100-REPORT-ONE-RUN.
056800     IF WS-RN-REFILED (WS-RN-IX)
056900         GO TO 3100-EXIT
057000     END-IF.
057100     ADD 1 TO WS-RUNS-REPORTED.
057200     MOVE SPACES TO WS-FLAGS.
057300     MOVE WS-RN-PROGRAM (WS-RN-IX) TO WS-SEARCH-PROGRAM.
057400     PERFORM 7300-FIND-DEADLINE THRU 7300-EXIT.
057500     IF WS-FOUND
057600         ADD 1 TO WS-DL-RUN-COUNT (WS-DL-IX)
057700         MOVE WS-DL-SLOW-PCT (WS-DL-IX) TO WS-SLOW-PCT
057800     ELSE
057900         MOVE 150 TO WS-SLOW-PCT
058000     END-IF.
058100     MOVE WS-RN-START-STAMP (WS-RN-IX) TO WS-CALC-START.
058200     MOVE WS-CALC-START TO WS-CALC-END.
058300     PERFORM 7500-EDIT-STAMP THRU 7500-EXIT.
058400     MOVE WS-STAMP-ED TO WS-START-ED.
058500     IF WS-RN-END-DATE (WS-RN-IX) = ZERO
058600         MOVE 'NO END' TO WS-END-ED
058700         MOVE SPACES TO WS-ELAPSED-ED
058800         MOVE 'A' TO WS-FLAGS (3:1)
058900         ADD 1 TO WS-UNFINISHED-COUNT
059000         IF WS-FOUND
059100             ADD 1 TO WS-DL-OPEN-COUNT (WS-DL-IX)
059200         ELSE
059300             SET WS-WARNING TO TRUE
059400         END-IF
059500     ELSE
059600         MOVE WS-RN-END-STAMP (WS-RN-IX) TO WS-CALC-END
059700         PERFORM 7500-EDIT-STAMP THRU 7500-EXIT
059800         MOVE WS-STAMP-ED TO WS-END-ED
059900         PERFORM 7000-COMPUTE-ELAPSED THRU 7000-EXIT
060000         MOVE WS-ELAPSED-SECS TO WS-HMS-WORK
060100         PERFORM 7600-EDIT-HMS THRU 7600-EXIT
060200         MOVE WS-HMS-ED TO WS-ELAPSED-ED
060300         PERFORM 3200-JUDGE-END THRU 3200-EXIT
060400     END-IF.
060500     PERFORM 3300-JUDGE-SLOW THRU 3300-EXIT.
060600     MOVE WS-RN-CYCLE (WS-RN-IX) TO WS-CYCLE-ED.
060700     MOVE WS-RN-RECORDS-IN (WS-RN-IX) TO WS-IN-ED.
060800     MOVE WS-RN-RECORDS-OUT (WS-RN-IX) TO WS-OUT-ED.
060900     MOVE WS-RN-RETURN-CODE (WS-RN-IX) TO WS-RC-ED.
061000     MOVE SPACES TO RPT-LINE.
061100     STRING WS-RN-PROGRAM (WS-RN-IX) ' ' WS-CYCLE-ED ' '
061200         WS-START-ED ' ' WS-END-ED ' ' WS-ELAPSED-ED ' '
061300         WS-AVG-ED ' ' WS-IN-ED ' ' WS-OUT-ED ' ' WS-RC-ED ' '
061400         WS-FLAGS DELIMITED BY SIZE INTO RPT-LINE.
061500     WRITE RPT-LINE.
061600 3100-EXIT.
061700     EXIT.
061800
061900******************************************************************
062000*  3200-JUDGE-END - A FINISHED RUN OF A CARDED PROGRAM: KEEP ITS
062100*  LATEST END, AND FLAG IT LATE IF IT ENDED PAST THE DEADLINE.
062200******************************************************************
062300 3200-JUDGE-END.
062400     IF NOT WS-FOUND
062500         GO TO 3200-EXIT
062600     END-IF.
062700     IF WS-RN-END-STAMP (WS-RN-IX) > WS-DL-LAST-END (WS-DL-IX)
062800         MOVE WS-RN-END-STAMP (WS-RN-IX)
062900             TO WS-DL-LAST-END (WS-DL-IX)
063000     END-IF.
063100     IF WS-RN-END-STAMP (WS-RN-IX) > WS-DL-STAMP (WS-DL-IX)
063200         MOVE 'L' TO WS-FLAGS (1:1)
063300         ADD 1 TO WS-LATE-COUNT
063400         SET WS-WINDOW-BLOWN TO TRUE
063500     END-IF.
063600 3200-EXIT.
063700     EXIT.
063800
063900******************************************************************
064000*  3300-JUDGE-SLOW - COMPARE A FINISHED RUN TO ITS PROGRAM'S
064100*  ROLLING AVERAGE.  A PROGRAM WITH NO EARLIER RUNS ON THE LOG
064200*  HAS NO AVERAGE AND IS NEVER FLAGGED.
064300******************************************************************
064400 3300-JUDGE-SLOW.
064500     MOVE SPACES TO WS-AVG-ED.
064600     PERFORM 7200-FIND-HISTORY THRU 7200-EXIT.
064700     IF NOT WS-FOUND
064800         GO TO 3300-EXIT
064900     END-IF.
065000     IF WS-HS-RING-COUNT (WS-HS-IX) = ZERO
065100         GO TO 3300-EXIT
065200     END-IF.
065300     MOVE ZERO TO WS-SUM-SECS.
065400     PERFORM 3350-SUM-ONE-RING THRU 3350-EXIT
065500         VARYING WS-RING-IX FROM 1 BY 1
065600         UNTIL WS-RING-IX > WS-HS-RING-COUNT (WS-HS-IX).
065700     COMPUTE WS-AVG-SECS =
065800         WS-SUM-SECS / WS-HS-RING-COUNT (WS-HS-IX).
065900     MOVE WS-AVG-SECS TO WS-HMS-WORK.
066000     PERFORM 7600-EDIT-HMS THRU 7600-EXIT.
066100     MOVE WS-HMS-ED TO WS-AVG-ED.
066200     IF WS-RN-END-DATE (WS-RN-IX) = ZERO
066300         GO TO 3300-EXIT
066400     END-IF.
066500     IF WS-ELAPSED-SECS * 100 > WS-AVG-SECS * WS-SLOW-PCT
066600         AND WS-ELAPSED-SECS - WS-AVG-SECS > 60
066700         MOVE 'S' TO WS-FLAGS (2:1)
066800         ADD 1 TO WS-SLOW-COUNT
066900         SET WS-WARNING TO TRUE
067000     END-IF.
067100 3300-EXIT.
067200     EXIT.
067300
067400 3350-SUM-ONE-RING.
067500     ADD WS-HS-RING-SECS (WS-HS-IX WS-RING-IX) TO WS-SUM-SECS.
067600 3350-EXIT.
067700     EXIT.
067800
067900******************************************************************
068000*  4000-REPORT-DEADLINES - ONE LINE PER DEADLINE CARD: THE
068100*  DEADLINE, THE PROGRAM'S LAST END OF THE NIGHT, AND THE
068200*  VERDICT.  A CRITICAL-PATH STEP THAT NEVER RAN OR NEVER
068300*  FINISHED BLOWS THE WINDOW; ANY OTHER IS A WARNING.
068400******************************************************************
068500 4000-REPORT-DEADLINES.
068600     IF WS-DL-COUNT = ZERO
068700         GO TO 4000-EXIT
068800     END-IF.
068900     MOVE SPACES TO RPT-LINE.
069000     WRITE RPT-LINE.
069100     MOVE SPACES TO RPT-LINE.
069200     STRING 'PROGRAM  CP DEADLINE   LAST END   RESULT'
069300         DELIMITED BY SIZE INTO RPT-LINE.
069400     WRITE RPT-LINE.
069500     PERFORM 4100-REPORT-ONE-DEADLINE THRU 4100-EXIT
069600         VARYING WS-DL-IX FROM 1 BY 1
069700         UNTIL WS-DL-IX > WS-DL-COUNT.
069800 4000-EXIT.
069900     EXIT.
070000
070100 4100-REPORT-ONE-DEADLINE.
070200     MOVE WS-DL-STAMP (WS-DL-IX) TO WS-CALC-END.
070300     PERFORM 7500-EDIT-STAMP THRU 7500-EXIT.
070400     MOVE WS-STAMP-ED TO WS-START-ED.
070500     MOVE SPACES TO WS-END-ED.
070600     EVALUATE TRUE
070700         WHEN WS-DL-RUN-COUNT (WS-DL-IX) = ZERO
070800             MOVE '*** NOT RUN ***' TO WS-RESULT
070900             ADD 1 TO WS-MISSING-COUNT
071000             PERFORM 4200-MISSING-STEP THRU 4200-EXIT
071100         WHEN WS-DL-OPEN-COUNT (WS-DL-IX) > ZERO
071200             MOVE '*** NO END ***' TO WS-RESULT
071300             PERFORM 4200-MISSING-STEP THRU 4200-EXIT
071400         WHEN OTHER
071500             MOVE WS-DL-LAST-END (WS-DL-IX) TO WS-CALC-END
071600             PERFORM 7500-EDIT-STAMP THRU 7500-EXIT
071700             MOVE WS-STAMP-ED TO WS-END-ED
071800             IF WS-DL-LAST-END (WS-DL-IX) > WS-DL-STAMP (WS-DL-IX)
071900                 MOVE '*** LATE ***' TO WS-RESULT
072000             ELSE
072100                 MOVE 'ON TIME' TO WS-RESULT
072200             END-IF
072300     END-EVALUATE.
072400     MOVE SPACES TO RPT-LINE.
072500     IF WS-DL-CRITICAL (WS-DL-IX) = 'Y'
072600         STRING WS-DL-PROGRAM (WS-DL-IX) ' CP ' WS-START-ED ' '
072700             WS-END-ED ' ' WS-RESULT
072800             DELIMITED BY SIZE INTO RPT-LINE
072900     ELSE
073000         STRING WS-DL-PROGRAM (WS-DL-IX) '    ' WS-START-ED ' '
073100             WS-END-ED ' ' WS-RESULT
073200             DELIMITED BY SIZE INTO RPT-LINE
073300     END-IF.
073400     WRITE RPT-LINE.
073500 4100-EXIT.
073600     EXIT.
073700
073800 4200-MISSING-STEP.
073900     IF WS-DL-CRITICAL (WS-DL-IX) = 'Y'
074000         SET WS-WINDOW-BLOWN TO TRUE
074100     ELSE
074200         SET WS-WARNING TO TRUE
074300     END-IF.
074400 4200-EXIT.
074500     EXIT.
074600
074700******************************************************************
074800*  5000-CRITICAL-PATH - THE NIGHT'S CRITICAL-PATH FINISH: THE
074900*  LATEST END AMONG THE CARDED CRITICAL-PATH PROGRAMS, OR AMONG
075000*  EVERY RUN WHEN NO CARD IS MARKED CRITICAL.  IF ANY STEP ON
075100*  THE PATH NEVER RAN OR NEVER FINISHED THE PATH IS INCOMPLETE.
075200******************************************************************
075300 5000-CRITICAL-PATH.
075400     IF WS-CP-CARDED
075500         PERFORM 5100-CP-ONE-DEADLINE THRU 5100-EXIT
075600             VARYING WS-DL-IX FROM 1 BY 1
075700             UNTIL WS-DL-IX > WS-DL-COUNT
075800     ELSE
075900         PERFORM 5200-CP-ONE-RUN THRU 5200-EXIT
076000             VARYING WS-RN-IX FROM 1 BY 1
076100             UNTIL WS-RN-IX > WS-RN-COUNT
076200     END-IF.
076300 5000-EXIT.
076400     EXIT.
076500
076600 5100-CP-ONE-DEADLINE.
076700     IF WS-DL-CRITICAL (WS-DL-IX) NOT = 'Y'
076800         GO TO 5100-EXIT
076900     END-IF.
077000     IF WS-DL-RUN-COUNT (WS-DL-IX) = ZERO
077100         OR WS-DL-OPEN-COUNT (WS-DL-IX) > ZERO
077200         IF WS-CP-COMPLETE
077300             MOVE WS-DL-PROGRAM (WS-DL-IX) TO WS-CP-OPEN-PROGRAM
077400         END-IF
077500         SET WS-CP-INCOMPLETE TO TRUE
077600         GO TO 5100-EXIT
077700     END-IF.
077800     IF WS-DL-LAST-END (WS-DL-IX) > WS-CP-STAMP
077900         MOVE WS-DL-LAST-END (WS-DL-IX) TO WS-CP-STAMP
078000         MOVE WS-DL-PROGRAM (WS-DL-IX) TO WS-CP-PROGRAM
078100     END-IF.
078200 5100-EXIT.
078300     EXIT.
078400
078500 5200-CP-ONE-RUN.
078600     IF WS-RN-REFILED (WS-RN-IX)
078700         GO TO 5200-EXIT
078800     END-IF.
078900     IF WS-RN-END-DATE (WS-RN-IX) = ZERO
079000         IF WS-CP-COMPLETE
079100             MOVE WS-RN-PROGRAM (WS-RN-IX) TO WS-CP-OPEN-PROGRAM
079200         END-IF
079300         SET WS-CP-INCOMPLETE TO TRUE
079400         GO TO 5200-EXIT
079500     END-IF.
079600     IF WS-RN-END-STAMP (WS-RN-IX) > WS-CP-STAMP
079700         MOVE WS-RN-END-STAMP (WS-RN-IX) TO WS-CP-STAMP
079800         MOVE WS-RN-PROGRAM (WS-RN-IX) TO WS-CP-PROGRAM
079900     END-IF.
080000 5200-EXIT.
080100     EXIT.
080200
080300******************************************************************
080400*  7000-COMPUTE-ELAPSED - SECONDS FROM WS-CALC-START TO
080500*  WS-CALC-END, ACROSS MIDNIGHT WHERE THE DATES DIFFER.
080600******************************************************************
080700 7000-COMPUTE-ELAPSED.
080800     COMPUTE WS-DAY-GAP =
080900         FUNCTION INTEGER-OF-DATE (WS-CALC-END-DATE)
081000         - FUNCTION INTEGER-OF-DATE (WS-CALC-START-DATE).
081100     MOVE WS-CALC-START-TIME TO WS-TIME-WORK.
081200     COMPUTE WS-START-SECS =
081300         WS-TW-HH * 3600 + WS-TW-MM * 60 + WS-TW-SS.
081400     MOVE WS-CALC-END-TIME TO WS-TIME-WORK.
081500     COMPUTE WS-END-SECS =
081600         WS-TW-HH * 3600 + WS-TW-MM * 60 + WS-TW-SS.
081700     COMPUTE WS-ELAPSED-SECS =
081800         WS-DAY-GAP * 86400 + WS-END-SECS - WS-START-SECS.
081900     IF WS-ELAPSED-SECS < ZERO
082000         MOVE ZERO TO WS-ELAPSED-SECS
082100     END-IF.
082200 7000-EXIT.
082300     EXIT.
082400
082500 7200-FIND-HISTORY.
082600     MOVE 'N' TO WS-FOUND-SW.
082700     PERFORM 7250-MATCH-ONE-HISTORY THRU 7250-EXIT
082800         VARYING WS-HS-IX FROM 1 BY 1
082900         UNTIL WS-HS-IX > WS-HS-COUNT
083000         OR WS-FOUND.
083100     IF WS-FOUND
083200         SUBTRACT 1 FROM WS-HS-IX
083300     END-IF.
083400 7200-EXIT.
083500     EXIT.
083600
083700 7250-MATCH-ONE-HISTORY.
083800     IF WS-HS-PROGRAM (WS-HS-IX) = WS-SEARCH-PROGRAM
083900         SET WS-FOUND TO TRUE
084000     END-IF.
084100 7250-EXIT.
084200     EXIT.
084300
084400 7300-FIND-DEADLINE.
084500     MOVE 'N' TO WS-FOUND-SW.
084600     PERFORM 7350-MATCH-ONE-DEADLINE THRU 7350-EXIT
084700         VARYING WS-DL-IX FROM 1 BY 1
084800         UNTIL WS-DL-IX > WS-DL-COUNT
084900         OR WS-FOUND.
085000     IF WS-FOUND
085100         SUBTRACT 1 FROM WS-DL-IX
085200     END-IF.
085300 7300-EXIT.
085400     EXIT.
085500
085600 7350-MATCH-ONE-DEADLINE.
085700     IF WS-DL-PROGRAM (WS-DL-IX) = WS-SEARCH-PROGRAM
085800         SET WS-FOUND TO TRUE
085900     END-IF.
086000 7350-EXIT.
086100     EXIT.
086200
086300******************************************************************
086400*  7500-EDIT-STAMP - WS-CALC-END AS 'MMDD HH:MM' FOR THE REPORT.
086500******************************************************************
086600 7500-EDIT-STAMP.
086700     MOVE WS-CALC-END-DATE (5:4) TO WS-SE-MMDD.
086800     MOVE WS-CALC-END-TIME (1:2) TO WS-SE-HH.
086900     MOVE WS-CALC-END-TIME (3:2) TO WS-SE-MM.
087000 7500-EXIT.
087100     EXIT.
087200
087300******************************************************************
087400*  7600-EDIT-HMS - WS-HMS-WORK SECONDS AS HH:MM:SS, HELD AT
087500*  99:59:59.
087600******************************************************************
087700 7600-EDIT-HMS.
087800     IF WS-HMS-WORK > 359999
087900         MOVE 359999 TO WS-HMS-WORK
088000     END-IF.
088100     DIVIDE WS-HMS-WORK BY 3600 GIVING WS-HMS-HH
088200         REMAINDER WS-HMS-REST.
088300     DIVIDE WS-HMS-REST BY 60 GIVING WS-HMS-MM
088400         REMAINDER WS-HMS-SS.
088500 7600-EXIT.
088600     EXIT.
088700
088800 8000-READ-LOG.
088900     READ ADJ-RUN-LOG-FILE
089000         AT END
089100             SET WS-RLOG-EOF TO TRUE
089200             GO TO 8000-EXIT
089300     END-READ.
089400     ADD 1 TO WS-LOG-READ-COUNT.
089500 8000-EXIT.
089600     EXIT.
089700
089800 8100-READ-CARD.
089900     READ ADJ-SLA-CARD-FILE
090000         AT END
090100             SET WS-CARD-EOF TO TRUE
090200     END-READ.
090300 8100-EXIT.
090400     EXIT.
090500
090600******************************************************************
090700*  9000-TERMINATE - SUMMARY, CRITICAL-PATH FINISH, VERDICT, AND
090800*  RETURN CODE.
090900******************************************************************
091000 9000-TERMINATE.
091100     IF WS-OVERFLOW-COUNT > ZERO
091200         SET WS-WARNING TO TRUE
091300     END-IF.
091400     MOVE SPACES TO RPT-LINE.
091500     WRITE RPT-LINE.
091600     MOVE WS-RUNS-REPORTED TO WS-CNT-ED.
091700     MOVE SPACES TO RPT-LINE.
091800     STRING 'STEP RUNS LOGGED.......: ' WS-CNT-ED
091900         DELIMITED BY SIZE INTO RPT-LINE.
092000     WRITE RPT-LINE.
092100     MOVE WS-LATE-COUNT TO WS-CNT-ED.
092200     MOVE SPACES TO RPT-LINE.
092300     STRING 'LATE RUNS..............: ' WS-CNT-ED
092400         DELIMITED BY SIZE INTO RPT-LINE.
092500     WRITE RPT-LINE.
092600     MOVE WS-SLOW-COUNT TO WS-CNT-ED.
092700     MOVE SPACES TO RPT-LINE.
092800     STRING 'SLOW RUNS..............: ' WS-CNT-ED
092900         DELIMITED BY SIZE INTO RPT-LINE.
093000     WRITE RPT-LINE.
093100     MOVE WS-UNFINISHED-COUNT TO WS-CNT-ED.
093200     MOVE SPACES TO RPT-LINE.
093300     STRING 'RUNS WITH NO END.......: ' WS-CNT-ED
093400         DELIMITED BY SIZE INTO RPT-LINE.
093500     WRITE RPT-LINE.
093600     MOVE WS-MISSING-COUNT TO WS-CNT-ED.
093700     MOVE SPACES TO RPT-LINE.
093800     STRING 'CARDED STEPS NOT RUN...: ' WS-CNT-ED
093900         DELIMITED BY SIZE INTO RPT-LINE.
094000     WRITE RPT-LINE.
094100     IF WS-CARD-REJECT-COUNT > ZERO
094200         MOVE WS-CARD-REJECT-COUNT TO WS-CNT-ED
094300         MOVE SPACES TO RPT-LINE
094400         STRING 'CARDS REJECTED.........: ' WS-CNT-ED
094500             DELIMITED BY SIZE INTO RPT-LINE
094600         WRITE RPT-LINE
094700     END-IF.
094800     IF WS-OVERFLOW-COUNT > ZERO
094900         MOVE WS-OVERFLOW-COUNT TO WS-CNT-ED
095000         MOVE SPACES TO RPT-LINE
095100         STRING 'RECORDS NOT TABLED.....: ' WS-CNT-ED
095200             DELIMITED BY SIZE INTO RPT-LINE
095300         WRITE RPT-LINE
095400     END-IF.
095500     MOVE SPACES TO RPT-LINE.
095600     EVALUATE TRUE
095700         WHEN WS-CP-INCOMPLETE
095800             STRING 'CRITICAL PATH FINISH...: INCOMPLETE - '
095900                 WS-CP-OPEN-PROGRAM ' DID NOT FINISH'
096000                 DELIMITED BY SIZE INTO RPT-LINE
096100         WHEN WS-CP-DATE = ZERO
096200             MOVE 'CRITICAL PATH FINISH...: NONE LOGGED'
096300                 TO RPT-LINE
096400         WHEN OTHER
096500             MOVE WS-CP-DATE TO WS-DATE-ED
096600             STRING 'CRITICAL PATH FINISH...: ' WS-DATE-ED ' '
096700                 WS-CP-TIME (1:2) ':' WS-CP-TIME (3:2) ':'
096800                 WS-CP-TIME (5:2) ' ' WS-CP-PROGRAM
096900                 DELIMITED BY SIZE INTO RPT-LINE
097000     END-EVALUATE.
097100     WRITE RPT-LINE.
097200     MOVE SPACES TO RPT-LINE.
097300     IF WS-WINDOW-BLOWN
097400         MOVE 'BATCH WINDOW...........: *** BLOWN ***' TO RPT-LINE
097500     ELSE
097600         MOVE 'BATCH WINDOW...........: MET' TO RPT-LINE
097700     END-IF.
097800     WRITE RPT-LINE.
097900     CLOSE ADJ-RUN-LOG-FILE.
098000     CLOSE ADJ-SLA-RPT.
098100     DISPLAY 'ADJSLA - LOG RECORDS READ.........: '
098200         WS-LOG-READ-COUNT.
098300     DISPLAY 'ADJSLA - STEP RUNS REPORTED.......: '
098400         WS-RUNS-REPORTED.
098500     DISPLAY 'ADJSLA - LATE RUNS................: '
098600         WS-LATE-COUNT.
098700     DISPLAY 'ADJSLA - SLOW RUNS................: '
098800         WS-SLOW-COUNT.
098900     IF WS-WINDOW-BLOWN
099000         DISPLAY 'ADJSLA - *** BATCH WINDOW BLOWN ***'
099100         MOVE 8 TO RETURN-CODE
099200     ELSE
099300         IF WS-WARNING
099400             MOVE 4 TO RETURN-CODE
099500         END-IF
099600     END-IF.
099700 9000-EXIT.
099800     EXIT.
099900
100000 END PROGRAM ADJSLA.

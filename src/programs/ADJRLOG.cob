000100******************************************************************
000200*  PROGRAM-ID.  ADJRLOG
000300*  AUTHOR.      R L KOWALCZYK
000400*  INSTALLATION. DISTRIBUTION LOGISTICS - ORDER ADJUSTMENTS
000500*  DATE-WRITTEN. 10/15/2026
000600******************************************************************
000700*  JOB-STEP RUN LOG WRITER.  CALLED BY EVERY PROGRAM IN THE
000800*  NIGHTLY STREAM ONCE AS IT STARTS AND ONCE AS IT ENDS; APPENDS A
000900*  START OR END RECORD (ADJRLG LAYOUT) TO THE SHARED RUN LOG
001000*  ADJRUNLG WITH THE PROGRAM NAME, BUSINESS DATE, CYCLE, START
001100*  AND END TIMESTAMPS, RECORDS IN AND OUT, AND RETURN CODE.  THE
001200*  START TIMESTAMP AND BUSINESS DATE ARE REMEMBERED FROM THE
001300*  START CALL SO THE END RECORD CAN REPEAT THEM.  THE FILE IS
001400*  OPENED EXTEND, WRITTEN, AND CLOSED ON EVERY CALL SO NOTHING IS
001500*  LEFT HALF-WRITTEN IF THE STEP ABENDS IN BETWEEN.  THE LOG IS A
001600*  BY-PRODUCT OF THE RUN, NOT PART OF IT - IF IT CANNOT BE
001700*  WRITTEN, ADJRLOG SAYS SO ON SYSOUT AND THE STEP CARRIES ON
001800*  WITH ITS OWN RETURN CODE UNTOUCHED.
001900******************************************************************
002000*  MODIFICATION HISTORY
002100*  ---------------------------------------------------------------
002200*  DATE       INIT  DESCRIPTION
002300*  10/15/2026 RLK   ORIGINAL.
002400******************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID.  ADJRLOG.
002700
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT ADJ-RUN-LOG-FILE ASSIGN TO "ADJRUNLG"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-RLOG-STATUS.
003400
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  ADJ-RUN-LOG-FILE.
003800 COPY ADJRLG.
003900
004000 WORKING-STORAGE SECTION.
004100 77  WS-RLOG-STATUS          PIC X(02)   VALUE SPACES.
004200 77  WS-BUSINESS-DATE        PIC 9(08)   VALUE ZERO.
004300 77  WS-DATE-SOURCE          PIC X(01)   VALUE SPACE.
004400
004500 01  WS-NOW-STAMP.
004600     05  WS-NOW-DATE             PIC 9(08).
004700     05  WS-NOW-TIME             PIC 9(08).
004800 01  WS-START-STAMP.
004900     05  WS-START-DATE           PIC 9(08)   VALUE ZERO.
005000     05  WS-START-TIME           PIC 9(08)   VALUE ZERO.
005100
005200 LINKAGE SECTION.
005300 COPY ADJRLC.
005400
005500 PROCEDURE DIVISION USING ADJ-RUN-LOG-CALL-RECORD.
005600
005700 0000-MAINLINE.
005800     MOVE FUNCTION CURRENT-DATE (1:16) TO WS-NOW-STAMP.
005900     MOVE SPACES TO ADJ-RUN-LOG-RECORD.
006000     IF LG-STEP-START
006100         PERFORM 1000-BUILD-START THRU 1000-EXIT
006200     ELSE
006300         PERFORM 2000-BUILD-END THRU 2000-EXIT
006400     END-IF.
006500     PERFORM 3000-WRITE-LOG THRU 3000-EXIT.
006600     MOVE LG-RETURN-CODE TO RETURN-CODE.
006700     GOBACK.
006800
006900******************************************************************
007000*  1000-BUILD-START - REMEMBER WHEN THE STEP STARTED AND WHICH
007100*  BUSINESS DATE IT IS FILED UNDER, AND BUILD THE START RECORD.
007200******************************************************************
007300 1000-BUILD-START.
007400     MOVE WS-NOW-STAMP TO WS-START-STAMP.
007500     IF LG-BUSINESS-DATE NUMERIC
007600         AND LG-BUSINESS-DATE > ZERO
007700         MOVE LG-BUSINESS-DATE TO WS-BUSINESS-DATE
007800         MOVE 'S' TO WS-DATE-SOURCE
007900     ELSE
008000         MOVE WS-NOW-DATE TO WS-BUSINESS-DATE
008100         MOVE 'D' TO WS-DATE-SOURCE
008200     END-IF.
008300     SET RL-START-RECORD TO TRUE.
008400     MOVE LG-PROGRAM TO RL-PROGRAM.
008500     MOVE WS-BUSINESS-DATE TO RL-BUSINESS-DATE.
008600     MOVE LG-CYCLE-NUMBER TO RL-CYCLE-NUMBER.
008700     MOVE WS-START-STAMP TO RL-START-STAMP.
008800     MOVE ZERO TO RL-END-DATE.
008900     MOVE ZERO TO RL-END-TIME.
009000     MOVE ZERO TO RL-RECORDS-IN.
009100     MOVE ZERO TO RL-RECORDS-OUT.
009200     MOVE ZERO TO RL-RETURN-CODE.
009300     MOVE WS-DATE-SOURCE TO RL-DATE-SOURCE.
009400 1000-EXIT.
009500     EXIT.
009600
009700******************************************************************
009800*  2000-BUILD-END - BUILD THE END RECORD.  A BUSINESS DATE THE
009900*  STEP LEARNED WHILE IT RAN (FROM ITS PARM OR ITS INPUT) TAKES
010000*  OVER FROM THE ONE THE START RECORD WAS FILED UNDER.  AN END
010100*  CALL WITH NO START CALL BEFORE IT IS LOGGED AS STARTING NOW.
010200******************************************************************
010300 2000-BUILD-END.
010400     IF WS-START-DATE = ZERO
010500         MOVE WS-NOW-STAMP TO WS-START-STAMP
010600     END-IF.
010700     IF LG-BUSINESS-DATE NUMERIC
010800         AND LG-BUSINESS-DATE > ZERO
010900         MOVE LG-BUSINESS-DATE TO WS-BUSINESS-DATE
011000         MOVE 'S' TO WS-DATE-SOURCE
011100     END-IF.
011200     IF WS-BUSINESS-DATE = ZERO
011300         MOVE WS-START-DATE TO WS-BUSINESS-DATE
011400         MOVE 'D' TO WS-DATE-SOURCE
011500     END-IF.
011600     SET RL-END-RECORD TO TRUE.
011700     MOVE LG-PROGRAM TO RL-PROGRAM.
011800     MOVE WS-BUSINESS-DATE TO RL-BUSINESS-DATE.
011900     MOVE LG-CYCLE-NUMBER TO RL-CYCLE-NUMBER.
012000     MOVE WS-START-STAMP TO RL-START-STAMP.
012100     MOVE WS-NOW-STAMP TO RL-END-STAMP.
012200     MOVE LG-RECORDS-IN TO RL-RECORDS-IN.
012300     MOVE LG-RECORDS-OUT TO RL-RECORDS-OUT.
012400     MOVE LG-RETURN-CODE TO RL-RETURN-CODE.
012500     MOVE WS-DATE-SOURCE TO RL-DATE-SOURCE.
012600 2000-EXIT.
012700     EXIT.
012800
012900******************************************************************
013000*  3000-WRITE-LOG - APPEND THE RECORD.  A FAILURE IS REPORTED AND
013100*  OTHERWISE IGNORED.
013200******************************************************************
013300 3000-WRITE-LOG.
013400     OPEN EXTEND ADJ-RUN-LOG-FILE.
013500     IF WS-RLOG-STATUS NOT = '00'
013600         DISPLAY 'ADJRLOG - ADJRUNLG OPEN FAILED, STATUS '
013700             WS-RLOG-STATUS ' - ' LG-PROGRAM ' NOT LOGGED'
013800         GO TO 3000-EXIT
013900     END-IF.
014000     WRITE ADJ-RUN-LOG-RECORD.
014100     IF WS-RLOG-STATUS NOT = '00'
014200         DISPLAY 'ADJRLOG - ADJRUNLG WRITE FAILED, STATUS '
014300             WS-RLOG-STATUS ' - ' LG-PROGRAM ' NOT LOGGED'
014400     END-IF.
014500     CLOSE ADJ-RUN-LOG-FILE.
014600 3000-EXIT.
014700     EXIT.
014800
014900 END PROGRAM ADJRLOG.

000100******************************************************************
000200*  PROGRAM-ID.  ADJUMNT
000300*  AUTHOR.      R L KOWALCZYK
000400*  INSTALLATION. DISTRIBUTION LOGISTICS - ORDER ADJUSTMENTS
000500*  DATE-WRITTEN. 10/08/2026
000600*
000700*  MAINTENANCE TRANSACTION PROGRAM FOR THE USER AUTHORITY KSDS
000800*  (ADJUSRF).  READS A FILE OF ADD/CHANGE/DELETE CARDS THAT GIVE
000900*  EACH USER ID ITS ROLES, STATUS, AND VALID-FROM/VALID-TO DATES
001000*  - THE SAME CARD-DRIVEN SHAPE AS ADJCMNT.  ADJAUTH CHECKS EVERY
001100*  MAINTENANCE, APPROVAL, AND CORRECTION CARD IN THE SYSTEM
001200*  AGAINST THIS FILE, SO THE FILE ITSELF IS GUARDED: THE USER ON
001300*  THE CARD MUST BE AN ACTIVE, IN-DATE SECURITY ADMINISTRATOR,
001400*  AND NOBODY MAY CHANGE THEIR OWN ENTRY.  THE ONE EXCEPTION IS
001500*  THE RUN THAT FINDS THE FILE EMPTY - IT LOADS THE FIRST
001600*  ENTRIES WITHOUT THE CHECK (THERE IS NOBODY TO CHECK AGAINST)
001700*  AND SAYS SO ON SYSOUT.  EVERY APPLIED CHANGE IS ECHOED TO
001800*  SYSOUT WITH THE USER WHO MADE IT; ADJULST LISTS THE FILE FOR
001900*  THE AUDITORS.
002000*
002100*  MODIFICATION HISTORY
002200*  ---------------------------------------------------------------
002300*  DATE       INIT  DESCRIPTION
002400*  10/08/2026 RLK   ORIGINAL.
002500******************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID.  ADJUMNT.
002800
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT ADJ-USER-MAINT-FILE ASSIGN TO "ADJUMTIN"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-MAINT-STATUS.
003500
003600     SELECT ADJ-USER-FILE ASSIGN TO "ADJUSRF"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS US-USER-ID
004000         FILE STATUS IS WS-USER-STATUS.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  ADJ-USER-MAINT-FILE.
004500 COPY ADJUMT.
004600
004700 FD  ADJ-USER-FILE.
004800 COPY ADJUSR.
004900
005000 WORKING-STORAGE SECTION.
005100 77  WS-MAINT-STATUS         PIC X(02)   VALUE SPACES.
005200 77  WS-USER-STATUS          PIC X(02)   VALUE SPACES.
005300 77  WS-EOF-SW               PIC X(01)   VALUE 'N'.
005400     88  WS-MAINT-EOF            VALUE 'Y'.
005500 77  WS-ABEND-SW             PIC X(01)   VALUE 'N'.
005600     88  WS-ABEND                VALUE 'Y'.
005700 77  WS-BOOTSTRAP-SW         PIC X(01)   VALUE 'N'.
005800     88  WS-BOOTSTRAP            VALUE 'Y'.
005900 77  WS-ADMIN-LOADED-SW      PIC X(01)   VALUE 'N'.
006000     88  WS-ADMIN-LOADED         VALUE 'Y'.
006100 77  WS-CARD-BAD-SW          PIC X(01)   VALUE 'N'.
006200     88  WS-CARD-BAD             VALUE 'Y'.
006300 77  WS-MAINT-OK-SW          PIC X(01)   VALUE 'N'.
006400     88  WS-MAINT-OK             VALUE 'Y'.
006500 77  WS-RUN-DATE             PIC 9(08)   VALUE ZERO.
006600 77  WS-DATE-INT             PIC S9(09)  COMP VALUE ZERO.
006700 77  WS-ROLE-IX              PIC S9(05)  COMP VALUE ZERO.
006800 77  WS-ROLE-MAX             PIC S9(05)  COMP VALUE 10.
006900 77  WS-TXN-COUNT            PIC 9(07)   VALUE ZERO.
007000 77  WS-ADD-COUNT            PIC 9(07)   VALUE ZERO.
007100 77  WS-CHANGE-COUNT         PIC 9(07)   VALUE ZERO.
007200 77  WS-DELETE-COUNT         PIC 9(07)   VALUE ZERO.
007300 77  WS-REJECT-COUNT         PIC 9(07)   VALUE ZERO.
007400 77  WS-UNAUTH-COUNT         PIC 9(07)   VALUE ZERO.
007500 77  WS-REASON               PIC X(30)   VALUE SPACES.
007600 77  WS-ROLES-SHOWN          PIC X(10)   VALUE SPACES.
007700
007800 PROCEDURE DIVISION.
007900
008000 0000-MAINLINE.
008100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
008200     IF WS-ABEND
008300         MOVE 16 TO RETURN-CODE
008400     ELSE
008500         PERFORM 2000-PROCESS-MAINT THRU 2000-EXIT
008600             UNTIL WS-MAINT-EOF
008700         PERFORM 9000-TERMINATE THRU 9000-EXIT
008800     END-IF.
008900     STOP RUN.
009000
009100******************************************************************
009200*  1000-INITIALIZE - OPEN THE CARD FILE AND THE USER AUTHORITY
009300*  KSDS (CREATED EMPTY ON STATUS 35, THE SAME AS THE CATEGORY
009400*  MASTER IN ADJCMNT), FIND OUT WHETHER THE FILE HOLDS ANY ENTRY
009500*  YET, AND PRIME THE READ.
009600******************************************************************
009700 1000-INITIALIZE.
009800     OPEN INPUT ADJ-USER-MAINT-FILE.
009900     IF WS-MAINT-STATUS NOT = '00'
010000         DISPLAY 'ADJUMNT - ADJUMTIN OPEN FAILED, STATUS '
010100             WS-MAINT-STATUS
010200         SET WS-ABEND TO TRUE
010300         GO TO 1000-EXIT
010400     END-IF.
010500     OPEN I-O ADJ-USER-FILE.
010600     IF WS-USER-STATUS = '35'
010700         OPEN OUTPUT ADJ-USER-FILE
010800         CLOSE ADJ-USER-FILE
010900         OPEN I-O ADJ-USER-FILE
011000     END-IF.
011100     IF WS-USER-STATUS NOT = '00'
011200         DISPLAY 'ADJUMNT - ADJUSRF OPEN FAILED, STATUS '
011300             WS-USER-STATUS
011400         SET WS-ABEND TO TRUE
011500         CLOSE ADJ-USER-MAINT-FILE
011600         GO TO 1000-EXIT
011700     END-IF.
011800     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
011900     PERFORM 1100-CHECK-EMPTY THRU 1100-EXIT.
012000     PERFORM 8000-READ-MAINT THRU 8000-EXIT.
012100 1000-EXIT.
012200     EXIT.
012300
012400******************************************************************
012500*  1100-CHECK-EMPTY - AN EMPTY FILE MEANS THIS IS THE LOADING
012600*  RUN.  IT IS ANNOUNCED ON SYSOUT SO THE RUN CANNOT PASS
012700*  UNNOTICED.
012800******************************************************************
012900 1100-CHECK-EMPTY.
013000     MOVE LOW-VALUES TO US-USER-ID.
013100     START ADJ-USER-FILE KEY IS NOT LESS THAN US-USER-ID
013200         INVALID KEY
013300             SET WS-BOOTSTRAP TO TRUE
013400     END-START.
013500     IF WS-BOOTSTRAP
013600         DISPLAY 'ADJUMNT - ***********************************'
013700         DISPLAY 'ADJUMNT - USER AUTHORITY FILE IS EMPTY.  THIS'
013800         DISPLAY 'ADJUMNT - RUN LOADS IT WITHOUT THE SECURITY'
013900         DISPLAY 'ADJUMNT - ADMINISTRATOR CHECK.  REVIEW THE'
014000         DISPLAY 'ADJUMNT - ADJULST LISTING AFTER THIS RUN.'
014100         DISPLAY 'ADJUMNT - ***********************************'
014200     END-IF.
014300 1100-EXIT.
014400     EXIT.
014500
014600******************************************************************
014700*  2000-PROCESS-MAINT - VALIDATE ONE MAINTENANCE CARD AND APPLY
014800*  IT.  A BLANK USER ID OR A BAD FUNCTION IS REJECTED; AN ADD OR
014900*  CHANGE MUST ALSO CARRY A NAME, A STATUS OF A, S, OR R, A REAL
015000*  VALID-FROM DATE, A VALID-TO DATE THAT IS BLANK OR A REAL DATE
015100*  NOT BEFORE IT, AND ROLE FLAGS OF Y, N, OR BLANK.  A WELL-FORMED
015200*  CARD FROM A USER WHO MAY NOT MAINTAIN THE ENTRY IS REFUSED.
015300******************************************************************
015400 2000-PROCESS-MAINT.
015500     ADD 1 TO WS-TXN-COUNT.
015600     IF UM-USER-ID = SPACES
015700         DISPLAY 'ADJUMNT - BLANK USER ID REJECTED'
015800         ADD 1 TO WS-REJECT-COUNT
015900         PERFORM 8000-READ-MAINT THRU 8000-EXIT
016000         GO TO 2000-EXIT
016100     END-IF.
016200     IF NOT UM-ADD
016300         AND NOT UM-CHANGE
016400         AND NOT UM-DELETE
016500         DISPLAY 'ADJUMNT - BAD FUNCTION REJECTED ' UM-USER-ID
016600         ADD 1 TO WS-REJECT-COUNT
016700         PERFORM 8000-READ-MAINT THRU 8000-EXIT
016800         GO TO 2000-EXIT
016900     END-IF.
017000     IF UM-ADD OR UM-CHANGE
017100         PERFORM 2200-VALIDATE-CARD THRU 2200-EXIT
017200         IF WS-CARD-BAD
017300             DISPLAY 'ADJUMNT - ' WS-REASON ' REJECTED '
017400                 UM-USER-ID
017500             ADD 1 TO WS-REJECT-COUNT
017600             PERFORM 8000-READ-MAINT THRU 8000-EXIT
017700             GO TO 2000-EXIT
017800         END-IF
017900     END-IF.
018000     PERFORM 2500-CHECK-MAINTAINER THRU 2500-EXIT.
018100     IF NOT WS-MAINT-OK
018200         DISPLAY 'ADJUMNT - USER ' UM-MAINT-USER-ID
018300             ' NOT AUTHORIZED (' WS-REASON ')'
018400         DISPLAY 'ADJUMNT - CARD REFUSED FOR USER ' UM-USER-ID
018500         ADD 1 TO WS-UNAUTH-COUNT
018600         PERFORM 8000-READ-MAINT THRU 8000-EXIT
018700         GO TO 2000-EXIT
018800     END-IF.
018900     EVALUATE TRUE
019000         WHEN UM-ADD
019100             PERFORM 3000-ADD-USER THRU 3000-EXIT
019200         WHEN UM-CHANGE
019300             PERFORM 4000-CHANGE-USER THRU 4000-EXIT
019400         WHEN UM-DELETE
019500             PERFORM 5000-DELETE-USER THRU 5000-EXIT
019600     END-EVALUATE.
019700     PERFORM 8000-READ-MAINT THRU 8000-EXIT.
019800 2000-EXIT.
019900     EXIT.
020000
020100******************************************************************
020200*  2200-VALIDATE-CARD - EDIT THE ADD/CHANGE IMAGE.  THE FIRST
020300*  FAULT FOUND IS NAMED IN WS-REASON.  INTEGER-OF-DATE RETURNS
020400*  ZERO FOR AN IMPOSSIBLE DATE, THE SAME TEST ADJCALM USES.
020500******************************************************************
020600 2200-VALIDATE-CARD.
020700     MOVE 'N' TO WS-CARD-BAD-SW.
020800     IF UM-USER-NAME = SPACES
020900         MOVE 'BLANK NAME' TO WS-REASON
021000         SET WS-CARD-BAD TO TRUE
021100         GO TO 2200-EXIT
021200     END-IF.
021300     IF UM-STATUS NOT = 'A'
021400         AND UM-STATUS NOT = 'S'
021500         AND UM-STATUS NOT = 'R'
021600         MOVE 'BAD STATUS' TO WS-REASON
021700         SET WS-CARD-BAD TO TRUE
021800         GO TO 2200-EXIT
021900     END-IF.
022000     IF UM-VALID-FROM NOT NUMERIC
022100         OR UM-VALID-FROM = ZERO
022200         MOVE 'BAD VALID-FROM DATE' TO WS-REASON
022300         SET WS-CARD-BAD TO TRUE
022400         GO TO 2200-EXIT
022500     END-IF.
022600     COMPUTE WS-DATE-INT =
022700         FUNCTION INTEGER-OF-DATE (UM-VALID-FROM).
022800     IF WS-DATE-INT = ZERO
022900         MOVE 'BAD VALID-FROM DATE' TO WS-REASON
023000         SET WS-CARD-BAD TO TRUE
023100         GO TO 2200-EXIT
023200     END-IF.
023300     IF UM-VALID-TO NOT = SPACES
023400         IF UM-VALID-TO-9 NOT NUMERIC
023500             OR UM-VALID-TO-9 < UM-VALID-FROM
023600             MOVE 'BAD VALID-TO DATE' TO WS-REASON
023700             SET WS-CARD-BAD TO TRUE
023800             GO TO 2200-EXIT
023900         END-IF
024000         COMPUTE WS-DATE-INT =
024100             FUNCTION INTEGER-OF-DATE (UM-VALID-TO-9)
024200         IF WS-DATE-INT = ZERO
024300             MOVE 'BAD VALID-TO DATE' TO WS-REASON
024400             SET WS-CARD-BAD TO TRUE
024500             GO TO 2200-EXIT
024600         END-IF
024700     END-IF.
024800     PERFORM 2250-CHECK-ROLE-FLAG THRU 2250-EXIT
024900         VARYING WS-ROLE-IX FROM 1 BY 1
025000         UNTIL WS-ROLE-IX > WS-ROLE-MAX
025100         OR WS-CARD-BAD.
025200 2200-EXIT.
025300     EXIT.
025400
025500 2250-CHECK-ROLE-FLAG.
025600     IF UM-ROLE-FLAG (WS-ROLE-IX) NOT = 'Y'
025700         AND UM-ROLE-FLAG (WS-ROLE-IX) NOT = 'N'
025800         AND UM-ROLE-FLAG (WS-ROLE-IX) NOT = SPACE
025900         MOVE 'BAD ROLE FLAG' TO WS-REASON
026000         SET WS-CARD-BAD TO TRUE
026100     END-IF.
026200 2250-EXIT.
026300     EXIT.
026400
026500******************************************************************
026600*  2500-CHECK-MAINTAINER - THE USER ON THE CARD MUST BE ON FILE,
026700*  ACTIVE, INSIDE THEIR VALID DATES, AND A SECURITY
026800*  ADMINISTRATOR, AND MAY NOT MAINTAIN THEIR OWN ENTRY.  THE
026900*  LOADING RUN SKIPS THE CHECK.  THE READ USES THE FILE'S OWN
027000*  RECORD AREA - THE APPLY PARAGRAPHS RE-READ THE TARGET ENTRY.
027100******************************************************************
027200 2500-CHECK-MAINTAINER.
027300     MOVE 'N' TO WS-MAINT-OK-SW.
027400     MOVE SPACES TO WS-REASON.
027500     IF WS-BOOTSTRAP
027600         SET WS-MAINT-OK TO TRUE
027700         GO TO 2500-EXIT
027800     END-IF.
027900     IF UM-MAINT-USER-ID = SPACES
028000         MOVE 'NO USER ID ON CARD' TO WS-REASON
028100         GO TO 2500-EXIT
028200     END-IF.
028300     IF UM-MAINT-USER-ID = UM-USER-ID
028400         MOVE 'MAY NOT MAINTAIN OWN ENTRY' TO WS-REASON
028500         GO TO 2500-EXIT
028600     END-IF.
028700     MOVE UM-MAINT-USER-ID TO US-USER-ID.
028800     READ ADJ-USER-FILE
028900         INVALID KEY
029000             MOVE 'USER NOT ON AUTHORITY FILE' TO WS-REASON
029100             GO TO 2500-EXIT
029200     END-READ.
029300     IF NOT US-ACTIVE
029400         MOVE 'USER NOT ACTIVE' TO WS-REASON
029500         GO TO 2500-EXIT
029600     END-IF.
029700     IF WS-RUN-DATE < US-VALID-FROM
029800         OR (US-VALID-TO NOT = ZERO
029900             AND WS-RUN-DATE > US-VALID-TO)
030000         MOVE 'USER OUTSIDE VALID DATES' TO WS-REASON
030100         GO TO 2500-EXIT
030200     END-IF.
030300     IF NOT US-IS-SECURITY-ADMIN
030400         MOVE 'NOT A SECURITY ADMINISTRATOR' TO WS-REASON
030500         GO TO 2500-EXIT
030600     END-IF.
030700     SET WS-MAINT-OK TO TRUE.
030800 2500-EXIT.
030900     EXIT.
031000
031100 3000-ADD-USER.
031200     MOVE SPACES TO ADJ-USER-AUTH-RECORD.
031300     PERFORM 6000-BUILD-RECORD THRU 6000-EXIT.
031400     WRITE ADJ-USER-AUTH-RECORD
031500         INVALID KEY
031600             DISPLAY 'ADJUMNT - DUPLICATE ADD REJECTED '
031700                 UM-USER-ID
031800             ADD 1 TO WS-REJECT-COUNT
031900         NOT INVALID KEY
032000             ADD 1 TO WS-ADD-COUNT
032100             DISPLAY 'ADJUMNT - ADDED ' US-USER-ID ' STATUS '
032200                 US-STATUS ' ROLES ' WS-ROLES-SHOWN ' BY '
032300                 UM-MAINT-USER-ID
032400             IF US-ACTIVE AND US-IS-SECURITY-ADMIN
032500                 SET WS-ADMIN-LOADED TO TRUE
032600             END-IF
032700     END-WRITE.
032800 3000-EXIT.
032900     EXIT.
033000
033100 4000-CHANGE-USER.
033200     MOVE UM-USER-ID TO US-USER-ID.
033300     READ ADJ-USER-FILE
033400         INVALID KEY
033500             DISPLAY 'ADJUMNT - CHANGE NOT ON FILE ' UM-USER-ID
033600             ADD 1 TO WS-REJECT-COUNT
033700             GO TO 4000-EXIT
033800     END-READ.
033900     DISPLAY 'ADJUMNT - BEFORE  ' US-USER-ID ' STATUS '
034000         US-STATUS ' ROLES ' US-ROLE-FLAGS ' FROM '
034100         US-VALID-FROM ' TO ' US-VALID-TO.
034200     PERFORM 6000-BUILD-RECORD THRU 6000-EXIT.
034300     REWRITE ADJ-USER-AUTH-RECORD.
034400     ADD 1 TO WS-CHANGE-COUNT.
034500     DISPLAY 'ADJUMNT - CHANGED ' US-USER-ID ' STATUS '
034600         US-STATUS ' ROLES ' WS-ROLES-SHOWN ' FROM '
034700         US-VALID-FROM ' TO ' US-VALID-TO ' BY '
034800         UM-MAINT-USER-ID.
034900 4000-EXIT.
035000     EXIT.
035100
035200 5000-DELETE-USER.
035300     MOVE UM-USER-ID TO US-USER-ID.
035400     READ ADJ-USER-FILE
035500         INVALID KEY
035600             DISPLAY 'ADJUMNT - DELETE NOT ON FILE ' UM-USER-ID
035700             ADD 1 TO WS-REJECT-COUNT
035800             GO TO 5000-EXIT
035900     END-READ.
036000     DELETE ADJ-USER-FILE RECORD.
036100     ADD 1 TO WS-DELETE-COUNT.
036200     DISPLAY 'ADJUMNT - DELETED ' US-USER-ID ' ROLES '
036300         US-ROLE-FLAGS ' BY ' UM-MAINT-USER-ID.
036400 5000-EXIT.
036500     EXIT.
036600
036700******************************************************************
036800*  6000-BUILD-RECORD - MOVE THE CARD IMAGE TO THE RECORD.  A BLANK
036900*  ROLE FLAG IS STORED AS N AND A BLANK VALID-TO AS ZERO (OPEN
037000*  ENDED).
037100******************************************************************
037200 6000-BUILD-RECORD.
037300     MOVE UM-USER-ID TO US-USER-ID.
037400     MOVE UM-USER-NAME TO US-USER-NAME.
037500     MOVE UM-STATUS TO US-STATUS.
037600     MOVE UM-VALID-FROM TO US-VALID-FROM.
037700     IF UM-VALID-TO = SPACES
037800         MOVE ZERO TO US-VALID-TO
037900     ELSE
038000         MOVE UM-VALID-TO-9 TO US-VALID-TO
038100     END-IF.
038200     PERFORM 6100-SET-ROLE-FLAG THRU 6100-EXIT
038300         VARYING WS-ROLE-IX FROM 1 BY 1
038400         UNTIL WS-ROLE-IX > WS-ROLE-MAX.
038500     MOVE US-ROLE-FLAGS TO WS-ROLES-SHOWN.
038600     MOVE WS-RUN-DATE TO US-LAST-CHG-DATE.
038700     MOVE UM-MAINT-USER-ID TO US-LAST-CHG-USER.
038800 6000-EXIT.
038900     EXIT.
039000
039100 6100-SET-ROLE-FLAG.
039200     IF UM-ROLE-FLAG (WS-ROLE-IX) = 'Y'
039300         MOVE 'Y' TO US-ROLE-FLAG (WS-ROLE-IX)
039400     ELSE
039500         MOVE 'N' TO US-ROLE-FLAG (WS-ROLE-IX)
039600     END-IF.
039700 6100-EXIT.
039800     EXIT.
039900
040000 8000-READ-MAINT.
040100     READ ADJ-USER-MAINT-FILE
040200         AT END
040300             SET WS-MAINT-EOF TO TRUE
040400     END-READ.
040500 8000-EXIT.
040600     EXIT.
040700
040800 9000-TERMINATE.
040900     CLOSE ADJ-USER-MAINT-FILE.
041000     CLOSE ADJ-USER-FILE.
041100     DISPLAY 'ADJUMNT - TRANSACTIONS READ.......: ' WS-TXN-COUNT.
041200     DISPLAY 'ADJUMNT - USERS ADDED.............: ' WS-ADD-COUNT.
041300     DISPLAY 'ADJUMNT - USERS CHANGED...........: '
041400         WS-CHANGE-COUNT.
041500     DISPLAY 'ADJUMNT - USERS DELETED...........: '
041600         WS-DELETE-COUNT.
041700     DISPLAY 'ADJUMNT - TRANSACTIONS REJECTED...: '
041800         WS-REJECT-COUNT.
041900     DISPLAY 'ADJUMNT - REFUSED, NOT AUTHORIZED.: '
042000         WS-UNAUTH-COUNT.
042100     IF WS-BOOTSTRAP AND NOT WS-ADMIN-LOADED
042200         DISPLAY 'ADJUMNT - WARNING - THE LOADING RUN ADDED NO '
042300             'ACTIVE SECURITY ADMINISTRATOR'
042400     END-IF.
042500     IF WS-REJECT-COUNT > ZERO
042600         MOVE 4 TO RETURN-CODE
042700     END-IF.
042800     IF WS-UNAUTH-COUNT > ZERO
042900         MOVE 8 TO RETURN-CODE
043000     END-IF.
043100 9000-EXIT.
043200     EXIT.
043300
043400 END PROGRAM ADJUMNT.

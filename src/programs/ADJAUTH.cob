000100******************************************************************
000200*  PROGRAM-ID.  ADJAUTH
000300*  AUTHOR.      R L KOWALCZYK
000400*  INSTALLATION. DISTRIBUTION LOGISTICS - ORDER ADJUSTMENTS
000500*  DATE-WRITTEN. 10/08/2026
000600*
000700*  CHECKS A USER ID AGAINST THE USER AUTHORITY FILE (ADJUSRF) FOR
000800*  ONE ROLE AND RETURNS WHETHER THE USER MAY ACT IN IT.  CALLED
000900*  ONCE PER CARD BY EVERY PROGRAM THAT TAKES A USER ID OFF A
001000*  MAINTENANCE, APPROVAL, OR CORRECTION CARD (ADJPMNT, ADJPAPPR,
001100*  ADJLMNT, ADJLAPPR, ADJRCYC, ADJCMNT, ADJCALM).  THE USER MUST
001200*  BE ON FILE, ACTIVE, INSIDE THE VALID-FROM/VALID-TO DATES FOR
001300*  THE CHECK DATE, AND HOLD THE ROLE; ANYTHING ELSE COMES BACK
001400*  WITH A NONZERO UA-RETURN-CODE AND THE CALLER REFUSES THE CARD.
001500*  THE FILE IS OPENED ON THE FIRST CALL AND LEFT OPEN FOR THE
001600*  REST OF THE RUN.  IF IT WILL NOT OPEN, EVERY CALL RETURNS
001700*  UA-RC-FILE-ERROR SO NOTHING GETS THROUGH UNCHECKED.
001800*
001900*  MODIFICATION HISTORY
002000*  ---------------------------------------------------------------
002100*  DATE       INIT  DESCRIPTION
002200*  10/08/2026 RLK   ORIGINAL.
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID.  ADJAUTH.
002600
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT ADJ-USER-FILE ASSIGN TO "ADJUSRF"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS US-USER-ID
003400         FILE STATUS IS WS-USER-STATUS.
003500
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  ADJ-USER-FILE.
003900 COPY ADJUSR.
004000
004100 WORKING-STORAGE SECTION.
004200 77  WS-FIRST-CALL-SW        PIC X(01)   VALUE 'Y'.
004300     88  WS-FIRST-CALL           VALUE 'Y'.
004400     88  WS-NOT-FIRST-CALL        VALUE 'N'.
004500 77  WS-FILE-DOWN-SW         PIC X(01)   VALUE 'N'.
004600     88  WS-FILE-DOWN            VALUE 'Y'.
004700 77  WS-USER-STATUS          PIC X(02)   VALUE SPACES.
004800 77  WS-CHECK-DATE           PIC 9(08)   VALUE ZERO.
004900
005000 LINKAGE SECTION.
005100 COPY ADJAUC.
005200
005300 PROCEDURE DIVISION USING ADJ-AUTH-CALL-RECORD.
005400
005500 0000-MAINLINE.
005600     SET UA-RC-OK TO TRUE.
005700     MOVE SPACES TO UA-REASON.
005800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005900     IF WS-FILE-DOWN
006000         SET UA-RC-FILE-ERROR TO TRUE
006100         MOVE 'AUTHORITY FILE UNAVAILABLE' TO UA-REASON
006200         GOBACK
006300     END-IF.
006400     IF UA-CHECK-DATE = ZERO
006500         MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CHECK-DATE
006600     ELSE
006700         MOVE UA-CHECK-DATE TO WS-CHECK-DATE
006800     END-IF.
006900     PERFORM 2000-CHECK-USER THRU 2000-EXIT.
007000     GOBACK.
007100
007200******************************************************************
007300*  1000-INITIALIZE - OPEN THE AUTHORITY FILE ON THE FIRST CALL.
007400*  A FAILED OPEN IS REPORTED ONCE AND REMEMBERED SO THE LATER
007500*  CALLS FAIL QUIETLY INSTEAD OF RETRYING THE OPEN FOR EVERY CARD.
007600******************************************************************
007700 1000-INITIALIZE.
007800     IF WS-FIRST-CALL
007900         SET WS-NOT-FIRST-CALL TO TRUE
008000         OPEN INPUT ADJ-USER-FILE
008100         IF WS-USER-STATUS NOT = '00'
008200             DISPLAY 'ADJAUTH - ADJUSRF OPEN FAILED, STATUS '
008300                 WS-USER-STATUS
008400             DISPLAY 'ADJAUTH - EVERY USER CHECK WILL BE REFUSED'
008500             SET WS-FILE-DOWN TO TRUE
008600         END-IF
008700     END-IF.
008800 1000-EXIT.
008900     EXIT.
009000
009100******************************************************************
009200*  2000-CHECK-USER - READ THE USER'S RECORD AND TEST STATUS,
009300*  DATES, AND ROLE IN THAT ORDER.  THE FIRST FAILURE WINS.
009400******************************************************************
009500 2000-CHECK-USER.
009600     IF UA-USER-ID = SPACES
009700         SET UA-RC-NOT-ON-FILE TO TRUE
009800         MOVE 'NO USER ID ON CARD' TO UA-REASON
009900         GO TO 2000-EXIT
010000     END-IF.
010100     IF UA-ROLE < 1 OR UA-ROLE > 10
010200         SET UA-RC-NO-ROLE TO TRUE
010300         MOVE 'UNKNOWN ROLE REQUESTED' TO UA-REASON
010400         GO TO 2000-EXIT
010500     END-IF.
010600     MOVE UA-USER-ID TO US-USER-ID.
010700     READ ADJ-USER-FILE
010800         INVALID KEY
010900             SET UA-RC-NOT-ON-FILE TO TRUE
011000             MOVE 'USER NOT ON AUTHORITY FILE' TO UA-REASON
011100             GO TO 2000-EXIT
011200     END-READ.
011300     IF WS-USER-STATUS NOT = '00'
011400         DISPLAY 'ADJAUTH - ADJUSRF READ FAILED, STATUS '
011500             WS-USER-STATUS ' USER ' UA-USER-ID
011600         SET UA-RC-FILE-ERROR TO TRUE
011700         MOVE 'AUTHORITY FILE READ ERROR' TO UA-REASON
011800         GO TO 2000-EXIT
011900     END-IF.
012000     IF NOT US-ACTIVE
012100         SET UA-RC-NOT-ACTIVE TO TRUE
012200         EVALUATE TRUE
012300             WHEN US-SUSPENDED
012400                 MOVE 'USER SUSPENDED' TO UA-REASON
012500             WHEN US-REVOKED
012600                 MOVE 'USER REVOKED' TO UA-REASON
012700             WHEN OTHER
012800                 MOVE 'USER NOT ACTIVE' TO UA-REASON
012900         END-EVALUATE
013000         GO TO 2000-EXIT
013100     END-IF.
013200     IF WS-CHECK-DATE < US-VALID-FROM
013300         SET UA-RC-OUTSIDE-DATES TO TRUE
013400         MOVE 'USER NOT YET VALID' TO UA-REASON
013500         GO TO 2000-EXIT
013600     END-IF.
013700     IF US-VALID-TO NOT = ZERO
013800         AND WS-CHECK-DATE > US-VALID-TO
013900         SET UA-RC-OUTSIDE-DATES TO TRUE
014000         MOVE 'USER AUTHORITY EXPIRED' TO UA-REASON
014100         GO TO 2000-EXIT
014200     END-IF.
014300     IF US-ROLE-FLAG (UA-ROLE) NOT = 'Y'
014400         SET UA-RC-NO-ROLE TO TRUE
014500         MOVE 'ROLE NOT GRANTED TO USER' TO UA-REASON
014600     END-IF.
014700 2000-EXIT.
014800     EXIT.

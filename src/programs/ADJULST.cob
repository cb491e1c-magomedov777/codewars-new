000100******************************************************************
000200*  PROGRAM-ID.  ADJULST
000300*  AUTHOR.      R L KOWALCZYK
000400*  INSTALLATION. DISTRIBUTION LOGISTICS - ORDER ADJUSTMENTS
000500*  DATE-WRITTEN. 10/08/2026
000600*
000700*  USER ACCESS LISTING FOR THE AUDITORS.  READS THE USER
000800*  AUTHORITY KSDS (ADJUSRF) FRONT TO BACK AND LISTS EVERY USER
000900*  ID WITH ITS NAME, STATUS, VALID DATES, ROLES, AND WHO LAST
001000*  CHANGED THE ENTRY AND WHEN.  AN ENTRY THAT NEEDS A SECOND
001100*  LOOK GETS A *** NOTE UNDER IT - AUTHORITY EXPIRED OR NOT YET
001200*  STARTED, A SUSPENDED OR REVOKED USER STILL HOLDING ROLES, AN
001300*  ACTIVE USER WITH NONE, AND ONE PERSON HOLDING BOTH HALVES OF
001400*  A DUAL-CONTROL PAIR OR ADMINISTERING THE FILE WHILE HOLDING
001500*  BUSINESS ROLES.  THE SUMMARY COUNTS, ROLE BY ROLE, THE USERS
001600*  WHO COULD ACT IN IT TODAY.  RUN AFTER EVERY ADJUMNT RUN AND
001700*  ON REQUEST FOR THE AUDITORS.
001800*
001900*  MODIFICATION HISTORY
002000*  ---------------------------------------------------------------
002100*  DATE       INIT  DESCRIPTION
002200*  10/08/2026 RLK   ORIGINAL.
002216*  10/15/2026 RLK   NINTH ROLE, PERIOD CONTROLLER, ON THE ROLE
002232*                   STRING, LEGEND, AND SUMMARY.  THE NAME COLUMN
002248*                   GIVES UP A CHARACTER TO KEEP THE LINE AT 80.
002264*                   EVERY ROLE BUT SECURITY ADMINISTRATOR COUNTS
002280*                   AS A BUSINESS ROLE.
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID.  ADJULST.
002600
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT ADJ-USER-FILE ASSIGN TO "ADJUSRF"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS SEQUENTIAL
003300         RECORD KEY IS US-USER-ID
003400         FILE STATUS IS WS-USER-STATUS.
003500
003600     SELECT ADJ-ULIST-RPT ASSIGN TO "ADJULRPT"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-RPT-STATUS.
003900
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  ADJ-USER-FILE.
004300 COPY ADJUSR.
004400
004500 FD  ADJ-ULIST-RPT.
004600 01  RPT-LINE                   PIC X(80).
004700
004800 WORKING-STORAGE SECTION.
004900 77  WS-USER-STATUS          PIC X(02)   VALUE SPACES.
005000 77  WS-RPT-STATUS           PIC X(02)   VALUE SPACES.
005100 77  WS-EOF-SW               PIC X(01)   VALUE 'N'.
005200     88  WS-USER-EOF             VALUE 'Y'.
005300 77  WS-ABEND-SW             PIC X(01)   VALUE 'N'.
005400     88  WS-ABEND                VALUE 'Y'.
005500 77  WS-USABLE-SW            PIC X(01)   VALUE 'N'.
005600     88  WS-USABLE               VALUE 'Y'.
005700 77  WS-ANY-ROLE-SW          PIC X(01)   VALUE 'N'.
005800     88  WS-ANY-ROLE             VALUE 'Y'.
005900 77  WS-BUS-ROLE-SW          PIC X(01)   VALUE 'N'.
006000     88  WS-BUS-ROLE             VALUE 'Y'.
006100 77  WS-NOTED-SW             PIC X(01)   VALUE 'N'.
006200     88  WS-NOTED                VALUE 'Y'.
006300 77  WS-TODAY                PIC 9(08)   VALUE ZERO.
006400 77  WS-ROLE-IX              PIC S9(05)  COMP VALUE ZERO.
006500 77  WS-ROLE-MAX             PIC S9(05)  COMP VALUE 9.
006550 77  WS-ADMIN-ROLE           PIC S9(05)  COMP VALUE 8.
006600 77  WS-ROLE-DIGIT           PIC 9(01)   VALUE ZERO.
006700 77  WS-READ-COUNT           PIC 9(07)   VALUE ZERO.
006800 77  WS-ACTIVE-COUNT         PIC 9(07)   VALUE ZERO.
006900 77  WS-USABLE-COUNT         PIC 9(07)   VALUE ZERO.
007000 77  WS-NOTED-COUNT          PIC 9(07)   VALUE ZERO.
007100 77  WS-NOTE-TEXT            PIC X(60)   VALUE SPACES.
007200
007300 01  WS-ROLE-STRING.
007400     05  WS-ROLE-CHAR            PIC X(01)   OCCURS 9.
007500
007600 01  WS-ROLE-NAMES.
007700     05  FILLER                  PIC X(24)
007800                                 VALUE 'PARAMETER REQUESTER.....'.
007900     05  FILLER                  PIC X(24)
008000                                 VALUE 'PARAMETER APPROVER......'.
008100     05  FILLER                  PIC X(24)
008200                                 VALUE 'LIMIT REQUESTER.........'.
008300     05  FILLER                  PIC X(24)
008400                                 VALUE 'LIMIT APPROVER..........'.
008500     05  FILLER                  PIC X(24)
008600                                 VALUE 'EXCEPTION CORRECTOR.....'.
008700     05  FILLER                  PIC X(24)
008800                                 VALUE 'CATEGORY MAINTAINER.....'.
008900     05  FILLER                  PIC X(24)
009000                                 VALUE 'CALENDAR MAINTAINER.....'.
009100     05  FILLER                  PIC X(24)
009200                                 VALUE 'SECURITY ADMINISTRATOR..'.
009233     05  FILLER                  PIC X(24)
009266                                 VALUE 'PERIOD CONTROLLER.......'.
009300 01  WS-ROLE-NAME-TABLE REDEFINES WS-ROLE-NAMES.
009400     05  WS-ROLE-NAME            PIC X(24)   OCCURS 9.
009500
009600 01  WS-ROLE-COUNTS.
009700     05  WS-ROLE-USABLE          PIC 9(07)   OCCURS 9.
009800
009900 01  WS-TODAY-ED                 PIC 9999/99/99.
010000 01  WS-FROM-ED                  PIC 9999/99/99.
010100 01  WS-TO-ED                    PIC 9999/99/99.
010200 01  WS-TO-X REDEFINES WS-TO-ED  PIC X(10).
010300 01  WS-CHG-ED                   PIC 9999/99/99.
010400 01  WS-COUNT-ED                 PIC ZZZ,ZZ9.
010500
010600 PROCEDURE DIVISION.
010700
010800 0000-MAINLINE.
010900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011000     IF WS-ABEND
011100         MOVE 16 TO RETURN-CODE
011200     ELSE
011300         PERFORM 2000-LIST-USER THRU 2000-EXIT
011400             UNTIL WS-USER-EOF
011500         PERFORM 9000-TERMINATE THRU 9000-EXIT
011600     END-IF.
011700     STOP RUN.
011800
011900******************************************************************
012000*  1000-INITIALIZE - OPEN THE AUTHORITY FILE AND THE REPORT,
012100*  WRITE THE HEADINGS AND THE ROLE LEGEND, AND PRIME THE READ.
012200******************************************************************
012300 1000-INITIALIZE.
012400     OPEN INPUT ADJ-USER-FILE.
012500     IF WS-USER-STATUS NOT = '00'
012600         DISPLAY 'ADJULST - ADJUSRF OPEN FAILED, STATUS '
012700             WS-USER-STATUS
012800         SET WS-ABEND TO TRUE
012900         GO TO 1000-EXIT
013000     END-IF.
013100     OPEN OUTPUT ADJ-ULIST-RPT.
013200     IF WS-RPT-STATUS NOT = '00'
013300         DISPLAY 'ADJULST - ADJULRPT OPEN FAILED, STATUS '
013400             WS-RPT-STATUS
013500         SET WS-ABEND TO TRUE
013600         CLOSE ADJ-USER-FILE
013700         GO TO 1000-EXIT
013800     END-IF.
013900     MOVE ZEROS TO WS-ROLE-COUNTS.
014000     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
014100     MOVE WS-TODAY TO WS-TODAY-ED.
014200     MOVE SPACES TO RPT-LINE.
014300     STRING 'USER AUTHORITY LISTING AS OF ' WS-TODAY-ED
014400         DELIMITED BY SIZE INTO RPT-LINE.
014500     WRITE RPT-LINE.
014600     MOVE SPACES TO RPT-LINE.
014700     WRITE RPT-LINE.
014800     MOVE SPACES TO RPT-LINE.
014900     STRING 'ROLES: 1 PARM REQUESTER  2 PARM APPROVER  '
015000         '3 LIMIT REQUESTER' DELIMITED BY SIZE INTO RPT-LINE.
015100     WRITE RPT-LINE.
015200     MOVE SPACES TO RPT-LINE.
015300     STRING '       4 LIMIT APPROVER  5 EXCEPTION CORRECTOR  '
015400         '6 CATEGORY MAINT' DELIMITED BY SIZE INTO RPT-LINE.
015500     WRITE RPT-LINE.
015600     MOVE SPACES TO RPT-LINE.
015700     STRING '       7 CALENDAR MAINT  8 SECURITY ADMINISTRATOR'
015750         '  9 PERIOD CONTROLLER'
015800         DELIMITED BY SIZE INTO RPT-LINE.
015900     WRITE RPT-LINE.
016000     MOVE 'STATUS: A ACTIVE  S SUSPENDED  R REVOKED' TO RPT-LINE.
016100     WRITE RPT-LINE.
016200     MOVE SPACES TO RPT-LINE.
016300     WRITE RPT-LINE.
016400     MOVE SPACES TO RPT-LINE.
016500     STRING 'USER ID  NAME              S VALID FROM VALID TO   '
016600         'ROLES     LAST CHG   BY'
016650         DELIMITED BY SIZE INTO RPT-LINE.
016700     WRITE RPT-LINE.
016800     PERFORM 8000-READ-USER THRU 8000-EXIT.
016900 1000-EXIT.
017000     EXIT.
017100
017200******************************************************************
017300*  2000-LIST-USER - LIST ONE USER, COUNT THE ROLES THEY CAN USE
017400*  TODAY, AND NOTE ANYTHING THE AUDITORS SHOULD LOOK AT.
017500******************************************************************
017600 2000-LIST-USER.
017700     ADD 1 TO WS-READ-COUNT.
017800     MOVE 'N' TO WS-USABLE-SW.
017900     MOVE 'N' TO WS-ANY-ROLE-SW.
018000     MOVE 'N' TO WS-BUS-ROLE-SW.
018100     MOVE 'N' TO WS-NOTED-SW.
018200     IF US-ACTIVE
018300         ADD 1 TO WS-ACTIVE-COUNT
018400         IF WS-TODAY NOT < US-VALID-FROM
018500             AND (US-VALID-TO = ZERO
018600                  OR WS-TODAY NOT > US-VALID-TO)
018700             SET WS-USABLE TO TRUE
018800             ADD 1 TO WS-USABLE-COUNT
018900         END-IF
019000     END-IF.
019100     PERFORM 2100-BUILD-ROLE THRU 2100-EXIT
019200         VARYING WS-ROLE-IX FROM 1 BY 1
019300         UNTIL WS-ROLE-IX > WS-ROLE-MAX.
019400     MOVE US-VALID-FROM TO WS-FROM-ED.
019500     IF US-VALID-TO = ZERO
019600         MOVE 'OPEN' TO WS-TO-X
019700     ELSE
019800         MOVE US-VALID-TO TO WS-TO-ED
019900     END-IF.
020000     MOVE US-LAST-CHG-DATE TO WS-CHG-ED.
020100     MOVE SPACES TO RPT-LINE.
020200     STRING US-USER-ID ' ' US-USER-NAME (1:17) ' ' US-STATUS ' '
020300         WS-FROM-ED ' ' WS-TO-X ' ' WS-ROLE-STRING ' '
020400         WS-CHG-ED ' ' US-LAST-CHG-USER
020500         DELIMITED BY SIZE INTO RPT-LINE.
020600     WRITE RPT-LINE.
020700     PERFORM 2200-NOTE-USER THRU 2200-EXIT.
020800     IF WS-NOTED
020900         ADD 1 TO WS-NOTED-COUNT
021000     END-IF.
021100     PERFORM 8000-READ-USER THRU 8000-EXIT.
021200 2000-EXIT.
021300     EXIT.
021400
021500******************************************************************
021600*  2100-BUILD-ROLE - ONE POSITION OF THE ROLE STRING: THE ROLE
021700*  NUMBER WHEN HELD, A DOT WHEN NOT.  A HELD ROLE THE USER CAN
021800*  USE TODAY IS COUNTED FOR THE SUMMARY.
021900******************************************************************
022000 2100-BUILD-ROLE.
022100     IF US-ROLE-FLAG (WS-ROLE-IX) = 'Y'
022200         MOVE WS-ROLE-IX TO WS-ROLE-DIGIT
022300         MOVE WS-ROLE-DIGIT TO WS-ROLE-CHAR (WS-ROLE-IX)
022400         SET WS-ANY-ROLE TO TRUE
022500         IF WS-ROLE-IX NOT = WS-ADMIN-ROLE
022600             SET WS-BUS-ROLE TO TRUE
022700         END-IF
022800         IF WS-USABLE
022900             ADD 1 TO WS-ROLE-USABLE (WS-ROLE-IX)
023000         END-IF
023100     ELSE
023200         MOVE '.' TO WS-ROLE-CHAR (WS-ROLE-IX)
023300     END-IF.
023400 2100-EXIT.
023500     EXIT.
023600
023700******************************************************************
023800*  2200-NOTE-USER - WRITE A *** LINE FOR EACH CONDITION THE
023900*  AUDITORS ASKED TO SEE.
024000******************************************************************
024100 2200-NOTE-USER.
024200     IF US-VALID-TO NOT = ZERO
024300         AND WS-TODAY > US-VALID-TO
024400         MOVE 'AUTHORITY EXPIRED - ENTRY SHOULD BE REVOKED'
024500             TO WS-NOTE-TEXT
024600         PERFORM 2300-WRITE-NOTE THRU 2300-EXIT
024700     END-IF.
024800     IF WS-TODAY < US-VALID-FROM
024900         MOVE 'NOT YET VALID' TO WS-NOTE-TEXT
025000         PERFORM 2300-WRITE-NOTE THRU 2300-EXIT
025100     END-IF.
025200     IF NOT US-ACTIVE
025300         AND WS-ANY-ROLE
025400         MOVE 'SUSPENDED OR REVOKED BUT STILL HOLDS ROLES'
025500             TO WS-NOTE-TEXT
025600         PERFORM 2300-WRITE-NOTE THRU 2300-EXIT
025700     END-IF.
025800     IF US-ACTIVE
025900         AND NOT WS-ANY-ROLE
026000         MOVE 'ACTIVE WITH NO ROLES GRANTED' TO WS-NOTE-TEXT
026100         PERFORM 2300-WRITE-NOTE THRU 2300-EXIT
026200     END-IF.
026300     IF US-IS-PARM-REQUESTER
026400         AND US-IS-PARM-APPROVER
026500         MOVE 'HOLDS BOTH PARAMETER REQUESTER AND APPROVER'
026600             TO WS-NOTE-TEXT
026700         PERFORM 2300-WRITE-NOTE THRU 2300-EXIT
026800     END-IF.
026900     IF US-IS-LIMIT-REQUESTER
027000         AND US-IS-LIMIT-APPROVER
027100         MOVE 'HOLDS BOTH LIMIT REQUESTER AND APPROVER'
027200             TO WS-NOTE-TEXT
027300         PERFORM 2300-WRITE-NOTE THRU 2300-EXIT
027400     END-IF.
027500     IF US-IS-SECURITY-ADMIN
027600         AND WS-BUS-ROLE
027700         MOVE 'SECURITY ADMINISTRATOR ALSO HOLDS BUSINESS ROLES'
027800             TO WS-NOTE-TEXT
027900         PERFORM 2300-WRITE-NOTE THRU 2300-EXIT
028000     END-IF.
028100 2200-EXIT.
028200     EXIT.
028300
028400 2300-WRITE-NOTE.
028500     SET WS-NOTED TO TRUE.
028600     MOVE SPACES TO RPT-LINE.
028700     STRING '         *** ' WS-NOTE-TEXT
028800         DELIMITED BY SIZE INTO RPT-LINE.
028900     WRITE RPT-LINE.
029000 2300-EXIT.
029100     EXIT.
029200
029300 8000-READ-USER.
029400     READ ADJ-USER-FILE
029500         AT END
029600             SET WS-USER-EOF TO TRUE
029700     END-READ.
029800 8000-EXIT.
029900     EXIT.
030000
030100******************************************************************
030200*  9000-TERMINATE - ROLE-BY-ROLE SUMMARY OF THE USERS WHO COULD
030300*  ACT TODAY, THEN THE TOTALS.
030400******************************************************************
030500 9000-TERMINATE.
030600     MOVE SPACES TO RPT-LINE.
030700     WRITE RPT-LINE.
030800     MOVE 'USERS ABLE TO ACT TODAY, BY ROLE:' TO RPT-LINE.
030900     WRITE RPT-LINE.
031000     PERFORM 9100-WRITE-ROLE-COUNT THRU 9100-EXIT
031100         VARYING WS-ROLE-IX FROM 1 BY 1
031200         UNTIL WS-ROLE-IX > WS-ROLE-MAX.
031300     MOVE SPACES TO RPT-LINE.
031400     WRITE RPT-LINE.
031500     MOVE WS-READ-COUNT TO WS-COUNT-ED.
031600     MOVE SPACES TO RPT-LINE.
031700     STRING 'USERS LISTED...........: ' WS-COUNT-ED
031800         DELIMITED BY SIZE INTO RPT-LINE.
031900     WRITE RPT-LINE.
032000     MOVE WS-ACTIVE-COUNT TO WS-COUNT-ED.
032100     MOVE SPACES TO RPT-LINE.
032200     STRING 'USERS ACTIVE...........: ' WS-COUNT-ED
032300         DELIMITED BY SIZE INTO RPT-LINE.
032400     WRITE RPT-LINE.
032500     MOVE WS-USABLE-COUNT TO WS-COUNT-ED.
032600     MOVE SPACES TO RPT-LINE.
032700     STRING 'ACTIVE AND IN DATE.....: ' WS-COUNT-ED
032800         DELIMITED BY SIZE INTO RPT-LINE.
032900     WRITE RPT-LINE.
033000     MOVE WS-NOTED-COUNT TO WS-COUNT-ED.
033100     MOVE SPACES TO RPT-LINE.
033200     STRING 'USERS WITH *** NOTES...: ' WS-COUNT-ED
033300         DELIMITED BY SIZE INTO RPT-LINE.
033400     WRITE RPT-LINE.
033500     CLOSE ADJ-USER-FILE.
033600     CLOSE ADJ-ULIST-RPT.
033700     DISPLAY 'ADJULST - USERS LISTED............: '
033800         WS-READ-COUNT.
033900     DISPLAY 'ADJULST - USERS WITH NOTES........: '
034000         WS-NOTED-COUNT.
034100 9000-EXIT.
034200     EXIT.
034300
034400 9100-WRITE-ROLE-COUNT.
034500     MOVE WS-ROLE-USABLE (WS-ROLE-IX) TO WS-COUNT-ED.
034600     MOVE WS-ROLE-IX TO WS-ROLE-DIGIT.
034700     MOVE SPACES TO RPT-LINE.
034800     STRING '  ' WS-ROLE-DIGIT ' ' WS-ROLE-NAME (WS-ROLE-IX)
034900         ': ' WS-COUNT-ED
035000         DELIMITED BY SIZE INTO RPT-LINE.
035100     WRITE RPT-LINE.
035200 9100-EXIT.
035300     EXIT.
035400
035500 END PROGRAM ADJULST.

001500*  ---------------------------------------------------------------
001600*  DATE       INIT  DESCRIPTION
001700*  09/02/2026 RLK   ORIGINAL.
001710*  10/08/2026 RLK   THE REQUESTING USER ID ON EACH CARD IS NOW
001720*                   CHECKED AGAINST THE USER AUTHORITY FILE
001730*                   (ADJUSRF) THROUGH ADJAUTH BEFORE THE
001740*                   REQUEST IS STAGED.  A USER WHO IS NOT AN
001750*                   ACTIVE, IN-DATE LIMIT REQUESTER HAS THE CARD
001760*                   REFUSED AND NAMED ON SYSOUT (RETURN CODE 8);
001770*                   IF THE AUTHORITY FILE CANNOT BE READ NOTHING
001780*                   IS STAGED AND THE STEP ENDS WITH RETURN CODE
001790*                   16.
001800******************************************************************
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID.  ADJLMNT.
004800 77  WS-REJECT-COUNT         PIC 9(07)   VALUE ZERO.
004900 77  WS-ABEND-SW             PIC X(01)   VALUE 'N'.
005000     88  WS-ABEND                VALUE 'Y'.
005020 77  WS-UNAUTH-COUNT         PIC 9(07)   VALUE ZERO.
005040 77  WS-AUTH-DOWN-SW         PIC X(01)   VALUE 'N'.
005060     88  WS-AUTH-DOWN            VALUE 'Y'.
005080 COPY ADJAUC.
005100
005200 PROCEDURE DIVISION.
005300
009000*  2000-PROCESS-MAINT - VALIDATE ONE CARD AND STAGE IT.  A BAD
009100*  FUNCTION, A BLANK CODE, OR (ON ADD/CHANGE) A NON-NUMERIC
009200*  LIMIT FIELD IS REJECTED HERE SO THE APPROVER ONLY EVER SEES
009300*  WELL-FORMED REQUESTS.  A WELL-FORMED CARD FROM A USER WHO IS
009350*  NOT AN AUTHORIZED LIMIT REQUESTER IS REFUSED AND NEVER STAGED.
009400******************************************************************
009500 2000-PROCESS-MAINT.
009600     ADD 1 TO WS-TXN-COUNT.
011400         PERFORM 8000-READ-MAINT THRU 8000-EXIT
011500         GO TO 2000-EXIT
011600     END-IF.
011609     PERFORM 2500-CHECK-AUTHORITY THRU 2500-EXIT.
011618     IF NOT UA-RC-OK
011627         ADD 1 TO WS-UNAUTH-COUNT
011636         DISPLAY 'ADJLMNT - USER ' LT-MAINT-USER-ID
011645             ' NOT AUTHORIZED (' UA-REASON ')'
011654         DISPLAY 'ADJLMNT - CARD REFUSED: '
011663             LT-MAINT-FUNCTION ' ' LT-MAINT-CODE
011672         PERFORM 8000-READ-MAINT THRU 8000-EXIT
011681         GO TO 2000-EXIT
011690     END-IF.
011700     PERFORM 3000-STAGE-REQUEST THRU 3000-EXIT.
011800     PERFORM 8000-READ-MAINT THRU 8000-EXIT.
011900 2000-EXIT.
011905     EXIT.
011910
011915******************************************************************
011920*  2500-CHECK-AUTHORITY - ASK ADJAUTH WHETHER THE CARD'S USER MAY
011925*  REQUEST DAILY LIMIT CHANGES TODAY.  A FILE ERROR IS REMEMBERED
011930*  SO THE STEP ENDS WITH RETURN CODE 16.
011935******************************************************************
011940 2500-CHECK-AUTHORITY.
011945     MOVE LT-MAINT-USER-ID TO UA-USER-ID.
011950     SET UA-ROLE-LIMIT-REQUESTER TO TRUE.
011955     MOVE ZERO TO UA-CHECK-DATE.
011960     CALL 'ADJAUTH' USING ADJ-AUTH-CALL-RECORD.
011965     IF UA-RC-FILE-ERROR
011970         SET WS-AUTH-DOWN TO TRUE
011975     END-IF.
011980 2500-EXIT.
012000     EXIT.
012100
012200******************************************************************
016000         WS-STAGED-COUNT.
016100     DISPLAY 'ADJLMNT - TRANSACTIONS REJECTED...: '
016200         WS-REJECT-COUNT.
016209     DISPLAY 'ADJLMNT - REFUSED, NOT AUTHORIZED.: '
016218         WS-UNAUTH-COUNT.
016227     IF WS-UNAUTH-COUNT > ZERO
016236         MOVE 8 TO RETURN-CODE
016245     END-IF.
016254     IF WS-AUTH-DOWN
016263         DISPLAY 'ADJLMNT - USER AUTHORITY FILE UNAVAILABLE - '
016272             'NO REQUESTS STAGED'
016281         MOVE 16 TO RETURN-CODE
016290     END-IF.
016300 9000-EXIT.
016400     EXIT.
016500

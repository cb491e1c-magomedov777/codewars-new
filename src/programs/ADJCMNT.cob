001700*  ---------------------------------------------------------------
001800*  DATE       INIT  DESCRIPTION
001900*  09/02/2026 RLK   ORIGINAL.
001912*  10/08/2026 RLK   THE MAINTAINING USER ID ON EACH CARD IS NOW
001924*                   CHECKED AGAINST THE USER AUTHORITY FILE
001936*                   (ADJUSRF) THROUGH ADJAUTH.  A USER WHO IS NOT
001948*                   AN ACTIVE, IN-DATE CATEGORY MAINTAINER HAS THE
001960*                   CARD REFUSED (RETURN CODE 8); IF THE AUTHORITY
001972*                   FILE CANNOT BE READ EVERY CARD IS REFUSED AND
001984*                   THE STEP ENDS WITH RETURN CODE 16.
002000******************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID.  ADJCMNT.
005500 77  WS-CHANGE-COUNT         PIC 9(07)   VALUE ZERO.
005600 77  WS-DELETE-COUNT         PIC 9(07)   VALUE ZERO.
005700 77  WS-REJECT-COUNT         PIC 9(07)   VALUE ZERO.
005720 77  WS-UNAUTH-COUNT         PIC 9(07)   VALUE ZERO.
005740 77  WS-AUTH-DOWN-SW         PIC X(01)   VALUE 'N'.
005760     88  WS-AUTH-DOWN            VALUE 'Y'.
005780 COPY ADJAUC.
005800
005900 PROCEDURE DIVISION.
006000
010400*  2000-PROCESS-MAINT - VALIDATE ONE MAINTENANCE CARD AND APPLY
010500*  IT.  A BLANK CODE, A BAD FUNCTION, OR (ON ADD/CHANGE) A BAD
010600*  STATUS OR CREDIT FLAG IS REJECTED HERE SO THE MASTER ONLY
010700*  EVER CARRIES WELL-FORMED ENTRIES.  A WELL-FORMED CARD FROM A
010750*  USER WHO IS NOT AN AUTHORIZED CATEGORY MAINTAINER IS REFUSED.
010800******************************************************************
010900 2000-PROCESS-MAINT.
011000     ADD 1 TO WS-TXN-COUNT.
014100         PERFORM 8000-READ-MAINT THRU 8000-EXIT
014200         GO TO 2000-EXIT
014300     END-IF.
014309     PERFORM 2500-CHECK-AUTHORITY THRU 2500-EXIT.
014318     IF NOT UA-RC-OK
014327         DISPLAY 'ADJCMNT - USER ' CT-MAINT-USER-ID
014336             ' NOT AUTHORIZED (' UA-REASON ')'
014345         DISPLAY 'ADJCMNT - CARD REFUSED FOR CATEGORY '
014354             CT-MAINT-CODE
014363         ADD 1 TO WS-UNAUTH-COUNT
014372         PERFORM 8000-READ-MAINT THRU 8000-EXIT
014381         GO TO 2000-EXIT
014390     END-IF.
014400     EVALUATE TRUE
014500         WHEN CT-MAINT-ADD
014600             PERFORM 3000-ADD-CATEGORY THRU 3000-EXIT
015100     END-EVALUATE.
015200     PERFORM 8000-READ-MAINT THRU 8000-EXIT.
015300 2000-EXIT.
015305     EXIT.
015310
015315******************************************************************
015320*  2500-CHECK-AUTHORITY - ASK ADJAUTH WHETHER THE CARD'S USER MAY
015325*  MAINTAIN CATEGORIES TODAY.  A FILE ERROR IS REMEMBERED SO THE
015330*  STEP ENDS WITH RETURN CODE 16.
015335******************************************************************
015340 2500-CHECK-AUTHORITY.
015345     MOVE CT-MAINT-USER-ID TO UA-USER-ID.
015350     SET UA-ROLE-CAT-MAINTAINER TO TRUE.
015355     MOVE WS-RUN-DATE TO UA-CHECK-DATE.
015360     CALL 'ADJAUTH' USING ADJ-AUTH-CALL-RECORD.
015365     IF UA-RC-FILE-ERROR
015370         SET WS-AUTH-DOWN TO TRUE
015375     END-IF.
015380 2500-EXIT.
015400     EXIT.
015500
015600 3000-ADD-CATEGORY.
022500         WS-DELETE-COUNT.
022600     DISPLAY 'ADJCMNT - TRANSACTIONS REJECTED...: '
022700         WS-REJECT-COUNT.
022733     DISPLAY 'ADJCMNT - REFUSED, NOT AUTHORIZED.: '
022766         WS-UNAUTH-COUNT.
022800     IF WS-REJECT-COUNT > ZERO
022900         MOVE 4 TO RETURN-CODE
022911     END-IF.
022922     IF WS-UNAUTH-COUNT > ZERO
022933         MOVE 8 TO RETURN-CODE
022944     END-IF.
022955     IF WS-AUTH-DOWN
022966         DISPLAY 'ADJCMNT - USER AUTHORITY FILE UNAVAILABLE - '
022977             'NO CARDS APPLIED'
022988         MOVE 16 TO RETURN-CODE
023000     END-IF.
023100 9000-EXIT.
023200     EXIT.

001740*                   A LOADED 20261340 WOULD NEVER MATCH THE
001750*                   AGING SCANS AND THE BAD ENTRY WOULD SIT ON
001760*                   THE FILE UNNOTICED.
001764*  10/08/2026 RLK   CARDS NOW CARRY THE MAINTAINING USER ID
001768*                   (COLUMNS 31-38), CHECKED AGAINST THE USER
001772*                   AUTHORITY FILE (ADJUSRF) THROUGH ADJAUTH.  A
001776*                   USER WHO IS NOT AN ACTIVE, IN-DATE CALENDAR
001780*                   MAINTAINER HAS THE CARD REFUSED (RETURN CODE
001784*                   8); IF THE AUTHORITY FILE CANNOT BE READ EVERY
001788*                   CARD IS REFUSED AND THE STEP ENDS WITH RETURN
001792*                   CODE 16.
001800******************************************************************
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID.  ADJCALM.
005300 77  WS-DELETE-COUNT         PIC 9(07)   VALUE ZERO.
005400 77  WS-REJECT-COUNT         PIC 9(07)   VALUE ZERO.
005410 77  WS-DATE-INT             PIC S9(09)  COMP VALUE ZERO.
005428 77  WS-UNAUTH-COUNT         PIC 9(07)   VALUE ZERO.
005446 77  WS-AUTH-DOWN-SW         PIC X(01)   VALUE 'N'.
005464     88  WS-AUTH-DOWN            VALUE 'Y'.
005482 COPY ADJAUC.
005500
005600 PROCEDURE DIVISION.
005700
009800******************************************************************
009900*  2000-PROCESS-MAINT - VALIDATE ONE CARD AND APPLY IT.  THE
010000*  DATE MUST BE A REAL CALENDAR DATE AND THE DAY TYPE W OR H ON
010100*  AN ADD OR CHANGE.  A WELL-FORMED CARD FROM A USER WHO IS NOT
010150*  AN AUTHORIZED CALENDAR MAINTAINER IS REFUSED.
010200******************************************************************
010300 2000-PROCESS-MAINT.
010400     ADD 1 TO WS-TXN-COUNT.
012700         PERFORM 8000-READ-MAINT THRU 8000-EXIT
012800         GO TO 2000-EXIT
012900     END-IF.
012909     PERFORM 2500-CHECK-AUTHORITY THRU 2500-EXIT.
012918     IF NOT UA-RC-OK
012927         DISPLAY 'ADJCALM - USER ' CL-MAINT-USER-ID
012936             ' NOT AUTHORIZED (' UA-REASON ')'
012945         DISPLAY 'ADJCALM - CARD REFUSED FOR DATE '
012954             CL-MAINT-DATE
012963         ADD 1 TO WS-UNAUTH-COUNT
012972         PERFORM 8000-READ-MAINT THRU 8000-EXIT
012981         GO TO 2000-EXIT
012990     END-IF.
013000     EVALUATE TRUE
013100         WHEN CL-MAINT-ADD
013200             PERFORM 3000-ADD-DATE THRU 3000-EXIT
013700     END-EVALUATE.
013800     PERFORM 8000-READ-MAINT THRU 8000-EXIT.
013900 2000-EXIT.
013905     EXIT.
013910
013915******************************************************************
013920*  2500-CHECK-AUTHORITY - ASK ADJAUTH WHETHER THE CARD'S USER MAY
013925*  MAINTAIN THE CALENDAR TODAY.  A FILE ERROR IS REMEMBERED SO THE
013930*  STEP ENDS WITH RETURN CODE 16.
013935******************************************************************
013940 2500-CHECK-AUTHORITY.
013945     MOVE CL-MAINT-USER-ID TO UA-USER-ID.
013950     SET UA-ROLE-CAL-MAINTAINER TO TRUE.
013955     MOVE ZERO TO UA-CHECK-DATE.
013960     CALL 'ADJAUTH' USING ADJ-AUTH-CALL-RECORD.
013965     IF UA-RC-FILE-ERROR
013970         SET WS-AUTH-DOWN TO TRUE
013975     END-IF.
013980 2500-EXIT.
014000     EXIT.
014100
014200 3000-ADD-DATE.
020300         WS-DELETE-COUNT.
020400     DISPLAY 'ADJCALM - TRANSACTIONS REJECTED...: '
020500         WS-REJECT-COUNT.
020533     DISPLAY 'ADJCALM - REFUSED, NOT AUTHORIZED.: '
020566         WS-UNAUTH-COUNT.
020600     IF WS-REJECT-COUNT > ZERO
020700         MOVE 4 TO RETURN-CODE
020711     END-IF.
020722     IF WS-UNAUTH-COUNT > ZERO
020733         MOVE 8 TO RETURN-CODE
020744     END-IF.
020755     IF WS-AUTH-DOWN
020766         DISPLAY 'ADJCALM - USER AUTHORITY FILE UNAVAILABLE - '
020777             'NO CARDS APPLIED'
020788         MOVE 16 TO RETURN-CODE
020800     END-IF.
020900 9000-EXIT.
021000     EXIT.

002070*                   AND A RUN WITHOUT THE CALENDAR ON THE DD
002080*                   FALLS BACK TO CALENDAR DAYS WITH A SYSOUT
002090*                   NOTE.
002099*  10/08/2026 RLK   THE APPROVER ON EACH CARD MUST NOW BE AN
002108*                   ACTIVE, IN-DATE LIMIT APPROVER ON THE USER
002117*                   AUTHORITY FILE (ADJUSRF), CHECKED THROUGH
002126*                   ADJAUTH AFTER THE SAME-USER TEST.  ANY OTHER
002135*                   APPROVER IS REFUSED ON THE CHANGE LOG WITH THE
002144*                   REASON AND THE REQUEST STAYS PENDING, THE SAME
002153*                   AS A SAME-USER REFUSAL.  THE AUTHORITY FILE IS
002162*                   PROBED BEFORE ANY FILE IS OPENED; IF IT CANNOT
002171*                   BE READ THE RUN STOPS WITH RETURN CODE 16 AND
002180*                   NO REQUEST IS DECIDED.
002189******************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID.  ADJLAPPR.
002400
013700 77  WS-UNMATCHED-COUNT      PIC 9(07)   VALUE ZERO.
013800 77  WS-EXPIRED-COUNT        PIC 9(07)   VALUE ZERO.
013900 77  WS-CARRIED-COUNT        PIC 9(07)   VALUE ZERO.
013925 77  WS-UNAUTH-COUNT         PIC 9(07)   VALUE ZERO.
013950
013975 COPY ADJAUC.
014000
014100 01  WS-PEND-TABLE.
014200     05  WS-PEND-ENTRY           OCCURS 500.
020100******************************************************************
020200*  1000-INITIALIZE - OPEN EVERY FILE (CREATING THE LIMITS KSDS
020300*  EMPTY ON STATUS 35, THE SAME AS ADJPAPPR DOES FOR ADJPARM),
020400*  CAPTURE THE DATE, AND WRITE THE CHANGE-LOG HEADINGS.  THE
020433*  USER AUTHORITY FILE IS PROBED FIRST SO A MISSING FILE STOPS
020466*  THE RUN BEFORE ANYTHING IS OPENED.
020500******************************************************************
020600 1000-INITIALIZE.
020609     MOVE SPACES TO UA-USER-ID.
020618     SET UA-ROLE-LIMIT-APPROVER TO TRUE.
020627     MOVE ZERO TO UA-CHECK-DATE.
020636     CALL 'ADJAUTH' USING ADJ-AUTH-CALL-RECORD.
020645     IF UA-RC-FILE-ERROR
020654         DISPLAY 'ADJLAPPR - USER AUTHORITY FILE UNAVAILABLE, '
020663             'RUN STOPPED'
020672         SET WS-ABEND TO TRUE
020681         GO TO 1000-EXIT
020690     END-IF.
020700     OPEN INPUT ADJ-PEND-IN-FILE.
020800     OPEN INPUT ADJ-PEND-NEW-FILE.
020900     OPEN INPUT ADJ-APPR-FILE.
035000*  PENDING REQUEST.  AN APPROVER WHOSE USER ID MATCHES THE
035100*  REQUESTER'S IS REFUSED AND THE REQUEST STAYS PENDING FOR
035200*  SOMEBODY ELSE TO DECIDE - THE SAME DUAL CONTROL AS ADJPAPPR.
035233*  SO DOES ONE WHO IS NOT AN AUTHORIZED LIMIT APPROVER ON THE
035266*  USER AUTHORITY FILE.
035300******************************************************************
035400 4000-DECIDE-REQUESTS.
035500     PERFORM 4100-DECIDE-ONE THRU 4100-EXIT
038500         WRITE RPT-LINE
038600         GO TO 4100-EXIT
038700     END-IF.
038707     PERFORM 4160-CHECK-AUTHORITY THRU 4160-EXIT.
038714     IF NOT UA-RC-OK
038721         ADD 1 TO WS-UNAUTH-COUNT
038728         MOVE SPACES TO RPT-LINE
038735         STRING 'REFUSED - NOT AUTHORIZED '
038742             WS-PT-CODE (WS-FOUND-IX)
038749             ' BY ' WS-AT-USER-ID (WS-APPR-IX) ' - '
038756             UA-REASON DELIMITED BY '  '
038763             INTO RPT-LINE
038770         WRITE RPT-LINE
038777         GO TO 4100-EXIT
038784     END-IF.
038800     EVALUATE WS-AT-ACTION (WS-APPR-IX)
038900         WHEN 'A'
039000             PERFORM 4200-APPLY-ONE THRU 4200-EXIT
041000         MOVE WS-PEND-IX TO WS-FOUND-IX
041100     END-IF.
041200 4150-EXIT.
041207     EXIT.
041214
041221******************************************************************
041228*  4160-CHECK-AUTHORITY - ASK ADJAUTH WHETHER THE CARD'S USER MAY
041235*  APPROVE OR REJECT DAILY LIMIT CHANGES TODAY.
041242******************************************************************
041249 4160-CHECK-AUTHORITY.
041256     MOVE WS-AT-USER-ID (WS-APPR-IX) TO UA-USER-ID.
041263     SET UA-ROLE-LIMIT-APPROVER TO TRUE.
041270     MOVE WS-RUN-DATE TO UA-CHECK-DATE.
041277     CALL 'ADJAUTH' USING ADJ-AUTH-CALL-RECORD.
041284 4160-EXIT.
041300     EXIT.
041400
041500******************************************************************
060400         WS-REJECTED-COUNT.
060500     DISPLAY 'ADJLAPPR - REFUSED (SAME USER)....: '
060600         WS-REFUSED-COUNT.
060633     DISPLAY 'ADJLAPPR - REFUSED (UNAUTHORIZED).: '
060666         WS-UNAUTH-COUNT.
060700     DISPLAY 'ADJLAPPR - APPLY FAILED...........: '
060800         WS-FAILED-COUNT.
060900     DISPLAY 'ADJLAPPR - UNMATCHED CARDS........: '

001200*  THE AUDITORS AND, IN THE ORIGINAL ADJAUD LAYOUT, TO AN
001300*  EXTRACT FILE THEY CAN TAKE AWAY, WITH SELECTION TOTALS AT THE
001400*  END OF THE REPORT.
001416*  THE RECORDS COME FROM THE KEYED AUDIT STORE (ADJAUDKS) WHEN
001432*  IT IS ON THE DDS, COVERING EVERY RETAINED DAY - A TXN-ID ON
001448*  THE CARD IS THEN FETCHED BY KEY RATHER THAN BY A FULL PASS.
001464*  WITHOUT THE STORE THE ONE ADJAUDIT DATA SET ON THE DD IS READ,
001480*  WHICH IS HOW AN ARCHIVE GENERATION IS STILL SEARCHED.
001500*
001600*  MODIFICATION HISTORY
001700*  ---------------------------------------------------------------
001950*                   MASTER ON THE DD, FALLS BACK TO THE CODE -
001960*                   AN INQUIRY SHOULD NEVER REFUSE TO RUN OVER A
001970*                   MISSING REFERENCE FILE.
001980*  10/06/2026 RLK   THE RENAMED ADJAUD COPY NOW COVERS THE NEW
001990*                   BUSINESS DATE AND REVERSAL FIELDS.
001991*  10/14/2026 RLK   READ THE NEW KEYED AUDIT STORE WHEN IT IS ON
001992*                   THE DDS, WITH A KEYED START FOR A TXN-ID CARD,
001993*                   FALLING BACK TO ADJAUDIT.  EACH RECORD IS NOW
001994*                   BUILT IN THE EXTRACT RECORD, WHICH THE FILTERS
001995*                   AND THE REPORT LINE WORK FROM.
002000******************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID.  ADJAUDX.
002700     SELECT ADJ-AUDIT-FILE ASSIGN TO "ADJAUDIT"
002800         ORGANIZATION IS LINE SEQUENTIAL
002900         FILE STATUS IS WS-AUDIT-STATUS.
002912
002924     SELECT ADJ-AUDIT-KS-FILE ASSIGN TO "ADJAUDKS"
002936         ORGANIZATION IS INDEXED
002948         ACCESS MODE IS DYNAMIC
002960         RECORD KEY IS AK-KEY
002972         ALTERNATE RECORD KEY IS AK-ALT-KEY WITH DUPLICATES
002984         FILE STATUS IS WS-AUDKS-STATUS.
003000
003100     SELECT ADJ-SELECT-FILE ASSIGN TO "ADJSELIN"
003200         ORGANIZATION IS LINE SEQUENTIAL
004500 FD  ADJ-AUDIT-FILE.
004600 COPY ADJAUD.
004700
004725 FD  ADJ-AUDIT-KS-FILE.
004750 COPY ADJAKS.
004775
004800 FD  ADJ-SELECT-FILE.
004900 COPY ADJSEL.
005000
005800               ==AA-ADJ-AMOUNT==      BY ==AX-ADJ-AMOUNT==
005900               ==AA-RETURN-CODE==     BY ==AX-RETURN-CODE==
006000               ==AA-LOG-DATE==        BY ==AX-LOG-DATE==
006100               ==AA-LOG-TIME==        BY ==AX-LOG-TIME==
006114               ==AA-BUSINESS-DATE==   BY ==AX-BUSINESS-DATE==
006128               ==AA-TRANS-TYPE==      BY ==AX-TRANS-TYPE==
006142               ==AA-ORDINARY==        BY ==AX-ORDINARY==
006156               ==AA-REVERSAL==        BY ==AX-REVERSAL==
006170               ==AA-ORIG-TXN-ID==     BY ==AX-ORIG-TXN-ID==
006184               ==AA-ORIG-DATE==       BY ==AX-ORIG-DATE==.
006200
006300 FD  ADJ-AUDIT-RPT.
006400 01  RPT-LINE                   PIC X(80).
006500
006600 WORKING-STORAGE SECTION.
006700 77  WS-AUDIT-STATUS         PIC X(02)   VALUE SPACES.
006716 77  WS-AUDKS-STATUS         PIC X(02)   VALUE SPACES.
006732 77  WS-STORE-SW             PIC X(01)   VALUE 'N'.
006748     88  WS-FROM-STORE           VALUE 'Y'.
006764 77  WS-KEYED-SW             PIC X(01)   VALUE 'N'.
006780     88  WS-KEYED-BROWSE         VALUE 'Y'.
006800 77  WS-SELECT-STATUS        PIC X(02)   VALUE SPACES.
006900 77  WS-EXTRACT-STATUS       PIC X(02)   VALUE SPACES.
007000 77  WS-RPT-STATUS           PIC X(02)   VALUE SPACES.
011800*  AUDIT READ.
011900******************************************************************
012000 1000-INITIALIZE.
012072     OPEN INPUT ADJ-AUDIT-KS-FILE.
012144     IF WS-AUDKS-STATUS = '00'
012216         SET WS-FROM-STORE TO TRUE
012288     ELSE
012360         DISPLAY 'ADJAUDX - NO ADJAUDKS, READING ADJAUDIT'
012432         PERFORM 1100-OPEN-AUDIT THRU 1100-EXIT
012504     END-IF.
012576     IF WS-ABEND
012600         GO TO 1000-EXIT
012700     END-IF.
012800     OPEN OUTPUT ADJ-EXTRACT-FILE.
013200         DISPLAY 'ADJAUDX - OUTPUT OPEN FAILED, STATUSES '
013300             WS-EXTRACT-STATUS ' ' WS-RPT-STATUS
013400         SET WS-ABEND TO TRUE
013500         PERFORM 8500-CLOSE-AUDIT THRU 8500-EXIT
013600         GO TO 1000-EXIT
013700     END-IF.
013710     OPEN INPUT ADJ-CAT-FILE.
013760     END-IF.
013800     PERFORM 1200-READ-CRITERIA THRU 1200-EXIT.
013900     PERFORM 1500-WRITE-HEADINGS THRU 1500-EXIT.
013928     IF WS-FROM-STORE AND WS-SEL-TXN-ID NOT = SPACES
013956         PERFORM 1700-START-STORE THRU 1700-EXIT
013984     END-IF.
014012     IF NOT WS-AUDIT-EOF
014040         PERFORM 8000-READ-AUDIT THRU 8000-EXIT
014068     END-IF.
014100 1000-EXIT.
014109     EXIT.
014118
014127 1100-OPEN-AUDIT.
014136     OPEN INPUT ADJ-AUDIT-FILE.
014145     IF WS-AUDIT-STATUS NOT = '00'
014154         DISPLAY 'ADJAUDX - ADJAUDIT OPEN FAILED, STATUS '
014163             WS-AUDIT-STATUS
014172         SET WS-ABEND TO TRUE
014181     END-IF.
014190 1100-EXIT.
014200     EXIT.
014300
014400******************************************************************
018700         '  RETURN CODE: ' WS-SEL-RETURN-CODE
018800         DELIMITED BY SIZE INTO RPT-LINE.
018900     WRITE RPT-LINE.
018911     MOVE SPACES TO RPT-LINE.
018922     IF WS-FROM-STORE
018933         MOVE 'SOURCE   - KEYED AUDIT STORE, EVERY RETAINED DAY'
018944             TO RPT-LINE
018955     ELSE
018966         MOVE 'SOURCE   - ADJAUDIT DATA SET' TO RPT-LINE
018977     END-IF.
018988     WRITE RPT-LINE.
019000     MOVE WS-DATE-FROM TO WS-LOG-DATE-ED.
019100     MOVE SPACES TO RPT-LINE.
019200     STRING 'CRITERIA - DATE FROM: ' WS-LOG-DATE-ED
020700     EXIT.
020800
020900******************************************************************
020905*  1700-START-STORE - A TXN-ID ON THE CARD NEEDS ONLY THAT
020910*  TRANSACTION'S RECORDS: POSITION THE STORE AT ITS FIRST KEY AND
020915*  LET 8000 STOP WHEN THE TXN-ID CHANGES.  NO RECORD AT OR PAST
020920*  THE KEY MEANS NOTHING TO SELECT.
020925******************************************************************
020930 1700-START-STORE.
020935     SET WS-KEYED-BROWSE TO TRUE.
020940     MOVE WS-SEL-TXN-ID TO AK-TXN-ID.
020945     MOVE ZERO TO AK-LOG-DATE.
020950     MOVE ZERO TO AK-LOG-TIME.
020955     START ADJ-AUDIT-KS-FILE KEY IS NOT < AK-KEY
020960         INVALID KEY
020965             SET WS-AUDIT-EOF TO TRUE
020970     END-START.
020975 1700-EXIT.
020980     EXIT.
020985
020990******************************************************************
021000*  2000-SELECT-AUDIT - APPLY THE CRITERIA TO ONE AUDIT RECORD.
021100*  A RECORD THAT PASSES EVERY FILTER IS WRITTEN TO THE EXTRACT
021200*  FILE AND THE REPORT AND ROLLED INTO THE SELECTION TOTALS.
021500     ADD 1 TO WS-READ-COUNT.
021600     SET WS-RECORD-SELECTED TO TRUE.
021700     IF WS-SEL-TXN-ID NOT = SPACES
021800         AND AX-TXN-ID NOT = WS-SEL-TXN-ID
021900         MOVE 'N' TO WS-SELECT-SW
022000     END-IF.
022100     IF WS-SEL-CATEGORY NOT = SPACES
022200         AND AX-CATEGORY-CODE NOT = WS-SEL-CATEGORY
022300         MOVE 'N' TO WS-SELECT-SW
022400     END-IF.
022500     IF WS-SEL-RETURN-CODE NOT = SPACES
022600         AND AX-RETURN-CODE NOT = WS-SEL-RETURN-CODE
022700         MOVE 'N' TO WS-SELECT-SW
022800     END-IF.
022900     IF AX-LOG-DATE < WS-DATE-FROM
023000         OR AX-LOG-DATE > WS-DATE-TO
023100         MOVE 'N' TO WS-SELECT-SW
023200     END-IF.
023300     IF WS-RECORD-SELECTED
023900
024000******************************************************************
024100*  3000-WRITE-SELECTED - EXTRACT RECORD, REPORT DETAIL LINE, AND
024200*  SELECTION TOTALS FOR ONE SELECTED AUDIT RECORD.  THE RECORD
024233*  IS ALREADY BUILT IN THE EXTRACT RECORD; IT IS WRITTEN LAST,
024266*  AFTER EVERYTHING ELSE HAS BEEN TAKEN FROM IT.
024300******************************************************************
024400 3000-WRITE-SELECTED.
024700     ADD 1 TO WS-SELECTED-COUNT.
024800     IF AX-RETURN-CODE = ZERO
024900         ADD 1 TO WS-ACCEPTED-COUNT
025000         ADD AX-ADJ-AMOUNT TO WS-ADJ-AMOUNT-TOTAL
025100     ELSE
025200         ADD 1 TO WS-REJECTED-COUNT
025300     END-IF.
025400     MOVE AX-NUM TO WS-NUM-ED.
025500     MOVE AX-RESULT TO WS-RESULT-ED.
025600     MOVE AX-ADJ-AMOUNT TO WS-ADJ-AMOUNT-ED.
025700     MOVE AX-LOG-DATE TO WS-LOG-DATE-ED.
025800     MOVE AX-LOG-TIME TO WS-LOG-TIME-X.
025810     PERFORM 3500-GET-CAT-DESC THRU 3500-EXIT.
025900     MOVE SPACES TO RPT-LINE.
026000     STRING AX-TXN-ID ' ' WS-CAT-DESC ' '
026100         AX-RETURN-CODE ' ' WS-NUM-ED ' ' WS-RESULT-ED ' '
026200         WS-ADJ-AMOUNT-ED ' ' WS-LOG-DATE-ED ' '
026300         WS-LOG-TIME-X (1:2) ':' WS-LOG-TIME-X (3:2) ':'
026400         WS-LOG-TIME-X (5:2)
026500         DELIMITED BY SIZE INTO RPT-LINE.
026600     WRITE RPT-LINE.
026650     WRITE ADJ-EXTRACT-RECORD.
026700 3000-EXIT.
026800     EXIT.
026900
026950******************************************************************
026960 3500-GET-CAT-DESC.
026970     MOVE SPACES TO WS-CAT-DESC.
026980     MOVE AX-CATEGORY-CODE TO WS-CAT-DESC (1:2).
026990     IF NOT WS-CAT-OPEN
026991         GO TO 3500-EXIT
026992     END-IF.
026993     MOVE AX-CATEGORY-CODE TO CM-CODE.
026994     READ ADJ-CAT-FILE
026995         INVALID KEY
026996             GO TO 3500-EXIT
026999 3500-EXIT.
027000     EXIT.
027001
027012******************************************************************
027023*  8000-READ-AUDIT - NEXT RECORD FROM THE STORE OR FROM ADJAUDIT,
027034*  BUILT IN THE EXTRACT RECORD IN THE ADJAUD LAYOUT.  A KEYED
027045*  BROWSE ENDS WHEN THE STORE MOVES PAST THE CARD'S TXN-ID.
027056******************************************************************
027067 8000-READ-AUDIT.
027078     IF NOT WS-FROM-STORE
027089         READ ADJ-AUDIT-FILE
027100             AT END
027111                 SET WS-AUDIT-EOF TO TRUE
027122                 GO TO 8000-EXIT
027133         END-READ
027144         MOVE ADJ-AUDIT-RECORD TO ADJ-EXTRACT-RECORD
027155         GO TO 8000-EXIT
027166     END-IF.
027177     READ ADJ-AUDIT-KS-FILE NEXT RECORD
027200         AT END
027300             SET WS-AUDIT-EOF TO TRUE
027350             GO TO 8000-EXIT
027400     END-READ.
027427     IF WS-KEYED-BROWSE AND AK-TXN-ID NOT = WS-SEL-TXN-ID
027430         SET WS-AUDIT-EOF TO TRUE
027433         GO TO 8000-EXIT
027436     END-IF.
027439     MOVE SPACES TO ADJ-EXTRACT-RECORD.
027442     MOVE AK-TXN-ID TO AX-TXN-ID.
027445     MOVE AK-NUM TO AX-NUM.
027448     MOVE AK-RESULT TO AX-RESULT.
027451     MOVE AK-CATEGORY-CODE TO AX-CATEGORY-CODE.
027454     MOVE AK-ADJ-AMOUNT TO AX-ADJ-AMOUNT.
027457     MOVE AK-RETURN-CODE TO AX-RETURN-CODE.
027460     MOVE AK-LOG-DATE TO AX-LOG-DATE.
027463     MOVE AK-LOG-TIME TO AX-LOG-TIME.
027466     MOVE AK-BUSINESS-DATE TO AX-BUSINESS-DATE.
027469     MOVE AK-TRANS-TYPE TO AX-TRANS-TYPE.
027472     MOVE AK-ORIG-TXN-ID TO AX-ORIG-TXN-ID.
027475     MOVE AK-ORIG-DATE TO AX-ORIG-DATE.
027500 8000-EXIT.
027510     EXIT.
027520
027530 8500-CLOSE-AUDIT.
027540     IF WS-FROM-STORE
027550         CLOSE ADJ-AUDIT-KS-FILE
027560     ELSE
027570         CLOSE ADJ-AUDIT-FILE
027580     END-IF.
027590 8500-EXIT.
027600     EXIT.
027700
027800******************************************************************
030600     STRING 'ADJ AMOUNT APPLIED.....: ' WS-ADJ-TOTAL-ED
030700         DELIMITED BY SIZE INTO RPT-LINE.
030800     WRITE RPT-LINE.
030900     PERFORM 8500-CLOSE-AUDIT THRU 8500-EXIT.
031000     CLOSE ADJ-EXTRACT-FILE.
031100     CLOSE ADJ-AUDIT-RPT.
031110     IF WS-CAT-OPEN

001800*  SKIPPED - AN INQUIRY SHOULD NEVER REFUSE TO RUN OVER ONE
001900*  ABSENT INPUT.
002000*
002020*  THE AUDIT STORY COMES FROM THE KEYED AUDIT STORE (ADJAUDKS)
002040*  WHEN IT IS ON THE DDS - EVERY ATTEMPT ON EVERY RETAINED DAY,
002060*  PULLED BY KEY - AND FROM THE ONE ADJAUDIT DATA SET OTHERWISE.
002080*
002100*  MODIFICATION HISTORY
002200*  ---------------------------------------------------------------
002300*  DATE       INIT  DESCRIPTION
002400*  09/02/2026 RLK   ORIGINAL.
002433*  10/06/2026 RLK   THE SECOND ADJOUT COPY NOW RENAMES THE NEW
002466*                   REVERSAL FIELDS ON THE DETAIL RECORD TOO.
002477*  10/07/2026 RLK   THE SECOND ADJOUT COPY NOW RENAMES THE NEW
002488*                   TRUE-UP CONDITION ON THE DETAIL RECORD TOO.
002490*  10/14/2026 RLK   READ THE AUDIT STORY FROM THE NEW KEYED AUDIT
002492*                   STORE, ACROSS EVERY RETAINED DAY, BY A START
002494*                   ON EACH SELECTED TXN-ID.  ADJAUDIT IS STILL
002496*                   SCANNED WHEN THE STORE IS NOT ON THE DDS.
002500******************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID.  ADJTRACE.
004000     SELECT ADJ-AUDIT-FILE ASSIGN TO "ADJAUDIT"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-AUDIT-STATUS.
004212
004224     SELECT ADJ-AUDIT-KS-FILE ASSIGN TO "ADJAUDKS"
004236         ORGANIZATION IS INDEXED
004248         ACCESS MODE IS DYNAMIC
004260         RECORD KEY IS AK-KEY
004272         ALTERNATE RECORD KEY IS AK-ALT-KEY WITH DUPLICATES
004284         FILE STATUS IS WS-AUDKS-STATUS.
004300
004400     SELECT ADJ-OUT-FILE ASSIGN TO "ADJOUTPT"
004500         ORGANIZATION IS LINE SEQUENTIAL
007600 FD  ADJ-AUDIT-FILE.
007700 COPY ADJAUD.
007800
007825 FD  ADJ-AUDIT-KS-FILE.
007850 COPY ADJAKS.
007875
007900 FD  ADJ-OUT-FILE.
008000 COPY ADJOUT.
008100
010800               ==AO-TRL-CONTROL-TOTAL==
010900                                    BY ==AOC-TRL-CONTROL-TOTAL==
011000               ==AO-TRL-CYCLE-NUMBER==
011100                                    BY ==AOC-TRL-CYCLE-NUMBER==
011116               ==AO-DTL-TRANS-TYPE== BY ==AOC-DTL-TRANS-TYPE==
011132               ==AO-DTL-REVERSAL==   BY ==AOC-DTL-REVERSAL==
011140               ==AO-DTL-TRUE-UP==    BY ==AOC-DTL-TRUE-UP==
011148               ==AO-DTL-ORIG-TXN-ID==
011164                                    BY ==AOC-DTL-ORIG-TXN-ID==
011180               ==AO-DTL-ORIG-DATE==  BY ==AOC-DTL-ORIG-DATE==.
011200
011300 FD  ADJ-EXCEPT-FILE.
011400 COPY ADJEXC.
012600 77  WS-SEL-STATUS           PIC X(02)   VALUE SPACES.
012700 77  WS-REJ-STATUS           PIC X(02)   VALUE SPACES.
012800 77  WS-AUDIT-STATUS         PIC X(02)   VALUE SPACES.
012850 77  WS-AUDKS-STATUS         PIC X(02)   VALUE SPACES.
012900 77  WS-OUT-STATUS           PIC X(02)   VALUE SPACES.
013000 77  WS-CREDIT-STATUS        PIC X(02)   VALUE SPACES.
013100 77  WS-EXCEPT-STATUS        PIC X(02)   VALUE SPACES.
033100
033200******************************************************************
033300*  2100-SCAN-AUDIT - EVERY ADD-FIVE ATTEMPT, IN FILE (TIME)
033400*  ORDER, WITH ITS RETURN CODE AND TIMESTAMP.  THE KEYED AUDIT
033433*  STORE IS TRIED FIRST; WITHOUT IT THE ONE ADJAUDIT DATA SET
033466*  ON THE DDS IS SCANNED AS BEFORE.
033500******************************************************************
033600 2100-SCAN-AUDIT.
033610     OPEN INPUT ADJ-AUDIT-KS-FILE.
033620     IF WS-AUDKS-STATUS = '00'
033630         PERFORM 2160-KEYED-AUDIT THRU 2160-EXIT
033640             VARYING WS-TXN-IX FROM 1 BY 1
033650             UNTIL WS-TXN-IX > WS-TXN-COUNT
033660         CLOSE ADJ-AUDIT-KS-FILE
033670         GO TO 2100-EXIT
033680     END-IF.
033690     DISPLAY 'ADJTRACE - NO ADJAUDKS, SCANNING ADJAUDIT'.
033700     OPEN INPUT ADJ-AUDIT-FILE.
033800     IF WS-AUDIT-STATUS NOT = '00'
033900         DISPLAY 'ADJTRACE - NO ADJAUDIT, SKIPPED'
037300     MOVE 20 TO WS-CLASS.
037400     PERFORM 6500-ADD-EVENT THRU 6500-EXIT.
037500 2150-EXIT.
037502     EXIT.
037504
037506******************************************************************
037508*  2160-KEYED-AUDIT - ONE SELECTED TRANSACTION'S ATTEMPTS FROM
037510*  THE KEYED AUDIT STORE: START AT ITS TXN-ID AND READ ON IN KEY
037512*  (LOG DATE AND TIME) ORDER UNTIL THE TXN-ID CHANGES.
037514******************************************************************
037516 2160-KEYED-AUDIT.
037518     MOVE WS-TT-TXN-ID (WS-TXN-IX) TO AK-TXN-ID.
037520     MOVE ZERO TO AK-LOG-DATE.
037522     MOVE ZERO TO AK-LOG-TIME.
037524     START ADJ-AUDIT-KS-FILE KEY IS NOT < AK-KEY
037526         INVALID KEY
037528             GO TO 2160-EXIT
037530     END-START.
037532     MOVE WS-TXN-IX TO WS-FOUND-IX.
037534     MOVE 'N' TO WS-FILE-EOF-SW.
037536     PERFORM 2170-ONE-KEYED THRU 2170-EXIT
037538         UNTIL WS-FILE-EOF.
037540 2160-EXIT.
037542     EXIT.
037544
037546 2170-ONE-KEYED.
037548     READ ADJ-AUDIT-KS-FILE NEXT RECORD
037550         AT END
037552             SET WS-FILE-EOF TO TRUE
037554             GO TO 2170-EXIT
037556     END-READ.
037558     IF AK-TXN-ID NOT = WS-TT-TXN-ID (WS-FOUND-IX)
037560         SET WS-FILE-EOF TO TRUE
037562         GO TO 2170-EXIT
037564     END-IF.
037566     MOVE AK-RETURN-CODE TO WS-RC-ED.
037568     MOVE AK-NUM TO WS-NUM-ED.
037570     MOVE AK-RESULT TO WS-RESULT-ED.
037572     MOVE AK-ADJ-AMOUNT TO WS-ADJ-ED.
037574     MOVE AK-LOG-DATE TO WS-DATE-ED.
037576     MOVE AK-LOG-TIME TO WS-TIME-X.
037578     MOVE SPACES TO WS-EVT-TEXT.
037580     STRING 'ADD-FIVE RC ' WS-RC-ED ' NUM ' WS-NUM-ED
037582         ' RSLT ' WS-RESULT-ED ' ADJ ' WS-ADJ-ED
037584         ' ' WS-DATE-ED ' '
037586         WS-TIME-X (1:2) ':' WS-TIME-X (3:2) ':'
037588         WS-TIME-X (5:2)
037590         DELIMITED BY SIZE INTO WS-EVT-TEXT.
037592     MOVE 20 TO WS-CLASS.
037594     PERFORM 6500-ADD-EVENT THRU 6500-EXIT.
037596 2170-EXIT.
037600     EXIT.
037700
037800******************************************************************

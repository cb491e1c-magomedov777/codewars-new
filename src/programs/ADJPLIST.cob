001400*  ---------------------------------------------------------------
001500*  DATE       INIT  DESCRIPTION
001600*  06/15/2026 RLK   ORIGINAL.
001633*  10/05/2026 RLK   NEW R COLUMN AFTER THE AMOUNT SHOWS THE STAGED
001666*                   RULE TYPE - F FLAT, P PERCENT, T TIER BANDS.
001700******************************************************************
001800 IDENTIFICATION DIVISION.
001900 PROGRAM-ID.  ADJPLIST.
004900 77  WS-TODAY                PIC 9(08)   VALUE ZERO.
005000 77  WS-READ-COUNT           PIC 9(07)   VALUE ZERO.
005100 77  WS-STAGED-COUNT         PIC 9(07)   VALUE ZERO.
005150 77  WS-RULE-TYPE            PIC X(01)   VALUE SPACE.
005200
005300 01  WS-TODAY-ED                 PIC 9999/99/99.
005400 01  WS-EFF-DATE-ED              PIC 9999/99/99.
009800     MOVE SPACES TO RPT-LINE.
009900     WRITE RPT-LINE.
010000     MOVE SPACES TO RPT-LINE.
010100     MOVE 'CC EFFECTIVE   AMT R EXPIRES    DESC / USER'
010200         TO RPT-LINE.
010300     WRITE RPT-LINE.
010400     PERFORM 8000-READ-PARM THRU 8000-EXIT.
011600         MOVE ADJ-PARM-EFF-DATE TO WS-EFF-DATE-ED
011700         MOVE ADJ-PARM-EXP-DATE TO WS-EXP-DATE-ED
011800         MOVE ADJ-PARM-AMOUNT TO WS-AMOUNT-ED
011820         MOVE ADJ-PARM-RULE-TYPE TO WS-RULE-TYPE
011840         IF ADJ-PARM-FLAT-RULE
011860             MOVE 'F' TO WS-RULE-TYPE
011880         END-IF
011900         MOVE SPACES TO RPT-LINE
012000         STRING ADJ-PARM-CODE ' ' WS-EFF-DATE-ED ' '
012100             WS-AMOUNT-ED ' ' WS-RULE-TYPE ' '
012150             WS-EXP-DATE-ED ' '
012200             ADJ-PARM-DESC ' ' ADJ-PARM-LAST-CHG-USER
012300             DELIMITED BY SIZE INTO RPT-LINE
012400         WRITE RPT-LINE

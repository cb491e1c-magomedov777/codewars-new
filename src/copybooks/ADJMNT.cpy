000930*                   CATEGORY CODE PLUS EFFECTIVE DATE.  THE
000940*                   EFF-DATE IS PART OF THE KEY ON EVERY
000950*                   FUNCTION; EXP-DATE ZERO MEANS OPEN ENDED.
000960*  10/05/2026 RLK   ADJUSTMENT RULES.  AN ADD OR CHANGE CARD NOW
000970*                   CARRIES THE RULE TYPE (F/BLANK FLAT, P PERCENT
000980*                   OF NUM, T TIERED), THE PERCENT RATE, AN
000990*                   OPTIONAL MINIMUM AND MAXIMUM (BLANK = NONE),
000991*                   AND UP TO FIVE TIER BANDS (LIMIT AND AMOUNT,
000992*                   IN ASCENDING LIMIT ORDER, FIRST BLANK LIMIT
000993*                   ENDS THE LIST).
000994*  10/07/2026 RLK   RE-RATE FUNCTION 'R'.  THE CARD ASKS FOR A
000995*                   RETROACTIVE CORRECTION OF THE CATEGORY'S
000996*                   RATE OVER EFF-DATE THROUGH EXP-DATE (BOTH
000997*                   REQUIRED); THE AMOUNT AND RULE DETAIL ARE THE
000998*                   CORRECTED RATE.  NOTHING CHANGES ON ADJPARM -
000999*                   ONCE APPROVED, ADJRERT TRUES UP THE RANGE.
001000******************************************************************
001100 01  ADJ-MAINT-RECORD.
001200     05  ADJ-MAINT-FUNCTION      PIC X(01).
001300         88  ADJ-MAINT-ADD           VALUE 'A'.
001400         88  ADJ-MAINT-CHANGE        VALUE 'C'.
001500         88  ADJ-MAINT-DELETE        VALUE 'D'.
001550         88  ADJ-MAINT-RERATE        VALUE 'R'.
001600     05  ADJ-MAINT-CODE          PIC X(02).
001700     05  ADJ-MAINT-AMOUNT        PIC S9(3)   SIGN LEADING.
001800     05  ADJ-MAINT-DESC          PIC X(20).
001900     05  ADJ-MAINT-USER-ID       PIC X(08).
002000     05  ADJ-MAINT-EFF-DATE      PIC 9(08).
002100     05  ADJ-MAINT-EXP-DATE      PIC 9(08).
002200     05  ADJ-MAINT-RULE-TYPE     PIC X(01).
002300         88  ADJ-MAINT-FLAT-RULE     VALUE 'F' SPACE.
002400         88  ADJ-MAINT-PCT-RULE      VALUE 'P'.
002500         88  ADJ-MAINT-TIER-RULE     VALUE 'T'.
002600     05  ADJ-MAINT-PCT-RATE      PIC 9(3)V99.
002700     05  ADJ-MAINT-MIN-AMOUNT    PIC S9(3)   SIGN LEADING.
002800     05  ADJ-MAINT-MIN-X         REDEFINES ADJ-MAINT-MIN-AMOUNT
002900                                 PIC X(03).
003000     05  ADJ-MAINT-MAX-AMOUNT    PIC S9(3)   SIGN LEADING.
003100     05  ADJ-MAINT-MAX-X         REDEFINES ADJ-MAINT-MAX-AMOUNT
003200                                 PIC X(03).
003300     05  ADJ-MAINT-BAND                  OCCURS 5.
003400         10  ADJ-MAINT-BAND-LIMIT        PIC 9(04).
003500         10  ADJ-MAINT-BAND-LIMIT-X      REDEFINES
003600                                         ADJ-MAINT-BAND-LIMIT
003700                                         PIC X(04).
003800         10  ADJ-MAINT-BAND-AMOUNT       PIC S9(3)   SIGN LEADING.

001800*                   DATE WHEN EFF-DATE <= DATE AND (EXP-DATE IS
001900*                   ZERO OR DATE <= EXP-DATE), AND THE RECORD
002000*                   WITH THE LATEST QUALIFYING EFF-DATE WINS.
002010*  10/05/2026 RLK   ADJUSTMENT RULES.  A RECORD NOW CARRIES A RULE
002020*                   TYPE - FLAT (ADJ-PARM-AMOUNT AS BEFORE; A
002030*                   BLANK TYPE ON A RECORD WRITTEN BEFORE THIS
002040*                   CHANGE READS AS FLAT), PERCENT OF NUM
002050*                   (ADJ-PARM-PCT-RATE, ROUNDED TO THE UNIT), OR
002060*                   TIERED (UP TO FIVE BANDS, EACH AN INCLUSIVE
002070*                   UPPER NUM LIMIT AND THE AMOUNT FOR THAT BAND;
002080*                   A NUM ABOVE THE LAST LIMIT TAKES THE LAST
002090*                   BAND'S AMOUNT) - PLUS AN OPTIONAL MINIMUM AND
002091*                   MAXIMUM PER TRANSACTION THAT CLAMP WHATEVER
002092*                   THE RULE WORKS OUT TO.
002100******************************************************************
002200 01  ADJ-PARM-RECORD.
002300     05  ADJ-PARM-KEY.
002800     05  ADJ-PARM-EXP-DATE       PIC 9(08).
002900     05  ADJ-PARM-LAST-CHG-DATE  PIC 9(08).
003000     05  ADJ-PARM-LAST-CHG-USER  PIC X(08).
003100     05  ADJ-PARM-RULE-DATA.
003200         10  ADJ-PARM-RULE-TYPE  PIC X(01).
003300             88  ADJ-PARM-FLAT-RULE      VALUE 'F' SPACE.
003400             88  ADJ-PARM-PCT-RULE       VALUE 'P'.
003500             88  ADJ-PARM-TIER-RULE      VALUE 'T'.
003600         10  ADJ-PARM-PCT-RATE   PIC 9(3)V99.
003700         10  ADJ-PARM-MIN-SW     PIC X(01).
003800             88  ADJ-PARM-HAS-MIN        VALUE 'Y'.
003900         10  ADJ-PARM-MIN-AMOUNT PIC S9(3)   SIGN LEADING.
004000         10  ADJ-PARM-MAX-SW     PIC X(01).
004100             88  ADJ-PARM-HAS-MAX        VALUE 'Y'.
004200         10  ADJ-PARM-MAX-AMOUNT PIC S9(3)   SIGN LEADING.
004300         10  ADJ-PARM-BAND-COUNT PIC 9(01).
004400         10  ADJ-PARM-BAND               OCCURS 5.
004500             15  ADJ-PARM-BAND-LIMIT     PIC 9(04).
004600             15  ADJ-PARM-BAND-AMOUNT    PIC S9(3)   SIGN LEADING.

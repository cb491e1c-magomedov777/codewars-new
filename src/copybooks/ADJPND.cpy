001200*  ---------------------------------------------------------------
001300*  DATE       INIT  DESCRIPTION
001400*  07/06/2026 RLK   ORIGINAL.
001410*  10/05/2026 RLK   ADDED PC-RULE-DATA - THE RULE TYPE, PERCENT
001420*                   RATE, MINIMUM/MAXIMUM, AND TIER BANDS STAGED
001430*                   WITH THE REQUEST, IN THE SAME LAYOUT AS
001440*                   ADJ-PARM-RULE-DATA ON THE ADJPARM RECORD.
001450*  10/07/2026 RLK   PC-RERATE.  A RETROACTIVE RE-RATE REQUEST FOR
001460*                   PC-CODE OVER PC-EFF-DATE THROUGH PC-EXP-DATE
001470*                   AT THE CORRECTED RATE IN PC-AMOUNT AND
001480*                   PC-RULE-DATA.  ADJPAPPR RELEASES AN APPROVED
001490*                   ONE TO ADJRERT INSTEAD OF APPLYING IT.
001500******************************************************************
001600 01  ADJ-PEND-CHG-RECORD.
001700     05  PC-FUNCTION             PIC X(01).
001800         88  PC-ADD                  VALUE 'A'.
001900         88  PC-CHANGE               VALUE 'C'.
002000         88  PC-DELETE               VALUE 'D'.
002050         88  PC-RERATE               VALUE 'R'.
002100     05  PC-CODE                 PIC X(02).
002200     05  PC-EFF-DATE             PIC 9(08).
002300     05  PC-AMOUNT               PIC S9(3)   SIGN LEADING.
002600     05  PC-REQUEST-USER         PIC X(08).
002700     05  PC-REQUEST-DATE         PIC 9(08).
002800     05  PC-REQUEST-TIME         PIC 9(08).
002900     05  PC-RULE-DATA.
003000         10  PC-RULE-TYPE        PIC X(01).
003100         10  PC-PCT-RATE         PIC 9(3)V99.
003200         10  PC-MIN-SW           PIC X(01).
003300         10  PC-MIN-AMOUNT       PIC S9(3)   SIGN LEADING.
003400         10  PC-MAX-SW           PIC X(01).
003500         10  PC-MAX-AMOUNT       PIC S9(3)   SIGN LEADING.
003600         10  PC-BAND-COUNT       PIC 9(01).
003700         10  PC-BAND                     OCCURS 5.
003800             15  PC-BAND-LIMIT           PIC 9(04).
003900             15  PC-BAND-AMOUNT          PIC S9(3)   SIGN LEADING.

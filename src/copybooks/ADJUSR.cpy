000100******************************************************************
000200*  ADJUSR.CPY
000300*  USER AUTHORITY RECORD - ONE PER USER ID ON A KSDS KEYED BY THE
000400*  ID.  THE USER ID ON A MAINTENANCE OR APPROVAL CARD USED TO BE
000500*  FREE TEXT NOBODY CHECKED, SO DUAL CONTROL ONLY PROVED THE TWO
000600*  IDS DIFFERED, NOT THAT EITHER PERSON WAS ALLOWED TO ASK FOR OR
000700*  APPROVE THE CHANGE.  EACH PROGRAM THAT READS SUCH A CARD NOW
000800*  CALLS ADJAUTH, WHICH REFUSES THE CARD UNLESS THE USER IS ON
000900*  THIS FILE, ACTIVE, INSIDE THE VALID-FROM/VALID-TO DATES, AND
001000*  HOLDS THE ROLE THE CARD NEEDS.  ONE Y/N FLAG PER ROLE; THE
001100*  REDEFINES LETS ADJAUTH TEST A ROLE BY ITS NUMBER (ADJAUC).  A
001200*  ZERO VALID-TO DATE MEANS NO END DATE.  MAINTAINED BY ADJUMNT,
001300*  LISTED FOR THE AUDITORS BY ADJULST.
001400*
001500*  MODIFICATION HISTORY
001600*  ---------------------------------------------------------------
001700*  DATE       INIT  DESCRIPTION
001800*  10/08/2026 RLK   ORIGINAL.
001825*  10/15/2026 RLK   NINTH ROLE, PERIOD CONTROLLER, OUT OF THE
001850*                   SPARE FLAGS - MAY CLOSE AND REOPEN ACCOUNTING
001875*                   PERIODS THROUGH ADJPCLS.
001900******************************************************************
002000 01  ADJ-USER-AUTH-RECORD.
002100     05  US-USER-ID              PIC X(08).
002200     05  US-USER-NAME            PIC X(30).
002300     05  US-STATUS               PIC X(01).
002400         88  US-ACTIVE               VALUE 'A'.
002500         88  US-SUSPENDED            VALUE 'S'.
002600         88  US-REVOKED              VALUE 'R'.
002700     05  US-VALID-FROM           PIC 9(08).
002800     05  US-VALID-TO             PIC 9(08).
002900     05  US-ROLE-FLAGS.
003000         10  US-PARM-REQUESTER   PIC X(01).
003100             88  US-IS-PARM-REQUESTER    VALUE 'Y'.
003200         10  US-PARM-APPROVER    PIC X(01).
003300             88  US-IS-PARM-APPROVER     VALUE 'Y'.
003400         10  US-LIMIT-REQUESTER  PIC X(01).
003500             88  US-IS-LIMIT-REQUESTER   VALUE 'Y'.
003600         10  US-LIMIT-APPROVER   PIC X(01).
003700             88  US-IS-LIMIT-APPROVER    VALUE 'Y'.
003800         10  US-EXC-CORRECTOR    PIC X(01).
003900             88  US-IS-EXC-CORRECTOR     VALUE 'Y'.
004000         10  US-CAT-MAINTAINER   PIC X(01).
004100             88  US-IS-CAT-MAINTAINER    VALUE 'Y'.
004200         10  US-CAL-MAINTAINER   PIC X(01).
004300             88  US-IS-CAL-MAINTAINER    VALUE 'Y'.
004400         10  US-SECURITY-ADMIN   PIC X(01).
004500             88  US-IS-SECURITY-ADMIN    VALUE 'Y'.
004525         10  US-PERIOD-CONTROLLER PIC X(01).
004550             88  US-IS-PERIOD-CONTROLLER VALUE 'Y'.
004600         10  FILLER              PIC X(01).
004700     05  US-ROLE-TABLE REDEFINES US-ROLE-FLAGS.
004800         10  US-ROLE-FLAG        PIC X(01)   OCCURS 10.
004900     05  US-LAST-CHG-DATE        PIC 9(08).
005000     05  US-LAST-CHG-USER        PIC X(08).
005100     05  FILLER                  PIC X(09).

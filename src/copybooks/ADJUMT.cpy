000100******************************************************************
000200*  ADJUMT.CPY
000300*  MAINTENANCE TRANSACTION RECORD READ BY ADJUMNT TO ADD, CHANGE,
000400*  OR DELETE A USER AUTHORITY ENTRY.  AN ADD OR CHANGE CARRIES
000500*  THE FULL REPLACEMENT IMAGE; A DELETE NEEDS THE USER ID ONLY.
000600*  THE ROLE FLAGS ARE IN THE SAME ORDER AS ON ADJUSR (Y = HELD,
000700*  N OR BLANK = NOT HELD).  A BLANK VALID-TO DATE MEANS NO END
000800*  DATE.  UM-MAINT-USER-ID IS THE SECURITY ADMINISTRATOR MAKING
000900*  THE CHANGE.
001000*
001100*  MODIFICATION HISTORY
001200*  ---------------------------------------------------------------
001300*  DATE       INIT  DESCRIPTION
001400*  10/08/2026 RLK   ORIGINAL.
001500******************************************************************
001600 01  ADJ-USER-MAINT-RECORD.
001700     05  UM-FUNCTION             PIC X(01).
001800         88  UM-ADD                  VALUE 'A'.
001900         88  UM-CHANGE               VALUE 'C'.
002000         88  UM-DELETE               VALUE 'D'.
002100     05  UM-USER-ID              PIC X(08).
002200     05  UM-USER-NAME            PIC X(30).
002300     05  UM-STATUS               PIC X(01).
002400     05  UM-VALID-FROM           PIC 9(08).
002500     05  UM-VALID-TO             PIC X(08).
002600     05  UM-VALID-TO-9 REDEFINES UM-VALID-TO
002700                                 PIC 9(08).
002800     05  UM-ROLE-FLAGS.
002900         10  UM-ROLE-FLAG        PIC X(01)   OCCURS 10.
003000     05  UM-MAINT-USER-ID        PIC X(08).

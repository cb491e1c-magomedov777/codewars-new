000100******************************************************************
000200*  ADJAUC.CPY
000300*  LINKAGE INTERFACE PASSED TO ADJAUTH TO ASK WHETHER A USER ID
000400*  MAY ACT IN A GIVEN ROLE.  THE CALLER SETS THE USER ID, ONE OF
000500*  THE ROLE CONDITIONS, AND THE DATE TO CHECK (ZERO = TODAY);
000600*  ADJAUTH RETURNS UA-RC-OK OR THE REASON THE CARD MUST BE
000700*  REFUSED, WITH A SHORT TEXT FOR THE CALLER'S REFUSAL MESSAGE.
000800*  THE ROLE NUMBERS ARE THE POSITIONS OF THE ROLE FLAGS ON THE
000900*  ADJUSR RECORD.  UA-RC-FILE-ERROR MEANS THE AUTHORITY FILE
001000*  WOULD NOT OPEN - EVERY CARD IS REFUSED AND THE CALLER ENDS
001100*  WITH RETURN CODE 16.
001200*
001300*  MODIFICATION HISTORY
001400*  ---------------------------------------------------------------
001500*  DATE       INIT  DESCRIPTION
001600*  10/08/2026 RLK   ORIGINAL.
001650*  10/15/2026 RLK   ROLE 09, PERIOD CONTROLLER (ADJPCLS).
001700******************************************************************
001800 01  ADJ-AUTH-CALL-RECORD.
001900     05  UA-USER-ID              PIC X(08).
002000     05  UA-ROLE                 PIC 9(02).
002100         88  UA-ROLE-PARM-REQUESTER  VALUE 01.
002200         88  UA-ROLE-PARM-APPROVER   VALUE 02.
002300         88  UA-ROLE-LIMIT-REQUESTER VALUE 03.
002400         88  UA-ROLE-LIMIT-APPROVER  VALUE 04.
002500         88  UA-ROLE-EXC-CORRECTOR   VALUE 05.
002600         88  UA-ROLE-CAT-MAINTAINER  VALUE 06.
002700         88  UA-ROLE-CAL-MAINTAINER  VALUE 07.
002800         88  UA-ROLE-SECURITY-ADMIN  VALUE 08.
002850         88  UA-ROLE-PERIOD-CONTROLLER VALUE 09.
002900     05  UA-CHECK-DATE           PIC 9(08).
003000     05  UA-RETURN-CODE          PIC 9(02).
003100         88  UA-RC-OK                VALUE 00.
003200         88  UA-RC-NOT-ON-FILE       VALUE 10.
003300         88  UA-RC-NOT-ACTIVE        VALUE 20.
003400         88  UA-RC-OUTSIDE-DATES     VALUE 30.
003500         88  UA-RC-NO-ROLE           VALUE 40.
003600         88  UA-RC-FILE-ERROR        VALUE 90.
003700     05  UA-REASON               PIC X(30).

000100******************************************************************
000200*  ADJPLC.CPY
000300*  LINKAGE INTERFACE PASSED TO ADJPLCK TO ASK WHETHER A BUSINESS
000400*  DATE LIES IN A CLOSED ACCOUNTING PERIOD.  THE CALLER SETS
000500*  PL-CHECK (OR PL-INQUIRE FOR A SILENT LOOK), ITS PROGRAM NAME,
000600*  THE USER ON THE CARD IF THERE IS ONE, A SHORT TEXT NAMING WHAT
000700*  IT IS ABOUT TO DO, AND THE BUSINESS DATE.  ADJPLCK RETURNS THE
000800*  PERIOD, ITS STATUS, AND WHO CLOSED IT.  PL-RC-REFUSED (CLOSED,
000900*  OR THE PERIOD FILE COULD NOT BE READ) MEANS THE CALLER MUST NOT
001000*  ACT - ON A CHECK CALL ADJPLCK HAS ALREADY PRINTED THE REFUSAL
001100*  ON SYSOUT AND LOGGED IT FOR ADJSTAT.  PL-RC-FILE-ERROR ENDS THE
001200*  CALLER WITH RETURN CODE 16.
001300******************************************************************
001400*  MODIFICATION HISTORY
001500*  ---------------------------------------------------------------
001600*  DATE       INIT  DESCRIPTION
001700*  10/15/2026 RLK   ORIGINAL.
001800******************************************************************
001900 01  ADJ-PERIOD-LOCK-CALL-RECORD.
002000     05  PL-FUNCTION             PIC X(01).
002100         88  PL-CHECK                VALUE 'C'.
002200         88  PL-INQUIRE              VALUE 'I'.
002300     05  PL-PROGRAM              PIC X(08).
002400     05  PL-USER-ID              PIC X(08).
002500     05  PL-ACTION               PIC X(30).
002600     05  PL-BUSINESS-DATE        PIC 9(08).
002700     05  PL-RETURN-CODE          PIC 9(02).
002800         88  PL-RC-OPEN              VALUE 00.
002900         88  PL-RC-CLOSING           VALUE 10.
003000         88  PL-RC-CLOSED            VALUE 20.
003100         88  PL-RC-FILE-ERROR        VALUE 90.
003200         88  PL-RC-REFUSED           VALUE 20 90.
003300     05  PL-PERIOD               PIC 9(06).
003400     05  PL-PERIOD-STATUS        PIC X(01).
003500     05  PL-CLOSED-BY            PIC X(08).
003600     05  PL-CLOSED-DATE          PIC 9(08).

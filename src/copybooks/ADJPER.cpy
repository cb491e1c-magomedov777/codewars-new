000100******************************************************************
000200*  ADJPER.CPY
000300*  ACCOUNTING PERIOD CONTROL RECORD - ONE PER CALENDAR MONTH ON A
000400*  KSDS KEYED BY THE PERIOD (YYYYMM).  ONCE FINANCE CLOSES A MONTH
000500*  NO PROGRAM MAY CHANGE OR RE-SEND A BUSINESS DATE INSIDE IT:
000600*  ADJRCTLM, ADJBATCH, ADJRSND, ADJGL, ADJPMNT, AND ADJRCYC ASK
000700*  ADJPLCK BEFORE THEY ACT AND REFUSE A CLOSED DATE.  A MONTH WITH
000800*  NO RECORD IS OPEN.  STATUS P (CLOSING) MEANS FINANCE HAS
000900*  STARTED THE CLOSE - WORK IS STILL ALLOWED BUT IS NOTED.  A
001000*  CLOSED MONTH COMES BACK OPEN ONLY WHEN ONE PERIOD CONTROLLER
001100*  ASKS FOR A REOPEN AND A DIFFERENT ONE APPROVES IT; THE REQUEST
001200*  AND THE APPROVAL STAY ON THE RECORD.  MAINTAINED BY ADJPCLS.
001300******************************************************************
001400*  MODIFICATION HISTORY
001500*  ---------------------------------------------------------------
001600*  DATE       INIT  DESCRIPTION
001700*  10/15/2026 RLK   ORIGINAL.
001800******************************************************************
001900 01  ADJ-PERIOD-RECORD.
002000     05  PR-PERIOD               PIC 9(06).
002100     05  PR-PERIOD-PARTS REDEFINES PR-PERIOD.
002200         10  PR-PERIOD-YEAR      PIC 9(04).
002300         10  PR-PERIOD-MONTH     PIC 9(02).
002400     05  PR-STATUS               PIC X(01).
002500         88  PR-OPEN                 VALUE 'O'.
002600         88  PR-CLOSING              VALUE 'P'.
002700         88  PR-CLOSED               VALUE 'C'.
002800     05  PR-CLOSED-BY            PIC X(08).
002900     05  PR-CLOSED-DATE          PIC 9(08).
003000     05  PR-CLOSED-TIME          PIC 9(06).
003100     05  PR-REOPEN-PEND-SW       PIC X(01).
003200         88  PR-REOPEN-PENDING       VALUE 'Y'.
003300     05  PR-REOPEN-REQ-BY        PIC X(08).
003400     05  PR-REOPEN-REQ-DATE      PIC 9(08).
003500     05  PR-REOPEN-REASON        PIC X(30).
003600     05  PR-REOPEN-APPR-BY       PIC X(08).
003700     05  PR-REOPEN-APPR-DATE     PIC 9(08).
003800     05  PR-LAST-CHG-BY          PIC X(08).
003900     05  PR-LAST-CHG-DATE        PIC 9(08).
004000     05  PR-LAST-CHG-TIME        PIC 9(06).
004100     05  FILLER                  PIC X(14).

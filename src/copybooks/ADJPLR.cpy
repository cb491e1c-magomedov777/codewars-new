000100******************************************************************
000200*  ADJPLR.CPY
000300*  PERIOD LOCK REFUSAL RECORD - ONE PER ACTION ADJPLCK REFUSED
000400*  BECAUSE ITS BUSINESS DATE LIES IN A CLOSED ACCOUNTING PERIOD
000500*  (OR THE PERIOD FILE COULD NOT BE READ).  APPENDED TO THE
000600*  SHARED REFUSAL LOG ADJPLRLG BY WHICHEVER PROGRAM WAS REFUSED;
000700*  ADJSTAT COUNTS AND LISTS THE ONES LOGGED SINCE THE BUSINESS
000800*  DATE SO NO REFUSAL GOES UNSEEN.
000900******************************************************************
001000*  MODIFICATION HISTORY
001100*  ---------------------------------------------------------------
001200*  DATE       INIT  DESCRIPTION
001300*  10/15/2026 RLK   ORIGINAL.
001400******************************************************************
001500 01  ADJ-PERIOD-REFUSAL-RECORD.
001600     05  LR-LOG-DATE             PIC 9(08).
001700     05  LR-LOG-TIME             PIC 9(06).
001800     05  LR-PROGRAM              PIC X(08).
001900     05  LR-USER-ID              PIC X(08).
002000     05  LR-BUSINESS-DATE        PIC 9(08).
002100     05  LR-PERIOD               PIC 9(06).
002200     05  LR-PERIOD-STATUS        PIC X(01).
002300     05  LR-REASON-CODE          PIC 9(02).
002400         88  LR-PERIOD-CLOSED        VALUE 20.
002500         88  LR-FILE-ERROR           VALUE 90.
002600     05  LR-ACTION               PIC X(30).
002700     05  FILLER                  PIC X(03).

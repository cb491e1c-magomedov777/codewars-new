000100******************************************************************
000200*  ADJPCT.CPY
000300*  PERIOD CONTROL CARD READ BY ADJPCLS.  EACH CARD MOVES ONE
000400*  ACCOUNTING PERIOD (YYYYMM) THROUGH ITS CLOSE OR REOPEN:
000500*    P  START CLOSING          C  CLOSE
000600*    O  CANCEL CLOSING (BACK TO OPEN)
000700*    R  REQUEST A REOPEN (REASON REQUIRED)
000800*    A  APPROVE A REOPEN (NOT BY THE USER WHO REQUESTED IT)
000900*    X  WITHDRAW A REOPEN REQUEST
001000*  PT-USER-ID IS THE PERIOD CONTROLLER ACTING ON THE CARD.
001100******************************************************************
001200*  MODIFICATION HISTORY
001300*  ---------------------------------------------------------------
001400*  DATE       INIT  DESCRIPTION
001500*  10/15/2026 RLK   ORIGINAL.
001600******************************************************************
001700 01  ADJ-PERIOD-CARD-RECORD.
001800     05  PT-FUNCTION             PIC X(01).
001900         88  PT-START-CLOSE          VALUE 'P'.
002000         88  PT-CLOSE                VALUE 'C'.
002100         88  PT-CANCEL-CLOSE         VALUE 'O'.
002200         88  PT-REQUEST-REOPEN       VALUE 'R'.
002300         88  PT-APPROVE-REOPEN       VALUE 'A'.
002400         88  PT-WITHDRAW-REOPEN      VALUE 'X'.
002500     05  PT-PERIOD-X             PIC X(06).
002600     05  PT-PERIOD REDEFINES PT-PERIOD-X
002700                                 PIC 9(06).
002800     05  PT-USER-ID              PIC X(08).
002900     05  PT-REASON               PIC X(30).
003000     05  FILLER                  PIC X(35).

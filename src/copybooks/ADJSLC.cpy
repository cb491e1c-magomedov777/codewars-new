000100******************************************************************
000200*  ADJSLC.CPY
000300*  BATCH-WINDOW DEADLINE CARD - ONE PER NIGHTLY STEP WITH AN
000400*  AGREED FINISH TIME, READ BY ADJSLA AND ADJSTAT.  THE DEADLINE
000500*  IS THE TIME OF DAY (HHMM) THE STEP'S LAST RUN OF THE NIGHT MUST
000600*  HAVE ENDED BY, ON THE BUSINESS DATE ITSELF (DAY OFFSET 0 OR
000700*  BLANK) OR THE MORNING AFTER (1).  THE CRITICAL-PATH FLAG MARKS
000800*  THE STEPS THE REPLENISHMENT FILES WAIT ON; THE LAST OF THEM TO
000900*  FINISH IS THE NIGHT'S CRITICAL-PATH FINISH TIME.  THE SLOW
001000*  PERCENTAGE IS HOW FAR ABOVE ITS ROLLING AVERAGE A RUN'S
001100*  ELAPSED TIME MAY GO BEFORE IT IS FLAGGED (BLANK = 150).
001200******************************************************************
001300*  MODIFICATION HISTORY
001400*  ---------------------------------------------------------------
001500*  DATE       INIT  DESCRIPTION
001600*  10/15/2026 RLK   ORIGINAL.
001700******************************************************************
001800 01  ADJ-SLA-CARD.
001900     05  SL-PROGRAM              PIC X(08).
002000     05  SL-DEADLINE-HHMM        PIC X(04).
002100     05  SL-DEADLINE-HHMM-9 REDEFINES SL-DEADLINE-HHMM
002200                                 PIC 9(04).
002300     05  SL-DAY-OFFSET           PIC X(01).
002400         88  SL-SAME-DAY             VALUE '0' SPACE.
002500         88  SL-NEXT-DAY             VALUE '1'.
002600     05  SL-CRITICAL-IND         PIC X(01).
002700         88  SL-CRITICAL-PATH        VALUE 'Y'.
002800     05  SL-SLOW-PCT             PIC X(03).
002900     05  SL-SLOW-PCT-9 REDEFINES SL-SLOW-PCT
003000                                 PIC 9(03).
003100     05  FILLER                  PIC X(63).

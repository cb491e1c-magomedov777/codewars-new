000100******************************************************************
000200*  ADJRAP.CPY
000300*  RE-RATE APPLIED RECORD - ONE PER RE-RATE REQUEST ADJRERT HAS
000400*  TRUED UP, ON A KSDS KEYED BY CATEGORY AND FROM DATE.  ADJRERT
000500*  REFUSES ANY LATER REQUEST (OR A RERUN OF THE SAME ONE) WHOSE
000600*  RANGE OVERLAPS ONE ALREADY HERE, SO NO BUSINESS DATE IS TRUED
000700*  UP TWICE.  WRITTEN ONLY WHEN THE RUN'S JOURNAL BALANCED.
000800******************************************************************
000900*  MODIFICATION HISTORY
001000*  ---------------------------------------------------------------
001100*  DATE       INIT  DESCRIPTION
001200*  10/15/2026 RLK   ORIGINAL.
001300******************************************************************
001400 01  ADJ-RERATE-APPLIED-RECORD.
001500     05  RA-KEY.
001600         10  RA-CODE             PIC X(02).
001700         10  RA-FROM-DATE        PIC 9(08).
001800     05  RA-THRU-DATE            PIC 9(08).
001900     05  RA-AMOUNT               PIC S9(3)  SIGN LEADING.
002000     05  RA-REQUEST-USER         PIC X(08).
002100     05  RA-APPROVE-USER         PIC X(08).
002200     05  RA-APPLIED-DATE         PIC 9(08).
002300     05  RA-APPLIED-TIME         PIC 9(06).
002400     05  RA-TXN-COUNT            PIC 9(07).
002500     05  RA-DIFF-TOTAL           PIC S9(9)  SIGN LEADING.
002600     05  FILLER                  PIC X(13).

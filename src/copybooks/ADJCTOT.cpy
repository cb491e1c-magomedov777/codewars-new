001520*                   ONE TOTALS RECORD PER INTRADAY CYCLE AND
001530*                   ADJRECON CONSOLIDATES THE WHOLE DAY ACROSS
001540*                   THEM.
001545*  10/06/2026 RLK   ADDED THE REVERSAL COUNT AND THE REVERSALS'
001550*                   PRE, POST, AND ADJUSTMENT TOTALS.  THE MAIN
001555*                   TOTALS STILL INCLUDE THE REVERSALS (THE
001560*                   RECONCILIATION FORMULA IS UNCHANGED); THESE
001565*                   LET ADJRECON SHOW THEM APART FROM ORDINARY
001570*                   ACTIVITY.
001575*  10/15/2026 RLK   ADDED CT-BUSINESS-DATE - THE DATE THE RUN
001580*                   POSTED, WHICH CT-RUN-DATE (THE DATE IT
001585*                   FINISHED) IS NOT WHEN A NIGHT RUNS PAST
001590*                   MIDNIGHT OR A DATE IS RESTARTED LATER.
001600******************************************************************
001700 01  ADJ-CTL-TOTALS-RECORD.
001800     05  CT-RUN-DATE             PIC 9(08).
002600     05  CT-CREDIT-TOTAL         PIC S9(9)  SIGN LEADING.
002700     05  CT-DEBIT-TOTAL          PIC S9(9)  SIGN LEADING.
002800     05  CT-CYCLE-NUMBER         PIC 9(02).
002900     05  CT-REVERSAL-COUNT       PIC 9(07).
003000     05  CT-REV-PRE-TOTAL        PIC S9(9)  SIGN LEADING.
003100     05  CT-REV-POST-TOTAL       PIC S9(9)  SIGN LEADING.
003200     05  CT-REV-ADJ-TOTAL        PIC S9(9)  SIGN LEADING.
003300     05  CT-BUSINESS-DATE        PIC 9(08).

002298*                   STARTS AFTER MIDNIGHT KEYS THE RUN CONTROL
002299*                   RECORD OF THE DATE THE ABENDED RUN ACTUALLY
002301*                   REGISTERED INSTEAD OF THE NEW CALENDAR DATE.
002310*  10/06/2026 RLK   CARRIED THE RUNNING REVERSAL COUNT AND
002320*                   TOTALS SO A RESTARTED RUN'S CONTROL TOTALS
002330*                   STILL SHOW THE WHOLE CYCLE'S REVERSALS.
002390******************************************************************
002400 01  ADJ-CKPT-RECORD.
002500     05  CK-LAST-TXN-ID          PIC X(10).
002600     05  CK-LAST-REC-COUNT       PIC 9(07).
003800     05  CK-DEBIT-POST-TOTAL     PIC S9(9)  SIGN LEADING.
003900     05  CK-CYCLE-NUMBER         PIC 9(02).
004000     05  CK-BUSINESS-DATE        PIC 9(08).
004100     05  CK-REVERSAL-COUNT       PIC 9(07).
004200     05  CK-REV-PRE-TOTAL        PIC S9(9)  SIGN LEADING.
004300     05  CK-REV-POST-TOTAL       PIC S9(9)  SIGN LEADING.
004400     05  CK-REV-ADJ-TOTAL        PIC S9(9)  SIGN LEADING.

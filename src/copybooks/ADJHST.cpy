001220*                   WRITES ONE TOTALS RECORD PER INTRADAY CYCLE
001230*                   - ADJTREND SUMS THE CYCLES OF A DATE INTO
001240*                   ONE TREND LINE.
001255*  10/15/2026 RLK   ADDED HS-BUSINESS-DATE FROM CT-BUSINESS-DATE.
001270*                   RECORDS APPENDED BEFORE IT WAS CARRIED HAVE
001285*                   NONE - READERS FALL BACK TO HS-RUN-DATE.
001300******************************************************************
001400 01  ADJ-HIST-RECORD.
001500     05  HS-RUN-DATE             PIC 9(08).
002300     05  HS-CREDIT-TOTAL         PIC S9(9)  SIGN LEADING.
002400     05  HS-DEBIT-TOTAL          PIC S9(9)  SIGN LEADING.
002500     05  HS-CYCLE-NUMBER         PIC 9(02).
002600     05  HS-BUSINESS-DATE        PIC 9(08).

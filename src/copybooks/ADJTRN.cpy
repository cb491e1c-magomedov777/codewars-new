001040*                   FEED IT CAME FROM, SO WHEN ADJVRFY FINDS ONE
001050*                   MISSING WE KNOW WHO TO CALL.  RESUBMISSIONS
001060*                   FROM THE EXCEPTION RECYCLE CARRY 'RC'.
001064*  10/06/2026 RLK   ADDED THE TRANSACTION TYPE AND THE ORIGINAL
001068*                   TXN-ID AND BUSINESS DATE FOR A REVERSAL.
001072*                   SPACE IS AN ORDINARY TRANSACTION; 'R' ASKS
001076*                   ADJBATCH TO POST THE EXACT OPPOSITE OF WHAT
001080*                   THE ORIGINAL HAD APPLIED ON THAT DATE.  A
001084*                   REVERSAL CARD'S OWN NUM AND CATEGORY ARE
001088*                   IGNORED - BOTH COME FROM THE ORIGINAL'S
001092*                   AUDIT RECORD.  REVERSAL CARDS CARRY SOURCE
001096*                   CODE 'RV'.
001100******************************************************************
001200 01  ADJ-TRANS-RECORD.
001300     05  TR-TXN-ID               PIC X(10).
001400     05  TR-NUM                  PIC S9(4).
001500     05  TR-CATEGORY-CODE        PIC X(02).
001600     05  TR-SOURCE-CODE          PIC X(02).
001700     05  TR-TRANS-TYPE           PIC X(01).
001800         88  TR-ORDINARY             VALUE SPACE.
001900         88  TR-REVERSAL             VALUE 'R'.
002000     05  TR-ORIG-TXN-ID          PIC X(10).
002100     05  TR-ORIG-DATE            PIC 9(08).

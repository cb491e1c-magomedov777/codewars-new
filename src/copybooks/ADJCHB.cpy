000100******************************************************************
000200*  ADJCHB.CPY
000300*  DEPARTMENT CHARGEBACK INTERFACE RECORD WRITTEN BY ADJDCHG AT
000400*  MONTH END - LAYOUT AGREED WITH FINANCE FOR THEIR CHARGEBACK
000500*  LOAD.  THE FILE CARRIES A HEADER (THE MONTH BILLED AND THE
000600*  DATE THE FILE WAS CUT), ONE DETAIL PER OWNING DEPARTMENT AND
000700*  CATEGORY WITH THE MONTH'S POSTED COUNT, CREDIT/DEBIT SPLIT,
000800*  NET ADJUSTMENT APPLIED AND EXCEPTION COUNT, AND A TRAILER
000900*  WITH THE DETAIL COUNT AND THE GRAND TOTALS.  A CATEGORY WITH
001000*  NO OWNING DEPARTMENT ON THE CATEGORY MASTER (OR NOT ON THE
001100*  MASTER AT ALL) IS SENT WITH A BLANK DEPARTMENT AND THE
001200*  UNALLOCATED INDICATOR SO FINANCE CAN SEE IT, NOT LOSE IT.
001300******************************************************************
001400*  MODIFICATION HISTORY
001500*  ---------------------------------------------------------------
001600*  DATE       INIT  DESCRIPTION
001700*  10/13/2026 RLK   ORIGINAL - LAYOUT AGREED WITH FINANCE.
001800******************************************************************
001900 01  ADJ-CHB-RECORD.
002000     05  CB-REC-TYPE             PIC X(01).
002100         88  CB-HEADER-RECORD        VALUE 'H'.
002200         88  CB-DETAIL-RECORD        VALUE 'D'.
002300         88  CB-TRAILER-RECORD       VALUE 'T'.
002400     05  CB-DATA.
002500         10  CB-HEADER-DATA.
002600             15  CB-HDR-MONTH         PIC 9(06).
002700             15  CB-HDR-CREATE-DATE   PIC 9(08).
002800             15  FILLER               PIC X(49).
002900         10  CB-DETAIL-DATA REDEFINES CB-HEADER-DATA.
003000             15  CB-DTL-DEPT          PIC X(04).
003100             15  CB-DTL-ALLOC-IND     PIC X(01).
003200                 88  CB-ALLOCATED         VALUE 'A'.
003300                 88  CB-UNALLOCATED       VALUE 'U'.
003400             15  CB-DTL-CATEGORY-CODE PIC X(02).
003500             15  CB-DTL-TXN-COUNT     PIC 9(09).
003600             15  CB-DTL-CREDIT-COUNT  PIC 9(09).
003700             15  CB-DTL-DEBIT-COUNT   PIC 9(09).
003800             15  CB-DTL-NET-ADJ       PIC S9(11) SIGN LEADING.
003900             15  CB-DTL-EXCEPT-COUNT  PIC 9(09).
004000             15  FILLER               PIC X(09).
004100         10  CB-TRAILER-DATA REDEFINES CB-HEADER-DATA.
004200             15  CB-TRL-DETAIL-COUNT  PIC 9(07).
004300             15  CB-TRL-TXN-COUNT     PIC 9(09).
004400             15  CB-TRL-CREDIT-COUNT  PIC 9(09).
004500             15  CB-TRL-DEBIT-COUNT   PIC 9(09).
004600             15  CB-TRL-NET-ADJ       PIC S9(11) SIGN LEADING.
004700             15  CB-TRL-EXCEPT-COUNT  PIC 9(09).
004800             15  FILLER               PIC X(09).

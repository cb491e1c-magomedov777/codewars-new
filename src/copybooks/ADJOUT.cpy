001790*                   ORIGINAL FILE CARRIES SPACE; A FILE REBUILT
001791*                   BY ADJRSND CARRIES 'R' SO THEIR SIDE CAN
001792*                   TELL A RECOVERY FILE FROM A DOUBLE-POST.
001799*  10/06/2026 RLK   ADDED THE TRANSACTION TYPE AND THE ORIGINAL
001806*                   TXN-ID AND BUSINESS DATE TO THE DETAIL
001813*                   (CARVED FROM FILLER - RECORD LENGTH
001820*                   UNCHANGED, AGREED WITH REPLENISHMENT).  A
001827*                   REVERSAL DETAIL CARRIES 'R' AND NAMES THE
001834*                   TRANSACTION IT BACKS OUT; ITS NUM AND RESULT
001841*                   ARE THE ORIGINAL'S WITH THE SIGN TURNED.
001848*  10/07/2026 RLK   TRANSACTION TYPE 'T' - A RE-RATE TRUE-UP
001855*                   DETAIL FROM ADJRERT.  IT NAMES THE POSTED
001862*                   TRANSACTION AND ITS BUSINESS DATE; NUM IS THE
001869*                   RESULT ORIGINALLY SENT AND RESULT THE ONE THE
001876*                   CORRECTED RATE GIVES, SO THE DIFFERENCE IS
001883*                   THE CORRECTION TO REPLENISH.
001890******************************************************************
001900 01  ADJ-OUT-RECORD.
002000     05  AO-REC-TYPE             PIC X(01).
002100         88  AO-HEADER-RECORD        VALUE 'H'.
003000             15  AO-DTL-CATEGORY-CODE PIC X(02).
003100             15  AO-DTL-NUM           PIC S9(4)  SIGN LEADING.
003200             15  AO-DTL-RESULT        PIC S9(4)  SIGN LEADING.
003220             15  AO-DTL-TRANS-TYPE    PIC X(01).
003240                 88  AO-DTL-REVERSAL      VALUE 'R'.
003250                 88  AO-DTL-TRUE-UP       VALUE 'T'.
003260             15  AO-DTL-ORIG-TXN-ID   PIC X(10).
003280             15  AO-DTL-ORIG-DATE     PIC 9(08).
003300             15  FILLER               PIC X(09).
003400         10  AO-TRAILER-DATA REDEFINES AO-HEADER-DATA.
003500             15  AO-TRL-REC-COUNT     PIC 9(07).
003600             15  AO-TRL-CONTROL-TOTAL PIC S9(9)  SIGN LEADING.

000500*  COVERS.  RECORDS OLDER THAN AS-OF-DATE MINUS THE FILE'S
000600*  RETENTION MOVE TO THAT FILE'S DATED ARCHIVE; A RETENTION OF
000700*  ZERO MEANS NO PURGE FOR THAT FILE THIS RUN.  A BLANK OR ZERO
000800*  AS-OF-DATE MEANS THE CURRENT DATE.  THE POSTED TRANSACTION
000833*  MASTER RETENTION WAS ADDED LATER IN COLUMNS 25-28; AN OLDER
000866*  CARD THAT LEAVES THEM BLANK MEANS NO PURGE FOR THAT FILE.
000900*
001000*  MODIFICATION HISTORY
001100*  ---------------------------------------------------------------
001200*  DATE       INIT  DESCRIPTION
001300*  09/02/2026 RLK   ORIGINAL.
001333*  10/08/2026 RLK   ADDED PG-PTX-DAYS FOR THE NEW POSTED
001366*                   TRANSACTION MASTER KSDS.
001400******************************************************************
001500 01  ADJ-PURGE-PARM-RECORD.
001600     05  PG-AS-OF-DATE           PIC X(08).
002000     05  PG-HIST-DAYS            PIC 9(04).
002100     05  PG-PEX-DAYS             PIC 9(04).
002200     05  PG-TRK-DAYS             PIC 9(04).
002300     05  PG-PTX-DAYS             PIC X(04).
002400     05  PG-PTX-DAYS-9 REDEFINES PG-PTX-DAYS
002500                                 PIC 9(04).

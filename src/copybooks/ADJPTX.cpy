000100******************************************************************
000200*  ADJPTX.CPY
000300*  POSTED TRANSACTION MASTER - ONE RECORD FOR EVERY TXN-ID
000400*  ADJBATCH HAS ACCEPTED, ON A KSDS KEYED BY THE TXN-ID, WITH THE
000500*  BUSINESS DATE, CYCLE AND SOURCE-SYSTEM CODE IT POSTED UNDER.
000600*  ADJEDIT'S OWN DUPLICATE CHECK ONLY SEES THE ONE CONSOLIDATED
000700*  FILE, SO A FEED RESENT A DAY LATE, OR A DETAIL THAT COMES IN
000800*  AGAIN ON A LATER DAY, USED TO POST A SECOND TIME.  ADJBATCH
000900*  ADDS A RECORD AS EACH TRANSACTION IS ACCEPTED (A LATER
001000*  ACCEPTANCE OF THE SAME TXN-ID - AN 'RC' RESUBMISSION OUT OF
001100*  ADJRCYC - REPLACES IT), ADJEDIT REJECTS ANY DETAIL ALREADY ON
001200*  IT (REASON 80), AND ADJPURGE AGES RECORDS OFF BY BUSINESS DATE
001300*  UNDER THEIR OWN RETENTION.
001400*
001500*  MODIFICATION HISTORY
001600*  ---------------------------------------------------------------
001700*  DATE       INIT  DESCRIPTION
001800*  10/08/2026 RLK   ORIGINAL.
001900******************************************************************
002000 01  ADJ-POSTED-TXN-RECORD.
002100     05  PX-TXN-ID               PIC X(10).
002200     05  PX-BUSINESS-DATE        PIC 9(08).
002300     05  PX-CYCLE-NUMBER         PIC 9(02).
002400     05  PX-SOURCE-CODE          PIC X(02).
002500     05  PX-POST-DATE            PIC 9(08).
002600     05  PX-POST-TIME            PIC 9(08).

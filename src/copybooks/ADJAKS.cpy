000100******************************************************************
000200*  ADJAKS.CPY
000300*  KEYED AUDIT STORE - THE ADJAUDIT TRAIL RELOADED EACH NIGHT BY
000400*  ADJAUDL INTO ONE KSDS THAT HOLDS EVERY RETAINED DAY, SO AN
000500*  INQUIRY NO LONGER HAS TO GUESS WHICH DAILY.AUDIT GENERATION
000600*  TO POINT EACH DD AT.  THE PRIME KEY IS THE TXN-ID PLUS THE LOG
000700*  DATE AND TIME, SO ONE START PULLS A TRANSACTION'S WHOLE
000800*  HISTORY IN TIME ORDER ACROSS EVERY DAY STILL ON FILE.  THE
000900*  ALTERNATE KEY (WITH DUPLICATES) IS THE BUSINESS DATE PLUS THE
001000*  CATEGORY, FOR REBUILDING OR LISTING ONE DAY.  A RECORD WRITTEN
001100*  BEFORE THE AUDIT CARRIED ITS BUSINESS DATE IS FILED UNDER ITS
001200*  LOG DATE.  THE FIELDS ARE ADJAUD'S, REORDERED SO THE KEYS
001300*  LEAD; THE LENGTH IS THE SAME 68 BYTES.  ADJPURGE AGES IT ON
001400*  THE LOG DATE UNDER THE ADJAUDIT RETENTION.
001500******************************************************************
001600*  MODIFICATION HISTORY
001700*  ---------------------------------------------------------------
001800*  DATE       INIT  DESCRIPTION
001900*  10/14/2026 RLK   ORIGINAL.
002000******************************************************************
002100 01  ADJ-AUDIT-KS-RECORD.
002200     05  AK-KEY.
002300         10  AK-TXN-ID           PIC X(10).
002400         10  AK-LOG-DATE         PIC 9(08).
002500         10  AK-LOG-TIME         PIC 9(08).
002600     05  AK-ALT-KEY.
002700         10  AK-BUSINESS-DATE    PIC 9(08).
002800         10  AK-CATEGORY-CODE    PIC X(02).
002900     05  AK-NUM                  PIC S9(4)   SIGN LEADING.
003000     05  AK-RESULT               PIC S9(4)   SIGN LEADING.
003100     05  AK-ADJ-AMOUNT           PIC S9(3)   SIGN LEADING.
003200     05  AK-RETURN-CODE          PIC 9(02).
003300     05  AK-TRANS-TYPE           PIC X(01).
003400         88  AK-ORDINARY             VALUE SPACE.
003500         88  AK-REVERSAL             VALUE 'R'.
003600     05  AK-ORIG-TXN-ID          PIC X(10).
003700     05  AK-ORIG-DATE            PIC 9(08).

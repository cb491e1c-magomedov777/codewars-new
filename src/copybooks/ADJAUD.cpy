000800*  ---------------------------------------------------------------
000900*  DATE       INIT  DESCRIPTION
001000*  03/02/2026 RLK   ORIGINAL.
001010*  10/06/2026 RLK   ADDED THE BUSINESS DATE THE CALL RAN UNDER
001020*                   (AA-LOG-DATE IS THE CLOCK, WHICH IS NOT THE
001030*                   SAME THING PAST MIDNIGHT), THE TRANSACTION
001040*                   TYPE, AND FOR A REVERSAL THE ORIGINAL TXN-ID
001050*                   AND BUSINESS DATE IT REVERSED.  RECORDS
001060*                   WRITTEN BEFORE THIS CHANGE CARRY SPACES IN
001070*                   THE NEW FIELDS - READERS FALL BACK TO
001080*                   AA-LOG-DATE WHEN AA-BUSINESS-DATE IS NOT
001090*                   NUMERIC.
001100******************************************************************
001200 01  ADJ-AUDIT-RECORD.
001300     05  AA-TXN-ID               PIC X(10).
001800     05  AA-RETURN-CODE          PIC 9(02).
001900     05  AA-LOG-DATE             PIC 9(08).
002000     05  AA-LOG-TIME             PIC 9(08).
002100     05  AA-BUSINESS-DATE        PIC 9(08).
002200     05  AA-TRANS-TYPE           PIC X(01).
002300         88  AA-ORDINARY             VALUE SPACE.
002400         88  AA-REVERSAL             VALUE 'R'.
002500     05  AA-ORIG-TXN-ID          PIC X(10).
002600     05  AA-ORIG-DATE            PIC 9(08).

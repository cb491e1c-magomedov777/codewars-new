001500*  ---------------------------------------------------------------
001600*  DATE       INIT  DESCRIPTION
001700*  09/02/2026 RLK   ORIGINAL.
001720*  10/13/2026 RLK   CM-DEPT NOW NAMES THE DEPARTMENT ADJDCHG BILLS
001740*                   FOR THE CATEGORY AT MONTH END; LEAVE IT BLANK
001760*                   ONLY IF THE ACTIVITY IS TO SHOW UNALLOCATED.
001800******************************************************************
001900 01  ADJ-CAT-RECORD.
002000     05  CM-CODE                 PIC X(02).

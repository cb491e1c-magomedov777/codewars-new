000200*  ADJCLC.CPY
000300*  MAINTENANCE TRANSACTION RECORD READ BY ADJCALM TO ADD,
000400*  CHANGE, OR DELETE A BUSINESS-DAY CALENDAR ENTRY - THIS IS HOW
000500*  NEXT YEAR'S WEEKENDS AND HOLIDAYS GET LOADED.  CL-MAINT-USER-ID
000533*  IS THE USER MAKING THE CHANGE, CHECKED AGAINST THE USER
000566*  AUTHORITY FILE FOR THE CALENDAR MAINTAINER ROLE.
000600*
000700*  MODIFICATION HISTORY
000800*  ---------------------------------------------------------------
000900*  DATE       INIT  DESCRIPTION
001000*  09/02/2026 RLK   ORIGINAL.
001050*  10/08/2026 RLK   ADDED CL-MAINT-USER-ID (CARD COLUMNS 31-38).
001100******************************************************************
001200 01  ADJ-CAL-MAINT-RECORD.
001300     05  CL-MAINT-FUNCTION       PIC X(01).
001700     05  CL-MAINT-DATE           PIC 9(08).
001800     05  CL-MAINT-DAY-TYPE       PIC X(01).
001900     05  CL-MAINT-DESC           PIC X(20).
002000     05  CL-MAINT-USER-ID        PIC X(08).

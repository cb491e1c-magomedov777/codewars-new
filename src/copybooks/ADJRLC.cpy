000100******************************************************************
000200*  ADJRLC.CPY
000300*  LINKAGE INTERFACE PASSED TO ADJRLOG TO WRITE A RUN LOG RECORD.
000400*  THE CALLER SETS LG-STEP-START AND ITS PROGRAM NAME AS IT
000500*  STARTS, AND LG-STEP-END WITH ITS BUSINESS DATE, CYCLE, RECORD
000600*  COUNTS, AND RETURN CODE AS IT ENDS.  A BUSINESS DATE OF ZERO
000700*  MEANS THE CALLER DOES NOT KNOW IT AND ADJRLOG FILES THE STEP
000800*  UNDER THE DATE IT STARTED, THE SAME DEFAULT THE SUITE'S
000900*  NO-PARM RUNS TAKE.  THE CALLER MUST PASS ITS CURRENT
001000*  RETURN-CODE IN LG-RETURN-CODE ON BOTH CALLS - ADJRLOG HANDS IT
001100*  BACK AS ITS OWN RETURN CODE SO THE CALL DOES NOT CLEAR THE
001200*  STEP'S.
001300******************************************************************
001400*  MODIFICATION HISTORY
001500*  ---------------------------------------------------------------
001600*  DATE       INIT  DESCRIPTION
001700*  10/15/2026 RLK   ORIGINAL.
001800******************************************************************
001900 01  ADJ-RUN-LOG-CALL-RECORD.
002000     05  LG-FUNCTION             PIC X(01).
002100         88  LG-STEP-START           VALUE 'S'.
002200         88  LG-STEP-END             VALUE 'E'.
002300     05  LG-PROGRAM              PIC X(08).
002400     05  LG-BUSINESS-DATE        PIC 9(08).
002500     05  LG-CYCLE-NUMBER         PIC 9(02).
002600     05  LG-RECORDS-IN           PIC 9(09).
002700     05  LG-RECORDS-OUT          PIC 9(09).
002800     05  LG-RETURN-CODE          PIC 9(04).

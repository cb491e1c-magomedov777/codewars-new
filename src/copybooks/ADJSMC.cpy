000100******************************************************************
000200*  ADJSMC.CPY
000300*  SELECTION CARD READ BY ADJPSIM.  ONE CARD PER PENDING
000400*  PARAMETER CHANGE TO BE SIMULATED, MATCHED BY CATEGORY CODE
000500*  AND EFFECTIVE DATE THE SAME WAY ADJPAPPR MATCHES AN APPROVAL
000600*  CARD.  NO CARDS AT ALL SIMULATES EVERY PENDING REQUEST.
000700*
000800*  MODIFICATION HISTORY
000900*  ---------------------------------------------------------------
001000*  DATE       INIT  DESCRIPTION
001100*  10/12/2026 RLK   ORIGINAL.
001200******************************************************************
001300 01  ADJ-SIM-CARD-RECORD.
001400     05  SM-CODE                 PIC X(02).
001500     05  SM-EFF-DATE             PIC 9(08).

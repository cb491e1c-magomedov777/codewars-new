000200*  ADJEDR.CPY
000300*  EDIT REJECT RECORD WRITTEN BY ADJEDIT FOR ANY RAW TRANSACTION
000400*  THAT FAILS THE FRONT-END EDITS (BLANK TXN-ID, NON-NUMERIC NUM,
000500*  DUPLICATE TXN-ID, TXN-ID ALREADY POSTED ON AN EARLIER DAY) SO
000600*  THE UPSTREAM TEAM CAN CORRECT AND RESUBMIT IT INSTEAD OF IT
000700*  ABENDING OR DOUBLE-POSTING THE NIGHT'S ADJBATCH RUN.
000800*
000900*  MODIFICATION HISTORY
001000*  ---------------------------------------------------------------
001272*                   CONSOLIDATES SEVERAL UPSTREAM FEEDS - THE
001273*                   REJECT GOES BACK TO THE TEAM THAT OWNS THE
001274*                   FEED IT CAME IN ON.
001279*  10/08/2026 RLK   ADDED REASON CODE 80 - THE TXN-ID IS ALREADY
001284*                   ON THE POSTED TRANSACTION MASTER FROM AN
001289*                   EARLIER DAY OR CYCLE.  THE REASON TEXT SHOWS
001294*                   THE BUSINESS DATE AND CYCLE IT POSTED UNDER.
001300******************************************************************
001400 01  ADJ-EDIT-REJ-RECORD.
001500     05  RJ-TXN-ID               PIC X(10).
002210         88  RJ-CAT-NOT-ON-MASTER    VALUE 50.
002220         88  RJ-CAT-SUSPENDED        VALUE 60.
002230         88  RJ-CREDIT-NOT-ALLOWED   VALUE 70.
002265         88  RJ-ALREADY-POSTED       VALUE 80.
002300     05  RJ-REASON               PIC X(30).
002400     05  RJ-SOURCE-CODE          PIC X(02).

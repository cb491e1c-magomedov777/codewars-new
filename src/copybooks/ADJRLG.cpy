000100******************************************************************
000200*  ADJRLG.CPY
000300*  JOB-STEP RUN LOG RECORD.  EVERY PROGRAM IN THE NIGHTLY STREAM
000400*  CALLS ADJRLOG AS IT STARTS AND AGAIN AS IT ENDS, AND ADJRLOG
000500*  APPENDS ONE OF THESE TO THE SHARED RUN LOG (ADJRUNLG) EACH
000600*  TIME - A START RECORD CARRYING ONLY THE START TIMESTAMP, AND AN
000700*  END RECORD REPEATING IT WITH THE END TIMESTAMP, THE STEP'S
000800*  RECORDS IN AND OUT, AND ITS RETURN CODE.  A START RECORD WITH
000900*  NO END RECORD BEHIND IT IS A STEP THAT ABENDED OR IS STILL
001000*  RUNNING.  ADJSLA JUDGES EACH NIGHT'S BATCH WINDOW FROM THIS
001100*  FILE AND ADJSTAT SHOWS THE CRITICAL-PATH FINISH TIME.  THE
001200*  TIMES ARE HHMMSSHH (HUNDREDTHS) FROM THE SYSTEM CLOCK.  THE
001300*  CYCLE IS ZERO FOR A STEP THAT DOES NOT RUN BY CYCLE.  THE
001333*  DATE SOURCE IS 'D' WHEN THE STEP HAD NOT SUPPLIED A BUSINESS
001366*  DATE AND THE RECORD WAS FILED UNDER THE DAY THE STEP STARTED.
001400******************************************************************
001500*  MODIFICATION HISTORY
001600*  ---------------------------------------------------------------
001700*  DATE       INIT  DESCRIPTION
001800*  10/15/2026 RLK   ORIGINAL.
001900******************************************************************
002000 01  ADJ-RUN-LOG-RECORD.
002100     05  RL-REC-TYPE             PIC X(01).
002200         88  RL-START-RECORD         VALUE 'S'.
002300         88  RL-END-RECORD           VALUE 'E'.
002400     05  RL-PROGRAM              PIC X(08).
002500     05  RL-BUSINESS-DATE        PIC 9(08).
002600     05  RL-CYCLE-NUMBER         PIC 9(02).
002700     05  RL-START-STAMP.
002800         10  RL-START-DATE       PIC 9(08).
002900         10  RL-START-TIME       PIC 9(08).
003000     05  RL-END-STAMP.
003100         10  RL-END-DATE         PIC 9(08).
003200         10  RL-END-TIME         PIC 9(08).
003300     05  RL-RECORDS-IN           PIC 9(09).
003400     05  RL-RECORDS-OUT          PIC 9(09).
003500     05  RL-RETURN-CODE          PIC 9(04).
003600     05  RL-DATE-SOURCE          PIC X(01).
003700         88  RL-DATE-FROM-STEP       VALUE 'S'.
003800         88  RL-DATE-DEFAULTED       VALUE 'D'.
003900     05  FILLER                  PIC X(06).

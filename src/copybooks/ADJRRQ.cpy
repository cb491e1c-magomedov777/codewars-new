000100******************************************************************
000200*  ADJRRQ.CPY
000300*  APPROVED RE-RATE REQUEST.  WRITTEN BY ADJPAPPR WHEN A SECOND
000400*  USER APPROVES A PENDING RE-RATE (PC-RERATE) REQUEST, AND READ
000500*  BY ADJRERT TO TRUE UP THE CATEGORY'S POSTED ADJUSTMENTS OVER
000600*  RQ-FROM-DATE THROUGH RQ-THRU-DATE AT THE CORRECTED RATE.  THE
000700*  CORRECTED RATE IS RQ-AMOUNT AND RQ-RULE-DATA, IN THE SAME
000800*  LAYOUT AS ADJ-PARM-RULE-DATA ON THE ADJPARM RECORD.  BOTH USER
000900*  IDS TRAVEL WITH THE REQUEST SO THE TRUE-UP REPORT CAN SHOW
001000*  WHO ASKED FOR IT AND WHO APPROVED IT.
001100*
001200*  MODIFICATION HISTORY
001300*  ---------------------------------------------------------------
001400*  DATE       INIT  DESCRIPTION
001500*  10/07/2026 RLK   ORIGINAL.
001600******************************************************************
001700 01  ADJ-RERATE-REQ-RECORD.
001800     05  RQ-CODE                 PIC X(02).
001900     05  RQ-FROM-DATE            PIC 9(08).
002000     05  RQ-THRU-DATE            PIC 9(08).
002100     05  RQ-AMOUNT               PIC S9(3)   SIGN LEADING.
002200     05  RQ-DESC                 PIC X(20).
002300     05  RQ-REQUEST-USER         PIC X(08).
002400     05  RQ-REQUEST-DATE         PIC 9(08).
002500     05  RQ-APPROVE-USER         PIC X(08).
002600     05  RQ-APPROVE-DATE         PIC 9(08).
002700     05  RQ-APPROVE-TIME         PIC 9(08).
002800     05  RQ-RULE-DATA.
002900         10  RQ-RULE-TYPE        PIC X(01).
003000             88  RQ-FLAT-RULE            VALUE 'F' SPACE.
003100             88  RQ-PCT-RULE             VALUE 'P'.
003200             88  RQ-TIER-RULE            VALUE 'T'.
003300         10  RQ-PCT-RATE         PIC 9(3)V99.
003400         10  RQ-MIN-SW           PIC X(01).
003500             88  RQ-HAS-MIN              VALUE 'Y'.
003600         10  RQ-MIN-AMOUNT       PIC S9(3)   SIGN LEADING.
003700         10  RQ-MAX-SW           PIC X(01).
003800             88  RQ-HAS-MAX              VALUE 'Y'.
003900         10  RQ-MAX-AMOUNT       PIC S9(3)   SIGN LEADING.
004000         10  RQ-BAND-COUNT       PIC 9(01).
004100         10  RQ-BAND                     OCCURS 5.
004200             15  RQ-BAND-LIMIT           PIC 9(04).
004300             15  RQ-BAND-AMOUNT          PIC S9(3)   SIGN LEADING.

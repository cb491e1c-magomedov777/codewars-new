002840*                   RATE CHANGES CAN BE STAGED IN ADVANCE.  ZERO
002850*                   DEFAULTS TO THE CURRENT DATE FOR CALLERS THAT
002860*                   DO NOT SUPPLY ONE.
002861*  10/06/2026 RLK   ADDED AC-TRANS-TYPE AND THE ORIGINAL TXN-ID
002862*                   AND DATE FOR A REVERSAL.  ON A REVERSAL THE
002863*                   CALLER HAS ALREADY FOUND THE ORIGINAL ON THE
002864*                   AUDIT TRAIL AND PASSES THE NEGATED NUM AND
002865*                   ADJ-AMOUNT AND THE ORIGINAL CATEGORY, OR
002866*                   PRESETS AC-RETURN-CODE 30 (ORIGINAL NEVER
002867*                   POSTED) OR 40 (ALREADY REVERSED) - ADD-FIVE
002868*                   THEN AUDITS THE REJECTION AS IT STANDS.
002869*                   EVERY OTHER CALLER PASSES SPACE.
002870*  10/12/2026 RLK   ADDED AC-SIMULATE-IND FOR ADJPSIM'S WHAT-IF
002871*                   REPLAY OF A PAST DAY.  A SIMULATION CALL
002872*                   WRITES NO AUDIT RECORD AND MAY CARRY AN
002873*                   OVERRIDE: 'Y' PRICES THE CALL AT AC-OVR-AMOUNT
002874*                   AND AC-OVR-RULE-DATA (ADJPARM RULE LAYOUT) AS
002875*                   IF THAT RATE WERE IN EFFECT, 'D' PRICES IT AS
002876*                   IF THE ADJPARM RECORD EFFECTIVE AC-OVR-EFF-
002877*                   DATE WERE GONE.  AC-PRICED-CODE RETURNS THE
002878*                   CATEGORY THE CALL WAS PRICED UNDER (THE
002879*                   STANDARD CODE FOR A BLANK CATEGORY) ON EVERY
002880*                   CALL.
002900******************************************************************
003000 01  ADJ-CALL-RECORD.
003100     05  AC-TXN-ID               PIC X(10).
003700         88  AC-RC-OK                VALUE 00.
003800         88  AC-RC-OVERFLOW           VALUE 10.
003900         88  AC-RC-BAD-CATEGORY       VALUE 20.
003933         88  AC-RC-REV-NOT-POSTED     VALUE 30.
003966         88  AC-RC-REV-ALREADY        VALUE 40.
004000         88  AC-RC-FILE-ERROR         VALUE 90.
004100     05  AC-CREDIT-IND            PIC X(01).
004200         88  AC-IS-CREDIT             VALUE 'Y'.
004500         88  AC-IS-RESTART            VALUE 'Y'.
004600         88  AC-NOT-RESTART           VALUE 'N'.
004700     05  AC-BUSINESS-DATE         PIC 9(08).
004800     05  AC-TRANS-TYPE            PIC X(01).
004900         88  AC-IS-ORDINARY           VALUE SPACE.
005000         88  AC-IS-REVERSAL           VALUE 'R'.
005100     05  AC-ORIG-TXN-ID           PIC X(10).
005200     05  AC-ORIG-DATE             PIC 9(08).
005300     05  AC-SIMULATE-IND          PIC X(01).
005400         88  AC-IS-SIMULATION         VALUE 'Y'.
005500         88  AC-NOT-SIMULATION        VALUE 'N'.
005600     05  AC-OVERRIDE-IND          PIC X(01).
005700         88  AC-NO-OVERRIDE           VALUE 'N'.
005800         88  AC-OVERRIDE-RULE         VALUE 'Y'.
005900         88  AC-OVERRIDE-DROP         VALUE 'D'.
006000     05  AC-OVR-EFF-DATE          PIC 9(08).
006100     05  AC-OVR-AMOUNT            PIC S9(3)   SIGN LEADING.
006200     05  AC-OVR-RULE-DATA         PIC X(50).
006300     05  AC-PRICED-CODE           PIC X(02).

000700*  RETENTION, ARCHIVE, AND PURGE FOR THE FILES THAT ONLY EVER
000800*  GROW: THE ADJAUDIT TRAIL (ONE RECORD PER ADD-FIVE CALL), THE
000900*  ADJCTHST RUN HISTORY (ONE PER CYCLE FOREVER), THE PENDING
001000*  EXCEPTION MASTER, THE TRANSMISSION TRACKING MASTER, AND THE
001050*  POSTED TRANSACTION MASTER KSDS.
001100*  DRIVEN BY A RETENTION CARD (ADJPRG LAYOUT) GIVING DAYS PER
001200*  FILE - RECORDS OLDER THAN THE AS-OF DATE MINUS THE RETENTION
001300*  MOVE TO A DATED ARCHIVE FILE IN THEIR ORIGINAL LAYOUT, THE
001700*  ANY MISMATCH).  THE ARCHIVED ADJAUDIT STAYS IN THE ADJAUD
001800*  LAYOUT, SO AN OLD INQUIRY RUNS ADJAUDX STRAIGHT AGAINST THE
001900*  ARCHIVE DATA SET.  A RETENTION OF ZERO SKIPS THAT FILE'S
002000*  PURGE FOR THE RUN.  THE POSTED TRANSACTION MASTER IS AGED IN
002033*  PLACE - ITS OLD RECORDS ARE COPIED TO THE ARCHIVE AND DELETED
002066*  FROM THE KSDS, AND "KEPT" IS WHAT REMAINS ON IT.  THE KEYED
002074*  AUDIT STORE KSDS IS AGED IN PLACE THE SAME WAY UNDER THE
002082*  ADJAUDIT RETENTION, BUT ONLY DELETED - ITS RECORDS ARE THE
002090*  SAME ONES THE ADJAUDIT SPLIT HAS JUST ARCHIVED.
002100*
002200*  MODIFICATION HISTORY
002300*  ---------------------------------------------------------------
002400*  DATE       INIT  DESCRIPTION
002500*  09/02/2026 RLK   ORIGINAL.
002505*  10/06/2026 RLK   THE RENAMED ADJAUD COPY NOW COVERS THE NEW
002510*                   BUSINESS DATE AND REVERSAL FIELDS.
002515*  10/08/2026 RLK   AGE THE NEW POSTED TRANSACTION MASTER KSDS ON
002520*                   PX-BUSINESS-DATE UNDER ITS OWN RETENTION
002525*                   (CARD COLUMNS 25-28, BLANK = NO PURGE).  AN
002530*                   AGED-OFF TXN-ID NO LONGER BLOCKS A RESEND IN
002535*                   ADJEDIT, SO KEEP IT WELL PAST ANY FEED'S
002540*                   RESEND WINDOW.
002545*  10/14/2026 RLK   AGE THE NEW KEYED AUDIT STORE KSDS ON ITS LOG
002550*                   DATE UNDER THE ADJAUDIT RETENTION (CARD
002555*                   COLUMNS 9-12).  RECORDS ARE DELETED, NOT
002560*                   ARCHIVED AGAIN; THE REPORT NOTES ANY
002565*                   DIFFERENCE FROM THE NUMBER THE ADJAUDIT SPLIT
002570*                   ARCHIVED.
002575*  10/15/2026 RLK   RENAME THE NEW HS-BUSINESS-DATE ON THE KEPT
002580*                   AND ARCHIVED HISTORY RECORDS LIKE THE OTHER
002585*                   FIELDS.
002600******************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID.  ADJPURGE.
008200         ORGANIZATION IS LINE SEQUENTIAL
008300         FILE STATUS IS WS-TRK-AR-STATUS.
008400
008405     SELECT ADJ-PTX-FILE ASSIGN TO "ADJPTXF"
008410         ORGANIZATION IS INDEXED
008415         ACCESS MODE IS DYNAMIC
008420         RECORD KEY IS PX-TXN-ID
008425         FILE STATUS IS WS-PTX-STATUS.
008430
008435     SELECT ADJ-PTX-ARCH-FILE ASSIGN TO "ADJPTXAR"
008440         ORGANIZATION IS LINE SEQUENTIAL
008445         FILE STATUS IS WS-PTX-AR-STATUS.
008450
008455     SELECT ADJ-AUDIT-KS-FILE ASSIGN TO "ADJAUDKS"
008460         ORGANIZATION IS INDEXED
008465         ACCESS MODE IS DYNAMIC
008470         RECORD KEY IS AK-KEY
008475         ALTERNATE RECORD KEY IS AK-ALT-KEY WITH DUPLICATES
008480         FILE STATUS IS WS-AUDKS-STATUS.
008485
008500     SELECT ADJ-PURGE-RPT ASSIGN TO "ADJPRGRPT"
008600         ORGANIZATION IS LINE SEQUENTIAL
008700         FILE STATUS IS WS-RPT-STATUS.
010400               ==AA-ADJ-AMOUNT==      BY ==KA-ADJ-AMOUNT==
010500               ==AA-RETURN-CODE==     BY ==KA-RETURN-CODE==
010600               ==AA-LOG-DATE==        BY ==KA-LOG-DATE==
010700               ==AA-LOG-TIME==        BY ==KA-LOG-TIME==
010714               ==AA-BUSINESS-DATE==   BY ==KA-BUSINESS-DATE==
010728               ==AA-TRANS-TYPE==      BY ==KA-TRANS-TYPE==
010742               ==AA-ORDINARY==        BY ==KA-ORDINARY==
010756               ==AA-REVERSAL==        BY ==KA-REVERSAL==
010770               ==AA-ORIG-TXN-ID==     BY ==KA-ORIG-TXN-ID==
010784               ==AA-ORIG-DATE==       BY ==KA-ORIG-DATE==.
010800
010900 FD  ADJ-AUDIT-ARCH-FILE.
011000 COPY ADJAUD
011600               ==AA-ADJ-AMOUNT==      BY ==XA-ADJ-AMOUNT==
011700               ==AA-RETURN-CODE==     BY ==XA-RETURN-CODE==
011800               ==AA-LOG-DATE==        BY ==XA-LOG-DATE==
011900               ==AA-LOG-TIME==        BY ==XA-LOG-TIME==
011914               ==AA-BUSINESS-DATE==   BY ==XA-BUSINESS-DATE==
011928               ==AA-TRANS-TYPE==      BY ==XA-TRANS-TYPE==
011942               ==AA-ORDINARY==        BY ==XA-ORDINARY==
011956               ==AA-REVERSAL==        BY ==XA-REVERSAL==
011970               ==AA-ORIG-TXN-ID==     BY ==XA-ORIG-TXN-ID==
011984               ==AA-ORIG-DATE==       BY ==XA-ORIG-DATE==.
012000
012100 FD  ADJ-HIST-FILE.
012200 COPY ADJHST.
013500                                    BY ==KH-ADJ-AMOUNT-TOTAL==
013600               ==HS-CREDIT-TOTAL==    BY ==KH-CREDIT-TOTAL==
013700               ==HS-DEBIT-TOTAL==     BY ==KH-DEBIT-TOTAL==
013766               ==HS-CYCLE-NUMBER==    BY ==KH-CYCLE-NUMBER==
013832               ==HS-BUSINESS-DATE==   BY ==KH-BUSINESS-DATE==.
013900
014000 FD  ADJ-HIST-ARCH-FILE.
014100 COPY ADJHST
015100                                    BY ==XH-ADJ-AMOUNT-TOTAL==
015200               ==HS-CREDIT-TOTAL==    BY ==XH-CREDIT-TOTAL==
015300               ==HS-DEBIT-TOTAL==     BY ==XH-DEBIT-TOTAL==
015366               ==HS-CYCLE-NUMBER==    BY ==XH-CYCLE-NUMBER==
015432               ==HS-BUSINESS-DATE==   BY ==XH-BUSINESS-DATE==.
015500
015600 FD  ADJ-PEX-FILE.
015700 COPY ADJPEX.
020900               ==TK-CYCLE-NUMBER==    BY ==XT-CYCLE-NUMBER==
021000               ==TK-ACK-DATE==        BY ==XT-ACK-DATE==.
021100
021105 FD  ADJ-PTX-FILE.
021110 COPY ADJPTX.
021115
021120 FD  ADJ-PTX-ARCH-FILE.
021125 COPY ADJPTX
021130     REPLACING ==ADJ-POSTED-TXN-RECORD==
021135                                    BY ==ADJ-PTX-ARCH-REC==
021140               ==PX-TXN-ID==          BY ==XX-TXN-ID==
021145               ==PX-BUSINESS-DATE==   BY ==XX-BUSINESS-DATE==
021150               ==PX-CYCLE-NUMBER==    BY ==XX-CYCLE-NUMBER==
021155               ==PX-SOURCE-CODE==     BY ==XX-SOURCE-CODE==
021160               ==PX-POST-DATE==       BY ==XX-POST-DATE==
021165               ==PX-POST-TIME==       BY ==XX-POST-TIME==.
021170
021175 FD  ADJ-AUDIT-KS-FILE.
021180 COPY ADJAKS.
021185
021200 FD  ADJ-PURGE-RPT.
021300 01  RPT-LINE                   PIC X(80).
021400
022600 77  WS-TRK-STATUS           PIC X(02)   VALUE SPACES.
022700 77  WS-TRK-KP-STATUS        PIC X(02)   VALUE SPACES.
022800 77  WS-TRK-AR-STATUS        PIC X(02)   VALUE SPACES.
022833 77  WS-PTX-STATUS           PIC X(02)   VALUE SPACES.
022866 77  WS-PTX-AR-STATUS        PIC X(02)   VALUE SPACES.
022883 77  WS-AUDKS-STATUS         PIC X(02)   VALUE SPACES.
022900 77  WS-RPT-STATUS           PIC X(02)   VALUE SPACES.
023000 77  WS-FILE-EOF-SW          PIC X(01)   VALUE 'N'.
023100     88  WS-FILE-EOF             VALUE 'Y'.
024700 77  WS-HIST-DAYS            PIC 9(04)   VALUE ZERO.
024800 77  WS-PEX-DAYS             PIC 9(04)   VALUE ZERO.
024900 77  WS-TRK-DAYS             PIC 9(04)   VALUE ZERO.
024950 77  WS-PTX-DAYS             PIC 9(04)   VALUE ZERO.
024975 77  WS-AUDIT-ARCH-COUNT     PIC 9(07)   VALUE ZERO.
025000
025100 01  WS-DATE-ED                  PIC 9999/99/99.
025200 01  WS-IN-ED                    PIC ZZZ,ZZ9.
026800     END-IF.
026900     IF NOT WS-ABEND
027000         PERFORM 5000-PURGE-TRK THRU 5000-EXIT
027014     END-IF.
027028     IF NOT WS-ABEND
027042         PERFORM 6000-PURGE-PTX THRU 6000-EXIT
027056     END-IF.
027070     IF NOT WS-ABEND
027084         PERFORM 6500-PURGE-AUDKS THRU 6500-EXIT
027100     END-IF.
027200     IF WS-ABEND
027300         MOVE 16 TO RETURN-CODE
030000         OR PG-HIST-DAYS NOT NUMERIC
030100         OR PG-PEX-DAYS NOT NUMERIC
030200         OR PG-TRK-DAYS NOT NUMERIC
030233         OR (PG-PTX-DAYS NOT = SPACES
030266             AND PG-PTX-DAYS-9 NOT NUMERIC)
030300         DISPLAY 'ADJPURGE - BAD RETENTION CARD, RUN STOPPED'
030400         SET WS-ABEND TO TRUE
030500         CLOSE ADJ-PURGE-PARM-FILE
030900     MOVE PG-HIST-DAYS TO WS-HIST-DAYS.
031000     MOVE PG-PEX-DAYS TO WS-PEX-DAYS.
031100     MOVE PG-TRK-DAYS TO WS-TRK-DAYS.
031125     IF PG-PTX-DAYS NOT = SPACES
031150         MOVE PG-PTX-DAYS-9 TO WS-PTX-DAYS
031175     END-IF.
031200     IF PG-AS-OF-DATE NOT = SPACES
031300         AND PG-AS-OF-DATE-9 NUMERIC
031400         AND PG-AS-OF-DATE-9 NOT = ZERO
038100     CLOSE ADJ-AUDIT-KEEP-FILE.
038200     CLOSE ADJ-AUDIT-ARCH-FILE.
038300     PERFORM 7000-WRITE-FILE-LINE THRU 7000-EXIT.
038350     MOVE WS-ARCH-COUNT TO WS-AUDIT-ARCH-COUNT.
038400 2000-EXIT.
038500     EXIT.
038600
055700     EXIT.
055800
055900******************************************************************
055901*  6000-PURGE-PTX - AGE THE POSTED TRANSACTION MASTER ON
055902*  PX-BUSINESS-DATE.  THE KSDS IS UPDATED IN PLACE: EACH RECORD
055903*  PAST THE CUTOFF IS WRITTEN TO THE ARCHIVE FIRST AND THEN
055904*  DELETED, SO A FAILED DELETE NEVER LOSES A RECORD.
055905******************************************************************
055906 6000-PURGE-PTX.
055907     MOVE 'ADJPTXF' TO WS-CURR-NAME.
055908     MOVE WS-PTX-DAYS TO WS-CURR-DAYS.
055909     PERFORM 1500-SET-CUTOFF THRU 1500-EXIT.
055910     OPEN I-O ADJ-PTX-FILE.
055911     OPEN OUTPUT ADJ-PTX-ARCH-FILE.
055912     IF WS-PTX-STATUS NOT = '00'
055913         OR WS-PTX-AR-STATUS NOT = '00'
055914         DISPLAY 'ADJPURGE - ADJPTXF OPEN FAILED, STATUSES '
055915             WS-PTX-STATUS ' ' WS-PTX-AR-STATUS
055916         SET WS-ABEND TO TRUE
055917         GO TO 6000-EXIT
055918     END-IF.
055919     PERFORM 6100-AGE-ONE-PTX THRU 6100-EXIT
055920         UNTIL WS-FILE-EOF OR WS-ABEND.
055921     CLOSE ADJ-PTX-FILE.
055922     CLOSE ADJ-PTX-ARCH-FILE.
055923     PERFORM 7000-WRITE-FILE-LINE THRU 7000-EXIT.
055924 6000-EXIT.
055925     EXIT.
055926
055927 6100-AGE-ONE-PTX.
055928     READ ADJ-PTX-FILE NEXT RECORD
055929         AT END
055930             SET WS-FILE-EOF TO TRUE
055931             GO TO 6100-EXIT
055932     END-READ.
055933     ADD 1 TO WS-IN-COUNT.
055934     COMPUTE WS-REC-INT =
055935         FUNCTION INTEGER-OF-DATE (PX-BUSINESS-DATE).
055936     IF WS-CURR-DAYS > ZERO AND WS-REC-INT < WS-CUTOFF-INT
055937         MOVE ADJ-POSTED-TXN-RECORD TO ADJ-PTX-ARCH-REC
055938         WRITE ADJ-PTX-ARCH-REC
055939         DELETE ADJ-PTX-FILE RECORD
055940         IF WS-PTX-STATUS NOT = '00'
055941             DISPLAY 'ADJPURGE - ADJPTXF DELETE FAILED FOR TXN '
055942                 PX-TXN-ID ', STATUS ' WS-PTX-STATUS
055943             SET WS-ABEND TO TRUE
055944             GO TO 6100-EXIT
055945         END-IF
055946         ADD 1 TO WS-ARCH-COUNT
055947     ELSE
055948         ADD 1 TO WS-KEPT-COUNT
055949     END-IF.
055950 6100-EXIT.
055951     EXIT.
055952
055953******************************************************************
055954*  6500-PURGE-AUDKS - AGE THE KEYED AUDIT STORE ON AK-LOG-DATE,
055955*  THE DATE THE ADJAUDIT SPLIT USES, UNDER THE SAME RETENTION.
055956*  THE KSDS IS UPDATED IN PLACE.  ITS RECORDS PAST THE CUTOFF
055957*  WERE JUST WRITTEN TO THE AUDIT ARCHIVE BY 2000, SO THEY ARE
055958*  ONLY DELETED HERE ("ARCH" ON ITS LINE IS THE NUMBER AGED OFF).
055959*  A COUNT THAT DIFFERS FROM THE ADJAUDIT ARCHIVE COUNT IS NOTED
055960*  - USUALLY A GENERATION LEFT OFF THE ADJAUDIT CONCATENATION, OR
055961*  DAYS NEVER LOADED TO THE STORE.
055962******************************************************************
055963 6500-PURGE-AUDKS.
055964     MOVE 'ADJAUDKS' TO WS-CURR-NAME.
055965     MOVE WS-AUDIT-DAYS TO WS-CURR-DAYS.
055966     PERFORM 1500-SET-CUTOFF THRU 1500-EXIT.
055967     OPEN I-O ADJ-AUDIT-KS-FILE.
055968     IF WS-AUDKS-STATUS NOT = '00'
055969         DISPLAY 'ADJPURGE - ADJAUDKS OPEN FAILED, STATUS '
055970             WS-AUDKS-STATUS
055971         SET WS-ABEND TO TRUE
055972         GO TO 6500-EXIT
055973     END-IF.
055974     PERFORM 6600-AGE-ONE-AUDKS THRU 6600-EXIT
055975         UNTIL WS-FILE-EOF OR WS-ABEND.
055976     CLOSE ADJ-AUDIT-KS-FILE.
055977     PERFORM 7000-WRITE-FILE-LINE THRU 7000-EXIT.
055978     IF WS-ARCH-COUNT NOT = WS-AUDIT-ARCH-COUNT
055979         MOVE WS-AUDIT-ARCH-COUNT TO WS-IN-ED
055980         MOVE SPACES TO RPT-LINE
055981         STRING '    NOTE - ADJAUDIT ARCHIVED ' WS-IN-ED
055982             ', ADJAUDKS AGED ' WS-ARCH-ED
055983             DELIMITED BY SIZE INTO RPT-LINE
055984         WRITE RPT-LINE
055985     END-IF.
055986 6500-EXIT.
055987     EXIT.
055988
055989 6600-AGE-ONE-AUDKS.
055990     READ ADJ-AUDIT-KS-FILE NEXT RECORD
055991         AT END
055992             SET WS-FILE-EOF TO TRUE
055993             GO TO 6600-EXIT
055994     END-READ.
055995     ADD 1 TO WS-IN-COUNT.
055996     COMPUTE WS-REC-INT =
055997         FUNCTION INTEGER-OF-DATE (AK-LOG-DATE).
055998     IF WS-CURR-DAYS > ZERO AND WS-REC-INT < WS-CUTOFF-INT
055999         DELETE ADJ-AUDIT-KS-FILE RECORD
056000         IF WS-AUDKS-STATUS NOT = '00'
056001             DISPLAY 'ADJPURGE - ADJAUDKS DELETE FAILED FOR TXN '
056002                 AK-TXN-ID ', STATUS ' WS-AUDKS-STATUS
056003             SET WS-ABEND TO TRUE
056004             GO TO 6600-EXIT
056005         END-IF
056006         ADD 1 TO WS-ARCH-COUNT
056007     ELSE
056008         ADD 1 TO WS-KEPT-COUNT
056009     END-IF.
056010 6600-EXIT.
056011     EXIT.
056012
056013******************************************************************
056014*  7000-WRITE-FILE-LINE - ONE BALANCING LINE PER FILE.  THE
056100*  PROOF IS RECORDS-IN = RECORDS-KEPT + RECORDS-ARCHIVED; ANY
056200*  FILE THAT FAILS IT FAILS THE RUN.
056300******************************************************************

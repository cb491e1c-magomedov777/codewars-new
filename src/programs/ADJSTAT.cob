001800*  PROBLEM HIDING ON PAGE FOUR OF A REPORT.  THE THRESHOLDS
001900*  MIRROR THE SUITE DEFAULTS: 7 DAYS FOR EXCEPTIONS (ADJRCYC),
002000*  2 FOR ACKS (ADJACK), AND 7 FOR APPROVAL EXPIRY (ADJPAPPR),
002100*  WITH "NEAR EXPIRY" MEANING WITHIN 2 DAYS OF IT.  THE LAST
002125*  LINE IS THE NIGHT'S CRITICAL-PATH FINISH TIME FROM THE SHARED
002150*  RUN LOG (ADJRUNLG), JUDGED AGAINST THE DEADLINE CARDS ADJSLA
002175*  USES (ADJSLAIN).
002180*  A PERIOD LOCK SECTION SHOWS THE STATUS OF THE ACCOUNTING
002185*  PERIOD THE BUSINESS DATE FALLS IN (ADJPERF) AND LISTS EVERY
002190*  ACTION THE PERIOD LOCK HAS REFUSED SINCE THE BUSINESS DATE
002195*  (ADJPLRLG).  A CLOSED PERIOD OR ANY REFUSAL NEEDS ACTION.
002200*
002300*  PARM NAMES THE BUSINESS DATE (YYYYMMDD); NO PARM MEANS THE
002400*  CURRENT DATE.
002960*                   NO LONGER FLAG.  A RUN WITHOUT THE CALENDAR
002970*                   FALLS BACK TO CALENDAR DAYS WITH A SYSOUT
002980*                   NOTE.
002982*  10/15/2026 RLK   BATCH WINDOW.  NEW CRITICAL PATH FINISH LINE
002984*                   FROM THE RUN LOG - THE LAST END OF THE STEPS
002986*                   CARDED AS CRITICAL PATH (EVERY STEP WITHOUT
002988*                   CARDS), FLAGGED FOR ACTION WHEN A CRITICAL
002990*                   STEP HAS NOT FINISHED OR ENDED PAST ITS
002992*                   DEADLINE.
002993*  10/15/2026 RLK   PERIOD CLOSE LOCK.  NEW ACCOUNTING PERIOD
002994*                   LINE FROM ADJPLCK AND PERIOD LOCK REFUSALS
002995*                   LINE WITH ONE DETAIL LINE PER REFUSAL LOGGED
002996*                   SINCE THE BUSINESS DATE, BOTH FLAGGED FOR
002997*                   ACTION.
003000******************************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID.  ADJSTAT.
006150         RECORD KEY IS CD-DATE
006160         FILE STATUS IS WS-CAL-STATUS.
006200
006207     SELECT ADJ-RUN-LOG-FILE ASSIGN TO "ADJRUNLG"
006214         ORGANIZATION IS LINE SEQUENTIAL
006221         FILE STATUS IS WS-RLOG-STATUS.
006228
006235     SELECT ADJ-SLA-CARD-FILE ASSIGN TO "ADJSLAIN"
006242         ORGANIZATION IS LINE SEQUENTIAL
006249         FILE STATUS IS WS-SLA-STATUS.
006256
006263     SELECT ADJ-PLR-LOG-FILE ASSIGN TO "ADJPLRLG"
006270         ORGANIZATION IS LINE SEQUENTIAL
006277         FILE STATUS IS WS-PLR-STATUS.
006284
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  ADJ-RCTL-FILE.
008120 FD  ADJ-CAL-FILE.
008130 COPY ADJCAL.
008200
008210 FD  ADJ-RUN-LOG-FILE.
008220 COPY ADJRLG.
008230
008240 FD  ADJ-SLA-CARD-FILE.
008250 COPY ADJSLC.
008260
008270 FD  ADJ-PLR-LOG-FILE.
008280 COPY ADJPLR.
008290
008300 WORKING-STORAGE SECTION.
008400 77  WS-RCTL-STATUS          PIC X(02)   VALUE SPACES.
008500 77  WS-PEX-STATUS           PIC X(02)   VALUE SPACES.
008930     88  WS-CAL-OPEN             VALUE 'Y'.
008940 77  WS-SCAN-INT             PIC S9(09)  COMP VALUE ZERO.
008950 77  WS-SCAN-DATE            PIC 9(08)   VALUE ZERO.
008957 77  WS-RLOG-STATUS          PIC X(02)   VALUE SPACES.
008964 77  WS-SLA-STATUS           PIC X(02)   VALUE SPACES.
008971 77  WS-RLOG-EOF-SW          PIC X(01)   VALUE 'N'.
008978     88  WS-RLOG-EOF             VALUE 'Y'.
008985 77  WS-SLA-EOF-SW           PIC X(01)   VALUE 'N'.
008992     88  WS-SLA-EOF              VALUE 'Y'.
009000 77  WS-PEX-EOF-SW           PIC X(01)   VALUE 'N'.
009100     88  WS-PEX-EOF              VALUE 'Y'.
009200 77  WS-PND-EOF-SW           PIC X(01)   VALUE 'N'.
011900 77  WS-DAY-ADJ-TOTAL        PIC S9(9)   SIGN LEADING VALUE ZERO.
012000 77  WS-DIFFERENCE           PIC S9(9)   SIGN LEADING VALUE ZERO.
012100 77  WS-RCTL-DESC            PIC X(20)   VALUE SPACES.
012101 77  WS-NEXT-DATE            PIC 9(08)   VALUE ZERO.
012102 77  WS-CP-COUNT             PIC S9(05)  COMP VALUE ZERO.
012103 77  WS-CP-MAX               PIC S9(05)  COMP VALUE 50.
012104 77  WS-CP-IX                PIC S9(05)  COMP VALUE ZERO.
012105 77  WS-CP-FOUND-SW          PIC X(01)   VALUE 'N'.
012106     88  WS-CP-FOUND             VALUE 'Y'.
012107 77  WS-CP-LATE-SW           PIC X(01)   VALUE 'N'.
012108     88  WS-CP-LATE              VALUE 'Y'.
012109 77  WS-CP-OPEN-PROGRAM      PIC X(08)   VALUE SPACES.
012110 77  WS-CP-FINISH-PROGRAM    PIC X(08)   VALUE SPACES.
012111 77  WS-PLR-STATUS           PIC X(02)   VALUE SPACES.
012112 77  WS-PLR-EOF-SW           PIC X(01)   VALUE 'N'.
012113     88  WS-PLR-EOF              VALUE 'Y'.
012114 77  WS-PLR-COUNT            PIC 9(07)   VALUE ZERO.
012115 77  WS-PLR-REASON           PIC X(07)   VALUE SPACES.
012116 77  WS-PERIOD-DESC          PIC X(08)   VALUE SPACES.
012133
012136 01  WS-CP-FINISH-STAMP.
012139     05  WS-CP-FINISH-DATE       PIC 9(08)   VALUE ZERO.
012142     05  WS-CP-FINISH-TIME       PIC 9(08)   VALUE ZERO.
012145     05  WS-CP-FINISH-HMS REDEFINES WS-CP-FINISH-TIME.
012148         10  WS-CP-FINISH-HH     PIC 9(02).
012151         10  WS-CP-FINISH-MM     PIC 9(02).
012154         10  WS-CP-FINISH-SS     PIC 9(02).
012157         10  WS-CP-FINISH-HS     PIC 9(02).
012160
012163 01  WS-CP-TABLE.
012166     05  WS-CP-ENTRY             OCCURS 50.
012169         10  WS-CP-PROGRAM       PIC X(08).
012172         10  WS-CP-DEADLINE-STAMP.
012175             15  WS-CP-DEADLINE-DATE
012178                                 PIC 9(08).
012181             15  WS-CP-DEADLINE-TIME
012184                                 PIC 9(08).
012187         10  WS-CP-END-STAMP.
012190             15  WS-CP-END-DATE  PIC 9(08).
012193             15  WS-CP-END-TIME  PIC 9(08).
012200
012300 01  WS-DATE-ED                  PIC 9999/99/99.
012400 01  WS-CNT-ED                   PIC ZZZ,ZZ9.
012500 01  WS-CNT-B-ED                 PIC ZZZ,ZZ9.
012600 01  WS-DIFF-ED                  PIC -(8)9.
012700 01  WS-VERDICT-ED               PIC X(10).
012711 01  WS-STAMP-ED.
012722     05  WS-SE-DATE              PIC 9999/99/99.
012733     05  FILLER                  PIC X(01)   VALUE SPACE.
012744     05  WS-SE-HH                PIC 9(02).
012755     05  FILLER                  PIC X(01)   VALUE ':'.
012766     05  WS-SE-MM                PIC 9(02).
012777     05  FILLER                  PIC X(01)   VALUE ':'.
012788     05  WS-SE-SS                PIC 9(02).
012791
012794 COPY ADJPLC.
012797 01  WS-PERIOD-ED                PIC 9999/99.
012800
012900 LINKAGE SECTION.
013000 01  LK-PARM-INFO.
015600         PERFORM 4000-CHECK-EXCEPTIONS THRU 4000-EXIT
015700         PERFORM 5000-CHECK-APPROVALS THRU 5000-EXIT
015800         PERFORM 6000-CHECK-ACKS THRU 6000-EXIT
015850         PERFORM 6500-CHECK-BATCH-WINDOW THRU 6500-EXIT
015875         PERFORM 6900-CHECK-PERIOD-LOCK THRU 6900-EXIT
015900         PERFORM 9000-TERMINATE THRU 9000-EXIT
016000     END-IF.
016100     STOP RUN.
044000     EXIT.
044100
044110******************************************************************
044111*  6500-CHECK-BATCH-WINDOW - THE CRITICAL-PATH FINISH TIME FOR
044112*  THE BUSINESS DATE: THE LAST END RECORD ON THE RUN LOG AMONG
044113*  THE STEPS CARDED AS CRITICAL PATH ON ADJSLAIN, OR AMONG ALL
044114*  STEPS WHEN NONE ARE CARDED.  A CRITICAL STEP WITH NO END
044115*  RECORD, OR ONE THAT ENDED PAST ITS DEADLINE, NEEDS ACTION.
044116*  ADJSLA CARRIES THE FULL STEP-BY-STEP PICTURE.
044117******************************************************************
044118 6500-CHECK-BATCH-WINDOW.
044119     PERFORM 6600-LOAD-CRITICAL-PATH THRU 6600-EXIT.
044120     OPEN INPUT ADJ-RUN-LOG-FILE.
044121     IF WS-RLOG-STATUS NOT = '00'
044122         SET WS-ACTION-NEEDED TO TRUE
044123         MOVE SPACES TO RPT-LINE
044124         MOVE 'CRITICAL PATH FINISH...: NOT AVAILABLE *ACTION*'
044125             TO RPT-LINE
044126         WRITE RPT-LINE
044127         GO TO 6500-EXIT
044128     END-IF.
044129     PERFORM 8500-READ-RLOG THRU 8500-EXIT.
044130     PERFORM 6700-CHECK-ONE-RUN THRU 6700-EXIT
044131         UNTIL WS-RLOG-EOF.
044132     CLOSE ADJ-RUN-LOG-FILE.
044133     PERFORM 6800-CHECK-ONE-CP THRU 6800-EXIT
044134         VARYING WS-CP-IX FROM 1 BY 1
044135         UNTIL WS-CP-IX > WS-CP-COUNT.
044136     MOVE SPACES TO RPT-LINE.
044137     IF WS-CP-OPEN-PROGRAM NOT = SPACES
044138         SET WS-ACTION-NEEDED TO TRUE
044139         STRING 'CRITICAL PATH FINISH...: INCOMPLETE - '
044140             WS-CP-OPEN-PROGRAM ' NOT FINISHED *ACTION*'
044141             DELIMITED BY SIZE INTO RPT-LINE
044142         WRITE RPT-LINE
044143         GO TO 6500-EXIT
044144     END-IF.
044145     IF WS-CP-FINISH-DATE = ZERO
044146         SET WS-ACTION-NEEDED TO TRUE
044147         MOVE 'CRITICAL PATH FINISH...: NO STEPS LOGGED *ACTION*'
044148             TO RPT-LINE
044149         WRITE RPT-LINE
044150         GO TO 6500-EXIT
044151     END-IF.
044152     MOVE WS-CP-FINISH-DATE TO WS-SE-DATE.
044153     MOVE WS-CP-FINISH-HH TO WS-SE-HH.
044154     MOVE WS-CP-FINISH-MM TO WS-SE-MM.
044155     MOVE WS-CP-FINISH-SS TO WS-SE-SS.
044156     IF WS-CP-LATE
044157         SET WS-ACTION-NEEDED TO TRUE
044158         STRING 'CRITICAL PATH FINISH...: ' WS-STAMP-ED ' '
044159             WS-CP-FINISH-PROGRAM ' LATE *ACTION*'
044160             DELIMITED BY SIZE INTO RPT-LINE
044161     ELSE
044162         STRING 'CRITICAL PATH FINISH...: ' WS-STAMP-ED ' '
044163             WS-CP-FINISH-PROGRAM
044164             DELIMITED BY SIZE INTO RPT-LINE
044165     END-IF.
044166     WRITE RPT-LINE.
044167 6500-EXIT.
044171     EXIT.
044172
044173******************************************************************
044174*  6600-LOAD-CRITICAL-PATH - TABLE THE STEPS CARDED AS CRITICAL
044175*  PATH, EACH WITH ITS DEADLINE AS A DATE AND TIME FOR THE
044176*  BUSINESS DATE.  A CARD ADJSLA WOULD REJECT IS PASSED OVER.
044177******************************************************************
044178 6600-LOAD-CRITICAL-PATH.
044179     OPEN INPUT ADJ-SLA-CARD-FILE.
044180     IF WS-SLA-STATUS NOT = '00'
044181         DISPLAY 'ADJSTAT - NO ADJSLAIN, '
044182             'CRITICAL PATH IS EVERY STEP'
044183         GO TO 6600-EXIT
044184     END-IF.
044185     COMPUTE WS-NEXT-DATE = FUNCTION DATE-OF-INTEGER
044186         (FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE) + 1).
044187     PERFORM 8600-READ-SLA THRU 8600-EXIT.
044188     PERFORM 6650-LOAD-ONE-CARD THRU 6650-EXIT
044189         UNTIL WS-SLA-EOF.
044190     CLOSE ADJ-SLA-CARD-FILE.
044191 6600-EXIT.
044192     EXIT.
044193
044194 6650-LOAD-ONE-CARD.
044195     IF NOT SL-CRITICAL-PATH
044196         OR SL-PROGRAM = SPACES
044197         OR SL-DEADLINE-HHMM NOT NUMERIC
044198         OR NOT (SL-SAME-DAY OR SL-NEXT-DAY)
044199         OR WS-CP-COUNT NOT < WS-CP-MAX
044200         GO TO 6650-NEXT
044201     END-IF.
044202     ADD 1 TO WS-CP-COUNT.
044203     MOVE SL-PROGRAM TO WS-CP-PROGRAM (WS-CP-COUNT).
044204     IF SL-NEXT-DAY
044205         MOVE WS-NEXT-DATE TO WS-CP-DEADLINE-DATE (WS-CP-COUNT)
044206     ELSE
044207         MOVE WS-BUSINESS-DATE
044208             TO WS-CP-DEADLINE-DATE (WS-CP-COUNT)
044209     END-IF.
044210     COMPUTE WS-CP-DEADLINE-TIME (WS-CP-COUNT) =
044211         SL-DEADLINE-HHMM-9 * 10000.
044212     MOVE ZERO TO WS-CP-END-DATE (WS-CP-COUNT).
044213     MOVE ZERO TO WS-CP-END-TIME (WS-CP-COUNT).
044214 6650-NEXT.
044215     PERFORM 8600-READ-SLA THRU 8600-EXIT.
044216 6650-EXIT.
044217     EXIT.
044218
044219******************************************************************
044220*  6700-CHECK-ONE-RUN - AN END RECORD FOR THE BUSINESS DATE.  ONLY
044221*  END RECORDS COUNT: THEY CARRY THE DATE THE STEP RAN FOR, AND A
044222*  STEP'S LAST RUN OF THE NIGHT IS THE ONE THAT MATTERS.
044223******************************************************************
044224 6700-CHECK-ONE-RUN.
044225     IF NOT RL-END-RECORD
044226         OR RL-BUSINESS-DATE NOT = WS-BUSINESS-DATE
044227         GO TO 6700-NEXT
044228     END-IF.
044229     IF WS-CP-COUNT > ZERO
044230         MOVE 'N' TO WS-CP-FOUND-SW
044231         PERFORM 6750-MATCH-ONE-CP THRU 6750-EXIT
044232             VARYING WS-CP-IX FROM 1 BY 1
044233             UNTIL WS-CP-IX > WS-CP-COUNT
044234             OR WS-CP-FOUND
044235         IF NOT WS-CP-FOUND
044236             GO TO 6700-NEXT
044237         END-IF
044238         SUBTRACT 1 FROM WS-CP-IX
044239         IF RL-END-STAMP > WS-CP-END-STAMP (WS-CP-IX)
044240             MOVE RL-END-STAMP TO WS-CP-END-STAMP (WS-CP-IX)
044241         END-IF
044242     END-IF.
044243     IF RL-END-STAMP > WS-CP-FINISH-STAMP
044244         MOVE RL-END-STAMP TO WS-CP-FINISH-STAMP
044245         MOVE RL-PROGRAM TO WS-CP-FINISH-PROGRAM
044246     END-IF.
044247 6700-NEXT.
044248     PERFORM 8500-READ-RLOG THRU 8500-EXIT.
044249 6700-EXIT.
044250     EXIT.
044251
044252 6750-MATCH-ONE-CP.
044253     IF WS-CP-PROGRAM (WS-CP-IX) = RL-PROGRAM
044254         SET WS-CP-FOUND TO TRUE
044255     END-IF.
044256 6750-EXIT.
044257     EXIT.
044258
044259 6800-CHECK-ONE-CP.
044260     IF WS-CP-END-DATE (WS-CP-IX) = ZERO
044261         IF WS-CP-OPEN-PROGRAM = SPACES
044262             MOVE WS-CP-PROGRAM (WS-CP-IX) TO WS-CP-OPEN-PROGRAM
044263         END-IF
044264         GO TO 6800-EXIT
044265     END-IF.
044266     IF WS-CP-END-STAMP (WS-CP-IX)
044267         > WS-CP-DEADLINE-STAMP (WS-CP-IX)
044268         SET WS-CP-LATE TO TRUE
044269     END-IF.
044270 6800-EXIT.
044271     EXIT.
044272
044273******************************************************************
044274*  6900-CHECK-PERIOD-LOCK - THE STATUS OF THE ACCOUNTING PERIOD
044275*  THE BUSINESS DATE FALLS IN, THEN THE REFUSALS THE PERIOD LOCK
044276*  HAS LOGGED SINCE THE BUSINESS DATE, ONE LINE EACH.  A CLOSED
044277*  PERIOD MEANS THE NIGHTLY RUN WILL BE REFUSED; A REFUSAL MEANS
044278*  SOMEONE TRIED TO CHANGE A CLOSED DATE.  BOTH NEED ACTION.  NO
044279*  REFUSAL LOG YET (STATUS 35) MEANS NOTHING HAS BEEN REFUSED.
044280******************************************************************
044281 6900-CHECK-PERIOD-LOCK.
044282     SET PL-INQUIRE TO TRUE.
044283     MOVE 'ADJSTAT' TO PL-PROGRAM.
044284     MOVE SPACES TO PL-USER-ID.
044285     MOVE SPACES TO PL-ACTION.
044286     MOVE WS-BUSINESS-DATE TO PL-BUSINESS-DATE.
044287     CALL 'ADJPLCK' USING ADJ-PERIOD-LOCK-CALL-RECORD.
044288     MOVE SPACES TO RPT-LINE.
044289     IF PL-RC-FILE-ERROR
044290         SET WS-ACTION-NEEDED TO TRUE
044291         MOVE 'ACCOUNTING PERIOD......: NOT AVAILABLE *ACTION*'
044292             TO RPT-LINE
044293     ELSE
044294         MOVE PL-PERIOD TO WS-PERIOD-ED
044295         EVALUATE TRUE
044296             WHEN PL-RC-CLOSED
044297                 MOVE 'CLOSED' TO WS-PERIOD-DESC
044298             WHEN PL-RC-CLOSING
044299                 MOVE 'CLOSING' TO WS-PERIOD-DESC
044300             WHEN OTHER
044301                 MOVE 'OPEN' TO WS-PERIOD-DESC
044302         END-EVALUATE
044303         IF PL-RC-CLOSED
044304             SET WS-ACTION-NEEDED TO TRUE
044305             STRING 'ACCOUNTING PERIOD......: ' WS-PERIOD-ED ' '
044306                 WS-PERIOD-DESC ' BY ' PL-CLOSED-BY ' *ACTION*'
044307                 DELIMITED BY SIZE INTO RPT-LINE
044308         ELSE
044309             STRING 'ACCOUNTING PERIOD......: ' WS-PERIOD-ED ' '
044310                 WS-PERIOD-DESC DELIMITED BY SIZE INTO RPT-LINE
044311         END-IF
044312     END-IF.
044313     WRITE RPT-LINE.
044314     OPEN INPUT ADJ-PLR-LOG-FILE.
044315     IF WS-PLR-STATUS = '35'
044316         MOVE SPACES TO RPT-LINE
044317         MOVE 'PERIOD LOCK REFUSALS...:       0' TO RPT-LINE
044318         WRITE RPT-LINE
044319         GO TO 6900-EXIT
044320     END-IF.
044321     IF WS-PLR-STATUS NOT = '00'
044322         SET WS-ACTION-NEEDED TO TRUE
044323         MOVE SPACES TO RPT-LINE
044324         MOVE 'PERIOD LOCK REFUSALS...: NOT AVAILABLE *ACTION*'
044325             TO RPT-LINE
044326         WRITE RPT-LINE
044327         GO TO 6900-EXIT
044328     END-IF.
044329     PERFORM 8700-READ-PLR THRU 8700-EXIT.
044330     PERFORM 6950-COUNT-ONE-PLR THRU 6950-EXIT
044331         UNTIL WS-PLR-EOF.
044332     CLOSE ADJ-PLR-LOG-FILE.
044333     MOVE WS-PLR-COUNT TO WS-CNT-ED.
044334     MOVE SPACES TO RPT-LINE.
044335     IF WS-PLR-COUNT = ZERO
044336         STRING 'PERIOD LOCK REFUSALS...: ' WS-CNT-ED
044337             DELIMITED BY SIZE INTO RPT-LINE
044338         WRITE RPT-LINE
044339         GO TO 6900-EXIT
044340     END-IF.
044341     SET WS-ACTION-NEEDED TO TRUE.
044342     STRING 'PERIOD LOCK REFUSALS...: ' WS-CNT-ED ' *ACTION*'
044343         DELIMITED BY SIZE INTO RPT-LINE.
044344     WRITE RPT-LINE.
044345     MOVE 'N' TO WS-PLR-EOF-SW.
044346     OPEN INPUT ADJ-PLR-LOG-FILE.
044347     PERFORM 8700-READ-PLR THRU 8700-EXIT.
044348     PERFORM 6960-LIST-ONE-PLR THRU 6960-EXIT
044349         UNTIL WS-PLR-EOF.
044350     CLOSE ADJ-PLR-LOG-FILE.
044351 6900-EXIT.
044352     EXIT.
044353
044354 6950-COUNT-ONE-PLR.
044355     IF LR-LOG-DATE NOT < WS-BUSINESS-DATE
044356         ADD 1 TO WS-PLR-COUNT
044357     END-IF.
044358     PERFORM 8700-READ-PLR THRU 8700-EXIT.
044359 6950-EXIT.
044360     EXIT.
044361
044362 6960-LIST-ONE-PLR.
044363     IF LR-LOG-DATE < WS-BUSINESS-DATE
044364         GO TO 6960-NEXT
044365     END-IF.
044366     MOVE LR-LOG-DATE TO WS-SE-DATE.
044367     MOVE LR-LOG-TIME (1:2) TO WS-SE-HH.
044368     MOVE LR-LOG-TIME (3:2) TO WS-SE-MM.
044369     MOVE LR-LOG-TIME (5:2) TO WS-SE-SS.
044370     MOVE LR-BUSINESS-DATE TO WS-DATE-ED.
044371     IF LR-FILE-ERROR
044372         MOVE 'NO FILE' TO WS-PLR-REASON
044373     ELSE
044374         MOVE 'CLOSED' TO WS-PLR-REASON
044375     END-IF.
044376     MOVE SPACES TO RPT-LINE.
044377     STRING '  ' WS-STAMP-ED ' ' LR-PROGRAM ' ' WS-DATE-ED ' '
044378         WS-PLR-REASON ' ' LR-ACTION
044379         DELIMITED BY SIZE INTO RPT-LINE.
044380     WRITE RPT-LINE.
044381 6960-NEXT.
044382     PERFORM 8700-READ-PLR THRU 8700-EXIT.
044383 6960-EXIT.
044384     EXIT.
044385
044386******************************************************************
044387*  7000-COUNT-BUS-AGE - AGE IN BUSINESS DAYS FROM WS-REC-INT TO
044388*  TODAY, THE SAME COUNT ADJRCYC, ADJACK, AND ADJPAPPR USE.  A
044389*  DATE WITH NO CALENDAR RECORD COUNTS AS A WORKING DAY, AND A
044390*  RUN WITHOUT THE CALENDAR FALLS BACK TO PLAIN CALENDAR DAYS.
044391******************************************************************
044392 7000-COUNT-BUS-AGE.
044393     IF NOT WS-CAL-OPEN
044394         COMPUTE WS-AGE = WS-TODAY-INT - WS-REC-INT
044395         GO TO 7000-EXIT
044396     END-IF.
044397     MOVE ZERO TO WS-AGE.
044398     PERFORM 7100-COUNT-ONE-DAY THRU 7100-EXIT
044399         VARYING WS-SCAN-INT FROM WS-REC-INT BY 1
044400         UNTIL WS-SCAN-INT NOT < WS-TODAY-INT.
044401 7000-EXIT.
044402     EXIT.
044403
044404 7100-COUNT-ONE-DAY.
044405     COMPUTE WS-SCAN-DATE =
044406         FUNCTION DATE-OF-INTEGER (WS-SCAN-INT + 1).
044407     MOVE WS-SCAN-DATE TO CD-DATE.
044408     READ ADJ-CAL-FILE
044409         INVALID KEY
044410             ADD 1 TO WS-AGE
044411             GO TO 7100-EXIT
044412     END-READ.
044413     IF NOT CD-NONWORK
044414         ADD 1 TO WS-AGE
044415     END-IF.
044416 7100-EXIT.
044417     EXIT.
044418
044419 8100-READ-PEX.
044420     READ ADJ-PEND-IN-FILE
044421         AT END
044500             SET WS-PEX-EOF TO TRUE
044600     END-READ.
044700 8100-EXIT.
047100 8400-EXIT.
047200     EXIT.
047300
047304 8500-READ-RLOG.
047308     READ ADJ-RUN-LOG-FILE
047312         AT END
047316             SET WS-RLOG-EOF TO TRUE
047320     END-READ.
047324 8500-EXIT.
047328     EXIT.
047332
047336 8600-READ-SLA.
047340     READ ADJ-SLA-CARD-FILE
047344         AT END
047348             SET WS-SLA-EOF TO TRUE
047352     END-READ.
047356 8600-EXIT.
047360     EXIT.
047364
047368 8700-READ-PLR.
047372     READ ADJ-PLR-LOG-FILE
047376         AT END
047380             SET WS-PLR-EOF TO TRUE
047384     END-READ.
047388 8700-EXIT.
047392     EXIT.
047396
047400 9000-TERMINATE.
047500     MOVE SPACES TO RPT-LINE.
047600     WRITE RPT-LINE.

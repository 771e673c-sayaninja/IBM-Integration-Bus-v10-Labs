001750*                  ACCUMULATING PURADJ FEED BY DATE AND CYCLE,  *
001760*                  SO A SECOND CYCLE'S JOURNAL CANNOT RE-POST   *
001770*                  CREDITS THE FIRST CYCLE ALREADY SENT.        *
001780* 2026-10-15  RH   JOURNALS THE OFFSETTING ENTRIES THE INTAKE   *
001790*                  BACKOUT (PUR310) WRITES TO PURADJ - SALES    *
001791*                  REVERSED ('S') AND RETURN CREDITS REVERSED   *
001792*                  ('X') - AND SKIPS CREDITS IT MARKED          *
001793*                  SUPERSEDED ('B').                            *
001794* 2026-10-15  RH   POSTS THE NIGHT'S SALES TAX FROM THE TAX      *
001795*                  DETAIL FEED (PURTAXDT) - TAX PAYABLE BY       *
001796*                  COUNTRY AND CURRENCY AGAINST THE RECEIVABLE,  *
001797*                  WITH RETURNS AND BACKOUT OFFSETS THE OTHER    *
001798*                  WAY - SO THE JOURNAL STILL BALANCES.          *
001799* 2026-10-15  RH   A BALANCED JOURNAL IS NOW ADDED INTO THE      *
001800*                  MONTH-TO-DATE TOTALS (PURMTD) BY ACCOUNT,     *
001802*                  COUNTRY AND CURRENCY, ONCE PER DATE AND CYCLE *
001804*                  (PURJLOG), FOR THE MONTH-END CLOSE (PUR410).  *
001806*                  NOTHING IS JOURNALED UNDER A DATE IN A PERIOD *
001808*                  CLOSED ON THE PERIOD CONTROL FILE (PURPERD)   *
001810*                  UNLESS A SUPERVISOR HAS REOPENED IT.          *
001812* 2026-10-15  RH   NOW CLEARS ITS START WITH THE CHAIN          *
001814*                  SEQUENCING GUARD (PUR440) BEFORE ANY FILE IS *
001816*                  OPENED, AND IS REFUSED WITH RETURN-CODE 8    *
001818*                  UNLESS THE ADDRESS STANDARDIZATION (PUR110)  *
001820*                  HAS COMPLETED FOR THE SAME BUSINESS DATE AND *
001822*                  CYCLE.  ITS END IS RECORDED ON THE RUN-STATE *
001824*                  FILE (PURRSTAT) AS COMPLETED OR FAILED.      *
001826*                  THE GUARD IS ASKED ONLY ONCE TODAY'S PERIOD  *
001828*                  IS KNOWN TO BE OPEN.                         *
001830* 2026-10-15  RH   A RERUN OF A DATE AND CYCLE WITH DIFFERENT   *
001832*                  TOTALS NOW REPLACES THE NIGHT: WHAT EACH     *
001834*                  NIGHT ADDED TO PURMTD IS KEPT ON THE JOURNAL *
001836*                  LOG DETAIL (PURJLDT), TAKEN BACK OUT ON THE  *
001838*                  RERUN, AND THE PURJLOG ENTRY IS REWRITTEN    *
001840*                  WITH THE NEW TOTALS.  MONTH-TO-DATE AND      *
001842*                  JOURNAL LOG WRITES ARE NOW CHECKED AND A     *
001844*                  FAILURE SETS RETURN-CODE 8.                  *
001846* 2026-10-15  RH   EVERYTHING IS NOW JOURNALED UNDER THE        *
001848*                  BUSINESS DATE THE GUARD RUNS THE STEP UNDER  *
001850*                  - THE CREDIT, TAX AND JOURNAL LOG DATES, THE *
001852*                  PERIOD CHECKED FOR CLOSE AND ADDED INTO, AND *
001854*                  THE RUN-CONTROL DATE - SO A CYCLE FINISHING  *
001856*                  AFTER MIDNIGHT STAYS ON ITS OWN NIGHT AND    *
001858*                  MONTH.  THE GUARD IS NOW ASKED FIRST, AND A  *
001860*                  CLOSED PERIOD MARKS THE STEP FAILED.  WHEN A *
001862*                  LOGGED NIGHT IS RUN AGAIN THE BACKOUT        *
001864*                  OFFSETS FOR IT ARE NOT JOURNALED, AS THE     *
001866*                  EARLIER NIGHT IS TAKEN OUT OF MONTH-TO-DATE  *
001868*                  WHOLE.                                       *
001870*---------------------------------------------------------------*
001900* PURPOSE.                                                     *
002000*   BILLING ONLY HEARS FROM US ON RETURNS, SO FINANCE HAS BEEN  *
002100*   RE-DERIVING THE SALES SIDE OF EVERY NIGHT FROM THE PUREXTR  *
003000*   RETURN-CODE 8.  THE AMOUNT*PRICE HASH OF EVERY CLEAN        *
003100*   RECORD READ GOES TO THE RUN-CONTROL FILE SO THE END-OF-     *
003200*   NIGHT BALANCER (PUR210) CAN TIE THE JOURNAL TO EXACTLY      *
003300*   WHAT THE CHAIN PROCESSED.  A BALANCED JOURNAL IS ADDED      *
003310*   INTO THE MONTH-TO-DATE TOTALS THE MONTH-END CLOSE (PUR410)  *
003320*   BUILDS ITS TRIAL BALANCE FROM.                              *
003400*---------------------------------------------------------------*
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
005700     SELECT PUR-RATES       ASSIGN TO PURRATES
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS FS-RATES.
005910
005920     SELECT PUR-TAX-DETAIL  ASSIGN TO PURTAXDT
005930         ORGANIZATION IS SEQUENTIAL
005940         FILE STATUS IS FS-TAX-DETAIL.
005950
005951     SELECT PUR-PERIOD      ASSIGN TO PURPERD
005952         ORGANIZATION IS INDEXED
005953         ACCESS MODE IS RANDOM
005954         RECORD KEY IS PRD-PERIOD
005955         FILE STATUS IS FS-PERIOD.
005956
005957     SELECT PUR-MONTH-TOTALS ASSIGN TO PURMTD
005958         ORGANIZATION IS INDEXED
005959         ACCESS MODE IS RANDOM
005960         RECORD KEY IS MTD-KEY
005961         FILE STATUS IS FS-MONTH-TOTALS.
005962
005963     SELECT PUR-JRNL-LOG    ASSIGN TO PURJLOG
005964         ORGANIZATION IS INDEXED
005965         ACCESS MODE IS RANDOM
005966         RECORD KEY IS JLG-KEY
005967         FILE STATUS IS FS-JRNL-LOG.
005968
005969     SELECT PUR-JRNL-DETAIL ASSIGN TO PURJLDT
005970         ORGANIZATION IS INDEXED
005971         ACCESS MODE IS DYNAMIC
005972         RECORD KEY IS JLD-KEY
005973         FILE STATUS IS FS-JRNL-DETAIL.
006000
006100 DATA DIVISION.
006200 FILE SECTION.
008000 FD  PUR-RATES
008100     RECORDING MODE IS F.
008200     COPY PURRATE.
008210
008220 FD  PUR-TAX-DETAIL
008230     RECORDING MODE IS F.
008240     COPY PURTAXDT.
008250
008251 FD  PUR-PERIOD
008252     RECORDING MODE IS F.
008253     COPY PURPERD.
008254
008255 FD  PUR-MONTH-TOTALS
008256     RECORDING MODE IS F.
008257     COPY PURMTD.
008258
008259 FD  PUR-JRNL-LOG
008260     RECORDING MODE IS F.
008261     COPY PURJLOG.
008262
008263 FD  PUR-JRNL-DETAIL
008264     RECORDING MODE IS F.
008265     COPY PURJLDT.
008300
008400 WORKING-STORAGE SECTION.
008500 01  FS-JRNL-IN                 PIC XX          VALUE '00'.
008600 01  FS-ADJ-IN                  PIC XX          VALUE '00'.
008700 01  FS-JRNL-OUT                PIC XX          VALUE '00'.
008800 01  FS-RUN-CONTROL             PIC XX          VALUE '00'.
008810 01  FS-TAX-DETAIL              PIC XX          VALUE '00'.
008820 01  FS-PERIOD                  PIC XX          VALUE '00'.
008830 01  FS-MONTH-TOTALS            PIC XX          VALUE '00'.
008840 01  FS-JRNL-LOG                PIC XX          VALUE '00'.
008850 01  FS-JRNL-DETAIL             PIC XX          VALUE '00'.
008900
009000 01  SW-END-OF-FILE              PIC X           VALUE 'N'.
009100     88  END-OF-FILE                            VALUE 'Y'.
009700     88  SALES-ENTRY-FOUND                      VALUE 'Y'.
009800 01  SW-RETURN-FOUND             PIC X           VALUE 'N'.
009900     88  RETURN-ENTRY-FOUND                     VALUE 'Y'.
009910 01  SW-BACKOUT-FOUND            PIC X           VALUE 'N'.
009920     88  BACKOUT-ENTRY-FOUND                    VALUE 'Y'.
009930 01  SW-END-OF-TAX               PIC X           VALUE 'N'.
009940     88  END-OF-TAX                             VALUE 'Y'.
009950 01  SW-TAX-ON-FILE              PIC X           VALUE 'N'.
009960     88  TAX-ON-FILE                            VALUE 'Y'.
009970 01  SW-TAX-FOUND                PIC X           VALUE 'N'.
009980     88  TAX-ENTRY-FOUND                        VALUE 'Y'.
009981 01  SW-PERIOD-CLOSED            PIC X           VALUE 'N'.
009982     88  PERIOD-CLOSED                          VALUE 'Y'.
009983 01  SW-ALREADY-ACCUMULATED      PIC X           VALUE 'N'.
009984     88  ALREADY-ACCUMULATED                    VALUE 'Y'.
009985 01  SW-END-OF-JOURNAL           PIC X           VALUE 'N'.
009986     88  END-OF-JOURNAL                         VALUE 'Y'.
009987 01  SW-MTD-FOUND                PIC X           VALUE 'N'.
009988     88  MTD-FOUND                              VALUE 'Y'.
009989 01  SW-REPLACE-NIGHT            PIC X           VALUE 'N'.
009990     88  REPLACE-NIGHT                          VALUE 'Y'.
009991 01  SW-END-OF-DETAIL            PIC X           VALUE 'N'.
009992     88  END-OF-DETAIL                          VALUE 'Y'.
009993 01  SW-DETAIL-FOUND             PIC X           VALUE 'N'.
009994     88  DETAIL-FOUND                           VALUE 'Y'.
009995 01  SW-STEP-REFUSED             PIC X           VALUE 'N'.
009996     88  STEP-REFUSED                           VALUE 'Y'.
009997 01  SW-NIGHT-LOGGED             PIC X           VALUE 'N'.
009998     88  NIGHT-LOGGED                           VALUE 'Y'.
010000
010100 01  PUR290-COUNTERS.
010200     05  CT-READ                PIC 9(7)        VALUE ZERO.
010400     05  CT-ADJ-USED             PIC 9(7)        VALUE ZERO.
010500     05  CT-JRN-LINES            PIC 9(7)        VALUE ZERO.
010600     05  CT-SALES-OVERFLOW       PIC 9(7)        VALUE ZERO.
010610     05  CT-ADJ-BACKOUT          PIC 9(7)        VALUE ZERO.
010620     05  CT-TAX-READ             PIC 9(7)        VALUE ZERO.
010630     05  CT-TAX-USED             PIC 9(7)        VALUE ZERO.
010640     05  CT-MTD-ADDED            PIC 9(7)        VALUE ZERO.
010650     05  CT-MTD-UPDATED          PIC 9(7)        VALUE ZERO.
010660     05  CT-MTD-BACKED-OUT       PIC 9(7)        VALUE ZERO.
010670     05  CT-MTD-FAILURES         PIC 9(7)        VALUE ZERO.
010680     05  CT-OFFSETS-SKIPPED      PIC 9(7)        VALUE ZERO.
010700
010800 01  PUR290-WORK-FIELDS.
010900     05  WK-SUB                 PIC 9(3)        VALUE ZERO.
011000     05  WK-SLS-SUB              PIC 9(3)        VALUE ZERO.
011100     05  WK-RTN-SUB              PIC 9(3)        VALUE ZERO.
011110     05  WK-BKO-SUB              PIC 9(3)        VALUE ZERO.
011120     05  WK-TAX-SUB              PIC 9(3)        VALUE ZERO.
011200     05  WK-LINE-VALUE           PIC 9(11)V99    VALUE ZERO.
011300     05  WK-TODAY-DATE           PIC X(8)        VALUE SPACES.
011310     05  WK-TODAY-PARTS REDEFINES WK-TODAY-DATE.
011320         10  WK-TODAY-PERIOD     PIC X(6).
011330         10  FILLER              PIC X(2).
011340*    BUSINESS DATE THE GUARD (PUR440) RUNS THE STEP UNDER - THE
011350*    DATE AND PERIOD EVERYTHING TONIGHT IS JOURNALED TO.
011360     05  WK-BUSN-DATE            PIC X(8)        VALUE SPACES.
011370     05  WK-BUSN-PARTS REDEFINES WK-BUSN-DATE.
011380         10  WK-BUSN-PERIOD      PIC X(6).
011390         10  FILLER              PIC X(2).
011400
011410*    INTAKE CYCLE OF THE BUSINESS DATE, FROM THE ONE SYSIN CARD.
011420 01  PUR290-CYCLE-FIELDS.
011700     05  WK-RETURN-TOTAL         PIC 9(13)V99    VALUE ZERO.
011800     05  WK-DEBIT-TOTAL          PIC 9(13)V99    VALUE ZERO.
011900     05  WK-CREDIT-TOTAL         PIC 9(13)V99    VALUE ZERO.
011910     05  WK-SALE-BACKOUT-TOTAL   PIC 9(13)V99    VALUE ZERO.
011920     05  WK-CREDIT-BACKOUT-TOTAL PIC 9(13)V99    VALUE ZERO.
011930     05  WK-TAX-CHARGED-TOTAL    PIC 9(13)V99    VALUE ZERO.
011940     05  WK-TAX-REVERSED-TOTAL   PIC 9(13)V99    VALUE ZERO.
011950     05  WK-TAX-CHG-BKO-TOTAL    PIC 9(13)V99    VALUE ZERO.
011960     05  WK-TAX-REV-BKO-TOTAL    PIC 9(13)V99    VALUE ZERO.
012000
012100*    RUN-CONTROL HASH TOTAL OF EXTENDED AMOUNT * PRICE, TAKEN
012200*    ON EVERY CLEAN RECORD READ REGARDLESS OF REQUEST-TYPE -
012700     05  WK-HASH-SUB             PIC 9(3)        VALUE ZERO.
012800
012900     COPY PURRATTB.
012933
012966     COPY PURRSLNK.
013000
013100*    TONIGHT'S SALES, ONE ENTRY PER CUSTOMERCOUNTRY/CURRENCY
013200*    PAIR SEEN ON AN 'A' REQUEST.
014400     05  WK-RTN-ENTRY OCCURS 50 TIMES.
014500         10  WK-RTN-CURRENCY     PIC X(3).
014600         10  WK-RTN-AMOUNT       PIC 9(13)V99.
014610
014620*    TONIGHT'S BACKOUT OFFSETS, ONE ENTRY PER ENTRY TYPE ('S'
014630*    SALE REVERSED, 'X' RETURN CREDIT REVERSED) AND ORIGINAL
014640*    CURRENCY CODE ON THE ADJUSTMENT FEED.
014650 01  PUR290-BACKOUT-TABLE.
014660     05  WK-BKO-COUNT            PIC 9(3)        VALUE ZERO.
014670     05  WK-BKO-ENTRY OCCURS 50 TIMES.
014680         10  WK-BKO-TYPE         PIC X.
014690         10  WK-BKO-CURRENCY     PIC X(3).
014695         10  WK-BKO-AMOUNT       PIC 9(13)V99.
014696
014697*    TONIGHT'S SALES TAX, ONE ENTRY PER TAX DETAIL ENTRY TYPE
014698*    ('C' CHARGED, 'R' REVERSED ON A RETURN, 'S'/'X' THE SAME
014699*    TAKEN BACK OUT), TAX COUNTRY AND ORIGINAL CURRENCY CODE.
014700 01  PUR290-TAX-TABLE.
014701     05  WK-TAX-COUNT            PIC 9(3)        VALUE ZERO.
014702     05  WK-TAX-ENTRY OCCURS 200 TIMES.
014703         10  WK-TAX-TYPE         PIC X.
014704         10  WK-TAX-COUNTRY      PIC X(30).
014705         10  WK-TAX-CURRENCY     PIC X(3).
014706         10  WK-TAX-AMOUNT       PIC 9(13)V99.
014750
014800 PROCEDURE DIVISION.
014900*---------------------------------------------------------------*
015000* 0000-MAINLINE                                                 *
015200*---------------------------------------------------------------*
015300 0000-MAINLINE.
015400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015452     IF STEP-REFUSED
015464         PERFORM 8950-REFUSE-OUT-OF-ORDER THRU 8950-EXIT
015476         STOP RUN
015488     END-IF.
015490     IF PERIOD-CLOSED
015492         PERFORM 8900-REFUSE-CLOSED-PERIOD THRU 8900-EXIT
015494         PERFORM 8990-MARK-STEP-ENDED THRU 8990-EXIT
015496         STOP RUN
015498     END-IF.
015500     PERFORM 2000-FOLD-SALES-LOOP THRU 2000-EXIT
015600         UNTIL END-OF-FILE.
015700     PERFORM 3000-FOLD-RETURNS THRU 3000-EXIT.
015750     PERFORM 3600-FOLD-TAX THRU 3600-EXIT.
015800     PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.
015900     PERFORM 8000-TERMINATE THRU 8000-EXIT.
016000     STOP RUN.
016200*---------------------------------------------------------------*
016300* 1000-INITIALIZE                                               *
016400*   OPENS FILES, LOADS THE RATE TABLE AND PRIMES THE READ.       *
016410*   NOTHING IS OPENED WHEN THE STEP IS OUT OF ORDER FOR THE     *
016455*   CYCLE, OR WHEN THE BUSINESS DATE'S PERIOD IS CLOSED.        *
016500*---------------------------------------------------------------*
016600 1000-INITIALIZE.
016610     ACCEPT WK-TODAY-DATE FROM DATE YYYYMMDD.
016620     PERFORM 1170-GET-CYCLE THRU 1170-EXIT.
016621     PERFORM 1190-CHECK-STEP-ORDER THRU 1190-EXIT.
016622     IF STEP-REFUSED
016623         GO TO 1000-EXIT
016624     END-IF.
016625     MOVE RSL-BUSINESS-DATE TO WK-BUSN-DATE.
016630     PERFORM 1180-CHECK-PERIOD THRU 1180-EXIT.
016640     IF PERIOD-CLOSED
016650         GO TO 1000-EXIT
016660     END-IF.
016661     PERFORM 1185-CHECK-NIGHT-LOGGED THRU 1185-EXIT.
016700     OPEN INPUT  PUR-JRNL-IN
016800          OUTPUT PUR-JRNL-OUT.
016900     IF FS-JRNL-IN NOT = '00'
018000         DISPLAY 'PUR290 - NO ADJUSTMENT FEED - NO RETURN '
018100                 'CREDITS TONIGHT'
018200     END-IF.
018210*    THE TAX DETAIL FEED ACCUMULATES THE SAME WAY - NO FEED
018220*    MEANS NO TAX TO POST.
018230     OPEN INPUT PUR-TAX-DETAIL.
018240     IF FS-TAX-DETAIL = '00'
018250         MOVE 'Y' TO SW-TAX-ON-FILE
018260     ELSE
018270         DISPLAY 'PUR290 - NO TAX DETAIL FEED - NO SALES TAX '
018280                 'TONIGHT'
018290     END-IF.
018400     PERFORM 1300-LOAD-RATE-TABLE THRU 1300-EXIT.
018500     PERFORM 1100-READ-JRNL-IN THRU 1100-EXIT.
018600 1000-EXIT.
018796     DISPLAY 'PUR290 - INTAKE CYCLE NUMBER: ' WK-CYCLE-NUMBER.
018797 1170-EXIT.
018798     EXIT.
018799
018800*---------------------------------------------------------------*
018801* 1180-CHECK-PERIOD                                             *
018802*   LOOKS UP THE ACCOUNTING PERIOD OF THE BUSINESS DATE ON      *
018803*   THE PERIOD CONTROL FILE.  NO FILE, OR NO RECORD FOR THE     *
018804*   PERIOD, MEANS IT HAS NEVER BEEN CLOSED; A PERIOD A          *
018805*   SUPERVISOR HAS REOPENED TAKES POSTINGS AGAIN.               *
018806*---------------------------------------------------------------*
018807 1180-CHECK-PERIOD.
018808     OPEN INPUT PUR-PERIOD.
018809     IF FS-PERIOD NOT = '00'
018810         DISPLAY 'PUR290 - NO PERIOD CONTROL FILE - NO PERIOD '
018811                 'CLOSED'
018812         GO TO 1180-EXIT
018813     END-IF.
018814     MOVE WK-BUSN-PERIOD TO PRD-PERIOD.
018815     READ PUR-PERIOD
018816         NOT INVALID KEY
018817             IF NOT PRD-POSTING-ALLOWED
018818                 MOVE 'Y' TO SW-PERIOD-CLOSED
018819             END-IF
018820     END-READ.
018821     CLOSE PUR-PERIOD.
018822 1180-EXIT.
018823     EXIT.
018824
018825*---------------------------------------------------------------*
018826* 1185-CHECK-NIGHT-LOGGED                                       *
018827*   A BUSINESS DATE AND CYCLE ALREADY ON THE JOURNAL LOG IS     *
018828*   BEING RUN AGAIN.  IF ITS TOTALS DIFFER THE EARLIER NIGHT IS *
018829*   TAKEN BACK OUT OF MONTH-TO-DATE FROM ITS DETAIL (8300), SO  *
018830*   THE OFFSETS THE INTAKE BACKOUT (PUR310) WROTE FOR THAT      *
018831*   NIGHT MUST NOT BE JOURNALED AS WELL.  NO LOG MEANS NOTHING  *
018832*   HAS EVER BEEN ACCUMULATED.                                  *
018833*---------------------------------------------------------------*
018834 1185-CHECK-NIGHT-LOGGED.
018835     OPEN INPUT PUR-JRNL-LOG.
018836     IF FS-JRNL-LOG NOT = '00'
018837         GO TO 1185-EXIT
018838     END-IF.
018839     MOVE WK-BUSN-DATE    TO JLG-POSTING-DATE.
018840     MOVE WK-CYCLE-NUMBER TO JLG-CYCLE-NUMBER.
018841     READ PUR-JRNL-LOG
018842         NOT INVALID KEY
018843             MOVE 'Y' TO SW-NIGHT-LOGGED
018844     END-READ.
018845     CLOSE PUR-JRNL-LOG.
018846 1185-EXIT.
018847     EXIT.
018848
018849*---------------------------------------------------------------*
018850* 1190-CHECK-STEP-ORDER                                         *
018851*   ASKS THE CHAIN SEQUENCING GUARD (PUR440) WHETHER THIS STEP  *
018852*   MAY RUN FOR THE CYCLE - THE STEPS AHEAD OF IT MUST HAVE     *
018853*   COMPLETED FOR THE SAME BUSINESS DATE AND CYCLE, AND NONE    *
018854*   AFTER IT MAY HAVE RUN.  IF IT MAY, THE GUARD MARKS IT       *
018855*   STARTED.  NOTHING IS OPENED WHEN IT MAY NOT.                *
018856*---------------------------------------------------------------*
018857 1190-CHECK-STEP-ORDER.
018858     SET RSL-FUNC-BEGIN  TO TRUE.
018859     MOVE 'PUR290  '      TO RSL-STEP-NAME.
018860     MOVE WK-CYCLE-NUMBER TO RSL-CYCLE-NUMBER.
018861     CALL 'PUR440' USING RUN-STATE-LINKAGE-AREA.
018862     IF RSL-REFUSED
018863         MOVE 'Y' TO SW-STEP-REFUSED
018864     ELSE
018865         DISPLAY 'PUR290 - BUSINESS DATE: ' RSL-BUSINESS-DATE
018866     END-IF.
018867 1190-EXIT.
018868     EXIT.
018869
018900*---------------------------------------------------------------*
019000* 1100-READ-JRNL-IN                                             *
019100*   READS THE NEXT CLEAN RECORD, SETTING END-OF-FILE AT EOF.     *
039200     ADD 1 TO CT-ADJ-READ.
039210*    THE FEED ACCUMULATES ACROSS RUNS AND CYCLES - ONLY THIS
039220*    DATE AND CYCLE'S CREDITS BELONG ON THIS JOURNAL.
039300     IF ADJ-ADJUST-DATE NOT = WK-BUSN-DATE
039310        OR ADJ-CYCLE-NUMBER NOT = WK-CYCLE-NUMBER
039400         GO TO 3100-EXIT
039500     END-IF.
039510*    A CREDIT THE BACKOUT MARKED SUPERSEDED WAS EITHER JOURNALED
039520*    BEFORE ITS CYCLE WAS TAKEN BACK OUT OR NEVER WILL BE - THE
039530*    CORRECTED FEED BRINGS ITS OWN CREDIT.
039540     IF ADJ-CREDIT-SUPERSEDED
039550         GO TO 3100-EXIT
039560     END-IF.
039561*    A BACKOUT OFFSET REVERSES A NIGHT ALREADY JOURNALED.  WHEN
039562*    THAT SAME NIGHT IS BEING REPLACED, 8300 TAKES IT OUT OF
039563*    MONTH-TO-DATE INSTEAD, AND THE OFFSET WOULD REVERSE IT TWICE.
039564     IF (ADJ-SALE-BACKED-OUT OR ADJ-CREDIT-BACKED-OUT)
039565        AND NIGHT-LOGGED
039566         ADD 1 TO CT-OFFSETS-SKIPPED
039567         GO TO 3100-EXIT
039568     END-IF.
039600     ADD 1 TO CT-ADJ-USED.
039610     IF ADJ-SALE-BACKED-OUT OR ADJ-CREDIT-BACKED-OUT
039620         ADD 1 TO CT-ADJ-BACKOUT
039630         PERFORM 3400-ACCUM-BACKOUT-ENTRY THRU 3400-EXIT
039640         GO TO 3100-EXIT
039650     END-IF.
039700     PERFORM 3200-ACCUM-RETURN-ENTRY THRU 3200-EXIT.
039800 3100-EXIT.
039900     EXIT.
043000     END-IF.
043100 3300-EXIT.
043200     EXIT.
043210
043220*---------------------------------------------------------------*
043230* 3400-ACCUM-BACKOUT-ENTRY                                      *
043240*   FINDS (OR ADDS) THE ENTRY-TYPE/CURRENCY ROW FOR A BACKOUT   *
043250*   OFFSET AND FOLDS ITS VALUE IN.                              *
043260*---------------------------------------------------------------*
043270 3400-ACCUM-BACKOUT-ENTRY.
043271     MOVE 'N' TO SW-BACKOUT-FOUND.
043272     PERFORM 3500-FIND-BACKOUT-ENTRY THRU 3500-EXIT
043273         VARYING WK-BKO-SUB FROM 1 BY 1
043274         UNTIL WK-BKO-SUB > WK-BKO-COUNT
043275            OR BACKOUT-ENTRY-FOUND.
043276     IF NOT BACKOUT-ENTRY-FOUND
043277         IF WK-BKO-COUNT >= 50
043278             DISPLAY 'PUR290 - BACKOUT TABLE FULL, DROPPING: '
043279                 ADJ-CURRENCY-CODE
043280             GO TO 3400-EXIT
043281         END-IF
043282         ADD 1 TO WK-BKO-COUNT
043283         MOVE WK-BKO-COUNT TO WK-BKO-SUB
043284         MOVE ADJ-ENTRY-TYPE
043285             TO WK-BKO-TYPE (WK-BKO-SUB)
043286         MOVE ADJ-CURRENCY-CODE
043287             TO WK-BKO-CURRENCY (WK-BKO-SUB)
043288         MOVE ZERO TO WK-BKO-AMOUNT (WK-BKO-SUB)
043289     END-IF.
043290     ADD ADJ-CREDIT-VALUE TO WK-BKO-AMOUNT (WK-BKO-SUB).
043291     IF ADJ-SALE-BACKED-OUT
043292         ADD ADJ-CREDIT-VALUE TO WK-SALE-BACKOUT-TOTAL
043293     ELSE
043294         ADD ADJ-CREDIT-VALUE TO WK-CREDIT-BACKOUT-TOTAL
043295     END-IF.
043296 3400-EXIT.
043297     EXIT.
043298
043300*    SAME STEP-BACK AS 2300 SO THE LOOP'S INCREMENT LEAVES THE
043310*    SUBSCRIPT ON THE MATCHED ROW.
043320 3500-FIND-BACKOUT-ENTRY.
043330     IF WK-BKO-TYPE (WK-BKO-SUB) = ADJ-ENTRY-TYPE
043340        AND WK-BKO-CURRENCY (WK-BKO-SUB) = ADJ-CURRENCY-CODE
043350         MOVE 'Y' TO SW-BACKOUT-FOUND
043360         SUBTRACT 1 FROM WK-BKO-SUB
043370     END-IF.
043380 3500-EXIT.
043381     EXIT.
043382
043383*---------------------------------------------------------------*
043384* 3600-FOLD-TAX                                                 *
043385*   FOLDS THIS DATE AND CYCLE'S TAX DETAILS INTO THE TAX TABLE  *
043386*   BY ENTRY TYPE, TAX COUNTRY AND ORIGINAL CURRENCY.  AN       *
043387*   EXEMPT OR UNRATED LINE CARRIES NO TAX AND POSTS NOTHING;    *
043388*   A DETAIL THE BACKOUT MARKED SUPERSEDED IS SKIPPED AS 3100   *
043389*   SKIPS A SUPERSEDED CREDIT.                                  *
043390*---------------------------------------------------------------*
043391 3600-FOLD-TAX.
043392     IF NOT TAX-ON-FILE
043393         GO TO 3600-EXIT
043394     END-IF.
043395     PERFORM 3610-FOLD-ONE-TAX THRU 3610-EXIT
043396         UNTIL END-OF-TAX.
043397     CLOSE PUR-TAX-DETAIL.
043398 3600-EXIT.
043399     EXIT.
043400
043401 3610-FOLD-ONE-TAX.
043402     READ PUR-TAX-DETAIL
043403         AT END
043404             MOVE 'Y' TO SW-END-OF-TAX
043405             GO TO 3610-EXIT
043406     END-READ.
043407     ADD 1 TO CT-TAX-READ.
043408     IF TXD-POSTED-DATE NOT = WK-BUSN-DATE
043409        OR TXD-CYCLE-NUMBER NOT = WK-CYCLE-NUMBER
043410        OR TXD-SUPERSEDED
043411        OR TXD-TAX-VALUE = ZERO
043412         GO TO 3610-EXIT
043413     END-IF.
043414     IF (TXD-CHARGE-BACKED-OUT OR TXD-REVERSAL-BACKED-OUT)
043415        AND NIGHT-LOGGED
043416         ADD 1 TO CT-OFFSETS-SKIPPED
043417         GO TO 3610-EXIT
043422     END-IF.
043423     ADD 1 TO CT-TAX-USED.
043424     MOVE 'N' TO SW-TAX-FOUND.
043425     PERFORM 3700-FIND-TAX-ENTRY THRU 3700-EXIT
043426         VARYING WK-TAX-SUB FROM 1 BY 1
043427         UNTIL WK-TAX-SUB > WK-TAX-COUNT
043428            OR TAX-ENTRY-FOUND.
043429     IF NOT TAX-ENTRY-FOUND
043430         IF WK-TAX-COUNT >= 200
043431             DISPLAY 'PUR290 - TAX TABLE FULL, DROPPING: '
043432                 TXD-COUNTRY
043433             GO TO 3610-EXIT
043434         END-IF
043435         ADD 1 TO WK-TAX-COUNT
043436         MOVE WK-TAX-COUNT TO WK-TAX-SUB
043437         MOVE TXD-ENTRY-TYPE TO WK-TAX-TYPE (WK-TAX-SUB)
043438         MOVE TXD-COUNTRY TO WK-TAX-COUNTRY (WK-TAX-SUB)
043439         MOVE TXD-CURRENCY-CODE TO WK-TAX-CURRENCY (WK-TAX-SUB)
043440         MOVE ZERO TO WK-TAX-AMOUNT (WK-TAX-SUB)
043441     END-IF.
043442     ADD TXD-TAX-VALUE TO WK-TAX-AMOUNT (WK-TAX-SUB).
043443     EVALUATE TRUE
043444         WHEN TXD-TAX-CHARGED
043445             ADD TXD-TAX-VALUE TO WK-TAX-CHARGED-TOTAL
043446         WHEN TXD-TAX-REVERSED
043447             ADD TXD-TAX-VALUE TO WK-TAX-REVERSED-TOTAL
043448         WHEN TXD-CHARGE-BACKED-OUT
043449             ADD TXD-TAX-VALUE TO WK-TAX-CHG-BKO-TOTAL
043450         WHEN OTHER
043451             ADD TXD-TAX-VALUE TO WK-TAX-REV-BKO-TOTAL
043452     END-EVALUATE.
043453 3610-EXIT.
043454     EXIT.
043455
043456*    SAME STEP-BACK AS 2300 SO THE LOOP'S INCREMENT LEAVES THE
043457*    SUBSCRIPT ON THE MATCHED ROW.
043458 3700-FIND-TAX-ENTRY.
043459     IF WK-TAX-TYPE (WK-TAX-SUB) = TXD-ENTRY-TYPE
043460        AND WK-TAX-COUNTRY (WK-TAX-SUB) = TXD-COUNTRY
043461        AND WK-TAX-CURRENCY (WK-TAX-SUB) = TXD-CURRENCY-CODE
043462         MOVE 'Y' TO SW-TAX-FOUND
043463         SUBTRACT 1 FROM WK-TAX-SUB
043464     END-IF.
043465 3700-EXIT.
043466     EXIT.
043470
043480*---------------------------------------------------------------*
043500* 7000-WRITE-JOURNAL                                            *
043600*   WRITES THE BALANCED JOURNAL - RECEIVABLE DEBITS PER         *
043700*   COUNTRY/CURRENCY AGAINST ONE SALES-REVENUE CREDIT, THEN     *
043800*   RETURN DEBITS AGAINST ONE RECEIVABLE CREDIT, THEN ANY       *
043810*   BACKOUT OFFSETS POSTED THE OTHER WAY ROUND - RECEIVABLE     *
043820*   (SALES) OR RETURNS CREDITS PER CURRENCY AGAINST ONE SALES-  *
043830*   REVENUE AND ONE RECEIVABLE DEBIT, AND LAST THE SALES TAX -  *
043840*   TAX PAYABLE PER TAX COUNTRY/CURRENCY AGAINST ONE            *
043850*   RECEIVABLE TOTAL FOR EACH KIND OF TAX ENTRY.                *
043900*---------------------------------------------------------------*
044000 7000-WRITE-JOURNAL.
044100     PERFORM 7100-WRITE-ONE-SALE THRU 7100-EXIT
045000     IF WK-RETURN-TOTAL > ZERO
045100         PERFORM 7400-WRITE-RETURN-CREDIT THRU 7400-EXIT
045200     END-IF.
045210     PERFORM 7500-WRITE-ONE-BACKOUT THRU 7500-EXIT
045220         VARYING WK-BKO-SUB FROM 1 BY 1
045230         UNTIL WK-BKO-SUB > WK-BKO-COUNT.
045240     IF WK-SALE-BACKOUT-TOTAL > ZERO
045250         PERFORM 7600-WRITE-SALES-BACKOUT THRU 7600-EXIT
045260     END-IF.
045270     IF WK-CREDIT-BACKOUT-TOTAL > ZERO
045280         PERFORM 7700-WRITE-CREDIT-BACKOUT THRU 7700-EXIT
045290     END-IF.
045291     PERFORM 7800-WRITE-ONE-TAX THRU 7800-EXIT
045292         VARYING WK-TAX-SUB FROM 1 BY 1
045293         UNTIL WK-TAX-SUB > WK-TAX-COUNT.
045294     PERFORM 7900-WRITE-TAX-RECEIVABLE THRU 7900-EXIT.
045300 7000-EXIT.
045400     EXIT.
045500
045600 7100-WRITE-ONE-SALE.
045700     MOVE WK-BUSN-DATE TO JRN-POSTING-DATE.
045800     SET JRN-DEBIT TO TRUE.
045900     MOVE 'AR-TRADE' TO JRN-ACCOUNT-CODE.
046000     MOVE WK-SLS-COUNTRY (WK-SLS-SUB) TO JRN-CUSTOMER-COUNTRY.
046800     EXIT.
046900
047000 7200-WRITE-SALES-CREDIT.
047100     MOVE WK-BUSN-DATE TO JRN-POSTING-DATE.
047200     SET JRN-CREDIT TO TRUE.
047300     MOVE 'SALESREV' TO JRN-ACCOUNT-CODE.
047400     MOVE SPACES TO JRN-CUSTOMER-COUNTRY.
048200     EXIT.
048300
048400 7300-WRITE-ONE-RETURN.
048500     MOVE WK-BUSN-DATE TO JRN-POSTING-DATE.
048600     SET JRN-DEBIT TO TRUE.
048700     MOVE 'SALESRTN' TO JRN-ACCOUNT-CODE.
048800     MOVE SPACES TO JRN-CUSTOMER-COUNTRY.
049600     EXIT.
049700
049800 7400-WRITE-RETURN-CREDIT.
049900     MOVE WK-BUSN-DATE TO JRN-POSTING-DATE.
050000     SET JRN-CREDIT TO TRUE.
050100     MOVE 'AR-TRADE' TO JRN-ACCOUNT-CODE.
050200     MOVE SPACES TO JRN-CUSTOMER-COUNTRY.
050800     ADD WK-RETURN-TOTAL TO WK-CREDIT-TOTAL.
050900 7400-EXIT.
051000     EXIT.
051010
051020*    A SALE REVERSED COMES BACK OFF THE RECEIVABLE; A RETURN
051030*    CREDIT REVERSED COMES BACK OFF SALES RETURNS.
051040 7500-WRITE-ONE-BACKOUT.
051041     MOVE WK-BUSN-DATE TO JRN-POSTING-DATE.
051042     SET JRN-CREDIT TO TRUE.
051043     MOVE SPACES TO JRN-CUSTOMER-COUNTRY.
051044     MOVE WK-BKO-CURRENCY (WK-BKO-SUB) TO JRN-CURRENCY-CODE.
051045     MOVE WK-BKO-AMOUNT (WK-BKO-SUB) TO JRN-AMOUNT.
051046     IF WK-BKO-TYPE (WK-BKO-SUB) = 'S'
051047         MOVE 'AR-TRADE' TO JRN-ACCOUNT-CODE
051048         MOVE 'BACKOUT - SALES REVERSED      ' TO JRN-DESCRIPTION
051049     ELSE
051050         MOVE 'SALESRTN' TO JRN-ACCOUNT-CODE
051051         MOVE 'BACKOUT - RETURNS REVERSED    ' TO JRN-DESCRIPTION
051052     END-IF.
051053     WRITE JOURNAL-RECORD.
051054     ADD 1 TO CT-JRN-LINES.
051055     ADD WK-BKO-AMOUNT (WK-BKO-SUB) TO WK-CREDIT-TOTAL.
051056 7500-EXIT.
051057     EXIT.
051058
051060 7600-WRITE-SALES-BACKOUT.
051061     MOVE WK-BUSN-DATE TO JRN-POSTING-DATE.
051062     SET JRN-DEBIT TO TRUE.
051063     MOVE 'SALESREV' TO JRN-ACCOUNT-CODE.
051064     MOVE SPACES TO JRN-CUSTOMER-COUNTRY.
051065     MOVE HOME-CURRENCY-CODE TO JRN-CURRENCY-CODE.
051066     MOVE WK-SALE-BACKOUT-TOTAL TO JRN-AMOUNT.
051067     MOVE 'BACKOUT - SALES REVENUE TOTAL ' TO JRN-DESCRIPTION.
051068     WRITE JOURNAL-RECORD.
051069     ADD 1 TO CT-JRN-LINES.
051070     ADD WK-SALE-BACKOUT-TOTAL TO WK-DEBIT-TOTAL.
051071 7600-EXIT.
051072     EXIT.
051073
051080 7700-WRITE-CREDIT-BACKOUT.
051081     MOVE WK-BUSN-DATE TO JRN-POSTING-DATE.
051082     SET JRN-DEBIT TO TRUE.
051083     MOVE 'AR-TRADE' TO JRN-ACCOUNT-CODE.
051084     MOVE SPACES TO JRN-CUSTOMER-COUNTRY.
051085     MOVE HOME-CURRENCY-CODE TO JRN-CURRENCY-CODE.
051086     MOVE WK-CREDIT-BACKOUT-TOTAL TO JRN-AMOUNT.
051087     MOVE 'BACKOUT - RETURN CREDITS TOTAL' TO JRN-DESCRIPTION.
051088     WRITE JOURNAL-RECORD.
051089     ADD 1 TO CT-JRN-LINES.
051090     ADD WK-CREDIT-BACKOUT-TOTAL TO WK-DEBIT-TOTAL.
051091 7700-EXIT.
051092     EXIT.
051093
051094*    TAX CHARGED, AND A REVERSAL TAKEN BACK OUT, ARE OWED TO THE
051095*    JURISDICTION - CREDIT TAX PAYABLE; TAX REVERSED ON A RETURN,
051096*    AND A CHARGE TAKEN BACK OUT, ARE NO LONGER OWED - DEBIT IT.
051097 7800-WRITE-ONE-TAX.
051098     MOVE WK-BUSN-DATE TO JRN-POSTING-DATE.
051099     MOVE 'TAXPAY  ' TO JRN-ACCOUNT-CODE.
051100     MOVE WK-TAX-COUNTRY (WK-TAX-SUB) TO JRN-CUSTOMER-COUNTRY.
051101     MOVE WK-TAX-CURRENCY (WK-TAX-SUB) TO JRN-CURRENCY-CODE.
051102     MOVE WK-TAX-AMOUNT (WK-TAX-SUB) TO JRN-AMOUNT.
051103     EVALUATE WK-TAX-TYPE (WK-TAX-SUB)
051104         WHEN 'C'
051105             SET JRN-CREDIT TO TRUE
051106             MOVE 'SALES TAX BY COUNTRY/CURRENCY ' TO
051107                 JRN-DESCRIPTION
051108         WHEN 'R'
051109             SET JRN-DEBIT TO TRUE
051110             MOVE 'TAX ON RETURNS BY COUNTRY     ' TO
051111                 JRN-DESCRIPTION
051112         WHEN 'S'
051113             SET JRN-DEBIT TO TRUE
051114             MOVE 'BACKOUT - SALES TAX REVERSED  ' TO
051115                 JRN-DESCRIPTION
051116         WHEN OTHER
051117             SET JRN-CREDIT TO TRUE
051118             MOVE 'BACKOUT - RETURN TAX REVERSED ' TO
051119                 JRN-DESCRIPTION
051120     END-EVALUATE.
051121     WRITE JOURNAL-RECORD.
051122     ADD 1 TO CT-JRN-LINES.
051123     IF JRN-DEBIT
051124         ADD WK-TAX-AMOUNT (WK-TAX-SUB) TO WK-DEBIT-TOTAL
051125     ELSE
051126         ADD WK-TAX-AMOUNT (WK-TAX-SUB) TO WK-CREDIT-TOTAL
051127     END-IF.
051128 7800-EXIT.
051129     EXIT.
051130
051131*---------------------------------------------------------------*
051132* 7900-WRITE-TAX-RECEIVABLE                                     *
051133*   THE RECEIVABLE SIDE OF THE TAX - ONE HOME-CURRENCY TOTAL    *
051134*   PER KIND OF TAX ENTRY, POSTED OPPOSITE ITS TAX-PAYABLE      *
051135*   LINES, SO THE CUSTOMER OWES WHAT THE JURISDICTION IS OWED.  *
051136*---------------------------------------------------------------*
051137 7900-WRITE-TAX-RECEIVABLE.
051138     MOVE WK-BUSN-DATE TO JRN-POSTING-DATE.
051139     MOVE 'AR-TRADE' TO JRN-ACCOUNT-CODE.
051140     MOVE SPACES TO JRN-CUSTOMER-COUNTRY.
051141     MOVE HOME-CURRENCY-CODE TO JRN-CURRENCY-CODE.
051142     IF WK-TAX-CHARGED-TOTAL > ZERO
051143         SET JRN-DEBIT TO TRUE
051144         MOVE WK-TAX-CHARGED-TOTAL TO JRN-AMOUNT
051145         MOVE 'SALES TAX - NIGHT TOTAL       ' TO JRN-DESCRIPTION
051146         WRITE JOURNAL-RECORD
051147         ADD 1 TO CT-JRN-LINES
051148         ADD WK-TAX-CHARGED-TOTAL TO WK-DEBIT-TOTAL
051149     END-IF.
051150     IF WK-TAX-REVERSED-TOTAL > ZERO
051151         SET JRN-CREDIT TO TRUE
051152         MOVE WK-TAX-REVERSED-TOTAL TO JRN-AMOUNT
051153         MOVE 'TAX ON RETURNS - NIGHT TOTAL  ' TO JRN-DESCRIPTION
051154         WRITE JOURNAL-RECORD
051155         ADD 1 TO CT-JRN-LINES
051156         ADD WK-TAX-REVERSED-TOTAL TO WK-CREDIT-TOTAL
051157     END-IF.
051158     IF WK-TAX-CHG-BKO-TOTAL > ZERO
051159         SET JRN-CREDIT TO TRUE
051160         MOVE WK-TAX-CHG-BKO-TOTAL TO JRN-AMOUNT
051161         MOVE 'BACKOUT - SALES TAX TOTAL     ' TO JRN-DESCRIPTION
051162         WRITE JOURNAL-RECORD
051163         ADD 1 TO CT-JRN-LINES
051164         ADD WK-TAX-CHG-BKO-TOTAL TO WK-CREDIT-TOTAL
051165     END-IF.
051166     IF WK-TAX-REV-BKO-TOTAL > ZERO
051167         SET JRN-DEBIT TO TRUE
051168         MOVE WK-TAX-REV-BKO-TOTAL TO JRN-AMOUNT
051169         MOVE 'BACKOUT - RETURN TAX TOTAL    ' TO JRN-DESCRIPTION
051170         WRITE JOURNAL-RECORD
051171         ADD 1 TO CT-JRN-LINES
051172         ADD WK-TAX-REV-BKO-TOTAL TO WK-DEBIT-TOTAL
051173     END-IF.
051174 7900-EXIT.
051175     EXIT.
051180
051200*---------------------------------------------------------------*
051300* 8000-TERMINATE                                                *
051400*   CLOSES FILES, PROVES THE JOURNAL BALANCES, AND WRITES THE   *
052100     DISPLAY 'PUR290 - CLEAN RECORDS READ   : ' CT-READ.
052200     DISPLAY 'PUR290 - ADJUSTMENTS READ     : ' CT-ADJ-READ.
052300     DISPLAY 'PUR290 - ADJUSTMENTS TONIGHT  : ' CT-ADJ-USED.
052310     DISPLAY 'PUR290 - BACKOUT OFFSETS      : ' CT-ADJ-BACKOUT.
052312     IF NIGHT-LOGGED
052314         DISPLAY 'PUR290 - OFFSETS SKIPPED, NIGHT ALREADY '
052316                 'LOGGED: ' CT-OFFSETS-SKIPPED
052318     END-IF.
052320     DISPLAY 'PUR290 - TAX DETAILS READ     : ' CT-TAX-READ.
052330     DISPLAY 'PUR290 - TAX DETAILS TONIGHT  : ' CT-TAX-USED.
052400     DISPLAY 'PUR290 - JOURNAL LINES WRITTEN: ' CT-JRN-LINES.
052500     DISPLAY 'PUR290 - DEBIT TOTAL          : ' WK-DEBIT-TOTAL.
052600     DISPLAY 'PUR290 - CREDIT TOTAL         : ' WK-CREDIT-TOTAL.
052800         CT-UNKNOWN-CURRENCY.
052900     IF WK-DEBIT-TOTAL = WK-CREDIT-TOTAL
053000         DISPLAY 'PUR290 - JOURNAL IS IN BALANCE'
053010         PERFORM 8200-ACCUMULATE-MONTH THRU 8200-EXIT
053100     ELSE
053200         DISPLAY 'PUR290 - JOURNAL OUT OF BALANCE - HOLD THE '
053300                 'FEED'
053310         DISPLAY 'PUR290 - MONTH-TO-DATE TOTALS NOT UPDATED'
053400         MOVE 8 TO RETURN-CODE
053500     END-IF.
053550     PERFORM 8990-MARK-STEP-ENDED THRU 8990-EXIT.
053600 8000-EXIT.
053700     EXIT.
053800
054700         OPEN OUTPUT PUR-RUN-CONTROL
054800     END-IF.
054900     MOVE 'PUR290  '     TO RCT-STEP-NAME.
055000     MOVE WK-BUSN-DATE   TO RCT-RUN-DATE.
055050     MOVE WK-CYCLE-NUMBER TO RCT-CYCLE-NUMBER.
055100     MOVE CT-READ        TO RCT-RECORDS-IN.
055200     MOVE CT-JRN-LINES   TO RCT-RECORDS-OUT-GOOD.
055800     CLOSE PUR-RUN-CONTROL.
055900 8100-EXIT.
056000     EXIT.
056050
056100*---------------------------------------------------------------*
056200* 8200-ACCUMULATE-MONTH                                         *
056300*   ADDS TONIGHT'S BALANCED JOURNAL INTO THE MONTH-TO-DATE      *
056400*   TOTALS BY ACCOUNT, COUNTRY AND CURRENCY, KEEPS WHAT WAS     *
056500*   ADDED ON THE JOURNAL LOG DETAIL (PURJLDT), AND LOGS THE     *
056600*   DATE AND CYCLE AS ACCUMULATED.  A RERUN OF A DATE AND CYCLE *
056700*   ALREADY LOGGED WITH THE SAME TOTALS ADDS NOTHING.  A RERUN  *
056800*   WITH DIFFERENT TOTALS REPLACES THE NIGHT - THE DETAIL OF    *
056805*   THE EARLIER RUN IS TAKEN BACK OUT OF THE MONTH-TO-DATE      *
056810*   TOTALS, THE NEW JOURNAL IS ADDED AND THE LOG ENTRY IS       *
056820*   REWRITTEN, SO THE CLOSE (PUR410) FOOTS THE LOG TO THE       *
056830*   TOTALS AND TO THE LAST RUN-CONTROL RECORD OF THE NIGHT.     *
056900*   ALL THREE FILES ARE CREATED ON THE FIRST RUN.               *
057000*---------------------------------------------------------------*
057100 8200-ACCUMULATE-MONTH.
057200     OPEN I-O PUR-JRNL-LOG.
057300     IF FS-JRNL-LOG = '35'
057400         OPEN OUTPUT PUR-JRNL-LOG
057500         CLOSE PUR-JRNL-LOG
057600         OPEN I-O PUR-JRNL-LOG
057700     END-IF.
057800     IF FS-JRNL-LOG NOT = '00'
057900         DISPLAY 'PUR290 - UNABLE TO OPEN JOURNAL LOG - MONTH-'
058000                 'TO-DATE TOTALS NOT UPDATED'
058100         MOVE 8 TO RETURN-CODE
058200         GO TO 8200-EXIT
058300     END-IF.
058400     MOVE WK-BUSN-DATE    TO JLG-POSTING-DATE.
058500     MOVE WK-CYCLE-NUMBER TO JLG-CYCLE-NUMBER.
058600     READ PUR-JRNL-LOG
058700         INVALID KEY
058800             MOVE 'N' TO SW-ALREADY-ACCUMULATED
058900         NOT INVALID KEY
059000             MOVE 'Y' TO SW-ALREADY-ACCUMULATED
059100     END-READ.
059200     IF ALREADY-ACCUMULATED
059300         PERFORM 8250-REPORT-RERUN THRU 8250-EXIT
059310         IF NOT REPLACE-NIGHT
059400             CLOSE PUR-JRNL-LOG
059500             GO TO 8200-EXIT
059510         END-IF
059600     END-IF.
059700     OPEN I-O PUR-MONTH-TOTALS.
059800     IF FS-MONTH-TOTALS = '35'
059900         OPEN OUTPUT PUR-MONTH-TOTALS
060000         CLOSE PUR-MONTH-TOTALS
060100         OPEN I-O PUR-MONTH-TOTALS
060200     END-IF.
060300     IF FS-MONTH-TOTALS NOT = '00'
060400         DISPLAY 'PUR290 - UNABLE TO OPEN MONTH-TO-DATE TOTALS'
060500         CLOSE PUR-JRNL-LOG
060600         MOVE 8 TO RETURN-CODE
060700         GO TO 8200-EXIT
060800     END-IF.
060810     OPEN I-O PUR-JRNL-DETAIL.
060820     IF FS-JRNL-DETAIL = '35'
060830         OPEN OUTPUT PUR-JRNL-DETAIL
060840         CLOSE PUR-JRNL-DETAIL
060850         OPEN I-O PUR-JRNL-DETAIL
060860     END-IF.
060870     IF FS-JRNL-DETAIL NOT = '00'
060880         DISPLAY 'PUR290 - UNABLE TO OPEN JOURNAL LOG DETAIL - '
060890                 'MONTH-TO-DATE TOTALS NOT UPDATED'
060900         CLOSE PUR-JRNL-LOG
060910               PUR-MONTH-TOTALS
060920         MOVE 8 TO RETURN-CODE
060930         GO TO 8200-EXIT
060940     END-IF.
060950     IF REPLACE-NIGHT
060960         PERFORM 8300-BACK-OUT-NIGHT THRU 8300-EXIT
060970         IF NOT REPLACE-NIGHT
060980             CLOSE PUR-JRNL-LOG
060990                   PUR-MONTH-TOTALS
061000                   PUR-JRNL-DETAIL
061010             GO TO 8200-EXIT
061020         END-IF
061030     END-IF.
061040     OPEN INPUT PUR-JRNL-OUT.
061050     MOVE 'N' TO SW-END-OF-JOURNAL.
061100     PERFORM 8210-READ-JOURNAL-LINE THRU 8210-EXIT.
061200     PERFORM 8220-ADD-ONE-LINE THRU 8220-EXIT
061300         UNTIL END-OF-JOURNAL.
061400     CLOSE PUR-JRNL-OUT
061500           PUR-MONTH-TOTALS
061550           PUR-JRNL-DETAIL.
061600     MOVE WK-BUSN-DATE    TO JLG-POSTING-DATE.
061700     MOVE WK-CYCLE-NUMBER TO JLG-CYCLE-NUMBER.
061800     MOVE WK-BUSN-PERIOD  TO JLG-PERIOD.
061900     MOVE CT-JRN-LINES    TO JLG-LINE-COUNT.
062000     MOVE WK-DEBIT-TOTAL  TO JLG-DEBIT-TOTAL.
062100     MOVE WK-CREDIT-TOTAL TO JLG-CREDIT-TOTAL.
062200     MOVE CT-READ         TO JLG-RECORDS-READ.
062300     MOVE WK-HASH-TOTAL   TO JLG-HASH-TOTAL-IN.
062400     MOVE WK-TODAY-DATE   TO JLG-ACCUMULATED-DATE.
062410     IF REPLACE-NIGHT
062420         REWRITE JOURNAL-LOG-RECORD
062430             INVALID KEY
062440                 CONTINUE
062450         END-REWRITE
062460     ELSE
062470         WRITE JOURNAL-LOG-RECORD
062480             INVALID KEY
062490                 CONTINUE
062500         END-WRITE
062510     END-IF.
062520     IF FS-JRNL-LOG NOT = '00'
062530         DISPLAY 'PUR290 *** JOURNAL LOG NOT WRITTEN FOR '
062540                 WK-BUSN-DATE ' CYCLE ' WK-CYCLE-NUMBER
062550                 ' - STATUS ' FS-JRNL-LOG
062560         MOVE 8 TO RETURN-CODE
062570     END-IF.
062600     CLOSE PUR-JRNL-LOG.
062610     IF REPLACE-NIGHT
062620         DISPLAY 'PUR290 - MONTH-TO-DATE BACKED OUT: '
062630             CT-MTD-BACKED-OUT
062640     END-IF.
062700     DISPLAY 'PUR290 - MONTH-TO-DATE ADDED  : ' CT-MTD-ADDED.
062800     DISPLAY 'PUR290 - MONTH-TO-DATE UPDATED: ' CT-MTD-UPDATED.
062810     IF CT-MTD-FAILURES > ZERO
062820         DISPLAY 'PUR290 *** MONTH-TO-DATE WRITES FAILED: '
062830             CT-MTD-FAILURES ' - RECONCILE BEFORE THE CLOSE'
062840         MOVE 8 TO RETURN-CODE
062850     END-IF.
062900 8200-EXIT.
063000     EXIT.
063100
063200 8210-READ-JOURNAL-LINE.
063300     READ PUR-JRNL-OUT
063400         AT END
063500             MOVE 'Y' TO SW-END-OF-JOURNAL
063600     END-READ.
063700 8210-EXIT.
063800     EXIT.
063900
064000*---------------------------------------------------------------*
064100* 8220-ADD-ONE-LINE                                             *
064200*   ADDS ONE JOURNAL LINE TO ITS MONTH-TO-DATE RECORD, STARTING *
064300*   THE RECORD ON THE PERIOD'S FIRST LINE FOR THE ACCOUNT,      *
064400*   COUNTRY AND CURRENCY, AND TO THE NIGHT'S DETAIL RECORD FOR  *
064410*   THE SAME THREE.                                             *
064500*---------------------------------------------------------------*
064600 8220-ADD-ONE-LINE.
064700     MOVE WK-BUSN-PERIOD       TO MTD-PERIOD.
064800     MOVE JRN-ACCOUNT-CODE     TO MTD-ACCOUNT-CODE.
064900     MOVE JRN-CUSTOMER-COUNTRY TO MTD-CUSTOMER-COUNTRY.
065000     MOVE JRN-CURRENCY-CODE    TO MTD-CURRENCY-CODE.
065100     READ PUR-MONTH-TOTALS
065200         INVALID KEY
065300             MOVE 'N' TO SW-MTD-FOUND
065400         NOT INVALID KEY
065500             MOVE 'Y' TO SW-MTD-FOUND
065600     END-READ.
065700     IF NOT MTD-FOUND
065800         MOVE WK-BUSN-PERIOD       TO MTD-PERIOD
065900         MOVE JRN-ACCOUNT-CODE     TO MTD-ACCOUNT-CODE
066000         MOVE JRN-CUSTOMER-COUNTRY TO MTD-CUSTOMER-COUNTRY
066100         MOVE JRN-CURRENCY-CODE    TO MTD-CURRENCY-CODE
066200         MOVE ZERO TO MTD-DEBIT-TOTAL
066300                      MTD-CREDIT-TOTAL
066400                      MTD-LINE-COUNT
066500     END-IF.
066600     IF JRN-DEBIT
066700         ADD JRN-AMOUNT TO MTD-DEBIT-TOTAL
066800     ELSE
066900         ADD JRN-AMOUNT TO MTD-CREDIT-TOTAL
067000     END-IF.
067100     ADD 1 TO MTD-LINE-COUNT.
067200     MOVE JRN-POSTING-DATE TO MTD-LAST-POSTING-DATE.
067300     IF MTD-FOUND
067400         REWRITE MONTH-TO-DATE-RECORD
067410             INVALID KEY
067420                 CONTINUE
067430         END-REWRITE
067500     ELSE
067700         WRITE MONTH-TO-DATE-RECORD
067710             INVALID KEY
067720                 CONTINUE
067730         END-WRITE
067900     END-IF.
067910     IF FS-MONTH-TOTALS NOT = '00'
067920         DISPLAY 'PUR290 - MONTH-TO-DATE NOT WRITTEN FOR '
067930                 MTD-ACCOUNT-CODE ' ' MTD-CURRENCY-CODE ' '
067940                 MTD-CUSTOMER-COUNTRY ' - STATUS '
067950                 FS-MONTH-TOTALS
067960         ADD 1 TO CT-MTD-FAILURES
067970     ELSE
067980         IF MTD-FOUND
067990             ADD 1 TO CT-MTD-UPDATED
068000         ELSE
068010             ADD 1 TO CT-MTD-ADDED
068020         END-IF
068030     END-IF.
068040     PERFORM 8230-ADD-TO-DETAIL THRU 8230-EXIT.
068050     PERFORM 8210-READ-JOURNAL-LINE THRU 8210-EXIT.
068100 8220-EXIT.
068200     EXIT.
068210
068220*---------------------------------------------------------------*
068230* 8230-ADD-TO-DETAIL                                            *
068240*   ADDS ONE JOURNAL LINE TO THE NIGHT'S DETAIL RECORD FOR ITS  *
068250*   ACCOUNT, COUNTRY AND CURRENCY - THE AMOUNT A LATER RERUN    *
068260*   OF THE NIGHT TAKES BACK OUT OF THE MONTH-TO-DATE TOTALS.    *
068270*---------------------------------------------------------------*
068280 8230-ADD-TO-DETAIL.
068290     MOVE WK-BUSN-DATE         TO JLD-POSTING-DATE.
068300     MOVE WK-CYCLE-NUMBER      TO JLD-CYCLE-NUMBER.
068310     MOVE JRN-ACCOUNT-CODE     TO JLD-ACCOUNT-CODE.
068320     MOVE JRN-CUSTOMER-COUNTRY TO JLD-CUSTOMER-COUNTRY.
068330     MOVE JRN-CURRENCY-CODE    TO JLD-CURRENCY-CODE.
068340     READ PUR-JRNL-DETAIL
068350         INVALID KEY
068360             MOVE 'N' TO SW-DETAIL-FOUND
068370         NOT INVALID KEY
068380             MOVE 'Y' TO SW-DETAIL-FOUND
068390     END-READ.
068400     IF NOT DETAIL-FOUND
068410         MOVE WK-BUSN-DATE         TO JLD-POSTING-DATE
068420         MOVE WK-CYCLE-NUMBER      TO JLD-CYCLE-NUMBER
068430         MOVE JRN-ACCOUNT-CODE     TO JLD-ACCOUNT-CODE
068440         MOVE JRN-CUSTOMER-COUNTRY TO JLD-CUSTOMER-COUNTRY
068450         MOVE JRN-CURRENCY-CODE    TO JLD-CURRENCY-CODE
068460         MOVE WK-BUSN-PERIOD       TO JLD-PERIOD
068470         MOVE ZERO TO JLD-DEBIT-TOTAL
068480                      JLD-CREDIT-TOTAL
068490                      JLD-LINE-COUNT
068500     END-IF.
068510     IF JRN-DEBIT
068520         ADD JRN-AMOUNT TO JLD-DEBIT-TOTAL
068530     ELSE
068540         ADD JRN-AMOUNT TO JLD-CREDIT-TOTAL
068550     END-IF.
068560     ADD 1 TO JLD-LINE-COUNT.
068570     IF DETAIL-FOUND
068580         REWRITE JOURNAL-LOG-DETAIL-RECORD
068590             INVALID KEY
068600                 CONTINUE
068610         END-REWRITE
068620     ELSE
068630         WRITE JOURNAL-LOG-DETAIL-RECORD
068640             INVALID KEY
068650                 CONTINUE
068660         END-WRITE
068670     END-IF.
068680     IF FS-JRNL-DETAIL NOT = '00'
068690         DISPLAY 'PUR290 - JOURNAL LOG DETAIL NOT WRITTEN FOR '
068700                 JLD-ACCOUNT-CODE ' ' JLD-CURRENCY-CODE
068710                 ' - STATUS ' FS-JRNL-DETAIL
068720         ADD 1 TO CT-MTD-FAILURES
068730     END-IF.
068740 8230-EXIT.
068750     EXIT.
068755
068760*---------------------------------------------------------------*
068765* 8250-REPORT-RERUN                                             *
068770*   A DATE AND CYCLE ALREADY IN THE MONTH-TO-DATE TOTALS.  THE  *
068775*   SAME JOURNAL AGAIN IS A HARMLESS RERUN THAT ADDS NOTHING;   *
068800*   A DIFFERENT ONE IS TO REPLACE THE EARLIER NIGHT.            *
068900*---------------------------------------------------------------*
069000 8250-REPORT-RERUN.
069100     DISPLAY 'PUR290 - JOURNAL FOR ' WK-BUSN-DATE ' CYCLE '
069200             WK-CYCLE-NUMBER ' ALREADY IN MONTH-TO-DATE'.
069300     IF JLG-DEBIT-TOTAL  = WK-DEBIT-TOTAL
069400        AND JLG-CREDIT-TOTAL = WK-CREDIT-TOTAL
069500        AND JLG-LINE-COUNT   = CT-JRN-LINES
069600         DISPLAY 'PUR290 - SAME TOTALS - NOTHING ADDED AGAIN'
069700         IF RETURN-CODE < 4
069800             MOVE 4 TO RETURN-CODE
069900         END-IF
070000     ELSE
070100         DISPLAY 'PUR290 - RERUN TOTALS DIFFER - THE EARLIER '
070200                 'JOURNAL IS REPLACED IN MONTH-TO-DATE'
070300         MOVE 'Y' TO SW-REPLACE-NIGHT
070310         IF RETURN-CODE < 4
070320             MOVE 4 TO RETURN-CODE
070330         END-IF
070500     END-IF.
070600 8250-EXIT.
070700     EXIT.
070710
070720*---------------------------------------------------------------*
070730* 8300-BACK-OUT-NIGHT                                           *
070740*   TAKES THE EARLIER RUN OF TONIGHT'S DATE AND CYCLE BACK OUT  *
070750*   OF THE MONTH-TO-DATE TOTALS FROM ITS DETAIL, DELETING THE   *
070760*   DETAIL AS IT GOES.  A NIGHT LOGGED WITH LINES BUT NO DETAIL *
070770*   CANNOT BE TAKEN OUT; NOTHING IS CHANGED AND RETURN-CODE 8   *
070780*   SENDS FINANCE TO RECONCILE BEFORE THE CLOSE.                *
070790*---------------------------------------------------------------*
070800 8300-BACK-OUT-NIGHT.
070810     MOVE LOW-VALUES      TO JLD-KEY.
070820     MOVE WK-BUSN-DATE    TO JLD-POSTING-DATE.
070830     MOVE WK-CYCLE-NUMBER TO JLD-CYCLE-NUMBER.
070840     MOVE 'N' TO SW-END-OF-DETAIL.
070850     START PUR-JRNL-DETAIL KEY IS NOT LESS THAN JLD-KEY
070860         INVALID KEY
070870             MOVE 'Y' TO SW-END-OF-DETAIL
070880     END-START.
070890     PERFORM 8310-READ-DETAIL THRU 8310-EXIT.
070900     IF END-OF-DETAIL
070910        AND JLG-LINE-COUNT > ZERO
070920         DISPLAY 'PUR290 *** NO JOURNAL LOG DETAIL FOR THE '
070930                 'EARLIER RUN - MONTH-TO-DATE NOT UPDATED - '
070940                 'RECONCILE BEFORE THE CLOSE'
070950         MOVE 'N' TO SW-REPLACE-NIGHT
070960         MOVE 8 TO RETURN-CODE
070970         GO TO 8300-EXIT
070980     END-IF.
070990     PERFORM 8320-BACK-OUT-ONE THRU 8320-EXIT
071000         UNTIL END-OF-DETAIL.
071010 8300-EXIT.
071020     EXIT.
071030
071040 8310-READ-DETAIL.
071050     IF END-OF-DETAIL
071060         GO TO 8310-EXIT
071070     END-IF.
071080     READ PUR-JRNL-DETAIL NEXT RECORD
071090         AT END
071100             MOVE 'Y' TO SW-END-OF-DETAIL
071110             GO TO 8310-EXIT
071120     END-READ.
071130     IF JLD-POSTING-DATE NOT = WK-BUSN-DATE
071140        OR JLD-CYCLE-NUMBER NOT = WK-CYCLE-NUMBER
071150         MOVE 'Y' TO SW-END-OF-DETAIL
071160     END-IF.
071170 8310-EXIT.
071180     EXIT.
071190
071200*---------------------------------------------------------------*
071210* 8320-BACK-OUT-ONE                                             *
071220*   SUBTRACTS ONE DETAIL RECORD FROM ITS MONTH-TO-DATE RECORD,  *
071230*   REMOVING A RECORD LEFT WITH NO LINES, AND DELETES THE       *
071240*   DETAIL.                                                     *
071250*---------------------------------------------------------------*
071260 8320-BACK-OUT-ONE.
071270     MOVE JLD-PERIOD           TO MTD-PERIOD.
071280     MOVE JLD-ACCOUNT-CODE     TO MTD-ACCOUNT-CODE.
071290     MOVE JLD-CUSTOMER-COUNTRY TO MTD-CUSTOMER-COUNTRY.
071300     MOVE JLD-CURRENCY-CODE    TO MTD-CURRENCY-CODE.
071310     READ PUR-MONTH-TOTALS
071320         INVALID KEY
071330             MOVE 'N' TO SW-MTD-FOUND
071340         NOT INVALID KEY
071350             MOVE 'Y' TO SW-MTD-FOUND
071360     END-READ.
071370     IF MTD-FOUND
071380         PERFORM 8330-SUBTRACT-DETAIL THRU 8330-EXIT
071390     ELSE
071400         DISPLAY 'PUR290 - NO MONTH-TO-DATE RECORD TO BACK '
071410                 'OUT FOR ' JLD-ACCOUNT-CODE ' '
071420                 JLD-CURRENCY-CODE ' ' JLD-CUSTOMER-COUNTRY
071430         ADD 1 TO CT-MTD-FAILURES
071440     END-IF.
071450     DELETE PUR-JRNL-DETAIL RECORD.
071460     PERFORM 8310-READ-DETAIL THRU 8310-EXIT.
071470 8320-EXIT.
071480     EXIT.
071490
071500 8330-SUBTRACT-DETAIL.
071510     SUBTRACT JLD-DEBIT-TOTAL  FROM MTD-DEBIT-TOTAL.
071511     SUBTRACT JLD-CREDIT-TOTAL FROM MTD-CREDIT-TOTAL.
071512     SUBTRACT JLD-LINE-COUNT   FROM MTD-LINE-COUNT.
071513     IF MTD-LINE-COUNT = ZERO
071514         DELETE PUR-MONTH-TOTALS RECORD
071515             INVALID KEY
071516                 CONTINUE
071517         END-DELETE
071518     ELSE
071519         REWRITE MONTH-TO-DATE-RECORD
071520             INVALID KEY
071521                 CONTINUE
071522         END-REWRITE
071523     END-IF.
071530     IF FS-MONTH-TOTALS NOT = '00'
071540         DISPLAY 'PUR290 - MONTH-TO-DATE NOT BACKED OUT FOR '
071550                 MTD-ACCOUNT-CODE ' ' MTD-CURRENCY-CODE
071560                 ' - STATUS ' FS-MONTH-TOTALS
071570         ADD 1 TO CT-MTD-FAILURES
071580     ELSE
071590         ADD 1 TO CT-MTD-BACKED-OUT
071600     END-IF.
071640 8330-EXIT.
071650     EXIT.
071660
071662*---------------------------------------------------------------*
071664* 8900-REFUSE-CLOSED-PERIOD                                     *
071666*   THE BUSINESS DATE FALLS IN A CLOSED PERIOD.  NOTHING IS     *
071668*   READ OR JOURNALED AND NO RUN CONTROL IS WRITTEN, SO THE     *
071670*   BALANCER (PUR210) HOLDS THE NIGHT, AND THE STEP IS MARKED   *
071672*   FAILED UNTIL A SUPERVISOR REOPENS THE PERIOD (PUR420) AND   *
071673*   THE STEP IS RERUN.                                          *
071674*---------------------------------------------------------------*
071676 8900-REFUSE-CLOSED-PERIOD.
071700     DISPLAY 'PUR290 *** PERIOD ' WK-BUSN-PERIOD
071800             ' IS CLOSED - NOTHING JOURNALED'.
071900     MOVE 8 TO RETURN-CODE.
072000 8900-EXIT.
072100     EXIT.
072110
072120*---------------------------------------------------------------*
072130* 8950-REFUSE-OUT-OF-ORDER                                      *
072140*   THE STEP IS OUT OF ORDER FOR THE CYCLE AND HAS TOUCHED      *
072150*   NOTHING.  THE GUARD'S REASON IS SHOWN, AND RETURN-CODE 8    *
072160*   HOLDS THE REST OF THE CHAIN.                                *
072170*---------------------------------------------------------------*
072180 8950-REFUSE-OUT-OF-ORDER.
072190     DISPLAY 'PUR290 - STEP REFUSED FOR CYCLE ' WK-CYCLE-NUMBER.
072200     DISPLAY 'PUR290 - ' RSL-REASON-TEXT.
072210     MOVE 8 TO RETURN-CODE.
072220 8950-EXIT.
072230     EXIT.
072240
072250*---------------------------------------------------------------*
072260* 8990-MARK-STEP-ENDED                                          *
072270*   RECORDS THE STEP'S END ON THE RUN-STATE FILE - COMPLETED,   *
072280*   OR FAILED ON RETURN-CODE 8 OR MORE.  THE GUARD HANDS THE    *
072290*   RETURN CODE BACK UNCHANGED.                                 *
072300*---------------------------------------------------------------*
072310 8990-MARK-STEP-ENDED.
072320     SET RSL-FUNC-END    TO TRUE.
072330     MOVE RETURN-CODE    TO RSL-STEP-RC.
072340     CALL 'PUR440' USING RUN-STATE-LINKAGE-AREA.
072350 8990-EXIT.
072360     EXIT.

001400*                  PRODUCT CATALOG, AND REPORTS REALIZED PRICE  *
001500*                  AGAINST LIST, A RANKED TOP-SELLER SECTION,   *
001600*                  AND CATALOG ENTRIES WITH NO SALES.           *
001610* 2026-10-15  RH   LIST PRICE IS NOW THE PRICE IN EFFECT TONIGHT *
001620*                  FROM THE CATALOG'S DATED PRICE SCHEDULE, AND  *
001630*                  A PRODUCT ALREADY DISCONTINUED IS LEFT OFF    *
001640*                  THE NO-SALES SECTION.                         *
001650* 2026-10-15  RH   TONIGHT'S UNITS, REVENUE AND BUYERS BY        *
001651*                  PURCHASEID ARE KEPT ON THE PRODUCT SALES      *
001652*                  HISTORY (PURPSHST) UNDER THE DATE AND INTAKE  *
001653*                  CYCLE (SYSIN CARD, DEFAULT 1) FOR THE         *
001654*                  LOW-STOCK REPORT'S SALES RATES.               *
001659* 2026-10-15  RH   NOW CLEARS ITS START WITH THE CHAIN          *
001664*                  SEQUENCING GUARD (PUR440) BEFORE ANY FILE IS *
001669*                  OPENED, AND IS REFUSED WITH RETURN-CODE 8    *
001674*                  UNLESS THE ADDRESS STANDARDIZATION (PUR110)  *
001679*                  HAS COMPLETED FOR THE SAME BUSINESS DATE AND *
001684*                  CYCLE.  ITS END IS RECORDED ON THE RUN-STATE *
001689*                  FILE (PURRSTAT) AS COMPLETED OR FAILED.      *
001690* 2026-10-15  RH   SALES HISTORY IS KEPT UNDER THE GUARD'S       *
001691*                  BUSINESS DATE, NOT THE RUN DATE, AND A RECORD *
001692*                  NOT WRITTEN IS SHOWN AND SETS RETURN-CODE 4.  *
001693*                  A MISSING CLEAN FILE OR CATALOG NOW SETS      *
001694*                  RETURN-CODE 8 SO THE STEP IS RECORDED FAILED. *
001700*---------------------------------------------------------------*
001800* PURPOSE.                                                     *
001900*   EVERYTHING REPORTED TONIGHT IS CUSTOMER-FACING (PUR120) OR  *
002400*   NUMBER OF DISTINCT BUYING CUSTOMERS - THE INPUT ARRIVES     *
002500*   SORTED BY CUSTOMERID, SO A CUSTOMER COUNTS ONCE PER         *
002600*   PRODUCT WHEN THE CUSTOMERID CHANGES.  EACH PRODUCT IS       *
002700*   JOINED TO CAT-PRODUCT-NAME AND THE LIST PRICE IN EFFECT     *
002800*   TONIGHT, WITH THE AVERAGE REALIZED PRICE AND ITS VARIANCE   *
002900*   FROM LIST IN PERCENT, SO PRODUCTS HABITUALLY SOLD OFF LIST  *
002910*   STAND OUT.                                                  *
003000*   A RANKED TOP-SELLERS SECTION FOLLOWS, AND A FINAL SECTION   *
003100*   WALKS THE WHOLE CATALOG AND LISTS EVERY ENTRY THAT SOLD     *
003200*   NOTHING TONIGHT.                                            *
003210*   EACH PRODUCT'S FIGURES ARE ALSO WRITTEN TO THE PRODUCT SALES*
003211*   HISTORY UNDER TODAY'S DATE AND THE INTAKE CYCLE (SYSIN CARD,*
003212*   DEFAULT 1); A RERUN OF THE SAME CYCLE REPLACES ITS OWN.     *
003213*   PUR400 TAKES ITS SALES RATES FROM THAT HISTORY.             *
003300*---------------------------------------------------------------*
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS FS-RATES.
005700
005710     SELECT PUR-SALES-HIST  ASSIGN TO PURPSHST
005720         ORGANIZATION IS INDEXED
005730         ACCESS MODE IS RANDOM
005740         RECORD KEY IS PSH-KEY
005750         FILE STATUS IS FS-SALES-HIST.
005760
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  PUR-SALES-IN
007400     RECORDING MODE IS F.
007500     COPY PURRATE.
007600
007610 FD  PUR-SALES-HIST
007620     RECORDING MODE IS F.
007630     COPY PURPSHST.
007640
007700 WORKING-STORAGE SECTION.
007800 01  FS-SALES-IN                PIC XX          VALUE '00'.
007900 01  FS-CATALOG                 PIC XX          VALUE '00'.
008000 01  FS-SALES-RPT               PIC XX          VALUE '00'.
008010 01  FS-SALES-HIST              PIC XX          VALUE '00'.
008100
008200 01  SW-END-OF-FILE              PIC X           VALUE 'N'.
008300     88  END-OF-FILE                            VALUE 'Y'.
008900     88  PRODUCT-FOUND                          VALUE 'Y'.
009000 01  SW-SOLD-TONIGHT             PIC X           VALUE 'N'.
009100     88  SOLD-TONIGHT                           VALUE 'Y'.
009133 01  SW-STEP-REFUSED             PIC X           VALUE 'N'.
009166     88  STEP-REFUSED                           VALUE 'Y'.
009200
009300 01  PUR300-COUNTERS.
009400     05  CT-READ                PIC 9(7)        VALUE ZERO.
009500     05  CT-PRODUCTS             PIC 9(5)        VALUE ZERO.
009600     05  CT-NO-SALES             PIC 9(5)        VALUE ZERO.
009700     05  CT-PRODUCT-OVERFLOW     PIC 9(7)        VALUE ZERO.
009710     05  CT-HISTORY-WRITTEN      PIC 9(5)        VALUE ZERO.
009720     05  CT-HISTORY-FAILED       PIC 9(5)        VALUE ZERO.
009800
009900 01  PUR300-WORK-FIELDS.
010000     05  WK-SUB                 PIC 9(3)        VALUE ZERO.
010800     05  WK-AVG-PRICE            PIC 9(8)V99     VALUE ZERO.
010900     05  WK-PRICE-VARIANCE       PIC S9(5)V99    VALUE ZERO.
011000     05  WK-TODAY-DATE           PIC X(8)        VALUE SPACES.
011010*    THE CATALOG PRICE IN EFFECT TONIGHT - THE SCHEDULED PRICE
011020*    WITH THE LATEST EFFECTIVE DATE NOT AFTER TODAY.
011030     05  WK-PRICE-IN-EFFECT      PIC 9(8)V99     VALUE ZERO.
011040     05  WK-PRICE-IN-EFFECT-DATE PIC X(8)        VALUE SPACES.
011050     05  WK-SCHED-SUB            PIC 9(2)        VALUE ZERO.
011060     05  WK-CYCLE-CARD           PIC X(2)        VALUE SPACES.
011070     05  WK-CYCLE-NUMBER         PIC 9(2)        VALUE 1.
011100
011200     COPY PURRATTB.
011233
011266     COPY PURRSLNK.
011300
011400*    TONIGHT'S SALES BY PURCHASEID.  THE INPUT ARRIVES SORTED
011500*    BY CUSTOMERID, SO A CUSTOMER IS COUNTED ONCE PER PRODUCT
020200*---------------------------------------------------------------*
020300 0000-MAINLINE.
020400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020420     IF STEP-REFUSED
020440         PERFORM 8950-REFUSE-OUT-OF-ORDER THRU 8950-EXIT
020460         STOP RUN
020480     END-IF.
020500     PERFORM 2000-FOLD-LOOP THRU 2000-EXIT
020600         UNTIL END-OF-FILE.
020700     PERFORM 7000-PRINT-PRODUCT-DETAIL THRU 7000-EXIT.
020800     PERFORM 7300-PRINT-TOP-SELLERS THRU 7300-EXIT.
020900     PERFORM 7600-PRINT-NO-SALES THRU 7600-EXIT.
020910     PERFORM 6000-WRITE-SALES-HISTORY THRU 6000-EXIT.
021000     PERFORM 8000-TERMINATE THRU 8000-EXIT.
021100     STOP RUN.
021200
021300*---------------------------------------------------------------*
021400* 1000-INITIALIZE                                               *
021500*   OPENS FILES AND PRIMES THE READ.  A MISSING CATALOG STOPS    *
021600*   THE RUN - THERE IS NOTHING TO REPORT AGAINST.                *
021700*---------------------------------------------------------------*
021800 1000-INITIALIZE.
021816     PERFORM 1170-GET-CYCLE THRU 1170-EXIT.
021832     PERFORM 1190-CHECK-STEP-ORDER THRU 1190-EXIT.
021848     IF STEP-REFUSED
021864         GO TO 1000-EXIT
021880     END-IF.
021900     OPEN INPUT  PUR-SALES-IN
022000          OUTPUT PUR-SALES-RPT.
022100     IF FS-SALES-IN NOT = '00'
022200         DISPLAY 'PUR300 - UNABLE TO OPEN CLEAN FILE INPUT'
022250         MOVE 8 TO RETURN-CODE
022300         MOVE 'Y' TO SW-END-OF-FILE
022400     END-IF.
022500     OPEN INPUT PUR-CATALOG.
022600     IF FS-CATALOG NOT = '00'
022700         DISPLAY 'PUR300 - UNABLE TO OPEN PRODUCT CATALOG'
022750         MOVE 8 TO RETURN-CODE
022800         MOVE 'Y' TO SW-END-OF-FILE
022900     END-IF.
023000     ACCEPT WK-TODAY-DATE FROM DATE YYYYMMDD.
024700     END-IF.
024800 1100-EXIT.
024900     EXIT.
024910
024920*---------------------------------------------------------------*
024930* 1170-GET-CYCLE                                                *
024940*   TAKES THE INTAKE CYCLE FROM THE SYSIN CARD, DEFAULT 1, FOR  *
024950*   THE SALES HISTORY KEY.                                      *
024960*---------------------------------------------------------------*
024970 1170-GET-CYCLE.
024980     ACCEPT WK-CYCLE-CARD.
024990     IF WK-CYCLE-CARD NUMERIC
024991         MOVE WK-CYCLE-CARD TO WK-CYCLE-NUMBER
024992     ELSE
024993         DISPLAY 'PUR300 - NO CYCLE CARD, USING CYCLE 1'
024994     END-IF.
024995     DISPLAY 'PUR300 - INTAKE CYCLE NUMBER: ' WK-CYCLE-NUMBER.
024996 1170-EXIT.
024997     EXIT.
024998
025000*---------------------------------------------------------------*
025002* 1190-CHECK-STEP-ORDER                                         *
025004*   ASKS THE CHAIN SEQUENCING GUARD (PUR440) WHETHER THIS STEP  *
025006*   MAY RUN FOR THE CYCLE - THE STEPS AHEAD OF IT MUST HAVE     *
025008*   COMPLETED FOR THE SAME BUSINESS DATE AND CYCLE, AND NONE    *
025010*   AFTER IT MAY HAVE RUN.  IF IT MAY, THE GUARD MARKS IT       *
025012*   STARTED.  NOTHING IS OPENED WHEN IT MAY NOT.                *
025014*---------------------------------------------------------------*
025016 1190-CHECK-STEP-ORDER.
025018     SET RSL-FUNC-BEGIN  TO TRUE.
025020     MOVE 'PUR300  '      TO RSL-STEP-NAME.
025022     MOVE WK-CYCLE-NUMBER TO RSL-CYCLE-NUMBER.
025024     CALL 'PUR440' USING RUN-STATE-LINKAGE-AREA.
025026     IF RSL-REFUSED
025028         MOVE 'Y' TO SW-STEP-REFUSED
025030     ELSE
025032         DISPLAY 'PUR300 - BUSINESS DATE: ' RSL-BUSINESS-DATE
025034     END-IF.
025036 1190-EXIT.
025038     EXIT.
025040
025100*---------------------------------------------------------------*
025200* 1300-LOAD-RATE-TABLE                                          *
025300*   LOADS THE DATED EXCHANGE-RATE FILE, KEEPING THE LATEST      *
039400 2200-EXIT.
039500     EXIT.
039600
039601*---------------------------------------------------------------*
039602* 6000-WRITE-SALES-HISTORY                                      *
039603*   WRITES ONE PRODUCT SALES HISTORY RECORD PER PRODUCT SOLD    *
039604*   TONIGHT.  THE FILE IS CREATED ON ITS FIRST RUN, AND A RERUN *
039605*   OF THE SAME DATE AND CYCLE REWRITES ITS OWN RECORDS.        *
039606*---------------------------------------------------------------*
039607 6000-WRITE-SALES-HISTORY.
039608     OPEN I-O PUR-SALES-HIST.
039609     IF FS-SALES-HIST = '35'
039610         OPEN OUTPUT PUR-SALES-HIST
039611         CLOSE PUR-SALES-HIST
039612         OPEN I-O PUR-SALES-HIST
039613     END-IF.
039614     IF FS-SALES-HIST NOT = '00'
039615         DISPLAY 'PUR300 - UNABLE TO OPEN PRODUCT SALES HISTORY'
039616         IF RETURN-CODE < 4
039617             MOVE 4 TO RETURN-CODE
039626         END-IF
039627         GO TO 6000-EXIT
039628     END-IF.
039629     PERFORM 6100-WRITE-ONE-HISTORY THRU 6100-EXIT
039630         VARYING WK-PRD-SUB FROM 1 BY 1
039631         UNTIL WK-PRD-SUB > WK-PRD-COUNT.
039632     CLOSE PUR-SALES-HIST.
039633 6000-EXIT.
039634     EXIT.
039635
039636 6100-WRITE-ONE-HISTORY.
039637     MOVE RSL-BUSINESS-DATE TO PSH-SALES-DATE.
039638     MOVE WK-CYCLE-NUMBER TO PSH-CYCLE-NUMBER.
039639     MOVE WK-PRD-PURCHASE-ID (WK-PRD-SUB) TO PSH-PURCHASE-ID.
039640     MOVE WK-PRD-UNITS (WK-PRD-SUB)       TO PSH-UNITS.
039641     MOVE WK-PRD-REVENUE (WK-PRD-SUB)     TO PSH-REVENUE.
039642     MOVE WK-PRD-CUSTOMERS (WK-PRD-SUB)   TO PSH-CUSTOMERS.
039643     WRITE PRODUCT-SALES-RECORD
039644         INVALID KEY
039645             REWRITE PRODUCT-SALES-RECORD
039646     END-WRITE.
039648     IF FS-SALES-HIST NOT = '00'
039650         DISPLAY 'PUR300 - SALES HISTORY NOT WRITTEN: '
039652                 PSH-PURCHASE-ID ' STATUS ' FS-SALES-HIST
039654         ADD 1 TO CT-HISTORY-FAILED
039656         IF RETURN-CODE < 4
039658             MOVE 4 TO RETURN-CODE
039660         END-IF
039662         GO TO 6100-EXIT
039664     END-IF.
039666     ADD 1 TO CT-HISTORY-WRITTEN.
039668 6100-EXIT.
039670     EXIT.
039672
039700*---------------------------------------------------------------*
039800* 7000-PRINT-PRODUCT-DETAIL                                     *
039900*   PRINTS ONE LINE PER PRODUCT SOLD TONIGHT, JOINED TO THE     *
041200 7000-EXIT.
041300     EXIT.
041400
041410*---------------------------------------------------------------*
041420* 7050-FIND-PRICE-IN-EFFECT                                     *
041430*   SETS WK-PRICE-IN-EFFECT FROM THE CATALOG RECORD: THE LIST    *
041440*   PRICE, UNLESS A SCHEDULED PRICE HAS TAKEN EFFECT BY TONIGHT, *
041450*   IN WHICH CASE THE LATEST SUCH ONE.                           *
041460*---------------------------------------------------------------*
041470 7050-FIND-PRICE-IN-EFFECT.
041471     MOVE CAT-LIST-PRICE     TO WK-PRICE-IN-EFFECT.
041472     MOVE CAT-EFFECTIVE-DATE TO WK-PRICE-IN-EFFECT-DATE.
041473     PERFORM 7060-CHECK-ONE-SCHEDULED THRU 7060-EXIT
041474         VARYING WK-SCHED-SUB FROM 1 BY 1
041475         UNTIL WK-SCHED-SUB > CAT-SCHEDULE-COUNT
041476            OR WK-SCHED-SUB > 12.
041477 7050-EXIT.
041478     EXIT.
041479
041480 7060-CHECK-ONE-SCHEDULED.
041481     IF CAT-SCHED-EFFECTIVE-DATE (WK-SCHED-SUB)
041482            NOT > WK-TODAY-DATE
041483        AND CAT-SCHED-EFFECTIVE-DATE (WK-SCHED-SUB)
041484            NOT < WK-PRICE-IN-EFFECT-DATE
041485         MOVE CAT-SCHED-LIST-PRICE (WK-SCHED-SUB)
041486             TO WK-PRICE-IN-EFFECT
041487         MOVE CAT-SCHED-EFFECTIVE-DATE (WK-SCHED-SUB)
041488             TO WK-PRICE-IN-EFFECT-DATE
041489     END-IF.
041490 7060-EXIT.
041491     EXIT.
041492
041500 7100-PRINT-ONE-PRODUCT.
041600     MOVE WK-PRD-PURCHASE-ID (WK-PRD-SUB) TO CAT-PURCHASE-ID.
041700     READ PUR-CATALOG
043400     END-IF.
043500     MOVE WK-AVG-PRICE TO RPT-DET-AVG-PRICE.
043600     IF CATALOG-FOUND
043650         PERFORM 7050-FIND-PRICE-IN-EFFECT THRU 7050-EXIT
043700         MOVE CAT-PRODUCT-NAME   TO RPT-DET-PRODUCT-NAME
043800         MOVE WK-PRICE-IN-EFFECT TO RPT-DET-LIST-PRICE
043900         IF WK-PRICE-IN-EFFECT > ZERO
044000             COMPUTE WK-PRICE-VARIANCE ROUNDED =
044100                 (WK-AVG-PRICE - WK-PRICE-IN-EFFECT) * 100
044200                 / WK-PRICE-IN-EFFECT
044300         ELSE
044400             MOVE ZERO TO WK-PRICE-VARIANCE
044500         END-IF
050900*---------------------------------------------------------------*
051000* 7600-PRINT-NO-SALES                                           *
051100*   WALKS THE WHOLE CATALOG AND LISTS EVERY ENTRY THAT SOLD     *
051200*   NOTHING TONIGHT, SO DEAD CATALOG ENTRIES STAND OUT.  A      *
051210*   PRODUCT ALREADY DISCONTINUED IS EXPECTED TO SELL NOTHING    *
051220*   AND IS LEFT OFF.                                            *
051300*---------------------------------------------------------------*
051400 7600-PRINT-NO-SALES.
051500     WRITE SALES-PRINT-LINE FROM BLANK-LINE.
053300     IF CATALOG-DONE
053400         GO TO 7700-EXIT
053500     END-IF.
053510     IF CAT-DISCONTINUED-DATE NOT = SPACES
053520        AND CAT-DISCONTINUED-DATE NOT > WK-TODAY-DATE
053530         GO TO 7700-EXIT
053540     END-IF.
053600     MOVE 'N' TO SW-SOLD-TONIGHT.
053700     PERFORM 7800-MATCH-ONE-PRODUCT THRU 7800-EXIT
053800         VARYING WK-PRD-SUB FROM 1 BY 1
054100     IF NOT SOLD-TONIGHT
054200         MOVE CAT-PURCHASE-ID  TO RPT-NOS-PURCHASE-ID
054300         MOVE CAT-PRODUCT-NAME TO RPT-NOS-PRODUCT-NAME
054350         PERFORM 7050-FIND-PRICE-IN-EFFECT THRU 7050-EXIT
054400         MOVE WK-PRICE-IN-EFFECT TO RPT-NOS-LIST-PRICE
054500         WRITE SALES-PRINT-LINE FROM RPT-NOSALE-DETAIL-LINE
054600         ADD 1 TO CT-NO-SALES
054700     END-IF.
056600     DISPLAY 'PUR300 - CLEAN RECORDS READ   : ' CT-READ.
056700     DISPLAY 'PUR300 - PRODUCTS SOLD TONIGHT: ' CT-PRODUCTS.
056800     DISPLAY 'PUR300 - CATALOG WITH NO SALES: ' CT-NO-SALES.
056810     DISPLAY 'PUR300 - SALES HISTORY WRITTEN: '
056820         CT-HISTORY-WRITTEN.
056830     DISPLAY 'PUR300 - SALES HISTORY FAILED : '
056840         CT-HISTORY-FAILED.
056900     DISPLAY 'PUR300 - UNKNOWN CURRENCIES   : '
057000         CT-UNKNOWN-CURRENCY.
057100     IF CT-PRODUCT-OVERFLOW > ZERO
057200         DISPLAY 'PUR300 - PRODUCT TABLE FULL, DROPPED: '
057300             CT-PRODUCT-OVERFLOW
057400     END-IF.
057450     PERFORM 8990-MARK-STEP-ENDED THRU 8990-EXIT.
057500 8000-EXIT.
057600     EXIT.
057610
057620*---------------------------------------------------------------*
057630* 8950-REFUSE-OUT-OF-ORDER                                      *
057640*   THE STEP IS OUT OF ORDER FOR THE CYCLE AND HAS TOUCHED      *
057650*   NOTHING.  THE GUARD'S REASON IS SHOWN, AND RETURN-CODE 8    *
057660*   HOLDS THE REST OF THE CHAIN.                                *
057670*---------------------------------------------------------------*
057680 8950-REFUSE-OUT-OF-ORDER.
057690     DISPLAY 'PUR300 - STEP REFUSED FOR CYCLE ' WK-CYCLE-NUMBER.
057700     DISPLAY 'PUR300 - ' RSL-REASON-TEXT.
057710     MOVE 8 TO RETURN-CODE.
057720 8950-EXIT.
057730     EXIT.
057740
057750*---------------------------------------------------------------*
057760* 8990-MARK-STEP-ENDED                                          *
057770*   RECORDS THE STEP'S END ON THE RUN-STATE FILE - COMPLETED,   *
057780*   OR FAILED ON RETURN-CODE 8 OR MORE.  THE GUARD HANDS THE    *
057790*   RETURN CODE BACK UNCHANGED.                                 *
057800*---------------------------------------------------------------*
057810 8990-MARK-STEP-ENDED.
057820     SET RSL-FUNC-END    TO TRUE.
057830     MOVE RETURN-CODE    TO RSL-STEP-RC.
057840     CALL 'PUR440' USING RUN-STATE-LINKAGE-AREA.
057850 8990-EXIT.
057860     EXIT.

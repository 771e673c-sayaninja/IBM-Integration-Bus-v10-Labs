001396*                  CYCLE TOO, SO THE JOURNAL (PUR290) CAN TAKE    *
001397*                  ONE CYCLE'S CREDITS FROM THE ACCUMULATING      *
001398*                  FEED WITHOUT RE-POSTING AN EARLIER CYCLE'S.    *
001399* 2026-10-15  RH   EVERY CHANGE AN ACCEPTED TRANSACTION MAKES TO  *
001401*                  THE MASTER - RECORD CREATED, LINE APPENDED,    *
001402*                  RETURN NETTED, HEADER CHANGED, CUSTOMER        *
001403*                  RETIRED - IS NOW RECORDED ON THE POSTING       *
001404*                  DETAIL FILE (PURPDTL) UNDER ITS REGISTER KEY   *
001405*                  AND RELEASED WITH THE REGISTER ENTRIES AFTER   *
001406*                  THE MASTER FLUSH, SO THE INTAKE BACKOUT        *
001407*                  (PUR310) CAN TAKE A BAD CYCLE BACK OUT.        *
001408*                  LEDGER ADJUSTMENTS NOW CARRY ENTRY TYPE 'R'.   *
001409* 2026-10-15  RH   THE CATALOG PRICE CHECK NOW USES THE PRICE IN  *
001410*                  EFFECT ON THE CUSTOMER'S BUSINESS DATE FROM    *
001411*                  THE CATALOG'S DATED PRICE SCHEDULE, AND AN 'A' *
001412*                  LINE FOR A PRODUCT DISCONTINUED AS OF THAT     *
001413*                  DATE IS REJECTED.  RETURNS ARE UNAFFECTED.     *
001414* 2026-10-15  RH   A LINE COVERED BY A CUSTOMER CONTRACT PRICE    *
001415*                  (PURCONTR) IN FORCE ON THE BUSINESS DATE IS    *
001416*                  NOW CHECKED AGAINST THE CONTRACT PRICE INSTEAD *
001417*                  OF CATALOG LIST.                               *
001418* 2026-10-15  RH   SALES TAX IS NOW CHARGED ON EVERY LINE AN 'A' *
001419*                  REQUEST POSTS TO THE MASTER, AT THE PURTAXRT  *
001420*                  RATE IN FORCE FOR THE ORDER'S COUNTRY AND     *
001421*                  STATE ON THE BUSINESS DATE, UNLESS THE        *
001422*                  CUSTOMER HOLDS AN EXEMPTION (PURTAXEX).  THE  *
001423*                  TAX RIDES ON THE MASTER LINE AND A NETTED     *
001424*                  RETURN REVERSES IT IN PROPORTION TO THE UNITS *
001425*                  RETURNED.  EACH CHARGE AND REVERSAL GOES TO   *
001426*                  THE TAX DETAIL FILE (PURTAXDT) WITH THE       *
001427*                  POSTING DETAIL, FOR THE JOURNAL AND THE       *
001428*                  MONTHLY TAX REPORT.                           *
001429* 2026-10-15  RH   EVERY LINE OF AN ACCEPTED 'A' REQUEST NOW     *
001430*                  ALLOCATES STOCK ON THE INVENTORY FILE         *
001431*                  (PURINVT).  A LINE THE STOCK AVAILABLE        *
001432*                  CANNOT COVER COMES OFF THE TRANSACTION AND    *
001433*                  GOES TO THE BACKORDER FILE (PURBORD) INSTEAD  *
001434*                  OF BEING POSTED, AND THE TRANSACTION PASSES   *
001435*                  WITH RET-CODE '36'.  A BACKORDER RELEASED BY  *
001436*                  PUR390 (RET-CODE '40') ARRIVES WITH ITS STOCK *
001437*                  ALREADY RESERVED, AND GIVES IT BACK IF IT IS  *
001438*                  REJECTED.  A NETTED RETURN PUTS ITS UNITS BACK*
001439*                  ON HAND.                                      *
001440* 2026-10-15  RH   A TRANSACTION WHOSE BUSINESS DATE FALLS IN AN *
001441*                  ACCOUNTING PERIOD THE MONTH-END CLOSE (PUR410)*
001442*                  HAS CLOSED ON THE PERIOD CONTROL FILE         *
001443*                  (PURPERD) IS REFUSED TO QUARANTINE WITH       *
001444*                  RET-CODE '44', UNLESS A SUPERVISOR HAS        *
001445*                  REOPENED THE PERIOD (PUR420).                 *
001446* 2026-10-15  RH   NOW CLEARS ITS START WITH THE CHAIN          *
001448*                  SEQUENCING GUARD (PUR440) BEFORE ANY FILE IS *
001450*                  OPENED, AND IS REFUSED WITH RETURN-CODE 8    *
001452*                  UNLESS THE INTAKE CONVERSION (PUR130) HAS    *
001454*                  COMPLETED, AND THE BACKORDER RELEASE         *
001456*                  (PUR390) TOO IF IT RAN, FOR THE SAME         *
001458*                  BUSINESS DATE AND CYCLE.  ITS END IS         *
001460*                  RECORDED ON THE RUN-STATE FILE (PURRSTAT) AS *
001462*                  COMPLETED OR FAILED.                         *
001464* 2026-10-15  RH   A FILE THAT WILL NOT OPEN NOW SETS           *
001466*                  RETURN-CODE 8 SO THE STEP IS RECORDED        *
001468*                  FAILED.  THE TAX COUNTRY IS TAKEN AT ITS     *
001470*                  STANDARD NAME FROM THE COUNTRY REFERENCE     *
001472*                  FILE (PURCNTRY) BEFORE THE RATE IS LOOKED    *
001474*                  UP, AND IS CARRIED ON THE POSTING AND TAX    *
001476*                  DETAIL.  A POSTING DETAIL, TAX DETAIL OR     *
001478*                  RESTOCK NOT WRITTEN IS SHOWN, COUNTED AND    *
001480*                  SETS RETURN-CODE 4.                          *
001481* 2026-10-15  RH   RETURN CREDITS, POSTING DETAILS AND THE      *
001482*                  RUN-CONTROL RECORD NOW CARRY THE BUSINESS    *
001483*                  DATE THE GUARD RAN THE STEP UNDER, SO THE    *
001484*                  JOURNAL (PUR290) FINDS THEM UNDER THE SAME   *
001485*                  NIGHT.  THE LIST PRICE IN EFFECT ON THE      *
001486*                  BUSINESS DATE NOW ALSO CONSIDERS THE PRIOR   *
001487*                  PRICES THE CATALOG KEEPS.  A RETURN OF A     *
001488*                  LINE WITH NO TAX IS BOOKED EXEMPT ONLY IF    *
001489*                  THE CUSTOMER WAS EXEMPT ON THE DATE OF THE   *
001490*                  SALE.  STOCK AND BACKORDER WRITES ARE NOW    *
001491*                  CHECKED - A LINE WHOSE STOCK CANNOT BE TAKEN *
001492*                  GOES TO BACKORDER, AND A BACKORDER LINE NOT  *
001493*                  WRITTEN SETS RETURN-CODE 8.  A BACKORDER     *
001494*                  RELEASE (RET-CODE '40') IS NO LONGER HELD TO *
001495*                  THE PRICE TOLERANCE - ITS PRICE WAS CHECKED  *
001496*                  WHEN THE ORDER WAS FIRST TAKEN.              *
001500* 2026-10-15  RH   THE STEP'S RETURN CODE IS NOW KEPT APART     *
001510*                  FROM RETURN-CODE, WHICH EVERY CALL TO THE    *
001520*                  AUDIT TRAIL (PUR140) RESETS, AND IS SET ONLY *
001530*                  AS THE RUN ENDS, SO A FAILED OR WARNED RUN   *
001540*                  IS RECORDED AS SUCH.                         *
001550*---------------------------------------------------------------*
001560* PURPOSE.                                                     *
001570*   EDITS EACH INCOMING PURCHASES TRANSACTION BEFORE IT IS     *
001600*   ALLOWED TO REACH DOWNSTREAM MAPPING.  CONFIRMS             *
001700*   REQUEST-TYPE IS ONE OF THE KNOWN REQUEST CODES AND THAT    *
001800*   PURCHASEID VALUES WITHIN THE FIRST PURCHASECOUNT ENTRIES   *
004227         RECORD KEY IS RMA-KEY
004228         FILE STATUS IS FS-RMA.
004229
004230     SELECT PUR-CONTRACT    ASSIGN TO PURCONTR
004231         ORGANIZATION IS INDEXED
004232         ACCESS MODE IS RANDOM
004233         RECORD KEY IS CTP-KEY
004234         FILE STATUS IS FS-CONTRACT.
004235
004236     SELECT PUR-TAX-RATES   ASSIGN TO PURTAXRT
004237         ORGANIZATION IS SEQUENTIAL
004238         FILE STATUS IS FS-TAX-RATES.
004239
004240     SELECT PUR-TAX-EXEMPT  ASSIGN TO PURTAXEX
004241         ORGANIZATION IS INDEXED
004242         ACCESS MODE IS RANDOM
004243         RECORD KEY IS TXE-CUSTOMER-ID
004244         FILE STATUS IS FS-TAX-EXEMPT.
004245
004246     SELECT PUR-TAX-DETAIL  ASSIGN TO PURTAXDT
004247         ORGANIZATION IS SEQUENTIAL
004248         FILE STATUS IS FS-TAX-DETAIL.
004249
004250     SELECT PUR-INVENTORY   ASSIGN TO PURINVT
004251         ORGANIZATION IS INDEXED
004252         ACCESS MODE IS RANDOM
004253         RECORD KEY IS INV-PURCHASE-ID
004254         FILE STATUS IS FS-INVENTORY.
004255
004256     SELECT PUR-BACKORDER   ASSIGN TO PURBORD
004257         ORGANIZATION IS INDEXED
004258         ACCESS MODE IS RANDOM
004259         RECORD KEY IS BKO-KEY
004260         FILE STATUS IS FS-BACKORDER.
004261
004262     SELECT PUR-PERIOD      ASSIGN TO PURPERD
004263         ORGANIZATION IS INDEXED
004264         ACCESS MODE IS RANDOM
004265         RECORD KEY IS PRD-PERIOD
004266         FILE STATUS IS FS-PERIOD.
004267
004268     SELECT PUR-COUNTRY     ASSIGN TO PURCNTRY
004269         ORGANIZATION IS INDEXED
004270         ACCESS MODE IS RANDOM
004271         RECORD KEY IS CNTRY-NAME
004272         FILE STATUS IS FS-COUNTRY.
004273
004274     SELECT PUR-REGISTER    ASSIGN TO PURREG
004275         ORGANIZATION IS INDEXED
004276         ACCESS MODE IS RANDOM
004277         RECORD KEY IS REG-KEY
004278         FILE STATUS IS FS-REGISTER.
004279
004280     SELECT PUR-POST-DETAIL ASSIGN TO PURPDTL
004281         ORGANIZATION IS INDEXED
004282         ACCESS MODE IS RANDOM
004283         RECORD KEY IS PDT-KEY
004284         FILE STATUS IS FS-POST-DETAIL.
004285
004286 DATA DIVISION.
004300 FILE SECTION.
004400 FD  PUR-TRANS-IN
004500     RECORDING MODE IS F.
006031 FD  PUR-RMA
006032     RECORDING MODE IS F.
006033     COPY PURRMA.
006034
006035 FD  PUR-CONTRACT
006036     RECORDING MODE IS F.
006037     COPY PURCONTR.
006038
006039 FD  PUR-TAX-RATES
006040     RECORDING MODE IS F.
006041     COPY PURTAXRT.
006042
006043 FD  PUR-TAX-EXEMPT
006044     RECORDING MODE IS F.
006045     COPY PURTAXEX.
006046
006047 FD  PUR-TAX-DETAIL
006048     RECORDING MODE IS F.
006049     COPY PURTAXDT.
006050
006051 FD  PUR-INVENTORY
006052     RECORDING MODE IS F.
006053     COPY PURINVT.
006054
006055 FD  PUR-BACKORDER
006056     RECORDING MODE IS F.
006057     COPY PURBORD.
006058
006059 FD  PUR-POST-DETAIL
006060     RECORDING MODE IS F.
006061     COPY PURPDTL.
006062
006063 FD  PUR-PERIOD
006064     RECORDING MODE IS F.
006065     COPY PURPERD.
006066
006067 FD  PUR-COUNTRY
006068     RECORDING MODE IS F.
006069     COPY PURCNTRY.
006070
006100 WORKING-STORAGE SECTION.
006200 01  FS-TRANS-IN                PIC XX          VALUE '00'.
006300 01  FS-GOOD-OUT                PIC XX          VALUE '00'.
006496 01  FS-CREDIT-LIMIT            PIC XX          VALUE '00'.
006497 01  FS-LEDGER                  PIC XX          VALUE '00'.
006498 01  FS-RMA                     PIC XX          VALUE '00'.
006499 01  FS-POST-DETAIL             PIC XX          VALUE '00'.
006500 01  FS-CONTRACT                PIC XX          VALUE '00'.
006510 01  FS-TAX-EXEMPT              PIC XX          VALUE '00'.
006520 01  FS-TAX-DETAIL              PIC XX          VALUE '00'.
006530 01  FS-INVENTORY               PIC XX          VALUE '00'.
006540 01  FS-BACKORDER               PIC XX          VALUE '00'.
006550 01  FS-PERIOD                  PIC XX          VALUE '00'.
006560 01  FS-COUNTRY                 PIC XX          VALUE '00'.
006570
006600 01  SW-END-OF-FILE              PIC X           VALUE 'N'.
006700     88  END-OF-FILE                            VALUE 'Y'.
006800 01  SW-RECORD-VALID              PIC X           VALUE 'Y'.
006997     88  CREDIT-AVAILABLE                       VALUE 'Y'.
006998 01  SW-LEDGER-AVAILABLE         PIC X           VALUE 'N'.
006999     88  LEDGER-AVAILABLE                       VALUE 'Y'.
007000*    NO CONTRACT PRICE FILE MEANS NO CONTRACTS - EVERY LINE IS
007001*    CHECKED AGAINST LIST, AS BEFORE CONTRACTS EXISTED.
007002 01  SW-CONTRACT-AVAILABLE       PIC X           VALUE 'N'.
007003     88  CONTRACT-AVAILABLE                     VALUE 'Y'.
007004*    NO EXEMPTION FILE MEANS NO EXEMPT CUSTOMERS - EVERY ORDER
007005*    IS TAXED AT THE RATE FOR ITS JURISDICTION.
007006 01  SW-TAX-EXEMPT-AVAILABLE     PIC X           VALUE 'N'.
007007     88  TAX-EXEMPT-AVAILABLE                   VALUE 'Y'.
007008*    NO INVENTORY FILE MEANS NO STOCK CONTROL - EVERY LINE IS
007009*    POSTED, AS BEFORE STOCK WAS KEPT.
007010 01  SW-INVENTORY-AVAILABLE      PIC X           VALUE 'N'.
007011     88  INVENTORY-AVAILABLE                    VALUE 'Y'.
007012*    SET FOR A BACKORDER RELEASE (RET-CODE '40' ON INPUT), WHOSE
007013*    STOCK PUR390 HAS ALREADY RESERVED.
007014 01  SW-STOCK-RESERVED           PIC X           VALUE 'N'.
007015     88  STOCK-RESERVED                         VALUE 'Y'.
007016*    NO PERIOD CONTROL FILE MEANS NO PERIOD HAS EVER BEEN
007017*    CLOSED - EVERY BUSINESS DATE POSTS, AS BEFORE MONTH-END
007018*    CLOSE EXISTED.
007019 01  SW-PERIOD-AVAILABLE         PIC X           VALUE 'N'.
007020     88  PERIOD-AVAILABLE                       VALUE 'Y'.
007022*    NO COUNTRY REFERENCE FILE MEANS A TAX JURISDICTION IS TAKEN
007024*    AS SPELLED ON THE FEED.
007026 01  SW-COUNTRY-AVAILABLE        PIC X           VALUE 'N'.
007028     88  COUNTRY-AVAILABLE                      VALUE 'Y'.
007030 01  SW-STEP-REFUSED             PIC X           VALUE 'N'.
007032     88  STEP-REFUSED                           VALUE 'Y'.
007034
007036*    REGISTER ENTRIES FOR THE HELD CUSTOMER ARE PENDED AND ONLY
007038*    WRITTEN ONCE THE MASTER FLUSH HAS GONE TO DISK, SO AN
007040*    ABEND BETWEEN THE TWO CANNOT LEAVE A TRANSACTION REGISTERED
007042*    AS PROCESSED WITHOUT ITS MASTER ACTIVITY POSTED.
007044 01  PUR100-PENDING-REGISTER.
007046     05  WK-PND-COUNT            PIC 9(3)        VALUE ZERO.
007048     05  WK-PND-SUB              PIC 9(3)        VALUE ZERO.
007050     05  WK-PND-ENTRY OCCURS 999 TIMES.
007052         10  WK-PND-CHAIN-SEQ    PIC 9(3).
007054         10  WK-PND-BUSN-DATE    PIC X(8).
007056         10  WK-PND-REQUEST-TYPE PIC X.
007058
007100 01  PUR100-COUNTERS.
007200     05  CT-READ                PIC 9(7)        VALUE ZERO.
007300     05  CT-PASSED               PIC 9(7)        VALUE ZERO.
007451     05  CT-CREDIT-REJECTS       PIC 9(7)        VALUE ZERO.
007452     05  CT-CREDIT-WARNINGS      PIC 9(7)        VALUE ZERO.
007453     05  CT-RMA-REJECTS          PIC 9(7)        VALUE ZERO.
007454     05  CT-DISCONTINUED         PIC 9(7)        VALUE ZERO.
007455     05  CT-CONTRACT-LINES       PIC 9(7)        VALUE ZERO.
007460     05  CT-MASTER-READS         PIC 9(7)        VALUE ZERO.
007470     05  CT-MASTER-FLUSHES       PIC 9(7)        VALUE ZERO.
007480     05  CT-POST-DETAILS         PIC 9(7)        VALUE ZERO.
007481     05  CT-TAX-DETAILS          PIC 9(7)        VALUE ZERO.
007482     05  CT-EXEMPT-LINES         PIC 9(7)        VALUE ZERO.
007483     05  CT-LINES-ALLOCATED      PIC 9(7)        VALUE ZERO.
007484     05  CT-LINES-BACKORDERED    PIC 9(7)        VALUE ZERO.
007485     05  CT-RELEASES             PIC 9(7)        VALUE ZERO.
007486     05  CT-RESERVES-FREED       PIC 9(7)        VALUE ZERO.
007487     05  CT-UNITS-RESTOCKED      PIC 9(7)        VALUE ZERO.
007488     05  CT-PERIOD-REJECTS       PIC 9(7)        VALUE ZERO.
007489     05  CT-DETAIL-FAILURES      PIC 9(7)        VALUE ZERO.
007490     05  CT-STOCK-FAILURES       PIC 9(7)        VALUE ZERO.
007500
007600 01  PUR100-WORK-FIELDS.
007700     05  WK-SUB                 PIC 9(3)        VALUE ZERO.
008065     05  WK-RMA-FOUND            PIC X           VALUE 'N'.
008066         88  RMA-FOUND                          VALUE 'Y'.
008067     05  WK-RMA-REMAINING        PIC S9(5)       VALUE ZERO.
008068     05  WK-STOCK-FOUND          PIC X           VALUE 'N'.
008069         88  STOCK-FOUND                        VALUE 'Y'.
008100
008110*    PRICE-DEVIATION TOLERANCE, WHOLE PERCENT OF LIST PRICE.
008120*    OVERRIDDEN BY A ONE-CARD SYSIN PARAMETER WHEN PRESENT;
008142     05  WK-TOLERANCE-PCT        PIC 9(3)        VALUE 10.
008143     05  WK-PRICE-DIFF           PIC S9(9)V99    VALUE ZERO.
008144     05  WK-PRICE-LIMIT          PIC S9(9)V99    VALUE ZERO.
008145*    THE CATALOG PRICE A LINE IS CHECKED AGAINST - THE SCHEDULED
008146*    PRICE WITH THE LATEST EFFECTIVE DATE NOT AFTER THE
008147*    CUSTOMER'S BUSINESS DATE.
008148     05  WK-PRICE-AS-OF-DATE     PIC X(8)        VALUE SPACES.
008149     05  WK-PRICE-IN-EFFECT      PIC 9(8)V99     VALUE ZERO.
008150     05  WK-PRICE-IN-EFFECT-DATE PIC X(8)        VALUE SPACES.
008151     05  WK-SCHED-SUB            PIC 9(2)        VALUE ZERO.
008152     05  WK-PRIOR-SUB            PIC 9(2)        VALUE ZERO.
008154*    THE HOME-CURRENCY PRICE A LINE IS CHECKED AGAINST - THE
008156*    CONTRACT PRICE WHEN A CONTRACT IS IN FORCE, LIST OTHERWISE.
008158     05  WK-REFERENCE-PRICE      PIC 9(10)V99    VALUE ZERO.
008160     05  WK-CONTRACT-FOUND       PIC X           VALUE 'N'.
008162         88  CONTRACT-FOUND                     VALUE 'Y'.
008164
008166*    INTAKE CYCLE OF THE BUSINESS DATE, FROM THE SECOND SYSIN
008168*    CARD.  CYCLE 1 IS THE NORMAL OVERNIGHT RUN; AN EMERGENCY
008170*    SAME-DATE RERUN GETS THE NEXT CYCLE NUMBER.
008172 01  PUR100-CYCLE-FIELDS.
008174     05  WK-CYCLE-CARD           PIC X(2)        VALUE SPACES.
008176     05  WK-CYCLE-NUMBER         PIC 9(2)        VALUE 1.
008178
008180*    SALES TAX FOR THE 'A' REQUEST UNDER EDIT - THE JURISDICTION
008182*    THE ORDER SHIPS TO, WHETHER THE CUSTOMER IS EXEMPT ON THE
008184*    BUSINESS DATE, AND THE RATE CHARGED ON EVERY LINE.  ON A
008186*    NETTED RETURN, WK-LINE-TAX IS THE TAX REVERSED ON THE LINE.
008188 01  PUR100-TAX-FIELDS.
008190     05  WK-TAX-COUNTRY          PIC X(30)       VALUE SPACES.
008192     05  WK-TAX-STATE            PIC X(20)       VALUE SPACES.
008194     05  WK-TAX-EXEMPT-IND       PIC X           VALUE 'N'.
008196         88  TAX-EXEMPT                         VALUE 'Y'.
008216     05  WK-EXEMPT-AS-OF-DATE    PIC X(8)        VALUE SPACES.
008217     05  WK-TAX-RATE-PCT         PIC 9(2)V9(4)   VALUE ZERO.
008218     05  WK-LINE-TAX             PIC 9(8)V99     VALUE ZERO.
008219     05  WK-STD-COUNTRY          PIC X(30)       VALUE SPACES.
008220
008221*    CREDIT-EXPOSURE WORK FIELDS - THE ORDER'S LINE VALUES IN
008222*    HOME CURRENCY PLUS THE CUSTOMER'S LEDGER BALANCE, COMPARED
008223*    TO THE PURCRLIM LIMITS.
008224 01  PUR100-CREDIT-FIELDS.
008225     05  WK-ORDER-VALUE          PIC S9(10)V99   VALUE ZERO.
008226     05  WK-ORDER-LINE-VALUE     PIC S9(10)V99   VALUE ZERO.
008227     05  WK-EXPOSURE             PIC S9(10)V99   VALUE ZERO.
008228
008229*    STOCK ALLOCATED FOR THE 'A' REQUEST UNDER EDIT, KEPT SO AN
008230*    ORDER REJECTED AFTER ALLOCATION CAN GIVE ITS UNITS BACK,
008231*    AND THE LINES STOCK COULD NOT COVER, HELD UNTIL THE ORDER
008232*    IS KNOWN TO BE ACCEPTED AND THEN WRITTEN TO THE BACKORDER
008233*    FILE.  WK-KEEP-COUNT IS WHERE THE NEXT LINE KEPT ON THE
008234*    TRANSACTION GOES AS BACKORDERED LINES ARE TAKEN OFF.
008235 01  PUR100-STOCK-FIELDS.
008236     05  WK-STOCK-FREE           PIC S9(7)       VALUE ZERO.
008237     05  WK-FREE-UNITS           PIC 9(7)        VALUE ZERO.
008238     05  WK-KEEP-COUNT           PIC 9(3)        VALUE ZERO.
008239     05  WK-ALC-COUNT            PIC 9(3)        VALUE ZERO.
008240     05  WK-ALC-SUB              PIC 9(3)        VALUE ZERO.
008241     05  WK-ALC-ENTRY OCCURS 99 TIMES.
008242         10  WK-ALC-PURCHASE-ID  PIC 9(5).
008243         10  WK-ALC-AMOUNT       PIC 9(2).
008244     05  WK-BKO-COUNT            PIC 9(3)        VALUE ZERO.
008245     05  WK-BKO-SUB              PIC 9(3)        VALUE ZERO.
008246     05  WK-BKO-ENTRY OCCURS 99 TIMES.
008247         10  WK-BKO-LINE-NUMBER  PIC 9(2).
008248         10  WK-BKO-PURCHASE-ID  PIC 9(5).
008249         10  WK-BKO-PRODUCT-NAME PIC X(30).
008250         10  WK-BKO-AMOUNT       PIC 9(2).
008251         10  WK-BKO-PRICE        PIC 9(8)V99.
008252         10  WK-BKO-CURRENCY     PIC X(3).
008253*    THE FIELDS PAST THE PURCHASE TABLE MOVE WHEN PURCHASECOUNT
008254*    DROPS, SO THEY ARE SAVED AND PUT BACK AROUND IT.
008255     05  WK-SAVE-COMMENT         PIC X(50)       VALUE SPACES.
008256     05  WK-SAVE-CHAIN-SEQ       PIC 9(3)        VALUE ZERO.
008257     05  WK-SAVE-CHAIN-IND       PIC X           VALUE SPACE.
008258     05  WK-SAVE-RECYCLE-COUNT   PIC 9(2)        VALUE ZERO.
008259
008260*    LEDGER ADJUSTMENTS PENDED FOR THE HELD CUSTOMER'S NETTED
008261*    RETURNS.  THEY ARE ONLY RELEASED TO THE OUTBOUND BILLING
008262*    FEED BY 2800-FLUSH-HELD-MASTER, AFTER THE CUSTOMER'S
008263*    MASTER FLUSH IS SAFELY ON DISK, SO AN ABEND CANNOT EMIT A
008264*    CREDIT FOR NETTING THE MASTER NEVER RECEIVED.  A RETURN
008265*    REJECTED PART-WAY THROUGH NETTING PENDS NOTHING.
008266 01  PUR100-ADJ-PENDING.
008267     05  WK-ADJ-COUNT            PIC 9(3)        VALUE ZERO.
008268     05  WK-ADJ-SUB              PIC 9(3)        VALUE ZERO.
008269     05  WK-ADJ-ENTRY OCCURS 999 TIMES.
008270         10  WK-ADJ-PURCHASE-ID  PIC 9(5).
008271         10  WK-ADJ-AMOUNT       PIC 9(2).
008272         10  WK-ADJ-CREDIT       PIC 9(10)V99.
008273         10  WK-ADJ-CURRENCY     PIC X(3).
008274
008275*    POSTING DETAIL FOR THE HELD CUSTOMER'S MASTER CHANGES,
008276*    PENDED AND RELEASED WITH THE REGISTER ENTRIES THE SAME WAY,
008277*    SO THE BACKOUT CAN NEVER FIND DETAIL FOR A FLUSH THAT DID
008278*    NOT HAPPEN.  WK-PDT-NEXT-SEQ NUMBERS THE DETAIL OF THE ONE
008279*    TRANSACTION UNDER EDIT; WK-PDT-NEW-ACTION SAYS WHAT KIND OF
008280*    CHANGE THE NEXT ENTRY RECORDS.
008281 01  PUR100-PDT-PENDING.
008282     05  WK-PDT-COUNT            PIC 9(3)        VALUE ZERO.
008283     05  WK-PDT-SUB              PIC 9(3)        VALUE ZERO.
008284     05  WK-PDT-NEXT-SEQ         PIC 9(3)        VALUE ZERO.
008285     05  WK-PDT-NEW-ACTION       PIC X           VALUE SPACE.
008286     05  WK-PDT-ENTRY OCCURS 999 TIMES.
008287         10  WK-PDT-CHAIN-SEQ    PIC 9(3).
008288         10  WK-PDT-BUSN-DATE    PIC X(8).
008289         10  WK-PDT-SEQ          PIC 9(3).
008290         10  WK-PDT-ACTION       PIC X.
008291         10  WK-PDT-PURCHASE-ID  PIC 9(5).
008292         10  WK-PDT-AMOUNT       PIC 9(2).
008293         10  WK-PDT-PRICE        PIC 9(8)V99.
008294         10  WK-PDT-CURRENCY     PIC X(3).
008295         10  WK-PDT-LINE-DATE    PIC X(8).
008296         10  WK-PDT-HOME-VALUE   PIC 9(10)V99.
008297         10  WK-PDT-TAX-IND      PIC X.
008298         10  WK-PDT-TAX-EXEMPT   PIC X.
008299         10  WK-PDT-TAX-AMOUNT   PIC 9(8)V99.
008300         10  WK-PDT-TAX-HOME     PIC 9(10)V99.
008301         10  WK-PDT-TAX-COUNTRY  PIC X(30).
008302         10  WK-PDT-TAX-STATE    PIC X(20).
008303
008304*    RUN-CONTROL HASH TOTALS OF EXTENDED AMOUNT * PRICE, TAKEN
008305*    ON EVERY TRANSACTION READ AND ON EVERY TRANSACTION PASSED
008306*    TO THE GOOD OUTPUT.
008307 01  PUR100-HASH-FIELDS.
008308     05  WK-HASH-IN              PIC 9(15)V99    VALUE ZERO.
008309     05  WK-HASH-OUT             PIC 9(15)V99    VALUE ZERO.
008310     05  WK-RECORD-HASH          PIC 9(15)V99    VALUE ZERO.
008311     05  WK-HASH-LINE            PIC 9(11)V99    VALUE ZERO.
008312     05  WK-HASH-SUB             PIC 9(3)        VALUE ZERO.
008313     05  WK-TODAY-DATE           PIC X(8)        VALUE SPACES.
008314
008316*    WORST RETURN CODE SO FAR.  THE AUDIT TRAIL (PUR140) IS A
008318*    CALLED PROGRAM AND EVERY CALL TO IT RESETS RETURN-CODE, SO
008320*    THE STEP'S CODE IS KEPT HERE AND SET AS THE RUN ENDS.
008322 01  PUR100-STEP-RC-FIELDS.
008324     05  WK-STEP-RC              PIC 9(2)        VALUE ZERO.
008326
008328*    ACCOUNTING PERIOD OF THE TRANSACTION'S BUSINESS DATE, AND
008330*    THE STATUS OF THE LAST PERIOD LOOKED UP - A NIGHT'S INPUT
008332*    IS NEARLY ALL ONE MONTH, SO THE FILE IS READ ONLY WHEN THE
008334*    PERIOD CHANGES.
008336 01  PUR100-PERIOD-FIELDS.
008338     05  WK-BUSN-DATE            PIC X(8)        VALUE SPACES.
008340     05  WK-BUSN-DATE-PARTS REDEFINES WK-BUSN-DATE.
008342         10  WK-BUSN-PERIOD      PIC X(6).
008344         10  FILLER              PIC X(2).
008346     05  WK-LAST-PERIOD          PIC X(6)        VALUE SPACES.
008348     05  WK-LAST-PERIOD-OPEN     PIC X           VALUE 'Y'.
008350         88  LAST-PERIOD-OPEN                   VALUE 'Y'.
008352
008354     COPY PURRATTB.
008356
008358     COPY PURTAXTB.
008360
008362     COPY PURAUDIT.
008364
008366     COPY PURRSLNK.
008368
008370 PROCEDURE DIVISION.
008372*---------------------------------------------------------------*
008400* 0000-MAINLINE                                                 *
008500*   CONTROLS OVERALL FLOW OF THE EDIT RUN.                      *
008600*---------------------------------------------------------------*
008700 0000-MAINLINE.
008800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
008820     IF STEP-REFUSED
008840         PERFORM 8950-REFUSE-OUT-OF-ORDER THRU 8950-EXIT
008860         STOP RUN
008880     END-IF.
008900     PERFORM 2000-EDIT-LOOP THRU 2000-EXIT
009000         UNTIL END-OF-FILE.
009100     PERFORM 8000-TERMINATE THRU 8000-EXIT.
009600*   OPENS FILES AND PRIMES THE READ.                             *
009700*---------------------------------------------------------------*
009800 1000-INITIALIZE.
009814     PERFORM 1150-GET-TOLERANCE THRU 1150-EXIT.
009828     PERFORM 1160-GET-CYCLE THRU 1160-EXIT.
009842     PERFORM 1190-CHECK-STEP-ORDER THRU 1190-EXIT.
009856     IF STEP-REFUSED
009870         GO TO 1000-EXIT
009884     END-IF.
009900     OPEN INPUT  PUR-TRANS-IN
010000          OUTPUT PUR-GOOD-OUT
010100                 PUR-QUAR-OUT.
010140         OPEN OUTPUT PUR-MARCH-OUT
010145     END-IF.
010150     PERFORM 1050-OPEN-MASTER THRU 1050-EXIT.
010152     PERFORM 1070-OPEN-REGISTER THRU 1070-EXIT.
010154     PERFORM 1080-OPEN-CREDIT-FILES THRU 1080-EXIT.
010156     PERFORM 1085-OPEN-CONTRACTS THRU 1085-EXIT.
010157     PERFORM 1090-OPEN-RMA THRU 1090-EXIT.
010158     PERFORM 1095-OPEN-POST-DETAIL THRU 1095-EXIT.
010159     PERFORM 1097-OPEN-TAX-FILES THRU 1097-EXIT.
010160     PERFORM 1098-OPEN-STOCK-FILES THRU 1098-EXIT.
010162     PERFORM 1099-OPEN-PERIOD-FILE THRU 1099-EXIT.
010164*    THE PRODUCT CATALOG IS MAINTAINED ONLINE (PUR350), SO A
010170*    MISSING CATALOG STOPS THE RUN RATHER THAN BEING CREATED
010180*    EMPTY AND REJECTING EVERY LINE ITEM.
010185     OPEN INPUT PUR-CATALOG.
010186     IF FS-CATALOG NOT = '00'
010188         DISPLAY 'PUR100 - UNABLE TO OPEN PRODUCT CATALOG'
010191         MOVE 8 TO WK-STEP-RC
010192         MOVE 'Y' TO SW-END-OF-FILE
010193     END-IF.
010200     IF FS-TRANS-IN NOT = '00'
010300         DISPLAY 'PUR100 - UNABLE TO OPEN TRANSACTION INPUT'
010350         MOVE 8 TO WK-STEP-RC
010400         MOVE 'Y' TO SW-END-OF-FILE
010500     END-IF.
010515     PERFORM 1300-LOAD-RATE-TABLE THRU 1300-EXIT.
010516     PERFORM 1400-LOAD-TAX-TABLE THRU 1400-EXIT.
010520     ACCEPT WK-TODAY-DATE FROM DATE YYYYMMDD.
010600     PERFORM 1100-READ-TRANS THRU 1100-EXIT.
010700 1000-EXIT.
010701     EXIT.
010702
010703*---------------------------------------------------------------*
010704* 1050-OPEN-MASTER                                              *
010705*   OPENS THE PURCHASES MASTER FOR RANDOM I-O, CREATING IT ON    *
010706*   THE FIRST RUN AGAINST A SYSTEM THAT HAS NONE YET.            *
010707*---------------------------------------------------------------*
010708 1050-OPEN-MASTER.
010709     OPEN I-O PUR-MASTER.
010710     IF FS-MASTER = '35'
010711         OPEN OUTPUT PUR-MASTER
010712         CLOSE PUR-MASTER
010713         OPEN I-O PUR-MASTER
010714     END-IF.
010715     IF FS-MASTER NOT = '00'
010716         DISPLAY 'PUR100 - UNABLE TO OPEN PURCHASES MASTER'
010717         MOVE 8 TO WK-STEP-RC
010718         MOVE 'Y' TO SW-END-OF-FILE
010719     END-IF.
010720 1050-EXIT.
010721     EXIT.
010722
010723*---------------------------------------------------------------*
010724* 1070-OPEN-REGISTER                                            *
010725*   OPENS THE PROCESSED-TRANSACTION REGISTER FOR RANDOM I-O,    *
010726*   CREATING IT ON THE FIRST RUN, AS 1050 DOES FOR THE MASTER.  *
010727*---------------------------------------------------------------*
010728 1070-OPEN-REGISTER.
010729     OPEN I-O PUR-REGISTER.
010730     IF FS-REGISTER = '35'
010731         OPEN OUTPUT PUR-REGISTER
010732         CLOSE PUR-REGISTER
010733         OPEN I-O PUR-REGISTER
010734     END-IF.
010735     IF FS-REGISTER NOT = '00'
010736         DISPLAY 'PUR100 - UNABLE TO OPEN TRANSACTION REGISTER'
010737         MOVE 8 TO WK-STEP-RC
010738         MOVE 'Y' TO SW-END-OF-FILE
010739     END-IF.
010740 1070-EXIT.
010741     EXIT.
010742
010743*---------------------------------------------------------------*
010744* 1080-OPEN-CREDIT-FILES                                        *
010745*   OPENS THE CREDIT-LIMIT FILE AND THE BILLING LEDGER FOR THE  *
010746*   INTAKE CREDIT CHECK.  NEITHER IS CREATED EMPTY - A MISSING  *
010747*   CREDIT-LIMIT FILE TURNS THE CHECK OFF, AND A MISSING        *
010748*   LEDGER TAKES EVERY BALANCE AS ZERO.                         *
010749*---------------------------------------------------------------*
010750 1080-OPEN-CREDIT-FILES.
010751     OPEN INPUT PUR-CREDIT-LIMIT.
010752     IF FS-CREDIT-LIMIT = '00'
010753         MOVE 'Y' TO SW-CREDIT-AVAILABLE
010754     ELSE
010755         DISPLAY 'PUR100 - NO CREDIT-LIMIT FILE - CREDIT '
010756                 'CHECK OFF'
010757     END-IF.
010758     OPEN INPUT PUR-LEDGER.
010759     IF FS-LEDGER = '00'
010760         MOVE 'Y' TO SW-LEDGER-AVAILABLE
010761     ELSE
010762         DISPLAY 'PUR100 - NO BILLING LEDGER - BALANCES '
010763                 'TAKEN AS ZERO'
010764     END-IF.
010765 1080-EXIT.
010766     EXIT.
010767
010768*---------------------------------------------------------------*
010769* 1085-OPEN-CONTRACTS                                           *
010770*   OPENS THE CONTRACT PRICE FILE IF THERE IS ONE.  WITHOUT IT  *
010771*   EVERY LINE IS CHECKED AGAINST CATALOG LIST.                 *
010772*---------------------------------------------------------------*
010773 1085-OPEN-CONTRACTS.
010774     OPEN INPUT PUR-CONTRACT.
010775     IF FS-CONTRACT = '00'
010776         MOVE 'Y' TO SW-CONTRACT-AVAILABLE
010777     ELSE
010778         DISPLAY 'PUR100 - NO CONTRACT PRICE FILE - ALL LINES '
010779                 'CHECKED AGAINST LIST'
010780     END-IF.
010781 1085-EXIT.
010782     EXIT.
010783
010784*---------------------------------------------------------------*
010785* 1090-OPEN-RMA                                                 *
010786*   OPENS THE RETURN-AUTHORIZATION FILE FOR RANDOM I-O,         *
010787*   CREATING IT ON THE FIRST RUN, AS 1050 DOES FOR THE MASTER.  *
010788*   AN EMPTY FILE IS THE CONTROL WORKING AS INTENDED - EVERY    *
010789*   RETURN THEN NEEDS AN AUTHORIZATION ISSUED THROUGH PUR250.   *
010790*---------------------------------------------------------------*
010791 1090-OPEN-RMA.
010792     OPEN I-O PUR-RMA.
010793     IF FS-RMA = '35'
010794         OPEN OUTPUT PUR-RMA
010795         CLOSE PUR-RMA
010796         OPEN I-O PUR-RMA
010797     END-IF.
010798     IF FS-RMA NOT = '00'
010799         DISPLAY 'PUR100 - UNABLE TO OPEN RETURN AUTHORIZATIONS'
010800         MOVE 8 TO WK-STEP-RC
010801         MOVE 'Y' TO SW-END-OF-FILE
010802     END-IF.
010803 1090-EXIT.
010804     EXIT.
010805
010806*---------------------------------------------------------------*
010807* 1095-OPEN-POST-DETAIL                                         *
010808*   OPENS THE MASTER POSTING DETAIL FILE FOR RANDOM I-O,        *
010809*   CREATING IT ON THE FIRST RUN, AS 1050 DOES FOR THE MASTER.  *
010810*---------------------------------------------------------------*
010811 1095-OPEN-POST-DETAIL.
010812     OPEN I-O PUR-POST-DETAIL.
010813     IF FS-POST-DETAIL = '35'
010814         OPEN OUTPUT PUR-POST-DETAIL
010815         CLOSE PUR-POST-DETAIL
010816         OPEN I-O PUR-POST-DETAIL
010817     END-IF.
010818     IF FS-POST-DETAIL NOT = '00'
010819         DISPLAY 'PUR100 - UNABLE TO OPEN POSTING DETAIL FILE'
010820         MOVE 8 TO WK-STEP-RC
010821         MOVE 'Y' TO SW-END-OF-FILE
010822     END-IF.
010823 1095-EXIT.
010824     EXIT.
010825
010826*---------------------------------------------------------------*
010827* 1097-OPEN-TAX-FILES                                           *
010828*   OPENS THE TAX DETAIL FEED, WHICH ACCUMULATES ACROSS RUNS    *
010829*   LIKE THE BILLING FEED, AND THE EXEMPTION FILE IF THERE IS   *
010830*   ONE.  WITHOUT IT NO CUSTOMER IS EXEMPT.  THE COUNTRY        *
010831*   REFERENCE FILE (PURCNTRY), IF THERE IS ONE, TURNS AN        *
010832*   ALTERNATE SPELLING OF A TAX COUNTRY INTO ITS STANDARD NAME. *
010833*---------------------------------------------------------------*
010834 1097-OPEN-TAX-FILES.
010835     OPEN EXTEND PUR-TAX-DETAIL.
010836     IF FS-TAX-DETAIL = '05' OR FS-TAX-DETAIL = '35'
010837         OPEN OUTPUT PUR-TAX-DETAIL
010838     END-IF.
010839     IF FS-TAX-DETAIL NOT = '00'
010840         DISPLAY 'PUR100 - UNABLE TO OPEN TAX DETAIL FILE'
010841         MOVE 8 TO WK-STEP-RC
010842         MOVE 'Y' TO SW-END-OF-FILE
010843     END-IF.
010844     OPEN INPUT PUR-TAX-EXEMPT.
010845     IF FS-TAX-EXEMPT = '00'
010846         MOVE 'Y' TO SW-TAX-EXEMPT-AVAILABLE
010847     ELSE
010848         DISPLAY 'PUR100 - NO TAX EXEMPTION FILE - NO CUSTOMER '
010849                 'EXEMPT'
010850     END-IF.
010851     OPEN INPUT PUR-COUNTRY.
010852     IF FS-COUNTRY = '00'
010853         MOVE 'Y' TO SW-COUNTRY-AVAILABLE
010854     ELSE
010855         DISPLAY 'PUR100 - NO COUNTRY REFERENCE FILE - TAX '
010856                 'COUNTRY TAKEN AS FED'
010857     END-IF.
010858 1097-EXIT.
010859     EXIT.
010860
010861*---------------------------------------------------------------*
010862* 1098-OPEN-STOCK-FILES                                         *
010863*   OPENS THE INVENTORY FILE, LOADED AND KEPT BY THE WAREHOUSE  *
010864*   SIDE, IF THERE IS ONE - WITHOUT IT NO STOCK IS ALLOCATED    *
010865*   AND NOTHING IS BACKORDERED.  WITH IT, THE BACKORDER FILE IS *
010866*   OPENED TOO, CREATED ON THE FIRST RUN AS 1050 DOES FOR THE   *
010867*   MASTER.                                                     *
010868*---------------------------------------------------------------*
010869 1098-OPEN-STOCK-FILES.
010870     OPEN I-O PUR-INVENTORY.
010871     IF FS-INVENTORY NOT = '00'
010872         DISPLAY 'PUR100 - NO INVENTORY FILE - STOCK NOT '
010873                 'ALLOCATED'
010874         GO TO 1098-EXIT
010875     END-IF.
010876     OPEN I-O PUR-BACKORDER.
010877     IF FS-BACKORDER = '35'
010878         OPEN OUTPUT PUR-BACKORDER
010879         CLOSE PUR-BACKORDER
010880         OPEN I-O PUR-BACKORDER
010881     END-IF.
010882     IF FS-BACKORDER NOT = '00'
010883         DISPLAY 'PUR100 - UNABLE TO OPEN BACKORDER FILE'
010884         MOVE 8 TO WK-STEP-RC
010885         CLOSE PUR-INVENTORY
010886         MOVE 'Y' TO SW-END-OF-FILE
010887         GO TO 1098-EXIT
010888     END-IF.
010889     MOVE 'Y' TO SW-INVENTORY-AVAILABLE.
010890 1098-EXIT.
010891     EXIT.
010892
010893*---------------------------------------------------------------*
010894* 1099-OPEN-PERIOD-FILE                                         *
010895*   OPENS THE PERIOD CONTROL FILE, KEPT BY THE MONTH-END CLOSE  *
010896*   (PUR410) AND THE ONLINE PERIOD FACILITY (PUR420), IF THERE  *
010897*   IS ONE.  WITHOUT IT NO PERIOD IS CLOSED.                    *
010898*---------------------------------------------------------------*
010899 1099-OPEN-PERIOD-FILE.
010900     OPEN INPUT PUR-PERIOD.
010901     IF FS-PERIOD = '00'
010902         MOVE 'Y' TO SW-PERIOD-AVAILABLE
010903     ELSE
010904         DISPLAY 'PUR100 - NO PERIOD CONTROL FILE - NO PERIOD '
010905                 'CLOSED'
010906     END-IF.
010907 1099-EXIT.
010908     EXIT.
010909
010910*---------------------------------------------------------------*
010911* 1150-GET-TOLERANCE                                            *
010912*   TAKES THE PRICE-DEVIATION TOLERANCE, IN WHOLE PERCENT OF     *
010913*   LIST PRICE, FROM THE ONE-CARD SYSIN PARAMETER.  A MISSING    *
010914*   OR NON-NUMERIC CARD LEAVES THE DEFAULT IN FORCE.             *
010915*---------------------------------------------------------------*
010916 1150-GET-TOLERANCE.
010917     ACCEPT WK-TOLERANCE-CARD.
010918     IF WK-TOLERANCE-CARD NUMERIC
010919         MOVE WK-TOLERANCE-CARD TO WK-TOLERANCE-PCT
010920     ELSE
010921         DISPLAY 'PUR100 - NO TOLERANCE CARD, USING DEFAULT'
010922     END-IF.
010923     DISPLAY 'PUR100 - PRICE TOLERANCE PCT  : ' WK-TOLERANCE-PCT.
010924 1150-EXIT.
010925     EXIT.
010926
010927*---------------------------------------------------------------*
010928* 1160-GET-CYCLE                                                *
010929*   TAKES THE INTAKE CYCLE NUMBER FROM THE SECOND SYSIN CARD.   *
010930*   A MISSING OR NON-NUMERIC CARD LEAVES THE NORMAL OVERNIGHT   *
010931*   CYCLE 1 IN FORCE.                                           *
010932*---------------------------------------------------------------*
010933 1160-GET-CYCLE.
010934     ACCEPT WK-CYCLE-CARD.
010935     IF WK-CYCLE-CARD NUMERIC
010936         MOVE WK-CYCLE-CARD TO WK-CYCLE-NUMBER
010937     ELSE
010938         DISPLAY 'PUR100 - NO CYCLE CARD, USING CYCLE 1'
010939     END-IF.
010940     DISPLAY 'PUR100 - INTAKE CYCLE NUMBER  : ' WK-CYCLE-NUMBER.
010941 1160-EXIT.
010942     EXIT.
010943
010944*---------------------------------------------------------------*
010945* 1190-CHECK-STEP-ORDER                                         *
010946*   ASKS THE CHAIN SEQUENCING GUARD (PUR440) WHETHER THIS STEP  *
010947*   MAY RUN FOR THE CYCLE - THE STEPS AHEAD OF IT MUST HAVE     *
010948*   COMPLETED FOR THE SAME BUSINESS DATE AND CYCLE, AND NONE    *
010949*   AFTER IT MAY HAVE RUN.  IF IT MAY, THE GUARD MARKS IT       *
010950*   STARTED.  NOTHING IS OPENED WHEN IT MAY NOT.                *
010951*---------------------------------------------------------------*
010952 1190-CHECK-STEP-ORDER.
010953     SET RSL-FUNC-BEGIN  TO TRUE.
010954     MOVE 'PUR100  '      TO RSL-STEP-NAME.
010955     MOVE WK-CYCLE-NUMBER TO RSL-CYCLE-NUMBER.
010956     CALL 'PUR440' USING RUN-STATE-LINKAGE-AREA.
010957     IF RSL-REFUSED
010958         MOVE 'Y' TO SW-STEP-REFUSED
010959     ELSE
010960         DISPLAY 'PUR100 - BUSINESS DATE: ' RSL-BUSINESS-DATE
010961     END-IF.
010962 1190-EXIT.
010963     EXIT.
010964
011009*---------------------------------------------------------------*
011011* 1300-LOAD-RATE-TABLE                                          *
011012*   LOADS THE DATED EXCHANGE-RATE FILE, KEEPING THE LATEST      *
011087     END-SEARCH.
011088 1320-EXIT.
011089     EXIT.
011090
011091*---------------------------------------------------------------*
011092* 1400-LOAD-TAX-TABLE                                           *
011093*   LOADS EVERY DATED SALES-TAX RATE.  A MISSING RATE FILE      *
011094*   LEAVES THE TABLE EMPTY - NO TAX IS THEN CHARGED, AND EVERY  *
011095*   TAXABLE LINE IS COUNTED IN THE RUN TOTALS.                  *
011096*---------------------------------------------------------------*
011097 1400-LOAD-TAX-TABLE.
011098     OPEN INPUT PUR-TAX-RATES.
011099     IF FS-TAX-RATES NOT = '00'
011100         DISPLAY 'PUR100 - NO SALES-TAX RATE FILE - NO TAX '
011101                 'CHARGED'
011102         GO TO 1400-EXIT
011103     END-IF.
011104     MOVE 'N' TO SW-TAX-RATES-EOF.
011105     PERFORM 1410-LOAD-ONE-TAX-RATE THRU 1410-EXIT
011106         UNTIL TAX-RATES-EOF.
011107     CLOSE PUR-TAX-RATES.
011108     DISPLAY 'PUR100 - SALES-TAX RATES LOADED: ' TAXR-COUNT.
011109 1400-EXIT.
011110     EXIT.
011111
011112 1410-LOAD-ONE-TAX-RATE.
011113     READ PUR-TAX-RATES
011114         AT END
011115             MOVE 'Y' TO SW-TAX-RATES-EOF
011116             GO TO 1410-EXIT
011117     END-READ.
011118     IF TAXR-COUNT >= 500
011119         DISPLAY 'PUR100 - TAX RATE TABLE FULL, DROPPING: '
011120             TXR-COUNTRY ' ' TXR-STATE
011121         GO TO 1410-EXIT
011122     END-IF.
011123     ADD 1 TO TAXR-COUNT.
011124     MOVE TXR-COUNTRY        TO TAXR-COUNTRY (TAXR-COUNT).
011125     MOVE TXR-STATE          TO TAXR-STATE (TAXR-COUNT).
011126     MOVE TXR-EFFECTIVE-DATE TO TAXR-EFFECTIVE-DATE (TAXR-COUNT).
011127     MOVE TXR-RATE-PCT       TO TAXR-RATE-PCT (TAXR-COUNT).
011128 1410-EXIT.
011129     EXIT.
011130
011131*---------------------------------------------------------------*
011132* 1420-FIND-TAX-RATE                                            *
011133*   SETS TAX-RATE-IN-USE FOR TAX-LOOKUP-COUNTRY AND -STATE ON   *
011134*   TAX-LOOKUP-DATE - THE STATE'S OWN RATE IN FORCE ON THAT     *
011135*   DATE IF IT HAS ONE, THE COUNTRY-WIDE RATE OTHERWISE.  WITH  *
011136*   NEITHER ON FILE THE RATE IS ZERO AND THE LINE IS COUNTED.   *
011137*---------------------------------------------------------------*
011138 1420-FIND-TAX-RATE.
011139     MOVE ZERO   TO TAX-STATE-RATE
011140                    TAX-COUNTRY-RATE.
011141     MOVE SPACES TO TAX-STATE-DATE
011142                    TAX-COUNTRY-DATE.
011143     PERFORM 1425-CHECK-ONE-TAX-RATE THRU 1425-EXIT
011144         VARYING TAXR-SUB FROM 1 BY 1
011145         UNTIL TAXR-SUB > TAXR-COUNT.
011146     MOVE 'Y' TO SW-TAX-RATE-FOUND.
011147     EVALUATE TRUE
011148         WHEN TAX-STATE-DATE NOT = SPACES
011149             MOVE TAX-STATE-RATE TO TAX-RATE-IN-USE
011150         WHEN TAX-COUNTRY-DATE NOT = SPACES
011151             MOVE TAX-COUNTRY-RATE TO TAX-RATE-IN-USE
011152         WHEN OTHER
011153             MOVE ZERO TO TAX-RATE-IN-USE
011154             MOVE 'N' TO SW-TAX-RATE-FOUND
011155             ADD 1 TO CT-NO-TAX-RATE
011156     END-EVALUATE.
011157 1420-EXIT.
011158     EXIT.
011159
011160 1425-CHECK-ONE-TAX-RATE.
011161     IF TAXR-COUNTRY (TAXR-SUB) NOT = TAX-LOOKUP-COUNTRY
011162        OR TAXR-EFFECTIVE-DATE (TAXR-SUB) > TAX-LOOKUP-DATE
011163         GO TO 1425-EXIT
011164     END-IF.
011165     IF TAXR-STATE (TAXR-SUB) = SPACES
011166         IF TAXR-EFFECTIVE-DATE (TAXR-SUB) > TAX-COUNTRY-DATE
011167             MOVE TAXR-EFFECTIVE-DATE (TAXR-SUB)
011168                 TO TAX-COUNTRY-DATE
011169             MOVE TAXR-RATE-PCT (TAXR-SUB) TO TAX-COUNTRY-RATE
011170         END-IF
011171         GO TO 1425-EXIT
011172     END-IF.
011173     IF TAXR-STATE (TAXR-SUB) = TAX-LOOKUP-STATE
011174        AND TAXR-EFFECTIVE-DATE (TAXR-SUB) > TAX-STATE-DATE
011175         MOVE TAXR-EFFECTIVE-DATE (TAXR-SUB) TO TAX-STATE-DATE
011176         MOVE TAXR-RATE-PCT (TAXR-SUB) TO TAX-STATE-RATE
011177     END-IF.
011178 1425-EXIT.
011179     EXIT.
011180
011185*---------------------------------------------------------------*
011190* 1100-READ-TRANS                                                *
011200*   READS THE NEXT TRANSACTION, SETTING END-OF-FILE AT EOF.      *
011300*---------------------------------------------------------------*
011400 1100-READ-TRANS.
012900 2000-EDIT-LOOP.
013000     MOVE 'Y' TO SW-RECORD-VALID.
013100     MOVE SPACES TO RETURN-COMMENT OF TRANS-IN-RECORD.
013110*    A BACKORDER RELEASE ARRIVES WITH ITS STOCK RESERVED - NOTE
013120*    IT BEFORE THE RET-CODE IS CLEARED FOR THE EDIT.
013130     MOVE 'N' TO SW-STOCK-RESERVED.
013140     IF RET-CODE-BKO-RELEASE OF TRANS-IN-RECORD
013150         MOVE 'Y' TO SW-STOCK-RESERVED
013160         ADD 1 TO CT-RELEASES
013170     END-IF.
013200     MOVE '00' TO RET-CODE OF TRANS-IN-RECORD.
013205     MOVE ZERO TO WK-PDT-NEXT-SEQ.
013206     MOVE ZERO TO WK-ALC-COUNT
013207                  WK-BKO-COUNT.
013210     PERFORM 2050-HASH-TRANSACTION THRU 2050-EXIT.
013220     ADD WK-RECORD-HASH TO WK-HASH-IN.
013230     PERFORM 2080-CHECK-REGISTER THRU 2080-EXIT.
013240     IF RECORD-VALID AND PERIOD-AVAILABLE
013250         PERFORM 2090-CHECK-PERIOD THRU 2090-EXIT
013260     END-IF.
013300
013400     IF RECORD-VALID
013410         PERFORM 2100-EDIT-REQUEST-TYPE THRU 2100-EXIT
013740     IF RECORD-VALID AND REQUEST-TYPE-ADD OF TRANS-IN-RECORD
013745         PERFORM 2280-CHECK-CREDIT-EXPOSURE THRU 2280-EXIT
013748     END-IF.
013749     IF RECORD-VALID AND REQUEST-TYPE-ADD OF TRANS-IN-RECORD
013750        AND INVENTORY-AVAILABLE
013752         PERFORM 2290-ALLOCATE-STOCK THRU 2290-EXIT
013754     END-IF.
013756     IF RECORD-VALID AND REQUEST-TYPE-RETURN OF TRANS-IN-RECORD
013760         PERFORM 2300-NET-RETURN-AGAINST-MASTER THRU 2300-EXIT
013770     END-IF.
013780*    AN ORDER WHOSE EVERY LINE WENT TO BACKORDER LEAVES NOTHING
013781*    TO POST.
013782     IF RECORD-VALID AND REQUEST-TYPE-ADD OF TRANS-IN-RECORD
013783        AND (PurchaseCount OF TRANS-IN-RECORD > ZERO
013784             OR WK-BKO-COUNT = ZERO)
013790         PERFORM 2400-LOAD-MASTER-FROM-ADD THRU 2400-EXIT
013795     END-IF.
013796     IF RECORD-VALID AND REQUEST-TYPE-CHANGE OF TRANS-IN-RECORD
013799     IF RECORD-VALID AND REQUEST-TYPE-DELETE OF TRANS-IN-RECORD
013801         PERFORM 2600-DEACTIVATE-MASTER THRU 2600-EXIT
013802     END-IF.
013803     IF REQUEST-TYPE-ADD OF TRANS-IN-RECORD
013820        AND INVENTORY-AVAILABLE
013840         PERFORM 2900-SETTLE-STOCK THRU 2900-EXIT
013860     END-IF.
013880
013900     IF RECORD-VALID
014000         PERFORM 3000-WRITE-GOOD THRU 3000-EXIT
014050         PERFORM 3050-REGISTER-TRANSACTION THRU 3050-EXIT
014500     PERFORM 1100-READ-TRANS THRU 1100-EXIT.
014600 2000-EXIT.
014700     EXIT.
014710
014711*---------------------------------------------------------------*
014712* 2080-CHECK-REGISTER                                           *
014713*   REJECTS A TRANSACTION THE REGISTER SHOWS AS ALREADY         *
014717*---------------------------------------------------------------*
014718 2080-CHECK-REGISTER.
014719     MOVE CustomerId OF TRANS-IN-RECORD TO REG-CUSTOMER-ID.
014720     MOVE ChainSequenceNumber OF TRANS-IN-RECORD
014721         TO REG-CHAIN-SEQ.
014722     MOVE CustomerLastUpdateDate OF TRANS-IN-RECORD
014723         TO REG-BUSN-DATE.
014724     MOVE WK-CYCLE-NUMBER TO REG-CYCLE.
014725     READ PUR-REGISTER
014726         INVALID KEY
014727             MOVE 'N' TO WK-REGISTER-FOUND
014739 2080-EXIT.
014741     EXIT.
014742
014743*---------------------------------------------------------------*
014744* 2090-CHECK-PERIOD                                             *
014745*   REFUSES A TRANSACTION WHOSE BUSINESS DATE (TODAY IF THE     *
014746*   FEED GAVE NONE) FALLS IN A CLOSED ACCOUNTING PERIOD.  A     *
014747*   PERIOD WITH NO RECORD HAS NEVER BEEN CLOSED, AND ONE A      *
014748*   SUPERVISOR HAS REOPENED TAKES POSTINGS AGAIN.  THE          *
014749*   TRANSACTION GOES TO QUARANTINE, WHERE PUR190 CAN RESUBMIT   *
014750*   IT ONCE THE PERIOD IS REOPENED OR THE DATE CORRECTED.       *
014751*---------------------------------------------------------------*
014752 2090-CHECK-PERIOD.
014753     MOVE CustomerLastUpdateDate OF TRANS-IN-RECORD
014754         TO WK-BUSN-DATE.
014755     IF WK-BUSN-DATE = SPACES
014756         MOVE WK-TODAY-DATE TO WK-BUSN-DATE
014757     END-IF.
014758     IF WK-BUSN-PERIOD NOT = WK-LAST-PERIOD
014759         MOVE WK-BUSN-PERIOD TO WK-LAST-PERIOD
014760                                PRD-PERIOD
014761         MOVE 'Y' TO WK-LAST-PERIOD-OPEN
014762         READ PUR-PERIOD
014763             NOT INVALID KEY
014764                 IF NOT PRD-POSTING-ALLOWED
014765                     MOVE 'N' TO WK-LAST-PERIOD-OPEN
014766                 END-IF
014767         END-READ
014768     END-IF.
014769     IF NOT LAST-PERIOD-OPEN
014770         MOVE 'N'  TO SW-RECORD-VALID
014771         MOVE '44' TO RET-CODE OF TRANS-IN-RECORD
014772         STRING 'BUSINESS DATE IN CLOSED PERIOD '
014773                                    DELIMITED BY SIZE
014774                WK-BUSN-PERIOD      DELIMITED BY SIZE
014775             INTO RETURN-COMMENT OF TRANS-IN-RECORD
014776         END-STRING
014777         ADD 1 TO CT-PERIOD-REJECTS
014778     END-IF.
014779 2090-EXIT.
014780     EXIT.
014781
014810*---------------------------------------------------------------*
014820* 2050-HASH-TRANSACTION                                         *
014830*   TOTALS AMOUNT * PRICE ACROSS THIS TRANSACTION'S LINE ITEMS  *
020700        PurchaseId OF TRANS-IN-RECORD (WK-SUB)
020800         MOVE 'Y' TO WK-DUP-FOUND
020900     END-IF.
020901 2220-EXIT.
020902     EXIT.
020903
020904*---------------------------------------------------------------*
020905* 2250-EDIT-AGAINST-CATALOG                                     *
020906*   CONFIRMS EVERY LINE ITEM ON AN 'A' REQUEST NAMES A           *
020907*   CATALOGED PURCHASEID STILL BEING SOLD ON THE CUSTOMER'S      *
020908*   BUSINESS DATE, AND FLAGS (RET-CODE WARNING) A LINE WHOSE     *
020909*   PRICE STRAYS FROM THE LIST PRICE IN EFFECT ON THAT DATE BY   *
020910*   MORE THAN THE TOLERANCE PERCENT.  A RETURN NEVER COMES       *
020911*   HERE, SO A DISCONTINUED PRODUCT CAN STILL BE RETURNED.  A    *
020912*   BACKORDER RELEASE CARRIES THE PRICE THE ORDER WAS TAKEN AT,  *
020913*   ALREADY CHECKED THEN, SO ITS PRICE IS NOT CHECKED AGAIN.     *
020914*---------------------------------------------------------------*
020915 2250-EDIT-AGAINST-CATALOG.
020916*    A FEED WITH NO BUSINESS DATE IS PRICED AS OF TODAY.
020917     MOVE CustomerLastUpdateDate OF TRANS-IN-RECORD
020918         TO WK-PRICE-AS-OF-DATE.
020919     IF WK-PRICE-AS-OF-DATE = SPACES
020920         MOVE WK-TODAY-DATE TO WK-PRICE-AS-OF-DATE
020921     END-IF.
020922     MOVE 1 TO WK-SUB.
020923     PERFORM 2260-CHECK-ONE-CATALOG-LINE THRU 2260-EXIT
020924         UNTIL WK-SUB > PurchaseCount OF TRANS-IN-RECORD
020925            OR NOT RECORD-VALID.
020926 2250-EXIT.
020927     EXIT.
020928
020929 2260-CHECK-ONE-CATALOG-LINE.
020930     MOVE PurchaseId OF TRANS-IN-RECORD (WK-SUB)
020931         TO CAT-PURCHASE-ID.
020932     READ PUR-CATALOG
020933         INVALID KEY
020934             MOVE 'N' TO WK-CATALOG-FOUND
020935         NOT INVALID KEY
020936             MOVE 'Y' TO WK-CATALOG-FOUND
020937     END-READ.
020938     IF NOT CATALOG-FOUND
020939         MOVE 'N'  TO SW-RECORD-VALID
020940         MOVE '12' TO RET-CODE OF TRANS-IN-RECORD
020941         STRING 'PURCHASEID NOT ON PRODUCT CATALOG AT '
020942                DELIMITED BY SIZE
020943                WK-SUB DELIMITED BY SIZE
020944             INTO RETURN-COMMENT OF TRANS-IN-RECORD
020945         END-STRING
020946         GO TO 2260-EXIT
020947     END-IF.
020948     IF CAT-DISCONTINUED-DATE NOT = SPACES
020949        AND CAT-DISCONTINUED-DATE NOT > WK-PRICE-AS-OF-DATE
020950         MOVE 'N'  TO SW-RECORD-VALID
020951         MOVE '12' TO RET-CODE OF TRANS-IN-RECORD
020952         STRING 'PRODUCT DISCONTINUED AT ' DELIMITED BY SIZE
020953                WK-SUB                     DELIMITED BY SIZE
020954             INTO RETURN-COMMENT OF TRANS-IN-RECORD
020955         END-STRING
020956         ADD 1 TO CT-DISCONTINUED
020957         GO TO 2260-EXIT
020958     END-IF.
020959     IF NOT STOCK-RESERVED
020960         PERFORM 2265-FIND-PRICE-IN-EFFECT THRU 2265-EXIT
020961         PERFORM 2270-CHECK-LINE-PRICE THRU 2270-EXIT
020962     END-IF.
020963     ADD 1 TO WK-SUB.
020964 2260-EXIT.
020965     EXIT.
020966
020967*---------------------------------------------------------------*
020968* 2265-FIND-PRICE-IN-EFFECT                                     *
020969*   SETS WK-PRICE-IN-EFFECT FROM THE CATALOG RECORD: OF THE LIST *
020970*   PRICE, THE SCHEDULED PRICES AND THE PRIOR PRICES A CHANGE    *
020971*   HAS SUPERSEDED, THE ONE WITH THE LATEST EFFECTIVE DATE NOT   *
020972*   AFTER WK-PRICE-AS-OF-DATE.  A DATE BEFORE ANY PRICE KEPT IS  *
020973*   CHECKED AGAINST THE LIST PRICE.                              *
020974*---------------------------------------------------------------*
020975 2265-FIND-PRICE-IN-EFFECT.
020976     MOVE ZERO   TO WK-PRICE-IN-EFFECT.
020977     MOVE SPACES TO WK-PRICE-IN-EFFECT-DATE.
020978     IF CAT-EFFECTIVE-DATE NOT > WK-PRICE-AS-OF-DATE
020979         MOVE CAT-LIST-PRICE     TO WK-PRICE-IN-EFFECT
020980         MOVE CAT-EFFECTIVE-DATE TO WK-PRICE-IN-EFFECT-DATE
020981     END-IF.
020982     PERFORM 2266-CHECK-ONE-SCHEDULED THRU 2266-EXIT
020983         VARYING WK-SCHED-SUB FROM 1 BY 1
020984         UNTIL WK-SCHED-SUB > CAT-SCHEDULE-COUNT
020985            OR WK-SCHED-SUB > 12.
020986     PERFORM 2267-CHECK-ONE-PRIOR THRU 2267-EXIT
020987         VARYING WK-PRIOR-SUB FROM 1 BY 1
020988         UNTIL WK-PRIOR-SUB > CAT-PRIOR-COUNT
020989            OR WK-PRIOR-SUB > 12.
020990     IF WK-PRICE-IN-EFFECT-DATE = SPACES
020991         MOVE CAT-LIST-PRICE     TO WK-PRICE-IN-EFFECT
020992     END-IF.
020993 2265-EXIT.
020994     EXIT.
020995
020996 2266-CHECK-ONE-SCHEDULED.
020997     IF CAT-SCHED-EFFECTIVE-DATE (WK-SCHED-SUB)
020998            NOT > WK-PRICE-AS-OF-DATE
020999        AND CAT-SCHED-EFFECTIVE-DATE (WK-SCHED-SUB)
021000            NOT < WK-PRICE-IN-EFFECT-DATE
021001         MOVE CAT-SCHED-LIST-PRICE (WK-SCHED-SUB)
021002             TO WK-PRICE-IN-EFFECT
021003         MOVE CAT-SCHED-EFFECTIVE-DATE (WK-SCHED-SUB)
021004             TO WK-PRICE-IN-EFFECT-DATE
021005     END-IF.
021006 2266-EXIT.
021007     EXIT.
021008
021009 2267-CHECK-ONE-PRIOR.
021010     IF CAT-PRIOR-EFFECTIVE-DATE (WK-PRIOR-SUB)
021011            NOT > WK-PRICE-AS-OF-DATE
021012        AND CAT-PRIOR-EFFECTIVE-DATE (WK-PRIOR-SUB)
021013            NOT < WK-PRICE-IN-EFFECT-DATE
021014         MOVE CAT-PRIOR-LIST-PRICE (WK-PRIOR-SUB)
021015             TO WK-PRICE-IN-EFFECT
021016         MOVE CAT-PRIOR-EFFECTIVE-DATE (WK-PRIOR-SUB)
021017             TO WK-PRICE-IN-EFFECT-DATE
021018     END-IF.
021019 2267-EXIT.
021020     EXIT.
021090
021091 2270-CHECK-LINE-PRICE.
021092*    THE CATALOG LIST PRICE IS HOME-CURRENCY, SO A FOREIGN-
021093*    CURRENCY LINE IS CONVERTED BEFORE THE COMPARISON.  THE
021094*    COMPARISON IS TO THE PRICE IN EFFECT ON THE BUSINESS DATE,
021095*    SO AN ORDER PRICED BEFORE A CHANGE IS NOT FLAGGED FOR IT.
021096*    A CONTRACT CUSTOMER'S LINE IS COMPARED TO ITS CONTRACT
021097*    PRICE INSTEAD, CONVERTED FROM THE CONTRACT'S CURRENCY.
021098     PERFORM 2275-FIND-CONTRACT-PRICE THRU 2275-EXIT.
021099     IF CONTRACT-FOUND
021100         MOVE CTP-CURRENCY-CODE TO RATE-LOOKUP-CODE
021101         PERFORM 1320-FIND-RATE THRU 1320-EXIT
021102         COMPUTE WK-REFERENCE-PRICE ROUNDED =
021103             CTP-CONTRACT-PRICE * RATE-IN-USE
021104         ADD 1 TO CT-CONTRACT-LINES
021105     ELSE
021106         MOVE WK-PRICE-IN-EFFECT TO WK-REFERENCE-PRICE
021107     END-IF.
021108     MOVE CurrencyCode OF TRANS-IN-RECORD (WK-SUB)
021109         TO RATE-LOOKUP-CODE.
021110     PERFORM 1320-FIND-RATE THRU 1320-EXIT.
021111     COMPUTE WK-PRICE-DIFF =
021112         (Price OF TRANS-IN-RECORD (WK-SUB) * RATE-IN-USE)
021113         - WK-REFERENCE-PRICE.
021114     IF WK-PRICE-DIFF < ZERO
021115         COMPUTE WK-PRICE-DIFF = ZERO - WK-PRICE-DIFF
021116     END-IF.
021117     COMPUTE WK-PRICE-LIMIT =
021118         WK-REFERENCE-PRICE * WK-TOLERANCE-PCT / 100.
021119     IF WK-PRICE-DIFF > WK-PRICE-LIMIT
021120         MOVE '04' TO RET-CODE OF TRANS-IN-RECORD
021121         IF CONTRACT-FOUND
021122             STRING 'PRICE DEVIATES FROM CONTRACT PRICE AT '
021123                    DELIMITED BY SIZE
021124                    WK-SUB DELIMITED BY SIZE
021125                 INTO RETURN-COMMENT OF TRANS-IN-RECORD
021126             END-STRING
021127         ELSE
021128             STRING 'PRICE DEVIATES FROM CATALOG LIST AT '
021129                    DELIMITED BY SIZE
021130                    WK-SUB DELIMITED BY SIZE
021131                 INTO RETURN-COMMENT OF TRANS-IN-RECORD
021132             END-STRING
021133         END-IF
021134         ADD 1 TO CT-PRICE-WARNINGS
021135     END-IF.
021136 2270-EXIT.
021137     EXIT.
021138
021139*---------------------------------------------------------------*
021140* 2275-FIND-CONTRACT-PRICE                                      *
021141*   SETS CONTRACT-FOUND WHEN THE CUSTOMER HAS A CONTRACT PRICE  *
021142*   FOR THE LINE'S PURCHASEID IN FORCE ON THE BUSINESS DATE.    *
021143*---------------------------------------------------------------*
021144 2275-FIND-CONTRACT-PRICE.
021145     MOVE 'N' TO WK-CONTRACT-FOUND.
021146     IF NOT CONTRACT-AVAILABLE
021147         GO TO 2275-EXIT
021148     END-IF.
021149     MOVE CustomerId OF TRANS-IN-RECORD TO CTP-CUSTOMER-ID.
021150     MOVE PurchaseId OF TRANS-IN-RECORD (WK-SUB)
021151         TO CTP-PURCHASE-ID.
021152     READ PUR-CONTRACT
021153         INVALID KEY
021154             GO TO 2275-EXIT
021155     END-READ.
021156     IF CTP-START-DATE NOT > WK-PRICE-AS-OF-DATE
021157        AND CTP-END-DATE NOT < WK-PRICE-AS-OF-DATE
021158         MOVE 'Y' TO WK-CONTRACT-FOUND
021159     END-IF.
021160 2275-EXIT.
021161     EXIT.
021186
021187*---------------------------------------------------------------*
021188* 2280-CHECK-CREDIT-EXPOSURE                                    *
021264 2285-EXIT.
021265     EXIT.
021266
021267*---------------------------------------------------------------*
021268* 2290-ALLOCATE-STOCK                                           *
021269*   ALLOCATES STOCK FOR EACH LINE OF AN 'A' REQUEST THAT HAS    *
021270*   PASSED EVERY OTHER EDIT.  A LINE THE AVAILABLE STOCK (ON    *
021271*   HAND LESS ALLOCATED) CANNOT COVER IN FULL IS TAKEN OFF THE  *
021272*   TRANSACTION WHOLE AND HELD FOR THE BACKORDER FILE; THE      *
021273*   LINES KEPT CLOSE UP IN THEIR ORIGINAL ORDER.  A PRODUCT     *
021274*   WITH NO INVENTORY RECORD HAS NO STOCK.  A BACKORDER RELEASE *
021275*   ALREADY HAS ITS STOCK, RESERVED BY PUR390.                  *
021276*---------------------------------------------------------------*
021277 2290-ALLOCATE-STOCK.
021278     IF STOCK-RESERVED
021279         GO TO 2290-EXIT
021280     END-IF.
021281     MOVE ZERO TO WK-KEEP-COUNT.
021282     PERFORM 2292-ALLOCATE-ONE-LINE THRU 2292-EXIT
021283         VARYING WK-SUB FROM 1 BY 1
021284         UNTIL WK-SUB > PurchaseCount OF TRANS-IN-RECORD.
021285     IF WK-BKO-COUNT = ZERO
021286         GO TO 2290-EXIT
021287     END-IF.
021288     ADD WK-BKO-COUNT TO CT-LINES-BACKORDERED.
021289     MOVE RETURN-COMMENT OF TRANS-IN-RECORD TO WK-SAVE-COMMENT.
021290     MOVE ChainSequenceNumber OF TRANS-IN-RECORD
021291         TO WK-SAVE-CHAIN-SEQ.
021292     MOVE ChainContinuedInd OF TRANS-IN-RECORD
021293         TO WK-SAVE-CHAIN-IND.
021294     MOVE RECYCLE-COUNT OF TRANS-IN-RECORD
021295         TO WK-SAVE-RECYCLE-COUNT.
021296     MOVE WK-KEEP-COUNT TO PurchaseCount OF TRANS-IN-RECORD.
021297     MOVE WK-SAVE-COMMENT TO RETURN-COMMENT OF TRANS-IN-RECORD.
021298     MOVE WK-SAVE-CHAIN-SEQ
021299         TO ChainSequenceNumber OF TRANS-IN-RECORD.
021300     MOVE WK-SAVE-CHAIN-IND
021301         TO ChainContinuedInd OF TRANS-IN-RECORD.
021302     MOVE WK-SAVE-RECYCLE-COUNT
021303         TO RECYCLE-COUNT OF TRANS-IN-RECORD.
021304*    THE GOOD OUTPUT CARRIES ONLY THE LINES KEPT, SO ITS HASH IS
021305*    TAKEN AGAIN FOR THE RUN-CONTROL TOTAL OUT.
021306     PERFORM 2050-HASH-TRANSACTION THRU 2050-EXIT.
021307     IF RET-CODE-OK OF TRANS-IN-RECORD
021308         MOVE '36' TO RET-CODE OF TRANS-IN-RECORD
021309         MOVE SPACES TO RETURN-COMMENT OF TRANS-IN-RECORD
021310         STRING 'LINES SENT TO BACKORDER FOR WANT OF STOCK: '
021311                DELIMITED BY SIZE
021312                WK-BKO-COUNT DELIMITED BY SIZE
021313             INTO RETURN-COMMENT OF TRANS-IN-RECORD
021314         END-STRING
021315     END-IF.
021316 2290-EXIT.
021317     EXIT.
021318
021319 2292-ALLOCATE-ONE-LINE.
021320     MOVE PurchaseId OF TRANS-IN-RECORD (WK-SUB)
021321         TO INV-PURCHASE-ID.
021322     READ PUR-INVENTORY
021323         INVALID KEY
021324             MOVE ZERO TO WK-STOCK-FREE
021325         NOT INVALID KEY
021326             COMPUTE WK-STOCK-FREE = INV-ON-HAND - INV-ALLOCATED
021327     END-READ.
021328     IF WK-STOCK-FREE < Amount OF TRANS-IN-RECORD (WK-SUB)
021329         PERFORM 2294-HOLD-BACKORDER-LINE THRU 2294-EXIT
021330         GO TO 2292-EXIT
021331     END-IF.
021332     ADD Amount OF TRANS-IN-RECORD (WK-SUB) TO INV-ALLOCATED.
021333     MOVE WK-TODAY-DATE TO INV-LAST-UPDATE-DATE.
021334     REWRITE INVENTORY-RECORD
021335         INVALID KEY
021336             CONTINUE
021337     END-REWRITE.
021338*    STOCK THAT COULD NOT BE TAKEN IS NOT THE ORDER'S - THE LINE
021339*    WAITS ON BACKORDER FOR THE RELEASE (PUR390) TO RESERVE IT.
021340     IF FS-INVENTORY NOT = '00'
021341         DISPLAY 'PUR100 - STOCK NOT ALLOCATED, LINE SENT TO '
021342                 'BACKORDER: ' INV-PURCHASE-ID
021343                 ' STATUS ' FS-INVENTORY
021344         ADD 1 TO CT-STOCK-FAILURES
021345         IF WK-STEP-RC < 4
021346             MOVE 4 TO WK-STEP-RC
021347         END-IF
021348         PERFORM 2294-HOLD-BACKORDER-LINE THRU 2294-EXIT
021349         GO TO 2292-EXIT
021350     END-IF.
021351     ADD 1 TO WK-ALC-COUNT.
021352     MOVE PurchaseId OF TRANS-IN-RECORD (WK-SUB)
021353         TO WK-ALC-PURCHASE-ID (WK-ALC-COUNT).
021354     MOVE Amount OF TRANS-IN-RECORD (WK-SUB)
021355         TO WK-ALC-AMOUNT (WK-ALC-COUNT).
021356     ADD 1 TO CT-LINES-ALLOCATED.
021357     ADD 1 TO WK-KEEP-COUNT.
021358     IF WK-KEEP-COUNT < WK-SUB
021359         MOVE Purchase OF TRANS-IN-RECORD (WK-SUB)
021360             TO Purchase OF TRANS-IN-RECORD (WK-KEEP-COUNT)
021361     END-IF.
021362 2292-EXIT.
021363     EXIT.
021364
021365 2294-HOLD-BACKORDER-LINE.
021366     ADD 1 TO WK-BKO-COUNT.
021367     MOVE WK-SUB TO WK-BKO-LINE-NUMBER (WK-BKO-COUNT).
021368     MOVE PurchaseId OF TRANS-IN-RECORD (WK-SUB)
021369         TO WK-BKO-PURCHASE-ID (WK-BKO-COUNT).
021370     MOVE ProductName OF TRANS-IN-RECORD (WK-SUB)
021371         TO WK-BKO-PRODUCT-NAME (WK-BKO-COUNT).
021372     MOVE Amount OF TRANS-IN-RECORD (WK-SUB)
021373         TO WK-BKO-AMOUNT (WK-BKO-COUNT).
021374     MOVE Price OF TRANS-IN-RECORD (WK-SUB)
021375         TO WK-BKO-PRICE (WK-BKO-COUNT).
021376     MOVE CurrencyCode OF TRANS-IN-RECORD (WK-SUB)
021377         TO WK-BKO-CURRENCY (WK-BKO-COUNT).
021378 2294-EXIT.
021379     EXIT.
021380
021381*---------------------------------------------------------------*
021382* 2300-NET-RETURN-AGAINST-MASTER                                *
021383*   NETS EACH LINE ITEM ON A RETURN REQUEST AGAINST THE          *
021384*   MATCHING PURCHASEID ENTRY ON THE HELD PURCHASES MASTER.      *
021385*   EVERY LINE IS VALIDATED BEFORE ANY LINE IS APPLIED, SO A     *
021386*   RETURN REJECTED PART-WAY THROUGH LEAVES THE HELD RECORD      *
021387*   EXACTLY AS IT WAS.                                           *
021388*---------------------------------------------------------------*
021389 2300-NET-RETURN-AGAINST-MASTER.
021390     PERFORM 2700-HOLD-MASTER-FOR-CUSTOMER THRU 2700-EXIT.
021391     IF NOT MASTER-EXISTS
021392         MOVE 'N'  TO SW-RECORD-VALID
021393         MOVE '12' TO RET-CODE OF TRANS-IN-RECORD
021394         MOVE 'RETURN FOR UNKNOWN CUSTOMERID'
021395             TO RETURN-COMMENT OF TRANS-IN-RECORD
021396         GO TO 2300-EXIT
021397     END-IF.
021398     MOVE 1 TO WK-SUB.
021399     PERFORM 2310-NET-ONE-RETURN-LINE THRU 2310-EXIT
021400         UNTIL WK-SUB > PurchaseCount OF TRANS-IN-RECORD
021401            OR NOT RECORD-VALID.
021402     IF RECORD-VALID
021405         MOVE 1 TO WK-SUB
021410         PERFORM 2315-APPLY-ONE-RETURN-LINE THRU 2315-EXIT
021411             UNTIL WK-SUB > PurchaseCount OF TRANS-IN-RECORD
021412         MOVE 'Y' TO SW-MASTER-CHANGED
021420     END-IF.
021421 2300-EXIT.
021422     EXIT.
021423
021424 2310-NET-ONE-RETURN-LINE.
021425     MOVE 'N' TO WK-MATCH-FOUND.
021426     PERFORM 2320-FIND-MASTER-LINE THRU 2320-EXIT
021427         VARYING WK-MST-SUB FROM 1 BY 1
021428         UNTIL WK-MST-SUB > MST-PURCHASE-COUNT
021429            OR MATCH-FOUND.
021430     IF NOT MATCH-FOUND
021431         MOVE 'N'  TO SW-RECORD-VALID
021432         MOVE '12' TO RET-CODE OF TRANS-IN-RECORD
021433         STRING 'RETURN REFERENCES UNKNOWN PURCHASEID AT '
021434                DELIMITED BY SIZE
021435                WK-SUB DELIMITED BY SIZE
021436             INTO RETURN-COMMENT OF TRANS-IN-RECORD
021437         END-STRING
021438     END-IF.
021439     IF RECORD-VALID AND MATCH-FOUND
021440         PERFORM 2312-CHECK-RETURN-AUTH THRU 2312-EXIT
021441     END-IF.
021442     ADD 1 TO WK-SUB.
021443 2310-EXIT.
021444     EXIT.
021445
021446*---------------------------------------------------------------*
021447* 2312-CHECK-RETURN-AUTH                                        *
021448*   REQUIRES AN OPEN, UNEXPIRED RETURN AUTHORIZATION FOR THIS   *
021449*   CUSTOMERID AND PURCHASEID WITH ENOUGH UNITS LEFT TO COVER   *
021450*   THE LINE.  PART OF THE VALIDATE-EVERY-LINE-FIRST PASS, SO A *
021451*   REFUSED AUTHORIZATION LEAVES THE HELD MASTER UNTOUCHED.     *
021452*---------------------------------------------------------------*
021453 2312-CHECK-RETURN-AUTH.
021454     MOVE CustomerId OF TRANS-IN-RECORD TO RMA-CUSTOMER-ID.
021455     MOVE PurchaseId OF TRANS-IN-RECORD (WK-SUB)
021456         TO RMA-PURCHASE-ID.
021457     READ PUR-RMA
021458         INVALID KEY
021459             MOVE 'N' TO WK-RMA-FOUND
021460         NOT INVALID KEY
021461             MOVE 'Y' TO WK-RMA-FOUND
021462     END-READ.
021463     IF NOT RMA-FOUND
021464         MOVE 'N'  TO SW-RECORD-VALID
021465         MOVE '12' TO RET-CODE OF TRANS-IN-RECORD
021466         STRING 'NO RETURN AUTHORIZATION ON FILE AT '
021467                DELIMITED BY SIZE
021468                WK-SUB DELIMITED BY SIZE
021469             INTO RETURN-COMMENT OF TRANS-IN-RECORD
021470         END-STRING
021471         ADD 1 TO CT-RMA-REJECTS
021472         GO TO 2312-EXIT
021473     END-IF.
021474     IF NOT RMA-STATUS-OPEN
021475         MOVE 'N'  TO SW-RECORD-VALID
021476         MOVE '12' TO RET-CODE OF TRANS-IN-RECORD
021477         STRING 'RETURN AUTHORIZATION VOIDED AT '
021478                DELIMITED BY SIZE
021479                WK-SUB DELIMITED BY SIZE
021480             INTO RETURN-COMMENT OF TRANS-IN-RECORD
021481         END-STRING
021482         ADD 1 TO CT-RMA-REJECTS
021483         GO TO 2312-EXIT
021484     END-IF.
021485     IF RMA-EXPIRY-DATE < WK-TODAY-DATE
021486         MOVE 'N'  TO SW-RECORD-VALID
021487         MOVE '12' TO RET-CODE OF TRANS-IN-RECORD
021488         STRING 'RETURN AUTHORIZATION EXPIRED AT '
021489                DELIMITED BY SIZE
021490                WK-SUB DELIMITED BY SIZE
021491             INTO RETURN-COMMENT OF TRANS-IN-RECORD
021492         END-STRING
021493         ADD 1 TO CT-RMA-REJECTS
021494         GO TO 2312-EXIT
021495     END-IF.
021496     COMPUTE WK-RMA-REMAINING =
021497         RMA-AUTHORIZED-AMOUNT - RMA-RETURNED-AMOUNT.
021498     IF Amount OF TRANS-IN-RECORD (WK-SUB) > WK-RMA-REMAINING
021499         MOVE 'N'  TO SW-RECORD-VALID
021500         MOVE '12' TO RET-CODE OF TRANS-IN-RECORD
021501         STRING 'RETURN EXCEEDS AUTHORIZED AMOUNT AT '
021502                DELIMITED BY SIZE
021503                WK-SUB DELIMITED BY SIZE
021504             INTO RETURN-COMMENT OF TRANS-IN-RECORD
021505         END-STRING
021506         ADD 1 TO CT-RMA-REJECTS
021507     END-IF.
021508 2312-EXIT.
021509     EXIT.
021510
021511*---------------------------------------------------------------*
021512* 2315-APPLY-ONE-RETURN-LINE                                    *
021513*   SECOND PASS - EVERY LINE HAS ALREADY VALIDATED, SO THE      *
021514*   MATCH IS FOUND AGAIN AND THE NETTING AND LEDGER CREDIT ARE  *
021515*   APPLIED TO THE HELD RECORD.                                 *
021516*---------------------------------------------------------------*
021517 2315-APPLY-ONE-RETURN-LINE.
021518     MOVE 'N' TO WK-MATCH-FOUND.
021519     PERFORM 2322-APPLY-MASTER-LINE THRU 2322-EXIT
021520         VARYING WK-MST-SUB FROM 1 BY 1
021521         UNTIL WK-MST-SUB > MST-PURCHASE-COUNT
021522            OR MATCH-FOUND.
021523     ADD 1 TO WK-SUB.
021524 2315-EXIT.
021525     EXIT.
021526
021527 2320-FIND-MASTER-LINE.
021528     IF PurchaseId OF MASTER-RECORD (WK-MST-SUB) =
021529        PurchaseId OF TRANS-IN-RECORD (WK-SUB)
021530         MOVE 'Y' TO WK-MATCH-FOUND
021531         IF Amount OF TRANS-IN-RECORD (WK-SUB) >
021532            Amount OF MASTER-RECORD (WK-MST-SUB)
021533             MOVE 'N'  TO SW-RECORD-VALID
021534             MOVE '12' TO RET-CODE OF TRANS-IN-RECORD
021535             STRING 'RETURN EXCEEDS ORIGINAL PURCHASE AMOUNT AT '
021536                    DELIMITED BY SIZE
021537                    WK-SUB DELIMITED BY SIZE
021538                 INTO RETURN-COMMENT OF TRANS-IN-RECORD
021539             END-STRING
021540         END-IF
021541     END-IF.
021542 2320-EXIT.
021543     EXIT.
021544
021545 2322-APPLY-MASTER-LINE.
021546     IF PurchaseId OF MASTER-RECORD (WK-MST-SUB) =
021547        PurchaseId OF TRANS-IN-RECORD (WK-SUB)
021548         MOVE 'Y' TO WK-MATCH-FOUND
021549         PERFORM 2323-REVERSE-LINE-TAX THRU 2323-EXIT
021550         SUBTRACT Amount OF TRANS-IN-RECORD (WK-SUB) FROM
021551             Amount OF MASTER-RECORD (WK-MST-SUB)
021552         PERFORM 2325-HOLD-ONE-ADJUSTMENT THRU 2325-EXIT
021553         PERFORM 2327-POST-RETURN-AUTH THRU 2327-EXIT
021554         PERFORM 2328-RETURN-TO-STOCK THRU 2328-EXIT
021555         PERFORM 2329-HOLD-RETURN-DETAIL THRU 2329-EXIT
021556     END-IF.
021557 2322-EXIT.
021558     EXIT.
021559
021560*---------------------------------------------------------------*
021561* 2323-REVERSE-LINE-TAX                                         *
021562*   TAKES THE RETURNED UNITS' SHARE OF THE LINE'S TAX OFF THE   *
021563*   MASTER LINE BEFORE ITS UNITS ARE REDUCED.  RETURNING EVERY  *
021564*   UNIT LEFT ON THE LINE TAKES ALL ITS REMAINING TAX, SO NO    *
021565*   ROUNDING PENNY IS EVER LEFT BEHIND ON AN EMPTIED LINE.      *
021566*---------------------------------------------------------------*
021567 2323-REVERSE-LINE-TAX.
021568     MOVE 'N' TO WK-TAX-EXEMPT-IND.
021569*    A LINE CARRYING NO TAX WAS EITHER AN EXEMPT SALE OR A
021570*    TAXABLE ONE THAT CAME TO NO TAX (A NIL RATE, OR POSTED
021571*    BEFORE TAX WAS CHARGED).  WHICH IT WAS IS DECIDED BY THE
021572*    CUSTOMER'S EXEMPTION AS OF THE DATE OF THE SALE, SO THE
021573*    RETURN IS BOOKED THE SAME WAY THE SALE WAS.
021574     IF TaxAmount OF MASTER-RECORD (WK-MST-SUB) = ZERO
021575         MOVE ZERO TO WK-LINE-TAX
021576         IF TAX-EXEMPT-AVAILABLE
021577             MOVE PurchaseDate OF MASTER-RECORD (WK-MST-SUB)
021578                 TO WK-EXEMPT-AS-OF-DATE
021579             IF WK-EXEMPT-AS-OF-DATE = SPACES
021580                 MOVE WK-TODAY-DATE TO WK-EXEMPT-AS-OF-DATE
021581             END-IF
021582             PERFORM 2445-CHECK-TAX-EXEMPTION THRU 2445-EXIT
021583         END-IF
021584         GO TO 2323-EXIT
021585     END-IF.
021586     IF Amount OF TRANS-IN-RECORD (WK-SUB) =
021587        Amount OF MASTER-RECORD (WK-MST-SUB)
021588         MOVE TaxAmount OF MASTER-RECORD (WK-MST-SUB)
021589             TO WK-LINE-TAX
021590     ELSE
021591         COMPUTE WK-LINE-TAX ROUNDED =
021592             TaxAmount OF MASTER-RECORD (WK-MST-SUB) *
021593             Amount OF TRANS-IN-RECORD (WK-SUB) /
021594             Amount OF MASTER-RECORD (WK-MST-SUB)
021595     END-IF.
021596     SUBTRACT WK-LINE-TAX FROM
021597         TaxAmount OF MASTER-RECORD (WK-MST-SUB).
021598 2323-EXIT.
021599     EXIT.
021600
021601*---------------------------------------------------------------*
021602* 2327-POST-RETURN-AUTH                                         *
021603*   POSTS THE NETTED UNITS BACK ONTO THE RETURN AUTHORIZATION - *
021604*   EVERY LINE VALIDATED IN THE FIRST PASS, SO THE RECORD IS    *
021605*   KNOWN TO BE THERE WITH UNITS TO SPARE.                      *
021606*---------------------------------------------------------------*
021607 2327-POST-RETURN-AUTH.
021608     MOVE CustomerId OF TRANS-IN-RECORD TO RMA-CUSTOMER-ID.
021609     MOVE PurchaseId OF TRANS-IN-RECORD (WK-SUB)
021610         TO RMA-PURCHASE-ID.
021611     READ PUR-RMA
021612         INVALID KEY
021613             GO TO 2327-EXIT
021614     END-READ.
021615     ADD Amount OF TRANS-IN-RECORD (WK-SUB)
021616         TO RMA-RETURNED-AMOUNT.
021617     REWRITE RMA-RECORD.
021618 2327-EXIT.
021619     EXIT.
021620
021621*---------------------------------------------------------------*
021622* 2328-RETURN-TO-STOCK                                          *
021623*   PUTS THE NETTED UNITS BACK ON HAND.  A PRODUCT WITH NO      *
021624*   INVENTORY RECORD IS GIVEN ONE HOLDING JUST THOSE UNITS.     *
021625*---------------------------------------------------------------*
021626 2328-RETURN-TO-STOCK.
021627     IF NOT INVENTORY-AVAILABLE
021628         GO TO 2328-EXIT
021629     END-IF.
021630     MOVE PurchaseId OF TRANS-IN-RECORD (WK-SUB)
021631         TO INV-PURCHASE-ID.
021632     READ PUR-INVENTORY
021633         INVALID KEY
021634             MOVE 'N' TO WK-STOCK-FOUND
021635         NOT INVALID KEY
021636             MOVE 'Y' TO WK-STOCK-FOUND
021637     END-READ.
021638     MOVE WK-TODAY-DATE TO INV-LAST-UPDATE-DATE.
021639     IF STOCK-FOUND
021640         ADD Amount OF TRANS-IN-RECORD (WK-SUB) TO INV-ON-HAND
021641         REWRITE INVENTORY-RECORD
021642     ELSE
021643         MOVE PurchaseId OF TRANS-IN-RECORD (WK-SUB)
021644             TO INV-PURCHASE-ID
021645         MOVE Amount OF TRANS-IN-RECORD (WK-SUB) TO INV-ON-HAND
021646         MOVE ZERO   TO INV-ALLOCATED
021647         MOVE SPACES TO INV-LAST-RECEIPT-DATE
021648         WRITE INVENTORY-RECORD
021649     END-IF.
021650     IF FS-INVENTORY NOT = '00'
021651         DISPLAY 'PUR100 - RETURNED UNITS NOT RESTOCKED: '
021652                 INV-PURCHASE-ID ' STATUS ' FS-INVENTORY
021653         ADD 1 TO CT-STOCK-FAILURES
021654         IF WK-STEP-RC < 4
021655             MOVE 4 TO WK-STEP-RC
021656         END-IF
021657         GO TO 2328-EXIT
021658     END-IF.
021659     ADD Amount OF TRANS-IN-RECORD (WK-SUB) TO CT-UNITS-RESTOCKED.
021660 2328-EXIT.
021661     EXIT.
021662
021663*---------------------------------------------------------------*
021664* 2329-HOLD-RETURN-DETAIL                                       *
021665*   PENDS THE POSTING DETAIL FOR A NETTED RETURN LINE - THE      *
021666*   UNITS NETTED, THE MASTER LINE THEY CAME OFF, AND THE LEDGER  *
021667*   CREDIT 2325 JUST PENDED FOR IT.                              *
021668*---------------------------------------------------------------*
021669 2329-HOLD-RETURN-DETAIL.
021670     MOVE 'R' TO WK-PDT-NEW-ACTION.
021671     PERFORM 2870-HOLD-POST-DETAIL THRU 2870-EXIT.
021672     MOVE PurchaseId OF TRANS-IN-RECORD (WK-SUB)
021673         TO WK-PDT-PURCHASE-ID (WK-PDT-COUNT).
021674     MOVE Amount OF TRANS-IN-RECORD (WK-SUB)
021675         TO WK-PDT-AMOUNT (WK-PDT-COUNT).
021676     MOVE Price OF MASTER-RECORD (WK-MST-SUB)
021677         TO WK-PDT-PRICE (WK-PDT-COUNT).
021678     MOVE CurrencyCode OF MASTER-RECORD (WK-MST-SUB)
021679         TO WK-PDT-CURRENCY (WK-PDT-COUNT).
021680     MOVE PurchaseDate OF MASTER-RECORD (WK-MST-SUB)
021681         TO WK-PDT-LINE-DATE (WK-PDT-COUNT).
021682     MOVE WK-ADJ-CREDIT (WK-ADJ-COUNT)
021683         TO WK-PDT-HOME-VALUE (WK-PDT-COUNT).
021684*    THE TAX REVERSED GOES BACK TO THE JURISDICTION ON THE
021685*    CUSTOMER'S MASTER HEADER, AT THE RATE 2325 JUST USED.
021686     MOVE 'Y' TO WK-PDT-TAX-IND (WK-PDT-COUNT).
021687     MOVE WK-TAX-EXEMPT-IND TO WK-PDT-TAX-EXEMPT (WK-PDT-COUNT).
021688     MOVE WK-LINE-TAX TO WK-PDT-TAX-AMOUNT (WK-PDT-COUNT).
021689     COMPUTE WK-PDT-TAX-HOME (WK-PDT-COUNT) ROUNDED =
021690         WK-LINE-TAX * RATE-IN-USE.
021691     MOVE CustomerCountry OF MASTER-RECORD TO WK-STD-COUNTRY.
021692     PERFORM 2450-STANDARD-COUNTRY THRU 2450-EXIT.
021693     MOVE WK-STD-COUNTRY TO WK-PDT-TAX-COUNTRY (WK-PDT-COUNT).
021694     MOVE CustomerState OF MASTER-RECORD
021695         TO WK-PDT-TAX-STATE (WK-PDT-COUNT).
021696 2329-EXIT.
021697     EXIT.
021698
021699*---------------------------------------------------------------*
021701* 2325-HOLD-ONE-ADJUSTMENT / 2330-WRITE-ADJUSTMENTS             *
021746     MOVE WK-ADJ-AMOUNT (WK-ADJ-SUB) TO ADJ-RETURNED-AMOUNT.
021747     MOVE WK-ADJ-CREDIT (WK-ADJ-SUB) TO ADJ-CREDIT-VALUE.
021748     MOVE WK-ADJ-CURRENCY (WK-ADJ-SUB) TO ADJ-CURRENCY-CODE.
021749     MOVE RSL-BUSINESS-DATE TO ADJ-ADJUST-DATE.
021750     MOVE WK-CYCLE-NUMBER TO ADJ-CYCLE-NUMBER.
021751     MOVE 'R' TO ADJ-ENTRY-TYPE.
021752     WRITE ADJUSTMENT-RECORD.
021755     ADD 1 TO CT-ADJUSTMENTS.
021760 2335-EXIT.
021765     EXIT.
021770
021781*---------------------------------------------------------------*
021782* 2400-LOAD-MASTER-FROM-ADD                                     *
021783*   ESTABLISHES OR EXTENDS THIS CUSTOMER'S ENTRY ON THE          *
021786*   THE MASTER RECORD; EVERY SUBSEQUENT ONE (INCLUDING A PUR130  *
021787*   CHAIN CONTINUATION SEGMENT FOR A HIGH-VOLUME CUSTOMER)       *
021788*   APPENDS ITS LINE ITEMS TO IT, UP TO PURMAST'S OWN 999-ENTRY  *
021790*   OCCURS LIMIT, INDEPENDENT OF THE 99-ENTRY LIMIT ON ANY ONE   *
021792*   INCOMING TRANSACTION.                                       *
021794*---------------------------------------------------------------*
021796 2400-LOAD-MASTER-FROM-ADD.
021798     PERFORM 2700-HOLD-MASTER-FOR-CUSTOMER THRU 2700-EXIT.
021800     PERFORM 2440-SET-ORDER-TAX THRU 2440-EXIT.
021802     IF NOT MASTER-EXISTS
021804         PERFORM 2410-CREATE-MASTER-RECORD THRU 2410-EXIT
021806     ELSE
021808         IF MST-PURCHASE-COUNT +
021810             PurchaseCount OF TRANS-IN-RECORD > 999
021812             MOVE 'N'  TO SW-RECORD-VALID
021814             MOVE '12' TO RET-CODE OF TRANS-IN-RECORD
021816             MOVE 'ADD WOULD EXCEED 999 ENTRIES ON MASTER'
021818                 TO RETURN-COMMENT OF TRANS-IN-RECORD
021820         ELSE
021822             PERFORM 2420-APPEND-TO-MASTER-RECORD THRU
021824                 2420-EXIT
021826         END-IF
021828     END-IF.
021830 2400-EXIT.
021832     EXIT.
021834
021835 2405-COPY-HEADER-TO-MASTER.
021836     MOVE REQUEST-TYPE OF TRANS-IN-RECORD TO
021837         REQUEST-TYPE OF MASTER-RECORD.
021838     MOVE RET-CODE OF TRANS-IN-RECORD TO
021839         RET-CODE OF MASTER-RECORD.
021840     MOVE CustomerId OF TRANS-IN-RECORD TO
021841         CustomerId OF MASTER-RECORD.
021842     MOVE CustomerLastName OF TRANS-IN-RECORD TO
021843         CustomerLastName OF MASTER-RECORD.
021844     MOVE CustomerFirstName OF TRANS-IN-RECORD TO
021845         CustomerFirstName OF MASTER-RECORD.
021846     MOVE CustomerCompany OF TRANS-IN-RECORD TO
021847         CustomerCompany OF MASTER-RECORD.
021848     MOVE CustomerAddr1 OF TRANS-IN-RECORD TO
021849         CustomerAddr1 OF MASTER-RECORD.
021850     MOVE CustomerAddr2 OF TRANS-IN-RECORD TO
021851         CustomerAddr2 OF MASTER-RECORD.
021852     MOVE CustomerCity OF TRANS-IN-RECORD TO
021853         CustomerCity OF MASTER-RECORD.
021854     MOVE CustomerState OF TRANS-IN-RECORD TO
021855         CustomerState OF MASTER-RECORD.
021856     MOVE CustomerCountry OF TRANS-IN-RECORD TO
021857         CustomerCountry OF MASTER-RECORD.
021858     MOVE CustomerMailCode OF TRANS-IN-RECORD TO
021859         CustomerMailCode OF MASTER-RECORD.
021860     MOVE CustomerPhone OF TRANS-IN-RECORD TO
021861         CustomerPhone OF MASTER-RECORD.
021862     MOVE CustomerLastUpdateDate OF TRANS-IN-RECORD TO
021863         CustomerLastUpdateDate OF MASTER-RECORD.
021864     MOVE RETURN-COMMENT OF TRANS-IN-RECORD TO
021865         RETURN-COMMENT OF MASTER-RECORD.
021866     MOVE ZERO TO MST-PURCHASE-COUNT.
021867 2405-EXIT.
021868     EXIT.
021869
021870 2410-CREATE-MASTER-RECORD.
021871     PERFORM 2405-COPY-HEADER-TO-MASTER THRU 2405-EXIT.
021872     MOVE 'N' TO WK-PDT-NEW-ACTION.
021873     PERFORM 2870-HOLD-POST-DETAIL THRU 2870-EXIT.
021874     MOVE 1 TO WK-SUB.
021875     PERFORM 2430-APPEND-ONE-LINE THRU 2430-EXIT
021876         UNTIL WK-SUB > PurchaseCount OF TRANS-IN-RECORD
021877            OR MST-PURCHASE-COUNT >= 999.
021878     MOVE 'Y' TO SW-MASTER-EXISTS.
021879     MOVE 'Y' TO SW-MASTER-CHANGED.
021880 2410-EXIT.
021881     EXIT.
021882
021883 2420-APPEND-TO-MASTER-RECORD.
021884     MOVE 1 TO WK-SUB.
021885     PERFORM 2430-APPEND-ONE-LINE THRU 2430-EXIT
021886         UNTIL WK-SUB > PurchaseCount OF TRANS-IN-RECORD
021887            OR MST-PURCHASE-COUNT >= 999.
021888     MOVE 'Y' TO SW-MASTER-CHANGED.
021889 2420-EXIT.
021890     EXIT.
021891
021892 2430-APPEND-ONE-LINE.
021893     ADD 1 TO MST-PURCHASE-COUNT.
021894     MOVE PurchaseId  OF TRANS-IN-RECORD (WK-SUB) TO
021895         PurchaseId  OF MASTER-RECORD (MST-PURCHASE-COUNT).
021896     MOVE ProductName OF TRANS-IN-RECORD (WK-SUB) TO
021897         ProductName OF MASTER-RECORD (MST-PURCHASE-COUNT).
021898     MOVE Amount      OF TRANS-IN-RECORD (WK-SUB) TO
021899         Amount      OF MASTER-RECORD (MST-PURCHASE-COUNT).
021900     MOVE Price       OF TRANS-IN-RECORD (WK-SUB) TO
021901         Price       OF MASTER-RECORD (MST-PURCHASE-COUNT).
021902     MOVE WK-TODAY-DATE TO
021903         PurchaseDate OF MASTER-RECORD (MST-PURCHASE-COUNT).
021904     MOVE CurrencyCode OF TRANS-IN-RECORD (WK-SUB) TO
021905         CurrencyCode OF MASTER-RECORD (MST-PURCHASE-COUNT).
021906*    THE TAX IS KEPT IN THE LINE'S OWN CURRENCY, LIKE THE PRICE.
021907     COMPUTE TaxAmount OF MASTER-RECORD (MST-PURCHASE-COUNT)
021908         ROUNDED =
021909         Amount OF MASTER-RECORD (MST-PURCHASE-COUNT) *
021910         Price  OF MASTER-RECORD (MST-PURCHASE-COUNT) *
021911         WK-TAX-RATE-PCT / 100.
021912     PERFORM 2435-HOLD-APPEND-DETAIL THRU 2435-EXIT.
021913     ADD 1 TO WK-SUB.
021914 2430-EXIT.
021915     EXIT.
021916
021917*---------------------------------------------------------------*
021918* 2435-HOLD-APPEND-DETAIL                                       *
021919*   PENDS THE POSTING DETAIL FOR THE LINE 2430 JUST APPENDED,    *
021920*   WITH ITS VALUE IN HOME CURRENCY AT TONIGHT'S RATE.           *
021921*---------------------------------------------------------------*
021922 2435-HOLD-APPEND-DETAIL.
021923     MOVE 'A' TO WK-PDT-NEW-ACTION.
021924     PERFORM 2870-HOLD-POST-DETAIL THRU 2870-EXIT.
021925     MOVE PurchaseId OF MASTER-RECORD (MST-PURCHASE-COUNT)
021926         TO WK-PDT-PURCHASE-ID (WK-PDT-COUNT).
021927     MOVE Amount OF MASTER-RECORD (MST-PURCHASE-COUNT)
021928         TO WK-PDT-AMOUNT (WK-PDT-COUNT).
021929     MOVE Price OF MASTER-RECORD (MST-PURCHASE-COUNT)
021930         TO WK-PDT-PRICE (WK-PDT-COUNT).
021931     MOVE CurrencyCode OF MASTER-RECORD (MST-PURCHASE-COUNT)
021932         TO WK-PDT-CURRENCY (WK-PDT-COUNT).
021933     MOVE PurchaseDate OF MASTER-RECORD (MST-PURCHASE-COUNT)
021934         TO WK-PDT-LINE-DATE (WK-PDT-COUNT).
021935     MOVE CurrencyCode OF MASTER-RECORD (MST-PURCHASE-COUNT)
021936         TO RATE-LOOKUP-CODE.
021937     PERFORM 1320-FIND-RATE THRU 1320-EXIT.
021938     COMPUTE WK-PDT-HOME-VALUE (WK-PDT-COUNT) =
021939         Amount OF MASTER-RECORD (MST-PURCHASE-COUNT) *
021940         Price  OF MASTER-RECORD (MST-PURCHASE-COUNT) *
021941         RATE-IN-USE.
021942     MOVE 'Y' TO WK-PDT-TAX-IND (WK-PDT-COUNT).
021943     MOVE WK-TAX-EXEMPT-IND TO WK-PDT-TAX-EXEMPT (WK-PDT-COUNT).
021944     MOVE TaxAmount OF MASTER-RECORD (MST-PURCHASE-COUNT)
021945         TO WK-PDT-TAX-AMOUNT (WK-PDT-COUNT).
021946     COMPUTE WK-PDT-TAX-HOME (WK-PDT-COUNT) ROUNDED =
021947         TaxAmount OF MASTER-RECORD (MST-PURCHASE-COUNT) *
021948         RATE-IN-USE.
021949     MOVE WK-TAX-COUNTRY TO WK-PDT-TAX-COUNTRY (WK-PDT-COUNT).
021950     MOVE WK-TAX-STATE   TO WK-PDT-TAX-STATE (WK-PDT-COUNT).
021951     IF TAX-EXEMPT
021952         ADD 1 TO CT-EXEMPT-LINES
021953     END-IF.
021954 2435-EXIT.
021955     EXIT.
021956
021957*---------------------------------------------------------------*
021958* 2440-SET-ORDER-TAX                                            *
021959*   SETTLES THE SALES TAX FOR THE 'A' REQUEST UNDER EDIT - THE  *
021960*   COUNTRY AND STATE THE ORDER SHIPS TO, WHETHER THE CUSTOMER  *
021961*   HOLDS AN EXEMPTION IN FORCE ON THE BUSINESS DATE, AND THE   *
021962*   RATE EVERY LINE OF THE ORDER IS TAXED AT.                   *
021963*---------------------------------------------------------------*
021964 2440-SET-ORDER-TAX.
021965     MOVE CustomerCountry OF TRANS-IN-RECORD TO WK-STD-COUNTRY.
021966     PERFORM 2450-STANDARD-COUNTRY THRU 2450-EXIT.
021967     MOVE WK-STD-COUNTRY TO WK-TAX-COUNTRY.
021968     MOVE CustomerState   OF TRANS-IN-RECORD TO WK-TAX-STATE.
021969     MOVE 'N'  TO WK-TAX-EXEMPT-IND.
021970     MOVE ZERO TO WK-TAX-RATE-PCT.
021971     IF TAX-EXEMPT-AVAILABLE
021976         MOVE WK-PRICE-AS-OF-DATE TO WK-EXEMPT-AS-OF-DATE
021977         PERFORM 2445-CHECK-TAX-EXEMPTION THRU 2445-EXIT
021978     END-IF.
021979     IF TAX-EXEMPT
021980         GO TO 2440-EXIT
021981     END-IF.
021982     MOVE WK-TAX-COUNTRY      TO TAX-LOOKUP-COUNTRY.
021983     MOVE WK-TAX-STATE        TO TAX-LOOKUP-STATE.
021984     MOVE WK-PRICE-AS-OF-DATE TO TAX-LOOKUP-DATE.
021985     PERFORM 1420-FIND-TAX-RATE THRU 1420-EXIT.
021986     MOVE TAX-RATE-IN-USE TO WK-TAX-RATE-PCT.
021987 2440-EXIT.
021988     EXIT.
021989
021990 2445-CHECK-TAX-EXEMPTION.
021991     MOVE CustomerId OF TRANS-IN-RECORD TO TXE-CUSTOMER-ID.
021992     READ PUR-TAX-EXEMPT
021993         INVALID KEY
021994             GO TO 2445-EXIT
021995     END-READ.
021996     IF TXE-EXEMPT
021997        AND TXE-EFFECTIVE-DATE NOT > WK-EXEMPT-AS-OF-DATE
021998        AND (TXE-EXPIRY-DATE = SPACES
021999             OR TXE-EXPIRY-DATE NOT < WK-EXEMPT-AS-OF-DATE)
022000         MOVE 'Y' TO WK-TAX-EXEMPT-IND
022001     END-IF.
022002 2445-EXIT.
022003     EXIT.
022004
022005*---------------------------------------------------------------*
022006* 2450-STANDARD-COUNTRY                                         *
022007*   TURNS THE COUNTRY IN WK-STD-COUNTRY INTO ITS STANDARD NAME  *
022008*   WHEN THE COUNTRY REFERENCE FILE HOLDS IT AS AN ALTERNATE    *
022009*   SPELLING ("USA" FOR UNITED STATES), AS PUR110 DOES FOR THE  *
022010*   ADDRESS, SO THE RATE IS FOUND AND THE TAX IS REPORTED UNDER *
022011*   ONE JURISDICTION.  A NAME NOT ON FILE IS LEFT AS IT IS.     *
022012*---------------------------------------------------------------*
022013 2450-STANDARD-COUNTRY.
022014     IF NOT COUNTRY-AVAILABLE
022015         GO TO 2450-EXIT
022016     END-IF.
022017     MOVE WK-STD-COUNTRY TO CNTRY-NAME.
022018     READ PUR-COUNTRY
022019         INVALID KEY
022020             GO TO 2450-EXIT
022021     END-READ.
022022     IF CNTRY-ALTERNATE
022023         MOVE CNTRY-STANDARD-NAME TO WK-STD-COUNTRY
022024     END-IF.
022025 2450-EXIT.
022026     EXIT.
022027
022028*---------------------------------------------------------------*
022029* 2500-CHANGE-MASTER-HEADER                                     *
022030*   APPLIES A 'C' REQUEST'S CUSTOMER HEADER FIELDS - NAME,       *
022031*   COMPANY, ADDRESS, PHONE AND LAST-UPDATE DATE - TO THE        *
022032*   MATCHING PURCHASES MASTER RECORD.  A CHANGE FOR A            *
022033*   CUSTOMERID NOT ON THE MASTER IS REJECTED.                    *
022034*---------------------------------------------------------------*
022035 2500-CHANGE-MASTER-HEADER.
022036     PERFORM 2700-HOLD-MASTER-FOR-CUSTOMER THRU 2700-EXIT.
022037     IF NOT MASTER-EXISTS
022038         MOVE 'N'  TO SW-RECORD-VALID
022039         MOVE '12' TO RET-CODE OF TRANS-IN-RECORD
022040         MOVE 'CHANGE FOR UNKNOWN CUSTOMERID'
022041             TO RETURN-COMMENT OF TRANS-IN-RECORD
022042     ELSE
022043         PERFORM 2510-APPLY-HEADER-CHANGE THRU 2510-EXIT
022044     END-IF.
022045 2500-EXIT.
022046     EXIT.
022047
022048 2510-APPLY-HEADER-CHANGE.
022049     MOVE CustomerLastName OF TRANS-IN-RECORD TO
022050         CustomerLastName OF MASTER-RECORD.
022051     MOVE CustomerFirstName OF TRANS-IN-RECORD TO
022052         CustomerFirstName OF MASTER-RECORD.
022053     MOVE CustomerCompany OF TRANS-IN-RECORD TO
022054         CustomerCompany OF MASTER-RECORD.
022055     MOVE CustomerAddr1 OF TRANS-IN-RECORD TO
022056         CustomerAddr1 OF MASTER-RECORD.
022057     MOVE CustomerAddr2 OF TRANS-IN-RECORD TO
022058         CustomerAddr2 OF MASTER-RECORD.
022059     MOVE CustomerCity OF TRANS-IN-RECORD TO
022060         CustomerCity OF MASTER-RECORD.
022061     MOVE CustomerState OF TRANS-IN-RECORD TO
022062         CustomerState OF MASTER-RECORD.
022063     MOVE CustomerCountry OF TRANS-IN-RECORD TO
022064         CustomerCountry OF MASTER-RECORD.
022065     MOVE CustomerMailCode OF TRANS-IN-RECORD TO
022066         CustomerMailCode OF MASTER-RECORD.
022067     MOVE CustomerPhone OF TRANS-IN-RECORD TO
022068         CustomerPhone OF MASTER-RECORD.
022069     MOVE CustomerLastUpdateDate OF TRANS-IN-RECORD TO
022070         CustomerLastUpdateDate OF MASTER-RECORD.
022071     MOVE 'CUSTOMER HEADER CHANGED ON MASTER'
022072         TO RETURN-COMMENT OF TRANS-IN-RECORD.
022073     MOVE 'Y' TO SW-MASTER-CHANGED.
022074     ADD 1 TO CT-CHANGED.
022075     MOVE 'C' TO WK-PDT-NEW-ACTION.
022076     PERFORM 2870-HOLD-POST-DETAIL THRU 2870-EXIT.
022077 2510-EXIT.
022078     EXIT.
022079
022080*---------------------------------------------------------------*
022081* 2600-DEACTIVATE-MASTER                                        *
022082*   RETIRES A 'D' REQUEST'S MASTER RECORD TO THE OFFLINE         *
022083*   ARCHIVE AND DELETES IT FROM THE LIVE MASTER.  A DELETE FOR   *
022084*   A CUSTOMERID NOT ON THE MASTER IS REJECTED.                  *
022085*---------------------------------------------------------------*
022086 2600-DEACTIVATE-MASTER.
022087     PERFORM 2700-HOLD-MASTER-FOR-CUSTOMER THRU 2700-EXIT.
022088     IF NOT MASTER-EXISTS
022089         MOVE 'N'  TO SW-RECORD-VALID
022090         MOVE '12' TO RET-CODE OF TRANS-IN-RECORD
022091         MOVE 'DELETE FOR UNKNOWN CUSTOMERID'
022092             TO RETURN-COMMENT OF TRANS-IN-RECORD
022093     ELSE
022094         PERFORM 2610-ARCHIVE-AND-DELETE THRU 2610-EXIT
022095     END-IF.
022096 2600-EXIT.
022097     EXIT.
022098
022099 2610-ARCHIVE-AND-DELETE.
022100     MOVE 'D' TO REQUEST-TYPE OF MASTER-RECORD.
022101     MOVE CustomerLastUpdateDate OF TRANS-IN-RECORD TO
022102         CustomerLastUpdateDate OF MASTER-RECORD.
022103     MOVE 'DEACTIVATED TO OFFLINE ARCHIVE'
022104         TO RETURN-COMMENT OF MASTER-RECORD.
022105*    THE RECEIVING RECORD'S OWN COUNT MUST AGREE WITH THE
022106*    SENDER'S BEFORE THE GROUP MOVE, OR THE FIELDS PAST THE
022107*    PURCHASE TABLE ARE NOT CARRIED THROUGH.
022108     MOVE MST-PURCHASE-COUNT TO MAR-PURCHASE-COUNT.
022109     MOVE MASTER-RECORD TO MARCH-RECORD.
022110     WRITE MARCH-RECORD.
022111*    THE LIVE RECORD IS ONLY MARKED GONE HERE - THE FLUSH AT
022112*    THE CUSTOMER BREAK ISSUES THE ONE DELETE, SO A LATER 'A'
022113*    FOR THE SAME CUSTOMER TONIGHT SIMPLY REBUILDS THE HELD
022114*    RECORD IN PLACE.
022115     MOVE 'N' TO SW-MASTER-EXISTS.
022116     MOVE 'Y' TO SW-MASTER-CHANGED.
022117     MOVE 'CUSTOMER DEACTIVATED TO OFFLINE ARCHIVE'
022118         TO RETURN-COMMENT OF TRANS-IN-RECORD.
022119     ADD 1 TO CT-DEACTIVATED.
022120     MOVE 'D' TO WK-PDT-NEW-ACTION.
022121     PERFORM 2870-HOLD-POST-DETAIL THRU 2870-EXIT.
022122 2610-EXIT.
022123     EXIT.
022124
022125*---------------------------------------------------------------*
022126* 2700-HOLD-MASTER-FOR-CUSTOMER                                 *
022127*   MAKES SURE THE MASTER RECORD FOR THE TRANSACTION UNDER      *
022128*   EDIT IS THE ONE HELD IN THE BUFFER, FLUSHING AND READING    *
022129*   ONLY WHEN THE CUSTOMERID CHANGES.                           *
022130*---------------------------------------------------------------*
022131 2700-HOLD-MASTER-FOR-CUSTOMER.
022132     IF MASTER-HELD
022133        AND WK-HELD-CUSTOMER-ID = CustomerId OF TRANS-IN-RECORD
022134         GO TO 2700-EXIT
022135     END-IF.
022136     PERFORM 2800-FLUSH-HELD-MASTER THRU 2800-EXIT.
022137     MOVE CustomerId OF TRANS-IN-RECORD TO
022138         CustomerId OF MASTER-RECORD.
022139     READ PUR-MASTER
022140         INVALID KEY
022141             MOVE 'N' TO SW-MASTER-ON-FILE
022142             MOVE 'N' TO SW-MASTER-EXISTS
022143         NOT INVALID KEY
022144             MOVE 'Y' TO SW-MASTER-ON-FILE
022145             MOVE 'Y' TO SW-MASTER-EXISTS
022146     END-READ.
022147     ADD 1 TO CT-MASTER-READS.
022148     MOVE CustomerId OF TRANS-IN-RECORD
022149         TO WK-HELD-CUSTOMER-ID.
022150     MOVE 'Y' TO SW-MASTER-HELD.
022151     MOVE 'N' TO SW-MASTER-CHANGED.
022152 2700-EXIT.
022153     EXIT.
022154
022155*---------------------------------------------------------------*
022156* 2800-FLUSH-HELD-MASTER                                        *
022157*   APPLIES THE HELD CUSTOMER'S NET ACTIVITY TO THE MASTER IN   *
022158*   ONE I-O - REWRITE WHEN THE RECORD WAS ALREADY ON FILE,      *
022159*   WRITE WHEN TONIGHT CREATED IT, DELETE WHEN TONIGHT          *
022160*   DEACTIVATED IT.                                             *
022161*---------------------------------------------------------------*
022162 2800-FLUSH-HELD-MASTER.
022163     IF NOT MASTER-HELD
022164         GO TO 2800-EXIT
022165     END-IF.
022166     IF MASTER-CHANGED
022167         EVALUATE TRUE
022168             WHEN MASTER-EXISTS AND MASTER-ON-FILE
022169                 REWRITE MASTER-RECORD
022170                 ADD 1 TO CT-MASTER-FLUSHES
022171             WHEN MASTER-EXISTS AND NOT MASTER-ON-FILE
022172                 WRITE MASTER-RECORD
022173                 ADD 1 TO CT-MASTER-FLUSHES
022174             WHEN NOT MASTER-EXISTS AND MASTER-ON-FILE
022175                 MOVE WK-HELD-CUSTOMER-ID TO
022176                     CustomerId OF MASTER-RECORD
022177                 DELETE PUR-MASTER RECORD
022178                 ADD 1 TO CT-MASTER-FLUSHES
022179             WHEN OTHER
022180                 CONTINUE
022181         END-EVALUATE
022182     END-IF.
022183*    THE HELD CUSTOMER'S LEDGER CREDITS, POSTING DETAIL AND
022184*    REGISTER ENTRIES ONLY GO OUT ONCE ITS MASTER FLUSH IS
022185*    SAFELY ON DISK.
022186     PERFORM 2330-WRITE-ADJUSTMENTS THRU 2330-EXIT.
022187     PERFORM 2880-WRITE-POST-DETAILS THRU 2880-EXIT.
022188     PERFORM 2850-WRITE-PENDING-REGISTER THRU 2850-EXIT.
022189     MOVE 'N' TO SW-MASTER-HELD.
022190 2800-EXIT.
022191     EXIT.
022192
022193*---------------------------------------------------------------*
022194* 2850-WRITE-PENDING-REGISTER                                   *
022195*   RELEASES THE HELD CUSTOMER'S PENDED REGISTER ENTRIES NOW    *
022196*   THAT THE MASTER FLUSH IS SAFELY ON DISK.                    *
022197*---------------------------------------------------------------*
022198 2850-WRITE-PENDING-REGISTER.
022199     PERFORM 2860-WRITE-ONE-PENDING THRU 2860-EXIT
022200         VARYING WK-PND-SUB FROM 1 BY 1
022201         UNTIL WK-PND-SUB > WK-PND-COUNT.
022202     MOVE ZERO TO WK-PND-COUNT.
022203 2850-EXIT.
022204     EXIT.
022205
022206 2860-WRITE-ONE-PENDING.
022207     MOVE WK-HELD-CUSTOMER-ID TO REG-CUSTOMER-ID.
022208     MOVE WK-PND-CHAIN-SEQ (WK-PND-SUB) TO REG-CHAIN-SEQ.
022209     MOVE WK-PND-BUSN-DATE (WK-PND-SUB) TO REG-BUSN-DATE.
022210     MOVE WK-CYCLE-NUMBER TO REG-CYCLE.
022211     MOVE WK-TODAY-DATE TO REG-POSTED-DATE.
022212     MOVE WK-PND-REQUEST-TYPE (WK-PND-SUB) TO REG-REQUEST-TYPE.
022213     WRITE REGISTER-RECORD
022214         INVALID KEY
022215             CONTINUE
022216     END-WRITE.
022217 2860-EXIT.
022218     EXIT.
022219
022220*---------------------------------------------------------------*
022221* 2870-HOLD-POST-DETAIL / 2880-WRITE-POST-DETAILS               *
022222*   PENDS ONE POSTING DETAIL OF KIND WK-PDT-NEW-ACTION FOR THE  *
022223*   TRANSACTION UNDER EDIT, NUMBERED WITHIN THAT TRANSACTION;   *
022224*   THE CALLER FILLS IN THE LINE FIELDS.  THE PENDING SET IS    *
022225*   RELEASED BY THE FLUSH AT THE CUSTOMER BREAK (2800), AND     *
022226*   RELEASED EARLY RATHER THAN LOST SHOULD THE TABLE EVER FILL, *
022227*   AS 2325 DOES FOR LEDGER ADJUSTMENTS.                        *
022228*---------------------------------------------------------------*
022229 2870-HOLD-POST-DETAIL.
022230     IF WK-PDT-COUNT >= 999
022231         PERFORM 2880-WRITE-POST-DETAILS THRU 2880-EXIT
022232     END-IF.
022233     ADD 1 TO WK-PDT-COUNT.
022234     ADD 1 TO WK-PDT-NEXT-SEQ.
022235     MOVE ChainSequenceNumber OF TRANS-IN-RECORD
022236         TO WK-PDT-CHAIN-SEQ (WK-PDT-COUNT).
022237     MOVE CustomerLastUpdateDate OF TRANS-IN-RECORD
022238         TO WK-PDT-BUSN-DATE (WK-PDT-COUNT).
022239     MOVE WK-PDT-NEXT-SEQ   TO WK-PDT-SEQ (WK-PDT-COUNT).
022240     MOVE WK-PDT-NEW-ACTION TO WK-PDT-ACTION (WK-PDT-COUNT).
022241     MOVE ZERO   TO WK-PDT-PURCHASE-ID (WK-PDT-COUNT)
022242                    WK-PDT-AMOUNT (WK-PDT-COUNT)
022243                    WK-PDT-PRICE (WK-PDT-COUNT)
022244                    WK-PDT-HOME-VALUE (WK-PDT-COUNT)
022245                    WK-PDT-TAX-AMOUNT (WK-PDT-COUNT)
022246                    WK-PDT-TAX-HOME (WK-PDT-COUNT).
022247     MOVE SPACES TO WK-PDT-CURRENCY (WK-PDT-COUNT)
022248                    WK-PDT-LINE-DATE (WK-PDT-COUNT)
022249                    WK-PDT-TAX-COUNTRY (WK-PDT-COUNT)
022250                    WK-PDT-TAX-STATE (WK-PDT-COUNT).
022251     MOVE 'N' TO WK-PDT-TAX-IND (WK-PDT-COUNT)
022252                 WK-PDT-TAX-EXEMPT (WK-PDT-COUNT).
022253 2870-EXIT.
022254     EXIT.
022255
022256 2880-WRITE-POST-DETAILS.
022257     PERFORM 2890-WRITE-ONE-POST-DETAIL THRU 2890-EXIT
022258         VARYING WK-PDT-SUB FROM 1 BY 1
022259         UNTIL WK-PDT-SUB > WK-PDT-COUNT.
022260     MOVE ZERO TO WK-PDT-COUNT.
022261 2880-EXIT.
022262     EXIT.
022263
022264 2890-WRITE-ONE-POST-DETAIL.
022265     MOVE WK-HELD-CUSTOMER-ID TO PDT-CUSTOMER-ID.
022266     MOVE WK-PDT-CHAIN-SEQ (WK-PDT-SUB) TO PDT-CHAIN-SEQ.
022267     MOVE WK-PDT-BUSN-DATE (WK-PDT-SUB) TO PDT-BUSN-DATE.
022268     MOVE WK-CYCLE-NUMBER TO PDT-CYCLE.
022269     MOVE WK-PDT-SEQ (WK-PDT-SUB) TO PDT-SEQ.
022270     MOVE WK-PDT-ACTION (WK-PDT-SUB) TO PDT-ACTION.
022271     MOVE WK-PDT-PURCHASE-ID (WK-PDT-SUB) TO PDT-PURCHASE-ID.
022272     MOVE WK-PDT-AMOUNT (WK-PDT-SUB) TO PDT-AMOUNT.
022273     MOVE WK-PDT-PRICE (WK-PDT-SUB) TO PDT-PRICE.
022274     MOVE WK-PDT-CURRENCY (WK-PDT-SUB) TO PDT-CURRENCY-CODE.
022275     MOVE WK-PDT-LINE-DATE (WK-PDT-SUB) TO PDT-LINE-DATE.
022276     MOVE WK-PDT-HOME-VALUE (WK-PDT-SUB) TO PDT-HOME-VALUE.
022277     MOVE RSL-BUSINESS-DATE TO PDT-POSTED-DATE.
022278     MOVE WK-PDT-TAX-IND (WK-PDT-SUB) TO PDT-TAX-DETAIL-IND.
022279     MOVE WK-PDT-TAX-EXEMPT (WK-PDT-SUB) TO PDT-TAX-EXEMPT-IND.
022280     MOVE WK-PDT-TAX-AMOUNT (WK-PDT-SUB) TO PDT-TAX-AMOUNT.
022281     MOVE WK-PDT-TAX-HOME (WK-PDT-SUB) TO PDT-TAX-HOME-VALUE.
022282     MOVE WK-PDT-TAX-COUNTRY (WK-PDT-SUB) TO PDT-TAX-COUNTRY.
022283     MOVE WK-PDT-TAX-STATE (WK-PDT-SUB) TO PDT-TAX-STATE.
022284     WRITE POSTING-DETAIL-RECORD
022285         INVALID KEY
022286             DISPLAY 'PUR100 - POSTING DETAIL NOT WRITTEN: '
022287                     PDT-KEY ' STATUS ' FS-POST-DETAIL
022288             ADD 1 TO CT-DETAIL-FAILURES
022289             IF WK-STEP-RC < 4
022290                 MOVE 4 TO WK-STEP-RC
022291             END-IF
022292         NOT INVALID KEY
022293             ADD 1 TO CT-POST-DETAILS
022294             IF PDT-TAX-DETAIL-WRITTEN
022295                 PERFORM 2895-WRITE-TAX-DETAIL THRU 2895-EXIT
022296             END-IF
022297     END-WRITE.
022298 2890-EXIT.
022299     EXIT.
022300
022301*---------------------------------------------------------------*
022302* 2895-WRITE-TAX-DETAIL                                         *
022303*   WRITES THE TAX DETAIL FOR THE POSTING DETAIL JUST WRITTEN - *
022304*   TAX CHARGED ON AN APPENDED LINE, OR REVERSED ON A NETTED    *
022305*   RETURN - SO THE TWO FILES ALWAYS AGREE.                     *
022306*---------------------------------------------------------------*
022307 2895-WRITE-TAX-DETAIL.
022308     MOVE PDT-CUSTOMER-ID    TO TXD-CUSTOMER-ID.
022309     MOVE PDT-PURCHASE-ID    TO TXD-PURCHASE-ID.
022310     MOVE PDT-TAX-COUNTRY    TO TXD-COUNTRY.
022311     MOVE PDT-TAX-STATE      TO TXD-STATE.
022312     IF PDT-RETURN-NETTED
022313         SET TXD-TAX-REVERSED TO TRUE
022314     ELSE
022315         SET TXD-TAX-CHARGED TO TRUE
022316     END-IF.
022317     MOVE PDT-TAX-EXEMPT-IND TO TXD-EXEMPT-IND.
022318     MOVE PDT-AMOUNT         TO TXD-AMOUNT.
022319     MOVE PDT-CURRENCY-CODE  TO TXD-CURRENCY-CODE.
022320     MOVE PDT-TAX-AMOUNT     TO TXD-TAX-AMOUNT.
022321     MOVE PDT-HOME-VALUE     TO TXD-TAXABLE-VALUE.
022322     MOVE PDT-TAX-HOME-VALUE TO TXD-TAX-VALUE.
022323     MOVE PDT-POSTED-DATE    TO TXD-POSTED-DATE.
022324     MOVE PDT-CYCLE          TO TXD-CYCLE-NUMBER.
022325     MOVE 'N'                TO TXD-SUPERSEDED-IND.
022326     WRITE TAX-DETAIL-RECORD.
022327     IF FS-TAX-DETAIL NOT = '00'
022328         DISPLAY 'PUR100 - TAX DETAIL NOT WRITTEN: '
022329                 PDT-KEY ' STATUS ' FS-TAX-DETAIL
022330         ADD 1 TO CT-DETAIL-FAILURES
022331         IF WK-STEP-RC < 4
022332             MOVE 4 TO WK-STEP-RC
022333         END-IF
022334         GO TO 2895-EXIT
022335     END-IF.
022336     ADD 1 TO CT-TAX-DETAILS.
022337 2895-EXIT.
022338     EXIT.
022339
022340*---------------------------------------------------------------*
022341* 2900-SETTLE-STOCK                                             *
022342*   RUN FOR EVERY 'A' REQUEST ONCE ITS EDIT IS OVER.  AN ORDER  *
022343*   ACCEPTED WRITES ITS BACKORDERED LINES; AN ORDER REJECTED    *
022344*   GIVES BACK WHATEVER 2290 ALLOCATED FOR IT.  A RELEASE       *
022345*   REJECTED GIVES BACK THE RESERVATION PUR390 MADE, UNLESS IT  *
022346*   IS A DUPLICATE FEED - THEN THE FIRST FEED STILL HOLDS IT.   *
022347*---------------------------------------------------------------*
022348 2900-SETTLE-STOCK.
022349     IF RECORD-VALID
022350         PERFORM 2920-WRITE-ONE-BACKORDER THRU 2920-EXIT
022351             VARYING WK-BKO-SUB FROM 1 BY 1
022352             UNTIL WK-BKO-SUB > WK-BKO-COUNT
022353         GO TO 2900-EXIT
022354     END-IF.
022355     PERFORM 2910-FREE-ONE-ALLOCATION THRU 2910-EXIT
022356         VARYING WK-ALC-SUB FROM 1 BY 1
022357         UNTIL WK-ALC-SUB > WK-ALC-COUNT.
022358     IF STOCK-RESERVED
022359        AND NOT RET-CODE-DUP-FEED OF TRANS-IN-RECORD
022360        AND PurchaseCount OF TRANS-IN-RECORD NOT > 99
022361         PERFORM 2912-FREE-ONE-RESERVATION THRU 2912-EXIT
022362             VARYING WK-SUB FROM 1 BY 1
022363             UNTIL WK-SUB > PurchaseCount OF TRANS-IN-RECORD
022364     END-IF.
022365 2900-EXIT.
022366     EXIT.
022367
022368 2910-FREE-ONE-ALLOCATION.
022369     MOVE WK-ALC-PURCHASE-ID (WK-ALC-SUB) TO INV-PURCHASE-ID.
022370     MOVE WK-ALC-AMOUNT (WK-ALC-SUB) TO WK-FREE-UNITS.
022371     PERFORM 2915-FREE-STOCK THRU 2915-EXIT.
022372 2910-EXIT.
022373     EXIT.
022374
022375 2912-FREE-ONE-RESERVATION.
022376     MOVE PurchaseId OF TRANS-IN-RECORD (WK-SUB)
022377         TO INV-PURCHASE-ID.
022378     MOVE Amount OF TRANS-IN-RECORD (WK-SUB) TO WK-FREE-UNITS.
022379     PERFORM 2915-FREE-STOCK THRU 2915-EXIT.
022380     ADD 1 TO CT-RESERVES-FREED.
022381 2912-EXIT.
022382     EXIT.
022383
022384 2915-FREE-STOCK.
022385     READ PUR-INVENTORY
022386         INVALID KEY
022387             GO TO 2915-EXIT
022388     END-READ.
022389     IF INV-ALLOCATED > WK-FREE-UNITS
022390         SUBTRACT WK-FREE-UNITS FROM INV-ALLOCATED
022391     ELSE
022392         MOVE ZERO TO INV-ALLOCATED
022393     END-IF.
022394     MOVE WK-TODAY-DATE TO INV-LAST-UPDATE-DATE.
022395     REWRITE INVENTORY-RECORD
022396         INVALID KEY
022397             CONTINUE
022398     END-REWRITE.
022399     IF FS-INVENTORY NOT = '00'
022400         DISPLAY 'PUR100 - STOCK NOT FREED: ' INV-PURCHASE-ID
022401                 ' UNITS ' WK-FREE-UNITS ' STATUS ' FS-INVENTORY
022402         ADD 1 TO CT-STOCK-FAILURES
022403         IF WK-STEP-RC < 4
022404             MOVE 4 TO WK-STEP-RC
022405         END-IF
022406     END-IF.
022407 2915-EXIT.
022408     EXIT.
022409
022410*---------------------------------------------------------------*
022411* 2920-WRITE-ONE-BACKORDER                                      *
022412*   ONE OPEN BACKORDER LINE, CARRYING THE CUSTOMER HEADER SO    *
022413*   PUR390 CAN RAISE THE RELEASE WITHOUT GOING TO THE MASTER.   *
022414*   A RELOAD OF A BACKED-OUT CYCLE RAISES THE SAME KEY AGAIN    *
022415*   OVER THE LINE THE BACKOUT CANCELLED.  A LINE THAT CANNOT BE *
022416*   WRITTEN HAS LEFT THE ORDER WITH NOWHERE TO WAIT, SO IT      *
022417*   STOPS THE CHAIN WITH RETURN-CODE 8.                         *
022418*---------------------------------------------------------------*
022419 2920-WRITE-ONE-BACKORDER.
022420     MOVE WK-BKO-PURCHASE-ID (WK-BKO-SUB) TO BKO-PURCHASE-ID.
022421     MOVE WK-TODAY-DATE   TO BKO-RAISED-DATE.
022422     MOVE WK-CYCLE-NUMBER TO BKO-RAISED-CYCLE.
022423     MOVE CustomerId OF TRANS-IN-RECORD TO BKO-CUSTOMER-ID.
022424     MOVE ChainSequenceNumber OF TRANS-IN-RECORD
022425         TO BKO-CHAIN-SEQ.
022426     MOVE CustomerLastUpdateDate OF TRANS-IN-RECORD
022427         TO BKO-BUSN-DATE.
022428     MOVE WK-BKO-LINE-NUMBER (WK-BKO-SUB) TO BKO-LINE-NUMBER.
022429     SET BKO-OPEN TO TRUE.
022430     MOVE WK-BKO-PRODUCT-NAME (WK-BKO-SUB) TO BKO-PRODUCT-NAME.
022431     MOVE WK-BKO-AMOUNT (WK-BKO-SUB)       TO BKO-AMOUNT.
022432     MOVE WK-BKO-PRICE (WK-BKO-SUB)        TO BKO-PRICE.
022433     MOVE WK-BKO-CURRENCY (WK-BKO-SUB)     TO BKO-CURRENCY-CODE.
022434     MOVE CustomerLastName OF TRANS-IN-RECORD  TO BKO-LAST-NAME.
022435     MOVE CustomerFirstName OF TRANS-IN-RECORD TO BKO-FIRST-NAME.
022436     MOVE CustomerCompany OF TRANS-IN-RECORD   TO BKO-COMPANY.
022437     MOVE CustomerAddr1 OF TRANS-IN-RECORD     TO BKO-ADDR1.
022438     MOVE CustomerAddr2 OF TRANS-IN-RECORD     TO BKO-ADDR2.
022439     MOVE CustomerCity OF TRANS-IN-RECORD      TO BKO-CITY.
022440     MOVE CustomerState OF TRANS-IN-RECORD     TO BKO-STATE.
022441     MOVE CustomerCountry OF TRANS-IN-RECORD   TO BKO-COUNTRY.
022442     MOVE CustomerMailCode OF TRANS-IN-RECORD  TO BKO-MAIL-CODE.
022443     MOVE CustomerPhone OF TRANS-IN-RECORD     TO BKO-PHONE.
022444     MOVE SPACES TO BKO-CLOSED-DATE.
022445     MOVE ZERO   TO BKO-CLOSED-CYCLE.
022446     WRITE BACKORDER-RECORD
022447         INVALID KEY
022448             REWRITE BACKORDER-RECORD
022449                 INVALID KEY
022450                     CONTINUE
022451             END-REWRITE
022452     END-WRITE.
022453     IF FS-BACKORDER NOT = '00'
022454         DISPLAY 'PUR100 *** BACKORDER LINE NOT WRITTEN: '
022455                 CustomerId OF TRANS-IN-RECORD ' '
022456                 BKO-PURCHASE-ID ' STATUS ' FS-BACKORDER
022457         ADD 1 TO CT-STOCK-FAILURES
022458         MOVE 8 TO WK-STEP-RC
022459     END-IF.
022460 2920-EXIT.
022461     EXIT.
022462
022463*---------------------------------------------------------------*
022464* 3000-WRITE-GOOD / 3100-WRITE-QUARANTINE                       *
022465*---------------------------------------------------------------*
022466 3000-WRITE-GOOD.
022467*    THE RECEIVING RECORD'S OWN COUNT MUST AGREE WITH THE
022468*    SENDER'S BEFORE THE GROUP MOVE, OR THE FIELDS PAST THE
022469*    PURCHASE TABLE ARE NOT CARRIED THROUGH.
022470     MOVE PurchaseCount OF TRANS-IN-RECORD
022471         TO GDO-PURCHASE-COUNT.
022472     MOVE TRANS-IN-RECORD TO GOOD-OUT-RECORD.
022473     WRITE GOOD-OUT-RECORD.
022474     ADD 1 TO CT-PASSED.
022475     ADD WK-RECORD-HASH TO WK-HASH-OUT.
022476 3000-EXIT.
022477     EXIT.
022478
022479*---------------------------------------------------------------*
022480* 3050-REGISTER-TRANSACTION                                     *
022481*   RECORDS AN ACCEPTED TRANSACTION ON THE REGISTER SO A        *
022482*   RERUN OF THE SAME FEED IS CAUGHT.                           *
022483*---------------------------------------------------------------*
022484 3050-REGISTER-TRANSACTION.
022485*    A TRANSACTION BELONGING TO THE HELD CUSTOMER IS PENDED
022486*    UNTIL THE MASTER FLUSH; ANY OTHER (AN 'I' WITH NO MASTER
022487*    ACTIVITY, OR PENDING-TABLE OVERFLOW) REGISTERS AT ONCE.
022488     IF MASTER-HELD
022489        AND WK-HELD-CUSTOMER-ID = CustomerId OF TRANS-IN-RECORD
022490        AND WK-PND-COUNT < 999
022491         ADD 1 TO WK-PND-COUNT
022492         MOVE ChainSequenceNumber OF TRANS-IN-RECORD
022493             TO WK-PND-CHAIN-SEQ (WK-PND-COUNT)
022494         MOVE CustomerLastUpdateDate OF TRANS-IN-RECORD
022495             TO WK-PND-BUSN-DATE (WK-PND-COUNT)
022496         MOVE REQUEST-TYPE OF TRANS-IN-RECORD
022497             TO WK-PND-REQUEST-TYPE (WK-PND-COUNT)
022498         GO TO 3050-EXIT
022499     END-IF.
022500     MOVE CustomerId OF TRANS-IN-RECORD TO REG-CUSTOMER-ID.
022501     MOVE ChainSequenceNumber OF TRANS-IN-RECORD
022502         TO REG-CHAIN-SEQ.
022503     MOVE CustomerLastUpdateDate OF TRANS-IN-RECORD
022504         TO REG-BUSN-DATE.
022505     MOVE WK-CYCLE-NUMBER TO REG-CYCLE.
022506     MOVE WK-TODAY-DATE TO REG-POSTED-DATE.
022507     MOVE REQUEST-TYPE OF TRANS-IN-RECORD TO REG-REQUEST-TYPE.
022508     WRITE REGISTER-RECORD
022509         INVALID KEY
022510             CONTINUE
022511     END-WRITE.
022512 3050-EXIT.
022513     EXIT.
022514
022515 3100-WRITE-QUARANTINE.
022516     MOVE PurchaseCount OF TRANS-IN-RECORD
022517         TO QUA-PURCHASE-COUNT.
022518     MOVE TRANS-IN-RECORD TO QUAR-OUT-RECORD.
022519     WRITE QUAR-OUT-RECORD.
022600     ADD 1 TO CT-REJECTED.
022700 3100-EXIT.
022800     EXIT.
023610           PUR-MASTER
023615           PUR-REGISTER
023616           PUR-RMA
023617           PUR-POST-DETAIL
023618           PUR-TAX-DETAIL
023620           PUR-MARCH-OUT
023630           PUR-CATALOG
023640           PUR-ADJ-OUT
023704     IF LEDGER-AVAILABLE
023705         CLOSE PUR-LEDGER
023706     END-IF.
023707     IF CONTRACT-AVAILABLE
023708         CLOSE PUR-CONTRACT
023709     END-IF.
023710     IF TAX-EXEMPT-AVAILABLE
023715         CLOSE PUR-TAX-EXEMPT
023720     END-IF.
023725     IF INVENTORY-AVAILABLE
023730         CLOSE PUR-INVENTORY
023735               PUR-BACKORDER
023740     END-IF.
023745     IF PERIOD-AVAILABLE
023750         CLOSE PUR-PERIOD
023755     END-IF.
023760     IF COUNTRY-AVAILABLE
023765         CLOSE PUR-COUNTRY
023770     END-IF.
023800     DISPLAY 'PUR100 - TRANSACTIONS READ    : ' CT-READ.
023900     DISPLAY 'PUR100 - TRANSACTIONS PASSED  : ' CT-PASSED.
024000     DISPLAY 'PUR100 - TRANSACTIONS REJECTED: ' CT-REJECTED.
024001     DISPLAY 'PUR100 - CLOSED-PERIOD REJECTS: ' CT-PERIOD-REJECTS.
024010     DISPLAY 'PUR100 - HEADERS CHANGED      : ' CT-CHANGED.
024020     DISPLAY 'PUR100 - CUSTOMERS DEACTIVATED: ' CT-DEACTIVATED.
024030     DISPLAY 'PUR100 - PRICE WARNINGS       : ' CT-PRICE-WARNINGS.
024073     DISPLAY 'PUR100 - CREDIT-BAND WARNINGS : '
024074         CT-CREDIT-WARNINGS.
024075     DISPLAY 'PUR100 - RETURN-AUTH REJECTS  : ' CT-RMA-REJECTS.
024076     DISPLAY 'PUR100 - DISCONTINUED REJECTS : ' CT-DISCONTINUED.
024077     DISPLAY 'PUR100 - CONTRACT-PRICED LINES: ' CT-CONTRACT-LINES.
024078     DISPLAY 'PUR100 - MASTER READS         : ' CT-MASTER-READS.
024080     DISPLAY 'PUR100 - MASTER FLUSHES       : '
024082         CT-MASTER-FLUSHES.
024084     DISPLAY 'PUR100 - POSTING DETAILS      : ' CT-POST-DETAILS.
024086     DISPLAY 'PUR100 - TAX DETAILS          : ' CT-TAX-DETAILS.
024088     DISPLAY 'PUR100 - DETAILS NOT WRITTEN  : '
024090         CT-DETAIL-FAILURES.
024092     DISPLAY 'PUR100 - STOCK WRITES FAILED  : ' CT-STOCK-FAILURES.
024094     DISPLAY 'PUR100 - TAX-EXEMPT LINES     : ' CT-EXEMPT-LINES.
024096     DISPLAY 'PUR100 - ORDERS WITH NO TAX RATE: '
024098         CT-NO-TAX-RATE.
024100     DISPLAY 'PUR100 - LINES ALLOCATED      : '
024102         CT-LINES-ALLOCATED.
024104     DISPLAY 'PUR100 - LINES BACKORDERED    : '
024106         CT-LINES-BACKORDERED.
024108     DISPLAY 'PUR100 - BACKORDER RELEASES   : ' CT-RELEASES.
024110     DISPLAY 'PUR100 - RESERVATIONS FREED   : ' CT-RESERVES-FREED.
024112     DISPLAY 'PUR100 - UNITS BACK IN STOCK  : '
024114         CT-UNITS-RESTOCKED.
024116     IF CT-DUP-FEED = CT-READ AND CT-READ > ZERO
024118         DISPLAY 'PUR100 *** ENTIRE INPUT FILE MATCHES A '
024120                 'PREVIOUSLY PROCESSED FEED - POSSIBLE '
024122                 'DOUBLE FEED ***'
024124     END-IF.
024125     MOVE WK-STEP-RC TO RETURN-CODE.
024126     PERFORM 8990-MARK-STEP-ENDED THRU 8990-EXIT.
024128 8000-EXIT.
024200     EXIT.
024210
024220*---------------------------------------------------------------*
024290     IF FS-RUN-CONTROL = '05' OR FS-RUN-CONTROL = '35'
024300         OPEN OUTPUT PUR-RUN-CONTROL
024310     END-IF.
024330     MOVE 'PUR100  '      TO RCT-STEP-NAME.
024340     MOVE RSL-BUSINESS-DATE TO RCT-RUN-DATE.
024345     MOVE WK-CYCLE-NUMBER TO RCT-CYCLE-NUMBER.
024350     MOVE CT-READ         TO RCT-RECORDS-IN.
024360     MOVE CT-PASSED       TO RCT-RECORDS-OUT-GOOD.
024420     CLOSE PUR-RUN-CONTROL.
024430 8100-EXIT.
024440     EXIT.
024450
024460*---------------------------------------------------------------*
024470* 8950-REFUSE-OUT-OF-ORDER                                      *
024480*   THE STEP IS OUT OF ORDER FOR THE CYCLE AND HAS TOUCHED      *
024490*   NOTHING.  THE GUARD'S REASON IS SHOWN, AND RETURN-CODE 8    *
024500*   HOLDS THE REST OF THE CHAIN.                                *
024510*---------------------------------------------------------------*
024520 8950-REFUSE-OUT-OF-ORDER.
024530     DISPLAY 'PUR100 - STEP REFUSED FOR CYCLE ' WK-CYCLE-NUMBER.
024540     DISPLAY 'PUR100 - ' RSL-REASON-TEXT.
024550     MOVE 8 TO RETURN-CODE.
024560 8950-EXIT.
024570     EXIT.
024580
024590*---------------------------------------------------------------*
024600* 8990-MARK-STEP-ENDED                                          *
024610*   RECORDS THE STEP'S END ON THE RUN-STATE FILE - COMPLETED,   *
024620*   OR FAILED ON RETURN-CODE 8 OR MORE.  THE GUARD HANDS THE    *
024630*   RETURN CODE BACK UNCHANGED.                                 *
024640*---------------------------------------------------------------*
024650 8990-MARK-STEP-ENDED.
024660     SET RSL-FUNC-END    TO TRUE.
024670     MOVE RETURN-CODE    TO RSL-STEP-RC.
024680     CALL 'PUR440' USING RUN-STATE-LINKAGE-AREA.
024690 8990-EXIT.
024700     EXIT.

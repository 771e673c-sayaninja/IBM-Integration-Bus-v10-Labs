000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     PUR390.
000300 AUTHOR.         R HOLLOWAY.
000400 INSTALLATION.   CUSTOMER PURCHASE SYSTEMS.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000700*---------------------------------------------------------------*
000800* MODIFICATION HISTORY                                          *
000900*---------------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                                  *
001100* 2026-10-15  RH   ORIGINAL PROGRAM - NIGHTLY BACKORDER         *
001200*                  RELEASE.                                     *
001210* 2026-10-15  RH   NOW CLEARS ITS START WITH THE CHAIN          *
001220*                  SEQUENCING GUARD (PUR440) BEFORE ANY FILE IS *
001230*                  OPENED, AND IS REFUSED WITH RETURN-CODE 8    *
001240*                  UNLESS THE INTAKE CONVERSION (PUR130) HAS    *
001250*                  COMPLETED FOR THE SAME BUSINESS DATE AND     *
001260*                  CYCLE AND THE INTAKE EDIT (PUR100) HAS NOT   *
001270*                  YET RUN.  ITS END IS RECORDED ON THE         *
001280*                  RUN-STATE FILE (PURRSTAT) AS COMPLETED OR    *
001290*                  FAILED.                                      *
001292* 2026-10-15  RH   A STOCK, BACKORDER OR INTAKE FEED FILE THAT  *
001294*                  WILL NOT OPEN NOW SETS RETURN-CODE 8 SO THE  *
001296*                  STEP IS RECORDED FAILED.  NO INVENTORY FILE  *
001298*                  AT ALL STILL MEANS NO STOCK CONTROL.         *
001300* 2026-10-15  RH   THE INTAKE FEED IS NOW OPENED BEFORE ANY     *
001305*                  STOCK OR BACKORDER IS UPDATED, SO A FEED     *
001310*                  THAT WILL NOT OPEN RELEASES NOTHING.  STOCK, *
001315*                  BACKORDER, FEED AND RUN-CONTROL WRITES ARE   *
001320*                  NOW CHECKED - A FAILURE IS SHOWN, COUNTED    *
001325*                  AND SETS RETURN-CODE 8, AND AN ALLOCATION    *
001330*                  FOR A BACKORDER THAT CANNOT BE MARKED IS     *
001335*                  GIVEN BACK.  RELEASES, RELEASED BACKORDERS   *
001340*                  AND THE RUN-CONTROL RECORD NOW CARRY THE     *
001345*                  BUSINESS DATE.                               *
001350*---------------------------------------------------------------*
001400* PURPOSE.                                                      *
001500*   THE INTAKE EDIT (PUR100) HOLDS AN 'A' LINE IT HAS NO STOCK  *
001600*   FOR ON THE BACKORDER FILE (PURBORD) INSTEAD OF POSTING IT.  *
001700*   THIS STEP RUNS AFTER THE INTAKE CONVERSION (PUR130) AND     *
001800*   BEFORE PUR100, ONCE PER INTAKE CYCLE -                      *
001900*     1. APPLIES THE WAREHOUSE'S STOCK MOVEMENTS (PURSTKMV) TO  *
002000*        STOCK ON HAND (PURINVT).  A RECEIPT FOR A CATALOGED    *
002100*        PRODUCT WITH NO STOCK RECORD YET STARTS ONE.           *
002200*     2. WALKS THE OPEN BACKORDERS, OLDEST FIRST WITHIN EACH    *
002300*        PRODUCT, AND RELEASES EVERY LINE THE FREE STOCK (ON    *
002400*        HAND LESS ALLOCATED) NOW COVERS - THE UNITS ARE        *
002500*        ALLOCATED TO IT AND THE BACKORDER IS MARKED RELEASED TO*
002600*        THE BUSINESS DATE AND CYCLE.                           *
002700*     3. APPENDS THE RELEASED LINES TO THE INTAKE FEED (PURTRNIN)*
002800*        AS 'A' TRANSACTIONS, ONE PER CUSTOMER (UP TO 99 LINES  *
002900*        EACH), AT THE PRICE AND IN THE CURRENCY ORIGINALLY     *
003000*        ORDERED.  RET-CODE '40' TELLS PUR100 THE UNITS ARE     *
003100*        ALREADY ALLOCATED, AND CHAIN SEQUENCE NUMBERS FROM 901 *
003200*        KEEP THE REGISTER KEYS CLEAR OF PUR130'S CHAINS.       *
003300*   IT APPENDS A RUN-CONTROL RECORD SO THE BALANCER (PUR210)    *
003400*   CAN FOLD THE RELEASES INTO PUR100'S READS.  THE CYCLE       *
003500*   NUMBER COMES FROM THE ONE-CARD SYSIN PARAMETER.  NO STOCK   *
003600*   FILE MEANS STOCK CONTROL IS NOT IN USE - NOTHING IS         *
003700*   RELEASED AND NO RUN-CONTROL RECORD IS WRITTEN.  THE INTAKE  *
003720*   FEED IS OPENED BEFORE ANY STOCK IS TOUCHED, SO A FEED THAT  *
003740*   WILL NOT OPEN STOPS THE RUN BEFORE A LINE IS RELEASED.      *
003800*---------------------------------------------------------------*
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER.   IBM-370.
004200 OBJECT-COMPUTER.   IBM-370.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT PUR-STOCK-MOVE  ASSIGN TO PURSTKMV
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS FS-STOCK-MOVE.
004800
004900     SELECT PUR-INVENTORY   ASSIGN TO PURINVT
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS RANDOM
005200         RECORD KEY IS INV-PURCHASE-ID
005300         FILE STATUS IS FS-INVENTORY.
005400
005500     SELECT PUR-BACKORDER   ASSIGN TO PURBORD
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS BKO-KEY
005900         FILE STATUS IS FS-BACKORDER.
006000
006100     SELECT PUR-CATALOG     ASSIGN TO PURCATLG
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS RANDOM
006400         RECORD KEY IS CAT-PURCHASE-ID
006500         FILE STATUS IS FS-CATALOG.
006600
006700     SELECT PUR-RELEASE-OUT ASSIGN TO PURTRNIN
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS FS-RELEASE-OUT.
007000
007100     SELECT PUR-RUN-CONTROL ASSIGN TO PURRCTL
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS FS-RUN-CONTROL.
007400
007500 DATA DIVISION.
007600 FILE SECTION.
007700 FD  PUR-STOCK-MOVE
007800     RECORDING MODE IS F.
007900     COPY PURSTKMV.
008000
008100 FD  PUR-INVENTORY
008200     RECORDING MODE IS F.
008300     COPY PURINVT.
008400
008500 FD  PUR-BACKORDER
008600     RECORDING MODE IS F.
008700     COPY PURBORD.
008800
008900 FD  PUR-CATALOG
009000     RECORDING MODE IS F.
009100     COPY PURCATLG.
009200
009300 FD  PUR-RELEASE-OUT
009400     RECORDING MODE IS F.
009500     COPY PURCHASES
009600         REPLACING LEADING ==PURCHASES== BY ==RELEASE-OUT-RECORD==
009700                  ==PurchaseCount== BY ==RLS-PURCHASE-COUNT==.
009800
009900 FD  PUR-RUN-CONTROL
010000     RECORDING MODE IS F.
010100     COPY PURRCTL.
010200
010300 WORKING-STORAGE SECTION.
010400 01  FS-STOCK-MOVE              PIC XX          VALUE '00'.
010500 01  FS-INVENTORY               PIC XX          VALUE '00'.
010600 01  FS-BACKORDER               PIC XX          VALUE '00'.
010700 01  FS-CATALOG                 PIC XX          VALUE '00'.
010800 01  FS-RELEASE-OUT             PIC XX          VALUE '00'.
010900 01  FS-RUN-CONTROL             PIC XX          VALUE '00'.
011000
011100 01  SW-STOCK-CONTROL           PIC X           VALUE 'N'.
011200     88  STOCK-CONTROL                          VALUE 'Y'.
011300 01  SW-MOVES-AVAILABLE         PIC X           VALUE 'N'.
011400     88  MOVES-AVAILABLE                        VALUE 'Y'.
011500 01  SW-BACKORDER-AVAILABLE     PIC X           VALUE 'N'.
011600     88  BACKORDER-AVAILABLE                    VALUE 'Y'.
011700 01  SW-CATALOG-AVAILABLE       PIC X           VALUE 'N'.
011800     88  CATALOG-AVAILABLE                      VALUE 'Y'.
011900 01  SW-END-OF-MOVES            PIC X           VALUE 'N'.
012000     88  END-OF-MOVES                           VALUE 'Y'.
012100 01  SW-END-OF-BACKORDER        PIC X           VALUE 'N'.
012200     88  END-OF-BACKORDER                       VALUE 'Y'.
012300 01  SW-STOCK-FOUND             PIC X           VALUE 'N'.
012400     88  STOCK-FOUND                            VALUE 'Y'.
012500 01  SW-CATALOGED               PIC X           VALUE 'N'.
012600     88  CATALOGED                              VALUE 'Y'.
012633 01  SW-STEP-REFUSED            PIC X           VALUE 'N'.
012666     88  STEP-REFUSED                           VALUE 'Y'.
012700
012800 01  PUR390-COUNTERS.
012900     05  CT-MOVES-READ          PIC 9(7)        VALUE ZERO.
013000     05  CT-RECEIPTS            PIC 9(7)        VALUE ZERO.
013100     05  CT-SHIPMENTS           PIC 9(7)        VALUE ZERO.
013200     05  CT-ADJUSTMENTS         PIC 9(7)        VALUE ZERO.
013300     05  CT-MOVES-REFUSED       PIC 9(7)        VALUE ZERO.
013400     05  CT-STOCK-CREATED       PIC 9(7)        VALUE ZERO.
013500     05  CT-BKO-EXAMINED        PIC 9(7)        VALUE ZERO.
013600     05  CT-BKO-RELEASED        PIC 9(7)        VALUE ZERO.
013700     05  CT-BKO-LEFT-OPEN       PIC 9(7)        VALUE ZERO.
013800     05  CT-RELEASE-OVERFLOW    PIC 9(7)        VALUE ZERO.
013900     05  CT-TXN-WRITTEN         PIC 9(7)        VALUE ZERO.
013950     05  CT-IO-FAILURES         PIC 9(7)        VALUE ZERO.
014000
014100 01  PUR390-WORK-FIELDS.
014200     05  WK-TODAY-DATE           PIC X(8)        VALUE SPACES.
014300     05  WK-CYCLE-CARD           PIC X(2)        VALUE SPACES.
014400     05  WK-CYCLE-NUMBER         PIC 9(2)        VALUE 1.
014500     05  WK-NEW-ON-HAND          PIC S9(8)       VALUE ZERO.
014600     05  WK-STOCK-FREE           PIC S9(8)       VALUE ZERO.
014700     05  WK-CURRENT-CUSTOMER     PIC X(8)        VALUE SPACES.
014800     05  WK-CHAIN-SEQ            PIC 9(3)        VALUE ZERO.
014900     05  WK-LINE-SUB             PIC 9(3)        VALUE ZERO.
015000     05  WK-INSERT-SUB           PIC 9(4)        VALUE ZERO.
015100     05  WK-SHIFT-SUB            PIC 9(4)        VALUE ZERO.
015200     05  WK-NEXT-SUB             PIC 9(4)        VALUE ZERO.
015300
015400*    RUN-CONTROL HASH TOTAL OF EXTENDED AMOUNT * PRICE OVER THE
015500*    LINES RELEASED TO PURTRNIN, SO THE BALANCER (PUR210) CAN
015600*    ACCOUNT FOR THEM WHEN IT CROSS-FOOTS PUR100'S READS.
015700 01  PUR390-HASH-FIELDS.
015800     05  WK-HASH-OUT             PIC 9(15)V99    VALUE ZERO.
015900     05  WK-HASH-LINE            PIC 9(11)V99    VALUE ZERO.
016000
016100*    ONE ROW PER BACKORDER RELEASED THIS RUN, KEPT IN CUSTOMERID
016200*    ORDER AS ROWS ARE ADDED (OLDEST FIRST WITHIN A CUSTOMER) SO
016300*    EACH CUSTOMER'S LINES GO OUT TOGETHER WITHOUT A SORT.
016400 01  PUR390-RELEASE-TABLE.
016500     05  WK-REL-COUNT            PIC 9(4)        VALUE ZERO.
016600     05  WK-REL-SUB              PIC 9(4)        VALUE ZERO.
016700     05  WK-REL-ENTRY OCCURS 999 TIMES.
016800         10  WK-REL-CUSTOMER-ID  PIC X(8).
016900         10  WK-REL-BKO-KEY      PIC X(36).
016933
016966     COPY PURRSLNK.
017000
017100 PROCEDURE DIVISION.
017200*---------------------------------------------------------------*
017300* 0000-MAINLINE                                                 *
017400*   CONTROLS OVERALL FLOW OF THE RELEASE RUN.                   *
017500*---------------------------------------------------------------*
017600 0000-MAINLINE.
017700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017720     IF STEP-REFUSED
017740         PERFORM 8950-REFUSE-OUT-OF-ORDER THRU 8950-EXIT
017760         STOP RUN
017780     END-IF.
017800     IF STOCK-CONTROL
017900         PERFORM 2000-APPLY-ONE-MOVEMENT THRU 2000-EXIT
018000             UNTIL END-OF-MOVES
018100         PERFORM 3000-RELEASE-BACKORDERS THRU 3000-EXIT
018200         PERFORM 4000-WRITE-RELEASES THRU 4000-EXIT
018300     END-IF.
018400     PERFORM 8000-TERMINATE THRU 8000-EXIT.
018500     STOP RUN.
018600
018700*---------------------------------------------------------------*
018800* 1000-INITIALIZE                                               *
018900*   TAKES THE CYCLE AND OPENS FILES.  THE STOCK FILE MUST BE    *
019000*   THERE FOR ANYTHING TO HAPPEN; NO MOVEMENTS TODAY OR NO      *
019100*   BACKORDERS YET IS A NORMAL, QUIET RUN.  THE INTAKE FEED IS  *
019120*   OPENED WITH THE STOCK FILE, BEFORE ANYTHING IS UPDATED - IF *
019140*   IT WILL NOT OPEN, NOTHING IS APPLIED OR RELEASED.           *
019200*---------------------------------------------------------------*
019300 1000-INITIALIZE.
019400     ACCEPT WK-TODAY-DATE FROM DATE YYYYMMDD.
019500     PERFORM 1150-GET-CYCLE THRU 1150-EXIT.
019520     PERFORM 1190-CHECK-STEP-ORDER THRU 1190-EXIT.
019540     IF STEP-REFUSED
019560         GO TO 1000-EXIT
019580     END-IF.
019600     OPEN I-O PUR-INVENTORY.
019620     IF FS-INVENTORY NOT = '00' AND FS-INVENTORY NOT = '35'
019640         DISPLAY 'PUR390 - UNABLE TO OPEN INVENTORY FILE'
019660         MOVE 8 TO RETURN-CODE
019680     END-IF.
019700     IF FS-INVENTORY NOT = '00'
019800         DISPLAY 'PUR390 - NO INVENTORY FILE - NOTHING RELEASED'
019900         MOVE 'Y' TO SW-END-OF-MOVES
020000         GO TO 1000-EXIT
020100     END-IF.
020105     OPEN EXTEND PUR-RELEASE-OUT.
020110     IF FS-RELEASE-OUT = '05' OR FS-RELEASE-OUT = '35'
020115         OPEN OUTPUT PUR-RELEASE-OUT
020120     END-IF.
020125     IF FS-RELEASE-OUT NOT = '00'
020130         DISPLAY 'PUR390 - UNABLE TO OPEN INTAKE FEED - '
020135                 'NOTHING APPLIED OR RELEASED'
020140         MOVE 8 TO RETURN-CODE
020145         CLOSE PUR-INVENTORY
020150         MOVE 'Y' TO SW-END-OF-MOVES
020155         GO TO 1000-EXIT
020160     END-IF.
020200     MOVE 'Y' TO SW-STOCK-CONTROL.
020300     OPEN INPUT PUR-STOCK-MOVE.
020400     IF FS-STOCK-MOVE = '00'
020500         MOVE 'Y' TO SW-MOVES-AVAILABLE
020600     ELSE
020700         DISPLAY 'PUR390 - NO STOCK MOVEMENTS - NONE APPLIED'
020800         MOVE 'Y' TO SW-END-OF-MOVES
020900     END-IF.
021000     OPEN INPUT PUR-CATALOG.
021100     IF FS-CATALOG = '00'
021200         MOVE 'Y' TO SW-CATALOG-AVAILABLE
021300     ELSE
021400         DISPLAY 'PUR390 - NO PRODUCT CATALOG - NO NEW STOCK '
021500                 'RECORDS STARTED'
021600     END-IF.
021700     OPEN I-O PUR-BACKORDER.
021800     IF FS-BACKORDER = '00'
021900         MOVE 'Y' TO SW-BACKORDER-AVAILABLE
022000     ELSE
022100         DISPLAY 'PUR390 - NO BACKORDER FILE - NOTHING TO RELEASE'
022200     END-IF.
022210     IF FS-BACKORDER NOT = '00' AND FS-BACKORDER NOT = '35'
022220         DISPLAY 'PUR390 - UNABLE TO OPEN BACKORDER FILE'
022230         MOVE 8 TO RETURN-CODE
022240     END-IF.
022300 1000-EXIT.
022400     EXIT.
022500
022600 1150-GET-CYCLE.
022700     ACCEPT WK-CYCLE-CARD.
022800     IF WK-CYCLE-CARD NUMERIC
022900         MOVE WK-CYCLE-CARD TO WK-CYCLE-NUMBER
023000     ELSE
023100         DISPLAY 'PUR390 - NO CYCLE CARD, USING CYCLE 1'
023200     END-IF.
023300     DISPLAY 'PUR390 - INTAKE CYCLE NUMBER: ' WK-CYCLE-NUMBER.
023400 1150-EXIT.
023500     EXIT.
023504
023508*---------------------------------------------------------------*
023512* 1190-CHECK-STEP-ORDER                                         *
023516*   ASKS THE CHAIN SEQUENCING GUARD (PUR440) WHETHER THIS STEP  *
023520*   MAY RUN FOR THE CYCLE - THE STEPS AHEAD OF IT MUST HAVE     *
023524*   COMPLETED FOR THE SAME BUSINESS DATE AND CYCLE, AND NONE    *
023528*   AFTER IT MAY HAVE RUN.  IF IT MAY, THE GUARD MARKS IT       *
023532*   STARTED.  NOTHING IS OPENED WHEN IT MAY NOT.                *
023536*---------------------------------------------------------------*
023540 1190-CHECK-STEP-ORDER.
023544     SET RSL-FUNC-BEGIN  TO TRUE.
023548     MOVE 'PUR390  '      TO RSL-STEP-NAME.
023552     MOVE WK-CYCLE-NUMBER TO RSL-CYCLE-NUMBER.
023556     CALL 'PUR440' USING RUN-STATE-LINKAGE-AREA.
023560     IF RSL-REFUSED
023564         MOVE 'Y' TO SW-STEP-REFUSED
023568     ELSE
023572         DISPLAY 'PUR390 - BUSINESS DATE: ' RSL-BUSINESS-DATE
023576     END-IF.
023580 1190-EXIT.
023584     EXIT.
023600
023700*---------------------------------------------------------------*
023800* 2000-APPLY-ONE-MOVEMENT                                       *
023900*   READS ONE WAREHOUSE MOVEMENT AND APPLIES IT TO STOCK ON     *
024000*   HAND.  A RECEIPT ADDS TO ON HAND; A SHIPMENT TAKES THE      *
024100*   UNITS OFF ON HAND AND OFF ALLOCATED, SINCE IT SHIPS UNITS   *
024200*   ALREADY ALLOCATED TO ACCEPTED ORDERS; A COUNT ADJUSTMENT    *
024300*   CORRECTS ON HAND BY ITS SIGNED UNITS.  NOTHING GOES BELOW   *
024400*   ZERO.  A RECEIPT OR SHIPMENT OF NO UNITS, OR AN UNKNOWN     *
024500*   MOVEMENT TYPE, IS REFUSED ON THE CONSOLE.                   *
024600*---------------------------------------------------------------*
024700 2000-APPLY-ONE-MOVEMENT.
024800     READ PUR-STOCK-MOVE
024900         AT END
025000             MOVE 'Y' TO SW-END-OF-MOVES
025100             GO TO 2000-EXIT
025200     END-READ.
025300     ADD 1 TO CT-MOVES-READ.
025400     IF NOT STM-RECEIPT AND NOT STM-SHIPMENT
025500        AND NOT STM-COUNT-ADJUSTMENT
025600         PERFORM 2900-REFUSE-MOVEMENT THRU 2900-EXIT
025700         GO TO 2000-EXIT
025800     END-IF.
025900     IF NOT STM-COUNT-ADJUSTMENT AND STM-UNITS NOT > ZERO
026000         PERFORM 2900-REFUSE-MOVEMENT THRU 2900-EXIT
026100         GO TO 2000-EXIT
026200     END-IF.
026300     MOVE STM-PURCHASE-ID TO INV-PURCHASE-ID.
026400     READ PUR-INVENTORY
026500         INVALID KEY
026600             MOVE 'N' TO SW-STOCK-FOUND
026700         NOT INVALID KEY
026800             MOVE 'Y' TO SW-STOCK-FOUND
026900     END-READ.
027000     IF NOT STOCK-FOUND
027100         PERFORM 2100-START-STOCK-RECORD THRU 2100-EXIT
027200         GO TO 2000-EXIT
027300     END-IF.
027400     MOVE INV-ON-HAND TO WK-NEW-ON-HAND.
027500     IF STM-SHIPMENT
027600         SUBTRACT STM-UNITS FROM WK-NEW-ON-HAND
027700         IF INV-ALLOCATED > STM-UNITS
027800             SUBTRACT STM-UNITS FROM INV-ALLOCATED
027900         ELSE
028000             MOVE ZERO TO INV-ALLOCATED
028100         END-IF
028300     ELSE
028400         ADD STM-UNITS TO WK-NEW-ON-HAND
028500     END-IF.
028600     IF STM-RECEIPT
028700         MOVE STM-MOVEMENT-DATE TO INV-LAST-RECEIPT-DATE
028900     END-IF.
029300     IF WK-NEW-ON-HAND < ZERO
029400         MOVE ZERO TO WK-NEW-ON-HAND
029500     END-IF.
029600     MOVE WK-NEW-ON-HAND TO INV-ON-HAND.
029700     MOVE WK-TODAY-DATE  TO INV-LAST-UPDATE-DATE.
029800     REWRITE INVENTORY-RECORD
029810         INVALID KEY
029820             CONTINUE
029830     END-REWRITE.
029840     IF FS-INVENTORY NOT = '00'
029850         PERFORM 2800-MOVEMENT-NOT-APPLIED THRU 2800-EXIT
029860         GO TO 2000-EXIT
029870     END-IF.
029880     PERFORM 2700-COUNT-MOVEMENT THRU 2700-EXIT.
029900 2000-EXIT.
030000     EXIT.
030100
030200*---------------------------------------------------------------*
030300* 2100-START-STOCK-RECORD                                       *
030400*   A PRODUCT WITH NO STOCK RECORD GETS ONE ON ITS FIRST        *
030500*   RECEIPT OR UPWARD COUNT, PROVIDED IT IS ON THE CATALOG.  A  *
030600*   SHIPMENT OR DOWNWARD COUNT FOR IT HAS NOTHING TO COME OFF   *
030700*   AND IS REFUSED.                                             *
030800*---------------------------------------------------------------*
030900 2100-START-STOCK-RECORD.
031000     IF STM-SHIPMENT OR STM-UNITS NOT > ZERO
031100         PERFORM 2900-REFUSE-MOVEMENT THRU 2900-EXIT
031200         GO TO 2100-EXIT
031300     END-IF.
031400     MOVE 'N' TO SW-CATALOGED.
031500     IF CATALOG-AVAILABLE
031600         MOVE STM-PURCHASE-ID TO CAT-PURCHASE-ID
031700         READ PUR-CATALOG
031800             INVALID KEY
031900                 MOVE 'N' TO SW-CATALOGED
032000             NOT INVALID KEY
032100                 MOVE 'Y' TO SW-CATALOGED
032200         END-READ
032300     END-IF.
032400     IF NOT CATALOGED
032500         PERFORM 2900-REFUSE-MOVEMENT THRU 2900-EXIT
032600         GO TO 2100-EXIT
032700     END-IF.
032800     MOVE STM-PURCHASE-ID TO INV-PURCHASE-ID.
032900     MOVE STM-UNITS       TO INV-ON-HAND.
033000     MOVE ZERO            TO INV-ALLOCATED.
033100     MOVE SPACES          TO INV-LAST-RECEIPT-DATE.
033200     IF STM-RECEIPT
033300         MOVE STM-MOVEMENT-DATE TO INV-LAST-RECEIPT-DATE
033700     END-IF.
033800     MOVE WK-TODAY-DATE   TO INV-LAST-UPDATE-DATE.
033900     WRITE INVENTORY-RECORD
033910         INVALID KEY
033920             CONTINUE
033930     END-WRITE.
033940     IF FS-INVENTORY NOT = '00'
033950         PERFORM 2800-MOVEMENT-NOT-APPLIED THRU 2800-EXIT
033960         GO TO 2100-EXIT
033970     END-IF.
034000     ADD 1 TO CT-STOCK-CREATED.
034050     PERFORM 2700-COUNT-MOVEMENT THRU 2700-EXIT.
034100 2100-EXIT.
034200     EXIT.
034202
034204 2700-COUNT-MOVEMENT.
034206     IF STM-RECEIPT
034208         ADD 1 TO CT-RECEIPTS
034210     END-IF.
034212     IF STM-SHIPMENT
034214         ADD 1 TO CT-SHIPMENTS
034216     END-IF.
034218     IF STM-COUNT-ADJUSTMENT
034220         ADD 1 TO CT-ADJUSTMENTS
034222     END-IF.
034224 2700-EXIT.
034226     EXIT.
034228
034230*---------------------------------------------------------------*
034232* 2800-MOVEMENT-NOT-APPLIED                                     *
034234*   THE STOCK RECORD COULD NOT BE WRITTEN, SO THE MOVEMENT IS   *
034236*   NOT APPLIED.  IT IS SHOWN AND COUNTED, AND RETURN-CODE 8    *
034238*   FAILS THE STEP SO THE MOVEMENT FILE IS NOT LOST.            *
034240*---------------------------------------------------------------*
034242 2800-MOVEMENT-NOT-APPLIED.
034244     ADD 1 TO CT-IO-FAILURES.
034246     DISPLAY 'PUR390 - MOVEMENT NOT APPLIED: ' STM-PURCHASE-ID ' '
034248             STM-MOVEMENT-TYPE ' ' STM-UNITS ' STATUS '
034250             FS-INVENTORY.
034252     MOVE 8 TO RETURN-CODE.
034254 2800-EXIT.
034256     EXIT.
034300
034400 2900-REFUSE-MOVEMENT.
034500     ADD 1 TO CT-MOVES-REFUSED.
034600     DISPLAY 'PUR390 - MOVEMENT REFUSED: ' STM-PURCHASE-ID ' '
034700             STM-MOVEMENT-TYPE ' ' STM-UNITS ' ' STM-REFERENCE.
034800 2900-EXIT.
034900     EXIT.
035000
035100*---------------------------------------------------------------*
035200* 3000-RELEASE-BACKORDERS                                       *
035300*   READS THE BACKORDER FILE FROM THE TOP.  ITS KEY LEADS WITH  *
035400*   PURCHASEID AND THE DATE AND CYCLE RAISED, SO EACH PRODUCT'S *
035500*   FREE STOCK GOES TO ITS OLDEST BACKORDERS FIRST.             *
035600*---------------------------------------------------------------*
035700 3000-RELEASE-BACKORDERS.
035800     IF NOT BACKORDER-AVAILABLE
035900         GO TO 3000-EXIT
036000     END-IF.
036100     MOVE LOW-VALUES TO BKO-KEY.
036200     START PUR-BACKORDER KEY IS NOT LESS THAN BKO-KEY
036300         INVALID KEY
036400             MOVE 'Y' TO SW-END-OF-BACKORDER
036500     END-START.
036600     PERFORM 3100-RELEASE-ONE-BACKORDER THRU 3100-EXIT
036700         UNTIL END-OF-BACKORDER.
036800 3000-EXIT.
036900     EXIT.
037000
037100*---------------------------------------------------------------*
037200* 3100-RELEASE-ONE-BACKORDER                                    *
037300*   RELEASES AN OPEN BACKORDER WHOLE WHEN ITS PRODUCT'S FREE    *
037400*   STOCK COVERS IT - THE UNITS ARE ALLOCATED NOW, SO A LATER   *
037500*   ORDER IN THE SAME RUN CANNOT TAKE THEM, AND THE BACKORDER IS*
037600*   MARKED RELEASED TO THE BUSINESS DATE AND CYCLE.  A LINE THE *
037700*   DOES NOT COVER, OR THAT WILL NOT FIT IN THE RELEASE TABLE,  *
037800*   STAYS OPEN FOR A LATER RUN, AS DOES ONE WHOSE STOCK OR      *
037820*   BACKORDER RECORD CANNOT BE REWRITTEN - AN ALLOCATION MADE   *
037840*   FOR A BACKORDER THAT CANNOT BE MARKED IS GIVEN BACK.        *
037900*---------------------------------------------------------------*
038000 3100-RELEASE-ONE-BACKORDER.
038100     READ PUR-BACKORDER NEXT RECORD
038200         AT END
038300             MOVE 'Y' TO SW-END-OF-BACKORDER
038400             GO TO 3100-EXIT
038500     END-READ.
038600     IF NOT BKO-OPEN
038700         GO TO 3100-EXIT
038800     END-IF.
038900     ADD 1 TO CT-BKO-EXAMINED.
039000     MOVE BKO-PURCHASE-ID TO INV-PURCHASE-ID.
039100     READ PUR-INVENTORY
039200         INVALID KEY
039300             ADD 1 TO CT-BKO-LEFT-OPEN
039400             GO TO 3100-EXIT
039500     END-READ.
039600     COMPUTE WK-STOCK-FREE = INV-ON-HAND - INV-ALLOCATED.
039700     IF WK-STOCK-FREE < BKO-AMOUNT
039800         ADD 1 TO CT-BKO-LEFT-OPEN
039900         GO TO 3100-EXIT
040000     END-IF.
040100     IF WK-REL-COUNT >= 999
040200         ADD 1 TO CT-RELEASE-OVERFLOW
040300         ADD 1 TO CT-BKO-LEFT-OPEN
040400         GO TO 3100-EXIT
040500     END-IF.
040600     ADD BKO-AMOUNT     TO INV-ALLOCATED.
040700     MOVE WK-TODAY-DATE TO INV-LAST-UPDATE-DATE.
040800     REWRITE INVENTORY-RECORD
040805         INVALID KEY
040810             CONTINUE
040815     END-REWRITE.
040820     IF FS-INVENTORY NOT = '00'
040825         DISPLAY 'PUR390 - STOCK NOT ALLOCATED FOR BACKORDER: '
040830                 BKO-KEY ' STATUS ' FS-INVENTORY
040835         ADD 1 TO CT-IO-FAILURES
040840         ADD 1 TO CT-BKO-LEFT-OPEN
040845         MOVE 8 TO RETURN-CODE
040850         GO TO 3100-EXIT
040855     END-IF.
040900     MOVE 'R'               TO BKO-STATUS.
041000     MOVE RSL-BUSINESS-DATE TO BKO-CLOSED-DATE.
041100     MOVE WK-CYCLE-NUMBER   TO BKO-CLOSED-CYCLE.
041200     REWRITE BACKORDER-RECORD
041210         INVALID KEY
041220             CONTINUE
041230     END-REWRITE.
041240     IF FS-BACKORDER NOT = '00'
041250         PERFORM 3150-GIVE-BACK-STOCK THRU 3150-EXIT
041260         GO TO 3100-EXIT
041270     END-IF.
041300     ADD 1 TO CT-BKO-RELEASED.
041400     PERFORM 3200-HOLD-RELEASE THRU 3200-EXIT.
041500 3100-EXIT.
041600     EXIT.
041602
041604*---------------------------------------------------------------*
041606* 3150-GIVE-BACK-STOCK                                          *
041608*   THE BACKORDER COULD NOT BE MARKED RELEASED, SO IT STAYS     *
041610*   OPEN AND THE UNITS JUST ALLOCATED TO IT ARE GIVEN BACK.     *
041612*   AN ALLOCATION THAT CANNOT BE GIVEN BACK IS SHOWN FOR THE    *
041614*   STOCK FILE TO BE CORRECTED BY HAND.                         *
041616*---------------------------------------------------------------*
041618 3150-GIVE-BACK-STOCK.
041620     DISPLAY 'PUR390 - BACKORDER NOT MARKED RELEASED: '
041622             BKO-KEY ' STATUS ' FS-BACKORDER.
041624     ADD 1 TO CT-IO-FAILURES.
041626     ADD 1 TO CT-BKO-LEFT-OPEN.
041628     MOVE 8 TO RETURN-CODE.
041630     SUBTRACT BKO-AMOUNT FROM INV-ALLOCATED.
041632     REWRITE INVENTORY-RECORD
041634         INVALID KEY
041636             CONTINUE
041638     END-REWRITE.
041640     IF FS-INVENTORY NOT = '00'
041642         DISPLAY 'PUR390 - ALLOCATION NOT GIVEN BACK - CORRECT '
041644                 'STOCK FOR PURCHASEID ' INV-PURCHASE-ID
041646                 ' BY ' BKO-AMOUNT
041648     END-IF.
041650 3150-EXIT.
041652     EXIT.
041700
041800*---------------------------------------------------------------*
041900* 3200-HOLD-RELEASE                                             *
042000*   INSERTS THE RELEASED BACKORDER INTO THE RELEASE TABLE AFTER *
042100*   ANY ROWS ALREADY THERE FOR THE SAME CUSTOMER.               *
042200*---------------------------------------------------------------*
042300 3200-HOLD-RELEASE.
042400     MOVE ZERO TO WK-INSERT-SUB.
042500     PERFORM 3210-CHECK-ONE-ROW THRU 3210-EXIT
042600         VARYING WK-REL-SUB FROM 1 BY 1
042700         UNTIL WK-REL-SUB > WK-REL-COUNT
042800            OR WK-INSERT-SUB > ZERO.
042900     IF WK-INSERT-SUB = ZERO
043000         COMPUTE WK-INSERT-SUB = WK-REL-COUNT + 1
043100     END-IF.
043200     PERFORM 3220-SHIFT-ONE-ROW THRU 3220-EXIT
043300         VARYING WK-SHIFT-SUB FROM WK-REL-COUNT BY -1
043400         UNTIL WK-SHIFT-SUB < WK-INSERT-SUB.
043500     ADD 1 TO WK-REL-COUNT.
043600     MOVE BKO-CUSTOMER-ID TO WK-REL-CUSTOMER-ID (WK-INSERT-SUB).
043700     MOVE BKO-KEY         TO WK-REL-BKO-KEY (WK-INSERT-SUB).
043800 3200-EXIT.
043900     EXIT.
044000
044100 3210-CHECK-ONE-ROW.
044200     IF WK-REL-CUSTOMER-ID (WK-REL-SUB) > BKO-CUSTOMER-ID
044300         MOVE WK-REL-SUB TO WK-INSERT-SUB
044400     END-IF.
044500 3210-EXIT.
044600     EXIT.
044700
044800 3220-SHIFT-ONE-ROW.
044900     COMPUTE WK-NEXT-SUB = WK-SHIFT-SUB + 1.
045000     MOVE WK-REL-ENTRY (WK-SHIFT-SUB)
045100         TO WK-REL-ENTRY (WK-NEXT-SUB).
045200 3220-EXIT.
045300     EXIT.
045400
045500*---------------------------------------------------------------*
045600* 4000-WRITE-RELEASES                                           *
045700*   APPENDS THE RELEASED LINES TO THE INTAKE FEED, ONE 'A'      *
045800*   TRANSACTION PER CUSTOMER, STARTING ANOTHER WHEN A CUSTOMER  *
045900*   HAS MORE THAN 99.  THE FEED WAS OPENED AT THE START OF THE  *
046000*   RUN AND IS CLOSED WITH THE OTHER FILES.                     *
046100*---------------------------------------------------------------*
046200 4000-WRITE-RELEASES.
046300     IF WK-REL-COUNT = ZERO
046400         GO TO 4000-EXIT
046500     END-IF.
047000     MOVE SPACES TO WK-CURRENT-CUSTOMER.
047100     MOVE ZERO   TO RLS-PURCHASE-COUNT.
047200     PERFORM 4100-ADD-ONE-RELEASE THRU 4100-EXIT
047300         VARYING WK-REL-SUB FROM 1 BY 1
047400         UNTIL WK-REL-SUB > WK-REL-COUNT.
047500     IF RLS-PURCHASE-COUNT > ZERO
047600         PERFORM 4300-WRITE-TRANSACTION THRU 4300-EXIT
047700     END-IF.
047900 4000-EXIT.
048000     EXIT.
048100
048200 4100-ADD-ONE-RELEASE.
048300     MOVE WK-REL-BKO-KEY (WK-REL-SUB) TO BKO-KEY.
048400     READ PUR-BACKORDER
048500         INVALID KEY
048600             DISPLAY 'PUR390 - RELEASED BACKORDER NOT FOUND: '
048700                     WK-REL-BKO-KEY (WK-REL-SUB)
048800             GO TO 4100-EXIT
048900     END-READ.
049000     IF RLS-PURCHASE-COUNT > ZERO
049100        AND (BKO-CUSTOMER-ID NOT = WK-CURRENT-CUSTOMER
049200             OR RLS-PURCHASE-COUNT = 99)
049300         PERFORM 4300-WRITE-TRANSACTION THRU 4300-EXIT
049400     END-IF.
049500     IF BKO-CUSTOMER-ID NOT = WK-CURRENT-CUSTOMER
049600         MOVE BKO-CUSTOMER-ID TO WK-CURRENT-CUSTOMER
049700         MOVE 900             TO WK-CHAIN-SEQ
049800     END-IF.
049900     IF RLS-PURCHASE-COUNT = ZERO
050000         PERFORM 4200-START-TRANSACTION THRU 4200-EXIT
050100     END-IF.
050200     ADD 1 TO RLS-PURCHASE-COUNT.
050300     MOVE RLS-PURCHASE-COUNT TO WK-LINE-SUB.
050400     MOVE BKO-PURCHASE-ID   TO
050500         PurchaseId OF RELEASE-OUT-RECORD (WK-LINE-SUB).
050600     MOVE BKO-PRODUCT-NAME  TO
050700         ProductName OF RELEASE-OUT-RECORD (WK-LINE-SUB).
050800     MOVE BKO-AMOUNT        TO
050900         Amount OF RELEASE-OUT-RECORD (WK-LINE-SUB).
051000     MOVE BKO-PRICE         TO
051100         Price OF RELEASE-OUT-RECORD (WK-LINE-SUB).
051200     MOVE BKO-CURRENCY-CODE TO
051300         CurrencyCode OF RELEASE-OUT-RECORD (WK-LINE-SUB).
051400     COMPUTE WK-HASH-LINE = BKO-AMOUNT * BKO-PRICE.
051500     ADD WK-HASH-LINE TO WK-HASH-OUT.
051600 4100-EXIT.
051700     EXIT.
051800
051900*---------------------------------------------------------------*
052000* 4200-START-TRANSACTION                                        *
052100*   STARTS A RELEASE TRANSACTION UNDER THE CUSTOMER HEADER THE  *
052200*   BACKORDER CAME IN WITH, DATED WITH THE BUSINESS DATE THE    *
052250*   GUARD RAN THE STEP UNDER.                                   *
052300*---------------------------------------------------------------*
052400 4200-START-TRANSACTION.
052500     ADD 1 TO WK-CHAIN-SEQ.
052600     MOVE 'A'               TO REQUEST-TYPE OF RELEASE-OUT-RECORD.
052700     MOVE '40'              TO RET-CODE OF RELEASE-OUT-RECORD.
052800     MOVE BKO-CUSTOMER-ID   TO CustomerId OF RELEASE-OUT-RECORD.
052900     MOVE BKO-LAST-NAME     TO
053000         CustomerLastName OF RELEASE-OUT-RECORD.
053100     MOVE BKO-FIRST-NAME    TO
053200         CustomerFirstName OF RELEASE-OUT-RECORD.
053300     MOVE BKO-COMPANY       TO
053400         CustomerCompany OF RELEASE-OUT-RECORD.
053500     MOVE BKO-ADDR1         TO
053600         CustomerAddr1 OF RELEASE-OUT-RECORD.
053700     MOVE BKO-ADDR2         TO
053800         CustomerAddr2 OF RELEASE-OUT-RECORD.
053900     MOVE BKO-CITY          TO CustomerCity OF RELEASE-OUT-RECORD.
054000     MOVE BKO-STATE         TO
054100         CustomerState OF RELEASE-OUT-RECORD.
054200     MOVE BKO-COUNTRY       TO
054300         CustomerCountry OF RELEASE-OUT-RECORD.
054400     MOVE BKO-MAIL-CODE     TO
054500         CustomerMailCode OF RELEASE-OUT-RECORD.
054600     MOVE BKO-PHONE         TO
054700         CustomerPhone OF RELEASE-OUT-RECORD.
054800     MOVE RSL-BUSINESS-DATE TO
054900         CustomerLastUpdateDate OF RELEASE-OUT-RECORD.
055000 4200-EXIT.
055100     EXIT.
055200
055300*---------------------------------------------------------------*
055400* 4300-WRITE-TRANSACTION                                        *
055500*   FILLS IN THE TRAILER FIELDS, WHICH SIT AFTER THE LINE ITEMS *
055600*   AND SO ONLY ONCE THE LINE COUNT IS FINAL, AND WRITES THE    *
055700*   TRANSACTION.  A TRANSACTION NOT WRITTEN LEAVES ITS LINES    *
055720*   MARKED RELEASED WITH STOCK ALLOCATED BUT NEVER SENT - IT IS *
055740*   SHOWN, AND RETURN-CODE 8 FAILS THE STEP, FOR THOSE          *
055760*   BACKORDERS TO BE REOPENED BY HAND.                          *
055800*---------------------------------------------------------------*
055900 4300-WRITE-TRANSACTION.
056000     MOVE 'BACKORDER RELEASE' TO
056100         RETURN-COMMENT OF RELEASE-OUT-RECORD.
056200     MOVE WK-CHAIN-SEQ TO
056300         ChainSequenceNumber OF RELEASE-OUT-RECORD.
056400     MOVE 'N'          TO ChainContinuedInd OF RELEASE-OUT-RECORD.
056500     MOVE ZERO         TO RECYCLE-COUNT OF RELEASE-OUT-RECORD.
056600     WRITE RELEASE-OUT-RECORD.
056610     IF FS-RELEASE-OUT NOT = '00'
056620         DISPLAY 'PUR390 - RELEASE NOT WRITTEN FOR CUSTOMER '
056630                 CustomerId OF RELEASE-OUT-RECORD ' CHAIN '
056640                 WK-CHAIN-SEQ ' STATUS ' FS-RELEASE-OUT
056650         ADD 1 TO CT-IO-FAILURES
056660         MOVE 8 TO RETURN-CODE
056670     ELSE
056700         ADD 1 TO CT-TXN-WRITTEN
056750     END-IF.
056800     MOVE ZERO TO RLS-PURCHASE-COUNT.
056900 4300-EXIT.
057000     EXIT.
057100
057200*---------------------------------------------------------------*
057300* 8000-TERMINATE                                                *
057400*   CLOSES FILES, WRITES THE RUN-CONTROL RECORD AND DISPLAYS    *
057500*   THE RUN TOTALS.  A RELEASE TABLE THAT FILLED LEAVES RETURN  *
057600*   CODE 4 - THE LINES LEFT OVER GO OUT ON THE NEXT RUN.        *
057700*---------------------------------------------------------------*
057800 8000-TERMINATE.
057900     IF STOCK-CONTROL
058000         CLOSE PUR-INVENTORY
058050         CLOSE PUR-RELEASE-OUT
058100         PERFORM 8100-WRITE-RUN-CONTROL THRU 8100-EXIT
058200     ELSE
058250         IF RETURN-CODE < 4
058300             MOVE 4 TO RETURN-CODE
058350         END-IF
058400     END-IF.
058500     IF MOVES-AVAILABLE
058600         CLOSE PUR-STOCK-MOVE
058700     END-IF.
058800     IF CATALOG-AVAILABLE
058900         CLOSE PUR-CATALOG
059000     END-IF.
059100     IF BACKORDER-AVAILABLE
059200         CLOSE PUR-BACKORDER
059300     END-IF.
059400     DISPLAY 'PUR390 - MOVEMENTS READ       : ' CT-MOVES-READ.
059500     DISPLAY 'PUR390 - RECEIPTS APPLIED     : ' CT-RECEIPTS.
059600     DISPLAY 'PUR390 - SHIPMENTS APPLIED    : ' CT-SHIPMENTS.
059700     DISPLAY 'PUR390 - COUNT ADJUSTMENTS    : ' CT-ADJUSTMENTS.
059800     DISPLAY 'PUR390 - MOVEMENTS REFUSED    : ' CT-MOVES-REFUSED.
059900     DISPLAY 'PUR390 - STOCK RECORDS STARTED: ' CT-STOCK-CREATED.
060000     DISPLAY 'PUR390 - BACKORDERS EXAMINED  : ' CT-BKO-EXAMINED.
060100     DISPLAY 'PUR390 - BACKORDERS RELEASED  : ' CT-BKO-RELEASED.
060200     DISPLAY 'PUR390 - BACKORDERS LEFT OPEN : ' CT-BKO-LEFT-OPEN.
060300     DISPLAY 'PUR390 - HELD FOR TABLE ROOM  : '
060400             CT-RELEASE-OVERFLOW.
060500     DISPLAY 'PUR390 - TRANSACTIONS WRITTEN : ' CT-TXN-WRITTEN.
060550     DISPLAY 'PUR390 - UPDATES FAILED       : ' CT-IO-FAILURES.
060600     IF CT-RELEASE-OVERFLOW > ZERO
060650        AND RETURN-CODE < 4
060700         MOVE 4 TO RETURN-CODE
060800     END-IF.
060850     PERFORM 8990-MARK-STEP-ENDED THRU 8990-EXIT.
060900 8000-EXIT.
061000     EXIT.
061100
061200*---------------------------------------------------------------*
061300* 8100-WRITE-RUN-CONTROL                                        *
061400*   APPENDS THIS STEP'S RECORD TO THE SHARED RUN-CONTROL FILE - *
061500*   BACKORDERS EXAMINED IN, TRANSACTIONS RELEASED TO PURTRNIN   *
061600*   OUT GOOD, BACKORDERS LEFT OPEN OUT SUSPENDED.               *
061700*---------------------------------------------------------------*
061800 8100-WRITE-RUN-CONTROL.
061900     OPEN EXTEND PUR-RUN-CONTROL.
062000     IF FS-RUN-CONTROL = '05' OR FS-RUN-CONTROL = '35'
062100         OPEN OUTPUT PUR-RUN-CONTROL
062200     END-IF.
062210     IF FS-RUN-CONTROL NOT = '00'
062220         DISPLAY 'PUR390 - UNABLE TO OPEN RUN-CONTROL FILE'
062230         MOVE 8 TO RETURN-CODE
062240         GO TO 8100-EXIT
062250     END-IF.
062300     MOVE 'PUR390  '       TO RCT-STEP-NAME.
062400     MOVE RSL-BUSINESS-DATE TO RCT-RUN-DATE.
062500     MOVE WK-CYCLE-NUMBER  TO RCT-CYCLE-NUMBER.
062600     MOVE CT-BKO-EXAMINED  TO RCT-RECORDS-IN.
062700     MOVE CT-TXN-WRITTEN   TO RCT-RECORDS-OUT-GOOD.
062800     MOVE ZERO             TO RCT-RECORDS-OUT-QUAR.
062900     MOVE CT-BKO-LEFT-OPEN TO RCT-RECORDS-OUT-SUSP.
063000     MOVE ZERO             TO RCT-HASH-TOTAL-IN.
063100     MOVE WK-HASH-OUT      TO RCT-HASH-TOTAL-OUT.
063200     WRITE RUN-CONTROL-RECORD.
063210     IF FS-RUN-CONTROL NOT = '00'
063220         DISPLAY 'PUR390 - RUN-CONTROL RECORD NOT WRITTEN - '
063230                 'STATUS ' FS-RUN-CONTROL
063240         MOVE 8 TO RETURN-CODE
063250     END-IF.
063300     CLOSE PUR-RUN-CONTROL.
063400 8100-EXIT.
063500     EXIT.
063510
063520*---------------------------------------------------------------*
063530* 8950-REFUSE-OUT-OF-ORDER                                      *
063540*   THE STEP IS OUT OF ORDER FOR THE CYCLE AND HAS TOUCHED      *
063550*   NOTHING.  THE GUARD'S REASON IS SHOWN, AND RETURN-CODE 8    *
063560*   HOLDS THE REST OF THE CHAIN.                                *
063570*---------------------------------------------------------------*
063580 8950-REFUSE-OUT-OF-ORDER.
063590     DISPLAY 'PUR390 - STEP REFUSED FOR CYCLE ' WK-CYCLE-NUMBER.
063600     DISPLAY 'PUR390 - ' RSL-REASON-TEXT.
063610     MOVE 8 TO RETURN-CODE.
063620 8950-EXIT.
063630     EXIT.
063640
063650*---------------------------------------------------------------*
063660* 8990-MARK-STEP-ENDED                                          *
063670*   RECORDS THE STEP'S END ON THE RUN-STATE FILE - COMPLETED,   *
063680*   OR FAILED ON RETURN-CODE 8 OR MORE.  THE GUARD HANDS THE    *
063690*   RETURN CODE BACK UNCHANGED.                                 *
063700*---------------------------------------------------------------*
063710 8990-MARK-STEP-ENDED.
063720     SET RSL-FUNC-END    TO TRUE.
063730     MOVE RETURN-CODE    TO RSL-STEP-RC.
063740     CALL 'PUR440' USING RUN-STATE-LINKAGE-AREA.
063750 8990-EXIT.
063760     EXIT.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     PUR400.
000300 AUTHOR.         R HOLLOWAY.
000400 INSTALLATION.   CUSTOMER PURCHASE SYSTEMS.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000700*---------------------------------------------------------------*
000800* MODIFICATION HISTORY                                          *
000900*---------------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                                  *
001100* 2026-10-15  RH   ORIGINAL PROGRAM - LOW-STOCK REPORT WITH     *
001200*                  DAYS OF COVER.                               *
001300*---------------------------------------------------------------*
001400* PURPOSE.                                                      *
001500*   TELLS PURCHASING WHICH PRODUCTS WILL RUN OUT BEFORE THE     *
001600*   WAREHOUSE CAN BE RESTOCKED.  FOR EVERY PRODUCT WITH A STOCK *
001700*   RECORD (PURINVT), OR WITH OPEN BACKORDERS (PURBORD) BUT NO  *
001800*   STOCK RECORD, IT WORKS OUT -                                *
001900*     FREE STOCK   - ON HAND LESS ALLOCATED;                    *
002000*     BACKORDERED  - UNITS ON OPEN BACKORDERS, WHICH TAKE THE   *
002100*                    FREE STOCK FIRST WHEN IT COMES IN;         *
002200*     DAILY RATE   - UNITS SOLD OVER THE SALES WINDOW, FROM THE *
002300*                    PRODUCT SALES HISTORY THE NIGHTLY SALES    *
002400*                    ANALYSIS (PUR300) KEEPS (PURPSHST), OVER   *
002500*                    THE DAYS IN THE WINDOW;                    *
002600*     DAYS COVER   - FREE STOCK LEFT AFTER THE BACKORDERS, OVER *
002700*                    THE DAILY RATE.                            *
002800*   IT LISTS, IN PURCHASEID ORDER, EVERY PRODUCT WHOSE FREE     *
002900*   STOCK WILL NOT COVER ITS BACKORDERS, EVERY SELLING PRODUCT  *
003000*   WITH NOTHING LEFT, AND EVERY SELLING PRODUCT WITH NO MORE   *
003100*   THAN THE THRESHOLD DAYS OF COVER.  THE SALES WINDOW AND THE *
003200*   COVER THRESHOLD COME FROM TWO SYSIN CARDS (DAYS, 3 DIGITS); *
003300*   A MISSING, ZERO OR NON-NUMERIC CARD TAKES 28 AND 14 DAYS.   *
003400*   THE WINDOW COUNTS EVERY MONTH AS 31 DAYS, THE SAME          *
003500*   APPROXIMATION THE AGING REPORTS USE.                        *
003600*---------------------------------------------------------------*
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER.   IBM-370.
004000 OBJECT-COMPUTER.   IBM-370.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT PUR-INVENTORY   ASSIGN TO PURINVT
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS SEQUENTIAL
004600         RECORD KEY IS INV-PURCHASE-ID
004700         FILE STATUS IS FS-INVENTORY.
004800
004900     SELECT PUR-SALES-HIST  ASSIGN TO PURPSHST
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS SEQUENTIAL
005200         RECORD KEY IS PSH-KEY
005300         FILE STATUS IS FS-SALES-HIST.
005400
005500     SELECT PUR-BACKORDER   ASSIGN TO PURBORD
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS SEQUENTIAL
005800         RECORD KEY IS BKO-KEY
005900         FILE STATUS IS FS-BACKORDER.
006000
006100     SELECT PUR-CATALOG     ASSIGN TO PURCATLG
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS RANDOM
006400         RECORD KEY IS CAT-PURCHASE-ID
006500         FILE STATUS IS FS-CATALOG.
006600
006700     SELECT PUR-LOW-RPT     ASSIGN TO PURLOWRP
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS FS-LOW-RPT.
007000
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  PUR-INVENTORY
007400     RECORDING MODE IS F.
007500     COPY PURINVT.
007600
007700 FD  PUR-SALES-HIST
007800     RECORDING MODE IS F.
007900     COPY PURPSHST.
008000
008100 FD  PUR-BACKORDER
008200     RECORDING MODE IS F.
008300     COPY PURBORD.
008400
008500 FD  PUR-CATALOG
008600     RECORDING MODE IS F.
008700     COPY PURCATLG.
008800
008900 FD  PUR-LOW-RPT
009000     RECORDING MODE IS F.
009100 01  LOW-PRINT-LINE              PIC X(132).
009200
009300 WORKING-STORAGE SECTION.
009400 01  FS-INVENTORY               PIC XX          VALUE '00'.
009500 01  FS-SALES-HIST              PIC XX          VALUE '00'.
009600 01  FS-BACKORDER               PIC XX          VALUE '00'.
009700 01  FS-CATALOG                 PIC XX          VALUE '00'.
009800 01  FS-LOW-RPT                 PIC XX          VALUE '00'.
009900
010000 01  SW-INVENTORY-AVAILABLE     PIC X           VALUE 'N'.
010100     88  INVENTORY-AVAILABLE                    VALUE 'Y'.
010200 01  SW-HISTORY-AVAILABLE       PIC X           VALUE 'N'.
010300     88  HISTORY-AVAILABLE                      VALUE 'Y'.
010400 01  SW-BACKORDER-AVAILABLE     PIC X           VALUE 'N'.
010500     88  BACKORDER-AVAILABLE                    VALUE 'Y'.
010600 01  SW-CATALOG-AVAILABLE       PIC X           VALUE 'N'.
010700     88  CATALOG-AVAILABLE                      VALUE 'Y'.
010800 01  SW-END-OF-INVENTORY        PIC X           VALUE 'N'.
010900     88  END-OF-INVENTORY                       VALUE 'Y'.
011000 01  SW-END-OF-HISTORY          PIC X           VALUE 'N'.
011100     88  END-OF-HISTORY                         VALUE 'Y'.
011200 01  SW-END-OF-BACKORDER        PIC X           VALUE 'N'.
011300     88  END-OF-BACKORDER                       VALUE 'Y'.
011400 01  SW-DEM-FOUND               PIC X           VALUE 'N'.
011500     88  DEM-FOUND                              VALUE 'Y'.
011600
011700 01  PUR400-COUNTERS.
011800     05  CT-HISTORY-READ        PIC 9(7)        VALUE ZERO.
011900     05  CT-IN-WINDOW           PIC 9(7)        VALUE ZERO.
012000     05  CT-BKO-OPEN            PIC 9(7)        VALUE ZERO.
012100     05  CT-STOCK-READ          PIC 9(7)        VALUE ZERO.
012200     05  CT-LISTED              PIC 9(7)        VALUE ZERO.
012300     05  CT-DROPPED             PIC 9(7)        VALUE ZERO.
012400
012500 01  PUR400-WORK-FIELDS.
012600     05  WK-TODAY-DATE           PIC X(8)        VALUE SPACES.
012700     05  WK-WINDOW-CARD          PIC X(3)        VALUE SPACES.
012800     05  WK-COVER-CARD           PIC X(3)        VALUE SPACES.
012900     05  WK-WINDOW-DAYS          PIC 9(3)        VALUE 28.
013000     05  WK-COVER-LIMIT          PIC 9(3)        VALUE 14.
013100     05  WK-WINDOW-START         PIC S9(9)       VALUE ZERO.
013200     05  WK-NEW-ID               PIC 9(5)        VALUE ZERO.
013300     05  WK-INSERT-SUB           PIC 9(4)        VALUE ZERO.
013400     05  WK-SHIFT-SUB            PIC 9(4)        VALUE ZERO.
013500     05  WK-NEXT-SUB             PIC 9(4)        VALUE ZERO.
013600     05  WK-NOTE                 PIC X(18)       VALUE SPACES.
013700
013800*    THE PRODUCT IN HAND WHILE THE REPORT IS BUILT.  FREE STOCK
013900*    CAN GO NEGATIVE ONCE BACKORDERS ARE TAKEN OFF IT.
014000 01  PUR400-ITEM-FIELDS.
014100     05  WK-ITEM-ID              PIC 9(5)        VALUE ZERO.
014200     05  WK-ITEM-ON-HAND         PIC 9(7)        VALUE ZERO.
014300     05  WK-ITEM-ALLOCATED       PIC 9(7)        VALUE ZERO.
014400     05  WK-ITEM-SOLD            PIC 9(9)        VALUE ZERO.
014500     05  WK-ITEM-BACKORDERED     PIC 9(7)        VALUE ZERO.
014600     05  WK-ITEM-FREE            PIC S9(8)       VALUE ZERO.
014700     05  WK-ITEM-NET-FREE        PIC S9(9)       VALUE ZERO.
014800     05  WK-DAILY-RATE           PIC 9(7)V99     VALUE ZERO.
014900     05  WK-COVER-DAYS           PIC 9(7)        VALUE ZERO.
015000
015100*    APPROXIMATE DAY SERIALS FOR THE SALES WINDOW - EVERY MONTH IS
015200*    TREATED AS 31 DAYS.
015300 01  PUR400-DATE-WORK.
015400     05  WK-DATE-IN              PIC X(8).
015500     05  WK-DATE-IN-R REDEFINES WK-DATE-IN.
015600         10  WK-DATE-IN-YYYY     PIC 9(4).
015700         10  WK-DATE-IN-MM       PIC 9(2).
015800         10  WK-DATE-IN-DD       PIC 9(2).
015900     05  WK-DATE-SERIAL          PIC S9(9)       VALUE ZERO.
016000     05  WK-TODAY-SERIAL         PIC S9(9)       VALUE ZERO.
016100
016200*    ONE ROW PER PRODUCT SOLD IN THE WINDOW OR ON OPEN BACKORDER,
016300*    KEPT IN PURCHASEID ORDER AS ROWS ARE ADDED SO IT MATCHES
016400*    AGAINST THE STOCK FILE WITHOUT A SORT.
016500 01  PUR400-DEMAND-TABLE.
016600     05  WK-DEM-COUNT            PIC 9(4)        VALUE ZERO.
016700     05  WK-DEM-SUB              PIC 9(4)        VALUE ZERO.
016800     05  WK-DEM-ENTRY OCCURS 2000 TIMES.
016900         10  WK-DEM-ID           PIC 9(5).
017000         10  WK-DEM-SOLD         PIC 9(9).
017100         10  WK-DEM-BACKORDERED  PIC 9(7).
017200
017300 01  RPT-HEADER-LINE.
017400     05  FILLER                  PIC X(27) VALUE
017500         'PUR400 - LOW STOCK REPORT -'.
017600     05  FILLER                  PIC X(14) VALUE
017700         ' SALES WINDOW '.
017800     05  RPT-HDR-WINDOW          PIC ZZ9.
017900     05  FILLER                  PIC X(23) VALUE
018000         ' DAYS, COVER THRESHOLD '.
018100     05  RPT-HDR-COVER           PIC ZZ9.
018200     05  FILLER                  PIC X(5)  VALUE ' DAYS'.
018300     05  FILLER                  PIC X(4)  VALUE SPACES.
018400     05  FILLER                  PIC X(8)  VALUE 'PRINTED '.
018500     05  RPT-HDR-DATE            PIC X(8).
018600
018700 01  RPT-COLUMN-LINE.
018800     05  FILLER                  PIC X(7)  VALUE 'ITEM   '.
018900     05  FILLER                  PIC X(31) VALUE 'PRODUCT NAME'.
019000     05  FILLER                  PIC X(11) VALUE '    ON HAND'.
019100     05  FILLER                  PIC X(12) VALUE '  FREE STOCK'.
019200     05  FILLER                  PIC X(11) VALUE ' BACKORDERS'.
019300     05  FILLER                  PIC X(12) VALUE '  UNITS SOLD'.
019400     05  FILLER                  PIC X(12) VALUE '  DAILY RATE'.
019500     05  FILLER                  PIC X(8)  VALUE '   COVER'.
019600     05  FILLER                  PIC X(2)  VALUE SPACES.
019700     05  FILLER                  PIC X(18) VALUE 'NOTE'.
019800
019900 01  RPT-DETAIL-LINE.
020000     05  RPT-DET-ID              PIC 9(5).
020100     05  FILLER                  PIC X(2)  VALUE SPACES.
020200     05  RPT-DET-NAME            PIC X(30).
020300     05  FILLER                  PIC X(1)  VALUE SPACE.
020400     05  RPT-DET-ON-HAND         PIC ZZ,ZZZ,ZZ9.
020500     05  FILLER                  PIC X(1)  VALUE SPACE.
020600     05  RPT-DET-FREE            PIC ZZ,ZZZ,ZZ9-.
020700     05  FILLER                  PIC X(1)  VALUE SPACE.
020800     05  RPT-DET-BACKORDERED     PIC ZZ,ZZZ,ZZ9.
020900     05  FILLER                  PIC X(1)  VALUE SPACE.
021000     05  RPT-DET-SOLD            PIC ZZZ,ZZZ,ZZ9.
021100     05  FILLER                  PIC X(1)  VALUE SPACE.
021200     05  RPT-DET-RATE            PIC ZZZZ,ZZ9.99.
021300     05  FILLER                  PIC X(1)  VALUE SPACE.
021400     05  RPT-DET-COVER           PIC ZZZ,ZZ9.
021500     05  FILLER                  PIC X(2)  VALUE SPACES.
021600     05  RPT-DET-NOTE            PIC X(18).
021700
021800 01  RPT-NONE-LINE.
021900     05  FILLER                  PIC X(37) VALUE
022000         '  NO PRODUCT IS SHORT OF STOCK TODAY '.
022100
022200 01  BLANK-LINE                  PIC X(132) VALUE SPACES.
022300
022400 PROCEDURE DIVISION.
022500*---------------------------------------------------------------*
022600* 0000-MAINLINE                                                 *
022700*   CONTROLS OVERALL FLOW OF THE REPORT RUN.                    *
022800*---------------------------------------------------------------*
022900 0000-MAINLINE.
023000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023100     PERFORM 2000-FOLD-ONE-SALE THRU 2000-EXIT
023200         UNTIL END-OF-HISTORY.
023300     PERFORM 2500-FOLD-ONE-BACKORDER THRU 2500-EXIT
023400         UNTIL END-OF-BACKORDER.
023500     PERFORM 3000-PRINT-REPORT THRU 3000-EXIT.
023600     PERFORM 8000-TERMINATE THRU 8000-EXIT.
023700     STOP RUN.
023800
023900*---------------------------------------------------------------*
024000* 1000-INITIALIZE                                               *
024100*   TAKES THE PARAMETER CARDS AND OPENS FILES.  EVERY INPUT IS  *
024200*   OPTIONAL - A MISSING FILE JUST CONTRIBUTES NOTHING.         *
024300*---------------------------------------------------------------*
024400 1000-INITIALIZE.
024500     ACCEPT WK-TODAY-DATE FROM DATE YYYYMMDD.
024600     PERFORM 1150-GET-PARAMETERS THRU 1150-EXIT.
024700     MOVE WK-TODAY-DATE TO WK-DATE-IN.
024800     PERFORM 6000-DATE-TO-SERIAL THRU 6000-EXIT.
024900     MOVE WK-DATE-SERIAL TO WK-TODAY-SERIAL.
025000     COMPUTE WK-WINDOW-START = WK-TODAY-SERIAL - WK-WINDOW-DAYS.
025100     OPEN OUTPUT PUR-LOW-RPT.
025200     OPEN INPUT  PUR-INVENTORY.
025300     IF FS-INVENTORY = '00'
025400         MOVE 'Y' TO SW-INVENTORY-AVAILABLE
025500     ELSE
025600         DISPLAY 'PUR400 - NO INVENTORY FILE - ALL STOCK TAKEN '
025700                 'AS NIL'
025800         MOVE 'Y' TO SW-END-OF-INVENTORY
025900     END-IF.
026000     OPEN INPUT  PUR-SALES-HIST.
026100     IF FS-SALES-HIST = '00'
026200         MOVE 'Y' TO SW-HISTORY-AVAILABLE
026300     ELSE
026400         DISPLAY 'PUR400 - NO PRODUCT SALES HISTORY - NO SALES '
026500                 'RATES'
026600         MOVE 'Y' TO SW-END-OF-HISTORY
026700     END-IF.
026800     OPEN INPUT  PUR-BACKORDER.
026900     IF FS-BACKORDER = '00'
027000         MOVE 'Y' TO SW-BACKORDER-AVAILABLE
027100     ELSE
027200         MOVE 'Y' TO SW-END-OF-BACKORDER
027300     END-IF.
027400     OPEN INPUT  PUR-CATALOG.
027500     IF FS-CATALOG = '00'
027600         MOVE 'Y' TO SW-CATALOG-AVAILABLE
027700     ELSE
027800         DISPLAY 'PUR400 - NO PRODUCT CATALOG - NAMES NOT SHOWN'
027900     END-IF.
028000     MOVE WK-WINDOW-DAYS TO RPT-HDR-WINDOW.
028100     MOVE WK-COVER-LIMIT TO RPT-HDR-COVER.
028200     MOVE WK-TODAY-DATE  TO RPT-HDR-DATE.
028300     WRITE LOW-PRINT-LINE FROM RPT-HEADER-LINE.
028400     WRITE LOW-PRINT-LINE FROM BLANK-LINE.
028500     WRITE LOW-PRINT-LINE FROM RPT-COLUMN-LINE.
028600 1000-EXIT.
028700     EXIT.
028800
028900*---------------------------------------------------------------*
029000* 1150-GET-PARAMETERS                                           *
029100*   TAKES THE SALES WINDOW AND THE COVER THRESHOLD, IN DAYS,    *
029200*   FROM TWO ONE-CARD SYSIN PARAMETERS.                         *
029300*---------------------------------------------------------------*
029400 1150-GET-PARAMETERS.
029500     ACCEPT WK-WINDOW-CARD.
029600     IF WK-WINDOW-CARD NUMERIC AND WK-WINDOW-CARD NOT = '000'
029700         MOVE WK-WINDOW-CARD TO WK-WINDOW-DAYS
029800     ELSE
029900         DISPLAY 'PUR400 - NO WINDOW CARD, USING 28 DAYS'
030000     END-IF.
030100     ACCEPT WK-COVER-CARD.
030200     IF WK-COVER-CARD NUMERIC AND WK-COVER-CARD NOT = '000'
030300         MOVE WK-COVER-CARD TO WK-COVER-LIMIT
030400     ELSE
030500         DISPLAY 'PUR400 - NO COVER CARD, USING 14 DAYS'
030600     END-IF.
030700     DISPLAY 'PUR400 - SALES WINDOW DAYS    : ' WK-WINDOW-DAYS.
030800     DISPLAY 'PUR400 - COVER THRESHOLD DAYS : ' WK-COVER-LIMIT.
030900 1150-EXIT.
031000     EXIT.
031100
031200*---------------------------------------------------------------*
031300* 2000-FOLD-ONE-SALE                                            *
031400*   READS ONE PRODUCT SALES HISTORY RECORD AND, IF ITS SALES    *
031500*   DATE FALLS IN THE WINDOW ENDING TODAY, ADDS ITS UNITS TO    *
031600*   THE PRODUCT'S ROW.                                          *
031700*---------------------------------------------------------------*
031800 2000-FOLD-ONE-SALE.
031900     READ PUR-SALES-HIST NEXT RECORD
032000         AT END
032100             MOVE 'Y' TO SW-END-OF-HISTORY
032200             GO TO 2000-EXIT
032300     END-READ.
032400     ADD 1 TO CT-HISTORY-READ.
032500     MOVE PSH-SALES-DATE TO WK-DATE-IN.
032600     PERFORM 6000-DATE-TO-SERIAL THRU 6000-EXIT.
032700     IF WK-DATE-SERIAL NOT > WK-WINDOW-START
032800        OR WK-DATE-SERIAL > WK-TODAY-SERIAL
032900         GO TO 2000-EXIT
033000     END-IF.
033100     ADD 1 TO CT-IN-WINDOW.
033200     MOVE PSH-PURCHASE-ID TO WK-NEW-ID.
033300     PERFORM 2100-FIND-DEMAND THRU 2100-EXIT.
033400     IF DEM-FOUND
033500         ADD PSH-UNITS TO WK-DEM-SOLD (WK-DEM-SUB)
033600     END-IF.
033700 2000-EXIT.
033800     EXIT.
033900
034000*---------------------------------------------------------------*
034100* 2100-FIND-DEMAND                                              *
034200*   LEAVES WK-DEM-SUB ON THE ROW FOR WK-NEW-ID, INSERTING A     *
034300*   ZEROED ROW IN PURCHASEID ORDER WHEN IT IS NOT YET IN THE    *
034400*   TABLE.  A FULL TABLE DROPS THE PRODUCT AND SAYS SO ON THE   *
034500*   CONSOLE.                                                    *
034600*---------------------------------------------------------------*
034700 2100-FIND-DEMAND.
034800     MOVE 'N' TO SW-DEM-FOUND.
034900     MOVE ZERO TO WK-INSERT-SUB.
035000     PERFORM 2110-CHECK-ONE-ROW THRU 2110-EXIT
035100         VARYING WK-DEM-SUB FROM 1 BY 1
035200         UNTIL WK-DEM-SUB > WK-DEM-COUNT
035300            OR DEM-FOUND
035400            OR WK-INSERT-SUB > ZERO.
035500     IF DEM-FOUND
035600         GO TO 2100-EXIT
035700     END-IF.
035800     IF WK-DEM-COUNT >= 2000
035900         ADD 1 TO CT-DROPPED
036000         DISPLAY 'PUR400 - DEMAND TABLE FULL, DROPPING: '
036100             WK-NEW-ID
036200         GO TO 2100-EXIT
036300     END-IF.
036400     IF WK-INSERT-SUB = ZERO
036500         COMPUTE WK-INSERT-SUB = WK-DEM-COUNT + 1
036600     END-IF.
036700     PERFORM 2120-SHIFT-ONE-ROW THRU 2120-EXIT
036800         VARYING WK-SHIFT-SUB FROM WK-DEM-COUNT BY -1
036900         UNTIL WK-SHIFT-SUB < WK-INSERT-SUB.
037000     ADD 1 TO WK-DEM-COUNT.
037100     MOVE WK-INSERT-SUB TO WK-DEM-SUB.
037200     MOVE WK-NEW-ID TO WK-DEM-ID (WK-DEM-SUB).
037300     MOVE ZERO TO WK-DEM-SOLD (WK-DEM-SUB)
037400                  WK-DEM-BACKORDERED (WK-DEM-SUB).
037500     MOVE 'Y' TO SW-DEM-FOUND.
037600 2100-EXIT.
037700     EXIT.
037800
037900*    THE PERFORM VARYING STEPS THE SUBSCRIPT ONCE MORE AFTER A
038000*    MATCH, SO THE MATCHED ROW STEPS BACK BY ONE HERE AND THE
038100*    LOOP'S OWN INCREMENT LEAVES THE SUBSCRIPT POINTING AT IT.
038200*    THE FIRST ROW WITH A HIGHER KEY IS WHERE A NEW ROW GOES.
038300 2110-CHECK-ONE-ROW.
038400     IF WK-DEM-ID (WK-DEM-SUB) = WK-NEW-ID
038500         MOVE 'Y' TO SW-DEM-FOUND
038600         SUBTRACT 1 FROM WK-DEM-SUB
038700         GO TO 2110-EXIT
038800     END-IF.
038900     IF WK-DEM-ID (WK-DEM-SUB) > WK-NEW-ID
039000         MOVE WK-DEM-SUB TO WK-INSERT-SUB
039100     END-IF.
039200 2110-EXIT.
039300     EXIT.
039400
039500 2120-SHIFT-ONE-ROW.
039600     COMPUTE WK-NEXT-SUB = WK-SHIFT-SUB + 1.
039700     MOVE WK-DEM-ENTRY (WK-SHIFT-SUB)
039800         TO WK-DEM-ENTRY (WK-NEXT-SUB).
039900 2120-EXIT.
040000     EXIT.
040100
040200*---------------------------------------------------------------*
040300* 2500-FOLD-ONE-BACKORDER                                       *
040400*   READS ONE BACKORDER AND, IF IT IS STILL OPEN, ADDS ITS      *
040500*   UNITS TO THE PRODUCT'S ROW.                                 *
040600*---------------------------------------------------------------*
040700 2500-FOLD-ONE-BACKORDER.
040800     READ PUR-BACKORDER NEXT RECORD
040900         AT END
041000             MOVE 'Y' TO SW-END-OF-BACKORDER
041100             GO TO 2500-EXIT
041200     END-READ.
041300     IF NOT BKO-OPEN
041400         GO TO 2500-EXIT
041500     END-IF.
041600     ADD 1 TO CT-BKO-OPEN.
041700     MOVE BKO-PURCHASE-ID TO WK-NEW-ID.
041800     PERFORM 2100-FIND-DEMAND THRU 2100-EXIT.
041900     IF DEM-FOUND
042000         ADD BKO-AMOUNT TO WK-DEM-BACKORDERED (WK-DEM-SUB)
042100     END-IF.
042200 2500-EXIT.
042300     EXIT.
042400
042500*---------------------------------------------------------------*
042600* 3000-PRINT-REPORT                                             *
042700*   MATCHES THE STOCK FILE AGAINST THE DEMAND TABLE, BOTH IN    *
042800*   PURCHASEID ORDER.  A DEMAND ROW WITH NO STOCK RECORD IS A   *
042900*   PRODUCT WITH NO STOCK AT ALL.                               *
043000*---------------------------------------------------------------*
043100 3000-PRINT-REPORT.
043200     MOVE 1 TO WK-DEM-SUB.
043300     PERFORM 3100-CHECK-ONE-STOCK THRU 3100-EXIT
043400         UNTIL END-OF-INVENTORY.
043500     PERFORM 3300-CHECK-UNSTOCKED THRU 3300-EXIT
043600         UNTIL WK-DEM-SUB > WK-DEM-COUNT.
043700     IF CT-LISTED = ZERO
043800         WRITE LOW-PRINT-LINE FROM RPT-NONE-LINE
043900     END-IF.
044000 3000-EXIT.
044100     EXIT.
044200
044300 3100-CHECK-ONE-STOCK.
044400     READ PUR-INVENTORY NEXT RECORD
044500         AT END
044600             MOVE 'Y' TO SW-END-OF-INVENTORY
044700             GO TO 3100-EXIT
044800     END-READ.
044900     ADD 1 TO CT-STOCK-READ.
045000     PERFORM 3300-CHECK-UNSTOCKED THRU 3300-EXIT
045100         UNTIL WK-DEM-SUB > WK-DEM-COUNT
045200            OR WK-DEM-ID (WK-DEM-SUB) NOT < INV-PURCHASE-ID.
045300     MOVE INV-PURCHASE-ID TO WK-ITEM-ID.
045400     MOVE INV-ON-HAND     TO WK-ITEM-ON-HAND.
045500     MOVE INV-ALLOCATED   TO WK-ITEM-ALLOCATED.
045600     MOVE ZERO TO WK-ITEM-SOLD WK-ITEM-BACKORDERED.
045700     IF WK-DEM-SUB NOT > WK-DEM-COUNT
045800         IF WK-DEM-ID (WK-DEM-SUB) = INV-PURCHASE-ID
045900             MOVE WK-DEM-SOLD (WK-DEM-SUB) TO WK-ITEM-SOLD
046000             MOVE WK-DEM-BACKORDERED (WK-DEM-SUB)
046100                 TO WK-ITEM-BACKORDERED
046200             ADD 1 TO WK-DEM-SUB
046300         END-IF
046400     END-IF.
046500     PERFORM 3500-ASSESS-ITEM THRU 3500-EXIT.
046600 3100-EXIT.
046700     EXIT.
046800
046900 3300-CHECK-UNSTOCKED.
047000     MOVE WK-DEM-ID (WK-DEM-SUB) TO WK-ITEM-ID.
047100     MOVE ZERO TO WK-ITEM-ON-HAND WK-ITEM-ALLOCATED.
047200     MOVE WK-DEM-SOLD (WK-DEM-SUB)        TO WK-ITEM-SOLD.
047300     MOVE WK-DEM-BACKORDERED (WK-DEM-SUB) TO WK-ITEM-BACKORDERED.
047400     ADD 1 TO WK-DEM-SUB.
047500     PERFORM 3500-ASSESS-ITEM THRU 3500-EXIT.
047600 3300-EXIT.
047700     EXIT.
047800
047900*---------------------------------------------------------------*
048000* 3500-ASSESS-ITEM                                              *
048100*   WORKS OUT THE PRODUCT'S FREE STOCK, DAILY RATE AND DAYS OF  *
048200*   COVER AND LISTS IT IF IT IS SHORT.  A PRODUCT THAT HAS NOT  *
048300*   SOLD IN THE WINDOW AND HAS NO BACKORDERS WAITING ON IT IS   *
048400*   NEVER SHORT, HOWEVER LITTLE STOCK IT HAS.                   *
048500*---------------------------------------------------------------*
048600 3500-ASSESS-ITEM.
048700     COMPUTE WK-ITEM-FREE = WK-ITEM-ON-HAND - WK-ITEM-ALLOCATED.
048800     COMPUTE WK-ITEM-NET-FREE =
048900         WK-ITEM-FREE - WK-ITEM-BACKORDERED.
049000     COMPUTE WK-DAILY-RATE ROUNDED =
049100         WK-ITEM-SOLD / WK-WINDOW-DAYS.
049200     MOVE ZERO TO WK-COVER-DAYS.
049300     IF WK-DAILY-RATE > ZERO AND WK-ITEM-NET-FREE > ZERO
049400         COMPUTE WK-COVER-DAYS = WK-ITEM-NET-FREE / WK-DAILY-RATE
049500     END-IF.
049600     IF WK-ITEM-BACKORDERED > ZERO AND WK-ITEM-NET-FREE < ZERO
049700         MOVE 'BACKORDERS WAITING' TO WK-NOTE
049800         GO TO 3500-LIST
049900     END-IF.
050000     IF WK-DAILY-RATE = ZERO
050100         GO TO 3500-EXIT
050200     END-IF.
050300     IF WK-ITEM-NET-FREE NOT > ZERO
050400         MOVE 'OUT OF STOCK'       TO WK-NOTE
050500         GO TO 3500-LIST
050600     END-IF.
050700     IF WK-COVER-DAYS > WK-COVER-LIMIT
050800         GO TO 3500-EXIT
050900     END-IF.
051000     MOVE 'LOW STOCK'              TO WK-NOTE.
051100 3500-LIST.
051200     PERFORM 3600-PRINT-ITEM THRU 3600-EXIT.
051300 3500-EXIT.
051400     EXIT.
051500
051600 3600-PRINT-ITEM.
051700     MOVE WK-ITEM-ID TO RPT-DET-ID.
051800     MOVE SPACES     TO RPT-DET-NAME.
051900     IF CATALOG-AVAILABLE
052000         MOVE WK-ITEM-ID TO CAT-PURCHASE-ID
052100         READ PUR-CATALOG
052200             INVALID KEY
052300                 MOVE '*** NOT ON CATALOG ***' TO RPT-DET-NAME
052400             NOT INVALID KEY
052500                 MOVE CAT-PRODUCT-NAME TO RPT-DET-NAME
052600         END-READ
052700     END-IF.
052800     MOVE WK-ITEM-ON-HAND     TO RPT-DET-ON-HAND.
052900     MOVE WK-ITEM-FREE        TO RPT-DET-FREE.
053000     MOVE WK-ITEM-BACKORDERED TO RPT-DET-BACKORDERED.
053100     MOVE WK-ITEM-SOLD        TO RPT-DET-SOLD.
053200     MOVE WK-DAILY-RATE       TO RPT-DET-RATE.
053300     MOVE WK-COVER-DAYS       TO RPT-DET-COVER.
053400     MOVE WK-NOTE             TO RPT-DET-NOTE.
053500     WRITE LOW-PRINT-LINE FROM RPT-DETAIL-LINE.
053600     ADD 1 TO CT-LISTED.
053700 3600-EXIT.
053800     EXIT.
053900
054000*---------------------------------------------------------------*
054100* 6000-DATE-TO-SERIAL                                           *
054200*   TURNS A YYYYMMDD DATE INTO AN APPROXIMATE DAY SERIAL FOR    *
054300*   THE SALES WINDOW.                                           *
054400*---------------------------------------------------------------*
054500 6000-DATE-TO-SERIAL.
054600     IF WK-DATE-IN NOT NUMERIC
054700         MOVE ZERO TO WK-DATE-SERIAL
054800         GO TO 6000-EXIT
054900     END-IF.
055000     COMPUTE WK-DATE-SERIAL =
055100         (WK-DATE-IN-YYYY * 372) +
055200         (WK-DATE-IN-MM * 31) +
055300          WK-DATE-IN-DD.
055400 6000-EXIT.
055500     EXIT.
055600
055700*---------------------------------------------------------------*
055800* 8000-TERMINATE                                                *
055900*   CLOSES FILES AND DISPLAYS THE RUN TOTALS.                   *
056000*---------------------------------------------------------------*
056100 8000-TERMINATE.
056200     IF INVENTORY-AVAILABLE
056300         CLOSE PUR-INVENTORY
056400     END-IF.
056500     IF HISTORY-AVAILABLE
056600         CLOSE PUR-SALES-HIST
056700     END-IF.
056800     IF BACKORDER-AVAILABLE
056900         CLOSE PUR-BACKORDER
057000     END-IF.
057100     IF CATALOG-AVAILABLE
057200         CLOSE PUR-CATALOG
057300     END-IF.
057400     CLOSE PUR-LOW-RPT.
057500     DISPLAY 'PUR400 - SALES HISTORY READ   : ' CT-HISTORY-READ.
057600     DISPLAY 'PUR400 - IN SALES WINDOW      : ' CT-IN-WINDOW.
057700     DISPLAY 'PUR400 - OPEN BACKORDERS      : ' CT-BKO-OPEN.
057800     DISPLAY 'PUR400 - STOCK RECORDS READ   : ' CT-STOCK-READ.
057900     DISPLAY 'PUR400 - PRODUCTS LISTED      : ' CT-LISTED.
058000     DISPLAY 'PUR400 - PRODUCTS DROPPED     : ' CT-DROPPED.
058100     IF CT-DROPPED > ZERO
058200         MOVE 4 TO RETURN-CODE
058300     END-IF.
058400 8000-EXIT.
058500     EXIT.

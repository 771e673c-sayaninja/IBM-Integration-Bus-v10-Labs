000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     PUR380.
000300 AUTHOR.         R HOLLOWAY.
000400 INSTALLATION.   CUSTOMER PURCHASE SYSTEMS.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000700*---------------------------------------------------------------*
000800* MODIFICATION HISTORY                                         *
000900*---------------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                                 *
001100* 2026-10-15  RH   ORIGINAL PROGRAM - MONTHLY SALES TAX         *
001200*                  COLLECTED REPORT BY JURISDICTION.            *
001300*---------------------------------------------------------------*
001400* PURPOSE.                                                     *
001500*   FINANCE FILES SALES TAX BY JURISDICTION EACH MONTH.  THIS   *
001600*   STEP READS THE ACCUMULATED TAX DETAIL FEED (PURTAXDT) AND,  *
001700*   FOR EVERY ENTRY POSTED IN THE REPORT MONTH, SUMMARIZES BY   *
001800*   CUSTOMERCOUNTRY AND CUSTOMERSTATE -                         *
001900*     TAXABLE SALES  - HOME VALUE OF LINES TAX WAS CHARGED ON,  *
002000*                      NET OF RETURNS;                          *
002100*     EXEMPT SALES   - HOME VALUE OF LINES SOLD TO EXEMPT       *
002200*                      CUSTOMERS, NET OF RETURNS;               *
002300*     TAX CHARGED    - TAX ON SALES;                            *
002400*     TAX REVERSED   - TAX GIVEN BACK ON RETURNS;               *
002500*     NET COLLECTED  - CHARGED LESS REVERSED.                   *
002600*   AN ENTRY THE INTAKE BACKOUT (PUR310) TOOK BACK OUT IS STILL *
002700*   COUNTED, AND ITS OFFSETTING ENTRY ('S' OR 'X') NETS IT OFF, *
002800*   SO A BACKED-OUT CYCLE REPORTS NOTHING WHETHER OR NOT THE    *
002900*   OFFSET FALLS IN THE SAME MONTH AS THE ORIGINAL.  THE REPORT *
003000*   MONTH COMES FROM THE ONE-CARD SYSIN PARAMETER (YYYYMM); A   *
003100*   MISSING OR NON-NUMERIC CARD REPORTS THE CURRENT MONTH.      *
003200*   JURISDICTIONS PRINT IN COUNTRY/STATE ORDER WITH A GRAND     *
003300*   TOTAL.  ALL AMOUNTS ARE IN HOME CURRENCY.                   *
003400*---------------------------------------------------------------*
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER.   IBM-370.
003800 OBJECT-COMPUTER.   IBM-370.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT PUR-TAX-DETAIL  ASSIGN TO PURTAXDT
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS FS-TAX-DETAIL.
004400
004500     SELECT PUR-TAX-RPT     ASSIGN TO PURTAXRP
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS FS-TAX-RPT.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  PUR-TAX-DETAIL
005200     RECORDING MODE IS F.
005300     COPY PURTAXDT.
005400
005500 FD  PUR-TAX-RPT
005600     RECORDING MODE IS F.
005700 01  TAX-PRINT-LINE              PIC X(132).
005800
005900 WORKING-STORAGE SECTION.
006000 01  FS-TAX-DETAIL              PIC XX          VALUE '00'.
006100 01  FS-TAX-RPT                 PIC XX          VALUE '00'.
006200
006300 01  SW-END-OF-FILE              PIC X           VALUE 'N'.
006400     88  END-OF-FILE                            VALUE 'Y'.
006500 01  SW-JUR-FOUND                PIC X           VALUE 'N'.
006600     88  JUR-FOUND                              VALUE 'Y'.
006610 01  SW-DETAIL-OPEN              PIC X           VALUE 'N'.
006620     88  DETAIL-OPEN                            VALUE 'Y'.
006700
006800 01  PUR380-COUNTERS.
006900     05  CT-READ                PIC 9(7)        VALUE ZERO.
007000     05  CT-IN-MONTH            PIC 9(7)        VALUE ZERO.
007100     05  CT-DROPPED             PIC 9(7)        VALUE ZERO.
007200
007300 01  PUR380-WORK-FIELDS.
007400     05  WK-MONTH-CARD           PIC X(6)        VALUE SPACES.
007500     05  WK-REPORT-MONTH         PIC X(6)        VALUE SPACES.
007600     05  WK-TODAY-DATE           PIC X(8)        VALUE SPACES.
007610     05  WK-TODAY-DATE-R REDEFINES WK-TODAY-DATE.
007620         10  WK-TODAY-MONTH      PIC X(6).
007630         10  WK-TODAY-DD         PIC X(2).
007700     05  WK-POSTED-DATE          PIC X(8)        VALUE SPACES.
007800     05  WK-POSTED-DATE-R REDEFINES WK-POSTED-DATE.
007900         10  WK-POSTED-MONTH     PIC X(6).
008000         10  WK-POSTED-DD        PIC X(2).
008100     05  WK-INSERT-SUB           PIC 9(3)        VALUE ZERO.
008200     05  WK-SHIFT-SUB            PIC 9(3)        VALUE ZERO.
008300     05  WK-NEXT-SUB             PIC 9(3)        VALUE ZERO.
008400*    SIGNED LINE AND TAX VALUES OF THE ENTRY IN HAND - NEGATIVE
008500*    FOR THE ENTRY TYPES THAT TAKE A SALE OR A RETURN BACK.
008600     05  WK-SALE-VALUE           PIC S9(11)V99   VALUE ZERO.
008700     05  WK-TAX-VALUE            PIC S9(11)V99   VALUE ZERO.
008800
008900*    ONE ROW PER JURISDICTION SEEN IN THE MONTH, KEPT IN COUNTRY/
009000*    STATE ORDER AS ROWS ARE ADDED SO IT PRINTS WITHOUT A SORT.
009100 01  PUR380-JURISDICTION-TABLE.
009200     05  WK-JUR-COUNT            PIC 9(3)        VALUE ZERO.
009300     05  WK-JUR-SUB              PIC 9(3)        VALUE ZERO.
009400     05  WK-JUR-ENTRY OCCURS 500 TIMES.
009500         10  WK-JUR-KEY.
009600             15  WK-JUR-COUNTRY  PIC X(30).
009700             15  WK-JUR-STATE    PIC X(20).
009800         10  WK-JUR-TAXABLE      PIC S9(13)V99.
009900         10  WK-JUR-EXEMPT       PIC S9(13)V99.
010000         10  WK-JUR-CHARGED      PIC S9(13)V99.
010100         10  WK-JUR-REVERSED     PIC S9(13)V99.
010200
010300 01  WK-NEW-KEY.
010400     05  WK-NEW-COUNTRY          PIC X(30).
010500     05  WK-NEW-STATE            PIC X(20).
010600
010700 01  PUR380-GRAND-TOTALS.
010800     05  WK-TOT-TAXABLE          PIC S9(13)V99   VALUE ZERO.
010900     05  WK-TOT-EXEMPT           PIC S9(13)V99   VALUE ZERO.
011000     05  WK-TOT-CHARGED          PIC S9(13)V99   VALUE ZERO.
011100     05  WK-TOT-REVERSED         PIC S9(13)V99   VALUE ZERO.
011200     05  WK-NET-COLLECTED        PIC S9(13)V99   VALUE ZERO.
011300
011400 01  RPT-HEADER-LINE.
011500     05  FILLER                  PIC X(48) VALUE
011600         'PUR380 - SALES TAX COLLECTED BY JURISDICTION FOR'.
011700     05  FILLER                  PIC X(1)  VALUE SPACE.
011800     05  RPT-HDR-MONTH           PIC X(6).
011900     05  FILLER                  PIC X(4)  VALUE SPACES.
012000     05  FILLER                  PIC X(8)  VALUE 'PRINTED '.
012100     05  RPT-HDR-DATE            PIC X(8).
012200
012300 01  RPT-COLUMN-LINE.
012400     05  FILLER                  PIC X(30) VALUE
012500         'COUNTRY                       '.
012600     05  FILLER                  PIC X(1)  VALUE SPACE.
012700     05  FILLER                  PIC X(20) VALUE
012800         'STATE               '.
012900     05  FILLER                  PIC X(17) VALUE
013000         '    TAXABLE SALES'.
013100     05  FILLER                  PIC X(17) VALUE
013200         '     EXEMPT SALES'.
013300     05  FILLER                  PIC X(17) VALUE
013400         '      TAX CHARGED'.
013500     05  FILLER                  PIC X(17) VALUE
013600         '     TAX REVERSED'.
013700     05  FILLER                  PIC X(17) VALUE
013800         '    NET COLLECTED'.
013900
014000 01  RPT-DETAIL-LINE.
014100     05  RPT-DET-COUNTRY         PIC X(30).
014200     05  FILLER                  PIC X(1)  VALUE SPACE.
014300     05  RPT-DET-STATE           PIC X(20).
014400     05  RPT-DET-TAXABLE         PIC ZZZ,ZZZ,ZZ9.99-.
014500     05  FILLER                  PIC X(2)  VALUE SPACES.
014600     05  RPT-DET-EXEMPT          PIC ZZZ,ZZZ,ZZ9.99-.
014700     05  FILLER                  PIC X(2)  VALUE SPACES.
014800     05  RPT-DET-CHARGED         PIC ZZZ,ZZZ,ZZ9.99-.
014900     05  FILLER                  PIC X(2)  VALUE SPACES.
015000     05  RPT-DET-REVERSED        PIC ZZZ,ZZZ,ZZ9.99-.
015100     05  FILLER                  PIC X(2)  VALUE SPACES.
015200     05  RPT-DET-NET             PIC ZZZ,ZZZ,ZZ9.99-.
015300
015400 01  RPT-NONE-LINE.
015500     05  FILLER                  PIC X(36) VALUE
015600         '  NO TAX DETAIL POSTED IN THE MONTH '.
015700
015800 01  BLANK-LINE                  PIC X(132) VALUE SPACES.
015900
016000 PROCEDURE DIVISION.
016100*---------------------------------------------------------------*
016200* 0000-MAINLINE                                                 *
016300*   CONTROLS OVERALL FLOW OF THE REPORT RUN.                    *
016400*---------------------------------------------------------------*
016500 0000-MAINLINE.
016600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016700     PERFORM 2000-FOLD-ONE-DETAIL THRU 2000-EXIT
016800         UNTIL END-OF-FILE.
016900     PERFORM 3000-PRINT-REPORT THRU 3000-EXIT.
017000     PERFORM 8000-TERMINATE THRU 8000-EXIT.
017100     STOP RUN.
017200
017300*---------------------------------------------------------------*
017400* 1000-INITIALIZE                                               *
017500*   OPENS FILES AND TAKES THE REPORT MONTH.  NO TAX DETAIL FEED *
017600*   YET MEANS AN EMPTY REPORT, NOT A FAILED RUN.                *
017700*---------------------------------------------------------------*
017800 1000-INITIALIZE.
017900     OPEN OUTPUT PUR-TAX-RPT.
018000     OPEN INPUT  PUR-TAX-DETAIL.
018100     IF FS-TAX-DETAIL = '00'
018150         MOVE 'Y' TO SW-DETAIL-OPEN
018160     ELSE
018200         DISPLAY 'PUR380 - NO TAX DETAIL FEED - NOTHING TO '
018300                 'REPORT'
018400         MOVE 'Y' TO SW-END-OF-FILE
018500     END-IF.
018600     ACCEPT WK-TODAY-DATE FROM DATE YYYYMMDD.
018700     PERFORM 1150-GET-MONTH THRU 1150-EXIT.
018800     MOVE WK-REPORT-MONTH TO RPT-HDR-MONTH.
018900     MOVE WK-TODAY-DATE   TO RPT-HDR-DATE.
019000     WRITE TAX-PRINT-LINE FROM RPT-HEADER-LINE.
019100     WRITE TAX-PRINT-LINE FROM BLANK-LINE.
019200     WRITE TAX-PRINT-LINE FROM RPT-COLUMN-LINE.
019300 1000-EXIT.
019400     EXIT.
019500
019600*---------------------------------------------------------------*
019700* 1150-GET-MONTH                                                *
019800*   TAKES THE REPORT MONTH (YYYYMM) FROM THE ONE-CARD SYSIN     *
019900*   PARAMETER.  A MISSING OR NON-NUMERIC CARD REPORTS THE       *
020000*   CURRENT MONTH TO DATE.                                      *
020100*---------------------------------------------------------------*
020200 1150-GET-MONTH.
020300     ACCEPT WK-MONTH-CARD.
020400     IF WK-MONTH-CARD NUMERIC
020500         MOVE WK-MONTH-CARD TO WK-REPORT-MONTH
020600     ELSE
020700         MOVE WK-TODAY-MONTH TO WK-REPORT-MONTH
020800         DISPLAY 'PUR380 - NO MONTH CARD, REPORTING CURRENT '
020900                 'MONTH'
021000     END-IF.
021100     DISPLAY 'PUR380 - REPORT MONTH         : ' WK-REPORT-MONTH.
021200 1150-EXIT.
021300     EXIT.
021400
021500*---------------------------------------------------------------*
021600* 2000-FOLD-ONE-DETAIL                                          *
021700*   READS ONE TAX DETAIL AND, IF IT WAS POSTED IN THE REPORT    *
021800*   MONTH, FOLDS IT INTO ITS JURISDICTION'S ROW.  A CHARGE ('C')*
021900*   ADDS TO SALES AND TAX CHARGED AND ITS BACKOUT ('S') TAKES   *
022000*   THEM BACK; A REVERSAL ('R') TAKES SALES BACK AND ADDS TO    *
022100*   TAX REVERSED, AND ITS BACKOUT ('X') UNDOES BOTH.            *
022200*---------------------------------------------------------------*
022300 2000-FOLD-ONE-DETAIL.
022400     READ PUR-TAX-DETAIL
022500         AT END
022600             MOVE 'Y' TO SW-END-OF-FILE
022700             GO TO 2000-EXIT
022800     END-READ.
022900     ADD 1 TO CT-READ.
023000     MOVE TXD-POSTED-DATE TO WK-POSTED-DATE.
023100     IF WK-POSTED-MONTH NOT = WK-REPORT-MONTH
023200         GO TO 2000-EXIT
023300     END-IF.
023400     ADD 1 TO CT-IN-MONTH.
023500     MOVE TXD-COUNTRY TO WK-NEW-COUNTRY.
023600     MOVE TXD-STATE   TO WK-NEW-STATE.
023700     PERFORM 2100-FIND-JURISDICTION THRU 2100-EXIT.
023800     IF NOT JUR-FOUND
023900         GO TO 2000-EXIT
024000     END-IF.
024100     MOVE TXD-TAXABLE-VALUE TO WK-SALE-VALUE.
024200     MOVE TXD-TAX-VALUE     TO WK-TAX-VALUE.
024300     IF TXD-CHARGE-BACKED-OUT OR TXD-TAX-REVERSED
024400         COMPUTE WK-SALE-VALUE = ZERO - WK-SALE-VALUE
024500     END-IF.
024600     IF TXD-CHARGE-BACKED-OUT OR TXD-REVERSAL-BACKED-OUT
024700         COMPUTE WK-TAX-VALUE = ZERO - WK-TAX-VALUE
024800     END-IF.
024900     IF TXD-EXEMPT
025000         ADD WK-SALE-VALUE TO WK-JUR-EXEMPT (WK-JUR-SUB)
025100     ELSE
025200         ADD WK-SALE-VALUE TO WK-JUR-TAXABLE (WK-JUR-SUB)
025300     END-IF.
025400     IF TXD-TAX-CHARGED OR TXD-CHARGE-BACKED-OUT
025500         ADD WK-TAX-VALUE TO WK-JUR-CHARGED (WK-JUR-SUB)
025600     ELSE
025700         ADD WK-TAX-VALUE TO WK-JUR-REVERSED (WK-JUR-SUB)
025800     END-IF.
025900 2000-EXIT.
026000     EXIT.
026100
026200*---------------------------------------------------------------*
026300* 2100-FIND-JURISDICTION                                        *
026400*   LEAVES WK-JUR-SUB ON THE ROW FOR WK-NEW-KEY, INSERTING A    *
026500*   ZEROED ROW IN KEY ORDER WHEN IT IS NOT YET IN THE TABLE.    *
026600*   A FULL TABLE DROPS THE ENTRY AND SAYS SO ON THE CONSOLE.    *
026700*---------------------------------------------------------------*
026800 2100-FIND-JURISDICTION.
026900     MOVE 'N' TO SW-JUR-FOUND.
027000     MOVE ZERO TO WK-INSERT-SUB.
027100     PERFORM 2110-CHECK-ONE-ROW THRU 2110-EXIT
027200         VARYING WK-JUR-SUB FROM 1 BY 1
027300         UNTIL WK-JUR-SUB > WK-JUR-COUNT
027400            OR JUR-FOUND
027500            OR WK-INSERT-SUB > ZERO.
027600     IF JUR-FOUND
027700         GO TO 2100-EXIT
027800     END-IF.
027900     IF WK-JUR-COUNT >= 500
028000         ADD 1 TO CT-DROPPED
028100         DISPLAY 'PUR380 - JURISDICTION TABLE FULL, DROPPING: '
028200             WK-NEW-COUNTRY ' ' WK-NEW-STATE
028300         GO TO 2100-EXIT
028400     END-IF.
028500     IF WK-INSERT-SUB = ZERO
028600         COMPUTE WK-INSERT-SUB = WK-JUR-COUNT + 1
028700     END-IF.
028800     PERFORM 2120-SHIFT-ONE-ROW THRU 2120-EXIT
028900         VARYING WK-SHIFT-SUB FROM WK-JUR-COUNT BY -1
029000         UNTIL WK-SHIFT-SUB < WK-INSERT-SUB.
029100     ADD 1 TO WK-JUR-COUNT.
029200     MOVE WK-INSERT-SUB TO WK-JUR-SUB.
029300     MOVE WK-NEW-KEY TO WK-JUR-KEY (WK-JUR-SUB).
029400     MOVE ZERO TO WK-JUR-TAXABLE (WK-JUR-SUB)
029500                  WK-JUR-EXEMPT (WK-JUR-SUB)
029600                  WK-JUR-CHARGED (WK-JUR-SUB)
029700                  WK-JUR-REVERSED (WK-JUR-SUB).
029800     MOVE 'Y' TO SW-JUR-FOUND.
029900 2100-EXIT.
030000     EXIT.
030100
030200*    THE PERFORM VARYING STEPS THE SUBSCRIPT ONCE MORE AFTER A
030300*    MATCH, SO THE MATCHED ROW STEPS BACK BY ONE HERE AND THE
030400*    LOOP'S OWN INCREMENT LEAVES THE SUBSCRIPT POINTING AT IT.
030500*    THE FIRST ROW WITH A HIGHER KEY IS WHERE A NEW ROW GOES.
030600 2110-CHECK-ONE-ROW.
030700     IF WK-JUR-KEY (WK-JUR-SUB) = WK-NEW-KEY
030800         MOVE 'Y' TO SW-JUR-FOUND
030900         SUBTRACT 1 FROM WK-JUR-SUB
031000         GO TO 2110-EXIT
031100     END-IF.
031200     IF WK-JUR-KEY (WK-JUR-SUB) > WK-NEW-KEY
031300         MOVE WK-JUR-SUB TO WK-INSERT-SUB
031400     END-IF.
031500 2110-EXIT.
031600     EXIT.
031700
031800 2120-SHIFT-ONE-ROW.
031900     COMPUTE WK-NEXT-SUB = WK-SHIFT-SUB + 1.
032000     MOVE WK-JUR-ENTRY (WK-SHIFT-SUB)
032100         TO WK-JUR-ENTRY (WK-NEXT-SUB).
032200 2120-EXIT.
032300     EXIT.
032400
032500*---------------------------------------------------------------*
032600* 3000-PRINT-REPORT                                             *
032700*   PRINTS ONE LINE PER JURISDICTION IN KEY ORDER AND THE GRAND *
032800*   TOTAL LINE.                                                 *
032900*---------------------------------------------------------------*
033000 3000-PRINT-REPORT.
033100     IF WK-JUR-COUNT = ZERO
033200         WRITE TAX-PRINT-LINE FROM RPT-NONE-LINE
033300         GO TO 3000-EXIT
033400     END-IF.
033500     PERFORM 3100-PRINT-ONE-JURISDICTION THRU 3100-EXIT
033600         VARYING WK-JUR-SUB FROM 1 BY 1
033700         UNTIL WK-JUR-SUB > WK-JUR-COUNT.
033800     WRITE TAX-PRINT-LINE FROM BLANK-LINE.
033900     MOVE 'GRAND TOTAL' TO RPT-DET-COUNTRY.
034000     MOVE SPACES TO RPT-DET-STATE.
034100     MOVE WK-TOT-TAXABLE  TO RPT-DET-TAXABLE.
034200     MOVE WK-TOT-EXEMPT   TO RPT-DET-EXEMPT.
034300     MOVE WK-TOT-CHARGED  TO RPT-DET-CHARGED.
034400     MOVE WK-TOT-REVERSED TO RPT-DET-REVERSED.
034500     COMPUTE WK-NET-COLLECTED = WK-TOT-CHARGED - WK-TOT-REVERSED.
034600     MOVE WK-NET-COLLECTED TO RPT-DET-NET.
034700     WRITE TAX-PRINT-LINE FROM RPT-DETAIL-LINE.
034800 3000-EXIT.
034900     EXIT.
035000
035100 3100-PRINT-ONE-JURISDICTION.
035200     MOVE WK-JUR-COUNTRY (WK-JUR-SUB)  TO RPT-DET-COUNTRY.
035300     MOVE WK-JUR-STATE (WK-JUR-SUB)    TO RPT-DET-STATE.
035400     MOVE WK-JUR-TAXABLE (WK-JUR-SUB)  TO RPT-DET-TAXABLE.
035500     MOVE WK-JUR-EXEMPT (WK-JUR-SUB)   TO RPT-DET-EXEMPT.
035600     MOVE WK-JUR-CHARGED (WK-JUR-SUB)  TO RPT-DET-CHARGED.
035700     MOVE WK-JUR-REVERSED (WK-JUR-SUB) TO RPT-DET-REVERSED.
035800     COMPUTE WK-NET-COLLECTED = WK-JUR-CHARGED (WK-JUR-SUB)
035900                              - WK-JUR-REVERSED (WK-JUR-SUB).
036000     MOVE WK-NET-COLLECTED TO RPT-DET-NET.
036100     WRITE TAX-PRINT-LINE FROM RPT-DETAIL-LINE.
036200     ADD WK-JUR-TAXABLE (WK-JUR-SUB)  TO WK-TOT-TAXABLE.
036300     ADD WK-JUR-EXEMPT (WK-JUR-SUB)   TO WK-TOT-EXEMPT.
036400     ADD WK-JUR-CHARGED (WK-JUR-SUB)  TO WK-TOT-CHARGED.
036500     ADD WK-JUR-REVERSED (WK-JUR-SUB) TO WK-TOT-REVERSED.
036600 3100-EXIT.
036700     EXIT.
036800
036900*---------------------------------------------------------------*
037000* 8000-TERMINATE                                                *
037100*   CLOSES FILES AND DISPLAYS THE RUN TOTALS.                   *
037200*---------------------------------------------------------------*
037300 8000-TERMINATE.
037400     IF DETAIL-OPEN
037500         CLOSE PUR-TAX-DETAIL
037600     END-IF.
037700     CLOSE PUR-TAX-RPT.
037800     DISPLAY 'PUR380 - TAX DETAILS READ     : ' CT-READ.
037900     DISPLAY 'PUR380 - POSTED IN MONTH      : ' CT-IN-MONTH.
038000     DISPLAY 'PUR380 - JURISDICTIONS        : ' WK-JUR-COUNT.
038100     DISPLAY 'PUR380 - ENTRIES DROPPED      : ' CT-DROPPED.
038200     DISPLAY 'PUR380 - NET TAX COLLECTED    : ' WK-NET-COLLECTED.
038300     IF CT-DROPPED > ZERO
038400         MOVE 4 TO RETURN-CODE
038500     END-IF.
038600 8000-EXIT.
038700     EXIT.

001296*                  AND ITS CURRENCY CODE, WITH LINE TOTALS AND  *
001297*                  THE SUBTOTAL CONVERTED TO HOME CURRENCY      *
001298*                  FROM THE DATED PURRATES TABLE.               *
001299* 2026-10-15  RH   EACH 'A' LINE NOW SHOWS THE SALES             *
001300*                  TAX PUR100 CHARGED ON IT, TAKEN FROM THE      *
001320*                  CUSTOMER'S MASTER LINE IN HOME CURRENCY, WITH *
001340*                  A TAX TOTAL AND A TOTAL INCLUDING TAX.        *
001360*                  ARCHIVED LINES SHOW THE TAX THEY CARRIED.     *
001380*---------------------------------------------------------------*
001400* PURPOSE.                                                     *
001500*   PRINTS ONE STATEMENT PER CUSTOMERID - A HEADER OF           *
001600*   CUSTOMERID, CUSTOMERLASTNAME/CUSTOMERFIRSTNAME AND          *
003440         ACCESS MODE IS DYNAMIC
003450         RECORD KEY IS ARC-HISTORY-KEY
003460         FILE STATUS IS FS-ARCHIVE.
003470
003480     SELECT PUR-MASTER      ASSIGN TO PURMAST
003482         ORGANIZATION IS INDEXED
003484         ACCESS MODE IS RANDOM
003486         RECORD KEY IS CustomerId OF MASTER-RECORD
003488         FILE STATUS IS FS-MASTER.
003500
003600 DATA DIVISION.
003700 FILE SECTION.
004560 FD  PUR-RATES
004570     RECORDING MODE IS F.
004580     COPY PURRATE.
004582
004584 FD  PUR-MASTER
004586     RECORDING MODE IS F.
004588     COPY PURMAST.
004600
004700 WORKING-STORAGE SECTION.
004800 01  FS-HIST-IN                 PIC XX          VALUE '00'.
004930     88  ARCHIVE-AVAILABLE                      VALUE 'Y'.
004940 01  SW-ARCHIVE-DONE             PIC X           VALUE 'N'.
004950     88  ARCHIVE-DONE                           VALUE 'Y'.
004960 01  FS-MASTER                   PIC XX          VALUE '00'.
004970 01  SW-MASTER-AVAILABLE         PIC X           VALUE 'N'.
004975     88  MASTER-AVAILABLE                       VALUE 'Y'.
004980 01  SW-MASTER-FOUND             PIC X           VALUE 'N'.
004985     88  MASTER-FOUND                           VALUE 'Y'.
005000
005100 01  SW-END-OF-FILE              PIC X           VALUE 'N'.
005200     88  END-OF-FILE                            VALUE 'Y'.
005500     05  CT-READ                 PIC 9(7)        VALUE ZERO.
005600     05  CT-LINES-PRINTED         PIC 9(7)        VALUE ZERO.
005650     05  CT-STATEMENTS            PIC 9(7)        VALUE ZERO.
005660     05  CT-TAX-NOT-FOUND         PIC 9(7)        VALUE ZERO.
005700
005800 01  PUR120-WORK-FIELDS.
005900     05  WK-SUB                  PIC 9(3)        VALUE ZERO.
006000     05  WK-SUBTOTAL              PIC S9(10)V99   VALUE ZERO.
006100     05  WK-LINE-AMOUNT           PIC S9(10)V99   VALUE ZERO.
006110     05  WK-ARCHIVE-LINES         PIC 9(5)        VALUE ZERO.
006112     05  WK-TAX-SUBTOTAL          PIC S9(10)V99   VALUE ZERO.
006114     05  WK-LINE-TAX              PIC S9(10)V99   VALUE ZERO.
006116     05  WK-GRAND-TOTAL           PIC S9(10)V99   VALUE ZERO.
006118     05  WK-MST-SUB               PIC 9(3)        VALUE ZERO.
006119     05  WK-TAX-SUB               PIC 9(3)        VALUE ZERO.
006120
006130     COPY PURRATTB.
006200
008820     05  DET-CURRENCY            PIC X(3).
008900     05  FILLER                  PIC X(2)  VALUE SPACES.
009000     05  DET-LINE-TOTAL          PIC Z,ZZZ,ZZZ,ZZ9.99.
009010     05  FILLER                  PIC X(2)  VALUE SPACES.
009020     05  DET-TAX                 PIC Z,ZZZ,ZZZ,ZZ9.99.
009100
009200 01  SUB-LINE.
009300     05  FILLER                  PIC X(40) VALUE
009400         'SUBTOTAL FOR CUSTOMER (HOME CURRENCY):'.
009500     05  SUB-AMOUNT              PIC Z,ZZZ,ZZZ,ZZ9.99.
009510
009520 01  TAX-TOTAL-LINE.
009530     05  FILLER                  PIC X(40) VALUE
009540         'SALES TAX (HOME CURRENCY):'.
009550     05  TAX-TOTAL-AMOUNT        PIC Z,ZZZ,ZZZ,ZZ9.99.
009560
009570 01  GRAND-TOTAL-LINE.
009580     05  FILLER                  PIC X(40) VALUE
009590         'TOTAL INCLUDING TAX (HOME CURRENCY):'.
009595     05  GRAND-TOTAL-AMOUNT      PIC Z,ZZZ,ZZZ,ZZ9.99.
009600
009610 01  ARC-SECTION-LINE.
009620     05  FILLER                  PIC X(34) VALUE
009695     05  ARC-DET-CURRENCY        PIC X(3).
009696     05  FILLER                  PIC X(2)  VALUE SPACES.
009697     05  ARC-DET-PURCHASE-DATE   PIC X(8).
009698     05  FILLER                  PIC X(2)  VALUE SPACES.
009699     05  ARC-DET-TAX             PIC ZZ,ZZZ,ZZ9.99.
009700
009750 01  BLANK-LINE                  PIC X(132) VALUE SPACES.
009800
009900 PROCEDURE DIVISION.
010000*---------------------------------------------------------------*
011560     ELSE
011570         MOVE 'N' TO SW-ARCHIVE-AVAILABLE
011580     END-IF.
011582*    THE TAX ON EACH LINE IS KEPT ON THE CUSTOMER'S MASTER LINE.
011584*    WITHOUT THE MASTER THE STATEMENTS STILL PRINT, TAX AT ZERO.
011586     OPEN INPUT PUR-MASTER.
011588     IF FS-MASTER = '00'
011590         MOVE 'Y' TO SW-MASTER-AVAILABLE
011592     ELSE
011594         DISPLAY 'PUR120 - NO CUSTOMER MASTER - SALES TAX NOT '
011596                 'SHOWN'
011598     END-IF.
011600     IF FS-HIST-IN NOT = '00'
011700         DISPLAY 'PUR120 - UNABLE TO OPEN HISTORY INPUT'
011800         MOVE 'Y' TO SW-END-OF-FILE
013549 1320-EXIT.
013551     EXIT.
013552
013560*---------------------------------------------------------------*
013600* 2000-PRINT-LOOP                                                *
013700*   PRINTS ONE CONSOLIDATED STATEMENT FOR ONE CUSTOMERID -       *
013750*   HEADER, A DETAIL LINE FOR EVERY PURCHASE TABLE ENTRY ACROSS  *
014000 2000-PRINT-LOOP.
014010     MOVE CustomerId OF HIST-IN-RECORD TO WK-CURRENT-CUSTOMER.
014020     PERFORM 2100-PRINT-HEADER THRU 2100-EXIT.
014030     PERFORM 2120-READ-CUSTOMER-MASTER THRU 2120-EXIT.
014200     MOVE ZERO TO WK-SUBTOTAL.
014205     MOVE ZERO TO WK-TAX-SUBTOTAL.
014210     MOVE 'N' TO SW-CUSTOMER-DONE.
014220     PERFORM 2150-PRINT-ONE-RECORD THRU 2150-EXIT
014230         UNTIL CUSTOMER-DONE.
015106     END-IF.
015107 2150-EXIT.
015108     EXIT.
015150
015200 2100-PRINT-HEADER.
015300     MOVE CustomerId OF HIST-IN-RECORD TO HDR1-CUSTOMER-ID.
015400     WRITE PRINT-LINE FROM HDR-LINE-1.
016000     ADD 3 TO CT-LINES-PRINTED.
016100 2100-EXIT.
016200     EXIT.
016210
016220 2120-READ-CUSTOMER-MASTER.
016230     MOVE 'N' TO SW-MASTER-FOUND.
016240     IF NOT MASTER-AVAILABLE
016250         GO TO 2120-EXIT
016260     END-IF.
016270     MOVE WK-CURRENT-CUSTOMER TO CustomerId OF MASTER-RECORD.
016280     READ PUR-MASTER
016290         INVALID KEY
016300             GO TO 2120-EXIT
016310     END-READ.
016320     MOVE 'Y' TO SW-MASTER-FOUND.
016330 2120-EXIT.
016340     EXIT.
016350
016400 2200-PRINT-DETAIL.
016410     MOVE PurchaseId  OF HIST-IN-RECORD (WK-SUB)
016420         TO DET-PURCHASE-ID.
017100         Price  OF HIST-IN-RECORD (WK-SUB) * RATE-IN-USE.
017200     MOVE WK-LINE-AMOUNT TO DET-LINE-TOTAL.
017300     ADD WK-LINE-AMOUNT TO WK-SUBTOTAL.
017310     MOVE ZERO TO WK-LINE-TAX.
017320     IF REQUEST-TYPE-ADD OF HIST-IN-RECORD
017330         PERFORM 2250-FIND-LINE-TAX THRU 2250-EXIT
017340     END-IF.
017350     COMPUTE WK-LINE-TAX ROUNDED = WK-LINE-TAX * RATE-IN-USE.
017360     MOVE WK-LINE-TAX TO DET-TAX.
017370     ADD WK-LINE-TAX TO WK-TAX-SUBTOTAL.
017400     WRITE PRINT-LINE FROM DET-LINE.
017500     ADD 1 TO CT-LINES-PRINTED.
017600 2200-EXIT.
017700     EXIT.
017710
017720*---------------------------------------------------------------*
017730* 2250-FIND-LINE-TAX                                            *
017740*   FINDS THE MASTER LINE PUR100 POSTED FOR THIS 'A' LINE - THE *
017750*   LATEST WITH THE SAME PURCHASEID, UNITS, PRICE AND CURRENCY, *
017760*   AS LINES ARE APPENDED IN POSTING ORDER - AND TAKES ITS TAX  *
017770*   IN THE LINE'S OWN CURRENCY.  NO MATCH LEAVES THE TAX ZERO.  *
017780*---------------------------------------------------------------*
017790 2250-FIND-LINE-TAX.
017800     IF NOT MASTER-FOUND
017810         ADD 1 TO CT-TAX-NOT-FOUND
017820         GO TO 2250-EXIT
017830     END-IF.
017840     MOVE ZERO TO WK-TAX-SUB.
017850     PERFORM 2260-CHECK-MASTER-LINE THRU 2260-EXIT
017860         VARYING WK-MST-SUB FROM 1 BY 1
017870         UNTIL WK-MST-SUB > MST-PURCHASE-COUNT.
017880     IF WK-TAX-SUB = ZERO
017890         ADD 1 TO CT-TAX-NOT-FOUND
017900         GO TO 2250-EXIT
017910     END-IF.
017920     MOVE TaxAmount OF MASTER-RECORD (WK-TAX-SUB) TO WK-LINE-TAX.
017930 2250-EXIT.
017940     EXIT.
017950
017960 2260-CHECK-MASTER-LINE.
017970     IF PurchaseId OF MASTER-RECORD (WK-MST-SUB) =
017980            PurchaseId OF HIST-IN-RECORD (WK-SUB)
017990        AND Amount OF MASTER-RECORD (WK-MST-SUB) =
018000            Amount OF HIST-IN-RECORD (WK-SUB)
018010        AND Price OF MASTER-RECORD (WK-MST-SUB) =
018020            Price OF HIST-IN-RECORD (WK-SUB)
018030        AND CurrencyCode OF MASTER-RECORD (WK-MST-SUB) =
018040            CurrencyCode OF HIST-IN-RECORD (WK-SUB)
018050         MOVE WK-MST-SUB TO WK-TAX-SUB
018060     END-IF.
018070 2260-EXIT.
018080     EXIT.
018085
018090 2300-PRINT-SUBTOTAL.
018095     MOVE WK-SUBTOTAL TO SUB-AMOUNT.
018100     WRITE PRINT-LINE FROM SUB-LINE.
018110     MOVE WK-TAX-SUBTOTAL TO TAX-TOTAL-AMOUNT.
018120     WRITE PRINT-LINE FROM TAX-TOTAL-LINE.
018130     COMPUTE WK-GRAND-TOTAL = WK-SUBTOTAL + WK-TAX-SUBTOTAL.
018140     MOVE WK-GRAND-TOTAL TO GRAND-TOTAL-AMOUNT.
018150     WRITE PRINT-LINE FROM GRAND-TOTAL-LINE.
018200     ADD 3 TO CT-LINES-PRINTED.
018300 2300-EXIT.
018400     EXIT.
018500
018604     MOVE ARC-PRICE         TO ARC-DET-PRICE.
018605     MOVE ARC-CURRENCY-CODE TO ARC-DET-CURRENCY.
018606     MOVE ARC-PURCHASE-DATE TO ARC-DET-PURCHASE-DATE.
018607     MOVE ARC-TAX-AMOUNT    TO ARC-DET-TAX.
018610     WRITE PRINT-LINE FROM ARC-DETAIL-LINE.
018620     ADD 1 TO CT-LINES-PRINTED.
018630     ADD 1 TO WK-ARCHIVE-LINES.
018640 2410-EXIT.
018650     EXIT.
018660
018670*---------------------------------------------------------------*
018700* 8000-TERMINATE                                                *
018800*---------------------------------------------------------------*
018900 8000-TERMINATE.
019110     IF ARCHIVE-AVAILABLE
019120         CLOSE PUR-ARCHIVE
019130     END-IF.
019140     IF MASTER-AVAILABLE
019150         CLOSE PUR-MASTER
019160     END-IF.
019200     DISPLAY 'PUR120 - CUSTOMER RECORDS READ : ' CT-READ.
019250     DISPLAY 'PUR120 - STATEMENTS PRINTED    : ' CT-STATEMENTS.
019300     DISPLAY 'PUR120 - PRINT LINES WRITTEN   : ' CT-LINES-PRINTED.
019310     DISPLAY 'PUR120 - UNKNOWN CURRENCIES    : '
019320         CT-UNKNOWN-CURRENCY.
019330     DISPLAY 'PUR120 - SALES NOT ON MASTER   : '
019340         CT-TAX-NOT-FOUND.
019400 8000-EXIT.
019500     EXIT.

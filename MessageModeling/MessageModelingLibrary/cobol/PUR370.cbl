000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     PUR370.
000300 AUTHOR.         R HOLLOWAY.
000400 INSTALLATION.   CUSTOMER PURCHASE SYSTEMS.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000700*---------------------------------------------------------------*
000800* MODIFICATION HISTORY                                         *
000900*---------------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                                 *
001100* 2026-10-15  RH   ORIGINAL PROGRAM - NIGHTLY CONTRACT PRICE    *
001200*                  REPORT.  LISTS CONTRACTS ABOUT TO EXPIRE AND *
001300*                  CONTRACT CUSTOMERS' LINES BOUGHT OFF         *
001400*                  CONTRACT.                                    *
001500*---------------------------------------------------------------*
001600* PURPOSE.                                                     *
001700*   ACCOUNT MANAGERS NEED NOTICE BEFORE A NEGOTIATED PRICE      *
001800*   LAPSES, AND NEED TO KNOW WHEN A CONTRACT CUSTOMER BUYS      *
001900*   SOMETHING THE CONTRACT DOES NOT COVER.  THIS STEP PRINTS    *
002000*   TWO SECTIONS -                                              *
002100*     1. EVERY CONTRACT ON THE CONTRACT PRICE FILE (PURCONTR)   *
002200*        STILL IN FORCE TODAY THAT ENDS WITHIN THE HORIZON, IN  *
002300*        DAYS, TAKEN FROM THE ONE-CARD SYSIN PARAMETER (30 IF   *
002400*        THE CARD IS MISSING);                                  *
002500*     2. EVERY 'A' LINE ITEM ON TONIGHT'S CLEAN FILE FROM A     *
002600*        CUSTOMER WITH AT LEAST ONE CONTRACT IN FORCE ON THE    *
002700*        ORDER'S BUSINESS DATE, WHERE NO CONTRACT FOR THAT      *
002800*        PURCHASEID WAS IN FORCE ON THAT DATE.                  *
002900*   THE CLEAN FILE ARRIVES SORTED BY CUSTOMERID, SO WHETHER A   *
003000*   CUSTOMER HOLDS A CONTRACT IS LOOKED UP ONCE PER CUSTOMERID  *
003100*   CHANGE.  DAYS TO EXPIRY USE THE APPROXIMATE DAY SERIAL THE  *
003200*   RMA AGING REPORT (PUR250) USES.                             *
003300*---------------------------------------------------------------*
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.   IBM-370.
003700 OBJECT-COMPUTER.   IBM-370.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT PUR-SALES-IN    ASSIGN TO PURCLEAN
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS FS-SALES-IN.
004300
004400     SELECT PUR-CONTRACT    ASSIGN TO PURCONTR
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS CTP-KEY
004800         FILE STATUS IS FS-CONTRACT.
004900
005000     SELECT PUR-CONTRACT-RPT ASSIGN TO PURCTRRP
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS FS-CONTRACT-RPT.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  PUR-SALES-IN
005700     RECORDING MODE IS F.
005800     COPY PURCHASES
005900         REPLACING LEADING ==PURCHASES== BY ==SALES-IN-RECORD==.
006000
006100 FD  PUR-CONTRACT
006200     RECORDING MODE IS F.
006300     COPY PURCONTR.
006400
006500 FD  PUR-CONTRACT-RPT
006600     RECORDING MODE IS F.
006700 01  CONTRACT-PRINT-LINE         PIC X(132).
006800
006900 WORKING-STORAGE SECTION.
007000 01  FS-SALES-IN                PIC XX          VALUE '00'.
007100 01  FS-CONTRACT                PIC XX          VALUE '00'.
007200 01  FS-CONTRACT-RPT            PIC XX          VALUE '00'.
007300
007400 01  SW-END-OF-FILE              PIC X           VALUE 'N'.
007500     88  END-OF-FILE                            VALUE 'Y'.
007600 01  SW-CONTRACTS-DONE           PIC X           VALUE 'N'.
007700     88  CONTRACTS-DONE                         VALUE 'Y'.
007800 01  SW-CONTRACT-CUSTOMER        PIC X           VALUE 'N'.
007900     88  CONTRACT-CUSTOMER                      VALUE 'Y'.
008000
008100 01  PUR370-COUNTERS.
008200     05  CT-READ                PIC 9(7)        VALUE ZERO.
008300     05  CT-CONTRACTS           PIC 9(7)        VALUE ZERO.
008400     05  CT-EXPIRING            PIC 9(5)        VALUE ZERO.
008500     05  CT-OFF-CONTRACT        PIC 9(7)        VALUE ZERO.
008600
008700 01  PUR370-WORK-FIELDS.
008800     05  WK-SUB                 PIC 9(3)        VALUE ZERO.
008900     05  WK-HORIZON-CARD         PIC X(3)        VALUE SPACES.
009000     05  WK-HORIZON-DAYS         PIC 9(3)        VALUE 30.
009100     05  WK-TODAY-DATE           PIC X(8)        VALUE SPACES.
009200     05  WK-TODAY-SERIAL         PIC 9(7)        VALUE ZERO.
009300     05  WK-DATE-SERIAL          PIC 9(7)        VALUE ZERO.
009400     05  WK-DAYS-LEFT            PIC S9(7)       VALUE ZERO.
009500     05  WK-DATE-IN              PIC X(8).
009600     05  WK-DATE-IN-R REDEFINES WK-DATE-IN.
009700         10  WK-DATE-IN-YYYY     PIC 9(4).
009800         10  WK-DATE-IN-MM       PIC 9(2).
009900         10  WK-DATE-IN-DD       PIC 9(2).
010000*    THE BUSINESS DATE OF THE ORDER BEING CHECKED - THE DATE A
010100*    CONTRACT MUST HAVE BEEN IN FORCE ON TO COVER ITS LINES.
010200     05  WK-AS-OF-DATE           PIC X(8)        VALUE SPACES.
010300     05  WK-LAST-CUSTOMER-ID     PIC X(8)        VALUE SPACES.
010400     05  WK-LAST-AS-OF-DATE      PIC X(8)        VALUE SPACES.
010500
010600 01  RPT-HEADER-LINE.
010700     05  FILLER                  PIC X(48) VALUE
010800         'PUR370 - CONTRACT PRICE REPORT AS OF            '.
010900     05  RPT-HDR-DATE            PIC X(8).
011000
011100 01  RPT-EXPIRE-TITLE-LINE.
011200     05  FILLER                  PIC X(40) VALUE
011300         'CONTRACTS ENDING WITHIN THE NEXT        '.
011400     05  RPT-EXP-TITLE-DAYS      PIC ZZ9.
011500     05  FILLER                  PIC X(5)  VALUE ' DAYS'.
011600
011700 01  RPT-EXPIRE-COLUMN-LINE.
011800     05  FILLER                  PIC X(10) VALUE 'CUSTOMERID'.
011900     05  FILLER                  PIC X(2)  VALUE SPACES.
012000     05  FILLER                  PIC X(10) VALUE 'PURCHASEID'.
012100     05  FILLER                  PIC X(2)  VALUE SPACES.
012200     05  FILLER                  PIC X(11) VALUE '      PRICE'.
012300     05  FILLER                  PIC X(2)  VALUE SPACES.
012400     05  FILLER                  PIC X(3)  VALUE 'CUR'.
012500     05  FILLER                  PIC X(2)  VALUE SPACES.
012600     05  FILLER                  PIC X(8)  VALUE 'FROM    '.
012700     05  FILLER                  PIC X(2)  VALUE SPACES.
012800     05  FILLER                  PIC X(8)  VALUE 'TO      '.
012900     05  FILLER                  PIC X(2)  VALUE SPACES.
013000     05  FILLER                  PIC X(9)  VALUE 'DAYS LEFT'.
013100
013200 01  RPT-EXPIRE-DETAIL-LINE.
013300     05  RPT-EXP-CUSTOMER-ID     PIC X(8).
013400     05  FILLER                  PIC X(4)  VALUE SPACES.
013500     05  RPT-EXP-PURCHASE-ID     PIC 9(5).
013600     05  FILLER                  PIC X(7)  VALUE SPACES.
013700     05  RPT-EXP-PRICE           PIC Z(7)9.99.
013800     05  FILLER                  PIC X(2)  VALUE SPACES.
013900     05  RPT-EXP-CURRENCY        PIC X(3).
014000     05  FILLER                  PIC X(2)  VALUE SPACES.
014100     05  RPT-EXP-START-DATE      PIC X(8).
014200     05  FILLER                  PIC X(2)  VALUE SPACES.
014300     05  RPT-EXP-END-DATE        PIC X(8).
014400     05  FILLER                  PIC X(2)  VALUE SPACES.
014500     05  RPT-EXP-DAYS-LEFT       PIC ZZZZZZZZ9.
014600
014700 01  RPT-OFF-TITLE-LINE.
014800     05  FILLER                  PIC X(44) VALUE
014900         'CONTRACT CUSTOMERS BUYING OFF CONTRACT      '.
015000
015100 01  RPT-OFF-COLUMN-LINE.
015200     05  FILLER                  PIC X(10) VALUE 'CUSTOMERID'.
015300     05  FILLER                  PIC X(2)  VALUE SPACES.
015400     05  FILLER                  PIC X(8)  VALUE 'DATE    '.
015500     05  FILLER                  PIC X(2)  VALUE SPACES.
015600     05  FILLER                  PIC X(10) VALUE 'PURCHASEID'.
015700     05  FILLER                  PIC X(2)  VALUE SPACES.
015800     05  FILLER                  PIC X(30) VALUE
015900         'PRODUCT NAME                  '.
016000     05  FILLER                  PIC X(2)  VALUE SPACES.
016100     05  FILLER                  PIC X(3)  VALUE 'QTY'.
016200     05  FILLER                  PIC X(2)  VALUE SPACES.
016300     05  FILLER                  PIC X(11) VALUE '      PRICE'.
016400     05  FILLER                  PIC X(2)  VALUE SPACES.
016500     05  FILLER                  PIC X(3)  VALUE 'CUR'.
016600
016700 01  RPT-OFF-DETAIL-LINE.
016800     05  RPT-OFF-CUSTOMER-ID     PIC X(8).
016900     05  FILLER                  PIC X(4)  VALUE SPACES.
017000     05  RPT-OFF-AS-OF-DATE      PIC X(8).
017100     05  FILLER                  PIC X(2)  VALUE SPACES.
017200     05  RPT-OFF-PURCHASE-ID     PIC 9(5).
017300     05  FILLER                  PIC X(7)  VALUE SPACES.
017400     05  RPT-OFF-PRODUCT-NAME    PIC X(30).
017500     05  FILLER                  PIC X(2)  VALUE SPACES.
017600     05  RPT-OFF-AMOUNT          PIC Z9.
017700     05  FILLER                  PIC X(3)  VALUE SPACES.
017800     05  RPT-OFF-PRICE           PIC Z(7)9.99.
017900     05  FILLER                  PIC X(2)  VALUE SPACES.
018000     05  RPT-OFF-CURRENCY        PIC X(3).
018100
018200 01  RPT-NONE-LINE.
018300     05  FILLER                  PIC X(20) VALUE
018400         '  NONE              '.
018500
018600 01  BLANK-LINE                  PIC X(132) VALUE SPACES.
018700
018800 PROCEDURE DIVISION.
018900*---------------------------------------------------------------*
019000* 0000-MAINLINE                                                 *
019100*   CONTROLS OVERALL FLOW OF THE REPORT RUN.                     *
019200*---------------------------------------------------------------*
019300 0000-MAINLINE.
019400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019500     IF NOT END-OF-FILE
019600         PERFORM 3000-PRINT-EXPIRING THRU 3000-EXIT
019700         PERFORM 4000-PRINT-OFF-CONTRACT THRU 4000-EXIT
019800     END-IF.
019900     PERFORM 8000-TERMINATE THRU 8000-EXIT.
020000     STOP RUN.
020100
020200*---------------------------------------------------------------*
020300* 1000-INITIALIZE                                               *
020400*   OPENS FILES AND TAKES THE HORIZON CARD.  A MISSING CONTRACT *
020500*   FILE STOPS THE RUN - THERE IS NOTHING TO REPORT AGAINST.    *
020600*---------------------------------------------------------------*
020700 1000-INITIALIZE.
020800     OPEN INPUT  PUR-SALES-IN
020900          OUTPUT PUR-CONTRACT-RPT.
021000     IF FS-SALES-IN NOT = '00'
021100         DISPLAY 'PUR370 - UNABLE TO OPEN CLEAN FILE INPUT'
021200         MOVE 'Y' TO SW-END-OF-FILE
021300     END-IF.
021400     OPEN INPUT PUR-CONTRACT.
021500     IF FS-CONTRACT NOT = '00'
021600         DISPLAY 'PUR370 - UNABLE TO OPEN CONTRACT PRICE FILE'
021700         MOVE 'Y' TO SW-END-OF-FILE
021800     END-IF.
021900     ACCEPT WK-TODAY-DATE FROM DATE YYYYMMDD.
022000     MOVE WK-TODAY-DATE TO WK-DATE-IN.
022100     PERFORM 6000-DATE-TO-SERIAL THRU 6000-EXIT.
022200     MOVE WK-DATE-SERIAL TO WK-TODAY-SERIAL.
022300     PERFORM 1150-GET-HORIZON THRU 1150-EXIT.
022400     MOVE WK-TODAY-DATE TO RPT-HDR-DATE.
022500     WRITE CONTRACT-PRINT-LINE FROM RPT-HEADER-LINE.
022600 1000-EXIT.
022700     EXIT.
022800
022900*---------------------------------------------------------------*
023000* 1100-READ-SALES-IN                                            *
023100*   READS THE NEXT CLEAN RECORD, SETTING END-OF-FILE AT EOF.     *
023200*---------------------------------------------------------------*
023300 1100-READ-SALES-IN.
023400     READ PUR-SALES-IN INTO SALES-IN-RECORD
023500         AT END
023600             MOVE 'Y' TO SW-END-OF-FILE
023700     END-READ.
023800     IF NOT END-OF-FILE
023900         ADD 1 TO CT-READ
024000     END-IF.
024100 1100-EXIT.
024200     EXIT.
024300
024400*---------------------------------------------------------------*
024500* 1150-GET-HORIZON                                              *
024600*   TAKES THE EXPIRY HORIZON, IN DAYS, FROM THE ONE-CARD SYSIN  *
024700*   PARAMETER.  A MISSING OR NON-NUMERIC CARD LEAVES THE        *
024800*   DEFAULT IN FORCE.                                           *
024900*---------------------------------------------------------------*
025000 1150-GET-HORIZON.
025100     ACCEPT WK-HORIZON-CARD.
025200     IF WK-HORIZON-CARD NUMERIC
025300         MOVE WK-HORIZON-CARD TO WK-HORIZON-DAYS
025400     ELSE
025500         DISPLAY 'PUR370 - NO HORIZON CARD, USING DEFAULT'
025600     END-IF.
025700     DISPLAY 'PUR370 - EXPIRY HORIZON DAYS  : ' WK-HORIZON-DAYS.
025800 1150-EXIT.
025900     EXIT.
026000
026100*---------------------------------------------------------------*
026200* 3000-PRINT-EXPIRING                                           *
026300*   WALKS THE WHOLE CONTRACT FILE AND LISTS EVERY CONTRACT IN   *
026400*   FORCE TODAY THAT ENDS WITHIN THE HORIZON.                   *
026500*---------------------------------------------------------------*
026600 3000-PRINT-EXPIRING.
026700     MOVE WK-HORIZON-DAYS TO RPT-EXP-TITLE-DAYS.
026800     WRITE CONTRACT-PRINT-LINE FROM BLANK-LINE.
026900     WRITE CONTRACT-PRINT-LINE FROM RPT-EXPIRE-TITLE-LINE.
027000     WRITE CONTRACT-PRINT-LINE FROM RPT-EXPIRE-COLUMN-LINE.
027100     MOVE LOW-VALUES TO CTP-KEY.
027200     MOVE 'N' TO SW-CONTRACTS-DONE.
027300     START PUR-CONTRACT KEY NOT LESS THAN CTP-KEY
027400         INVALID KEY
027500             MOVE 'Y' TO SW-CONTRACTS-DONE
027600     END-START.
027700     PERFORM 3100-CHECK-ONE-CONTRACT THRU 3100-EXIT
027800         UNTIL CONTRACTS-DONE.
027900     IF CT-EXPIRING = ZERO
028000         WRITE CONTRACT-PRINT-LINE FROM RPT-NONE-LINE
028100     END-IF.
028200 3000-EXIT.
028300     EXIT.
028400
028500 3100-CHECK-ONE-CONTRACT.
028600     READ PUR-CONTRACT NEXT RECORD
028700         AT END
028800             MOVE 'Y' TO SW-CONTRACTS-DONE
028900             GO TO 3100-EXIT
029000     END-READ.
029100     ADD 1 TO CT-CONTRACTS.
029200     IF CTP-START-DATE > WK-TODAY-DATE
029300        OR CTP-END-DATE < WK-TODAY-DATE
029400         GO TO 3100-EXIT
029500     END-IF.
029600     MOVE CTP-END-DATE TO WK-DATE-IN.
029700     PERFORM 6000-DATE-TO-SERIAL THRU 6000-EXIT.
029800     COMPUTE WK-DAYS-LEFT = WK-DATE-SERIAL - WK-TODAY-SERIAL.
029900     IF WK-DAYS-LEFT > WK-HORIZON-DAYS
030000         GO TO 3100-EXIT
030100     END-IF.
030200     ADD 1 TO CT-EXPIRING.
030300     MOVE CTP-CUSTOMER-ID    TO RPT-EXP-CUSTOMER-ID.
030400     MOVE CTP-PURCHASE-ID    TO RPT-EXP-PURCHASE-ID.
030500     MOVE CTP-CONTRACT-PRICE TO RPT-EXP-PRICE.
030600     MOVE CTP-CURRENCY-CODE  TO RPT-EXP-CURRENCY.
030700     MOVE CTP-START-DATE     TO RPT-EXP-START-DATE.
030800     MOVE CTP-END-DATE       TO RPT-EXP-END-DATE.
030900     MOVE WK-DAYS-LEFT       TO RPT-EXP-DAYS-LEFT.
031000     WRITE CONTRACT-PRINT-LINE FROM RPT-EXPIRE-DETAIL-LINE.
031100 3100-EXIT.
031200     EXIT.
031300
031400*---------------------------------------------------------------*
031500* 4000-PRINT-OFF-CONTRACT                                       *
031600*   READS TONIGHT'S CLEAN FILE AND LISTS EACH 'A' LINE ITEM     *
031700*   FROM A CONTRACT CUSTOMER THAT NO CONTRACT COVERED.          *
031800*---------------------------------------------------------------*
031900 4000-PRINT-OFF-CONTRACT.
032000     WRITE CONTRACT-PRINT-LINE FROM BLANK-LINE.
032100     WRITE CONTRACT-PRINT-LINE FROM RPT-OFF-TITLE-LINE.
032200     WRITE CONTRACT-PRINT-LINE FROM RPT-OFF-COLUMN-LINE.
032300     PERFORM 1100-READ-SALES-IN THRU 1100-EXIT.
032400     PERFORM 4100-CHECK-ONE-REQUEST THRU 4100-EXIT
032500         UNTIL END-OF-FILE.
032600     IF CT-OFF-CONTRACT = ZERO
032700         WRITE CONTRACT-PRINT-LINE FROM RPT-NONE-LINE
032800     END-IF.
032900 4000-EXIT.
033000     EXIT.
033100
033200 4100-CHECK-ONE-REQUEST.
033300     IF NOT REQUEST-TYPE-ADD OF SALES-IN-RECORD
033400         GO TO 4100-READ-NEXT
033500     END-IF.
033600     MOVE CustomerLastUpdateDate OF SALES-IN-RECORD
033700         TO WK-AS-OF-DATE.
033800     IF WK-AS-OF-DATE = SPACES
033900         MOVE WK-TODAY-DATE TO WK-AS-OF-DATE
034000     END-IF.
034100*    THE INPUT IS SORTED BY CUSTOMERID, SO WHETHER THE CUSTOMER
034200*    HOLDS A CONTRACT IS ONLY LOOKED UP AGAIN WHEN THE CUSTOMERID
034300*    (OR THE BUSINESS DATE WITHIN IT) CHANGES.
034400     IF CustomerId OF SALES-IN-RECORD NOT = WK-LAST-CUSTOMER-ID
034500        OR WK-AS-OF-DATE NOT = WK-LAST-AS-OF-DATE
034600         MOVE CustomerId OF SALES-IN-RECORD TO WK-LAST-CUSTOMER-ID
034700         MOVE WK-AS-OF-DATE TO WK-LAST-AS-OF-DATE
034800         PERFORM 4200-FIND-CONTRACT-CUSTOMER THRU 4200-EXIT
034900     END-IF.
035000     IF CONTRACT-CUSTOMER
035100         PERFORM 4400-CHECK-ONE-LINE THRU 4400-EXIT
035200             VARYING WK-SUB FROM 1 BY 1
035300             UNTIL WK-SUB > PurchaseCount OF SALES-IN-RECORD
035400     END-IF.
035500 4100-READ-NEXT.
035600     PERFORM 1100-READ-SALES-IN THRU 1100-EXIT.
035700 4100-EXIT.
035800     EXIT.
035900
036000*---------------------------------------------------------------*
036100* 4200-FIND-CONTRACT-CUSTOMER                                   *
036200*   SETS CONTRACT-CUSTOMER WHEN ANY CONTRACT FOR THE CUSTOMERID *
036300*   WAS IN FORCE ON THE ORDER'S BUSINESS DATE.                  *
036400*---------------------------------------------------------------*
036500 4200-FIND-CONTRACT-CUSTOMER.
036600     MOVE 'N' TO SW-CONTRACT-CUSTOMER.
036700     MOVE WK-LAST-CUSTOMER-ID TO CTP-CUSTOMER-ID.
036800     MOVE ZERO                TO CTP-PURCHASE-ID.
036900     MOVE 'N' TO SW-CONTRACTS-DONE.
037000     START PUR-CONTRACT KEY NOT LESS THAN CTP-KEY
037100         INVALID KEY
037200             MOVE 'Y' TO SW-CONTRACTS-DONE
037300     END-START.
037400     PERFORM 4300-SCAN-CUSTOMER-CONTRACT THRU 4300-EXIT
037500         UNTIL CONTRACTS-DONE
037600            OR CONTRACT-CUSTOMER.
037700 4200-EXIT.
037800     EXIT.
037900
038000 4300-SCAN-CUSTOMER-CONTRACT.
038100     READ PUR-CONTRACT NEXT RECORD
038200         AT END
038300             MOVE 'Y' TO SW-CONTRACTS-DONE
038400             GO TO 4300-EXIT
038500     END-READ.
038600     IF CTP-CUSTOMER-ID NOT = WK-LAST-CUSTOMER-ID
038700         MOVE 'Y' TO SW-CONTRACTS-DONE
038800         GO TO 4300-EXIT
038900     END-IF.
039000     IF CTP-START-DATE NOT > WK-AS-OF-DATE
039100        AND CTP-END-DATE NOT < WK-AS-OF-DATE
039200         MOVE 'Y' TO SW-CONTRACT-CUSTOMER
039300     END-IF.
039400 4300-EXIT.
039500     EXIT.
039600
039700*---------------------------------------------------------------*
039800* 4400-CHECK-ONE-LINE                                           *
039900*   PRINTS THE LINE UNLESS A CONTRACT FOR ITS PURCHASEID WAS IN *
040000*   FORCE ON THE ORDER'S BUSINESS DATE.                         *
040100*---------------------------------------------------------------*
040200 4400-CHECK-ONE-LINE.
040300     MOVE CustomerId OF SALES-IN-RECORD TO CTP-CUSTOMER-ID.
040400     MOVE PurchaseId OF SALES-IN-RECORD (WK-SUB)
040500         TO CTP-PURCHASE-ID.
040600     READ PUR-CONTRACT
040700         INVALID KEY
040800             GO TO 4400-PRINT-LINE
040900     END-READ.
041000     IF CTP-START-DATE NOT > WK-AS-OF-DATE
041100        AND CTP-END-DATE NOT < WK-AS-OF-DATE
041200         GO TO 4400-EXIT
041300     END-IF.
041400 4400-PRINT-LINE.
041500     ADD 1 TO CT-OFF-CONTRACT.
041600     MOVE CustomerId OF SALES-IN-RECORD TO RPT-OFF-CUSTOMER-ID.
041700     MOVE WK-AS-OF-DATE TO RPT-OFF-AS-OF-DATE.
041800     MOVE PurchaseId OF SALES-IN-RECORD (WK-SUB)
041900         TO RPT-OFF-PURCHASE-ID.
042000     MOVE ProductName OF SALES-IN-RECORD (WK-SUB)
042100         TO RPT-OFF-PRODUCT-NAME.
042200     MOVE Amount OF SALES-IN-RECORD (WK-SUB) TO RPT-OFF-AMOUNT.
042300     MOVE Price OF SALES-IN-RECORD (WK-SUB) TO RPT-OFF-PRICE.
042400     MOVE CurrencyCode OF SALES-IN-RECORD (WK-SUB)
042500         TO RPT-OFF-CURRENCY.
042600     WRITE CONTRACT-PRINT-LINE FROM RPT-OFF-DETAIL-LINE.
042700 4400-EXIT.
042800     EXIT.
042900
043000*---------------------------------------------------------------*
043100* 6000-DATE-TO-SERIAL                                           *
043200*   TURNS A YYYYMMDD DATE INTO AN APPROXIMATE DAY SERIAL FOR    *
043300*   AGING COMPARISONS.                                          *
043400*---------------------------------------------------------------*
043500 6000-DATE-TO-SERIAL.
043600     IF WK-DATE-IN NOT NUMERIC
043700         MOVE ZERO TO WK-DATE-SERIAL
043800         GO TO 6000-EXIT
043900     END-IF.
044000     COMPUTE WK-DATE-SERIAL =
044100         (WK-DATE-IN-YYYY * 372) +
044200         (WK-DATE-IN-MM * 31) +
044300          WK-DATE-IN-DD.
044400 6000-EXIT.
044500     EXIT.
044600
044700*---------------------------------------------------------------*
044800* 8000-TERMINATE                                                *
044900*---------------------------------------------------------------*
045000 8000-TERMINATE.
045100     CLOSE PUR-SALES-IN
045200           PUR-CONTRACT
045300           PUR-CONTRACT-RPT.
045400     DISPLAY 'PUR370 - CLEAN RECORDS READ      : ' CT-READ.
045500     DISPLAY 'PUR370 - CONTRACTS ON FILE       : ' CT-CONTRACTS.
045600     DISPLAY 'PUR370 - CONTRACTS EXPIRING      : ' CT-EXPIRING.
045700     DISPLAY 'PUR370 - LINES BOUGHT OFF CONTRACT: '
045800             CT-OFF-CONTRACT.
045900 8000-EXIT.
046000     EXIT.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     PUR470.
000300 AUTHOR.         R HOLLOWAY.
000400 INSTALLATION.   CUSTOMER PURCHASE SYSTEMS.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000700*---------------------------------------------------------------*
000800* MODIFICATION HISTORY                                         *
000900*---------------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                                 *
001100* 2026-10-15  RH   ORIGINAL PROGRAM - ONE-TIME RECORD LAYOUT    *
001200*                  CONVERSION.  RELOADS THE PURCHASES MASTER,   *
001300*                  ITS OFFLINE ARCHIVE, THE PRODUCT CATALOG,    *
001400*                  THE ARCHIVE HISTORY AND THE ADJUSTMENT FEED  *
001500*                  FROM THEIR LAYOUTS BEFORE SALES TAX, CATALOG *
001600*                  MAINTENANCE AND THE INTAKE BACKOUT.          *
001620* 2026-10-15  RH   THE CATALOG CONVERSION NOW ALSO CLEARS THE   *
001640*                  PRIOR-PRICE TABLE THE CATALOG KEEPS.         *
001700*---------------------------------------------------------------*
001800* PURPOSE.                                                     *
001900*   FIVE FILES KEPT FROM NIGHT TO NIGHT GREW LONGER RECORDS -   *
002000*     PURMAST   EACH LINE ITEM CARRIES ITS SALES TAX            *
002100*               (TAXAMOUNT), SO EVERY LINE MOVES;               *
002200*     PURMARCH  THE OFFLINE ARCHIVE HOLDS WHOLE MASTER RECORDS, *
002300*               SO IT CHANGED WITH THE MASTER;                  *
002400*     PURCATLG  EACH PRODUCT CARRIES A DISCONTINUE DATE, A      *
002500*               SCHEDULE OF PRICE CHANGES TO COME, WHO LAST     *
002600*               CHANGED IT AND THE PRIOR PRICES A CHANGE HAS    *
002610*               SUPERSEDED;                                     *
002700*     PURHIST   EACH ARCHIVED LINE CARRIES ITS SALES TAX;       *
002800*     PURADJ    EACH ADJUSTMENT CARRIES ITS ENTRY TYPE.         *
002900*   A RECORD IN THE OLD LAYOUT CANNOT BE READ UNDER THE NEW     *
003000*   ONE.  THIS STEP IS RUN ONCE PER FILE, BEFORE THE FIRST      *
003100*   NIGHT ON THE NEW PROGRAMS.  THE OLD FILE IS FIRST UNLOADED  *
003200*   IN KEY ORDER TO A SEQUENTIAL FILE; THE SYSIN CARD NAMES THE *
003300*   FILE BEING CONVERTED, AND THE STEP READS THE UNLOAD AND     *
003400*   LOADS THE NEW, EMPTY FILE IN THE NEW LAYOUT -               *
003500*     - A MASTER OR ARCHIVED MASTER KEEPS EVERY FIELD AND LINE, *
003600*       WITH NO TAX ON ANY LINE - THE TAX WAS NEVER CHARGED;    *
003700*     - A PRODUCT KEEPS ITS NAME, LIST PRICE AND EFFECTIVE      *
003800*       DATE, IS NOT DISCONTINUED, HAS NO PRICE CHANGES         *
003900*       SCHEDULED AND NO PRIOR PRICES, AND IS STAMPED AS        *
003910*       CHANGED TODAY BY PUR470;                                *
004000*     - AN ARCHIVED LINE KEEPS EVERY FIELD, WITH NO TAX;        *
004100*     - AN ADJUSTMENT KEEPS EVERY FIELD AND IS TYPED AS A       *
004200*       RETURN CREDIT, THE ONLY KIND PUR100 EVER WROTE.         *
004300*   A RECORD THE NEW FILE REFUSES (OUT OF KEY ORDER OR A        *
004400*   DUPLICATE KEY) IS SHOWN AND COUNTED.  A MISSING OR UNKNOWN  *
004500*   CARD, A FILE THAT WILL NOT OPEN OR ANY REFUSED RECORD SETS  *
004600*   RETURN-CODE 8, AND THE NEW FILE IS NOT TO BE USED UNTIL     *
004700*   THE STEP RUNS CLEAN.                                        *
004800*---------------------------------------------------------------*
004900 ENVIRONMENT DIVISION.
005000 CONFIGURATION SECTION.
005100 SOURCE-COMPUTER.   IBM-370.
005200 OBJECT-COMPUTER.   IBM-370.
005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.
005500     SELECT OLD-MASTER-IN   ASSIGN TO OLDMAST
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS FS-OLD-IN.
005800
005900     SELECT OLD-CATALOG-IN  ASSIGN TO OLDCATLG
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS FS-OLD-IN.
006200
006300     SELECT OLD-ARCHIVE-IN  ASSIGN TO OLDHIST
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS FS-OLD-IN.
006600
006700     SELECT OLD-ADJ-IN      ASSIGN TO OLDADJ
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS FS-OLD-IN.
007000
007100     SELECT PUR-MASTER      ASSIGN TO PURMAST
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS SEQUENTIAL
007400         RECORD KEY IS CustomerId OF MASTER-RECORD
007500         FILE STATUS IS FS-NEW-OUT.
007600
007700     SELECT PUR-MARCH-OUT   ASSIGN TO PURMARCH
007800         ORGANIZATION IS SEQUENTIAL
007900         FILE STATUS IS FS-NEW-OUT.
008000
008100     SELECT PUR-CATALOG     ASSIGN TO PURCATLG
008200         ORGANIZATION IS INDEXED
008300         ACCESS MODE IS SEQUENTIAL
008400         RECORD KEY IS CAT-PURCHASE-ID
008500         FILE STATUS IS FS-NEW-OUT.
008600
008700     SELECT PUR-ARCHIVE     ASSIGN TO PURHIST
008800         ORGANIZATION IS INDEXED
008900         ACCESS MODE IS SEQUENTIAL
009000         RECORD KEY IS ARC-HISTORY-KEY
009100         FILE STATUS IS FS-NEW-OUT.
009200
009300     SELECT PUR-ADJ-OUT     ASSIGN TO PURADJ
009400         ORGANIZATION IS SEQUENTIAL
009500         FILE STATUS IS FS-NEW-OUT.
009600
009700 DATA DIVISION.
009800 FILE SECTION.
009900*    PURMAST (AND PURMARCH) AS THEY WERE BEFORE TAXAMOUNT WAS
010000*    CARRIED ON THE LINE ITEM.
010100 FD  OLD-MASTER-IN
010200     RECORDING MODE IS F.
010300 01  OLD-MASTER-RECORD.
010400     03  OLD-MST-REQUEST-TYPE         PIC X.
010500     03  OLD-MST-RET-CODE             PIC XX.
010600     03  OLD-MST-CUSTOMER-ID          PIC X(8).
010700     03  OLD-MST-LAST-NAME            PIC X(20).
010800     03  OLD-MST-FIRST-NAME           PIC X(20).
010900     03  OLD-MST-COMPANY              PIC X(30).
011000     03  OLD-MST-ADDR1                PIC X(30).
011100     03  OLD-MST-ADDR2                PIC X(30).
011200     03  OLD-MST-CITY                 PIC X(20).
011300     03  OLD-MST-STATE                PIC X(20).
011400     03  OLD-MST-COUNTRY              PIC X(30).
011500     03  OLD-MST-MAIL-CODE            PIC X(20).
011600     03  OLD-MST-PHONE                PIC X(20).
011700     03  OLD-MST-LAST-UPDATE-DATE     PIC X(8).
011800     03  OLD-MST-PURCHASE-COUNT       PIC 9(3) USAGE COMP.
011900     03  OLD-MST-PURCHASE OCCURS 0 TO 999 TIMES
012000         DEPENDING ON OLD-MST-PURCHASE-COUNT.
012100       04  OLD-MST-PURCHASE-ID        PIC 9(5).
012200       04  OLD-MST-PRODUCT-NAME       PIC X(30).
012300       04  OLD-MST-AMOUNT             PIC 9(2).
012400       04  OLD-MST-PRICE              PIC 9(8)V99.
012500       04  OLD-MST-CURRENCY-CODE      PIC X(3).
012600       04  OLD-MST-PURCHASE-DATE      PIC X(8).
012700     03  OLD-MST-RETURN-COMMENT       PIC X(50).
012800
012900*    PURCATLG AS IT WAS BEFORE CATALOG MAINTENANCE (PUR350).
013000 FD  OLD-CATALOG-IN
013100     RECORDING MODE IS F.
013200 01  OLD-CATALOG-RECORD.
013300     03  OLD-CAT-PURCHASE-ID          PIC 9(5).
013400     03  OLD-CAT-PRODUCT-NAME         PIC X(30).
013500     03  OLD-CAT-LIST-PRICE           PIC 9(8)V99.
013600     03  OLD-CAT-EFFECTIVE-DATE       PIC X(8).
013700
013800*    PURHISTA AS IT WAS BEFORE ARC-TAX-AMOUNT.
013900 FD  OLD-ARCHIVE-IN
014000     RECORDING MODE IS F.
014100 01  OLD-ARCHIVE-RECORD.
014200     03  OLD-ARC-CUSTOMER-ID          PIC X(8).
014300     03  OLD-ARC-PURCHASE-ID          PIC 9(5).
014400     03  OLD-ARC-PRODUCT-NAME         PIC X(30).
014500     03  OLD-ARC-AMOUNT               PIC 9(2).
014600     03  OLD-ARC-PRICE                PIC 9(8)V99.
014700     03  OLD-ARC-CURRENCY-CODE        PIC X(3).
014800     03  OLD-ARC-PURCHASE-DATE        PIC X(8).
014900     03  OLD-ARC-ROLLOFF-DATE         PIC X(8).
015000
015100*    PURADJF AS IT WAS BEFORE ADJ-ENTRY-TYPE.
015200 FD  OLD-ADJ-IN
015300     RECORDING MODE IS F.
015400 01  OLD-ADJUSTMENT-RECORD.
015500     03  OLD-ADJ-CUSTOMER-ID          PIC X(8).
015600     03  OLD-ADJ-PURCHASE-ID          PIC 9(5).
015700     03  OLD-ADJ-RETURNED-AMOUNT      PIC 9(2).
015800     03  OLD-ADJ-CREDIT-VALUE         PIC 9(10)V99.
015900     03  OLD-ADJ-CURRENCY-CODE        PIC X(3).
016000     03  OLD-ADJ-ADJUST-DATE          PIC X(8).
016100     03  OLD-ADJ-CYCLE-NUMBER         PIC 9(2).
016200
016300 FD  PUR-MASTER
016400     RECORDING MODE IS F.
016500     COPY PURMAST.
016600
016700 FD  PUR-MARCH-OUT
016800     RECORDING MODE IS F.
016900     COPY PURMAST
017000         REPLACING LEADING ==MASTER-RECORD== BY ==MARCH-RECORD==
017100                  ==MST-PURCHASE-COUNT==
017200                  BY ==MAR-PURCHASE-COUNT==.
017300
017400 FD  PUR-CATALOG
017500     RECORDING MODE IS F.
017600     COPY PURCATLG.
017700
017800 FD  PUR-ARCHIVE
017900     RECORDING MODE IS F.
018000     COPY PURHISTA.
018100
018200 FD  PUR-ADJ-OUT
018300     RECORDING MODE IS F.
018400     COPY PURADJF.
018500
018600 WORKING-STORAGE SECTION.
018700 01  FS-OLD-IN                  PIC XX          VALUE '00'.
018800 01  FS-NEW-OUT                 PIC XX          VALUE '00'.
018900
019000 01  SW-END-OF-FILE              PIC X           VALUE 'N'.
019100     88  END-OF-FILE                            VALUE 'Y'.
019200
019300 01  PUR470-COUNTERS.
019400     05  CT-READ                 PIC 9(7)        VALUE ZERO.
019500     05  CT-WRITTEN              PIC 9(7)        VALUE ZERO.
019600     05  CT-REFUSED              PIC 9(7)        VALUE ZERO.
019700     05  CT-LINES                PIC 9(9)        VALUE ZERO.
019800
019900 01  PUR470-WORK-FIELDS.
020000     05  WK-FILE-CARD            PIC X(8)        VALUE SPACES.
020100         88  CONVERT-MASTER          VALUE 'PURMAST '.
020200         88  CONVERT-MARCH           VALUE 'PURMARCH'.
020300         88  CONVERT-CATALOG         VALUE 'PURCATLG'.
020400         88  CONVERT-ARCHIVE         VALUE 'PURHIST '.
020500         88  CONVERT-ADJ             VALUE 'PURADJ  '.
020600         88  CONVERT-KNOWN-FILE      VALUE 'PURMAST ' 'PURMARCH'
020700                                           'PURCATLG' 'PURHIST '
020800                                           'PURADJ  '.
020900     05  WK-SUB                 PIC 9(4)        VALUE ZERO.
021000     05  WK-TODAY-DATE           PIC X(8)        VALUE SPACES.
021100
021200*    THE MASTER IN THE NEW LAYOUT, BUILT HERE FOR EITHER THE
021300*    KEYED MASTER OR THE OFFLINE ARCHIVE.
021400     COPY PURMAST
021500         REPLACING LEADING ==MASTER-RECORD==
021600                  BY ==NEW-MASTER-RECORD==
021700                  ==MST-PURCHASE-COUNT==
021800                  BY ==NEW-PURCHASE-COUNT==.
021900
022000 PROCEDURE DIVISION.
022100*---------------------------------------------------------------*
022200* 0000-MAINLINE                                                 *
022300*   CONTROLS OVERALL FLOW OF THE CONVERSION RUN.                *
022400*---------------------------------------------------------------*
022500 0000-MAINLINE.
022600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022700     PERFORM 2000-CONVERT-LOOP THRU 2000-EXIT
022800         UNTIL END-OF-FILE.
022900     PERFORM 8000-TERMINATE THRU 8000-EXIT.
023000     STOP RUN.
023100
023200*---------------------------------------------------------------*
023300* 1000-INITIALIZE                                               *
023400*   TAKES THE FILE TO CONVERT FROM SYSIN, OPENS ITS UNLOAD AND  *
023500*   THE NEW FILE, AND PRIMES THE READ.  NO KNOWN FILE - NO RUN. *
023600*---------------------------------------------------------------*
023700 1000-INITIALIZE.
023800     ACCEPT WK-FILE-CARD.
023900     IF NOT CONVERT-KNOWN-FILE
024000         DISPLAY 'PUR470 - NO VALID FILE CARD (PURMAST, PURMARCH,'
024100                 ' PURCATLG, PURHIST OR PURADJ) - RUN STOPPED'
024200         MOVE 8 TO RETURN-CODE
024300         MOVE 'Y' TO SW-END-OF-FILE
024400         GO TO 1000-EXIT
024500     END-IF.
024600     DISPLAY 'PUR470 - CONVERTING           : ' WK-FILE-CARD.
024700     ACCEPT WK-TODAY-DATE FROM DATE YYYYMMDD.
024800     EVALUATE TRUE
024900         WHEN CONVERT-MASTER
025000             OPEN INPUT  OLD-MASTER-IN
025100             IF FS-OLD-IN = '00'
025200                 OPEN OUTPUT PUR-MASTER
025300             END-IF
025400         WHEN CONVERT-MARCH
025500             OPEN INPUT  OLD-MASTER-IN
025600             IF FS-OLD-IN = '00'
025700                 OPEN OUTPUT PUR-MARCH-OUT
025800             END-IF
025900         WHEN CONVERT-CATALOG
026000             OPEN INPUT  OLD-CATALOG-IN
026100             IF FS-OLD-IN = '00'
026200                 OPEN OUTPUT PUR-CATALOG
026300             END-IF
026400         WHEN CONVERT-ARCHIVE
026500             OPEN INPUT  OLD-ARCHIVE-IN
026600             IF FS-OLD-IN = '00'
026700                 OPEN OUTPUT PUR-ARCHIVE
026800             END-IF
026900         WHEN CONVERT-ADJ
027000             OPEN INPUT  OLD-ADJ-IN
027100             IF FS-OLD-IN = '00'
027200                 OPEN OUTPUT PUR-ADJ-OUT
027300             END-IF
027400     END-EVALUATE.
027500     IF FS-OLD-IN NOT = '00'
027600         DISPLAY 'PUR470 - UNABLE TO OPEN THE OLD-LAYOUT UNLOAD'
027700         MOVE 8 TO RETURN-CODE
027800         MOVE SPACES TO WK-FILE-CARD
027900         MOVE 'Y' TO SW-END-OF-FILE
028000         GO TO 1000-EXIT
028100     END-IF.
028200     IF FS-NEW-OUT NOT = '00'
028300         DISPLAY 'PUR470 - UNABLE TO OPEN ' WK-FILE-CARD
028400                 ' FOR LOADING'
028500         MOVE 8 TO RETURN-CODE
028600         MOVE 'Y' TO SW-END-OF-FILE
028700         GO TO 1000-EXIT
028800     END-IF.
028900     PERFORM 1100-READ-OLD THRU 1100-EXIT.
029000 1000-EXIT.
029100     EXIT.
029200
029300*---------------------------------------------------------------*
029400* 1100-READ-OLD                                                 *
029500*   READS THE NEXT RECORD OF THE UNLOAD BEING CONVERTED.        *
029600*---------------------------------------------------------------*
029700 1100-READ-OLD.
029800     EVALUATE TRUE
029900         WHEN CONVERT-MASTER
030000         WHEN CONVERT-MARCH
030100             READ OLD-MASTER-IN
030200                 AT END
030300                     MOVE 'Y' TO SW-END-OF-FILE
030400             END-READ
030500         WHEN CONVERT-CATALOG
030600             READ OLD-CATALOG-IN
030700                 AT END
030800                     MOVE 'Y' TO SW-END-OF-FILE
030900             END-READ
031000         WHEN CONVERT-ARCHIVE
031100             READ OLD-ARCHIVE-IN
031200                 AT END
031300                     MOVE 'Y' TO SW-END-OF-FILE
031400             END-READ
031500         WHEN CONVERT-ADJ
031600             READ OLD-ADJ-IN
031700                 AT END
031800                     MOVE 'Y' TO SW-END-OF-FILE
031900             END-READ
032000     END-EVALUATE.
032100     IF NOT END-OF-FILE
032200         ADD 1 TO CT-READ
032300     END-IF.
032400 1100-EXIT.
032500     EXIT.
032600
032700*---------------------------------------------------------------*
032800* 2000-CONVERT-LOOP                                             *
032900*   CONVERTS ONE RECORD OF THE UNLOAD AND READS THE NEXT.       *
033000*---------------------------------------------------------------*
033100 2000-CONVERT-LOOP.
033200     EVALUATE TRUE
033300         WHEN CONVERT-MASTER
033400         WHEN CONVERT-MARCH
033500             PERFORM 3000-CONVERT-MASTER THRU 3000-EXIT
033600         WHEN CONVERT-CATALOG
033700             PERFORM 4000-CONVERT-PRODUCT THRU 4000-EXIT
033800         WHEN CONVERT-ARCHIVE
033900             PERFORM 5000-CONVERT-ARCHIVED-LINE THRU 5000-EXIT
034000         WHEN CONVERT-ADJ
034100             PERFORM 6000-CONVERT-ADJUSTMENT THRU 6000-EXIT
034200     END-EVALUATE.
034300     PERFORM 1100-READ-OLD THRU 1100-EXIT.
034400 2000-EXIT.
034500     EXIT.
034600
034700*---------------------------------------------------------------*
034800* 3000-CONVERT-MASTER                                           *
034900*   REBUILDS ONE MASTER IN THE NEW LAYOUT, LINE BY LINE, AND    *
035000*   WRITES IT TO THE KEYED MASTER OR THE OFFLINE ARCHIVE.       *
035100*---------------------------------------------------------------*
035200 3000-CONVERT-MASTER.
035300     MOVE OLD-MST-PURCHASE-COUNT TO NEW-PURCHASE-COUNT.
035400     MOVE OLD-MST-REQUEST-TYPE
035500         TO REQUEST-TYPE OF NEW-MASTER-RECORD.
035600     MOVE OLD-MST-RET-CODE
035700         TO RET-CODE OF NEW-MASTER-RECORD.
035800     MOVE OLD-MST-CUSTOMER-ID
035900         TO CustomerId OF NEW-MASTER-RECORD.
036000     MOVE OLD-MST-LAST-NAME
036100         TO CustomerLastName OF NEW-MASTER-RECORD.
036200     MOVE OLD-MST-FIRST-NAME
036300         TO CustomerFirstName OF NEW-MASTER-RECORD.
036400     MOVE OLD-MST-COMPANY
036500         TO CustomerCompany OF NEW-MASTER-RECORD.
036600     MOVE OLD-MST-ADDR1
036700         TO CustomerAddr1 OF NEW-MASTER-RECORD.
036800     MOVE OLD-MST-ADDR2
036900         TO CustomerAddr2 OF NEW-MASTER-RECORD.
037000     MOVE OLD-MST-CITY
037100         TO CustomerCity OF NEW-MASTER-RECORD.
037200     MOVE OLD-MST-STATE
037300         TO CustomerState OF NEW-MASTER-RECORD.
037400     MOVE OLD-MST-COUNTRY
037500         TO CustomerCountry OF NEW-MASTER-RECORD.
037600     MOVE OLD-MST-MAIL-CODE
037700         TO CustomerMailCode OF NEW-MASTER-RECORD.
037800     MOVE OLD-MST-PHONE
037900         TO CustomerPhone OF NEW-MASTER-RECORD.
038000     MOVE OLD-MST-LAST-UPDATE-DATE
038100         TO CustomerLastUpdateDate OF NEW-MASTER-RECORD.
038200     PERFORM 3100-CONVERT-ONE-LINE THRU 3100-EXIT
038300         VARYING WK-SUB FROM 1 BY 1
038400         UNTIL WK-SUB > OLD-MST-PURCHASE-COUNT.
038500     MOVE OLD-MST-RETURN-COMMENT
038600         TO RETURN-COMMENT OF NEW-MASTER-RECORD.
038700     IF CONVERT-MASTER
038800         MOVE NEW-PURCHASE-COUNT TO MST-PURCHASE-COUNT
038900         WRITE MASTER-RECORD FROM NEW-MASTER-RECORD
039000             INVALID KEY
039100                 CONTINUE
039200         END-WRITE
039300     ELSE
039400         MOVE NEW-PURCHASE-COUNT TO MAR-PURCHASE-COUNT
039500         MOVE NEW-MASTER-RECORD TO MARCH-RECORD
039600         WRITE MARCH-RECORD
039700     END-IF.
039800     IF FS-NEW-OUT NOT = '00'
039900         DISPLAY 'PUR470 - MASTER ' OLD-MST-CUSTOMER-ID
040000                 ' REFUSED - STATUS ' FS-NEW-OUT
040100         ADD 1 TO CT-REFUSED
040200         GO TO 3000-EXIT
040300     END-IF.
040400     ADD 1 TO CT-WRITTEN.
040500     ADD OLD-MST-PURCHASE-COUNT TO CT-LINES.
040600 3000-EXIT.
040700     EXIT.
040800
040900 3100-CONVERT-ONE-LINE.
041000     MOVE OLD-MST-PURCHASE-ID (WK-SUB)
041100         TO PurchaseId OF NEW-MASTER-RECORD (WK-SUB).
041200     MOVE OLD-MST-PRODUCT-NAME (WK-SUB)
041300         TO ProductName OF NEW-MASTER-RECORD (WK-SUB).
041400     MOVE OLD-MST-AMOUNT (WK-SUB)
041500         TO Amount OF NEW-MASTER-RECORD (WK-SUB).
041600     MOVE OLD-MST-PRICE (WK-SUB)
041700         TO Price OF NEW-MASTER-RECORD (WK-SUB).
041800     MOVE OLD-MST-CURRENCY-CODE (WK-SUB)
041900         TO CurrencyCode OF NEW-MASTER-RECORD (WK-SUB).
042000     MOVE OLD-MST-PURCHASE-DATE (WK-SUB)
042100         TO PurchaseDate OF NEW-MASTER-RECORD (WK-SUB).
042200     MOVE ZERO
042300         TO TaxAmount OF NEW-MASTER-RECORD (WK-SUB).
042400 3100-EXIT.
042500     EXIT.
042600
042700*---------------------------------------------------------------*
042800* 4000-CONVERT-PRODUCT                                          *
042900*   LOADS ONE PRODUCT WITH NOTHING SCHEDULED, NO PRIOR PRICES   *
043000*   AND NO DISCONTINUE DATE, STAMPED AS CHANGED TODAY BY THIS   *
043010*   STEP.                                                       *
043100*---------------------------------------------------------------*
043200 4000-CONVERT-PRODUCT.
043300     MOVE OLD-CAT-PURCHASE-ID    TO CAT-PURCHASE-ID.
043400     MOVE OLD-CAT-PRODUCT-NAME   TO CAT-PRODUCT-NAME.
043500     MOVE OLD-CAT-LIST-PRICE     TO CAT-LIST-PRICE.
043600     MOVE OLD-CAT-EFFECTIVE-DATE TO CAT-EFFECTIVE-DATE.
043700     MOVE SPACES                 TO CAT-DISCONTINUED-DATE.
043800     MOVE ZERO                   TO CAT-SCHEDULE-COUNT.
043900     PERFORM 4100-CLEAR-ONE-SCHEDULED THRU 4100-EXIT
044000         VARYING WK-SUB FROM 1 BY 1
044100         UNTIL WK-SUB > 12.
044110     MOVE ZERO                   TO CAT-PRIOR-COUNT.
044120     PERFORM 4200-CLEAR-ONE-PRIOR THRU 4200-EXIT
044130         VARYING WK-SUB FROM 1 BY 1
044140         UNTIL WK-SUB > 12.
044200     MOVE WK-TODAY-DATE          TO CAT-LAST-UPDATE-DATE.
044300     MOVE 'PUR470  '             TO CAT-LAST-OPERATOR-ID.
044400     WRITE CATALOG-RECORD
044500         INVALID KEY
044600             CONTINUE
044700     END-WRITE.
044800     IF FS-NEW-OUT NOT = '00'
044900         DISPLAY 'PUR470 - PRODUCT ' OLD-CAT-PURCHASE-ID
045000                 ' REFUSED - STATUS ' FS-NEW-OUT
045100         ADD 1 TO CT-REFUSED
045200         GO TO 4000-EXIT
045300     END-IF.
045400     ADD 1 TO CT-WRITTEN.
045500 4000-EXIT.
045600     EXIT.
045700
045800 4100-CLEAR-ONE-SCHEDULED.
045900     MOVE SPACES TO CAT-SCHED-EFFECTIVE-DATE (WK-SUB).
046000     MOVE ZERO   TO CAT-SCHED-LIST-PRICE (WK-SUB).
046100 4100-EXIT.
046200     EXIT.
046300
046310 4200-CLEAR-ONE-PRIOR.
046320     MOVE SPACES TO CAT-PRIOR-EFFECTIVE-DATE (WK-SUB).
046330     MOVE ZERO   TO CAT-PRIOR-LIST-PRICE (WK-SUB).
046340 4200-EXIT.
046350     EXIT.
046360
046400*---------------------------------------------------------------*
046500* 5000-CONVERT-ARCHIVED-LINE                                    *
046600*   LOADS ONE ARCHIVED LINE ITEM WITH NO TAX.                   *
046700*---------------------------------------------------------------*
046800 5000-CONVERT-ARCHIVED-LINE.
046900     MOVE OLD-ARC-CUSTOMER-ID   TO ARC-CUSTOMER-ID.
047000     MOVE OLD-ARC-PURCHASE-ID   TO ARC-PURCHASE-ID.
047100     MOVE OLD-ARC-PRODUCT-NAME  TO ARC-PRODUCT-NAME.
047200     MOVE OLD-ARC-AMOUNT        TO ARC-AMOUNT.
047300     MOVE OLD-ARC-PRICE         TO ARC-PRICE.
047400     MOVE OLD-ARC-CURRENCY-CODE TO ARC-CURRENCY-CODE.
047500     MOVE OLD-ARC-PURCHASE-DATE TO ARC-PURCHASE-DATE.
047600     MOVE OLD-ARC-ROLLOFF-DATE  TO ARC-ROLLOFF-DATE.
047700     MOVE ZERO                  TO ARC-TAX-AMOUNT.
047800     WRITE ARCHIVE-HISTORY-RECORD
047900         INVALID KEY
048000             CONTINUE
048100     END-WRITE.
048200     IF FS-NEW-OUT NOT = '00'
048300         DISPLAY 'PUR470 - ARCHIVED LINE ' OLD-ARC-CUSTOMER-ID
048400                 ' ' OLD-ARC-PURCHASE-ID
048500                 ' REFUSED - STATUS ' FS-NEW-OUT
048600         ADD 1 TO CT-REFUSED
048700         GO TO 5000-EXIT
048800     END-IF.
048900     ADD 1 TO CT-WRITTEN.
049000 5000-EXIT.
049100     EXIT.
049200
049300*---------------------------------------------------------------*
049400* 6000-CONVERT-ADJUSTMENT                                       *
049500*   COPIES ONE ADJUSTMENT, TYPED AS A RETURN CREDIT.            *
049600*---------------------------------------------------------------*
049700 6000-CONVERT-ADJUSTMENT.
049800     MOVE OLD-ADJ-CUSTOMER-ID     TO ADJ-CUSTOMER-ID.
049900     MOVE OLD-ADJ-PURCHASE-ID     TO ADJ-PURCHASE-ID.
050000     MOVE OLD-ADJ-RETURNED-AMOUNT TO ADJ-RETURNED-AMOUNT.
050100     MOVE OLD-ADJ-CREDIT-VALUE    TO ADJ-CREDIT-VALUE.
050200     MOVE OLD-ADJ-CURRENCY-CODE   TO ADJ-CURRENCY-CODE.
050300     MOVE OLD-ADJ-ADJUST-DATE     TO ADJ-ADJUST-DATE.
050400     MOVE OLD-ADJ-CYCLE-NUMBER    TO ADJ-CYCLE-NUMBER.
050500     MOVE 'R'                     TO ADJ-ENTRY-TYPE.
050600     WRITE ADJUSTMENT-RECORD.
050700     IF FS-NEW-OUT NOT = '00'
050800         DISPLAY 'PUR470 - ADJUSTMENT ' OLD-ADJ-CUSTOMER-ID
050900                 ' ' OLD-ADJ-PURCHASE-ID
051000                 ' REFUSED - STATUS ' FS-NEW-OUT
051100         ADD 1 TO CT-REFUSED
051200         GO TO 6000-EXIT
051300     END-IF.
051400     ADD 1 TO CT-WRITTEN.
051500 6000-EXIT.
051600     EXIT.
051700
051800*---------------------------------------------------------------*
051900* 8000-TERMINATE                                                *
052000*   CLOSES THE FILES AND SHOWS THE COUNTS.  ANY RECORD REFUSED  *
052100*   SETS RETURN-CODE 8 - THE NEW FILE IS INCOMPLETE.            *
052200*---------------------------------------------------------------*
052300 8000-TERMINATE.
052400     EVALUATE TRUE
052500         WHEN CONVERT-MASTER
052600             CLOSE OLD-MASTER-IN
052700                   PUR-MASTER
052800         WHEN CONVERT-MARCH
052900             CLOSE OLD-MASTER-IN
053000                   PUR-MARCH-OUT
053100         WHEN CONVERT-CATALOG
053200             CLOSE OLD-CATALOG-IN
053300                   PUR-CATALOG
053400         WHEN CONVERT-ARCHIVE
053500             CLOSE OLD-ARCHIVE-IN
053600                   PUR-ARCHIVE
053700         WHEN CONVERT-ADJ
053800             CLOSE OLD-ADJ-IN
053900                   PUR-ADJ-OUT
054000     END-EVALUATE.
054100     DISPLAY 'PUR470 - OLD RECORDS READ     : ' CT-READ.
054200     DISPLAY 'PUR470 - NEW RECORDS WRITTEN  : ' CT-WRITTEN.
054300     IF CONVERT-MASTER OR CONVERT-MARCH
054400         DISPLAY 'PUR470 - LINE ITEMS CARRIED   : ' CT-LINES
054500     END-IF.
054600     DISPLAY 'PUR470 - RECORDS REFUSED      : ' CT-REFUSED.
054700     IF CT-REFUSED > ZERO
054800         DISPLAY 'PUR470 *** CONVERSION INCOMPLETE - DO NOT USE '
054900                 'THE NEW FILE'
055000         MOVE 8 TO RETURN-CODE
055100     END-IF.
055200 8000-EXIT.
055300     EXIT.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     PUR360.
000300 AUTHOR.         R HOLLOWAY.
000400 INSTALLATION.   CUSTOMER PURCHASE SYSTEMS.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000700*---------------------------------------------------------------*
000800* MODIFICATION HISTORY                                         *
000900*---------------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                                 *
001100* 2026-10-15  RH   ORIGINAL PROGRAM - CUSTOMER CONTRACT PRICE   *
001200*                  MAINTENANCE.  ADDS, CHANGES AND ENDS THE     *
001300*                  NEGOTIATED PRICES ON THE PURCONTR FILE,      *
001400*                  LOGGING EVERY CHANGE TO THE AUDIT TRAIL      *
001500*                  (PUR140).                                    *
001520* 2026-10-15  RH   A CONTRACT REWRITE THAT IS REFUSED IS NOW    *
001540*                  REPORTED, AND THE CHANGE IS NEITHER COUNTED  *
001560*                  NOR AUDITED.                                 *
001600*---------------------------------------------------------------*
001700* PURPOSE.                                                     *
001800*   CORPORATE ACCOUNTS BUY AT NEGOTIATED PRICES, SO THE INTAKE  *
001900*   EDIT'S CATALOG TOLERANCE CHECK FLAGGED NEARLY EVERY LINE    *
002000*   THEY SENT.  THE AGREED PRICES NOW LIVE ON THE CONTRACT      *
002100*   PRICE FILE, KEYED BY CUSTOMERID AND PURCHASEID, AND THE     *
002200*   INTAKE EDIT CHECKS A CONTRACTED LINE AGAINST THEM.  THIS    *
002300*   FACILITY MAINTAINS THE FILE -                               *
002400*     A  ADD A CONTRACT PRICE - PRICE, CURRENCY, FROM AND TO    *
002500*        DATES - FOR A CATALOGED PURCHASEID;                    *
002600*     C  CHANGE ANY OF THOSE ON AN EXISTING CONTRACT;           *
002700*     E  END A CONTRACT EARLY AS OF A DATE;                     *
002800*     L  LIST A CUSTOMER'S CONTRACTS.                           *
002900*   THE CUSTOMER NEED NOT BE ON THE MASTER YET - A NEW          *
003000*   CORPORATE ACCOUNT MAY SIGN BEFORE ITS FIRST ORDER.  LISTING *
003100*   NEEDS INQUIRY AUTHORITY; EVERY CHANGE SETS A SELLING PRICE, *
003200*   SO IT NEEDS MONEY AUTHORITY.  EVERY CHANGE IS AUDITED UNDER *
003300*   THE CUSTOMERID WITH THE OPERATOR ID.                        *
003400*---------------------------------------------------------------*
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER.   IBM-370.
003800 OBJECT-COMPUTER.   IBM-370.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT PUR-CONTRACT    ASSIGN TO PURCONTR
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS CTP-KEY
004500         FILE STATUS IS FS-CONTRACT.
004600
004700     SELECT PUR-CATALOG     ASSIGN TO PURCATLG
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS RANDOM
005000         RECORD KEY IS CAT-PURCHASE-ID
005100         FILE STATUS IS FS-CATALOG.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  PUR-CONTRACT
005600     RECORDING MODE IS F.
005700     COPY PURCONTR.
005800
005900 FD  PUR-CATALOG
006000     RECORDING MODE IS F.
006100     COPY PURCATLG.
006200
006300 WORKING-STORAGE SECTION.
006400 01  FS-CONTRACT                PIC XX          VALUE '00'.
006500 01  FS-CATALOG                 PIC XX          VALUE '00'.
006600
006700 01  SW-DONE                     PIC X           VALUE 'N'.
006800     88  ALL-DONE                               VALUE 'Y'.
006900 01  SW-CONTRACT-FOUND           PIC X           VALUE 'N'.
007000     88  CONTRACT-FOUND                         VALUE 'Y'.
007100 01  SW-LIST-DONE                PIC X           VALUE 'N'.
007200     88  LIST-DONE                              VALUE 'Y'.
007300 01  SW-ENTRY-OK                 PIC X           VALUE 'N'.
007400     88  ENTRY-OK                               VALUE 'Y'.
007410 01  SW-REWRITE-OK               PIC X           VALUE 'N'.
007420     88  REWRITE-OK                             VALUE 'Y'.
007500
007600 01  PUR360-COUNTERS.
007700     05  CT-ADDED                PIC 9(5)        VALUE ZERO.
007800     05  CT-CHANGED              PIC 9(5)        VALUE ZERO.
007900     05  CT-LISTED               PIC 9(5)        VALUE ZERO.
008000
008100 01  PUR360-WORK-FIELDS.
008200     05  WK-ACTION-CODE          PIC X           VALUE SPACE.
008300         88  ACTION-ADD              VALUE 'A'.
008400         88  ACTION-CHANGE           VALUE 'C'.
008500         88  ACTION-END              VALUE 'E'.
008600         88  ACTION-LIST             VALUE 'L'.
008700         88  ACTION-EXIT             VALUE 'X'.
008800     05  WK-CUSTOMER-ID          PIC X(8)        VALUE SPACES.
008900     05  WK-PURCHASE-ID          PIC 9(5)        VALUE ZERO.
009000     05  WK-NEW-PRICE            PIC 9(8)V99     VALUE ZERO.
009100     05  WK-NEW-CURRENCY         PIC X(3)        VALUE SPACES.
009200     05  WK-NEW-START-DATE       PIC X(8)        VALUE SPACES.
009300     05  WK-NEW-END-DATE         PIC X(8)        VALUE SPACES.
009400     05  WK-AUDIT-TYPE           PIC X           VALUE SPACE.
009500     05  WK-AUDIT-COMMENT        PIC X(50)       VALUE SPACES.
009600     05  WK-PRICE-ED             PIC Z(7)9.99.
009700     05  WK-TODAY-DATE           PIC X(8)        VALUE SPACES.
009800
009900     COPY PURAUDIT.
010000
010100     COPY PUROPSGN.
010200
010300 PROCEDURE DIVISION.
010400*---------------------------------------------------------------*
010500* 0000-MAINLINE                                                 *
010600*---------------------------------------------------------------*
010700 0000-MAINLINE.
010800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010900     PERFORM 2000-MAIN-MENU THRU 2000-EXIT
011000         UNTIL ALL-DONE.
011100     PERFORM 8000-TERMINATE THRU 8000-EXIT.
011200     STOP RUN.
011300
011400*---------------------------------------------------------------*
011500* 1000-INITIALIZE                                               *
011600*   OPENS THE CONTRACT FILE FOR I-O, CREATING IT ON THE FIRST   *
011700*   RUN AGAINST A SYSTEM THAT HAS NONE YET.  THE CATALOG IS     *
011800*   NEEDED TO CONFIRM A CONTRACTED PURCHASEID IS A PRODUCT.     *
011900*---------------------------------------------------------------*
012000 1000-INITIALIZE.
012100     OPEN I-O PUR-CONTRACT.
012200     IF FS-CONTRACT = '35'
012300         OPEN OUTPUT PUR-CONTRACT
012400         CLOSE PUR-CONTRACT
012500         OPEN I-O PUR-CONTRACT
012600     END-IF.
012700     IF FS-CONTRACT NOT = '00'
012800         DISPLAY 'PUR360 - UNABLE TO OPEN CONTRACT PRICE FILE'
012900         MOVE 'Y' TO SW-DONE
013000     END-IF.
013100     OPEN INPUT PUR-CATALOG.
013200     IF FS-CATALOG NOT = '00'
013300         DISPLAY 'PUR360 - UNABLE TO OPEN PRODUCT CATALOG'
013400         MOVE 'Y' TO SW-DONE
013500     END-IF.
013600     ACCEPT WK-TODAY-DATE FROM DATE YYYYMMDD.
013700     DISPLAY 'PUR360 - CONTRACT PRICE MAINTENANCE'.
013800     PERFORM 1020-SIGN-ON THRU 1020-EXIT.
013900 1000-EXIT.
014000     EXIT.
014100
014200*---------------------------------------------------------------*
014300* 1020-SIGN-ON                                                  *
014400*   IDENTIFIES THE OPERATOR AGAINST THE SECURITY FILE (PUR280). *
014500*   AN OPERATOR WITHOUT AT LEAST INQUIRY AUTHORITY GETS NO      *
014600*   SESSION; EVERY CHANGE ALSO NEEDS MONEY AUTHORITY.           *
014700*---------------------------------------------------------------*
014800 1020-SIGN-ON.
014900     DISPLAY 'ENTER OPERATOR ID: '.
015000     ACCEPT SGN-OPERATOR-ID.
015100     CALL 'PUR280' USING SIGNON-LINKAGE-AREA.
015200     IF NOT SGN-SIGNED-ON
015300         DISPLAY 'PUR360 - SIGN-ON REFUSED'
015400         MOVE 'Y' TO SW-DONE
015500         GO TO 1020-EXIT
015600     END-IF.
015700     IF NOT SGN-MAY-INQUIRE
015800         DISPLAY 'PUR360 - OPERATOR HAS NO INQUIRY AUTHORITY'
015900         MOVE 'Y' TO SW-DONE
016000     END-IF.
016100 1020-EXIT.
016200     EXIT.
016300
016400*---------------------------------------------------------------*
016500* 2000-MAIN-MENU                                                *
016600*   OFFERS ONE ACTION AT A TIME UNTIL THE OPERATOR IS DONE.     *
016700*---------------------------------------------------------------*
016800 2000-MAIN-MENU.
016900     DISPLAY ' '.
017000     DISPLAY 'ENTER ACTION - A=ADD CONTRACT  C=CHANGE  E=END  '
017100             'L=LIST CUSTOMER  X=EXIT: '.
017200     ACCEPT WK-ACTION-CODE.
017300     EVALUATE TRUE
017400*        EVERY CHANGE SETS THE PRICE A CUSTOMER IS BILLED AT -
017500*        ALL OF THEM NEED MONEY AUTHORITY.
017600         WHEN (ACTION-ADD OR ACTION-CHANGE OR ACTION-END)
017700              AND NOT SGN-MAY-FIX-MONEY
017800             DISPLAY 'PUR360 - OPERATOR NOT AUTHORIZED TO '
017900                     'MAINTAIN CONTRACTS'
018000         WHEN ACTION-ADD
018100             PERFORM 3000-ADD-CONTRACT THRU 3000-EXIT
018200         WHEN ACTION-CHANGE
018300             PERFORM 3200-CHANGE-CONTRACT THRU 3200-EXIT
018400         WHEN ACTION-END
018500             PERFORM 3400-END-CONTRACT THRU 3400-EXIT
018600         WHEN ACTION-LIST
018700             PERFORM 5000-LIST-CUSTOMER THRU 5000-EXIT
018800         WHEN ACTION-EXIT
018900             MOVE 'Y' TO SW-DONE
019000         WHEN OTHER
019100             DISPLAY 'PUR360 - INVALID SELECTION'
019200     END-EVALUATE.
019300 2000-EXIT.
019400     EXIT.
019500
019600*---------------------------------------------------------------*
019700* 2100-GET-CONTRACT-KEY                                         *
019800*   TAKES THE CUSTOMERID/PURCHASEID PAIR AND READS IT, SETTING  *
019900*   CONTRACT-FOUND.                                             *
020000*---------------------------------------------------------------*
020100 2100-GET-CONTRACT-KEY.
020200     DISPLAY 'ENTER CUSTOMERID: '.
020300     ACCEPT WK-CUSTOMER-ID.
020400     DISPLAY 'ENTER PURCHASEID: '.
020500     ACCEPT WK-PURCHASE-ID.
020600     MOVE WK-CUSTOMER-ID TO CTP-CUSTOMER-ID.
020700     MOVE WK-PURCHASE-ID TO CTP-PURCHASE-ID.
020800     READ PUR-CONTRACT
020900         INVALID KEY
021000             MOVE 'N' TO SW-CONTRACT-FOUND
021100         NOT INVALID KEY
021200             MOVE 'Y' TO SW-CONTRACT-FOUND
021300     END-READ.
021400 2100-EXIT.
021500     EXIT.
021600
021700*---------------------------------------------------------------*
021800* 2200-EDIT-TERMS                                               *
021900*   CHECKS THE PRICE, CURRENCY AND DATES HELD IN THE WORK       *
022000*   FIELDS.  THE CONTRACT MUST END NO EARLIER THAN IT STARTS.   *
022100*---------------------------------------------------------------*
022200 2200-EDIT-TERMS.
022300     MOVE 'N' TO SW-ENTRY-OK.
022400     IF WK-NEW-PRICE NOT > ZERO
022500         DISPLAY 'PUR360 - CONTRACT PRICE MUST BE GREATER THAN '
022600                 'ZERO'
022700         GO TO 2200-EXIT
022800     END-IF.
022900     IF WK-NEW-CURRENCY = SPACES
023000         DISPLAY 'PUR360 - CURRENCY CODE IS REQUIRED'
023100         GO TO 2200-EXIT
023200     END-IF.
023300     IF WK-NEW-START-DATE NOT NUMERIC
023400         DISPLAY 'PUR360 - FROM DATE MUST BE YYYYMMDD'
023500         GO TO 2200-EXIT
023600     END-IF.
023700     IF WK-NEW-END-DATE NOT NUMERIC
023800        OR WK-NEW-END-DATE < WK-NEW-START-DATE
023900         DISPLAY 'PUR360 - TO DATE MUST BE YYYYMMDD, NOT BEFORE '
024000                 'THE FROM DATE'
024100         GO TO 2200-EXIT
024200     END-IF.
024300     MOVE 'Y' TO SW-ENTRY-OK.
024400 2200-EXIT.
024500     EXIT.
024600
024700*---------------------------------------------------------------*
024800* 3000-ADD-CONTRACT                                             *
024900*   WRITES A NEW CONTRACT PRICE.  ONE ALREADY ON FILE FOR THE   *
025000*   CUSTOMERID/PURCHASEID PAIR IS REFUSED - CHANGE IT INSTEAD.  *
025100*---------------------------------------------------------------*
025200 3000-ADD-CONTRACT.
025300     PERFORM 2100-GET-CONTRACT-KEY THRU 2100-EXIT.
025400     IF WK-CUSTOMER-ID = SPACES
025500         DISPLAY 'PUR360 - CUSTOMERID IS REQUIRED'
025600         GO TO 3000-EXIT
025700     END-IF.
025800     IF CONTRACT-FOUND
025900         DISPLAY 'PUR360 - CONTRACT ALREADY ON FILE - USE CHANGE'
026000         GO TO 3000-EXIT
026100     END-IF.
026200     MOVE WK-PURCHASE-ID TO CAT-PURCHASE-ID.
026300     READ PUR-CATALOG
026400         INVALID KEY
026500             DISPLAY 'PUR360 - PURCHASEID NOT ON THE CATALOG'
026600             GO TO 3000-EXIT
026700     END-READ.
026800     DISPLAY 'PRODUCT: ' CAT-PRODUCT-NAME.
026900     DISPLAY 'ENTER CONTRACT PRICE: '.
027000     ACCEPT WK-NEW-PRICE.
027100     DISPLAY 'ENTER CURRENCY CODE: '.
027200     MOVE SPACES TO WK-NEW-CURRENCY.
027300     ACCEPT WK-NEW-CURRENCY.
027400     DISPLAY 'ENTER FROM DATE (YYYYMMDD, BLANK = TODAY): '.
027500     MOVE SPACES TO WK-NEW-START-DATE.
027600     ACCEPT WK-NEW-START-DATE.
027700     IF WK-NEW-START-DATE = SPACES
027800         MOVE WK-TODAY-DATE TO WK-NEW-START-DATE
027900     END-IF.
028000     DISPLAY 'ENTER TO DATE (YYYYMMDD): '.
028100     MOVE SPACES TO WK-NEW-END-DATE.
028200     ACCEPT WK-NEW-END-DATE.
028300     PERFORM 2200-EDIT-TERMS THRU 2200-EXIT.
028400     IF NOT ENTRY-OK
028500         GO TO 3000-EXIT
028600     END-IF.
028700     MOVE WK-CUSTOMER-ID    TO CTP-CUSTOMER-ID.
028800     MOVE WK-PURCHASE-ID    TO CTP-PURCHASE-ID.
028900     MOVE WK-NEW-PRICE      TO CTP-CONTRACT-PRICE.
029000     MOVE WK-NEW-CURRENCY   TO CTP-CURRENCY-CODE.
029100     MOVE WK-NEW-START-DATE TO CTP-START-DATE.
029200     MOVE WK-NEW-END-DATE   TO CTP-END-DATE.
029300     MOVE WK-TODAY-DATE     TO CTP-LAST-UPDATE-DATE.
029400     MOVE SGN-OPERATOR-ID   TO CTP-LAST-OPERATOR-ID.
029500     WRITE CONTRACT-PRICE-RECORD
029600         INVALID KEY
029700             DISPLAY 'PUR360 - ADD FAILED, WRITE REFUSED'
029800             GO TO 3000-EXIT
029900     END-WRITE.
030000     ADD 1 TO CT-ADDED.
030100     DISPLAY 'PUR360 - CONTRACT ADDED'.
030200     MOVE 'A' TO WK-AUDIT-TYPE.
030300     MOVE 'ADDED ' TO WK-AUDIT-COMMENT.
030400     PERFORM 3800-LOG-AUDIT THRU 3800-EXIT.
030500 3000-EXIT.
030600     EXIT.
030700
030800*---------------------------------------------------------------*
030900* 3200-CHANGE-CONTRACT                                          *
031000*   SHOWS A CONTRACT AND TAKES NEW TERMS.  A BLANK OR ZERO      *
031100*   ANSWER KEEPS THE VALUE ON FILE.                             *
031200*---------------------------------------------------------------*
031300 3200-CHANGE-CONTRACT.
031400     PERFORM 2100-GET-CONTRACT-KEY THRU 2100-EXIT.
031500     IF NOT CONTRACT-FOUND
031600         DISPLAY 'PUR360 - NO CONTRACT ON FILE FOR THAT PAIR'
031700         GO TO 3200-EXIT
031800     END-IF.
031900     PERFORM 5200-DISPLAY-CONTRACT THRU 5200-EXIT.
032000     DISPLAY 'NEW CONTRACT PRICE (ZERO = KEEP): '.
032100     MOVE ZERO TO WK-NEW-PRICE.
032200     ACCEPT WK-NEW-PRICE.
032300     IF WK-NEW-PRICE = ZERO
032400         MOVE CTP-CONTRACT-PRICE TO WK-NEW-PRICE
032500     END-IF.
032600     DISPLAY 'NEW CURRENCY CODE (BLANK = KEEP): '.
032700     MOVE SPACES TO WK-NEW-CURRENCY.
032800     ACCEPT WK-NEW-CURRENCY.
032900     IF WK-NEW-CURRENCY = SPACES
033000         MOVE CTP-CURRENCY-CODE TO WK-NEW-CURRENCY
033100     END-IF.
033200     DISPLAY 'NEW FROM DATE (BLANK = KEEP): '.
033300     MOVE SPACES TO WK-NEW-START-DATE.
033400     ACCEPT WK-NEW-START-DATE.
033500     IF WK-NEW-START-DATE = SPACES
033600         MOVE CTP-START-DATE TO WK-NEW-START-DATE
033700     END-IF.
033800     DISPLAY 'NEW TO DATE (BLANK = KEEP): '.
033900     MOVE SPACES TO WK-NEW-END-DATE.
034000     ACCEPT WK-NEW-END-DATE.
034100     IF WK-NEW-END-DATE = SPACES
034200         MOVE CTP-END-DATE TO WK-NEW-END-DATE
034300     END-IF.
034400     PERFORM 2200-EDIT-TERMS THRU 2200-EXIT.
034500     IF NOT ENTRY-OK
034600         GO TO 3200-EXIT
034700     END-IF.
034800     MOVE WK-NEW-PRICE      TO CTP-CONTRACT-PRICE.
034900     MOVE WK-NEW-CURRENCY   TO CTP-CURRENCY-CODE.
035000     MOVE WK-NEW-START-DATE TO CTP-START-DATE.
035100     MOVE WK-NEW-END-DATE   TO CTP-END-DATE.
035200     PERFORM 3900-REWRITE-CONTRACT THRU 3900-EXIT.
035250     IF NOT REWRITE-OK
035260         GO TO 3200-EXIT
035270     END-IF.
035300     DISPLAY 'PUR360 - CONTRACT CHANGED'.
035400     MOVE 'C' TO WK-AUDIT-TYPE.
035500     MOVE 'CHANGED ' TO WK-AUDIT-COMMENT.
035600     PERFORM 3800-LOG-AUDIT THRU 3800-EXIT.
035700 3200-EXIT.
035800     EXIT.
035900
036000*---------------------------------------------------------------*
036100* 3400-END-CONTRACT                                             *
036200*   BRINGS A CONTRACT'S TO DATE FORWARD SO IT ENDS EARLY.  THE  *
036300*   RECORD STAYS ON FILE AS HISTORY AND IS SIMPLY NO LONGER IN  *
036400*   FORCE AFTER ITS TO DATE.                                    *
036500*---------------------------------------------------------------*
036600 3400-END-CONTRACT.
036700     PERFORM 2100-GET-CONTRACT-KEY THRU 2100-EXIT.
036800     IF NOT CONTRACT-FOUND
036900         DISPLAY 'PUR360 - NO CONTRACT ON FILE FOR THAT PAIR'
037000         GO TO 3400-EXIT
037100     END-IF.
037200     PERFORM 5200-DISPLAY-CONTRACT THRU 5200-EXIT.
037300     DISPLAY 'END AS OF (YYYYMMDD, BLANK = TODAY): '.
037400     MOVE SPACES TO WK-NEW-END-DATE.
037500     ACCEPT WK-NEW-END-DATE.
037600     IF WK-NEW-END-DATE = SPACES
037700         MOVE WK-TODAY-DATE TO WK-NEW-END-DATE
037800     END-IF.
037900     IF WK-NEW-END-DATE NOT NUMERIC
038000        OR WK-NEW-END-DATE < CTP-START-DATE
038100        OR WK-NEW-END-DATE > CTP-END-DATE
038200         DISPLAY 'PUR360 - END DATE MUST FALL WITHIN THE '
038300                 'CONTRACT''S TERM'
038400         GO TO 3400-EXIT
038500     END-IF.
038600     MOVE WK-NEW-END-DATE TO CTP-END-DATE.
038700     PERFORM 3900-REWRITE-CONTRACT THRU 3900-EXIT.
038750     IF NOT REWRITE-OK
038760         GO TO 3400-EXIT
038770     END-IF.
038800     DISPLAY 'PUR360 - CONTRACT ENDED AS OF ' CTP-END-DATE.
038900     MOVE 'C' TO WK-AUDIT-TYPE.
039000     MOVE 'ENDED ' TO WK-AUDIT-COMMENT.
039100     PERFORM 3800-LOG-AUDIT THRU 3800-EXIT.
039200 3400-EXIT.
039300     EXIT.
039400
039500*---------------------------------------------------------------*
039600* 3800-LOG-AUDIT                                                *
039700*   APPENDS THE CHANGE TO THE AUDIT TRAIL UNDER THE CONTRACT    *
039800*   CUSTOMER.  WK-AUDIT-COMMENT ARRIVES HOLDING THE VERB; THE   *
039900*   PURCHASEID AND THE TERMS NOW ON FILE ARE ADDED TO IT.       *
040000*---------------------------------------------------------------*
040100 3800-LOG-AUDIT.
040200     MOVE CTP-CONTRACT-PRICE TO WK-PRICE-ED.
040300     MOVE SPACES TO AUD-RETURN-COMMENT.
040400     STRING 'CONTRACT '        DELIMITED BY SIZE
040500            CTP-PURCHASE-ID    DELIMITED BY SIZE
040600            ' '                DELIMITED BY SIZE
040700            WK-AUDIT-COMMENT   DELIMITED BY SPACE
040800            WK-PRICE-ED        DELIMITED BY SIZE
040900            ' '                DELIMITED BY SIZE
041000            CTP-CURRENCY-CODE  DELIMITED BY SIZE
041100            ' TO '             DELIMITED BY SIZE
041200            CTP-END-DATE       DELIMITED BY SIZE
041300         INTO AUD-RETURN-COMMENT
041400     END-STRING.
041500     SET AUD-FUNC-WRITE TO TRUE.
041600     MOVE CTP-CUSTOMER-ID TO AUD-CUSTOMER-ID.
041700     MOVE WK-AUDIT-TYPE   TO AUD-REQUEST-TYPE.
041800     MOVE '00'            TO AUD-RET-CODE.
041900     MOVE SGN-OPERATOR-ID TO AUD-OPERATOR-ID.
042000     CALL 'PUR140' USING AUDIT-LINKAGE-AREA.
042100 3800-EXIT.
042200     EXIT.
042300
042400*---------------------------------------------------------------*
042500* 3900-REWRITE-CONTRACT                                         *
042600*   STAMPS AND REWRITES THE CONTRACT RECORD.  A REFUSED REWRITE *
042610*   IS REPORTED AND LEAVES SW-REWRITE-OK OFF, SO THE CALLER     *
042620*   NEITHER COUNTS NOR AUDITS A CHANGE THAT WAS NOT MADE.       *
042700*---------------------------------------------------------------*
042800 3900-REWRITE-CONTRACT.
042850     MOVE 'N' TO SW-REWRITE-OK.
042900     MOVE WK-TODAY-DATE   TO CTP-LAST-UPDATE-DATE.
043000     MOVE SGN-OPERATOR-ID TO CTP-LAST-OPERATOR-ID.
043100     REWRITE CONTRACT-PRICE-RECORD
043110         INVALID KEY
043120             CONTINUE
043130     END-REWRITE.
043140     IF FS-CONTRACT NOT = '00'
043150         DISPLAY 'PUR360 - CHANGE FAILED, REWRITE REFUSED - '
043160                 'STATUS ' FS-CONTRACT
043170         GO TO 3900-EXIT
043180     END-IF.
043190     MOVE 'Y' TO SW-REWRITE-OK.
043200     ADD 1 TO CT-CHANGED.
043300 3900-EXIT.
043400     EXIT.
043500
043600*---------------------------------------------------------------*
043700* 5000-LIST-CUSTOMER                                            *
043800*   LISTS EVERY CONTRACT ON FILE FOR ONE CUSTOMERID, IN FORCE   *
043900*   OR NOT.                                                     *
044000*---------------------------------------------------------------*
044100 5000-LIST-CUSTOMER.
044200     DISPLAY 'ENTER CUSTOMERID: '.
044300     ACCEPT WK-CUSTOMER-ID.
044400     MOVE WK-CUSTOMER-ID TO CTP-CUSTOMER-ID.
044500     MOVE ZERO           TO CTP-PURCHASE-ID.
044600     MOVE ZERO           TO CT-LISTED.
044700     MOVE 'N' TO SW-LIST-DONE.
044800     START PUR-CONTRACT KEY NOT LESS THAN CTP-KEY
044900         INVALID KEY
045000             MOVE 'Y' TO SW-LIST-DONE
045100     END-START.
045200     PERFORM 5100-LIST-ONE-CONTRACT THRU 5100-EXIT
045300         UNTIL LIST-DONE.
045400     IF CT-LISTED = ZERO
045500         DISPLAY 'PUR360 - NO CONTRACTS ON FILE FOR '
045600                 WK-CUSTOMER-ID
045700     END-IF.
045800 5000-EXIT.
045900     EXIT.
046000
046100 5100-LIST-ONE-CONTRACT.
046200     READ PUR-CONTRACT NEXT RECORD
046300         AT END
046400             MOVE 'Y' TO SW-LIST-DONE
046500             GO TO 5100-EXIT
046600     END-READ.
046700     IF CTP-CUSTOMER-ID NOT = WK-CUSTOMER-ID
046800         MOVE 'Y' TO SW-LIST-DONE
046900         GO TO 5100-EXIT
047000     END-IF.
047100     ADD 1 TO CT-LISTED.
047200     PERFORM 5200-DISPLAY-CONTRACT THRU 5200-EXIT.
047300 5100-EXIT.
047400     EXIT.
047500
047600 5200-DISPLAY-CONTRACT.
047700     MOVE CTP-CONTRACT-PRICE TO WK-PRICE-ED.
047800     DISPLAY CTP-CUSTOMER-ID ' ' CTP-PURCHASE-ID ' '
047900             WK-PRICE-ED ' ' CTP-CURRENCY-CODE ' '
048000             CTP-START-DATE ' - ' CTP-END-DATE
048100             '  LAST CHANGED ' CTP-LAST-UPDATE-DATE
048200             ' BY ' CTP-LAST-OPERATOR-ID.
048300 5200-EXIT.
048400     EXIT.
048500
048600*---------------------------------------------------------------*
048700* 8000-TERMINATE                                                *
048800*---------------------------------------------------------------*
048900 8000-TERMINATE.
049000     SET AUD-FUNC-CLOSE TO TRUE.
049100     CALL 'PUR140' USING AUDIT-LINKAGE-AREA.
049200     CLOSE PUR-CONTRACT
049300           PUR-CATALOG.
049400     DISPLAY 'PUR360 - CONTRACTS ADDED   : ' CT-ADDED.
049500     DISPLAY 'PUR360 - CONTRACTS CHANGED : ' CT-CHANGED.
049600     DISPLAY 'PUR360 - SESSION ENDED'.
049700 8000-EXIT.
049800     EXIT.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     PUR350.
000300 AUTHOR.         R HOLLOWAY.
000400 INSTALLATION.   CUSTOMER PURCHASE SYSTEMS.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000700*---------------------------------------------------------------*
000800* MODIFICATION HISTORY                                         *
000900*---------------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                                 *
001100* 2026-10-15  RH   ORIGINAL PROGRAM - PRODUCT CATALOG           *
001200*                  MAINTENANCE.  ADDS PRODUCTS, SCHEDULES       *
001300*                  FUTURE-DATED PRICE CHANGES AND MARKS         *
001400*                  PRODUCTS DISCONTINUED AS OF A DATE, LOGGING  *
001500*                  EVERY CHANGE TO THE AUDIT TRAIL (PUR140).    *
001520* 2026-10-15  RH   A CATALOG REWRITE THAT IS REFUSED IS NOW     *
001540*                  REPORTED, AND THE CHANGE IS NEITHER COUNTED  *
001560*                  NOR AUDITED.                                 *
001565* 2026-10-15  RH   THE LIST PRICE A ROLL SUPERSEDES IS NOW KEPT *
001570*                  IN THE CATALOG'S PRIOR-PRICE TABLE INSTEAD   *
001575*                  OF BEING LOST, SO AN ORDER DATED BEFORE A    *
001580*                  PRICE CHANGE IS STILL CHECKED AGAINST THE    *
001585*                  PRICE OF ITS OWN DATE.                       *
001600*---------------------------------------------------------------*
001700* PURPOSE.                                                     *
001800*   THE CATALOG (PURCATLG) USED TO BE LOADED FROM OUTSIDE THE   *
001900*   SUITE WITH ONE PRICE PER PRODUCT, SO A PRICE CHANGE HAD TO  *
002000*   BE LOADED THE NIGHT IT TOOK EFFECT AND ANY ORDER PRICED AT  *
002100*   LAST WEEK'S LIST WAS FLAGGED BY THE INTAKE EDIT.  THIS      *
002200*   FACILITY LETS MERCHANDISING MAINTAIN THE CATALOG ITSELF -   *
002300*     A  ADD A PRODUCT WITH ITS NAME AND OPENING LIST PRICE;    *
002400*     P  SCHEDULE A PRICE CHANGE FROM A DATE NOT BEFORE TODAY - *
002500*        A CHANGE ALREADY SCHEDULED FOR THAT DATE IS REPLACED;  *
002600*     R  REMOVE A SCHEDULED PRICE CHANGE NOT YET IN EFFECT;     *
002700*     D  DISCONTINUE A PRODUCT AS OF A DATE, OR REINSTATE ONE;  *
002800*     L  LOOK UP A PRODUCT AND ITS PRICE SCHEDULE.              *
002900*   WHENEVER A PRODUCT IS CHANGED, SCHEDULED PRICES WHOSE DATE  *
003000*   HAS COME ARE ROLLED INTO THE LIST PRICE, SO THE SCHEDULE    *
003100*   ONLY HOLDS CHANGES STILL TO COME; THE PRICE A ROLL          *
003110*   SUPERSEDES IS KEPT AS A PRIOR PRICE, SO THE INTAKE EDIT     *
003120*   (PUR100) CAN STILL PRICE AN ORDER DATED BEFORE THE CHANGE   *
003130*   AS OF ITS OWN DATE.  LOOKING UP NEEDS                       *
003200*   INQUIRY AUTHORITY; EVERY CHANGE SETS A PRICE OR STOPS A     *
003300*   PRODUCT SELLING, SO IT NEEDS MONEY AUTHORITY.  EVERY CHANGE *
003400*   IS AUDITED WITH THE OPERATOR ID.                            *
003500*---------------------------------------------------------------*
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER.   IBM-370.
003900 OBJECT-COMPUTER.   IBM-370.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT PUR-CATALOG     ASSIGN TO PURCATLG
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS RANDOM
004500         RECORD KEY IS CAT-PURCHASE-ID
004600         FILE STATUS IS FS-CATALOG.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  PUR-CATALOG
005100     RECORDING MODE IS F.
005200     COPY PURCATLG.
005300
005400 WORKING-STORAGE SECTION.
005500 01  FS-CATALOG                 PIC XX          VALUE '00'.
005600
005700 01  SW-DONE                     PIC X           VALUE 'N'.
005800     88  ALL-DONE                               VALUE 'Y'.
005900 01  SW-CATALOG-FOUND            PIC X           VALUE 'N'.
006000     88  CATALOG-FOUND                          VALUE 'Y'.
006100 01  SW-SCHED-FOUND              PIC X           VALUE 'N'.
006200     88  SCHED-FOUND                            VALUE 'Y'.
006210 01  SW-REWRITE-OK               PIC X           VALUE 'N'.
006220     88  REWRITE-OK                             VALUE 'Y'.
006300
006400 01  PUR350-COUNTERS.
006500     05  CT-ADDED                PIC 9(5)        VALUE ZERO.
006600     05  CT-CHANGED              PIC 9(5)        VALUE ZERO.
006700
006800 01  PUR350-WORK-FIELDS.
006900     05  WK-ACTION-CODE          PIC X           VALUE SPACE.
007000         88  ACTION-ADD              VALUE 'A'.
007100         88  ACTION-PRICE            VALUE 'P'.
007200         88  ACTION-REMOVE           VALUE 'R'.
007300         88  ACTION-DISCONTINUE      VALUE 'D'.
007400         88  ACTION-LOOKUP           VALUE 'L'.
007500         88  ACTION-EXIT             VALUE 'X'.
007600     05  WK-PURCHASE-ID          PIC 9(5)        VALUE ZERO.
007700     05  WK-PRODUCT-NAME         PIC X(30)       VALUE SPACES.
007800     05  WK-NEW-PRICE            PIC 9(8)V99     VALUE ZERO.
007900     05  WK-DATE-ENTERED         PIC X(8)        VALUE SPACES.
008000     05  WK-CONFIRM-CODE         PIC X           VALUE SPACE.
008100     05  WK-SCHED-SUB            PIC 9(2)        VALUE ZERO.
008200     05  WK-KEEP-COUNT           PIC 9(2)        VALUE ZERO.
008210     05  WK-PRIOR-SUB            PIC 9(2)        VALUE ZERO.
008220     05  WK-OLDEST-SUB           PIC 9(2)        VALUE ZERO.
008230     05  WK-PRIOR-DATE           PIC X(8)        VALUE SPACES.
008240     05  WK-PRIOR-PRICE          PIC 9(8)V99     VALUE ZERO.
008300     05  WK-AUDIT-TYPE           PIC X           VALUE SPACE.
008400     05  WK-AUDIT-COMMENT        PIC X(50)       VALUE SPACES.
008500     05  WK-PRICE-ED             PIC Z(7)9.99.
008600     05  WK-TODAY-DATE           PIC X(8)        VALUE SPACES.
008700
008800     COPY PURAUDIT.
008900
009000     COPY PUROPSGN.
009100
009200 PROCEDURE DIVISION.
009300*---------------------------------------------------------------*
009400* 0000-MAINLINE                                                 *
009500*---------------------------------------------------------------*
009600 0000-MAINLINE.
009700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009800     PERFORM 2000-MAIN-MENU THRU 2000-EXIT
009900         UNTIL ALL-DONE.
010000     PERFORM 8000-TERMINATE THRU 8000-EXIT.
010100     STOP RUN.
010200
010300*---------------------------------------------------------------*
010400* 1000-INITIALIZE                                               *
010500*   OPENS THE CATALOG FOR I-O, CREATING IT ON THE FIRST RUN     *
010600*   AGAINST A SYSTEM THAT HAS NONE YET, AND SIGNS THE OPERATOR  *
010700*   ON.                                                         *
010800*---------------------------------------------------------------*
010900 1000-INITIALIZE.
011000     OPEN I-O PUR-CATALOG.
011100     IF FS-CATALOG = '35'
011200         OPEN OUTPUT PUR-CATALOG
011300         CLOSE PUR-CATALOG
011400         OPEN I-O PUR-CATALOG
011500     END-IF.
011600     IF FS-CATALOG NOT = '00'
011700         DISPLAY 'PUR350 - UNABLE TO OPEN PRODUCT CATALOG'
011800         MOVE 'Y' TO SW-DONE
011900     END-IF.
012000     ACCEPT WK-TODAY-DATE FROM DATE YYYYMMDD.
012100     DISPLAY 'PUR350 - PRODUCT CATALOG MAINTENANCE'.
012200     PERFORM 1020-SIGN-ON THRU 1020-EXIT.
012300 1000-EXIT.
012400     EXIT.
012500
012600*---------------------------------------------------------------*
012700* 1020-SIGN-ON                                                  *
012800*   IDENTIFIES THE OPERATOR AGAINST THE SECURITY FILE (PUR280). *
012900*   AN OPERATOR WITHOUT AT LEAST INQUIRY AUTHORITY GETS NO      *
013000*   SESSION; EVERY CHANGE ALSO NEEDS MONEY AUTHORITY.           *
013100*---------------------------------------------------------------*
013200 1020-SIGN-ON.
013300     DISPLAY 'ENTER OPERATOR ID: '.
013400     ACCEPT SGN-OPERATOR-ID.
013500     CALL 'PUR280' USING SIGNON-LINKAGE-AREA.
013600     IF NOT SGN-SIGNED-ON
013700         DISPLAY 'PUR350 - SIGN-ON REFUSED'
013800         MOVE 'Y' TO SW-DONE
013900         GO TO 1020-EXIT
014000     END-IF.
014100     IF NOT SGN-MAY-INQUIRE
014200         DISPLAY 'PUR350 - OPERATOR HAS NO INQUIRY AUTHORITY'
014300         MOVE 'Y' TO SW-DONE
014400     END-IF.
014500 1020-EXIT.
014600     EXIT.
014700
014800*---------------------------------------------------------------*
014900* 2000-MAIN-MENU                                                *
015000*   OFFERS ONE ACTION AT A TIME UNTIL THE OPERATOR IS DONE.     *
015100*---------------------------------------------------------------*
015200 2000-MAIN-MENU.
015300     DISPLAY ' '.
015400     DISPLAY 'ENTER ACTION - A=ADD PRODUCT  P=SCHEDULE PRICE  '
015500             'R=REMOVE SCHEDULED PRICE  D=DISCONTINUE  '
015600             'L=LOOK UP  X=EXIT: '.
015700     ACCEPT WK-ACTION-CODE.
015800     EVALUATE TRUE
015900*        EVERY CHANGE SETS A SELLING PRICE OR STOPS A PRODUCT
016000*        SELLING - ALL OF THEM NEED MONEY AUTHORITY.
016100         WHEN (ACTION-ADD OR ACTION-PRICE OR ACTION-REMOVE
016200               OR ACTION-DISCONTINUE)
016300              AND NOT SGN-MAY-FIX-MONEY
016400             DISPLAY 'PUR350 - OPERATOR NOT AUTHORIZED TO '
016500                     'MAINTAIN THE CATALOG'
016600         WHEN ACTION-ADD
016700             PERFORM 3000-ADD-PRODUCT THRU 3000-EXIT
016800         WHEN ACTION-PRICE
016900             PERFORM 3200-SCHEDULE-PRICE THRU 3200-EXIT
017000         WHEN ACTION-REMOVE
017100             PERFORM 3400-REMOVE-SCHEDULED THRU 3400-EXIT
017200         WHEN ACTION-DISCONTINUE
017300             PERFORM 3600-DISCONTINUE-PRODUCT THRU 3600-EXIT
017400         WHEN ACTION-LOOKUP
017500             PERFORM 5000-LOOKUP-PRODUCT THRU 5000-EXIT
017600         WHEN ACTION-EXIT
017700             MOVE 'Y' TO SW-DONE
017800         WHEN OTHER
017900             DISPLAY 'PUR350 - INVALID SELECTION'
018000     END-EVALUATE.
018100 2000-EXIT.
018200     EXIT.
018300
018400*---------------------------------------------------------------*
018500* 2100-GET-PRODUCT                                              *
018600*   TAKES A PURCHASEID AND READS IT, SETTING CATALOG-FOUND.     *
018700*---------------------------------------------------------------*
018800 2100-GET-PRODUCT.
018900     DISPLAY 'ENTER PURCHASEID: '.
019000     ACCEPT WK-PURCHASE-ID.
019100     MOVE WK-PURCHASE-ID TO CAT-PURCHASE-ID.
019200     READ PUR-CATALOG
019300         INVALID KEY
019400             MOVE 'N' TO SW-CATALOG-FOUND
019500         NOT INVALID KEY
019600             MOVE 'Y' TO SW-CATALOG-FOUND
019700     END-READ.
019800 2100-EXIT.
019900     EXIT.
020000
020100*---------------------------------------------------------------*
020200* 2200-GET-DATE                                                 *
020300*   TAKES A YYYYMMDD DATE; A BLANK ANSWER MEANS TODAY.          *
020400*---------------------------------------------------------------*
020500 2200-GET-DATE.
020600     MOVE SPACES TO WK-DATE-ENTERED.
020700     ACCEPT WK-DATE-ENTERED.
020800     IF WK-DATE-ENTERED = SPACES
020900         MOVE WK-TODAY-DATE TO WK-DATE-ENTERED
021000     END-IF.
021100 2200-EXIT.
021200     EXIT.
021300
021400*---------------------------------------------------------------*
021500* 3000-ADD-PRODUCT                                              *
021600*   WRITES A NEW CATALOG ENTRY WITH ITS OPENING LIST PRICE AND  *
021700*   AN EMPTY PRICE SCHEDULE.  A PURCHASEID ALREADY ON FILE IS   *
021800*   REFUSED.                                                    *
021900*---------------------------------------------------------------*
022000 3000-ADD-PRODUCT.
022100     PERFORM 2100-GET-PRODUCT THRU 2100-EXIT.
022200     IF WK-PURCHASE-ID = ZERO
022300         DISPLAY 'PUR350 - PURCHASEID MAY NOT BE ZERO'
022400         GO TO 3000-EXIT
022500     END-IF.
022600     IF CATALOG-FOUND
022700         DISPLAY 'PUR350 - PURCHASEID ' WK-PURCHASE-ID
022800                 ' IS ALREADY ON THE CATALOG'
022900         GO TO 3000-EXIT
023000     END-IF.
023100     DISPLAY 'ENTER PRODUCT NAME: '.
023200     ACCEPT WK-PRODUCT-NAME.
023300     IF WK-PRODUCT-NAME = SPACES
023400         DISPLAY 'PUR350 - PRODUCT NAME IS REQUIRED'
023500         GO TO 3000-EXIT
023600     END-IF.
023700     DISPLAY 'ENTER LIST PRICE: '.
023800     ACCEPT WK-NEW-PRICE.
023900     IF WK-NEW-PRICE NOT > ZERO
024000         DISPLAY 'PUR350 - LIST PRICE MUST BE GREATER THAN ZERO'
024100         GO TO 3000-EXIT
024200     END-IF.
024300     DISPLAY 'ENTER EFFECTIVE DATE (YYYYMMDD, BLANK = TODAY): '.
024400     PERFORM 2200-GET-DATE THRU 2200-EXIT.
024500     IF WK-DATE-ENTERED NOT NUMERIC
024600         DISPLAY 'PUR350 - EFFECTIVE DATE MUST BE YYYYMMDD'
024700         GO TO 3000-EXIT
024800     END-IF.
024900     MOVE WK-PURCHASE-ID  TO CAT-PURCHASE-ID.
025000     MOVE WK-PRODUCT-NAME TO CAT-PRODUCT-NAME.
025100     MOVE WK-NEW-PRICE    TO CAT-LIST-PRICE.
025200     MOVE WK-DATE-ENTERED TO CAT-EFFECTIVE-DATE.
025300     MOVE SPACES          TO CAT-DISCONTINUED-DATE.
025400     MOVE ZERO            TO CAT-SCHEDULE-COUNT.
025500     PERFORM 3010-CLEAR-ONE-SCHEDULED THRU 3010-EXIT
025600         VARYING WK-SCHED-SUB FROM 1 BY 1
025700         UNTIL WK-SCHED-SUB > 12.
025710     MOVE ZERO            TO CAT-PRIOR-COUNT.
025720     PERFORM 3020-CLEAR-ONE-PRIOR THRU 3020-EXIT
025730         VARYING WK-PRIOR-SUB FROM 1 BY 1
025740         UNTIL WK-PRIOR-SUB > 12.
025800     MOVE WK-TODAY-DATE   TO CAT-LAST-UPDATE-DATE.
025900     MOVE SGN-OPERATOR-ID TO CAT-LAST-OPERATOR-ID.
026000     WRITE CATALOG-RECORD
026100         INVALID KEY
026200             DISPLAY 'PUR350 - ADD FAILED, WRITE REFUSED'
026300             GO TO 3000-EXIT
026400     END-WRITE.
026500     ADD 1 TO CT-ADDED.
026600     DISPLAY 'PUR350 - PRODUCT ADDED'.
026700     MOVE WK-NEW-PRICE TO WK-PRICE-ED.
026800     MOVE SPACES TO WK-AUDIT-COMMENT.
026900     STRING 'PRODUCT ADDED ' DELIMITED BY SIZE
027000            CAT-PURCHASE-ID  DELIMITED BY SIZE
027100            ' LIST '         DELIMITED BY SIZE
027200            WK-PRICE-ED      DELIMITED BY SIZE
027300            ' FROM '         DELIMITED BY SIZE
027400            CAT-EFFECTIVE-DATE DELIMITED BY SIZE
027500         INTO WK-AUDIT-COMMENT
027600     END-STRING.
027700     MOVE 'A' TO WK-AUDIT-TYPE.
027800     PERFORM 3800-LOG-AUDIT THRU 3800-EXIT.
027900 3000-EXIT.
028000     EXIT.
028100
028200 3010-CLEAR-ONE-SCHEDULED.
028300     MOVE SPACES TO CAT-SCHED-EFFECTIVE-DATE (WK-SCHED-SUB).
028400     MOVE ZERO   TO CAT-SCHED-LIST-PRICE (WK-SCHED-SUB).
028500 3010-EXIT.
028600     EXIT.
028700
028710 3020-CLEAR-ONE-PRIOR.
028720     MOVE SPACES TO CAT-PRIOR-EFFECTIVE-DATE (WK-PRIOR-SUB).
028730     MOVE ZERO   TO CAT-PRIOR-LIST-PRICE (WK-PRIOR-SUB).
028740 3020-EXIT.
028750     EXIT.
028760
028800*---------------------------------------------------------------*
028900* 3200-SCHEDULE-PRICE                                           *
029000*   SCHEDULES A NEW LIST PRICE FROM A DATE NOT BEFORE TODAY.  A *
029100*   CHANGE ALREADY SCHEDULED FOR THE SAME DATE IS REPLACED;     *
029200*   OTHERWISE THE CHANGE TAKES THE NEXT FREE SCHEDULE SLOT.     *
029300*---------------------------------------------------------------*
029400 3200-SCHEDULE-PRICE.
029500     PERFORM 2100-GET-PRODUCT THRU 2100-EXIT.
029600     IF NOT CATALOG-FOUND
029700         DISPLAY 'PUR350 - PURCHASEID NOT ON THE CATALOG'
029800         GO TO 3200-EXIT
029900     END-IF.
030000     PERFORM 3900-ROLL-DUE-PRICES THRU 3900-EXIT.
030100     PERFORM 5100-DISPLAY-PRODUCT THRU 5100-EXIT.
030200     DISPLAY 'ENTER NEW LIST PRICE: '.
030300     ACCEPT WK-NEW-PRICE.
030400     IF WK-NEW-PRICE NOT > ZERO
030500         DISPLAY 'PUR350 - LIST PRICE MUST BE GREATER THAN ZERO'
030600         GO TO 3200-EXIT
030700     END-IF.
030800     DISPLAY 'ENTER EFFECTIVE DATE (YYYYMMDD, BLANK = TODAY): '.
030900     PERFORM 2200-GET-DATE THRU 2200-EXIT.
031000     IF WK-DATE-ENTERED NOT NUMERIC
031100        OR WK-DATE-ENTERED < WK-TODAY-DATE
031200         DISPLAY 'PUR350 - EFFECTIVE DATE MAY NOT BE IN THE PAST'
031300         GO TO 3200-EXIT
031400     END-IF.
031500     PERFORM 3300-FIND-SCHEDULED-DATE THRU 3300-EXIT.
031600     IF NOT SCHED-FOUND
031700         IF CAT-SCHEDULE-COUNT >= 12
031800             DISPLAY 'PUR350 - PRICE SCHEDULE FULL - REMOVE A '
031900                     'SCHEDULED CHANGE FIRST'
032000             GO TO 3200-EXIT
032100         END-IF
032200         ADD 1 TO CAT-SCHEDULE-COUNT
032300         MOVE CAT-SCHEDULE-COUNT TO WK-SCHED-SUB
032400     END-IF.
032500     MOVE WK-DATE-ENTERED
032600         TO CAT-SCHED-EFFECTIVE-DATE (WK-SCHED-SUB).
032700     MOVE WK-NEW-PRICE TO CAT-SCHED-LIST-PRICE (WK-SCHED-SUB).
032800     PERFORM 3950-REWRITE-PRODUCT THRU 3950-EXIT.
032850     IF NOT REWRITE-OK
032860         GO TO 3200-EXIT
032870     END-IF.
032900     DISPLAY 'PUR350 - PRICE CHANGE SCHEDULED'.
033000     MOVE WK-NEW-PRICE TO WK-PRICE-ED.
033100     MOVE SPACES TO WK-AUDIT-COMMENT.
033200     STRING 'PRICE ' DELIMITED BY SIZE
033300            CAT-PURCHASE-ID DELIMITED BY SIZE
033400            ' TO '          DELIMITED BY SIZE
033500            WK-PRICE-ED     DELIMITED BY SIZE
033600            ' FROM '        DELIMITED BY SIZE
033700            WK-DATE-ENTERED DELIMITED BY SIZE
033800         INTO WK-AUDIT-COMMENT
033900     END-STRING.
034000     MOVE 'C' TO WK-AUDIT-TYPE.
034100     PERFORM 3800-LOG-AUDIT THRU 3800-EXIT.
034200 3200-EXIT.
034300     EXIT.
034400
034500*---------------------------------------------------------------*
034600* 3300-FIND-SCHEDULED-DATE                                      *
034700*   LOOKS FOR A SCHEDULED CHANGE DATED WK-DATE-ENTERED, LEAVING *
034800*   WK-SCHED-SUB ON IT WHEN FOUND.                              *
034900*---------------------------------------------------------------*
035000 3300-FIND-SCHEDULED-DATE.
035100     MOVE 'N' TO SW-SCHED-FOUND.
035200     MOVE 1 TO WK-SCHED-SUB.
035300     PERFORM 3310-CHECK-ONE-DATE THRU 3310-EXIT
035400         UNTIL WK-SCHED-SUB > CAT-SCHEDULE-COUNT
035500            OR SCHED-FOUND.
035600 3300-EXIT.
035700     EXIT.
035800
035900 3310-CHECK-ONE-DATE.
036000     IF CAT-SCHED-EFFECTIVE-DATE (WK-SCHED-SUB) = WK-DATE-ENTERED
036100         MOVE 'Y' TO SW-SCHED-FOUND
036200     ELSE
036300         ADD 1 TO WK-SCHED-SUB
036400     END-IF.
036500 3310-EXIT.
036600     EXIT.
036700
036800*---------------------------------------------------------------*
036900* 3400-REMOVE-SCHEDULED                                         *
037000*   TAKES A SCHEDULED CHANGE NOT YET IN EFFECT OFF THE          *
037100*   SCHEDULE, CLOSING UP THE GAP.                               *
037200*---------------------------------------------------------------*
037300 3400-REMOVE-SCHEDULED.
037400     PERFORM 2100-GET-PRODUCT THRU 2100-EXIT.
037500     IF NOT CATALOG-FOUND
037600         DISPLAY 'PUR350 - PURCHASEID NOT ON THE CATALOG'
037700         GO TO 3400-EXIT
037800     END-IF.
037900     PERFORM 3900-ROLL-DUE-PRICES THRU 3900-EXIT.
038000     PERFORM 5100-DISPLAY-PRODUCT THRU 5100-EXIT.
038100     DISPLAY 'ENTER EFFECTIVE DATE OF CHANGE TO REMOVE: '.
038200     MOVE SPACES TO WK-DATE-ENTERED.
038300     ACCEPT WK-DATE-ENTERED.
038400     PERFORM 3300-FIND-SCHEDULED-DATE THRU 3300-EXIT.
038500     IF NOT SCHED-FOUND
038600         DISPLAY 'PUR350 - NO CHANGE SCHEDULED FOR THAT DATE'
038700         GO TO 3400-EXIT
038800     END-IF.
038900     DISPLAY 'CONFIRM REMOVE (Y/N): '.
039000     ACCEPT WK-CONFIRM-CODE.
039100     IF WK-CONFIRM-CODE NOT = 'Y'
039200         DISPLAY 'PUR350 - REMOVE CANCELLED'
039300         GO TO 3400-EXIT
039400     END-IF.
039500     MOVE CAT-SCHED-LIST-PRICE (WK-SCHED-SUB) TO WK-PRICE-ED.
039600     PERFORM 3410-CLOSE-UP-ONE THRU 3410-EXIT
039700         UNTIL WK-SCHED-SUB >= CAT-SCHEDULE-COUNT.
039800     PERFORM 3010-CLEAR-ONE-SCHEDULED THRU 3010-EXIT.
039900     SUBTRACT 1 FROM CAT-SCHEDULE-COUNT.
040000     PERFORM 3950-REWRITE-PRODUCT THRU 3950-EXIT.
040050     IF NOT REWRITE-OK
040060         GO TO 3400-EXIT
040070     END-IF.
040100     DISPLAY 'PUR350 - SCHEDULED PRICE CHANGE REMOVED'.
040200     MOVE SPACES TO WK-AUDIT-COMMENT.
040300     STRING 'PRICE ' DELIMITED BY SIZE
040400            CAT-PURCHASE-ID DELIMITED BY SIZE
040500            ' '             DELIMITED BY SIZE
040600            WK-PRICE-ED     DELIMITED BY SIZE
040700            ' FROM '        DELIMITED BY SIZE
040800            WK-DATE-ENTERED DELIMITED BY SIZE
040900            ' REMOVED'      DELIMITED BY SIZE
041000         INTO WK-AUDIT-COMMENT
041100     END-STRING.
041200     MOVE 'C' TO WK-AUDIT-TYPE.
041300     PERFORM 3800-LOG-AUDIT THRU 3800-EXIT.
041400 3400-EXIT.
041500     EXIT.
041600
041700 3410-CLOSE-UP-ONE.
041800     MOVE CAT-SCHEDULED-PRICE (WK-SCHED-SUB + 1)
041900         TO CAT-SCHEDULED-PRICE (WK-SCHED-SUB).
042000     ADD 1 TO WK-SCHED-SUB.
042100 3410-EXIT.
042200     EXIT.
042300
042400*---------------------------------------------------------------*
042500* 3600-DISCONTINUE-PRODUCT                                      *
042600*   STOPS NEW ORDERS FOR A PRODUCT FROM A DATE NOT BEFORE       *
042700*   TODAY.  RETURNS OF IT ARE STILL ACCEPTED.  ANSWERING NONE   *
042800*   REINSTATES A DISCONTINUED PRODUCT.                          *
042900*---------------------------------------------------------------*
043000 3600-DISCONTINUE-PRODUCT.
043100     PERFORM 2100-GET-PRODUCT THRU 2100-EXIT.
043200     IF NOT CATALOG-FOUND
043300         DISPLAY 'PUR350 - PURCHASEID NOT ON THE CATALOG'
043400         GO TO 3600-EXIT
043500     END-IF.
043600     PERFORM 3900-ROLL-DUE-PRICES THRU 3900-EXIT.
043700     PERFORM 5100-DISPLAY-PRODUCT THRU 5100-EXIT.
043800     DISPLAY 'DISCONTINUE AS OF (YYYYMMDD, BLANK = TODAY, '
043900             'NONE = REINSTATE): '.
044000     PERFORM 2200-GET-DATE THRU 2200-EXIT.
044100     MOVE SPACES TO WK-AUDIT-COMMENT.
044200     IF WK-DATE-ENTERED = 'NONE'
044300         IF CAT-DISCONTINUED-DATE = SPACES
044400             DISPLAY 'PUR350 - PRODUCT IS NOT DISCONTINUED'
044500             GO TO 3600-EXIT
044600         END-IF
044700         MOVE SPACES TO CAT-DISCONTINUED-DATE
044800         STRING 'PRODUCT ' DELIMITED BY SIZE
044900                CAT-PURCHASE-ID DELIMITED BY SIZE
045000                ' REINSTATED'   DELIMITED BY SIZE
045100             INTO WK-AUDIT-COMMENT
045200         END-STRING
045300     ELSE
045400         IF WK-DATE-ENTERED NOT NUMERIC
045500            OR WK-DATE-ENTERED < WK-TODAY-DATE
045600             DISPLAY 'PUR350 - DISCONTINUE DATE MAY NOT BE IN '
045700                     'THE PAST'
045800             GO TO 3600-EXIT
045900         END-IF
046000         MOVE WK-DATE-ENTERED TO CAT-DISCONTINUED-DATE
046100         STRING 'PRODUCT ' DELIMITED BY SIZE
046200                CAT-PURCHASE-ID DELIMITED BY SIZE
046300                ' DISCONTINUED AS OF ' DELIMITED BY SIZE
046400                WK-DATE-ENTERED DELIMITED BY SIZE
046500             INTO WK-AUDIT-COMMENT
046600         END-STRING
046700     END-IF.
046800     PERFORM 3950-REWRITE-PRODUCT THRU 3950-EXIT.
046850     IF NOT REWRITE-OK
046860         GO TO 3600-EXIT
046870     END-IF.
046900     DISPLAY 'PUR350 - ' WK-AUDIT-COMMENT.
047000     MOVE 'C' TO WK-AUDIT-TYPE.
047100     PERFORM 3800-LOG-AUDIT THRU 3800-EXIT.
047200 3600-EXIT.
047300     EXIT.
047400
047500*---------------------------------------------------------------*
047600* 3800-LOG-AUDIT                                                *
047700*   APPENDS THE CHANGE DESCRIBED IN WK-AUDIT-COMMENT TO THE     *
047800*   AUDIT TRAIL.  THE CATALOG BELONGS TO NO CUSTOMER, SO THE    *
047900*   CUSTOMERID IS LEFT BLANK AND THE COMMENT NAMES THE PRODUCT. *
048000*---------------------------------------------------------------*
048100 3800-LOG-AUDIT.
048200     SET AUD-FUNC-WRITE TO TRUE.
048300     MOVE SPACES           TO AUD-CUSTOMER-ID.
048400     MOVE WK-AUDIT-TYPE    TO AUD-REQUEST-TYPE.
048500     MOVE '00'             TO AUD-RET-CODE.
048600     MOVE WK-AUDIT-COMMENT TO AUD-RETURN-COMMENT.
048700     MOVE SGN-OPERATOR-ID  TO AUD-OPERATOR-ID.
048800     CALL 'PUR140' USING AUDIT-LINKAGE-AREA.
048900 3800-EXIT.
049000     EXIT.
049100
049200*---------------------------------------------------------------*
049300* 3900-ROLL-DUE-PRICES                                          *
049400*   MOVES EVERY SCHEDULED PRICE WHOSE DATE HAS COME INTO THE    *
049500*   LIST PRICE - THE LATEST ONE WINS - AND CLOSES UP THE        *
049600*   SCHEDULE BEHIND THEM, SO IT ONLY HOLDS CHANGES TO COME.     *
049610*   THE LIST PRICE A LATER ONE SUPERSEDES, AND ANY DUE PRICE    *
049620*   OVERTAKEN BY A LATER ONE IN THE SAME ROLL, IS KEPT AS A     *
049630*   PRIOR PRICE - IT WAS, OR STILL IS, IN EFFECT FOR ORDERS     *
049640*   DATED BETWEEN ITS DATE AND THE NEXT CHANGE.                 *
049700*   NOTHING IS WRITTEN HERE; THE CHANGE THAT FOLLOWS REWRITES   *
049800*   THE RECORD.                                                 *
049900*---------------------------------------------------------------*
050000 3900-ROLL-DUE-PRICES.
050100     MOVE ZERO TO WK-KEEP-COUNT.
050200     PERFORM 3910-ROLL-ONE-PRICE THRU 3910-EXIT
050300         VARYING WK-SCHED-SUB FROM 1 BY 1
050400         UNTIL WK-SCHED-SUB > CAT-SCHEDULE-COUNT.
050500     MOVE WK-KEEP-COUNT TO CAT-SCHEDULE-COUNT.
050600     PERFORM 3010-CLEAR-ONE-SCHEDULED THRU 3010-EXIT
050700         VARYING WK-SCHED-SUB FROM 12 BY -1
050800         UNTIL WK-SCHED-SUB NOT > WK-KEEP-COUNT.
050900 3900-EXIT.
051000     EXIT.
051100
051200 3910-ROLL-ONE-PRICE.
051300     IF CAT-SCHED-EFFECTIVE-DATE (WK-SCHED-SUB) > WK-TODAY-DATE
051400         ADD 1 TO WK-KEEP-COUNT
051500         MOVE CAT-SCHEDULED-PRICE (WK-SCHED-SUB)
051600             TO CAT-SCHEDULED-PRICE (WK-KEEP-COUNT)
051700         GO TO 3910-EXIT
051800     END-IF.
051900     IF CAT-SCHED-EFFECTIVE-DATE (WK-SCHED-SUB)
052000        < CAT-EFFECTIVE-DATE
052010         MOVE CAT-SCHED-EFFECTIVE-DATE (WK-SCHED-SUB)
052020             TO WK-PRIOR-DATE
052030         MOVE CAT-SCHED-LIST-PRICE (WK-SCHED-SUB)
052040             TO WK-PRIOR-PRICE
052050         PERFORM 3920-KEEP-PRIOR-PRICE THRU 3920-EXIT
052060         GO TO 3910-EXIT
052070     END-IF.
052080     IF CAT-SCHED-EFFECTIVE-DATE (WK-SCHED-SUB)
052090        > CAT-EFFECTIVE-DATE
052100         MOVE CAT-EFFECTIVE-DATE TO WK-PRIOR-DATE
052110         MOVE CAT-LIST-PRICE     TO WK-PRIOR-PRICE
052120         PERFORM 3920-KEEP-PRIOR-PRICE THRU 3920-EXIT
052130     END-IF.
052140     MOVE CAT-SCHED-LIST-PRICE (WK-SCHED-SUB)
052200         TO CAT-LIST-PRICE.
052300     MOVE CAT-SCHED-EFFECTIVE-DATE (WK-SCHED-SUB)
052400         TO CAT-EFFECTIVE-DATE.
052600 3910-EXIT.
052700     EXIT.
052710
052720*---------------------------------------------------------------*
052730* 3920-KEEP-PRIOR-PRICE                                         *
052740*   ADDS WK-PRIOR-DATE AND WK-PRIOR-PRICE TO THE PRIOR-PRICE    *
052750*   TABLE.  A FULL TABLE GIVES UP ITS OLDEST ENTRY, UNLESS THE  *
052760*   PRICE BEING KEPT IS OLDER STILL.                            *
052770*---------------------------------------------------------------*
052780 3920-KEEP-PRIOR-PRICE.
052790     IF CAT-PRIOR-COUNT < 12
052800         ADD 1 TO CAT-PRIOR-COUNT
052810         MOVE CAT-PRIOR-COUNT TO WK-PRIOR-SUB
052820     ELSE
052830         MOVE 1 TO WK-OLDEST-SUB
052840         PERFORM 3930-FIND-OLDEST-PRIOR THRU 3930-EXIT
052850             VARYING WK-PRIOR-SUB FROM 2 BY 1
052860             UNTIL WK-PRIOR-SUB > 12
052870         IF CAT-PRIOR-EFFECTIVE-DATE (WK-OLDEST-SUB)
052880            > WK-PRIOR-DATE
052890             GO TO 3920-EXIT
052900         END-IF
052910         MOVE WK-OLDEST-SUB TO WK-PRIOR-SUB
052920     END-IF.
052930     MOVE WK-PRIOR-DATE
052935         TO CAT-PRIOR-EFFECTIVE-DATE (WK-PRIOR-SUB).
052940     MOVE WK-PRIOR-PRICE
052945         TO CAT-PRIOR-LIST-PRICE (WK-PRIOR-SUB).
052950 3920-EXIT.
052960     EXIT.
052970
052980 3930-FIND-OLDEST-PRIOR.
052990     IF CAT-PRIOR-EFFECTIVE-DATE (WK-PRIOR-SUB)
053000        < CAT-PRIOR-EFFECTIVE-DATE (WK-OLDEST-SUB)
053010         MOVE WK-PRIOR-SUB TO WK-OLDEST-SUB
053020     END-IF.
053030 3930-EXIT.
053040     EXIT.
053050
053060*---------------------------------------------------------------*
053080* 3950-REWRITE-PRODUCT                                          *
053100*   STAMPS AND REWRITES THE CATALOG RECORD.  A REFUSED REWRITE  *
053110*   IS REPORTED AND LEAVES SW-REWRITE-OK OFF, SO THE CALLER     *
053120*   NEITHER COUNTS NOR AUDITS A CHANGE THAT WAS NOT MADE.       *
053200*---------------------------------------------------------------*
053300 3950-REWRITE-PRODUCT.
053350     MOVE 'N' TO SW-REWRITE-OK.
053400     MOVE WK-TODAY-DATE   TO CAT-LAST-UPDATE-DATE.
053500     MOVE SGN-OPERATOR-ID TO CAT-LAST-OPERATOR-ID.
053600     REWRITE CATALOG-RECORD
053610         INVALID KEY
053620             CONTINUE
053630     END-REWRITE.
053640     IF FS-CATALOG NOT = '00'
053650         DISPLAY 'PUR350 - CHANGE FAILED, REWRITE REFUSED - '
053660                 'STATUS ' FS-CATALOG
053670         GO TO 3950-EXIT
053680     END-IF.
053690     MOVE 'Y' TO SW-REWRITE-OK.
053700     ADD 1 TO CT-CHANGED.
053800 3950-EXIT.
053900     EXIT.
054000
054100*---------------------------------------------------------------*
054200* 5000-LOOKUP-PRODUCT                                           *
054300*---------------------------------------------------------------*
054400 5000-LOOKUP-PRODUCT.
054500     PERFORM 2100-GET-PRODUCT THRU 2100-EXIT.
054600     IF NOT CATALOG-FOUND
054700         DISPLAY 'PUR350 - PURCHASEID NOT ON THE CATALOG'
054800         GO TO 5000-EXIT
054900     END-IF.
055000     PERFORM 5100-DISPLAY-PRODUCT THRU 5100-EXIT.
055100 5000-EXIT.
055200     EXIT.
055300
055400*---------------------------------------------------------------*
055500* 5100-DISPLAY-PRODUCT                                          *
055600*   SHOWS THE PRODUCT, ITS LIST PRICE, ANY DISCONTINUE DATE     *
055700*   AND ITS SCHEDULED PRICE CHANGES.                            *
055800*---------------------------------------------------------------*
055900 5100-DISPLAY-PRODUCT.
056000     MOVE CAT-LIST-PRICE TO WK-PRICE-ED.
056100     DISPLAY 'PURCHASEID      : ' CAT-PURCHASE-ID.
056200     DISPLAY 'PRODUCT NAME    : ' CAT-PRODUCT-NAME.
056300     DISPLAY 'LIST PRICE      : ' WK-PRICE-ED
056400             ' FROM ' CAT-EFFECTIVE-DATE.
056500     IF CAT-DISCONTINUED-DATE NOT = SPACES
056600         DISPLAY 'DISCONTINUED AS OF ' CAT-DISCONTINUED-DATE
056700     END-IF.
056800     PERFORM 5200-DISPLAY-ONE-SCHEDULED THRU 5200-EXIT
056900         VARYING WK-SCHED-SUB FROM 1 BY 1
057000         UNTIL WK-SCHED-SUB > CAT-SCHEDULE-COUNT.
057100     DISPLAY 'LAST CHANGED    : ' CAT-LAST-UPDATE-DATE
057200             ' BY ' CAT-LAST-OPERATOR-ID.
057300 5100-EXIT.
057400     EXIT.
057500
057600 5200-DISPLAY-ONE-SCHEDULED.
057700     MOVE CAT-SCHED-LIST-PRICE (WK-SCHED-SUB) TO WK-PRICE-ED.
057800     DISPLAY 'SCHEDULED PRICE : ' WK-PRICE-ED
057900             ' FROM ' CAT-SCHED-EFFECTIVE-DATE (WK-SCHED-SUB).
058000 5200-EXIT.
058100     EXIT.
058200
058300*---------------------------------------------------------------*
058400* 8000-TERMINATE                                                *
058500*---------------------------------------------------------------*
058600 8000-TERMINATE.
058700     SET AUD-FUNC-CLOSE TO TRUE.
058800     CALL 'PUR140' USING AUDIT-LINKAGE-AREA.
058900     CLOSE PUR-CATALOG.
059000     DISPLAY 'PUR350 - PRODUCTS ADDED   : ' CT-ADDED.
059100     DISPLAY 'PUR350 - PRODUCTS CHANGED : ' CT-CHANGED.
059200     DISPLAY 'PUR350 - SESSION ENDED'.
059300 8000-EXIT.
059400     EXIT.

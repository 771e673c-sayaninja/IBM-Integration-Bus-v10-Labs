000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     PUR330.
000300 AUTHOR.         R HOLLOWAY.
000400 INSTALLATION.   CUSTOMER PURCHASE SYSTEMS.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000700*---------------------------------------------------------------*
000800* MODIFICATION HISTORY                                         *
000900*---------------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                                 *
001100* 2026-10-15  RH   ORIGINAL PROGRAM - CUSTOMERID MERGE          *
001200*                  FACILITY.  FOLDS A DUPLICATE CUSTOMERID      *
001300*                  (THE LOSER) INTO THE ONE THE CUSTOMER KEEPS  *
001400*                  (THE SURVIVOR), LOGGING THE MERGE UNDER BOTH *
001500*                  IDS WITH RET-CODE '32'.                      *
001510* 2026-10-15  RH   THE LOSER'S CONTRACT PRICES (PURCONTR) AND   *
001520*                  OPEN BACKORDERS (PURBORD) NOW MOVE TO THE    *
001530*                  SURVIVOR WITH ITS HISTORY AND RMAS, SO A     *
001540*                  LATER RELEASE CANNOT RECREATE THE RETIRED    *
001550*                  CUSTOMERID.                                  *
001555* 2026-10-15  RH   HISTORY, RMAS AND CONTRACTS ARE WRITTEN      *
001560*                  UNDER THE SURVIVOR BEFORE THE LOSER'S COPY   *
001565*                  IS DELETED, AND THE LOSER ONLY LEAVES THE    *
001570*                  MASTER ONCE IT IS ON THE ARCHIVE.  EVERY     *
001575*                  UPDATE IS CHECKED - A FAILURE IS DISPLAYED   *
001580*                  AND COUNTED, AND NOTHING IS COUNTED OR       *
001585*                  AUDITED FOR IT.                              *
001600*---------------------------------------------------------------*
001700* PURPOSE.                                                     *
001800*   PUR320 LISTS CUSTOMERIDS THAT ARE PROBABLY THE SAME         *
001900*   CUSTOMER.  ONCE CUSTOMER SERVICE HAS CONFIRMED A PAIR, THIS *
002000*   FACILITY MERGES IT:                                         *
002100*     - THE LOSER'S MASTER LINE ITEMS ARE APPENDED TO THE       *
002200*       SURVIVOR'S MASTER RECORD (REFUSED IF THE SURVIVOR WOULD *
002300*       PASS 999 LINES - ROLL OLD LINES OFF WITH PUR220 FIRST); *
002400*     - THE LOSER'S ROLLED-OFF HISTORY (PURHIST) IS RE-KEYED TO *
002500*       THE SURVIVOR.  WHERE THE SURVIVOR ALREADY HOLDS HISTORY *
002600*       FOR THE SAME PURCHASEID THE LATER PURCHASE IS KEPT, AS  *
002700*       PUR220 DOES WHEN IT ROLLS A LINE ONTO AN EXISTING KEY;  *
002800*     - THE LOSER'S OPEN RETURN AUTHORIZATIONS (PURRMA) ARE     *
002900*       RE-KEYED TO THE SURVIVOR SO A RETURN AGAINST A MERGED   *
003000*       PURCHASE NETS AT INTAKE.  AN OPEN RMA THE SURVIVOR      *
003100*       ALREADY HOLDS FOR THE SAME PURCHASEID ABSORBS THE       *
003200*       LOSER'S UNITS AND KEEPS THE LATER EXPIRY.  VOID RMAS    *
003300*       STAY WHERE THEY ARE, AS A RECORD OF WHAT WAS REFUSED;   *
003310*     - THE LOSER'S CONTRACT PRICES (PURCONTR) ARE RE-KEYED TO  *
003320*       THE SURVIVOR.  WHERE THE SURVIVOR ALREADY HOLDS A       *
003330*       CONTRACT FOR THE SAME PURCHASEID, THE ONE AGREED LATER  *
003340*       (LATER START DATE) IS KEPT;                             *
003350*     - THE LOSER'S OPEN BACKORDERS (PURBORD) ARE RE-KEYED TO   *
003360*       THE SURVIVOR, SO THE BACKORDER RELEASE (PUR390) FEEDS   *
003370*       THEM TO INTAKE UNDER THE CUSTOMERID THAT SURVIVES.      *
003380*       RELEASED AND CANCELLED ONES STAY PUT AS A RECORD;       *
003400*     - THE LOSER IS RETIRED TO THE PURMARCH OFFLINE ARCHIVE    *
003500*       WITH NO LINE ITEMS (THEY NOW LIVE ON THE SURVIVOR, SO A *
003600*       LATER PUR260 REINSTATEMENT CANNOT DOUBLE THEM) AND      *
003700*       DELETED FROM THE LIVE MASTER.                           *
003800*   THE MERGE IS LOGGED THROUGH PUR140 UNDER BOTH CUSTOMERIDS   *
003900*   SO THE AUDIT HISTORY FOLLOWS THE CUSTOMER.  IT MOVES MONEY  *
004000*   HISTORY BETWEEN ACCOUNTS, SO IT NEEDS MONEY AUTHORITY.      *
004100*---------------------------------------------------------------*
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004400 SOURCE-COMPUTER.   IBM-370.
004500 OBJECT-COMPUTER.   IBM-370.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT PUR-MASTER      ASSIGN TO PURMAST
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS RANDOM
005100         RECORD KEY IS CustomerId OF MASTER-RECORD
005200         FILE STATUS IS FS-MASTER.
005300
005400     SELECT PUR-MARCH-OUT   ASSIGN TO PURMARCH
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS FS-MARCH-OUT.
005700
005800     SELECT PUR-ARCHIVE     ASSIGN TO PURHIST
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS ARC-HISTORY-KEY
006200         FILE STATUS IS FS-ARCHIVE.
006300
006400     SELECT PUR-RMA         ASSIGN TO PURRMA
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS DYNAMIC
006700         RECORD KEY IS RMA-KEY
006800         FILE STATUS IS FS-RMA.
006900
006910     SELECT PUR-CONTRACT    ASSIGN TO PURCONTR
006920         ORGANIZATION IS INDEXED
006930         ACCESS MODE IS DYNAMIC
006940         RECORD KEY IS CTP-KEY
006950         FILE STATUS IS FS-CONTRACT.
006960
006970     SELECT PUR-BACKORDER   ASSIGN TO PURBORD
006975         ORGANIZATION IS INDEXED
006980         ACCESS MODE IS DYNAMIC
006985         RECORD KEY IS BKO-KEY
006990         FILE STATUS IS FS-BACKORDER.
006995
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  PUR-MASTER
007300     RECORDING MODE IS F.
007400     COPY PURMAST.
007500
007600 FD  PUR-MARCH-OUT
007700     RECORDING MODE IS F.
007800     COPY PURMAST
007900         REPLACING LEADING ==MASTER-RECORD== BY ==MARCH-RECORD==
008000                  ==MST-PURCHASE-COUNT==
008100                  BY ==MAR-PURCHASE-COUNT==.
008200
008300 FD  PUR-ARCHIVE
008400     RECORDING MODE IS F.
008500     COPY PURHISTA.
008600
008700 FD  PUR-RMA
008800     RECORDING MODE IS F.
008900     COPY PURRMA.
009000
009010 FD  PUR-CONTRACT
009020     RECORDING MODE IS F.
009030     COPY PURCONTR.
009040
009050 FD  PUR-BACKORDER
009060     RECORDING MODE IS F.
009070     COPY PURBORD.
009080
009100 WORKING-STORAGE SECTION.
009200 01  FS-MASTER                  PIC XX          VALUE '00'.
009300 01  FS-MARCH-OUT               PIC XX          VALUE '00'.
009400 01  FS-ARCHIVE                 PIC XX          VALUE '00'.
009500 01  FS-RMA                     PIC XX          VALUE '00'.
009510 01  FS-CONTRACT                PIC XX          VALUE '00'.
009520 01  FS-BACKORDER               PIC XX          VALUE '00'.
009600
009700 01  SW-DONE                     PIC X           VALUE 'N'.
009800     88  ALL-DONE                               VALUE 'Y'.
009900 01  SW-ARCHIVE-AVAILABLE        PIC X           VALUE 'N'.
010000     88  ARCHIVE-AVAILABLE                      VALUE 'Y'.
010100 01  SW-SCAN-DONE                PIC X           VALUE 'N'.
010200     88  SCAN-DONE                              VALUE 'Y'.
010300 01  SW-PAIR-OK                  PIC X           VALUE 'N'.
010400     88  PAIR-OK                                VALUE 'Y'.
010410 01  SW-CONTRACT-AVAILABLE       PIC X           VALUE 'N'.
010420     88  CONTRACT-AVAILABLE                     VALUE 'Y'.
010430 01  SW-BACKORDER-AVAILABLE      PIC X           VALUE 'N'.
010440     88  BACKORDER-AVAILABLE                    VALUE 'Y'.
010450 01  SW-BKO-WRITTEN              PIC X           VALUE 'N'.
010460     88  BKO-WRITTEN                            VALUE 'Y'.
010465*    'Y' ONCE THE SURVIVOR'S FILE HOLDS THE RIGHT COPY OF THE
010470*    LINE BEING MOVED - ONLY THEN IS THE LOSER'S COPY DELETED.
010475 01  SW-LINE-PLACED              PIC X           VALUE 'N'.
010480     88  LINE-PLACED                            VALUE 'Y'.
010500
010600 01  PUR330-COUNTERS.
010700     05  CT-MERGED               PIC 9(5)        VALUE ZERO.
010800     05  CT-REFUSED              PIC 9(5)        VALUE ZERO.
010900     05  CT-LINES-MOVED          PIC 9(5)        VALUE ZERO.
011000     05  CT-HISTORY-MOVED        PIC 9(5)        VALUE ZERO.
011100     05  CT-RMA-MOVED            PIC 9(5)        VALUE ZERO.
011110     05  CT-CONTRACTS-MOVED      PIC 9(5)        VALUE ZERO.
011120     05  CT-BACKORDERS-MOVED     PIC 9(5)        VALUE ZERO.
011150     05  CT-UPDATES-FAILED       PIC 9(5)        VALUE ZERO.
011200
011300 01  PUR330-WORK-FIELDS.
011400     05  WK-SURVIVOR-ID          PIC X(8)        VALUE SPACES.
011500     05  WK-LOSER-ID             PIC X(8)        VALUE SPACES.
011600     05  WK-CONFIRM-CODE         PIC X           VALUE SPACE.
011700         88  CONFIRM-MERGE           VALUE 'Y'.
011800     05  WK-SUB                 PIC 9(3)        VALUE ZERO.
011900     05  WK-LINE-TOTAL          PIC 9(5)        VALUE ZERO.
012100     05  WK-TODAY-DATE           PIC X(8)        VALUE SPACES.
012200     05  WK-UNITS-TOTAL          PIC 9(5)        VALUE ZERO.
012300     05  WK-NEXT-ARC-KEY         PIC X(13)       VALUE SPACES.
012400     05  WK-NEXT-RMA-KEY         PIC X(13)       VALUE SPACES.
012410     05  WK-NEXT-CTP-KEY         PIC X(13)       VALUE SPACES.
012420     05  WK-BKO-LINE             PIC 9(2)        VALUE ZERO.
012500
012600*    THE LOSER'S MASTER RECORD, HELD WHILE THE SURVIVOR IS READ
012700*    INTO THE FILE AREA AND UPDATED.
012800     COPY PURMAST
012900         REPLACING LEADING ==MASTER-RECORD== BY ==LOSER-RECORD==
013000                  ==MST-PURCHASE-COUNT==
013100                  BY ==LSR-PURCHASE-COUNT==.
013200
013300*    ONE HISTORY LINE OR RMA LIFTED OFF THE LOSER'S KEY, HELD
013400*    WHILE THE SURVIVOR'S KEY IS LOOKED UP.
013500     COPY PURHISTA
013600         REPLACING LEADING ==ARCHIVE-HISTORY-RECORD==
013700                        BY ==HOLD-HISTORY-RECORD==
013800                  LEADING ==ARC-== BY ==HLD-ARC-==.
013900
014000     COPY PURRMA
014100         REPLACING LEADING ==RMA-== BY ==HLD-RMA-==.
014110
014120     COPY PURCONTR
014130         REPLACING LEADING ==CONTRACT-PRICE-RECORD==
014140                        BY ==HOLD-CONTRACT-RECORD==
014150                  LEADING ==CTP-== BY ==HLD-CTP-==.
014160
014170     COPY PURBORD
014180         REPLACING LEADING ==BACKORDER-RECORD==
014185                        BY ==HOLD-BACKORDER-RECORD==
014190                  LEADING ==BKO-== BY ==HLD-BKO-==.
014200
014300     COPY PURAUDIT.
014400
014500     COPY PUROPSGN.
014600
014700 PROCEDURE DIVISION.
014800*---------------------------------------------------------------*
014900* 0000-MAINLINE                                                 *
015000*---------------------------------------------------------------*
015100 0000-MAINLINE.
015200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015300     PERFORM 2000-MAIN-MENU THRU 2000-EXIT
015400         UNTIL ALL-DONE.
015500     PERFORM 8000-TERMINATE THRU 8000-EXIT.
015600     STOP RUN.
015700
015800*---------------------------------------------------------------*
015900* 1000-INITIALIZE                                               *
016000*   SIGNS THE OPERATOR ON AND OPENS THE MASTER, THE ARCHIVE     *
016100*   HISTORY, THE RETURN AUTHORIZATIONS, THE CONTRACT PRICES,    *
016110*   THE BACKORDERS AND THE OFFLINE ARCHIVE.  A SYSTEM WITH NO   *
016120*   CONTRACT OR BACKORDER FILE YET HAS NOTHING THERE TO MOVE.   *
016200*---------------------------------------------------------------*
016300 1000-INITIALIZE.
016400     DISPLAY 'PUR330 - CUSTOMERID MERGE FACILITY'.
016500     PERFORM 1020-SIGN-ON THRU 1020-EXIT.
016600     IF ALL-DONE
016700         GO TO 1000-EXIT
016800     END-IF.
016900     OPEN I-O PUR-MASTER.
017000     IF FS-MASTER NOT = '00'
017100         DISPLAY 'PUR330 - UNABLE TO OPEN PURCHASES MASTER'
017200         MOVE 'Y' TO SW-DONE
017300         GO TO 1000-EXIT
017400     END-IF.
017500     OPEN I-O PUR-ARCHIVE.
017600     IF FS-ARCHIVE = '00'
017700         MOVE 'Y' TO SW-ARCHIVE-AVAILABLE
017800     ELSE
017900         MOVE 'N' TO SW-ARCHIVE-AVAILABLE
018000     END-IF.
018100     OPEN I-O PUR-RMA.
018200     IF FS-RMA = '35'
018300         OPEN OUTPUT PUR-RMA
018400         CLOSE PUR-RMA
018500         OPEN I-O PUR-RMA
018600     END-IF.
018700     IF FS-RMA NOT = '00'
018800         DISPLAY 'PUR330 - UNABLE TO OPEN RETURN AUTHORIZATIONS'
018900         MOVE 'Y' TO SW-DONE
019000         GO TO 1000-EXIT
019100     END-IF.
019110     OPEN I-O PUR-CONTRACT.
019120     IF FS-CONTRACT = '00'
019130         MOVE 'Y' TO SW-CONTRACT-AVAILABLE
019140     END-IF.
019150     IF FS-CONTRACT NOT = '00' AND FS-CONTRACT NOT = '35'
019155         DISPLAY 'PUR330 - UNABLE TO OPEN CONTRACT PRICES'
019160         MOVE 'Y' TO SW-DONE
019165         GO TO 1000-EXIT
019170     END-IF.
019175     OPEN I-O PUR-BACKORDER.
019180     IF FS-BACKORDER = '00'
019182         MOVE 'Y' TO SW-BACKORDER-AVAILABLE
019184     END-IF.
019186     IF FS-BACKORDER NOT = '00' AND FS-BACKORDER NOT = '35'
019188         DISPLAY 'PUR330 - UNABLE TO OPEN BACKORDER FILE'
019190         MOVE 'Y' TO SW-DONE
019192         GO TO 1000-EXIT
019194     END-IF.
019200     OPEN EXTEND PUR-MARCH-OUT.
019300     IF FS-MARCH-OUT = '05' OR FS-MARCH-OUT = '35'
019400         OPEN OUTPUT PUR-MARCH-OUT
019500     END-IF.
019600     ACCEPT WK-TODAY-DATE FROM DATE YYYYMMDD.
019700 1000-EXIT.
019800     EXIT.
019900
020000*---------------------------------------------------------------*
020100* 1020-SIGN-ON                                                  *
020200*   IDENTIFIES THE OPERATOR AGAINST THE SECURITY FILE (PUR280). *
020300*   MOVING PURCHASE HISTORY BETWEEN ACCOUNTS NEEDS MONEY        *
020400*   AUTHORITY.                                                  *
020500*---------------------------------------------------------------*
020600 1020-SIGN-ON.
020700     DISPLAY 'ENTER OPERATOR ID: '.
020800     ACCEPT SGN-OPERATOR-ID.
020900     CALL 'PUR280' USING SIGNON-LINKAGE-AREA.
021000     IF NOT SGN-SIGNED-ON
021100         DISPLAY 'PUR330 - SIGN-ON REFUSED'
021200         MOVE 'Y' TO SW-DONE
021300         GO TO 1020-EXIT
021400     END-IF.
021500     IF NOT SGN-MAY-FIX-MONEY
021600         DISPLAY 'PUR330 - OPERATOR HAS NO AUTHORITY TO '
021700                 'MERGE CUSTOMERS'
021800         MOVE 'Y' TO SW-DONE
021900     END-IF.
022000 1020-EXIT.
022100     EXIT.
022200
022300*---------------------------------------------------------------*
022400* 2000-MAIN-MENU                                                *
022500*   PROMPTS FOR THE SURVIVING AND LOSING CUSTOMERIDS AND DRIVES *
022600*   THE MERGE.                                                  *
022700*---------------------------------------------------------------*
022800 2000-MAIN-MENU.
022900     DISPLAY ' '.
023000     DISPLAY 'ENTER SURVIVING CUSTOMERID, OR "EXIT" TO QUIT: '.
023100     ACCEPT WK-SURVIVOR-ID.
023200     IF WK-SURVIVOR-ID = 'EXIT    '
023300        OR WK-SURVIVOR-ID = SPACES
023400         MOVE 'Y' TO SW-DONE
023500         GO TO 2000-EXIT
023600     END-IF.
023700     DISPLAY 'ENTER CUSTOMERID TO MERGE INTO IT AND RETIRE: '.
023800     ACCEPT WK-LOSER-ID.
023900     IF WK-LOSER-ID = SPACES
024000         GO TO 2000-EXIT
024100     END-IF.
024200     PERFORM 2100-CHECK-PAIR THRU 2100-EXIT.
024300     IF NOT PAIR-OK
024400         ADD 1 TO CT-REFUSED
024500         GO TO 2000-EXIT
024600     END-IF.
024700     DISPLAY 'MERGE THE SECOND CUSTOMER INTO THE FIRST (Y/N)? '.
024800     ACCEPT WK-CONFIRM-CODE.
024900     IF NOT CONFIRM-MERGE
025000         DISPLAY 'PUR330 - MERGE NOT CONFIRMED'
025100         GO TO 2000-EXIT
025200     END-IF.
025300     PERFORM 3000-MERGE-MASTER THRU 3000-EXIT.
025400 2000-EXIT.
025500     EXIT.
025600
025700*---------------------------------------------------------------*
025800* 2100-CHECK-PAIR                                               *
025900*   BOTH CUSTOMERIDS MUST BE DIFFERENT AND ON THE LIVE MASTER,  *
026000*   AND THE COMBINED LINE ITEMS MUST FIT ONE MASTER RECORD.     *
026100*   BOTH RECORDS ARE SHOWN SO THE OPERATOR CAN CONFIRM THE      *
026200*   PAIR.  THE LOSER IS LEFT HELD IN LOSER-RECORD.              *
026300*---------------------------------------------------------------*
026400 2100-CHECK-PAIR.
026500     MOVE 'N' TO SW-PAIR-OK.
026600     IF WK-SURVIVOR-ID = WK-LOSER-ID
026700         DISPLAY 'PUR330 - A CUSTOMERID CANNOT BE MERGED INTO '
026800                 'ITSELF'
026900         GO TO 2100-EXIT
027000     END-IF.
027100     MOVE WK-LOSER-ID TO CustomerId OF MASTER-RECORD.
027200     READ PUR-MASTER
027300         INVALID KEY
027400             DISPLAY 'PUR330 - NO LIVE MASTER RECORD FOR '
027500                 WK-LOSER-ID
027600             GO TO 2100-EXIT
027700     END-READ.
027800*    THE RECEIVING RECORD'S OWN COUNT MUST AGREE WITH THE
027900*    SENDER'S BEFORE THE GROUP MOVE, OR THE FIELDS PAST THE
028000*    PURCHASE TABLE ARE NOT CARRIED THROUGH.
028100     MOVE MST-PURCHASE-COUNT TO LSR-PURCHASE-COUNT.
028200     MOVE MASTER-RECORD TO LOSER-RECORD.
028300     MOVE WK-SURVIVOR-ID TO CustomerId OF MASTER-RECORD.
028400     READ PUR-MASTER
028500         INVALID KEY
028600             DISPLAY 'PUR330 - NO LIVE MASTER RECORD FOR '
028700                 WK-SURVIVOR-ID
028800             GO TO 2100-EXIT
028900     END-READ.
029000     DISPLAY 'SURVIVOR -'.
029100     PERFORM 2200-DISPLAY-SURVIVOR THRU 2200-EXIT.
029200     DISPLAY 'TO BE MERGED AND RETIRED -'.
029300     PERFORM 2300-DISPLAY-LOSER THRU 2300-EXIT.
029400     COMPUTE WK-LINE-TOTAL = MST-PURCHASE-COUNT
029500                           + LSR-PURCHASE-COUNT.
029600     IF WK-LINE-TOTAL > 999
029700         DISPLAY 'PUR330 - COMBINED LINE ITEMS WOULD EXCEED 999 '
029800                 '- ROLL OLD LINES OFF (PUR220) FIRST'
029900         GO TO 2100-EXIT
030000     END-IF.
030100     MOVE 'Y' TO SW-PAIR-OK.
030200 2100-EXIT.
030300     EXIT.
030400
030500 2200-DISPLAY-SURVIVOR.
030600     DISPLAY '  CUSTOMERID : ' CustomerId OF MASTER-RECORD.
030700     DISPLAY '  NAME       : '
030800         CustomerFirstName OF MASTER-RECORD ' '
030900         CustomerLastName  OF MASTER-RECORD.
031000     DISPLAY '  ADDRESS    : ' CustomerAddr1 OF MASTER-RECORD.
031100     DISPLAY '  CITY/STATE : '
031200         CustomerCity  OF MASTER-RECORD ' '
031300         CustomerState OF MASTER-RECORD.
031400     DISPLAY '  PHONE      : ' CustomerPhone OF MASTER-RECORD.
031500     DISPLAY '  LINE ITEMS : ' MST-PURCHASE-COUNT.
031600 2200-EXIT.
031700     EXIT.
031800
031900 2300-DISPLAY-LOSER.
032000     DISPLAY '  CUSTOMERID : ' CustomerId OF LOSER-RECORD.
032100     DISPLAY '  NAME       : '
032200         CustomerFirstName OF LOSER-RECORD ' '
032300         CustomerLastName  OF LOSER-RECORD.
032400     DISPLAY '  ADDRESS    : ' CustomerAddr1 OF LOSER-RECORD.
032500     DISPLAY '  CITY/STATE : '
032600         CustomerCity  OF LOSER-RECORD ' '
032700         CustomerState OF LOSER-RECORD.
032800     DISPLAY '  PHONE      : ' CustomerPhone OF LOSER-RECORD.
032900     DISPLAY '  LINE ITEMS : ' LSR-PURCHASE-COUNT.
033000 2300-EXIT.
033100     EXIT.
033200
033300*---------------------------------------------------------------*
033400* 3000-MERGE-MASTER                                             *
033500*   APPENDS THE LOSER'S LINE ITEMS TO THE SURVIVOR, REWRITES    *
033600*   IT, THEN MOVES THE HISTORY, RMAS, CONTRACTS AND OPEN        *
033610*   BACKORDERS AND RETIRES THE LOSER.                           *
033700*   RETURN-COMMENT SITS PAST THE PURCHASE TABLE AND MOVES WITH  *
033800*   EVERY LINE ADDED, SO IT IS SET ONLY ONCE THE LINES ARE IN.  *
033900*---------------------------------------------------------------*
034000 3000-MERGE-MASTER.
034200     PERFORM 3100-APPEND-ONE-LINE THRU 3100-EXIT
034300         VARYING WK-SUB FROM 1 BY 1
034400         UNTIL WK-SUB > LSR-PURCHASE-COUNT.
034600     MOVE 'C' TO REQUEST-TYPE OF MASTER-RECORD.
034700     SET RET-CODE-MERGED OF MASTER-RECORD TO TRUE.
034800     MOVE SPACES TO RETURN-COMMENT OF MASTER-RECORD.
034900     STRING 'MERGED FROM CUSTOMERID ' DELIMITED BY SIZE
035000            WK-LOSER-ID               DELIMITED BY SIZE
035100         INTO RETURN-COMMENT OF MASTER-RECORD
035200     END-STRING.
035300     MOVE WK-TODAY-DATE
035400         TO CustomerLastUpdateDate OF MASTER-RECORD.
035500     REWRITE MASTER-RECORD
035600         INVALID KEY
035700             DISPLAY 'PUR330 - MERGE FAILED, SURVIVOR REWRITE '
035800                     'REFUSED'
035900             ADD 1 TO CT-REFUSED
036000             GO TO 3000-EXIT
036100     END-REWRITE.
036200     PERFORM 3800-LOG-AUDIT THRU 3800-EXIT.
036300     PERFORM 3200-MOVE-HISTORY THRU 3200-EXIT.
036400     PERFORM 3400-MOVE-RMAS THRU 3400-EXIT.
036410     PERFORM 3560-MOVE-CONTRACTS THRU 3560-EXIT.
036420     PERFORM 3700-MOVE-BACKORDERS THRU 3700-EXIT.
036500     PERFORM 3600-RETIRE-LOSER THRU 3600-EXIT.
036600     ADD 1 TO CT-MERGED.
036700     DISPLAY 'PUR330 - ' WK-LOSER-ID ' MERGED INTO '
036800             WK-SURVIVOR-ID.
036900 3000-EXIT.
037000     EXIT.
037100
037200 3100-APPEND-ONE-LINE.
037300     ADD 1 TO MST-PURCHASE-COUNT.
037400     MOVE Purchase OF LOSER-RECORD (WK-SUB)
037500         TO Purchase OF MASTER-RECORD (MST-PURCHASE-COUNT).
037600     ADD 1 TO CT-LINES-MOVED.
037700 3100-EXIT.
037800     EXIT.
037900
038000*---------------------------------------------------------------*
038100* 3200-MOVE-HISTORY                                             *
038200*   RE-KEYS EVERY ROLLED-OFF HISTORY LINE OF THE LOSER TO THE   *
038300*   SURVIVOR.  THE BROWSE IS RESTARTED PAST EACH LINE MOVED,    *
038400*   BECAUSE THE WRITE AND DELETE LOSE THE FILE POSITION.        *
038500*---------------------------------------------------------------*
038600 3200-MOVE-HISTORY.
038700     IF NOT ARCHIVE-AVAILABLE
038800         GO TO 3200-EXIT
038900     END-IF.
039000     MOVE WK-LOSER-ID TO ARC-CUSTOMER-ID.
039100     MOVE ZERO TO ARC-PURCHASE-ID.
039200     MOVE ARC-HISTORY-KEY TO WK-NEXT-ARC-KEY.
039300     MOVE 'N' TO SW-SCAN-DONE.
039400     PERFORM 3300-MOVE-ONE-HISTORY-LINE THRU 3300-EXIT
039500         UNTIL SCAN-DONE.
039600 3200-EXIT.
039700     EXIT.
039800
039900 3300-MOVE-ONE-HISTORY-LINE.
040000     MOVE WK-NEXT-ARC-KEY TO ARC-HISTORY-KEY.
040100     START PUR-ARCHIVE KEY NOT LESS THAN ARC-HISTORY-KEY
040200         INVALID KEY
040300             MOVE 'Y' TO SW-SCAN-DONE
040400             GO TO 3300-EXIT
040500     END-START.
040600     READ PUR-ARCHIVE NEXT RECORD
040700         AT END
040800             MOVE 'Y' TO SW-SCAN-DONE
040900             GO TO 3300-EXIT
041000     END-READ.
041100     IF ARC-CUSTOMER-ID NOT = WK-LOSER-ID
041200         MOVE 'Y' TO SW-SCAN-DONE
041300         GO TO 3300-EXIT
041400     END-IF.
041500     MOVE ARCHIVE-HISTORY-RECORD TO HOLD-HISTORY-RECORD.
041800     MOVE WK-SURVIVOR-ID TO ARC-CUSTOMER-ID.
041850     MOVE 'N' TO SW-LINE-PLACED.
041900     WRITE ARCHIVE-HISTORY-RECORD
042000         INVALID KEY
042100             PERFORM 3350-KEEP-LATER-HISTORY THRU 3350-EXIT
042120         NOT INVALID KEY
042140             MOVE 'Y' TO SW-LINE-PLACED
042200     END-WRITE.
042205     IF NOT LINE-PLACED
042210         DISPLAY 'PUR330 - HISTORY LINE ' HLD-ARC-PURCHASE-ID
042215                 ' NOT MOVED - STATUS ' FS-ARCHIVE
042220         ADD 1 TO CT-UPDATES-FAILED
042225         GO TO 3300-NEXT-KEY
042230     END-IF.
042235     MOVE HOLD-HISTORY-RECORD TO ARCHIVE-HISTORY-RECORD.
042240     DELETE PUR-ARCHIVE RECORD
042245         INVALID KEY
042250             CONTINUE
042255     END-DELETE.
042260     IF FS-ARCHIVE NOT = '00'
042265         DISPLAY 'PUR330 - HISTORY LINE ' HLD-ARC-PURCHASE-ID
042270                 ' ALSO LEFT UNDER THE LOSER - STATUS ' FS-ARCHIVE
042275         ADD 1 TO CT-UPDATES-FAILED
042280         GO TO 3300-NEXT-KEY
042285     END-IF.
042300     ADD 1 TO CT-HISTORY-MOVED.
042350 3300-NEXT-KEY.
042400*    THE NEXT LOSER LINE SITS STRICTLY PAST THE ONE JUST MOVED.
042500     IF HLD-ARC-PURCHASE-ID = 99999
042600         MOVE 'Y' TO SW-SCAN-DONE
042700     ELSE
042800         MOVE WK-LOSER-ID TO ARC-CUSTOMER-ID
042900         COMPUTE ARC-PURCHASE-ID = HLD-ARC-PURCHASE-ID + 1
043000         MOVE ARC-HISTORY-KEY TO WK-NEXT-ARC-KEY
043100     END-IF.
043200 3300-EXIT.
043300     EXIT.
043400
043500*---------------------------------------------------------------*
043600* 3350-KEEP-LATER-HISTORY                                       *
043700*   THE SURVIVOR ALREADY HOLDS HISTORY FOR THIS PURCHASEID.     *
043800*   THE LATER PURCHASE STAYS ON FILE.                           *
043900*---------------------------------------------------------------*
044000 3350-KEEP-LATER-HISTORY.
044100     READ PUR-ARCHIVE
044200         INVALID KEY
044300             GO TO 3350-EXIT
044400     END-READ.
044500     IF HLD-ARC-PURCHASE-DATE NOT > ARC-PURCHASE-DATE
044520         MOVE 'Y' TO SW-LINE-PLACED
044540         GO TO 3350-EXIT
044560     END-IF.
044600     MOVE HOLD-HISTORY-RECORD TO ARCHIVE-HISTORY-RECORD.
044700     MOVE WK-SURVIVOR-ID TO ARC-CUSTOMER-ID.
044800     REWRITE ARCHIVE-HISTORY-RECORD
044810         INVALID KEY
044820             CONTINUE
044830     END-REWRITE.
044840     IF FS-ARCHIVE = '00'
044850         MOVE 'Y' TO SW-LINE-PLACED
044900     END-IF.
045000 3350-EXIT.
045100     EXIT.
045200
045300*---------------------------------------------------------------*
045400* 3400-MOVE-RMAS                                                *
045500*   RE-KEYS EVERY OPEN RETURN AUTHORIZATION OF THE LOSER TO THE *
045600*   SURVIVOR.  VOID ONES ARE STEPPED OVER AND STAY PUT.         *
045700*---------------------------------------------------------------*
045800 3400-MOVE-RMAS.
045900     MOVE WK-LOSER-ID TO RMA-CUSTOMER-ID.
046000     MOVE ZERO TO RMA-PURCHASE-ID.
046100     MOVE RMA-KEY TO WK-NEXT-RMA-KEY.
046200     MOVE 'N' TO SW-SCAN-DONE.
046300     PERFORM 3500-MOVE-ONE-RMA THRU 3500-EXIT
046400         UNTIL SCAN-DONE.
046500 3400-EXIT.
046600     EXIT.
046700
046800 3500-MOVE-ONE-RMA.
046900     MOVE WK-NEXT-RMA-KEY TO RMA-KEY.
047000     START PUR-RMA KEY NOT LESS THAN RMA-KEY
047100         INVALID KEY
047200             MOVE 'Y' TO SW-SCAN-DONE
047300             GO TO 3500-EXIT
047400     END-START.
047500     READ PUR-RMA NEXT RECORD
047600         AT END
047700             MOVE 'Y' TO SW-SCAN-DONE
047800             GO TO 3500-EXIT
047900     END-READ.
048000     IF RMA-CUSTOMER-ID NOT = WK-LOSER-ID
048100         MOVE 'Y' TO SW-SCAN-DONE
048200         GO TO 3500-EXIT
048300     END-IF.
048400     MOVE RMA-RECORD TO HLD-RMA-RECORD.
048500     IF HLD-RMA-PURCHASE-ID = 99999
048600         MOVE 'Y' TO SW-SCAN-DONE
048700     ELSE
048800         MOVE WK-LOSER-ID TO RMA-CUSTOMER-ID
048900         COMPUTE RMA-PURCHASE-ID = HLD-RMA-PURCHASE-ID + 1
049000         MOVE RMA-KEY TO WK-NEXT-RMA-KEY
049100     END-IF.
049200     IF NOT HLD-RMA-STATUS-OPEN
049300         GO TO 3500-EXIT
049400     END-IF.
049700     MOVE WK-SURVIVOR-ID TO RMA-CUSTOMER-ID.
049800     MOVE HLD-RMA-PURCHASE-ID TO RMA-PURCHASE-ID.
049850     MOVE 'N' TO SW-LINE-PLACED.
049900     READ PUR-RMA
050000         INVALID KEY
050100             PERFORM 3520-WRITE-SURVIVOR-RMA THRU 3520-EXIT
050600         NOT INVALID KEY
050700             PERFORM 3550-COMBINE-RMA THRU 3550-EXIT
050705     END-READ.
050710     IF NOT LINE-PLACED
050715         DISPLAY 'PUR330 - RMA ' HLD-RMA-PURCHASE-ID
050720                 ' NOT MOVED - STATUS ' FS-RMA
050725         ADD 1 TO CT-UPDATES-FAILED
050730         GO TO 3500-EXIT
050735     END-IF.
050740     MOVE HLD-RMA-KEY TO RMA-KEY.
050745     DELETE PUR-RMA RECORD
050750         INVALID KEY
050755             CONTINUE
050760     END-DELETE.
050765     IF FS-RMA NOT = '00'
050770         DISPLAY 'PUR330 - RMA ' HLD-RMA-PURCHASE-ID
050775                 ' ALSO LEFT UNDER THE LOSER - STATUS ' FS-RMA
050780         ADD 1 TO CT-UPDATES-FAILED
050785         GO TO 3500-EXIT
050790     END-IF.
050800     ADD 1 TO CT-RMA-MOVED.
050900 3500-EXIT.
050905     EXIT.
050910
050915 3520-WRITE-SURVIVOR-RMA.
050920     MOVE HLD-RMA-RECORD TO RMA-RECORD.
050925     MOVE WK-SURVIVOR-ID TO RMA-CUSTOMER-ID.
050930     WRITE RMA-RECORD
050935         INVALID KEY
050940             CONTINUE
050945     END-WRITE.
050950     IF FS-RMA = '00'
050955         MOVE 'Y' TO SW-LINE-PLACED
050960     END-IF.
050965 3520-EXIT.
051000     EXIT.
051100
051200*---------------------------------------------------------------*
051300* 3550-COMBINE-RMA                                              *
051400*   THE SURVIVOR ALREADY HAS AN RMA FOR THIS PURCHASEID.  AN    *
051500*   OPEN ONE ABSORBS THE LOSER'S UNITS (CAPPED AT THE FIELD'S   *
051600*   999) AND KEEPS THE LATER EXPIRY; A VOID ONE IS REPLACED BY  *
051700*   THE LOSER'S OPEN AUTHORIZATION.                             *
051800*---------------------------------------------------------------*
051900 3550-COMBINE-RMA.
052000     IF NOT RMA-STATUS-OPEN
052100         MOVE HLD-RMA-RECORD TO RMA-RECORD
052200         MOVE WK-SURVIVOR-ID TO RMA-CUSTOMER-ID
052400         GO TO 3550-REWRITE
052500     END-IF.
052600     COMPUTE WK-UNITS-TOTAL = RMA-AUTHORIZED-AMOUNT
052700                            + HLD-RMA-AUTHORIZED-AMOUNT.
052800     IF WK-UNITS-TOTAL > 999
052900         MOVE 999 TO WK-UNITS-TOTAL
053000     END-IF.
053100     MOVE WK-UNITS-TOTAL TO RMA-AUTHORIZED-AMOUNT.
053200     COMPUTE WK-UNITS-TOTAL = RMA-RETURNED-AMOUNT
053300                            + HLD-RMA-RETURNED-AMOUNT.
053400     IF WK-UNITS-TOTAL > 999
053500         MOVE 999 TO WK-UNITS-TOTAL
053600     END-IF.
053700     MOVE WK-UNITS-TOTAL TO RMA-RETURNED-AMOUNT.
053800     IF HLD-RMA-EXPIRY-DATE > RMA-EXPIRY-DATE
053900         MOVE HLD-RMA-EXPIRY-DATE TO RMA-EXPIRY-DATE
054000     END-IF.
054050 3550-REWRITE.
054100     REWRITE RMA-RECORD
054110         INVALID KEY
054120             CONTINUE
054130     END-REWRITE.
054140     IF FS-RMA = '00'
054150         MOVE 'Y' TO SW-LINE-PLACED
054160     END-IF.
054200 3550-EXIT.
054300     EXIT.
054400
054410*---------------------------------------------------------------*
054420* 3560-MOVE-CONTRACTS                                           *
054430*   RE-KEYS EVERY CONTRACT PRICE OF THE LOSER TO THE SURVIVOR,  *
054440*   IN THE SAME WAY 3400 MOVES THE RMAS.                        *
054450*---------------------------------------------------------------*
054460 3560-MOVE-CONTRACTS.
054470     IF NOT CONTRACT-AVAILABLE
054480         GO TO 3560-EXIT
054490     END-IF.
054500     MOVE WK-LOSER-ID TO CTP-CUSTOMER-ID.
054510     MOVE ZERO TO CTP-PURCHASE-ID.
054520     MOVE CTP-KEY TO WK-NEXT-CTP-KEY.
054530     MOVE 'N' TO SW-SCAN-DONE.
054540     PERFORM 3570-MOVE-ONE-CONTRACT THRU 3570-EXIT
054550         UNTIL SCAN-DONE.
054560 3560-EXIT.
054570     EXIT.
054580
054590 3570-MOVE-ONE-CONTRACT.
054600     MOVE WK-NEXT-CTP-KEY TO CTP-KEY.
054610     START PUR-CONTRACT KEY NOT LESS THAN CTP-KEY
054620         INVALID KEY
054630             MOVE 'Y' TO SW-SCAN-DONE
054640             GO TO 3570-EXIT
054650     END-START.
054660     READ PUR-CONTRACT NEXT RECORD
054670         AT END
054680             MOVE 'Y' TO SW-SCAN-DONE
054690             GO TO 3570-EXIT
054700     END-READ.
054710     IF CTP-CUSTOMER-ID NOT = WK-LOSER-ID
054720         MOVE 'Y' TO SW-SCAN-DONE
054730         GO TO 3570-EXIT
054740     END-IF.
054750     MOVE CONTRACT-PRICE-RECORD TO HOLD-CONTRACT-RECORD.
054760     IF HLD-CTP-PURCHASE-ID = 99999
054770         MOVE 'Y' TO SW-SCAN-DONE
054780     ELSE
054790         MOVE WK-LOSER-ID TO CTP-CUSTOMER-ID
054800         COMPUTE CTP-PURCHASE-ID = HLD-CTP-PURCHASE-ID + 1
054810         MOVE CTP-KEY TO WK-NEXT-CTP-KEY
054820     END-IF.
054850     MOVE WK-SURVIVOR-ID TO CTP-CUSTOMER-ID.
054860     MOVE HLD-CTP-PURCHASE-ID TO CTP-PURCHASE-ID.
054865     MOVE 'N' TO SW-LINE-PLACED.
054870     READ PUR-CONTRACT
054880         INVALID KEY
054890             PERFORM 3575-WRITE-SURVIVOR-CONTRACT THRU 3575-EXIT
054895         NOT INVALID KEY
054900             PERFORM 3580-KEEP-LATER-CONTRACT THRU 3580-EXIT
054905     END-READ.
054910     IF NOT LINE-PLACED
054915         DISPLAY 'PUR330 - CONTRACT ' HLD-CTP-PURCHASE-ID
054920                 ' NOT MOVED - STATUS ' FS-CONTRACT
054925         ADD 1 TO CT-UPDATES-FAILED
054930         GO TO 3570-EXIT
054935     END-IF.
054940     MOVE HLD-CTP-KEY TO CTP-KEY.
054945     DELETE PUR-CONTRACT RECORD
054970         INVALID KEY
054971             CONTINUE
054972     END-DELETE.
054973     IF FS-CONTRACT NOT = '00'
054974         DISPLAY 'PUR330 - CONTRACT ' HLD-CTP-PURCHASE-ID
054975                 ' ALSO LEFT UNDER THE LOSER - STATUS '
054976                 FS-CONTRACT
054977         ADD 1 TO CT-UPDATES-FAILED
054978         GO TO 3570-EXIT
054979     END-IF.
054980     ADD 1 TO CT-CONTRACTS-MOVED.
054990 3570-EXIT.
054991     EXIT.
054992
054993 3575-WRITE-SURVIVOR-CONTRACT.
054994     MOVE HOLD-CONTRACT-RECORD TO CONTRACT-PRICE-RECORD.
054995     MOVE WK-SURVIVOR-ID  TO CTP-CUSTOMER-ID.
054996     MOVE WK-TODAY-DATE   TO CTP-LAST-UPDATE-DATE.
055000     MOVE SGN-OPERATOR-ID TO CTP-LAST-OPERATOR-ID.
055001     WRITE CONTRACT-PRICE-RECORD
055002         INVALID KEY
055003             CONTINUE
055004     END-WRITE.
055005     IF FS-CONTRACT = '00'
055006         MOVE 'Y' TO SW-LINE-PLACED
055007     END-IF.
055008 3575-EXIT.
055009     EXIT.
055010
055020*---------------------------------------------------------------*
055030* 3580-KEEP-LATER-CONTRACT                                      *
055040*   THE SURVIVOR ALREADY HAS A CONTRACT FOR THIS PURCHASEID.    *
055050*   THE ONE AGREED LATER STAYS ON FILE.                         *
055060*---------------------------------------------------------------*
055070 3580-KEEP-LATER-CONTRACT.
055080     IF HLD-CTP-START-DATE NOT > CTP-START-DATE
055082         MOVE 'Y' TO SW-LINE-PLACED
055084         GO TO 3580-EXIT
055086     END-IF.
055090     MOVE HOLD-CONTRACT-RECORD TO CONTRACT-PRICE-RECORD.
055100     MOVE WK-SURVIVOR-ID  TO CTP-CUSTOMER-ID.
055110     MOVE WK-TODAY-DATE   TO CTP-LAST-UPDATE-DATE.
055120     MOVE SGN-OPERATOR-ID TO CTP-LAST-OPERATOR-ID.
055130     REWRITE CONTRACT-PRICE-RECORD
055131         INVALID KEY
055132             CONTINUE
055133     END-REWRITE.
055134     IF FS-CONTRACT = '00'
055135         MOVE 'Y' TO SW-LINE-PLACED
055140     END-IF.
055150 3580-EXIT.
055160     EXIT.
055170
055172*---------------------------------------------------------------*
055174* 3600-RETIRE-LOSER                                             *
055176*   ARCHIVES THE LOSER TO PURMARCH WITHOUT ITS LINE ITEMS, THE  *
055178*   WAY A REQUEST-TYPE 'D' RETIRES A CUSTOMER, AND DELETES IT   *
055180*   FROM THE LIVE MASTER.                                       *
055182*---------------------------------------------------------------*
055184 3600-RETIRE-LOSER.
055200     MOVE ZERO TO LSR-PURCHASE-COUNT.
055300     MOVE 'D' TO REQUEST-TYPE OF LOSER-RECORD.
055400     SET RET-CODE-MERGED OF LOSER-RECORD TO TRUE.
055500     MOVE SPACES TO RETURN-COMMENT OF LOSER-RECORD.
055600     STRING 'MERGED INTO CUSTOMERID ' DELIMITED BY SIZE
055700            WK-SURVIVOR-ID            DELIMITED BY SIZE
055800         INTO RETURN-COMMENT OF LOSER-RECORD
055900     END-STRING.
056000     MOVE WK-TODAY-DATE
056100         TO CustomerLastUpdateDate OF LOSER-RECORD.
056200     MOVE LSR-PURCHASE-COUNT TO MAR-PURCHASE-COUNT.
056300     MOVE LOSER-RECORD TO MARCH-RECORD.
056400     WRITE MARCH-RECORD.
056410*    WITH NO ARCHIVED COPY THE LOSER STAYS LIVE, TO BE RETIRED BY
056420*    HAND ONCE THE ARCHIVE IS FIXED - DELETING IT WOULD LOSE IT.
056430     IF FS-MARCH-OUT NOT = '00'
056440         DISPLAY 'PUR330 - LOSER ' WK-LOSER-ID
056450                 ' NOT ARCHIVED, LEFT ON THE MASTER - STATUS '
056460                 FS-MARCH-OUT
056470         ADD 1 TO CT-UPDATES-FAILED
056480         GO TO 3600-EXIT
056490     END-IF.
056500     MOVE WK-LOSER-ID TO CustomerId OF MASTER-RECORD.
056600     DELETE PUR-MASTER RECORD
056700         INVALID KEY
056800             CONTINUE
057000     END-DELETE.
057010     IF FS-MASTER NOT = '00'
057020         DISPLAY 'PUR330 - LOSER ' WK-LOSER-ID
057030                 ' COULD NOT BE DELETED FROM THE MASTER - '
057040                 'STATUS ' FS-MASTER
057050         ADD 1 TO CT-UPDATES-FAILED
057060         GO TO 3600-EXIT
057070     END-IF.
057100     MOVE LSR-PURCHASE-COUNT TO MST-PURCHASE-COUNT.
057200     MOVE LOSER-RECORD TO MASTER-RECORD.
057300     PERFORM 3800-LOG-AUDIT THRU 3800-EXIT.
057400 3600-EXIT.
057500     EXIT.
057600
057610*---------------------------------------------------------------*
057620* 3700-MOVE-BACKORDERS                                          *
057630*   RE-KEYS EVERY OPEN BACKORDER OF THE LOSER TO THE SURVIVOR.  *
057640*   THE FILE LEADS WITH PURCHASEID, SO THE WHOLE FILE IS WALKED.*
057650*   THE NEW RECORD IS WRITTEN BEFORE THE OLD ONE IS DELETED,    *
057660*   AND THE BROWSE IS RESTARTED PAST THE OLD KEY, BECAUSE THE   *
057670*   WRITE AND DELETE LOSE THE FILE POSITION.                    *
057680*---------------------------------------------------------------*
057690 3700-MOVE-BACKORDERS.
057700     IF NOT BACKORDER-AVAILABLE
057710         GO TO 3700-EXIT
057720     END-IF.
057730     MOVE LOW-VALUES TO BKO-KEY.
057740     MOVE 'N' TO SW-SCAN-DONE.
057750     START PUR-BACKORDER KEY NOT LESS THAN BKO-KEY
057760         INVALID KEY
057770             MOVE 'Y' TO SW-SCAN-DONE
057780     END-START.
057790     PERFORM 3710-MOVE-ONE-BACKORDER THRU 3710-EXIT
057800         UNTIL SCAN-DONE.
057810 3700-EXIT.
057820     EXIT.
057830
057840 3710-MOVE-ONE-BACKORDER.
057850     READ PUR-BACKORDER NEXT RECORD
057860         AT END
057870             MOVE 'Y' TO SW-SCAN-DONE
057880             GO TO 3710-EXIT
057890     END-READ.
057900     IF BKO-CUSTOMER-ID NOT = WK-LOSER-ID
057910        OR NOT BKO-OPEN
057920         GO TO 3710-EXIT
057930     END-IF.
057940     MOVE BACKORDER-RECORD TO HOLD-BACKORDER-RECORD.
057950     MOVE WK-SURVIVOR-ID TO BKO-CUSTOMER-ID.
057960     MOVE 'N' TO SW-BKO-WRITTEN.
057970     WRITE BACKORDER-RECORD
057980         INVALID KEY
057990             PERFORM 3720-FIND-FREE-LINE THRU 3720-EXIT
058000         NOT INVALID KEY
058010             MOVE 'Y' TO SW-BKO-WRITTEN
058020     END-WRITE.
058030     IF BKO-WRITTEN
058040         MOVE HLD-BKO-KEY TO BKO-KEY
058050         DELETE PUR-BACKORDER RECORD
058052             INVALID KEY
058054                 CONTINUE
058056         END-DELETE
058058         IF FS-BACKORDER = '00'
058060             ADD 1 TO CT-BACKORDERS-MOVED
058061         ELSE
058062             DISPLAY 'PUR330 - BACKORDER ' HLD-BKO-KEY
058063                     ' ALSO LEFT UNDER THE LOSER - STATUS '
058064                     FS-BACKORDER
058065             ADD 1 TO CT-UPDATES-FAILED
058066         END-IF
058070     ELSE
058080         DISPLAY 'PUR330 - BACKORDER ' HLD-BKO-KEY
058090                 ' COULD NOT BE MOVED TO THE SURVIVOR'
058095         ADD 1 TO CT-UPDATES-FAILED
058100     END-IF.
058110     MOVE HLD-BKO-KEY TO BKO-KEY.
058120     START PUR-BACKORDER KEY GREATER THAN BKO-KEY
058130         INVALID KEY
058140             MOVE 'Y' TO SW-SCAN-DONE
058150     END-START.
058160 3710-EXIT.
058170     EXIT.
058180
058190*---------------------------------------------------------------*
058200* 3720-FIND-FREE-LINE                                           *
058210*   THE SURVIVOR ALREADY HAS A BACKORDER UNDER THE SAME KEY -   *
058220*   THE SAME PRODUCT, RAISED IN THE SAME CYCLE FROM THE SAME    *
058230*   CHAIN POSITION AND LINE.  THE LOSER'S LINE IS GIVEN THE     *
058240*   HIGHEST LINE NUMBER STILL FREE, SO BOTH STAY OPEN AND       *
058250*   RELEASE IN THE SAME TURN.                                   *
058260*---------------------------------------------------------------*
058270 3720-FIND-FREE-LINE.
058280     PERFORM 3730-TRY-ONE-LINE THRU 3730-EXIT
058290         VARYING WK-BKO-LINE FROM 99 BY -1
058300         UNTIL BKO-WRITTEN
058310            OR WK-BKO-LINE = ZERO.
058320 3720-EXIT.
058330     EXIT.
058340
058350 3730-TRY-ONE-LINE.
058360     MOVE WK-BKO-LINE TO BKO-LINE-NUMBER.
058370     WRITE BACKORDER-RECORD
058380         INVALID KEY
058390             GO TO 3730-EXIT
058400     END-WRITE.
058410     MOVE 'Y' TO SW-BKO-WRITTEN.
058420 3730-EXIT.
058430     EXIT.
058440
058445*---------------------------------------------------------------*
058450* 3800-LOG-AUDIT                                                *
058455*   APPENDS THE MERGE TO THE AUDIT TRAIL FOR THE CUSTOMERID IN  *
058460*   THE MASTER RECORD AREA - CALLED ONCE FOR THE SURVIVOR AND   *
058465*   ONCE FOR THE LOSER.                                         *
058470*---------------------------------------------------------------*
058475 3800-LOG-AUDIT.
058480     SET AUD-FUNC-WRITE            TO TRUE.
058500     MOVE CustomerId     OF MASTER-RECORD TO AUD-CUSTOMER-ID.
058600     MOVE REQUEST-TYPE   OF MASTER-RECORD TO AUD-REQUEST-TYPE.
058700     MOVE RET-CODE       OF MASTER-RECORD TO AUD-RET-CODE.
058800     MOVE RETURN-COMMENT OF MASTER-RECORD TO AUD-RETURN-COMMENT.
058900     MOVE SGN-OPERATOR-ID TO AUD-OPERATOR-ID.
059000     CALL 'PUR140' USING AUDIT-LINKAGE-AREA.
059100 3800-EXIT.
059200     EXIT.
059300
059400*---------------------------------------------------------------*
059500* 8000-TERMINATE                                                *
059600*---------------------------------------------------------------*
059700 8000-TERMINATE.
059800     SET AUD-FUNC-CLOSE TO TRUE.
059900     CALL 'PUR140' USING AUDIT-LINKAGE-AREA.
060000     CLOSE PUR-MASTER
060100           PUR-RMA
060200           PUR-MARCH-OUT.
060300     IF ARCHIVE-AVAILABLE
060400         CLOSE PUR-ARCHIVE
060500     END-IF.
060510     IF CONTRACT-AVAILABLE
060520         CLOSE PUR-CONTRACT
060530     END-IF.
060540     IF BACKORDER-AVAILABLE
060550         CLOSE PUR-BACKORDER
060560     END-IF.
060600     DISPLAY 'PUR330 - CUSTOMERS MERGED     : ' CT-MERGED.
060700     DISPLAY 'PUR330 - MERGES REFUSED       : ' CT-REFUSED.
060800     DISPLAY 'PUR330 - LINE ITEMS MOVED     : ' CT-LINES-MOVED.
060900     DISPLAY 'PUR330 - HISTORY LINES MOVED  : ' CT-HISTORY-MOVED.
061000     DISPLAY 'PUR330 - RMAS MOVED           : ' CT-RMA-MOVED.
061010     DISPLAY 'PUR330 - CONTRACTS MOVED      : '
061015         CT-CONTRACTS-MOVED.
061020     DISPLAY 'PUR330 - BACKORDERS MOVED     : '
061030         CT-BACKORDERS-MOVED.
061040     DISPLAY 'PUR330 - UPDATES FAILED       : '
061060         CT-UPDATES-FAILED.
061100     DISPLAY 'PUR330 - SESSION ENDED'.
061200 8000-EXIT.
061300     EXIT.

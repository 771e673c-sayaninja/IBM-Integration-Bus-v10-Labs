000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     PUR430.
000300 AUTHOR.         R HOLLOWAY.
000400 INSTALLATION.   CUSTOMER PURCHASE SYSTEMS.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000700*---------------------------------------------------------------*
000800* MODIFICATION HISTORY                                          *
000900*---------------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                                  *
001100* 2026-10-15  RH   ORIGINAL PROGRAM - NIGHTLY CUSTOMER          *
001200*                  CORRESPONDENCE EXTRACT FOR THE MAIL HOUSE.   *
001300*                  ADDRESS VERIFICATIONS, RMA REMINDERS AND     *
001400*                  CREDIT NOTICES, EACH LETTER LOGGED TO THE    *
001500*                  AUDIT TRAIL (PUR140).                        *
001520* 2026-10-15  RH   A CORRESPONDENCE HISTORY STAMP THAT WILL NOT *
001540*                  WRITE IS NOW SHOWN, COUNTED AND SETS         *
001560*                  RETURN-CODE 4.                               *
001565* 2026-10-15  RH   A LETTER FILE OR REPORT THAT WILL NOT OPEN   *
001570*                  NOW STOPS THE RUN WITH RETURN-CODE 8.  A     *
001575*                  LETTER THAT WILL NOT WRITE IS SHOWN AND      *
001580*                  COUNTED, SETS RETURN-CODE 8, AND IS NEITHER  *
001585*                  STAMPED ON THE CORRESPONDENCE HISTORY NOR    *
001590*                  LOGGED AS SENT.                              *
001600*---------------------------------------------------------------*
001700* PURPOSE.                                                      *
001800*   PICKS UP THE CASES WHERE SOMEONE HAS TO TELL THE CUSTOMER   *
001900*   AND WRITES ONE LETTER REQUEST (PURLTRRQ) PER CUSTOMERID AND *
002000*   LETTER TYPE FOR THE MAIL HOUSE -                            *
002100*     AV  EVERY ENTRY ON THE SUSPENSE FILE (PURSUSP) MORE THAN  *
002200*         A WEEK OLD, THE SAME TEST THE SUSPENSE AGING REPORT   *
002300*         (PUR200) FLAGS;                                       *
002400*     RM  EVERY OPEN RETURN AUTHORIZATION (PURRMA) WITH NO UNITS*
002500*         RETURNED THAT EXPIRES WITHIN THE RMA HORIZON;         *
002600*     CR  EVERY 'A' ORDER THE INTAKE EDIT REFUSED ON CREDIT     *
002700*         (RET-CODE '20' ON THE AUDIT TRAIL) WITHIN THE CREDIT  *
002800*         LOOKBACK, WITH THE CUSTOMER'S CREDIT LIMIT (PURCRLIM).*
002900*   THE NAME AND ADDRESS COME FROM THE PURCHASES MASTER; A      *
003000*   CUSTOMERID NOT ON THE MASTER HAS NOWHERE TO MAIL AND IS     *
003100*   LISTED ON THE REPORT INSTEAD.  AN ITEM ALREADY WRITTEN      *
003200*   ABOUT WITHIN THE REWRITE WINDOW, PER THE CORRESPONDENCE     *
003300*   HISTORY (PURLTRHS), IS SKIPPED.  EVERY LETTER UPDATES THE   *
003400*   HISTORY AND IS LOGGED TO THE AUDIT TRAIL WITH RET-CODE '48',*
003500*   SO THE INQUIRY (PUR180) AND AUDIT ANALYSIS (PUR230) SHOW THE*
003600*   CUSTOMER WAS CONTACTED.                                     *
003700*   SYSIN CARDS, EACH A 3-DIGIT DAY COUNT - THE REWRITE WINDOW  *
003800*   (DEFAULT 30), THE RMA HORIZON (DEFAULT 7) AND THE CREDIT    *
003900*   LOOKBACK (DEFAULT 7, NEVER MORE THAN THE REWRITE WINDOW SO  *
004000*   ONE REFUSAL CANNOT EARN A SECOND NOTICE).  DAY COUNTS USE   *
004100*   THE APPROXIMATE DAY SERIAL OF THE OTHER AGING REPORTS.  A   *
004200*   RERUN THE SAME NIGHT FINDS EVERY ITEM ALREADY WRITTEN, SO   *
004300*   THE FIRST RUN'S EXTRACT IS THE ONE TO RELEASE.              *
004400*---------------------------------------------------------------*
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
004700 SOURCE-COMPUTER.   IBM-370.
004800 OBJECT-COMPUTER.   IBM-370.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT PUR-SUSPENSE    ASSIGN TO PURSUSP
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS FS-SUSPENSE.
005400
005500     SELECT PUR-RMA         ASSIGN TO PURRMA
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS SEQUENTIAL
005800         RECORD KEY IS RMA-KEY
005900         FILE STATUS IS FS-RMA.
006000
006100     SELECT PUR-AUDIT-IN    ASSIGN TO PURAUDIT
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS FS-AUDIT-IN.
006400
006500     SELECT PUR-MASTER      ASSIGN TO PURMAST
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS RANDOM
006800         RECORD KEY IS CustomerId OF MASTER-RECORD
006900         FILE STATUS IS FS-MASTER.
007000
007100     SELECT PUR-CATALOG     ASSIGN TO PURCATLG
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS RANDOM
007400         RECORD KEY IS CAT-PURCHASE-ID
007500         FILE STATUS IS FS-CATALOG.
007600
007700     SELECT PUR-CREDIT-LIMIT ASSIGN TO PURCRLIM
007800         ORGANIZATION IS INDEXED
007900         ACCESS MODE IS RANDOM
008000         RECORD KEY IS CRL-CUSTOMER-ID
008100         FILE STATUS IS FS-CREDIT-LIMIT.
008200
008300     SELECT PUR-LTR-HISTORY ASSIGN TO PURLTRHS
008400         ORGANIZATION IS INDEXED
008500         ACCESS MODE IS RANDOM
008600         RECORD KEY IS LTH-KEY
008700         FILE STATUS IS FS-LTR-HISTORY.
008800
008900     SELECT PUR-LETTER-OUT  ASSIGN TO PURLTRRQ
009000         ORGANIZATION IS SEQUENTIAL
009100         FILE STATUS IS FS-LETTER-OUT.
009200
009300     SELECT PUR-LETTER-RPT  ASSIGN TO PURLTRRP
009400         ORGANIZATION IS SEQUENTIAL
009500         FILE STATUS IS FS-LETTER-RPT.
009600
009700 DATA DIVISION.
009800 FILE SECTION.
009900 FD  PUR-SUSPENSE
010000     RECORDING MODE IS F.
010100     COPY PURSUSP.
010200
010300 FD  PUR-RMA
010400     RECORDING MODE IS F.
010500     COPY PURRMA.
010600
010700 FD  PUR-AUDIT-IN
010800     RECORDING MODE IS F.
010900     COPY PURAUDRC.
011000
011100 FD  PUR-MASTER
011200     RECORDING MODE IS F.
011300     COPY PURMAST.
011400
011500 FD  PUR-CATALOG
011600     RECORDING MODE IS F.
011700     COPY PURCATLG.
011800
011900 FD  PUR-CREDIT-LIMIT
012000     RECORDING MODE IS F.
012100     COPY PURCRLIM.
012200
012300 FD  PUR-LTR-HISTORY
012400     RECORDING MODE IS F.
012500     COPY PURLTRHS.
012600
012700 FD  PUR-LETTER-OUT
012800     RECORDING MODE IS F.
012900     COPY PURLTRRQ.
013000
013100 FD  PUR-LETTER-RPT
013200     RECORDING MODE IS F.
013300 01  LETTER-PRINT-LINE           PIC X(132).
013400
013500 WORKING-STORAGE SECTION.
013600 01  FS-SUSPENSE                PIC XX          VALUE '00'.
013700 01  FS-RMA                     PIC XX          VALUE '00'.
013800 01  FS-AUDIT-IN                PIC XX          VALUE '00'.
013900 01  FS-MASTER                  PIC XX          VALUE '00'.
014000 01  FS-CATALOG                 PIC XX          VALUE '00'.
014100 01  FS-CREDIT-LIMIT            PIC XX          VALUE '00'.
014200 01  FS-LTR-HISTORY             PIC XX          VALUE '00'.
014300 01  FS-LETTER-OUT              PIC XX          VALUE '00'.
014400 01  FS-LETTER-RPT              PIC XX          VALUE '00'.
014500
014600 01  SW-RUN-STOPPED              PIC X           VALUE 'N'.
014700     88  RUN-STOPPED                            VALUE 'Y'.
014800 01  SW-END-OF-FILE              PIC X           VALUE 'N'.
014900     88  END-OF-FILE                            VALUE 'Y'.
015000 01  SW-CATALOG-AVAILABLE        PIC X           VALUE 'N'.
015100     88  CATALOG-AVAILABLE                      VALUE 'Y'.
015200 01  SW-CREDIT-AVAILABLE         PIC X           VALUE 'N'.
015300     88  CREDIT-AVAILABLE                       VALUE 'Y'.
015400 01  SW-HISTORY-FOUND            PIC X           VALUE 'N'.
015500     88  HISTORY-FOUND                          VALUE 'Y'.
015600 01  SW-LETTER-FOUND             PIC X           VALUE 'N'.
015700     88  LETTER-FOUND                           VALUE 'Y'.
015800 01  SW-ITEM-FOUND               PIC X           VALUE 'N'.
015900     88  ITEM-FOUND                             VALUE 'Y'.
015920 01  SW-OUTPUTS-OPEN             PIC X           VALUE 'N'.
015940     88  OUTPUTS-OPEN                           VALUE 'Y'.
016000
016100 01  PUR430-COUNTERS.
016200     05  CT-SUSPENSE-READ        PIC 9(7)        VALUE ZERO.
016300     05  CT-RMA-READ             PIC 9(7)        VALUE ZERO.
016400     05  CT-AUDIT-READ           PIC 9(7)        VALUE ZERO.
016500     05  CT-ITEMS-FOUND          PIC 9(7)        VALUE ZERO.
016600     05  CT-SKIPPED-RECENT       PIC 9(7)        VALUE ZERO.
016700     05  CT-ITEMS-DEFERRED       PIC 9(7)        VALUE ZERO.
016800     05  CT-LETTERS-WRITTEN      PIC 9(7)        VALUE ZERO.
016900     05  CT-AV-LETTERS           PIC 9(7)        VALUE ZERO.
017000     05  CT-RM-LETTERS           PIC 9(7)        VALUE ZERO.
017100     05  CT-CR-LETTERS           PIC 9(7)        VALUE ZERO.
017200     05  CT-NO-ADDRESS           PIC 9(7)        VALUE ZERO.
017210     05  CT-HISTORY-FAILURES     PIC 9(7)        VALUE ZERO.
017250     05  CT-LETTER-FAILURES      PIC 9(7)        VALUE ZERO.
017300
017400 01  PUR430-WORK-FIELDS.
017500     05  WK-WINDOW-CARD          PIC X(3)        VALUE SPACES.
017600     05  WK-WINDOW-DAYS          PIC 9(3)        VALUE 30.
017700     05  WK-HORIZON-CARD         PIC X(3)        VALUE SPACES.
017800     05  WK-HORIZON-DAYS         PIC 9(3)        VALUE 7.
017900     05  WK-LOOKBACK-CARD        PIC X(3)        VALUE SPACES.
018000     05  WK-LOOKBACK-DAYS        PIC 9(3)        VALUE 7.
018100     05  WK-TODAY-DATE           PIC X(8)        VALUE SPACES.
018200     05  WK-TODAY-SERIAL         PIC 9(7)        VALUE ZERO.
018300     05  WK-DATE-SERIAL          PIC 9(7)        VALUE ZERO.
018400     05  WK-DAYS                 PIC S9(7)       VALUE ZERO.
018500     05  WK-DATE-IN              PIC X(8).
018600     05  WK-DATE-IN-R REDEFINES WK-DATE-IN.
018700         10  WK-DATE-IN-YYYY     PIC 9(4).
018800         10  WK-DATE-IN-MM       PIC 9(2).
018900         10  WK-DATE-IN-DD       PIC 9(2).
019000     05  WK-AUDIT-TYPE           PIC X           VALUE SPACE.
019100     05  WK-TYPE-TEXT            PIC X(20)       VALUE SPACES.
019200     05  WK-ITEM-SUB             PIC 9(2)        VALUE ZERO.
019300     05  WK-ITEM-COUNT-ED        PIC Z9.
019400
019500*    THE ITEM BEING FILED - ITS LETTER AND ITS KEY ON THE
019600*    CORRESPONDENCE HISTORY.  ITS FACTS ARE BUILT IN THE FIRST
019700*    ITEM SLOT OF THE LETTER RECORD AREA, WHICH IS FREE UNTIL
019800*    THE LETTERS ARE WRITTEN.
019900 01  WK-NEW-ITEM.
020000     05  WK-NEW-CUSTOMER-ID      PIC X(8).
020100     05  WK-NEW-LETTER-TYPE      PIC XX.
020200     05  WK-NEW-ITEM-KEY         PIC X(13).
020300 01  WK-AV-ITEM-KEY REDEFINES WK-NEW-ITEM.
020400     05  FILLER                  PIC X(10).
020500     05  WK-AV-CREATE-DATE       PIC X(8).
020600     05  WK-AV-REASON-CODE       PIC XX.
020700     05  FILLER                  PIC X(3).
020800 01  WK-RM-ITEM-KEY REDEFINES WK-NEW-ITEM.
020900     05  FILLER                  PIC X(10).
021000     05  WK-RM-PURCHASE-ID       PIC 9(5).
021100     05  WK-RM-ISSUE-DATE        PIC X(8).
021200
021300*    THE NIGHT'S LETTERS, ONE ENTRY PER CUSTOMERID AND LETTER TYPE
021400*    IN THE ORDER FIRST FOUND.  AN ITEM THAT FINDS ITS LETTER
021500*    FULL, OR NO ROOM FOR A NEW LETTER, IS NOT WRITTEN ABOUT AND
021600*    SO IS PICKED UP AGAIN THE NEXT NIGHT.
021700 01  PUR430-LETTER-TABLE.
021800     05  WK-LET-COUNT            PIC 9(4)        VALUE ZERO.
021900     05  WK-LET-SUB              PIC 9(4)        VALUE ZERO.
022000     05  WK-LET-ENTRY OCCURS 1000 TIMES.
022100         10  WK-LET-CUSTOMER-ID  PIC X(8).
022200         10  WK-LET-LETTER-TYPE  PIC XX.
022300         10  WK-LET-ITEM-COUNT   PIC 9(2).
022400         10  WK-LET-ITEM OCCURS 10 TIMES.
022500             15  WK-LET-ITEM-KEY PIC X(13).
022600             15  WK-LET-ITEM-FACTS PIC X(80).
022700
022800 01  RPT-HEADER-LINE.
022900     05  FILLER                  PIC X(48) VALUE
023000         'PUR430 - CUSTOMER CORRESPONDENCE EXTRACT AS OF  '.
023100     05  RPT-HDR-DATE            PIC X(8).
023200
023300 01  RPT-PARM-LINE.
023400     05  FILLER                  PIC X(16) VALUE
023500         'REWRITE WINDOW '.
023600     05  RPT-PARM-WINDOW         PIC ZZ9.
023700     05  FILLER                  PIC X(20) VALUE
023800         ' DAYS   RMA HORIZON '.
023900     05  RPT-PARM-HORIZON        PIC ZZ9.
024000     05  FILLER                  PIC X(24) VALUE
024100         ' DAYS   CREDIT LOOKBACK '.
024200     05  RPT-PARM-LOOKBACK       PIC ZZ9.
024300     05  FILLER                  PIC X(5)  VALUE ' DAYS'.
024400
024500 01  RPT-COLUMN-LINE.
024600     05  FILLER                  PIC X(10) VALUE 'CUSTOMERID'.
024700     05  FILLER                  PIC X(2)  VALUE SPACES.
024800     05  FILLER                  PIC X(22) VALUE
024900         'LETTER                '.
025000     05  FILLER                  PIC X(5)  VALUE 'ITEMS'.
025100     05  FILLER                  PIC X(2)  VALUE SPACES.
025200     05  FILLER                  PIC X(30) VALUE
025300         'NAME / COMPANY                '.
025400     05  FILLER                  PIC X(2)  VALUE SPACES.
025500     05  FILLER                  PIC X(30) VALUE
025600         'COUNTRY                       '.
025700
025800 01  RPT-DETAIL-LINE.
025900     05  RPT-DET-CUSTOMER-ID     PIC X(8).
026000     05  FILLER                  PIC X(4)  VALUE SPACES.
026100     05  RPT-DET-TYPE            PIC XX.
026200     05  FILLER                  PIC X(1)  VALUE SPACE.
026300     05  RPT-DET-TYPE-TEXT       PIC X(20).
026400     05  FILLER                  PIC X(2)  VALUE SPACES.
026500     05  RPT-DET-ITEMS           PIC Z9.
026600     05  FILLER                  PIC X(3)  VALUE SPACES.
026700     05  RPT-DET-NAME            PIC X(30).
026800     05  FILLER                  PIC X(2)  VALUE SPACES.
026900     05  RPT-DET-COUNTRY         PIC X(30).
027000     05  FILLER                  PIC X(2)  VALUE SPACES.
027100     05  RPT-DET-NOTE            PIC X(24).
027200
027300 01  RPT-NONE-LINE.
027400     05  FILLER                  PIC X(20) VALUE
027500         '  NO LETTERS TONIGHT'.
027600
027700 01  BLANK-LINE                  PIC X(132) VALUE SPACES.
027800
027900     COPY PURAUDIT.
028000
028100 PROCEDURE DIVISION.
028200*---------------------------------------------------------------*
028300* 0000-MAINLINE                                                 *
028400*   CONTROLS OVERALL FLOW OF THE CORRESPONDENCE RUN.            *
028500*---------------------------------------------------------------*
028600 0000-MAINLINE.
028700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
028800     IF NOT RUN-STOPPED
028900         PERFORM 2000-COLLECT-SUSPENSE THRU 2000-EXIT
029000         PERFORM 3000-COLLECT-RMA THRU 3000-EXIT
029100         PERFORM 4000-COLLECT-CREDIT THRU 4000-EXIT
029200         PERFORM 5000-WRITE-LETTERS THRU 5000-EXIT
029300     END-IF.
029400     PERFORM 8000-TERMINATE THRU 8000-EXIT.
029500     STOP RUN.
029600
029700*---------------------------------------------------------------*
029800* 1000-INITIALIZE                                               *
029900*   TAKES THE DAY-COUNT CARDS AND OPENS THE FILES.  THE MASTER, *
030000*   THE HISTORY (CREATED ON THE FIRST RUN) AND THE OUTPUTS ARE  *
030100*   REQUIRED; THE SOURCE FILES, CATALOG AND CREDIT LIMITS ARE   *
030200*   EACH OPENED WHEN THEY ARE NEEDED AND SIMPLY YIELD NOTHING   *
030300*   WHEN THE SYSTEM HAS NONE.  A LETTER FILE OR REPORT THAT     *
030350*   WILL NOT OPEN STOPS THE RUN WITH RETURN-CODE 8.             *
030400*---------------------------------------------------------------*
030500 1000-INITIALIZE.
030600     ACCEPT WK-TODAY-DATE FROM DATE YYYYMMDD.
030700     MOVE WK-TODAY-DATE TO WK-DATE-IN.
030800     PERFORM 6000-DATE-TO-SERIAL THRU 6000-EXIT.
030900     MOVE WK-DATE-SERIAL TO WK-TODAY-SERIAL.
031000     PERFORM 1150-GET-CARDS THRU 1150-EXIT.
031100     OPEN OUTPUT PUR-LETTER-OUT
031200                 PUR-LETTER-RPT.
031210     IF FS-LETTER-OUT NOT = '00' OR FS-LETTER-RPT NOT = '00'
031220         DISPLAY 'PUR430 - UNABLE TO OPEN LETTER FILE OR REPORT'
031230         MOVE 'Y' TO SW-RUN-STOPPED
031240         GO TO 1000-EXIT
031250     END-IF.
031260     MOVE 'Y' TO SW-OUTPUTS-OPEN.
031300     MOVE WK-TODAY-DATE    TO RPT-HDR-DATE.
031400     MOVE WK-WINDOW-DAYS   TO RPT-PARM-WINDOW.
031500     MOVE WK-HORIZON-DAYS  TO RPT-PARM-HORIZON.
031600     MOVE WK-LOOKBACK-DAYS TO RPT-PARM-LOOKBACK.
031700     WRITE LETTER-PRINT-LINE FROM RPT-HEADER-LINE.
031800     WRITE LETTER-PRINT-LINE FROM RPT-PARM-LINE.
031900     WRITE LETTER-PRINT-LINE FROM BLANK-LINE.
032000     OPEN INPUT PUR-MASTER.
032100     IF FS-MASTER NOT = '00'
032200         DISPLAY 'PUR430 - UNABLE TO OPEN PURCHASES MASTER'
032300         MOVE 'Y' TO SW-RUN-STOPPED
032400         GO TO 1000-EXIT
032500     END-IF.
032600     OPEN I-O PUR-LTR-HISTORY.
032700     IF FS-LTR-HISTORY = '35'
032800         OPEN OUTPUT PUR-LTR-HISTORY
032900         CLOSE PUR-LTR-HISTORY
033000         OPEN I-O PUR-LTR-HISTORY
033100     END-IF.
033200     IF FS-LTR-HISTORY NOT = '00'
033300         DISPLAY 'PUR430 - UNABLE TO OPEN CORRESPONDENCE HISTORY'
033400         CLOSE PUR-MASTER
033500         MOVE 'Y' TO SW-RUN-STOPPED
033600         GO TO 1000-EXIT
033700     END-IF.
033800     OPEN INPUT PUR-CATALOG.
033900     IF FS-CATALOG = '00'
034000         MOVE 'Y' TO SW-CATALOG-AVAILABLE
034100     ELSE
034200         DISPLAY 'PUR430 - NO PRODUCT CATALOG, RMA REMINDERS '
034300                 'CARRY NO PRODUCT NAME'
034400     END-IF.
034500     OPEN INPUT PUR-CREDIT-LIMIT.
034600     IF FS-CREDIT-LIMIT = '00'
034700         MOVE 'Y' TO SW-CREDIT-AVAILABLE
034800     ELSE
034900         DISPLAY 'PUR430 - NO CREDIT LIMIT FILE, CREDIT NOTICES '
035000                 'CARRY NO LIMIT'
035100     END-IF.
035200 1000-EXIT.
035300     EXIT.
035400
035500*---------------------------------------------------------------*
035600* 1150-GET-CARDS                                                *
035700*   TAKES THE REWRITE WINDOW, RMA HORIZON AND CREDIT LOOKBACK,  *
035800*   IN DAYS, FROM THE SYSIN CARDS, KEEPING THE DEFAULT FOR ANY  *
035900*   CARD MISSING OR NOT NUMERIC.                                *
036000*---------------------------------------------------------------*
036100 1150-GET-CARDS.
036200     ACCEPT WK-WINDOW-CARD.
036300     IF WK-WINDOW-CARD NUMERIC
036400         MOVE WK-WINDOW-CARD TO WK-WINDOW-DAYS
036500     ELSE
036600         DISPLAY 'PUR430 - NO REWRITE WINDOW CARD, USING DEFAULT'
036700     END-IF.
036800     ACCEPT WK-HORIZON-CARD.
036900     IF WK-HORIZON-CARD NUMERIC
037000         MOVE WK-HORIZON-CARD TO WK-HORIZON-DAYS
037100     ELSE
037200         DISPLAY 'PUR430 - NO RMA HORIZON CARD, USING DEFAULT'
037300     END-IF.
037400     ACCEPT WK-LOOKBACK-CARD.
037500     IF WK-LOOKBACK-CARD NUMERIC
037600         MOVE WK-LOOKBACK-CARD TO WK-LOOKBACK-DAYS
037700     ELSE
037800         DISPLAY 'PUR430 - NO CREDIT LOOKBACK CARD, USING DEFAULT'
037900     END-IF.
038000     IF WK-LOOKBACK-DAYS > WK-WINDOW-DAYS
038100         MOVE WK-WINDOW-DAYS TO WK-LOOKBACK-DAYS
038200     END-IF.
038300     DISPLAY 'PUR430 - REWRITE WINDOW DAYS  : ' WK-WINDOW-DAYS.
038400     DISPLAY 'PUR430 - RMA HORIZON DAYS     : ' WK-HORIZON-DAYS.
038500     DISPLAY 'PUR430 - CREDIT LOOKBACK DAYS : ' WK-LOOKBACK-DAYS.
038600 1150-EXIT.
038700     EXIT.
038800
038900*---------------------------------------------------------------*
039000* 2000-COLLECT-SUSPENSE                                         *
039100*   FILES AN ADDRESS VERIFICATION FOR EVERY SUSPENSE ENTRY MORE *
039200*   THAN A WEEK OLD.                                            *
039300*---------------------------------------------------------------*
039400 2000-COLLECT-SUSPENSE.
039500     MOVE 'N' TO SW-END-OF-FILE.
039600     OPEN INPUT PUR-SUSPENSE.
039700     IF FS-SUSPENSE NOT = '00'
039800         DISPLAY 'PUR430 - NO SUSPENSE FILE'
039900         GO TO 2000-EXIT
040000     END-IF.
040100     PERFORM 2100-CHECK-ONE-SUSPENSE THRU 2100-EXIT
040200         UNTIL END-OF-FILE.
040300     CLOSE PUR-SUSPENSE.
040400 2000-EXIT.
040500     EXIT.
040600
040700 2100-CHECK-ONE-SUSPENSE.
040800     READ PUR-SUSPENSE
040900         AT END
041000             MOVE 'Y' TO SW-END-OF-FILE
041100             GO TO 2100-EXIT
041200     END-READ.
041300     ADD 1 TO CT-SUSPENSE-READ.
041400     MOVE SUS-CREATE-DATE TO WK-DATE-IN.
041500     PERFORM 6000-DATE-TO-SERIAL THRU 6000-EXIT.
041600     COMPUTE WK-DAYS = WK-TODAY-SERIAL - WK-DATE-SERIAL.
041700     IF WK-DAYS NOT > 7
041800         GO TO 2100-EXIT
041900     END-IF.
042000     MOVE SUS-CUSTOMER-ID TO WK-NEW-CUSTOMER-ID.
042100     MOVE 'AV'            TO WK-NEW-LETTER-TYPE.
042200     MOVE SPACES          TO WK-NEW-ITEM-KEY.
042300     MOVE SUS-CREATE-DATE TO WK-AV-CREATE-DATE.
042400     MOVE SUS-REASON-CODE TO WK-AV-REASON-CODE.
042500     MOVE SPACES          TO LTR-ITEM-FACTS (1).
042600     MOVE SUS-CREATE-DATE TO LTR-AV-SUSPENDED-DATE (1).
042700     MOVE WK-DAYS         TO LTR-AV-DAYS-SUSPENDED (1).
042800     MOVE SUS-REASON-CODE TO LTR-AV-REASON-CODE (1).
042900     MOVE SUS-REASON-TEXT TO LTR-AV-REASON-TEXT (1).
043000     PERFORM 2900-FILE-ITEM THRU 2900-EXIT.
043100 2100-EXIT.
043200     EXIT.
043300
043400*---------------------------------------------------------------*
043500* 2900-FILE-ITEM                                                *
043600*   FILES THE ITEM IN WK-NEW-ITEM UNDER ITS CUSTOMER'S LETTER OF*
043700*   THAT TYPE, STARTING THE LETTER IF NEED BE.  AN ITEM WRITTEN *
043800*   ABOUT WITHIN THE REWRITE WINDOW IS SKIPPED, AND ONE         *
043900*   ALREADY ON THE LETTER (A SECOND REFUSAL THE SAME DAY) IS    *
044000*   NOT REPEATED.                                               *
044100*---------------------------------------------------------------*
044200 2900-FILE-ITEM.
044300     MOVE WK-NEW-CUSTOMER-ID TO LTH-CUSTOMER-ID.
044400     MOVE WK-NEW-LETTER-TYPE TO LTH-LETTER-TYPE.
044500     MOVE WK-NEW-ITEM-KEY    TO LTH-ITEM-KEY.
044600     READ PUR-LTR-HISTORY
044700         INVALID KEY
044800             MOVE 'N' TO SW-HISTORY-FOUND
044900         NOT INVALID KEY
045000             MOVE 'Y' TO SW-HISTORY-FOUND
045100     END-READ.
045200     IF HISTORY-FOUND
045300         MOVE LTH-LAST-LETTER-DATE TO WK-DATE-IN
045400         PERFORM 6000-DATE-TO-SERIAL THRU 6000-EXIT
045500         COMPUTE WK-DAYS = WK-TODAY-SERIAL - WK-DATE-SERIAL
045600         IF WK-DAYS < WK-WINDOW-DAYS
045700             ADD 1 TO CT-SKIPPED-RECENT
045800             GO TO 2900-EXIT
045900         END-IF
046000     END-IF.
046100     PERFORM 2910-FIND-LETTER THRU 2910-EXIT.
046200     IF NOT LETTER-FOUND
046300         ADD 1 TO CT-ITEMS-DEFERRED
046400         GO TO 2900-EXIT
046500     END-IF.
046600     MOVE 'N' TO SW-ITEM-FOUND.
046700     PERFORM 2930-CHECK-ONE-ITEM THRU 2930-EXIT
046800         VARYING WK-ITEM-SUB FROM 1 BY 1
046900         UNTIL WK-ITEM-SUB > WK-LET-ITEM-COUNT (WK-LET-SUB)
047000            OR ITEM-FOUND.
047100     IF ITEM-FOUND
047200         GO TO 2900-EXIT
047300     END-IF.
047400     IF WK-LET-ITEM-COUNT (WK-LET-SUB) >= 10
047500         ADD 1 TO CT-ITEMS-DEFERRED
047600         GO TO 2900-EXIT
047700     END-IF.
047800     ADD 1 TO WK-LET-ITEM-COUNT (WK-LET-SUB).
047900     MOVE WK-LET-ITEM-COUNT (WK-LET-SUB) TO WK-ITEM-SUB.
048000     MOVE WK-NEW-ITEM-KEY
048100         TO WK-LET-ITEM-KEY (WK-LET-SUB, WK-ITEM-SUB).
048200     MOVE LTR-ITEM-FACTS (1)
048300         TO WK-LET-ITEM-FACTS (WK-LET-SUB, WK-ITEM-SUB).
048400     ADD 1 TO CT-ITEMS-FOUND.
048500 2900-EXIT.
048600     EXIT.
048700
048800*---------------------------------------------------------------*
048900* 2910-FIND-LETTER                                              *
049000*   LEAVES WK-LET-SUB ON THE LETTER FOR THE NEW ITEM'S CUSTOMER *
049100*   AND TYPE, ADDING AN EMPTY LETTER WHEN THERE IS NONE YET.  A *
049200*   FULL TABLE LEAVES THE LETTER UNFOUND.                       *
049300*---------------------------------------------------------------*
049400 2910-FIND-LETTER.
049500     MOVE 'N' TO SW-LETTER-FOUND.
049600     PERFORM 2920-CHECK-ONE-LETTER THRU 2920-EXIT
049700         VARYING WK-LET-SUB FROM 1 BY 1
049800         UNTIL WK-LET-SUB > WK-LET-COUNT
049900            OR LETTER-FOUND.
050000     IF LETTER-FOUND
050100         GO TO 2910-EXIT
050200     END-IF.
050300     IF WK-LET-COUNT >= 1000
050400         GO TO 2910-EXIT
050500     END-IF.
050600     ADD 1 TO WK-LET-COUNT.
050700     MOVE WK-LET-COUNT       TO WK-LET-SUB.
050800     MOVE WK-NEW-CUSTOMER-ID TO WK-LET-CUSTOMER-ID (WK-LET-SUB).
050900     MOVE WK-NEW-LETTER-TYPE TO WK-LET-LETTER-TYPE (WK-LET-SUB).
051000     MOVE ZERO               TO WK-LET-ITEM-COUNT (WK-LET-SUB).
051100     MOVE 'Y' TO SW-LETTER-FOUND.
051200 2910-EXIT.
051300     EXIT.
051400
051500*    THE PERFORM VARYING STEPS THE SUBSCRIPT ONCE MORE AFTER A
051600*    MATCH, SO THE MATCHED ROW STEPS BACK BY ONE HERE AND THE
051700*    LOOP'S OWN INCREMENT LEAVES THE SUBSCRIPT POINTING AT IT.
051800 2920-CHECK-ONE-LETTER.
051900     IF WK-LET-CUSTOMER-ID (WK-LET-SUB) = WK-NEW-CUSTOMER-ID
052000        AND WK-LET-LETTER-TYPE (WK-LET-SUB) = WK-NEW-LETTER-TYPE
052100         MOVE 'Y' TO SW-LETTER-FOUND
052200         SUBTRACT 1 FROM WK-LET-SUB
052300     END-IF.
052400 2920-EXIT.
052500     EXIT.
052600
052700 2930-CHECK-ONE-ITEM.
052800     IF WK-LET-ITEM-KEY (WK-LET-SUB, WK-ITEM-SUB)
052900         = WK-NEW-ITEM-KEY
053000         MOVE 'Y' TO SW-ITEM-FOUND
053100     END-IF.
053200 2930-EXIT.
053300     EXIT.
053400
053500*---------------------------------------------------------------*
053600* 3000-COLLECT-RMA                                              *
053700*   FILES AN RMA REMINDER FOR EVERY OPEN AUTHORIZATION WITH NO  *
053800*   UNITS RETURNED THAT HAS NOT EXPIRED BUT WILL WITHIN THE     *
053900*   HORIZON.                                                    *
054000*---------------------------------------------------------------*
054100 3000-COLLECT-RMA.
054200     MOVE 'N' TO SW-END-OF-FILE.
054300     OPEN INPUT PUR-RMA.
054400     IF FS-RMA NOT = '00'
054500         DISPLAY 'PUR430 - NO RETURN AUTHORIZATION FILE'
054600         GO TO 3000-EXIT
054700     END-IF.
054800     PERFORM 3100-CHECK-ONE-RMA THRU 3100-EXIT
054900         UNTIL END-OF-FILE.
055000     CLOSE PUR-RMA.
055100 3000-EXIT.
055200     EXIT.
055300
055400 3100-CHECK-ONE-RMA.
055500     READ PUR-RMA NEXT RECORD
055600         AT END
055700             MOVE 'Y' TO SW-END-OF-FILE
055800             GO TO 3100-EXIT
055900     END-READ.
056000     ADD 1 TO CT-RMA-READ.
056100     IF NOT RMA-STATUS-OPEN
056200        OR RMA-RETURNED-AMOUNT NOT = ZERO
056300        OR RMA-EXPIRY-DATE < WK-TODAY-DATE
056400         GO TO 3100-EXIT
056500     END-IF.
056600     MOVE RMA-EXPIRY-DATE TO WK-DATE-IN.
056700     PERFORM 6000-DATE-TO-SERIAL THRU 6000-EXIT.
056800     COMPUTE WK-DAYS = WK-DATE-SERIAL - WK-TODAY-SERIAL.
056900     IF WK-DAYS > WK-HORIZON-DAYS
057000         GO TO 3100-EXIT
057100     END-IF.
057200     MOVE RMA-CUSTOMER-ID TO WK-NEW-CUSTOMER-ID.
057300     MOVE 'RM'            TO WK-NEW-LETTER-TYPE.
057400     MOVE SPACES          TO WK-NEW-ITEM-KEY.
057500     MOVE RMA-PURCHASE-ID TO WK-RM-PURCHASE-ID.
057600     MOVE RMA-ISSUE-DATE  TO WK-RM-ISSUE-DATE.
057700     MOVE SPACES          TO LTR-ITEM-FACTS (1).
057800     MOVE RMA-PURCHASE-ID TO LTR-RM-PURCHASE-ID (1).
057900     MOVE RMA-AUTHORIZED-AMOUNT TO LTR-RM-UNITS (1).
058000     MOVE RMA-ISSUE-DATE  TO LTR-RM-ISSUE-DATE (1).
058100     MOVE RMA-EXPIRY-DATE TO LTR-RM-EXPIRY-DATE (1).
058200     MOVE WK-DAYS         TO LTR-RM-DAYS-LEFT (1).
058300     IF CATALOG-AVAILABLE
058400         MOVE RMA-PURCHASE-ID TO CAT-PURCHASE-ID
058500         READ PUR-CATALOG
058600             INVALID KEY
058700                 CONTINUE
058800             NOT INVALID KEY
058900                 MOVE CAT-PRODUCT-NAME TO LTR-RM-PRODUCT-NAME (1)
059000         END-READ
059100     END-IF.
059200     PERFORM 2900-FILE-ITEM THRU 2900-EXIT.
059300 3100-EXIT.
059400     EXIT.
059500
059600*---------------------------------------------------------------*
059700* 4000-COLLECT-CREDIT                                           *
059800*   FILES A CREDIT NOTICE FOR EVERY 'A' ORDER THE AUDIT TRAIL   *
059900*   SHOWS REFUSED ON CREDIT WITHIN THE LOOKBACK.  THE AUDIT FILE*
060000*   IS CLOSED AGAIN BEFORE ANY LETTER IS LOGGED TO IT.          *
060100*---------------------------------------------------------------*
060200 4000-COLLECT-CREDIT.
060300     MOVE 'N' TO SW-END-OF-FILE.
060400     OPEN INPUT PUR-AUDIT-IN.
060500     IF FS-AUDIT-IN NOT = '00'
060600         DISPLAY 'PUR430 - NO AUDIT TRAIL FILE'
060700         GO TO 4000-EXIT
060800     END-IF.
060900     PERFORM 4100-CHECK-ONE-AUDIT THRU 4100-EXIT
061000         UNTIL END-OF-FILE.
061100     CLOSE PUR-AUDIT-IN.
061200 4000-EXIT.
061300     EXIT.
061400
061500 4100-CHECK-ONE-AUDIT.
061600     READ PUR-AUDIT-IN
061700         AT END
061800             MOVE 'Y' TO SW-END-OF-FILE
061900             GO TO 4100-EXIT
062000     END-READ.
062100     ADD 1 TO CT-AUDIT-READ.
062200     IF AUD-OUT-RET-CODE NOT = '20'
062300        OR AUD-OUT-REQUEST-TYPE NOT = 'A'
062400         GO TO 4100-EXIT
062500     END-IF.
062600     MOVE AUD-OUT-DATE TO WK-DATE-IN.
062700     PERFORM 6000-DATE-TO-SERIAL THRU 6000-EXIT.
062800     COMPUTE WK-DAYS = WK-TODAY-SERIAL - WK-DATE-SERIAL.
062900     IF WK-DAYS > WK-LOOKBACK-DAYS
063000         GO TO 4100-EXIT
063100     END-IF.
063200     MOVE AUD-OUT-CUSTOMER-ID TO WK-NEW-CUSTOMER-ID.
063300     MOVE 'CR'                TO WK-NEW-LETTER-TYPE.
063400     MOVE AUD-OUT-DATE        TO WK-NEW-ITEM-KEY.
063500     MOVE SPACES              TO LTR-ITEM-FACTS (1).
063600     MOVE AUD-OUT-DATE        TO LTR-CR-REFUSED-DATE (1).
063700     MOVE AUD-OUT-RETURN-COMMENT TO LTR-CR-COMMENT (1).
063800     MOVE ZERO                TO LTR-CR-CREDIT-LIMIT (1).
063900     IF CREDIT-AVAILABLE
064000         MOVE AUD-OUT-CUSTOMER-ID TO CRL-CUSTOMER-ID
064100         READ PUR-CREDIT-LIMIT
064200             INVALID KEY
064300                 CONTINUE
064400             NOT INVALID KEY
064500                 MOVE CRL-CREDIT-LIMIT TO LTR-CR-CREDIT-LIMIT (1)
064600         END-READ
064700     END-IF.
064800     PERFORM 2900-FILE-ITEM THRU 2900-EXIT.
064900 4100-EXIT.
065000     EXIT.
065100
065200*---------------------------------------------------------------*
065300* 5000-WRITE-LETTERS                                            *
065400*   WRITES EACH LETTER THE NIGHT FILED, WITH ITS CUSTOMER'S NAME*
065500*   AND ADDRESS, RECORDS ITS ITEMS ON THE HISTORY, AND LOGS IT. *
065520*   A LETTER THAT WILL NOT WRITE IS SHOWN, COUNTED AND LISTED   *
065540*   ON THE REPORT, AND IS NEITHER STAMPED ON THE HISTORY NOR    *
065560*   LOGGED, SO THE NEXT RUN FINDS ITS ITEMS AGAIN.              *
065600*---------------------------------------------------------------*
065700 5000-WRITE-LETTERS.
065800     WRITE LETTER-PRINT-LINE FROM RPT-COLUMN-LINE.
065900     IF WK-LET-COUNT = ZERO
066000         WRITE LETTER-PRINT-LINE FROM RPT-NONE-LINE
066100         GO TO 5000-EXIT
066200     END-IF.
066300     PERFORM 5100-WRITE-ONE-LETTER THRU 5100-EXIT
066400         VARYING WK-LET-SUB FROM 1 BY 1
066500         UNTIL WK-LET-SUB > WK-LET-COUNT.
066600 5000-EXIT.
066700     EXIT.
066800
066900 5100-WRITE-ONE-LETTER.
067000     EVALUATE WK-LET-LETTER-TYPE (WK-LET-SUB)
067100         WHEN 'AV'
067200             MOVE 'ADDRESS VERIFICATION' TO WK-TYPE-TEXT
067300             MOVE 'C' TO WK-AUDIT-TYPE
067400         WHEN 'RM'
067500             MOVE 'RMA REMINDER        ' TO WK-TYPE-TEXT
067600             MOVE 'R' TO WK-AUDIT-TYPE
067700         WHEN OTHER
067800             MOVE 'CREDIT NOTICE       ' TO WK-TYPE-TEXT
067900             MOVE 'A' TO WK-AUDIT-TYPE
068000     END-EVALUATE.
068100     MOVE WK-LET-CUSTOMER-ID (WK-LET-SUB) TO RPT-DET-CUSTOMER-ID.
068200     MOVE WK-LET-LETTER-TYPE (WK-LET-SUB) TO RPT-DET-TYPE.
068300     MOVE WK-TYPE-TEXT                    TO RPT-DET-TYPE-TEXT.
068400     MOVE WK-LET-ITEM-COUNT (WK-LET-SUB)  TO RPT-DET-ITEMS.
068500     MOVE WK-LET-CUSTOMER-ID (WK-LET-SUB)
068600         TO CustomerId OF MASTER-RECORD.
068700     READ PUR-MASTER
068800         INVALID KEY
068900             MOVE SPACES TO RPT-DET-NAME
069000                            RPT-DET-COUNTRY
069100             MOVE 'NOT ON MASTER - NO LETTER' TO RPT-DET-NOTE
069200             WRITE LETTER-PRINT-LINE FROM RPT-DETAIL-LINE
069300             ADD 1 TO CT-NO-ADDRESS
069400             GO TO 5100-EXIT
069500     END-READ.
069600     MOVE SPACES TO LETTER-REQUEST-RECORD.
069700     MOVE WK-LET-CUSTOMER-ID (WK-LET-SUB) TO LTR-CUSTOMER-ID.
069800     MOVE WK-LET-LETTER-TYPE (WK-LET-SUB) TO LTR-LETTER-TYPE.
069900     MOVE WK-TODAY-DATE                   TO LTR-REQUEST-DATE.
070000     MOVE CustomerFirstName OF MASTER-RECORD TO LTR-FIRST-NAME.
070100     MOVE CustomerLastName  OF MASTER-RECORD TO LTR-LAST-NAME.
070200     MOVE CustomerCompany   OF MASTER-RECORD TO LTR-COMPANY.
070300     MOVE CustomerAddr1     OF MASTER-RECORD TO LTR-ADDR1.
070400     MOVE CustomerAddr2     OF MASTER-RECORD TO LTR-ADDR2.
070500     MOVE CustomerCity      OF MASTER-RECORD TO LTR-CITY.
070600     MOVE CustomerState     OF MASTER-RECORD TO LTR-STATE.
070700     MOVE CustomerCountry   OF MASTER-RECORD TO LTR-COUNTRY.
070800     MOVE CustomerMailCode  OF MASTER-RECORD TO LTR-MAILCODE.
070900     MOVE WK-LET-ITEM-COUNT (WK-LET-SUB)  TO LTR-ITEM-COUNT.
071000     PERFORM 5200-MOVE-ONE-ITEM THRU 5200-EXIT
071100         VARYING WK-ITEM-SUB FROM 1 BY 1
071200         UNTIL WK-ITEM-SUB > WK-LET-ITEM-COUNT (WK-LET-SUB).
071210     IF CustomerCompany OF MASTER-RECORD NOT = SPACES
071220         MOVE CustomerCompany OF MASTER-RECORD TO RPT-DET-NAME
071230     ELSE
071240         MOVE CustomerLastName OF MASTER-RECORD TO RPT-DET-NAME
071250     END-IF.
071260     MOVE CustomerCountry OF MASTER-RECORD TO RPT-DET-COUNTRY.
071300     WRITE LETTER-REQUEST-RECORD.
071310     IF FS-LETTER-OUT NOT = '00'
071320         DISPLAY 'PUR430 - LETTER NOT WRITTEN FOR '
071330                 LTR-CUSTOMER-ID ' ' LTR-LETTER-TYPE
071340                 ' - STATUS ' FS-LETTER-OUT
071350         ADD 1 TO CT-LETTER-FAILURES
071360         MOVE 'LETTER NOT WRITTEN' TO RPT-DET-NOTE
071370         WRITE LETTER-PRINT-LINE FROM RPT-DETAIL-LINE
071380         GO TO 5100-EXIT
071390     END-IF.
071400     ADD 1 TO CT-LETTERS-WRITTEN.
071500     EVALUATE TRUE
071600         WHEN LTR-ADDRESS-VERIFY
071700             ADD 1 TO CT-AV-LETTERS
071800         WHEN LTR-RMA-REMINDER
071900             ADD 1 TO CT-RM-LETTERS
072000         WHEN OTHER
072100             ADD 1 TO CT-CR-LETTERS
072200     END-EVALUATE.
072300     PERFORM 5300-RECORD-ONE-ITEM THRU 5300-EXIT
072400         VARYING WK-ITEM-SUB FROM 1 BY 1
072500         UNTIL WK-ITEM-SUB > WK-LET-ITEM-COUNT (WK-LET-SUB).
072600     PERFORM 5800-LOG-AUDIT THRU 5800-EXIT.
073300     MOVE SPACES TO RPT-DET-NOTE.
073400     WRITE LETTER-PRINT-LINE FROM RPT-DETAIL-LINE.
073500 5100-EXIT.
073600     EXIT.
073700
073800 5200-MOVE-ONE-ITEM.
073900     MOVE WK-LET-ITEM-KEY (WK-LET-SUB, WK-ITEM-SUB)
074000         TO LTR-ITEM-KEY (WK-ITEM-SUB).
074100     MOVE WK-LET-ITEM-FACTS (WK-LET-SUB, WK-ITEM-SUB)
074200         TO LTR-ITEM-FACTS (WK-ITEM-SUB).
074300 5200-EXIT.
074400     EXIT.
074500
074600*---------------------------------------------------------------*
074700* 5300-RECORD-ONE-ITEM                                          *
074800*   STAMPS ONE ITEM OF THE LETTER JUST WRITTEN ON THE           *
074900*   CORRESPONDENCE HISTORY.  A STAMP THAT WILL NOT WRITE IS     *
074910*   SHOWN AND COUNTED - THE ITEM MAY BE LETTERED AGAIN BEFORE   *
074920*   ITS WINDOW IS OUT.                                          *
075000*---------------------------------------------------------------*
075100 5300-RECORD-ONE-ITEM.
075200     MOVE WK-LET-CUSTOMER-ID (WK-LET-SUB) TO LTH-CUSTOMER-ID.
075300     MOVE WK-LET-LETTER-TYPE (WK-LET-SUB) TO LTH-LETTER-TYPE.
075400     MOVE WK-LET-ITEM-KEY (WK-LET-SUB, WK-ITEM-SUB)
075500         TO LTH-ITEM-KEY.
075600     READ PUR-LTR-HISTORY
075700         INVALID KEY
075800             MOVE WK-TODAY-DATE TO LTH-FIRST-LETTER-DATE
075900                                   LTH-LAST-LETTER-DATE
076000             MOVE 1 TO LTH-LETTER-COUNT
076100             WRITE LETTER-HISTORY-RECORD
076110                 INVALID KEY
076120                     CONTINUE
076130             END-WRITE
076140             PERFORM 5310-CHECK-HISTORY THRU 5310-EXIT
076200             GO TO 5300-EXIT
076300     END-READ.
076400     MOVE WK-TODAY-DATE TO LTH-LAST-LETTER-DATE.
076500     ADD 1 TO LTH-LETTER-COUNT.
076600     REWRITE LETTER-HISTORY-RECORD
076610         INVALID KEY
076620             CONTINUE
076630     END-REWRITE.
076640     PERFORM 5310-CHECK-HISTORY THRU 5310-EXIT.
076700 5300-EXIT.
076800     EXIT.
076810
076820 5310-CHECK-HISTORY.
076830     IF FS-LTR-HISTORY NOT = '00'
076840         DISPLAY 'PUR430 - HISTORY NOT STAMPED FOR '
076850                 LTH-CUSTOMER-ID ' ' LTH-LETTER-TYPE ' '
076860                 LTH-ITEM-KEY ' - STATUS ' FS-LTR-HISTORY
076870         ADD 1 TO CT-HISTORY-FAILURES
076880     END-IF.
076890 5310-EXIT.
076895     EXIT.
076900
077000*---------------------------------------------------------------*
077100* 5800-LOG-AUDIT                                                *
077200*   APPENDS THE LETTER TO THE AUDIT TRAIL UNDER THE CUSTOMERID. *
077300*   THE REQUEST TYPE IS THAT OF THE BUSINESS THE LETTER IS ABOUT*
077400*   - 'C' ADDRESS, 'R' RETURN, 'A' ORDER.                       *
077500*---------------------------------------------------------------*
077600 5800-LOG-AUDIT.
077700     MOVE WK-LET-ITEM-COUNT (WK-LET-SUB) TO WK-ITEM-COUNT-ED.
077800     MOVE SPACES TO AUD-RETURN-COMMENT.
077900     STRING 'LETTER SENT: '   DELIMITED BY SIZE
078000            WK-TYPE-TEXT      DELIMITED BY SIZE
078100            ' - '             DELIMITED BY SIZE
078200            WK-ITEM-COUNT-ED  DELIMITED BY SIZE
078300            ' ITEM(S)'        DELIMITED BY SIZE
078400         INTO AUD-RETURN-COMMENT
078500     END-STRING.
078600     SET AUD-FUNC-WRITE TO TRUE.
078700     MOVE LTR-CUSTOMER-ID TO AUD-CUSTOMER-ID.
078800     MOVE WK-AUDIT-TYPE   TO AUD-REQUEST-TYPE.
078900     MOVE '48'            TO AUD-RET-CODE.
079000     MOVE 'PUR430'        TO AUD-OPERATOR-ID.
079100     CALL 'PUR140' USING AUDIT-LINKAGE-AREA.
079200 5800-EXIT.
079300     EXIT.
079400
079500*---------------------------------------------------------------*
079600* 6000-DATE-TO-SERIAL                                           *
079700*   TURNS A YYYYMMDD DATE INTO AN APPROXIMATE DAY SERIAL FOR    *
079800*   AGING COMPARISONS.                                          *
079900*---------------------------------------------------------------*
080000 6000-DATE-TO-SERIAL.
080100     IF WK-DATE-IN NOT NUMERIC
080200         MOVE ZERO TO WK-DATE-SERIAL
080300         GO TO 6000-EXIT
080400     END-IF.
080500     COMPUTE WK-DATE-SERIAL =
080600         (WK-DATE-IN-YYYY * 372) +
080700         (WK-DATE-IN-MM * 31) +
080800          WK-DATE-IN-DD.
080900 6000-EXIT.
081000     EXIT.
081100
081200*---------------------------------------------------------------*
081300* 8000-TERMINATE                                                *
081400*   CLOSES FILES AND DISPLAYS THE RUN TOTALS.  ITEMS LEFT FOR   *
081500*   WANT OF TABLE ROOM, LETTERS WITH NO ADDRESS TO MAIL, OR     *
081600*   HISTORY STAMPS NOT WRITTEN SET RETURN-CODE 4; A LETTER NOT  *
081650*   WRITTEN SETS RETURN-CODE 8.                                 *
081700*---------------------------------------------------------------*
081800 8000-TERMINATE.
081900     IF NOT RUN-STOPPED
082000         SET AUD-FUNC-CLOSE TO TRUE
082100         CALL 'PUR140' USING AUDIT-LINKAGE-AREA
082200         CLOSE PUR-MASTER
082300               PUR-LTR-HISTORY
082400         IF CATALOG-AVAILABLE
082500             CLOSE PUR-CATALOG
082600         END-IF
082700         IF CREDIT-AVAILABLE
082800             CLOSE PUR-CREDIT-LIMIT
082900         END-IF
083000     END-IF.
083050     IF OUTPUTS-OPEN
083100         CLOSE PUR-LETTER-OUT
083200               PUR-LETTER-RPT
083250     END-IF.
083300     DISPLAY 'PUR430 - SUSPENSE READ        : ' CT-SUSPENSE-READ.
083400     DISPLAY 'PUR430 - RMAS READ            : ' CT-RMA-READ.
083500     DISPLAY 'PUR430 - AUDIT RECORDS READ   : ' CT-AUDIT-READ.
083600     DISPLAY 'PUR430 - ITEMS FOR LETTERS    : ' CT-ITEMS-FOUND.
083700     DISPLAY 'PUR430 - SKIPPED, RECENTLY SENT: '
083800             CT-SKIPPED-RECENT.
083900     DISPLAY 'PUR430 - ITEMS HELD, NO ROOM  : ' CT-ITEMS-DEFERRED.
084000     DISPLAY 'PUR430 - LETTERS WRITTEN      : '
084100             CT-LETTERS-WRITTEN.
084200     DISPLAY 'PUR430 -   ADDRESS VERIFY     : ' CT-AV-LETTERS.
084300     DISPLAY 'PUR430 -   RMA REMINDERS      : ' CT-RM-LETTERS.
084400     DISPLAY 'PUR430 -   CREDIT NOTICES     : ' CT-CR-LETTERS.
084500     DISPLAY 'PUR430 - NOT ON MASTER        : ' CT-NO-ADDRESS.
084510     DISPLAY 'PUR430 - HISTORY NOT STAMPED  : '
084520             CT-HISTORY-FAILURES.
084540     DISPLAY 'PUR430 - LETTERS NOT WRITTEN  : '
084560             CT-LETTER-FAILURES.
084600     IF RUN-STOPPED OR CT-LETTER-FAILURES > ZERO
084700         MOVE 8 TO RETURN-CODE
084800     ELSE
084900         IF CT-ITEMS-DEFERRED > ZERO OR CT-NO-ADDRESS > ZERO
084950            OR CT-HISTORY-FAILURES > ZERO
085000             MOVE 4 TO RETURN-CODE
085100         END-IF
085200     END-IF.
085300 8000-EXIT.
085400     EXIT.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     PUR340.
000300 AUTHOR.         R HOLLOWAY.
000400 INSTALLATION.   CUSTOMER PURCHASE SYSTEMS.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000700*---------------------------------------------------------------*
000800* MODIFICATION HISTORY                                         *
000900*---------------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                                 *
001100* 2026-10-15  RH   ORIGINAL PROGRAM - COUNTRY REFERENCE FILE    *
001200*                  MAINTENANCE.  ADDS AND CHANGES COUNTRIES AND *
001300*                  THEIR ACCEPTED ALTERNATE SPELLINGS ON THE    *
001400*                  PURCNTRY FILE, LOGGING EVERY CHANGE TO THE   *
001500*                  AUDIT TRAIL (PUR140).                        *
001520* 2026-10-15  RH   THE HOME FLAG CAN NO LONGER BE TAKEN OFF THE *
001540*                  HOME COUNTRY UNLESS ANOTHER COUNTRY ALREADY  *
001560*                  CARRIES IT, SO THE FILE IS NEVER LEFT        *
001580*                  WITHOUT A HOME COUNTRY.                      *
001582* 2026-10-15  RH   EVERY WRITE AND REWRITE OF THE COUNTRY FILE  *
001584*                  IS NOW CHECKED - A REFUSED ONE IS NEITHER    *
001586*                  COUNTED NOR AUDITED - AND THE OLD HOME       *
001588*                  COUNTRY ONLY LOSES ITS FLAG ONCE THE NEW ONE *
001590*                  IS ON FILE.                                  *
001600*---------------------------------------------------------------*
001700* PURPOSE.                                                     *
001800*   THE COUNTRY LIST USED TO BE A VALUE-CLAUSE TABLE COMPILED   *
001900*   INTO PUR110 AND PUR200, SO A CUSTOMER IN ANY COUNTRY NOT ON *
002000*   IT WENT TO SUSPENSE AND ADDING ONE MEANT A PROGRAM CHANGE.  *
002100*   THE LIST NOW LIVES ON THE INDEXED PURCNTRY FILE AND THIS    *
002200*   FACILITY MAINTAINS IT -                                     *
002300*     A  ADD A COUNTRY - STANDARD NAME, MAIL-CODE FORMAT RULE,  *
002400*        HOME CURRENCY AND WHETHER IT IS THE HOME COUNTRY;      *
002500*     S  ADD AN ACCEPTED ALTERNATE SPELLING OF A COUNTRY ALREADY *
002600*        ON FILE ("USA" FOR "UNITED STATES");                   *
002700*     C  CHANGE A COUNTRY'S RULE, CURRENCY OR HOME FLAG, OR      *
002800*        POINT AN ALTERNATE SPELLING AT ANOTHER COUNTRY;        *
002900*     L  LOOK UP AN ENTRY.                                      *
003000*   ONLY ONE COUNTRY IS EVER THE HOME COUNTRY - FLAGGING A NEW  *
003100*   ONE CLEARS THE FLAG ON THE OLD, AND THE FLAG CANNOT SIMPLY  *
003110*   BE TAKEN OFF THE HOME COUNTRY, SINCE THE TAX FEED (PUR170)  *
003120*   CANNOT RUN WITHOUT ONE.  A COUNTRY'S NAME IS ITS            *
003200*   KEY AND CANNOT BE CHANGED; ADD THE NEW SPELLING INSTEAD.    *
003300*   THE FIRST SESSION AGAINST A SYSTEM WITH NO COUNTRY FILE     *
003400*   CREATES IT WITH THE SEVEN COUNTRIES THE COMPILED TABLE      *
003500*   CARRIED, SO THE NIGHTLY CHECKS GO ON AS BEFORE.  LOOKING UP *
003600*   NEEDS INQUIRY AUTHORITY; ADDING AND CHANGING NEED ADDRESS   *
003700*   AUTHORITY.  EVERY ADD AND CHANGE IS AUDITED WITH THE        *
003800*   OPERATOR ID.                                                *
003900*---------------------------------------------------------------*
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER.   IBM-370.
004300 OBJECT-COMPUTER.   IBM-370.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT PUR-COUNTRY     ASSIGN TO PURCNTRY
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS CNTRY-NAME
005000         FILE STATUS IS FS-COUNTRY.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  PUR-COUNTRY
005500     RECORDING MODE IS F.
005600     COPY PURCNTRY.
005700
005800 WORKING-STORAGE SECTION.
005900 01  FS-COUNTRY                 PIC XX          VALUE '00'.
006000
006100 01  SW-DONE                     PIC X           VALUE 'N'.
006200     88  ALL-DONE                               VALUE 'Y'.
006300 01  SW-COUNTRY-FOUND            PIC X           VALUE 'N'.
006400     88  COUNTRY-FOUND                          VALUE 'Y'.
006500 01  SW-SCAN-DONE                PIC X           VALUE 'N'.
006600     88  SCAN-DONE                              VALUE 'Y'.
006700 01  SW-ENTRY-OK                 PIC X           VALUE 'N'.
006800     88  ENTRY-OK                               VALUE 'Y'.
006810 01  SW-OTHER-HOME               PIC X           VALUE 'N'.
006820     88  OTHER-HOME-FOUND                       VALUE 'Y'.
006840 01  SW-REWRITE-OK               PIC X           VALUE 'N'.
006860     88  REWRITE-OK                             VALUE 'Y'.
006900
007000 01  PUR340-COUNTERS.
007100     05  CT-ADDED                PIC 9(5)        VALUE ZERO.
007200     05  CT-CHANGED              PIC 9(5)        VALUE ZERO.
007300     05  CT-SEEDED               PIC 9(5)        VALUE ZERO.
007400
007500 01  PUR340-WORK-FIELDS.
007600     05  WK-ACTION-CODE          PIC X           VALUE SPACE.
007700         88  ACTION-ADD              VALUE 'A'.
007800         88  ACTION-SPELLING         VALUE 'S'.
007900         88  ACTION-CHANGE           VALUE 'C'.
008000         88  ACTION-LOOKUP           VALUE 'L'.
008100         88  ACTION-EXIT             VALUE 'X'.
008200     05  WK-COUNTRY-NAME         PIC X(30)       VALUE SPACES.
008300     05  WK-STANDARD-NAME        PIC X(30)       VALUE SPACES.
008400     05  WK-FORMAT-CODE          PIC X           VALUE SPACE.
008500     05  WK-CURRENCY-CODE        PIC X(3)        VALUE SPACES.
008600     05  WK-HOME-FLAG            PIC X           VALUE SPACE.
008700     05  WK-AUDIT-TYPE           PIC X           VALUE SPACE.
008800     05  WK-SEED-SUB             PIC 9(2)        VALUE ZERO.
008900     05  WK-TODAY-DATE           PIC X(8)        VALUE SPACES.
009000
009100*    THE ENTRY BEING ADDED OR CHANGED, HELD WHILE THE FILE IS
009200*    SCANNED FOR AN OLD HOME COUNTRY TO CLEAR.
009300     COPY PURCNTRY
009400         REPLACING ==COUNTRY-RECORD== BY ==HOLD-COUNTRY-RECORD==
009500                   LEADING ==CNTRY-== BY ==HLD-CNTRY-==.
009600
009700*    STARTER ENTRIES FOR A NEW COUNTRY FILE - THE SEVEN COUNTRIES
009800*    THE OLD COMPILED TABLE CARRIED, WITH THEIR FORMAT RULE, HOME
009900*    CURRENCY AND HOME FLAG, THEN THE COMMON ALTERNATE SPELLINGS
010000*    OF THE HOME COUNTRY.
010100 01  SEED-COUNTRY-AREA.
010200     05  FILLER           PIC X(35) VALUE
010300         'UNITED STATES                 9USDY'.
010400     05  FILLER           PIC X(35) VALUE
010500         'CANADA                        ACADN'.
010600     05  FILLER           PIC X(35) VALUE
010700         'UNITED KINGDOM                AGBPN'.
010800     05  FILLER           PIC X(35) VALUE
010900         'AUSTRALIA                     9AUDN'.
011000     05  FILLER           PIC X(35) VALUE
011100         'GERMANY                       9EURN'.
011200     05  FILLER           PIC X(35) VALUE
011300         'FRANCE                        9EURN'.
011400     05  FILLER           PIC X(35) VALUE
011500         'JAPAN                         9JPYN'.
011600 01  SEED-COUNTRY-TABLE REDEFINES SEED-COUNTRY-AREA.
011700     05  SEED-COUNTRY-ENTRY OCCURS 7 TIMES.
011800         10  SEED-CTY-NAME           PIC X(30).
011900         10  SEED-CTY-FORMAT         PIC X.
012000         10  SEED-CTY-CURRENCY       PIC X(3).
012100         10  SEED-CTY-HOME           PIC X.
012200
012300 01  SEED-SPELLING-AREA.
012400     05  FILLER           PIC X(30) VALUE 'USA'.
012500     05  FILLER           PIC X(30) VALUE 'U.S.'.
012600     05  FILLER           PIC X(30) VALUE 'U.S.A.'.
012700 01  SEED-SPELLING-TABLE REDEFINES SEED-SPELLING-AREA.
012800     05  SEED-SPELLING           PIC X(30) OCCURS 3 TIMES.
012900
013000     COPY PURAUDIT.
013100
013200     COPY PUROPSGN.
013300
013400 PROCEDURE DIVISION.
013500*---------------------------------------------------------------*
013600* 0000-MAINLINE                                                 *
013700*---------------------------------------------------------------*
013800 0000-MAINLINE.
013900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014000     PERFORM 2000-MAIN-MENU THRU 2000-EXIT
014100         UNTIL ALL-DONE.
014200     PERFORM 8000-TERMINATE THRU 8000-EXIT.
014300     STOP RUN.
014400
014500*---------------------------------------------------------------*
014600* 1000-INITIALIZE                                               *
014700*   SIGNS THE OPERATOR ON AND OPENS THE COUNTRY FILE FOR I-O,   *
014800*   CREATING AND SEEDING IT ON THE FIRST RUN AGAINST A SYSTEM   *
014900*   THAT HAS NONE YET.                                          *
015000*---------------------------------------------------------------*
015100 1000-INITIALIZE.
015200     DISPLAY 'PUR340 - COUNTRY REFERENCE MAINTENANCE'.
015300     ACCEPT WK-TODAY-DATE FROM DATE YYYYMMDD.
015400     PERFORM 1020-SIGN-ON THRU 1020-EXIT.
015500     IF ALL-DONE
015600         GO TO 1000-EXIT
015700     END-IF.
015800     OPEN I-O PUR-COUNTRY.
015900     IF FS-COUNTRY = '35'
016000         OPEN OUTPUT PUR-COUNTRY
016100         PERFORM 1100-SEED-ONE-COUNTRY THRU 1100-EXIT
016200             VARYING WK-SEED-SUB FROM 1 BY 1
016300             UNTIL WK-SEED-SUB > 7
016400         PERFORM 1200-SEED-ONE-SPELLING THRU 1200-EXIT
016500             VARYING WK-SEED-SUB FROM 1 BY 1
016600             UNTIL WK-SEED-SUB > 3
016700         CLOSE PUR-COUNTRY
016800         OPEN I-O PUR-COUNTRY
016900         DISPLAY 'PUR340 - NEW COUNTRY FILE CREATED WITH '
017000                 CT-SEEDED ' STARTER ENTRIES'
017100     END-IF.
017200     IF FS-COUNTRY NOT = '00'
017300         DISPLAY 'PUR340 - UNABLE TO OPEN COUNTRY REFERENCE FILE'
017400         MOVE 'Y' TO SW-DONE
017500     END-IF.
017600 1000-EXIT.
017700     EXIT.
017800
017900*---------------------------------------------------------------*
018000* 1020-SIGN-ON                                                  *
018100*   IDENTIFIES THE OPERATOR AGAINST THE SECURITY FILE (PUR280). *
018200*   AN OPERATOR WITHOUT AT LEAST INQUIRY AUTHORITY GETS NO      *
018300*   SESSION; ADD AND CHANGE ALSO NEED ADDRESS AUTHORITY.        *
018400*---------------------------------------------------------------*
018500 1020-SIGN-ON.
018600     DISPLAY 'ENTER OPERATOR ID: '.
018700     ACCEPT SGN-OPERATOR-ID.
018800     CALL 'PUR280' USING SIGNON-LINKAGE-AREA.
018900     IF NOT SGN-SIGNED-ON
019000         DISPLAY 'PUR340 - SIGN-ON REFUSED'
019100         MOVE 'Y' TO SW-DONE
019200         GO TO 1020-EXIT
019300     END-IF.
019400     IF NOT SGN-MAY-INQUIRE
019500         DISPLAY 'PUR340 - OPERATOR HAS NO INQUIRY AUTHORITY'
019600         MOVE 'Y' TO SW-DONE
019700     END-IF.
019800 1020-EXIT.
019900     EXIT.
020000
020100 1100-SEED-ONE-COUNTRY.
020200     MOVE SEED-CTY-NAME (WK-SEED-SUB)     TO CNTRY-NAME
020300                                              CNTRY-STANDARD-NAME.
020400     SET CNTRY-STANDARD TO TRUE.
020500     MOVE SEED-CTY-FORMAT (WK-SEED-SUB) TO CNTRY-MAILCODE-FORMAT.
020600     MOVE SEED-CTY-CURRENCY (WK-SEED-SUB) TO CNTRY-HOME-CURRENCY.
020700     MOVE SEED-CTY-HOME (WK-SEED-SUB)     TO CNTRY-HOME-FLAG.
020800     PERFORM 1300-WRITE-SEED THRU 1300-EXIT.
020900 1100-EXIT.
021000     EXIT.
021100
021200 1200-SEED-ONE-SPELLING.
021300     MOVE SEED-SPELLING (WK-SEED-SUB) TO CNTRY-NAME.
021400     SET CNTRY-ALTERNATE TO TRUE.
021500     MOVE SEED-CTY-NAME (1)    TO CNTRY-STANDARD-NAME.
021600     MOVE SPACE                TO CNTRY-MAILCODE-FORMAT
021700                                  CNTRY-HOME-FLAG.
021800     MOVE SPACES               TO CNTRY-HOME-CURRENCY.
021900     PERFORM 1300-WRITE-SEED THRU 1300-EXIT.
022000 1200-EXIT.
022100     EXIT.
022200
022300 1300-WRITE-SEED.
022400     MOVE WK-TODAY-DATE   TO CNTRY-LAST-UPDATE-DATE.
022500     MOVE SGN-OPERATOR-ID TO CNTRY-LAST-OPERATOR-ID.
022600     WRITE COUNTRY-RECORD
022610         INVALID KEY
022620             CONTINUE
022630     END-WRITE.
022640     IF FS-COUNTRY NOT = '00'
022650         DISPLAY 'PUR340 - STARTER ENTRY NOT WRITTEN: ' CNTRY-NAME
022660                 ' STATUS ' FS-COUNTRY
022670         GO TO 1300-EXIT
022680     END-IF.
022700     ADD 1 TO CT-SEEDED.
022800     MOVE 'A' TO WK-AUDIT-TYPE.
022900     PERFORM 3800-LOG-AUDIT THRU 3800-EXIT.
023000 1300-EXIT.
023100     EXIT.
023200
023300*---------------------------------------------------------------*
023400* 2000-MAIN-MENU                                                *
023500*   OFFERS ONE ACTION AT A TIME UNTIL THE OPERATOR IS DONE.     *
023600*---------------------------------------------------------------*
023700 2000-MAIN-MENU.
023800     DISPLAY ' '.
023900     DISPLAY 'ENTER ACTION - A=ADD COUNTRY  S=ADD SPELLING  '
024000             'C=CHANGE  L=LOOK UP  X=EXIT: '.
024100     ACCEPT WK-ACTION-CODE.
024200     EVALUATE TRUE
024300*        ADDING OR CHANGING AN ENTRY DECIDES WHICH ADDRESSES
024400*        PASS THE NIGHTLY CHECK - IT NEEDS ADDRESS AUTHORITY.
024500         WHEN (ACTION-ADD OR ACTION-SPELLING OR ACTION-CHANGE)
024600              AND NOT SGN-MAY-FIX-ADDRESS
024700             DISPLAY 'PUR340 - OPERATOR NOT AUTHORIZED TO '
024800                     'MAINTAIN COUNTRIES'
024900         WHEN ACTION-ADD
025000             PERFORM 3000-ADD-COUNTRY THRU 3000-EXIT
025100         WHEN ACTION-SPELLING
025200             PERFORM 3200-ADD-SPELLING THRU 3200-EXIT
025300         WHEN ACTION-CHANGE
025400             PERFORM 3400-CHANGE-ENTRY THRU 3400-EXIT
025500         WHEN ACTION-LOOKUP
025600             PERFORM 5000-LOOKUP-ENTRY THRU 5000-EXIT
025700         WHEN ACTION-EXIT
025800             MOVE 'Y' TO SW-DONE
025900         WHEN OTHER
026000             DISPLAY 'PUR340 - INVALID SELECTION'
026100     END-EVALUATE.
026200 2000-EXIT.
026300     EXIT.
026400
026500*---------------------------------------------------------------*
026600* 2100-READ-COUNTRY                                             *
026700*   READS WK-COUNTRY-NAME, SETTING COUNTRY-FOUND.               *
026800*---------------------------------------------------------------*
026900 2100-READ-COUNTRY.
027000     MOVE WK-COUNTRY-NAME TO CNTRY-NAME.
027100     READ PUR-COUNTRY
027200         INVALID KEY
027300             MOVE 'N' TO SW-COUNTRY-FOUND
027400         NOT INVALID KEY
027500             MOVE 'Y' TO SW-COUNTRY-FOUND
027600     END-READ.
027700 2100-EXIT.
027800     EXIT.
027900
028000*---------------------------------------------------------------*
028100* 2200-EDIT-COUNTRY-FIELDS                                      *
028200*   CHECKS THE FORMAT RULE, CURRENCY AND HOME FLAG KEYED FOR A  *
028300*   STANDARD COUNTRY.                                           *
028400*---------------------------------------------------------------*
028500 2200-EDIT-COUNTRY-FIELDS.
028600     MOVE 'N' TO SW-ENTRY-OK.
028700     IF WK-FORMAT-CODE NOT = '9' AND NOT = 'A' AND NOT = 'N'
028800         DISPLAY 'PUR340 - FORMAT RULE MUST BE 9, A OR N'
028900         GO TO 2200-EXIT
029000     END-IF.
029100     IF WK-CURRENCY-CODE = SPACES
029200         DISPLAY 'PUR340 - HOME CURRENCY IS REQUIRED'
029300         GO TO 2200-EXIT
029400     END-IF.
029500     IF WK-HOME-FLAG NOT = 'Y' AND NOT = 'N'
029600         DISPLAY 'PUR340 - HOME COUNTRY FLAG MUST BE Y OR N'
029700         GO TO 2200-EXIT
029800     END-IF.
029900     MOVE 'Y' TO SW-ENTRY-OK.
030000 2200-EXIT.
030100     EXIT.
030200
030300*---------------------------------------------------------------*
030400* 3000-ADD-COUNTRY                                              *
030500*   WRITES A NEW STANDARD COUNTRY.  A NAME ALREADY ON FILE,     *
030600*   AS A COUNTRY OR AS A SPELLING, IS REFUSED.                  *
030700*---------------------------------------------------------------*
030800 3000-ADD-COUNTRY.
030900     DISPLAY 'ENTER STANDARD COUNTRY NAME: '.
031000     ACCEPT WK-COUNTRY-NAME.
031100     IF WK-COUNTRY-NAME = SPACES
031200         GO TO 3000-EXIT
031300     END-IF.
031400     PERFORM 2100-READ-COUNTRY THRU 2100-EXIT.
031500     IF COUNTRY-FOUND
031600         DISPLAY 'PUR340 - ' WK-COUNTRY-NAME ' IS ALREADY ON FILE'
031700         GO TO 3000-EXIT
031800     END-IF.
031900     DISPLAY 'ENTER MAIL-CODE FORMAT (9=NUMERIC A=ALPHANUMERIC '
032000             'N=NO CHECK): '.
032100     ACCEPT WK-FORMAT-CODE.
032200     DISPLAY 'ENTER HOME CURRENCY CODE: '.
032300     ACCEPT WK-CURRENCY-CODE.
032400     DISPLAY 'IS THIS THE HOME COUNTRY (Y/N)? '.
032500     ACCEPT WK-HOME-FLAG.
032600     PERFORM 2200-EDIT-COUNTRY-FIELDS THRU 2200-EXIT.
032700     IF NOT ENTRY-OK
032800         GO TO 3000-EXIT
032900     END-IF.
033000     MOVE WK-COUNTRY-NAME  TO HLD-CNTRY-NAME
033100                              HLD-CNTRY-STANDARD-NAME.
033200     SET HLD-CNTRY-STANDARD TO TRUE.
033300     MOVE WK-FORMAT-CODE   TO HLD-CNTRY-MAILCODE-FORMAT.
033400     MOVE WK-CURRENCY-CODE TO HLD-CNTRY-HOME-CURRENCY.
033500     MOVE WK-HOME-FLAG     TO HLD-CNTRY-HOME-FLAG.
033600     MOVE WK-TODAY-DATE    TO HLD-CNTRY-LAST-UPDATE-DATE.
033700     MOVE SGN-OPERATOR-ID  TO HLD-CNTRY-LAST-OPERATOR-ID.
034100     MOVE HOLD-COUNTRY-RECORD TO COUNTRY-RECORD.
034200     WRITE COUNTRY-RECORD
034300         INVALID KEY
034400             DISPLAY 'PUR340 - ADD FAILED, WRITE REFUSED'
034500             GO TO 3000-EXIT
034600     END-WRITE.
034700     ADD 1 TO CT-ADDED.
034800     DISPLAY 'PUR340 - COUNTRY ADDED'.
034900     MOVE 'A' TO WK-AUDIT-TYPE.
035000     PERFORM 3800-LOG-AUDIT THRU 3800-EXIT.
035010*    THE OLD HOME COUNTRY ONLY LOSES ITS FLAG ONCE THE NEW ONE
035020*    IS SAFELY ON FILE, SO THE FILE IS NEVER LEFT WITHOUT ONE.
035030     IF HLD-CNTRY-HOME-COUNTRY
035040         PERFORM 3600-CLEAR-OLD-HOME THRU 3600-EXIT
035050     END-IF.
035100 3000-EXIT.
035200     EXIT.
035300
035400*---------------------------------------------------------------*
035500* 3200-ADD-SPELLING                                             *
035600*   WRITES AN ALTERNATE SPELLING POINTING AT A STANDARD COUNTRY *
035700*   ALREADY ON FILE.                                            *
035800*---------------------------------------------------------------*
035900 3200-ADD-SPELLING.
036000     DISPLAY 'ENTER ALTERNATE SPELLING: '.
036100     ACCEPT WK-COUNTRY-NAME.
036200     IF WK-COUNTRY-NAME = SPACES
036300         GO TO 3200-EXIT
036400     END-IF.
036500     PERFORM 2100-READ-COUNTRY THRU 2100-EXIT.
036600     IF COUNTRY-FOUND
036700         DISPLAY 'PUR340 - ' WK-COUNTRY-NAME ' IS ALREADY ON FILE'
036800         GO TO 3200-EXIT
036900     END-IF.
037000     DISPLAY 'ENTER THE STANDARD COUNTRY NAME IT STANDS FOR: '.
037100     ACCEPT WK-STANDARD-NAME.
037200     PERFORM 3300-CHECK-STANDARD THRU 3300-EXIT.
037300     IF NOT ENTRY-OK
037400         GO TO 3200-EXIT
037500     END-IF.
037600     MOVE WK-COUNTRY-NAME  TO CNTRY-NAME.
037700     SET CNTRY-ALTERNATE   TO TRUE.
037800     MOVE WK-STANDARD-NAME TO CNTRY-STANDARD-NAME.
037900     MOVE SPACE            TO CNTRY-MAILCODE-FORMAT
038000                              CNTRY-HOME-FLAG.
038100     MOVE SPACES           TO CNTRY-HOME-CURRENCY.
038200     MOVE WK-TODAY-DATE    TO CNTRY-LAST-UPDATE-DATE.
038300     MOVE SGN-OPERATOR-ID  TO CNTRY-LAST-OPERATOR-ID.
038400     WRITE COUNTRY-RECORD
038500         INVALID KEY
038600             DISPLAY 'PUR340 - ADD FAILED, WRITE REFUSED'
038700             GO TO 3200-EXIT
038800     END-WRITE.
038900     ADD 1 TO CT-ADDED.
039000     DISPLAY 'PUR340 - ALTERNATE SPELLING ADDED'.
039100     MOVE 'A' TO WK-AUDIT-TYPE.
039200     PERFORM 3800-LOG-AUDIT THRU 3800-EXIT.
039300 3200-EXIT.
039400     EXIT.
039500
039600*---------------------------------------------------------------*
039700* 3300-CHECK-STANDARD                                           *
039800*   A SPELLING MAY ONLY POINT AT A STANDARD COUNTRY ON FILE -   *
039900*   NEVER AT ANOTHER SPELLING.                                  *
040000*---------------------------------------------------------------*
040100 3300-CHECK-STANDARD.
040200     MOVE 'N' TO SW-ENTRY-OK.
040300     MOVE WK-STANDARD-NAME TO CNTRY-NAME.
040400     READ PUR-COUNTRY
040500         INVALID KEY
040600             DISPLAY 'PUR340 - ' WK-STANDARD-NAME
040700                     ' IS NOT ON FILE'
040800             GO TO 3300-EXIT
040900     END-READ.
041000     IF NOT CNTRY-STANDARD
041100         DISPLAY 'PUR340 - ' WK-STANDARD-NAME
041200                 ' IS ITSELF AN ALTERNATE SPELLING'
041300         GO TO 3300-EXIT
041400     END-IF.
041500     MOVE 'Y' TO SW-ENTRY-OK.
041600 3300-EXIT.
041700     EXIT.
041800
041900*---------------------------------------------------------------*
042000* 3400-CHANGE-ENTRY                                             *
042100*   SHOWS AN ENTRY AND TAKES ITS NEW VALUES.  A BLANK ANSWER    *
042200*   KEEPS THE VALUE ON FILE.                                    *
042300*---------------------------------------------------------------*
042400 3400-CHANGE-ENTRY.
042500     DISPLAY 'ENTER COUNTRY OR SPELLING TO CHANGE: '.
042600     ACCEPT WK-COUNTRY-NAME.
042700     IF WK-COUNTRY-NAME = SPACES
042800         GO TO 3400-EXIT
042900     END-IF.
043000     PERFORM 2100-READ-COUNTRY THRU 2100-EXIT.
043100     IF NOT COUNTRY-FOUND
043200         DISPLAY 'PUR340 - ' WK-COUNTRY-NAME ' IS NOT ON FILE'
043300         GO TO 3400-EXIT
043400     END-IF.
043500     PERFORM 5100-DISPLAY-ENTRY THRU 5100-EXIT.
043600     IF CNTRY-ALTERNATE
043700         PERFORM 3500-CHANGE-SPELLING THRU 3500-EXIT
043800         GO TO 3400-EXIT
043900     END-IF.
044000     MOVE COUNTRY-RECORD TO HOLD-COUNTRY-RECORD.
044100     DISPLAY 'NEW MAIL-CODE FORMAT (BLANK = KEEP): '.
044200     MOVE SPACE TO WK-FORMAT-CODE.
044300     ACCEPT WK-FORMAT-CODE.
044400     IF WK-FORMAT-CODE = SPACE
044500         MOVE HLD-CNTRY-MAILCODE-FORMAT TO WK-FORMAT-CODE
044600     END-IF.
044700     DISPLAY 'NEW HOME CURRENCY (BLANK = KEEP): '.
044800     MOVE SPACES TO WK-CURRENCY-CODE.
044900     ACCEPT WK-CURRENCY-CODE.
045000     IF WK-CURRENCY-CODE = SPACES
045100         MOVE HLD-CNTRY-HOME-CURRENCY TO WK-CURRENCY-CODE
045200     END-IF.
045300     DISPLAY 'HOME COUNTRY Y/N (BLANK = KEEP): '.
045400     MOVE SPACE TO WK-HOME-FLAG.
045500     ACCEPT WK-HOME-FLAG.
045600     IF WK-HOME-FLAG = SPACE
045700         MOVE HLD-CNTRY-HOME-FLAG TO WK-HOME-FLAG
045800     END-IF.
045900     PERFORM 2200-EDIT-COUNTRY-FIELDS THRU 2200-EXIT.
046000     IF NOT ENTRY-OK
046100         GO TO 3400-EXIT
046200     END-IF.
046210     IF HLD-CNTRY-HOME-COUNTRY
046220        AND WK-HOME-FLAG = 'N'
046230         PERFORM 3650-FIND-OTHER-HOME THRU 3650-EXIT
046240         IF NOT OTHER-HOME-FOUND
046250             DISPLAY 'PUR340 - ' HLD-CNTRY-NAME ' IS THE HOME '
046260                     'COUNTRY - FLAG ANOTHER COUNTRY HOME INSTEAD'
046270             GO TO 3400-EXIT
046280         END-IF
046290     END-IF.
046300     MOVE WK-FORMAT-CODE   TO HLD-CNTRY-MAILCODE-FORMAT.
046400     MOVE WK-CURRENCY-CODE TO HLD-CNTRY-HOME-CURRENCY.
046500     MOVE WK-HOME-FLAG     TO HLD-CNTRY-HOME-FLAG.
046600     MOVE WK-TODAY-DATE    TO HLD-CNTRY-LAST-UPDATE-DATE.
046700     MOVE SGN-OPERATOR-ID  TO HLD-CNTRY-LAST-OPERATOR-ID.
047100     MOVE HLD-CNTRY-NAME TO CNTRY-NAME.
047200     READ PUR-COUNTRY
047300         INVALID KEY
047400             DISPLAY 'PUR340 - CHANGE FAILED, ENTRY GONE'
047500             GO TO 3400-EXIT
047600     END-READ.
047700     MOVE HOLD-COUNTRY-RECORD TO COUNTRY-RECORD.
047800     PERFORM 3900-REWRITE-COUNTRY THRU 3900-EXIT.
047820     IF NOT REWRITE-OK
047840         GO TO 3400-EXIT
047860     END-IF.
047900     ADD 1 TO CT-CHANGED.
048000     DISPLAY 'PUR340 - COUNTRY CHANGED'.
048100     MOVE 'C' TO WK-AUDIT-TYPE.
048200     PERFORM 3800-LOG-AUDIT THRU 3800-EXIT.
048220*    AS IN 3000, THE OLD HOME COUNTRY IS CLEARED ONLY NOW.
048240     IF HLD-CNTRY-HOME-COUNTRY
048260         PERFORM 3600-CLEAR-OLD-HOME THRU 3600-EXIT
048280     END-IF.
048300 3400-EXIT.
048400     EXIT.
048500
048600*---------------------------------------------------------------*
048700* 3500-CHANGE-SPELLING                                          *
048800*   POINTS AN ALTERNATE SPELLING AT A DIFFERENT STANDARD        *
048900*   COUNTRY.                                                    *
049000*---------------------------------------------------------------*
049100 3500-CHANGE-SPELLING.
049200     DISPLAY 'NEW STANDARD COUNTRY NAME (BLANK = KEEP): '.
049300     MOVE SPACES TO WK-STANDARD-NAME.
049400     ACCEPT WK-STANDARD-NAME.
049500     IF WK-STANDARD-NAME = SPACES
049600         GO TO 3500-EXIT
049700     END-IF.
049800     PERFORM 3300-CHECK-STANDARD THRU 3300-EXIT.
049900     IF NOT ENTRY-OK
050000         GO TO 3500-EXIT
050100     END-IF.
050200     PERFORM 2100-READ-COUNTRY THRU 2100-EXIT.
050300     MOVE WK-STANDARD-NAME TO CNTRY-STANDARD-NAME.
050400     MOVE WK-TODAY-DATE    TO CNTRY-LAST-UPDATE-DATE.
050500     MOVE SGN-OPERATOR-ID  TO CNTRY-LAST-OPERATOR-ID.
050600     PERFORM 3900-REWRITE-COUNTRY THRU 3900-EXIT.
050620     IF NOT REWRITE-OK
050640         GO TO 3500-EXIT
050660     END-IF.
050700     ADD 1 TO CT-CHANGED.
050800     DISPLAY 'PUR340 - ALTERNATE SPELLING CHANGED'.
050900     MOVE 'C' TO WK-AUDIT-TYPE.
051000     PERFORM 3800-LOG-AUDIT THRU 3800-EXIT.
051100 3500-EXIT.
051200     EXIT.
051300
051400*---------------------------------------------------------------*
051500* 3600-CLEAR-OLD-HOME                                           *
051600*   ONLY ONE COUNTRY IS THE HOME COUNTRY.  ONCE A NEW ONE IS    *
051700*   FLAGGED, ANY OTHER ENTRY CARRYING THE FLAG LOSES IT, AND    *
051800*   THAT CHANGE IS AUDITED TOO.                                 *
051900*---------------------------------------------------------------*
052000 3600-CLEAR-OLD-HOME.
052100     MOVE LOW-VALUES TO CNTRY-NAME.
052200     MOVE 'N' TO SW-SCAN-DONE.
052300     START PUR-COUNTRY KEY NOT LESS THAN CNTRY-NAME
052400         INVALID KEY
052500             MOVE 'Y' TO SW-SCAN-DONE
052600     END-START.
052700     PERFORM 3700-CLEAR-ONE-HOME THRU 3700-EXIT
052800         UNTIL SCAN-DONE.
052900 3600-EXIT.
053000     EXIT.
053002
053004*---------------------------------------------------------------*
053006* 3650-FIND-OTHER-HOME                                          *
053008*   LOOKS FOR A HOME COUNTRY OTHER THAN THE HELD ENTRY, BEFORE  *
053010*   THE HELD ENTRY'S HOME FLAG IS TAKEN OFF.                    *
053012*---------------------------------------------------------------*
053014 3650-FIND-OTHER-HOME.
053016     MOVE 'N' TO SW-OTHER-HOME.
053018     MOVE LOW-VALUES TO CNTRY-NAME.
053020     MOVE 'N' TO SW-SCAN-DONE.
053022     START PUR-COUNTRY KEY NOT LESS THAN CNTRY-NAME
053024         INVALID KEY
053026             MOVE 'Y' TO SW-SCAN-DONE
053028     END-START.
053030     PERFORM 3660-CHECK-ONE-HOME THRU 3660-EXIT
053032         UNTIL SCAN-DONE
053034            OR OTHER-HOME-FOUND.
053036 3650-EXIT.
053038     EXIT.
053040
053042 3660-CHECK-ONE-HOME.
053044     READ PUR-COUNTRY NEXT RECORD
053046         AT END
053048             MOVE 'Y' TO SW-SCAN-DONE
053050             GO TO 3660-EXIT
053052     END-READ.
053054     IF CNTRY-HOME-COUNTRY
053056        AND CNTRY-NAME NOT = HLD-CNTRY-NAME
053058         MOVE 'Y' TO SW-OTHER-HOME
053060     END-IF.
053062 3660-EXIT.
053064     EXIT.
053100
053200 3700-CLEAR-ONE-HOME.
053300     READ PUR-COUNTRY NEXT RECORD
053400         AT END
053500             MOVE 'Y' TO SW-SCAN-DONE
053600             GO TO 3700-EXIT
053700     END-READ.
053800     IF CNTRY-HOME-COUNTRY
053900        AND CNTRY-NAME NOT = HLD-CNTRY-NAME
054000         MOVE 'N'             TO CNTRY-HOME-FLAG
054100         MOVE WK-TODAY-DATE   TO CNTRY-LAST-UPDATE-DATE
054200         MOVE SGN-OPERATOR-ID TO CNTRY-LAST-OPERATOR-ID
054300         PERFORM 3900-REWRITE-COUNTRY THRU 3900-EXIT
054350         IF REWRITE-OK
054400             DISPLAY 'PUR340 - HOME FLAG CLEARED ON ' CNTRY-NAME
054500             MOVE 'C' TO WK-AUDIT-TYPE
054600             PERFORM 3800-LOG-AUDIT THRU 3800-EXIT
054650         END-IF
054700     END-IF.
054800 3700-EXIT.
054900     EXIT.
055000
055100*---------------------------------------------------------------*
055200* 3800-LOG-AUDIT                                                *
055300*   APPENDS THE ADD OR CHANGE OF THE ENTRY IN THE RECORD AREA   *
055400*   TO THE AUDIT TRAIL.  REFERENCE DATA BELONGS TO NO CUSTOMER, *
055500*   SO THE CUSTOMERID IS LEFT BLANK AND THE COMMENT NAMES THE   *
055600*   COUNTRY.                                                    *
055700*---------------------------------------------------------------*
055800 3800-LOG-AUDIT.
055900     SET AUD-FUNC-WRITE TO TRUE.
056000     MOVE SPACES          TO AUD-CUSTOMER-ID.
056100     MOVE WK-AUDIT-TYPE   TO AUD-REQUEST-TYPE.
056200     MOVE '00'            TO AUD-RET-CODE.
056300     MOVE SPACES          TO AUD-RETURN-COMMENT.
056400     IF WK-AUDIT-TYPE = 'A'
056500         STRING 'COUNTRY ENTRY ADDED: ' DELIMITED BY SIZE
056600                CNTRY-NAME              DELIMITED BY SIZE
056700             INTO AUD-RETURN-COMMENT
056800         END-STRING
056900     ELSE
057000         STRING 'COUNTRY ENTRY CHANGED: ' DELIMITED BY SIZE
057100                CNTRY-NAME                DELIMITED BY SIZE
057200             INTO AUD-RETURN-COMMENT
057300         END-STRING
057400     END-IF.
057500     MOVE SGN-OPERATOR-ID TO AUD-OPERATOR-ID.
057600     CALL 'PUR140' USING AUDIT-LINKAGE-AREA.
057700 3800-EXIT.
057702     EXIT.
057704
057706*---------------------------------------------------------------*
057708* 3900-REWRITE-COUNTRY                                          *
057710*   REWRITES THE ENTRY IN THE RECORD AREA.  A REFUSED REWRITE   *
057712*   IS REPORTED AND LEAVES SW-REWRITE-OK OFF, SO THE CALLER     *
057714*   NEITHER COUNTS NOR AUDITS THE CHANGE.                       *
057716*---------------------------------------------------------------*
057718 3900-REWRITE-COUNTRY.
057720     MOVE 'N' TO SW-REWRITE-OK.
057722     REWRITE COUNTRY-RECORD
057724         INVALID KEY
057726             CONTINUE
057728     END-REWRITE.
057730     IF FS-COUNTRY NOT = '00'
057732         DISPLAY 'PUR340 - CHANGE FAILED, REWRITE REFUSED - '
057734                 'STATUS ' FS-COUNTRY
057736         GO TO 3900-EXIT
057738     END-IF.
057740     MOVE 'Y' TO SW-REWRITE-OK.
057742 3900-EXIT.
057800     EXIT.
057900
058000*---------------------------------------------------------------*
058100* 5000-LOOKUP-ENTRY                                             *
058200*   SHOWS ONE ENTRY, AND FOR A SPELLING THE COUNTRY IT STANDS   *
058300*   FOR.                                                        *
058400*---------------------------------------------------------------*
058500 5000-LOOKUP-ENTRY.
058600     DISPLAY 'ENTER COUNTRY OR SPELLING: '.
058700     ACCEPT WK-COUNTRY-NAME.
058800     PERFORM 2100-READ-COUNTRY THRU 2100-EXIT.
058900     IF NOT COUNTRY-FOUND
059000         DISPLAY 'PUR340 - ' WK-COUNTRY-NAME ' IS NOT ON FILE'
059100         GO TO 5000-EXIT
059200     END-IF.
059300     PERFORM 5100-DISPLAY-ENTRY THRU 5100-EXIT.
059400 5000-EXIT.
059500     EXIT.
059600
059700 5100-DISPLAY-ENTRY.
059800     DISPLAY 'NAME            : ' CNTRY-NAME.
059900     IF CNTRY-ALTERNATE
060000         DISPLAY 'SPELLING OF     : ' CNTRY-STANDARD-NAME
060100     ELSE
060200         DISPLAY 'MAIL-CODE RULE  : ' CNTRY-MAILCODE-FORMAT
060300         DISPLAY 'HOME CURRENCY   : ' CNTRY-HOME-CURRENCY
060400         DISPLAY 'HOME COUNTRY    : ' CNTRY-HOME-FLAG
060500     END-IF.
060600     DISPLAY 'LAST CHANGED    : ' CNTRY-LAST-UPDATE-DATE
060700             ' BY ' CNTRY-LAST-OPERATOR-ID.
060800 5100-EXIT.
060900     EXIT.
061000
061100*---------------------------------------------------------------*
061200* 8000-TERMINATE                                                *
061300*---------------------------------------------------------------*
061400 8000-TERMINATE.
061500     SET AUD-FUNC-CLOSE TO TRUE.
061600     CALL 'PUR140' USING AUDIT-LINKAGE-AREA.
061700     CLOSE PUR-COUNTRY.
061800     DISPLAY 'PUR340 - ENTRIES ADDED   : ' CT-ADDED.
061900     DISPLAY 'PUR340 - ENTRIES CHANGED : ' CT-CHANGED.
062000     DISPLAY 'PUR340 - SESSION ENDED'.
062100 8000-EXIT.
062200     EXIT.

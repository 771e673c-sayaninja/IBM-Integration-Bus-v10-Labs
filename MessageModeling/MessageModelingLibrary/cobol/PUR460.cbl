000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     PUR460.
000300 AUTHOR.         R HOLLOWAY.
000400 INSTALLATION.   CUSTOMER PURCHASE SYSTEMS.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000700*---------------------------------------------------------------*
000800* MODIFICATION HISTORY                                          *
000900*---------------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                                  *
001100* 2026-10-15  RH   ORIGINAL PROGRAM - NIGHTLY CHAIN RUN-STATE   *
001200*                  INQUIRY AND SUPERVISED RESET OF A STEP FOR   *
001300*                  RERUN, LOGGED TO THE AUDIT TRAIL (PUR140).   *
001400*---------------------------------------------------------------*
001500* PURPOSE.                                                      *
001600*   THE STEP SEQUENCING GUARD (PUR440) WILL NOT START A CHAIN   *
001700*   STEP THAT IS LEFT STARTED BY AN ABEND, THAT HAS ALREADY     *
001800*   COMPLETED, OR WHOSE FOLLOWING STEPS HAVE ALREADY RUN.       *
001900*   RECOVERY GOES THROUGH THIS FACILITY -                       *
002000*     L  LISTS EVERY STEP OF ONE BUSINESS DATE AND CYCLE IN     *
002100*        CHAIN ORDER WITH ITS RUN STATE;                        *
002200*     R  RESETS ONE STEP FOR RERUN.  THE STEP'S STATE IS SHOWN, *
002300*        A REASON IS REQUIRED AND THE RESET MUST BE CONFIRMED.  *
002400*        THE GUARD THEN MARKS THE STEP AND EVERY STEP DOWNSTREAM*
002500*        OF IT RESET, WITH THE DATE, OPERATOR AND REASON, AND   *
002600*        THE STEPS RESET ARE SHOWN AND THE RESET IS AUDITED.    *
002700*        THE STEPS ARE THEN RERUN IN CHAIN ORDER.               *
002800*   LISTING NEEDS INQUIRY AUTHORITY; A RESET NEEDS SUPERVISOR   *
002900*   AUTHORITY.  A RESET BELONGS TO NO CUSTOMER, SO THE AUDIT    *
003000*   CUSTOMERID IS LEFT BLANK AND THE COMMENT NAMES THE DATE,    *
003100*   CYCLE AND STEP.  THE RUN-STATE FILE (PURRSTAT) IS ONLY      *
003200*   OPENED HERE TO READ IT, AND IS CLOSED BEFORE THE GUARD IS   *
003300*   CALLED TO MAKE A RESET.                                     *
003400*---------------------------------------------------------------*
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER.   IBM-370.
003800 OBJECT-COMPUTER.   IBM-370.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT PUR-RUN-STATE   ASSIGN TO PURRSTAT
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS RANDOM
004400         RECORD KEY IS RST-KEY
004500         FILE STATUS IS FS-RUN-STATE.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  PUR-RUN-STATE
005000     RECORDING MODE IS F.
005100     COPY PURRSTAT.
005200
005300 WORKING-STORAGE SECTION.
005400 01  FS-RUN-STATE               PIC XX          VALUE '00'.
005500
005600 01  SW-DONE                     PIC X           VALUE 'N'.
005700     88  ALL-DONE                               VALUE 'Y'.
005800 01  SW-STATE-FOUND              PIC X           VALUE 'N'.
005900     88  STATE-FOUND                            VALUE 'Y'.
006000 01  SW-FILE-OPEN                PIC X           VALUE 'N'.
006100     88  FILE-OPEN                              VALUE 'Y'.
006200 01  SW-ENTRY-OK                 PIC X           VALUE 'N'.
006300     88  ENTRY-OK                               VALUE 'Y'.
006400
006500 01  PUR460-COUNTERS.
006600     05  CT-RESETS               PIC 9(5)        VALUE ZERO.
006700     05  CT-STEPS-RESET          PIC 9(5)        VALUE ZERO.
006800     05  CT-LISTED               PIC 9(5)        VALUE ZERO.
006900
007000 01  PUR460-WORK-FIELDS.
007100     05  WK-ACTION-CODE          PIC X           VALUE SPACE.
007200         88  ACTION-LIST             VALUE 'L'.
007300         88  ACTION-RESET            VALUE 'R'.
007400         88  ACTION-EXIT             VALUE 'X'.
007500     05  WK-CONFIRM              PIC X           VALUE SPACE.
007600         88  CONFIRMED               VALUE 'Y'.
007700     05  WK-DATE-ENTRY           PIC X(8)        VALUE SPACES.
007800     05  WK-CYCLE-ENTRY          PIC X(2)        VALUE SPACES.
007900     05  WK-STEP-ENTRY           PIC X(8)        VALUE SPACES.
008000     05  WK-BUSINESS-DATE        PIC X(8)        VALUE SPACES.
008100     05  WK-CYCLE-NUMBER         PIC 9(2)        VALUE ZERO.
008200     05  WK-REASON               PIC X(30)       VALUE SPACES.
008300     05  WK-STATUS-TEXT          PIC X(9)        VALUE SPACES.
008400     05  WK-TODAY-DATE           PIC X(8)        VALUE SPACES.
008500     05  WK-STEP-SUB             PIC 9(2)        VALUE ZERO.
008600     05  WK-RESET-SUB            PIC 9(2)        VALUE ZERO.
008700     05  WK-FIND-NAME            PIC X(8)        VALUE SPACES.
008800     05  WK-FIND-SUB             PIC 9(2)        VALUE ZERO.
008900
009000     COPY PURCHAIN.
009100
009200     COPY PURRSLNK.
009300
009400     COPY PURAUDIT.
009500
009600     COPY PUROPSGN.
009700
009800 PROCEDURE DIVISION.
009900*---------------------------------------------------------------*
010000* 0000-MAINLINE                                                 *
010100*---------------------------------------------------------------*
010200 0000-MAINLINE.
010300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010400     PERFORM 2000-MAIN-MENU THRU 2000-EXIT
010500         UNTIL ALL-DONE.
010600     PERFORM 8000-TERMINATE THRU 8000-EXIT.
010700     STOP RUN.
010800
010900*---------------------------------------------------------------*
011000* 1000-INITIALIZE                                               *
011100*---------------------------------------------------------------*
011200 1000-INITIALIZE.
011300     ACCEPT WK-TODAY-DATE FROM DATE YYYYMMDD.
011400     DISPLAY 'PUR460 - NIGHTLY CHAIN RESTART'.
011500     PERFORM 1020-SIGN-ON THRU 1020-EXIT.
011600 1000-EXIT.
011700     EXIT.
011800
011900*---------------------------------------------------------------*
012000* 1020-SIGN-ON                                                  *
012100*   IDENTIFIES THE OPERATOR AGAINST THE SECURITY FILE (PUR280). *
012200*   AN OPERATOR WITHOUT AT LEAST INQUIRY AUTHORITY GETS NO      *
012300*   SESSION; A RESET ALSO NEEDS SUPERVISOR AUTHORITY.           *
012400*---------------------------------------------------------------*
012500 1020-SIGN-ON.
012600     DISPLAY 'ENTER OPERATOR ID: '.
012700     ACCEPT SGN-OPERATOR-ID.
012800     CALL 'PUR280' USING SIGNON-LINKAGE-AREA.
012900     IF NOT SGN-SIGNED-ON
013000         DISPLAY 'PUR460 - SIGN-ON REFUSED'
013100         MOVE 'Y' TO SW-DONE
013200         GO TO 1020-EXIT
013300     END-IF.
013400     IF NOT SGN-MAY-INQUIRE
013500         DISPLAY 'PUR460 - OPERATOR HAS NO INQUIRY AUTHORITY'
013600         MOVE 'Y' TO SW-DONE
013700     END-IF.
013800 1020-EXIT.
013900     EXIT.
014000
014100*---------------------------------------------------------------*
014200* 2000-MAIN-MENU                                                *
014300*   OFFERS ONE ACTION AT A TIME UNTIL THE OPERATOR IS DONE.     *
014400*---------------------------------------------------------------*
014500 2000-MAIN-MENU.
014600     DISPLAY ' '.
014700     DISPLAY 'ENTER ACTION - L=LIST CYCLE  R=RESET STEP  '
014800             'X=EXIT: '.
014900     ACCEPT WK-ACTION-CODE.
015000     EVALUATE TRUE
015100*        A RESET LETS STEPS RUN AGAIN OVER OUTPUT THE CHAIN HAS
015200*        ALREADY PASSED ON - ONLY A SUPERVISOR MAY DO IT.
015300         WHEN ACTION-RESET
015400              AND NOT SGN-MAY-SUPERVISE
015500             DISPLAY 'PUR460 - OPERATOR NOT AUTHORIZED TO '
015600                     'RESET A CHAIN STEP'
015700         WHEN ACTION-LIST
015800             PERFORM 5000-LIST-CYCLE THRU 5000-EXIT
015900         WHEN ACTION-RESET
016000             PERFORM 3000-RESET-STEP THRU 3000-EXIT
016100         WHEN ACTION-EXIT
016200             MOVE 'Y' TO SW-DONE
016300         WHEN OTHER
016400             DISPLAY 'PUR460 - INVALID SELECTION'
016500     END-EVALUATE.
016600 2000-EXIT.
016700     EXIT.
016800
016900*---------------------------------------------------------------*
017000* 2100-GET-DATE-AND-CYCLE                                       *
017100*   TAKES THE BUSINESS DATE (BLANK FOR TODAY) AND THE CYCLE.    *
017200*---------------------------------------------------------------*
017300 2100-GET-DATE-AND-CYCLE.
017400     MOVE 'N' TO SW-ENTRY-OK.
017500     DISPLAY 'ENTER BUSINESS DATE (YYYYMMDD, BLANK FOR TODAY): '.
017600     MOVE SPACES TO WK-DATE-ENTRY.
017700     ACCEPT WK-DATE-ENTRY.
017800     IF WK-DATE-ENTRY = SPACES
017900         MOVE WK-TODAY-DATE TO WK-DATE-ENTRY
018000     END-IF.
018100     IF WK-DATE-ENTRY NOT NUMERIC
018200         DISPLAY 'PUR460 - INVALID BUSINESS DATE'
018300         GO TO 2100-EXIT
018400     END-IF.
018500     DISPLAY 'ENTER CYCLE (2 DIGITS): '.
018600     MOVE SPACES TO WK-CYCLE-ENTRY.
018700     ACCEPT WK-CYCLE-ENTRY.
018800     IF WK-CYCLE-ENTRY NOT NUMERIC
018900        OR WK-CYCLE-ENTRY = '00'
019000         DISPLAY 'PUR460 - INVALID CYCLE'
019100         GO TO 2100-EXIT
019200     END-IF.
019300     MOVE WK-DATE-ENTRY  TO WK-BUSINESS-DATE.
019400     MOVE WK-CYCLE-ENTRY TO WK-CYCLE-NUMBER.
019500     MOVE 'Y' TO SW-ENTRY-OK.
019600 2100-EXIT.
019700     EXIT.
019800
019900*---------------------------------------------------------------*
020000* 3000-RESET-STEP                                               *
020100*   RESETS ONE STEP, AND EVERYTHING DOWNSTREAM OF IT, FOR RERUN.*
020200*   THE GUARD REFUSES A STEP THAT HAS NEVER RUN FOR THE DATE    *
020300*   AND CYCLE, AND A RESET WHILE THE NEXT CYCLE IS UNDER WAY.   *
020400*---------------------------------------------------------------*
020500 3000-RESET-STEP.
020600     PERFORM 2100-GET-DATE-AND-CYCLE THRU 2100-EXIT.
020700     IF NOT ENTRY-OK
020800         GO TO 3000-EXIT
020900     END-IF.
021000     DISPLAY 'ENTER STEP TO RESET (E.G. PUR110): '.
021100     MOVE SPACES TO WK-STEP-ENTRY.
021200     ACCEPT WK-STEP-ENTRY.
021300     MOVE WK-STEP-ENTRY TO WK-FIND-NAME.
021400     PERFORM 6100-FIND-STEP THRU 6100-EXIT.
021500     IF WK-FIND-SUB = ZERO
021600         DISPLAY 'PUR460 - ' WK-STEP-ENTRY
021700                 ' IS NOT A STEP OF THE NIGHTLY CHAIN'
021800         GO TO 3000-EXIT
021900     END-IF.
022000     PERFORM 5050-OPEN-RUN-STATE THRU 5050-EXIT.
022100     IF NOT FILE-OPEN
022200         GO TO 3000-EXIT
022300     END-IF.
022400     PERFORM 5200-DISPLAY-STEP THRU 5200-EXIT.
022500     CLOSE PUR-RUN-STATE.
022600     MOVE 'N' TO SW-FILE-OPEN.
022700     IF NOT STATE-FOUND
022800         DISPLAY 'PUR460 - ' WK-STEP-ENTRY ' HAS NOT RUN FOR '
022900                 WK-BUSINESS-DATE ' CYCLE ' WK-CYCLE-NUMBER
023000                 ' - NOTHING TO RESET'
023100         GO TO 3000-EXIT
023200     END-IF.
023300     DISPLAY 'ENTER REASON FOR RESET: '.
023400     MOVE SPACES TO WK-REASON.
023500     ACCEPT WK-REASON.
023600     IF WK-REASON = SPACES
023700         DISPLAY 'PUR460 - A REASON IS REQUIRED - NOTHING RESET'
023800         GO TO 3000-EXIT
023900     END-IF.
024000     DISPLAY 'RESET ' WK-STEP-ENTRY ' AND EVERY STEP AFTER IT '
024100             'FOR RERUN (Y/N): '.
024200     MOVE SPACE TO WK-CONFIRM.
024300     ACCEPT WK-CONFIRM.
024400     IF NOT CONFIRMED
024500         DISPLAY 'PUR460 - RESET CANCELLED'
024600         GO TO 3000-EXIT
024700     END-IF.
024800     SET RSL-FUNC-RESET    TO TRUE.
024900     MOVE WK-STEP-ENTRY    TO RSL-STEP-NAME.
025000     MOVE WK-BUSINESS-DATE TO RSL-BUSINESS-DATE.
025100     MOVE WK-CYCLE-NUMBER  TO RSL-CYCLE-NUMBER.
025200     MOVE SGN-OPERATOR-ID  TO RSL-OPERATOR-ID.
025300     MOVE WK-REASON        TO RSL-RESET-REASON.
025400     CALL 'PUR440' USING RUN-STATE-LINKAGE-AREA.
025500     IF RSL-REFUSED
025600         DISPLAY 'PUR460 - RESET REFUSED - ' RSL-REASON-TEXT
025700         GO TO 3000-EXIT
025800     END-IF.
025900     ADD 1 TO CT-RESETS.
026000     ADD RSL-RESET-COUNT TO CT-STEPS-RESET.
026100     DISPLAY 'PUR460 - STEPS RESET FOR RERUN: ' RSL-RESET-COUNT.
026200     PERFORM 3100-SHOW-ONE-RESET THRU 3100-EXIT
026300         VARYING WK-RESET-SUB FROM 1 BY 1
026400         UNTIL WK-RESET-SUB > RSL-RESET-COUNT.
026500     PERFORM 3800-LOG-AUDIT THRU 3800-EXIT.
026600 3000-EXIT.
026700     EXIT.
026800
026900 3100-SHOW-ONE-RESET.
027000     DISPLAY '       ' RSL-RESET-STEP (WK-RESET-SUB).
027100 3100-EXIT.
027200     EXIT.
027300
027400*---------------------------------------------------------------*
027500* 3800-LOG-AUDIT                                                *
027600*   APPENDS THE RESET TO THE AUDIT TRAIL WITH THE DATE, CYCLE,  *
027700*   STEP AND THE REASON GIVEN.                                  *
027800*---------------------------------------------------------------*
027900 3800-LOG-AUDIT.
028000     SET AUD-FUNC-WRITE TO TRUE.
028100     MOVE SPACES          TO AUD-CUSTOMER-ID.
028200     MOVE 'C'             TO AUD-REQUEST-TYPE.
028300     MOVE '00'            TO AUD-RET-CODE.
028400     MOVE SPACES          TO AUD-RETURN-COMMENT.
028500     STRING 'RESET '          DELIMITED BY SIZE
028600            WK-BUSINESS-DATE  DELIMITED BY SIZE
028700            '/'               DELIMITED BY SIZE
028800            WK-CYCLE-NUMBER   DELIMITED BY SIZE
028900            ' '               DELIMITED BY SIZE
029000            WK-STEP-ENTRY     DELIMITED BY SPACE
029100            ': '              DELIMITED BY SIZE
029200            WK-REASON         DELIMITED BY SIZE
029300         INTO AUD-RETURN-COMMENT
029400     END-STRING.
029500     MOVE SGN-OPERATOR-ID TO AUD-OPERATOR-ID.
029600     CALL 'PUR140' USING AUDIT-LINKAGE-AREA.
029700 3800-EXIT.
029800     EXIT.
029900
030000*---------------------------------------------------------------*
030100* 5000-LIST-CYCLE                                               *
030200*   LISTS EVERY STEP OF ONE DATE AND CYCLE IN CHAIN ORDER.      *
030300*---------------------------------------------------------------*
030400 5000-LIST-CYCLE.
030500     PERFORM 2100-GET-DATE-AND-CYCLE THRU 2100-EXIT.
030600     IF NOT ENTRY-OK
030700         GO TO 5000-EXIT
030800     END-IF.
030900     PERFORM 5050-OPEN-RUN-STATE THRU 5050-EXIT.
031000     IF NOT FILE-OPEN
031100         GO TO 5000-EXIT
031200     END-IF.
031300     MOVE ZERO TO CT-LISTED.
031400     DISPLAY 'BUSINESS DATE ' WK-BUSINESS-DATE
031500             '  CYCLE ' WK-CYCLE-NUMBER.
031600     PERFORM 5100-LIST-ONE-STEP THRU 5100-EXIT
031700         VARYING WK-STEP-SUB FROM 1 BY 1
031800         UNTIL WK-STEP-SUB > CHN-STEP-COUNT.
031900     CLOSE PUR-RUN-STATE.
032000     MOVE 'N' TO SW-FILE-OPEN.
032100     IF CT-LISTED = ZERO
032200         DISPLAY 'PUR460 - NO STEP HAS RUN FOR THIS DATE AND '
032300                 'CYCLE'
032400     END-IF.
032500 5000-EXIT.
032600     EXIT.
032700
032800*---------------------------------------------------------------*
032900* 5050-OPEN-RUN-STATE                                           *
033000*   NO RUN-STATE FILE MEANS NO STEP HAS YET RUN UNDER THE GUARD.*
033100*---------------------------------------------------------------*
033200 5050-OPEN-RUN-STATE.
033300     OPEN INPUT PUR-RUN-STATE.
033400     IF FS-RUN-STATE = '00'
033500         MOVE 'Y' TO SW-FILE-OPEN
033600     ELSE
033700         DISPLAY 'PUR460 - NO RUN-STATE FILE - NO STEP HAS RUN '
033800                 'UNDER THE GUARD'
033900     END-IF.
034000 5050-EXIT.
034100     EXIT.
034200
034300 5100-LIST-ONE-STEP.
034400     MOVE CHN-STEP-NAME (WK-STEP-SUB) TO WK-STEP-ENTRY.
034500     PERFORM 5200-DISPLAY-STEP THRU 5200-EXIT.
034600     IF STATE-FOUND
034700         ADD 1 TO CT-LISTED
034800     END-IF.
034900 5100-EXIT.
035000     EXIT.
035100
035200*---------------------------------------------------------------*
035300* 5200-DISPLAY-STEP                                             *
035400*   READS AND SHOWS WK-STEP-ENTRY'S STATE FOR THE DATE AND CYCLE.*
035500*---------------------------------------------------------------*
035600 5200-DISPLAY-STEP.
035700     MOVE WK-BUSINESS-DATE TO RST-BUSINESS-DATE.
035800     MOVE WK-CYCLE-NUMBER  TO RST-CYCLE-NUMBER.
035900     MOVE WK-STEP-ENTRY    TO RST-STEP-NAME.
036000     READ PUR-RUN-STATE
036100         INVALID KEY
036200             MOVE 'N' TO SW-STATE-FOUND
036300         NOT INVALID KEY
036400             MOVE 'Y' TO SW-STATE-FOUND
036500     END-READ.
036600     IF NOT STATE-FOUND
036700         DISPLAY WK-STEP-ENTRY ' NOT RUN'
036800         GO TO 5200-EXIT
036900     END-IF.
037000     EVALUATE TRUE
037100         WHEN RST-STARTED
037200             MOVE 'STARTED  ' TO WK-STATUS-TEXT
037300         WHEN RST-COMPLETED
037400             MOVE 'COMPLETED' TO WK-STATUS-TEXT
037500         WHEN RST-FAILED
037600             MOVE 'FAILED   ' TO WK-STATUS-TEXT
037700         WHEN RST-RESET
037800             MOVE 'RESET    ' TO WK-STATUS-TEXT
037900         WHEN OTHER
038000             MOVE 'UNKNOWN  ' TO WK-STATUS-TEXT
038100     END-EVALUATE.
038200     DISPLAY RST-STEP-NAME ' ' WK-STATUS-TEXT
038300             '  STARTED ' RST-START-DATE ' ' RST-START-TIME
038400             '  ENDED ' RST-END-DATE ' ' RST-END-TIME
038500             '  RC ' RST-RETURN-CODE
038600             '  RUNS ' RST-RUN-COUNT.
038700     IF RST-RESET-DATE NOT = SPACES
038800         DISPLAY '       LAST RESET ' RST-RESET-DATE
038900                 ' ' RST-RESET-TIME ' BY ' RST-RESET-BY
039000                 ' - ' RST-RESET-REASON
039100     END-IF.
039200 5200-EXIT.
039300     EXIT.
039400
039500*---------------------------------------------------------------*
039600* 6100-FIND-STEP                                                *
039700*   POSITION OF WK-FIND-NAME IN THE CHAIN STEP TABLE, OR ZERO.  *
039800*---------------------------------------------------------------*
039900 6100-FIND-STEP.
040000     MOVE ZERO TO WK-FIND-SUB.
040100     PERFORM 6110-MATCH-ONE-STEP THRU 6110-EXIT
040200         VARYING WK-STEP-SUB FROM 1 BY 1
040300         UNTIL WK-STEP-SUB > CHN-STEP-COUNT
040400            OR WK-FIND-SUB > ZERO.
040500 6100-EXIT.
040600     EXIT.
040700
040800 6110-MATCH-ONE-STEP.
040900     IF CHN-STEP-NAME (WK-STEP-SUB) = WK-FIND-NAME
041000         MOVE WK-STEP-SUB TO WK-FIND-SUB
041100     END-IF.
041200 6110-EXIT.
041300     EXIT.
041400
041500*---------------------------------------------------------------*
041600* 8000-TERMINATE                                                *
041700*---------------------------------------------------------------*
041800 8000-TERMINATE.
041900     SET AUD-FUNC-CLOSE TO TRUE.
042000     CALL 'PUR140' USING AUDIT-LINKAGE-AREA.
042100     IF FILE-OPEN
042200         CLOSE PUR-RUN-STATE
042300     END-IF.
042400     DISPLAY 'PUR460 - RESETS MADE      : ' CT-RESETS.
042500     DISPLAY 'PUR460 - STEPS RESET      : ' CT-STEPS-RESET.
042600     DISPLAY 'PUR460 - SESSION ENDED'.
042700 8000-EXIT.
042800     EXIT.

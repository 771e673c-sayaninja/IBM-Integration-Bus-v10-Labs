000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     PUR420.
000300 AUTHOR.         R HOLLOWAY.
000400 INSTALLATION.   CUSTOMER PURCHASE SYSTEMS.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000700*---------------------------------------------------------------*
000800* MODIFICATION HISTORY                                          *
000900*---------------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                                  *
001100* 2026-10-15  RH   ORIGINAL PROGRAM - ACCOUNTING PERIOD INQUIRY *
001200*                  AND SUPERVISOR REOPEN OF A CLOSED PERIOD,    *
001300*                  LOGGED TO THE AUDIT TRAIL (PUR140).          *
001400*---------------------------------------------------------------*
001500* PURPOSE.                                                      *
001600*   THE MONTH-END CLOSE (PUR410) MARKS A PERIOD CLOSED ON THE   *
001700*   PERIOD CONTROL FILE (PURPERD), AFTER WHICH THE INTAKE EDIT  *
001800*   (PUR100) AND THE JOURNAL (PUR290) REFUSE ANY BUSINESS DATE  *
001900*   IN IT.  THIS FACILITY -                                     *
002000*     L  LISTS THE PERIODS ON FILE WITH THEIR STATUS AND CLOSE  *
002100*        TOTALS;                                                *
002200*     R  REOPENS A CLOSED PERIOD SO A LATE CORRECTION CAN BE    *
002300*        POSTED.  A REASON IS REQUIRED, THE PERIOD IS MARKED    *
002400*        REOPENED WITH THE DATE AND OPERATOR, AND THE REOPEN IS *
002500*        AUDITED.  RERUNNING PUR410 FOR THE PERIOD CLOSES IT    *
002600*        AGAIN ONCE THE CORRECTION HAS BEEN JOURNALED.          *
002700*   LISTING NEEDS INQUIRY AUTHORITY; REOPENING NEEDS SUPERVISOR *
002800*   AUTHORITY.  A PERIOD BELONGS TO NO CUSTOMER, SO THE AUDIT   *
002900*   CUSTOMERID IS LEFT BLANK AND THE COMMENT NAMES THE PERIOD.  *
003000*---------------------------------------------------------------*
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.   IBM-370.
003400 OBJECT-COMPUTER.   IBM-370.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT PUR-PERIOD      ASSIGN TO PURPERD
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS PRD-PERIOD
004100         FILE STATUS IS FS-PERIOD.
004200
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  PUR-PERIOD
004600     RECORDING MODE IS F.
004700     COPY PURPERD.
004800
004900 WORKING-STORAGE SECTION.
005000 01  FS-PERIOD                  PIC XX          VALUE '00'.
005100
005200 01  SW-DONE                     PIC X           VALUE 'N'.
005300     88  ALL-DONE                               VALUE 'Y'.
005400 01  SW-PERIOD-FOUND             PIC X           VALUE 'N'.
005500     88  PERIOD-FOUND                           VALUE 'Y'.
005600 01  SW-LIST-DONE                PIC X           VALUE 'N'.
005700     88  LIST-DONE                              VALUE 'Y'.
005800 01  SW-FILE-OPEN                PIC X           VALUE 'N'.
005900     88  FILE-OPEN                              VALUE 'Y'.
006000
006100 01  PUR420-COUNTERS.
006200     05  CT-REOPENED             PIC 9(5)        VALUE ZERO.
006300     05  CT-LISTED               PIC 9(5)        VALUE ZERO.
006400
006500 01  PUR420-WORK-FIELDS.
006600     05  WK-ACTION-CODE          PIC X           VALUE SPACE.
006700         88  ACTION-LIST             VALUE 'L'.
006800         88  ACTION-REOPEN           VALUE 'R'.
006900         88  ACTION-EXIT             VALUE 'X'.
007000     05  WK-PERIOD               PIC X(6)        VALUE SPACES.
007100     05  WK-REASON               PIC X(30)       VALUE SPACES.
007200     05  WK-STATUS-TEXT          PIC X(8)        VALUE SPACES.
007300     05  WK-AMOUNT-ED            PIC Z(14)9.99.
007400     05  WK-TODAY-DATE           PIC X(8)        VALUE SPACES.
007500
007600     COPY PURAUDIT.
007700
007800     COPY PUROPSGN.
007900
008000 PROCEDURE DIVISION.
008100*---------------------------------------------------------------*
008200* 0000-MAINLINE                                                 *
008300*---------------------------------------------------------------*
008400 0000-MAINLINE.
008500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
008600     PERFORM 2000-MAIN-MENU THRU 2000-EXIT
008700         UNTIL ALL-DONE.
008800     PERFORM 8000-TERMINATE THRU 8000-EXIT.
008900     STOP RUN.
009000
009100*---------------------------------------------------------------*
009200* 1000-INITIALIZE                                               *
009300*   OPENS THE PERIOD CONTROL FILE FOR I-O, CREATING IT ON THE   *
009400*   FIRST RUN AGAINST A SYSTEM THAT HAS NEVER CLOSED A MONTH.   *
009500*---------------------------------------------------------------*
009600 1000-INITIALIZE.
009700     OPEN I-O PUR-PERIOD.
009800     IF FS-PERIOD = '35'
009900         OPEN OUTPUT PUR-PERIOD
010000         CLOSE PUR-PERIOD
010100         OPEN I-O PUR-PERIOD
010200     END-IF.
010300     IF FS-PERIOD = '00'
010400         MOVE 'Y' TO SW-FILE-OPEN
010500     ELSE
010600         DISPLAY 'PUR420 - UNABLE TO OPEN PERIOD CONTROL FILE'
010700         MOVE 'Y' TO SW-DONE
010800     END-IF.
010900     ACCEPT WK-TODAY-DATE FROM DATE YYYYMMDD.
011000     DISPLAY 'PUR420 - ACCOUNTING PERIOD CONTROL'.
011100     PERFORM 1020-SIGN-ON THRU 1020-EXIT.
011200 1000-EXIT.
011300     EXIT.
011400
011500*---------------------------------------------------------------*
011600* 1020-SIGN-ON                                                  *
011700*   IDENTIFIES THE OPERATOR AGAINST THE SECURITY FILE (PUR280). *
011800*   AN OPERATOR WITHOUT AT LEAST INQUIRY AUTHORITY GETS NO      *
011900*   SESSION; A REOPEN ALSO NEEDS SUPERVISOR AUTHORITY.          *
012000*---------------------------------------------------------------*
012100 1020-SIGN-ON.
012200     DISPLAY 'ENTER OPERATOR ID: '.
012300     ACCEPT SGN-OPERATOR-ID.
012400     CALL 'PUR280' USING SIGNON-LINKAGE-AREA.
012500     IF NOT SGN-SIGNED-ON
012600         DISPLAY 'PUR420 - SIGN-ON REFUSED'
012700         MOVE 'Y' TO SW-DONE
012800         GO TO 1020-EXIT
012900     END-IF.
013000     IF NOT SGN-MAY-INQUIRE
013100         DISPLAY 'PUR420 - OPERATOR HAS NO INQUIRY AUTHORITY'
013200         MOVE 'Y' TO SW-DONE
013300     END-IF.
013400 1020-EXIT.
013500     EXIT.
013600
013700*---------------------------------------------------------------*
013800* 2000-MAIN-MENU                                                *
013900*   OFFERS ONE ACTION AT A TIME UNTIL THE OPERATOR IS DONE.     *
014000*---------------------------------------------------------------*
014100 2000-MAIN-MENU.
014200     DISPLAY ' '.
014300     DISPLAY 'ENTER ACTION - L=LIST PERIODS  R=REOPEN PERIOD  '
014400             'X=EXIT: '.
014500     ACCEPT WK-ACTION-CODE.
014600     EVALUATE TRUE
014700*        REOPENING LETS POSTINGS BACK INTO A MONTH FINANCE HAS
014800*        ALREADY SIGNED OFF - ONLY A SUPERVISOR MAY DO IT.
014900         WHEN ACTION-REOPEN
015000              AND NOT SGN-MAY-SUPERVISE
015100             DISPLAY 'PUR420 - OPERATOR NOT AUTHORIZED TO '
015200                     'REOPEN A PERIOD'
015300         WHEN ACTION-LIST
015400             PERFORM 5000-LIST-PERIODS THRU 5000-EXIT
015500         WHEN ACTION-REOPEN
015600             PERFORM 3000-REOPEN-PERIOD THRU 3000-EXIT
015700         WHEN ACTION-EXIT
015800             MOVE 'Y' TO SW-DONE
015900         WHEN OTHER
016000             DISPLAY 'PUR420 - INVALID SELECTION'
016100     END-EVALUATE.
016200 2000-EXIT.
016300     EXIT.
016400
016500*---------------------------------------------------------------*
016600* 3000-REOPEN-PERIOD                                            *
016700*   REOPENS ONE CLOSED PERIOD.  AN OPEN OR ALREADY REOPENED     *
016800*   PERIOD, OR ONE NOT ON FILE (NEVER CLOSED), IS LEFT ALONE.   *
016900*   THE CLOSE TOTALS STAY ON THE RECORD UNTIL PUR410 CLOSES     *
017000*   THE PERIOD AGAIN.                                           *
017100*---------------------------------------------------------------*
017200 3000-REOPEN-PERIOD.
017300     DISPLAY 'ENTER PERIOD TO REOPEN (YYYYMM): '.
017400     MOVE SPACES TO WK-PERIOD.
017500     ACCEPT WK-PERIOD.
017600     MOVE WK-PERIOD TO PRD-PERIOD.
017700     READ PUR-PERIOD
017800         INVALID KEY
017900             MOVE 'N' TO SW-PERIOD-FOUND
018000         NOT INVALID KEY
018100             MOVE 'Y' TO SW-PERIOD-FOUND
018200     END-READ.
018300     IF NOT PERIOD-FOUND
018400         DISPLAY 'PUR420 - PERIOD ' WK-PERIOD ' HAS NEVER BEEN '
018500                 'CLOSED'
018600         GO TO 3000-EXIT
018700     END-IF.
018800     PERFORM 5200-DISPLAY-PERIOD THRU 5200-EXIT.
018900     IF NOT PRD-CLOSED
019000         DISPLAY 'PUR420 - PERIOD ' WK-PERIOD ' IS NOT CLOSED'
019100         GO TO 3000-EXIT
019200     END-IF.
019300     DISPLAY 'ENTER REASON FOR REOPENING: '.
019400     MOVE SPACES TO WK-REASON.
019500     ACCEPT WK-REASON.
019600     IF WK-REASON = SPACES
019700         DISPLAY 'PUR420 - A REASON IS REQUIRED - PERIOD NOT '
019800                 'REOPENED'
019900         GO TO 3000-EXIT
020000     END-IF.
020100     SET PRD-REOPENED TO TRUE.
020200     MOVE WK-TODAY-DATE   TO PRD-REOPENED-DATE.
020300     MOVE SGN-OPERATOR-ID TO PRD-REOPENED-BY.
020400     MOVE WK-REASON       TO PRD-REOPEN-REASON.
020500     REWRITE PERIOD-CONTROL-RECORD
020600         INVALID KEY
020700             DISPLAY 'PUR420 - REOPEN FAILED, REWRITE REFUSED'
020800             GO TO 3000-EXIT
020900     END-REWRITE.
021000     ADD 1 TO CT-REOPENED.
021100     DISPLAY 'PUR420 - PERIOD ' WK-PERIOD ' REOPENED'.
021200     PERFORM 3800-LOG-AUDIT THRU 3800-EXIT.
021300 3000-EXIT.
021400     EXIT.
021500
021600*---------------------------------------------------------------*
021700* 3800-LOG-AUDIT                                                *
021800*   APPENDS THE REOPEN TO THE AUDIT TRAIL WITH THE PERIOD AND   *
021900*   THE REASON GIVEN.                                           *
022000*---------------------------------------------------------------*
022100 3800-LOG-AUDIT.
022200     SET AUD-FUNC-WRITE TO TRUE.
022300     MOVE SPACES          TO AUD-CUSTOMER-ID.
022400     MOVE 'C'             TO AUD-REQUEST-TYPE.
022500     MOVE '00'            TO AUD-RET-CODE.
022600     MOVE SPACES          TO AUD-RETURN-COMMENT.
022700     STRING 'PERIOD '         DELIMITED BY SIZE
022800            PRD-PERIOD        DELIMITED BY SIZE
022900            ' REOPENED: '     DELIMITED BY SIZE
023000            PRD-REOPEN-REASON DELIMITED BY SIZE
023100         INTO AUD-RETURN-COMMENT
023200     END-STRING.
023300     MOVE SGN-OPERATOR-ID TO AUD-OPERATOR-ID.
023400     CALL 'PUR140' USING AUDIT-LINKAGE-AREA.
023500 3800-EXIT.
023600     EXIT.
023700
023800*---------------------------------------------------------------*
023900* 5000-LIST-PERIODS                                             *
024000*   LISTS EVERY PERIOD ON THE CONTROL FILE IN PERIOD ORDER.     *
024100*---------------------------------------------------------------*
024200 5000-LIST-PERIODS.
024300     MOVE LOW-VALUES TO PRD-PERIOD.
024400     MOVE ZERO TO CT-LISTED.
024500     MOVE 'N' TO SW-LIST-DONE.
024600     START PUR-PERIOD KEY NOT LESS THAN PRD-PERIOD
024700         INVALID KEY
024800             MOVE 'Y' TO SW-LIST-DONE
024900     END-START.
025000     PERFORM 5100-LIST-ONE-PERIOD THRU 5100-EXIT
025100         UNTIL LIST-DONE.
025200     IF CT-LISTED = ZERO
025300         DISPLAY 'PUR420 - NO PERIODS ON FILE - NONE HAS BEEN '
025400                 'CLOSED'
025500     END-IF.
025600 5000-EXIT.
025700     EXIT.
025800
025900 5100-LIST-ONE-PERIOD.
026000     READ PUR-PERIOD NEXT RECORD
026100         AT END
026200             MOVE 'Y' TO SW-LIST-DONE
026300             GO TO 5100-EXIT
026400     END-READ.
026500     ADD 1 TO CT-LISTED.
026600     PERFORM 5200-DISPLAY-PERIOD THRU 5200-EXIT.
026700 5100-EXIT.
026800     EXIT.
026900
027000 5200-DISPLAY-PERIOD.
027100     EVALUATE TRUE
027200         WHEN PRD-OPEN
027300             MOVE 'OPEN    ' TO WK-STATUS-TEXT
027400         WHEN PRD-CLOSED
027500             MOVE 'CLOSED  ' TO WK-STATUS-TEXT
027600         WHEN PRD-REOPENED
027700             MOVE 'REOPENED' TO WK-STATUS-TEXT
027800         WHEN OTHER
027900             MOVE 'UNKNOWN ' TO WK-STATUS-TEXT
028000     END-EVALUATE.
028100     DISPLAY PRD-PERIOD ' ' WK-STATUS-TEXT
028200             '  OPENED ' PRD-OPENED-DATE
028300             '  CLOSED ' PRD-CLOSED-DATE ' BY ' PRD-CLOSED-BY
028400             '  CLOSES ' PRD-CLOSE-COUNT.
028500     IF PRD-CLOSE-COUNT > ZERO
028600         MOVE PRD-TB-DEBITS TO WK-AMOUNT-ED
028700         DISPLAY '       TRIAL BALANCE DEBITS  ' WK-AMOUNT-ED
028800         MOVE PRD-TB-CREDITS TO WK-AMOUNT-ED
028900         DISPLAY '       TRIAL BALANCE CREDITS ' WK-AMOUNT-ED
029000     END-IF.
029100     IF PRD-REOPENED-DATE NOT = SPACES
029200         DISPLAY '       LAST REOPENED ' PRD-REOPENED-DATE
029300                 ' BY ' PRD-REOPENED-BY ' - ' PRD-REOPEN-REASON
029400     END-IF.
029500 5200-EXIT.
029600     EXIT.
029700
029800*---------------------------------------------------------------*
029900* 8000-TERMINATE                                                *
030000*---------------------------------------------------------------*
030100 8000-TERMINATE.
030200     SET AUD-FUNC-CLOSE TO TRUE.
030300     CALL 'PUR140' USING AUDIT-LINKAGE-AREA.
030400     IF FILE-OPEN
030500         CLOSE PUR-PERIOD
030600     END-IF.
030700     DISPLAY 'PUR420 - PERIODS REOPENED : ' CT-REOPENED.
030800     DISPLAY 'PUR420 - SESSION ENDED'.
030900 8000-EXIT.
031000     EXIT.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     PUR410.
000300 AUTHOR.         R HOLLOWAY.
000400 INSTALLATION.   CUSTOMER PURCHASE SYSTEMS.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000700*---------------------------------------------------------------*
000800* MODIFICATION HISTORY                                          *
000900*---------------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                                  *
001100* 2026-10-15  RH   ORIGINAL PROGRAM - MONTH-END PERIOD CLOSE.   *
001200*                  TRIAL BALANCE, MONTH SUMMARY RECONCILED TO   *
001300*                  THE RUN-CONTROL FILE, AND THE PERIOD MARKED  *
001400*                  CLOSED ON THE PERIOD CONTROL FILE.           *
001420* 2026-10-15  RH   THE CURRENT MONTH IS NOW REFUSED AS WELL AS  *
001440*                  A LATER ONE - A PERIOD IS NOT CLOSED UNTIL   *
001460*                  IT HAS ENDED, SO THE REST OF ITS NIGHTS      *
001480*                  STILL POST.                                  *
001485* 2026-10-15  RH   THE WRITE THAT OPENS THE NEXT PERIOD IS NOW  *
001490*                  CHECKED AND A FAILURE ENDS THE RUN WITH      *
001495*                  RETURN-CODE 8.                               *
001500*---------------------------------------------------------------*
001600* PURPOSE.                                                      *
001700*   CLOSES ONE ACCOUNTING MONTH.  THE JOURNAL (PUR290) ADDS     *
001800*   EVERY BALANCED NIGHT INTO THE MONTH-TO-DATE TOTALS (PURMTD) *
001900*   AND LOGS THE DATE AND CYCLE (PURJLOG).  THIS STEP -         *
002000*     PRINTS THE TRIAL BALANCE FROM THE MONTH-TO-DATE TOTALS,   *
002100*       BY ACCOUNT, COUNTRY AND CURRENCY WITH ACCOUNT TOTALS;   *
002200*     PRINTS THE MONTH SUMMARY - EVERY STEP'S RUN-CONTROL       *
002300*       TOTALS (PURRCTL) FOR THE MONTH, TAKING ONLY THE LATEST  *
002400*       RECORD FOR EACH STEP, DATE AND CYCLE SO A RERUN         *
002500*       SUPERSEDES ITS EARLIER TOTALS;                          *
002600*     RECONCILES - TRIAL BALANCE DEBITS TO CREDITS, THE         *
002700*       MONTH-TO-DATE TOTALS TO THE JOURNAL LOG, THE JOURNAL    *
002800*       LOG TO THE MONTH'S PUR290 CONTROL TOTALS, AND PUR290'S  *
002900*       READS AND HASH TO THE MONTH'S PUR110 CLEAN OUTPUT;      *
003000*     AND, ONLY IF EVERY CHECK IS IN BALANCE, MARKS THE PERIOD  *
003100*       CLOSED ON THE PERIOD CONTROL FILE (PURPERD) AND OPENS   *
003200*       THE NEXT MONTH.  AN OUT-OF-BALANCE MONTH STAYS OPEN AND *
003300*       SETS RETURN-CODE 8.                                     *
003400*   ONCE CLOSED, THE INTAKE EDIT (PUR100) AND THE JOURNAL       *
003500*   (PUR290) REFUSE ANY BUSINESS DATE IN THE PERIOD UNTIL A     *
003600*   SUPERVISOR REOPENS IT (PUR420).  THE PERIOD COMES FROM THE  *
003700*   FIRST SYSIN CARD (YYYYMM); WITHOUT ONE, THE EARLIEST PERIOD *
003800*   OPEN ON THE PERIOD CONTROL FILE IS CLOSED, OR LAST MONTH IF *
003900*   THE FILE HOLDS NONE.  THE SECOND CARD NAMES WHO RAN THE     *
004000*   CLOSE (DEFAULT PUR410).  A PERIOD ALREADY CLOSED, OR ONE    *
004100*   THAT HAS NOT YET ENDED - THE CURRENT MONTH OR A LATER ONE - *
004110*   IS NOT TOUCHED.                                             *
004200*---------------------------------------------------------------*
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
004500 SOURCE-COMPUTER.   IBM-370.
004600 OBJECT-COMPUTER.   IBM-370.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT PUR-PERIOD      ASSIGN TO PURPERD
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS PRD-PERIOD
005300         FILE STATUS IS FS-PERIOD.
005400
005500     SELECT PUR-MONTH-TOTALS ASSIGN TO PURMTD
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS MTD-KEY
005900         FILE STATUS IS FS-MONTH-TOTALS.
006000
006100     SELECT PUR-JRNL-LOG    ASSIGN TO PURJLOG
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS DYNAMIC
006400         RECORD KEY IS JLG-KEY
006500         FILE STATUS IS FS-JRNL-LOG.
006600
006700     SELECT PUR-RUN-CONTROL ASSIGN TO PURRCTL
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS FS-RUN-CONTROL.
007000
007100     SELECT PUR-CLOSE-RPT   ASSIGN TO PURCLSRP
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS FS-CLOSE-RPT.
007400
007500 DATA DIVISION.
007600 FILE SECTION.
007700 FD  PUR-PERIOD
007800     RECORDING MODE IS F.
007900     COPY PURPERD.
008000
008100 FD  PUR-MONTH-TOTALS
008200     RECORDING MODE IS F.
008300     COPY PURMTD.
008400
008500 FD  PUR-JRNL-LOG
008600     RECORDING MODE IS F.
008700     COPY PURJLOG.
008800
008900 FD  PUR-RUN-CONTROL
009000     RECORDING MODE IS F.
009100     COPY PURRCTL.
009200
009300 FD  PUR-CLOSE-RPT
009400     RECORDING MODE IS F.
009500 01  CLOSE-PRINT-LINE            PIC X(132).
009600
009700 WORKING-STORAGE SECTION.
009800 01  FS-PERIOD                  PIC XX          VALUE '00'.
009900 01  FS-MONTH-TOTALS            PIC XX          VALUE '00'.
010000 01  FS-JRNL-LOG                PIC XX          VALUE '00'.
010100 01  FS-RUN-CONTROL             PIC XX          VALUE '00'.
010200 01  FS-CLOSE-RPT               PIC XX          VALUE '00'.
010300
010400 01  SW-CLOSE-REFUSED            PIC X           VALUE 'N'.
010500     88  CLOSE-REFUSED                          VALUE 'Y'.
010600 01  SW-MONTH-IN-BALANCE         PIC X           VALUE 'Y'.
010700     88  MONTH-IN-BALANCE                       VALUE 'Y'.
010800 01  SW-END-OF-FILE              PIC X           VALUE 'N'.
010900     88  END-OF-FILE                            VALUE 'Y'.
011000 01  SW-PERIOD-FOUND             PIC X           VALUE 'N'.
011100     88  PERIOD-FOUND                           VALUE 'Y'.
011200 01  SW-RUN-FOUND                PIC X           VALUE 'N'.
011300     88  RUN-FOUND                              VALUE 'Y'.
011400 01  SW-STEP-FOUND               PIC X           VALUE 'N'.
011500     88  STEP-FOUND                             VALUE 'Y'.
011600 01  SW-FIRST-ACCOUNT            PIC X           VALUE 'Y'.
011700     88  FIRST-ACCOUNT                          VALUE 'Y'.
011800 01  SW-PERIOD-FILE-OPEN         PIC X           VALUE 'N'.
011900     88  PERIOD-FILE-OPEN                       VALUE 'Y'.
012000
012100 01  PUR410-COUNTERS.
012200     05  CT-MTD-READ            PIC 9(7)        VALUE ZERO.
012300     05  CT-LOG-READ             PIC 9(7)        VALUE ZERO.
012400     05  CT-RCTL-READ            PIC 9(7)        VALUE ZERO.
012500     05  CT-RCTL-IN-MONTH        PIC 9(7)        VALUE ZERO.
012600     05  CT-RUNS-DROPPED         PIC 9(7)        VALUE ZERO.
012700     05  CT-CHECKS               PIC 9(3)        VALUE ZERO.
012800     05  CT-OUT-OF-BALANCE       PIC 9(3)        VALUE ZERO.
012900
013000 01  PUR410-WORK-FIELDS.
013100     05  WK-PERIOD-CARD          PIC X(6)        VALUE SPACES.
013200     05  WK-OPERATOR-CARD        PIC X(8)        VALUE SPACES.
013300     05  WK-CLOSED-BY            PIC X(8)        VALUE 'PUR410'.
013400     05  WK-CLOSE-PERIOD         PIC X(6)        VALUE SPACES.
013500     05  WK-CLOSE-PERIOD-R REDEFINES WK-CLOSE-PERIOD.
013600         10  WK-CLOSE-YYYY       PIC 9(4).
013700         10  WK-CLOSE-MM         PIC 9(2).
013800     05  WK-NEXT-PERIOD          PIC X(6)        VALUE SPACES.
013900     05  WK-NEXT-PERIOD-R REDEFINES WK-NEXT-PERIOD.
014000         10  WK-NEXT-YYYY        PIC 9(4).
014100         10  WK-NEXT-MM          PIC 9(2).
014200     05  WK-TODAY-DATE           PIC X(8)        VALUE SPACES.
014300     05  WK-TODAY-DATE-R REDEFINES WK-TODAY-DATE.
014400         10  WK-TODAY-MONTH      PIC X(6).
014500         10  WK-TODAY-DD         PIC X(2).
014600     05  WK-TODAY-DATE-N REDEFINES WK-TODAY-DATE.
014700         10  WK-TODAY-YYYY       PIC 9(4).
014800         10  WK-TODAY-MM         PIC 9(2).
014900         10  FILLER              PIC X(2).
015000     05  WK-RCT-DATE             PIC X(8)        VALUE SPACES.
015100     05  WK-RCT-DATE-R REDEFINES WK-RCT-DATE.
015200         10  WK-RCT-MONTH        PIC X(6).
015300         10  WK-RCT-DD           PIC X(2).
015400     05  WK-CURRENT-ACCOUNT      PIC X(8)        VALUE SPACES.
015500     05  WK-NET-AMOUNT           PIC S9(15)V99   VALUE ZERO.
015600     05  WK-LEFT-COUNT           PIC 9(11)       VALUE ZERO.
015700     05  WK-RIGHT-COUNT          PIC 9(11)       VALUE ZERO.
015800     05  WK-LEFT-HASH            PIC 9(15)V99    VALUE ZERO.
015900     05  WK-RIGHT-HASH           PIC 9(15)V99    VALUE ZERO.
016000     05  WK-STEP-NAME            PIC X(8)        VALUE SPACES.
016100     05  WK-P290-READ            PIC 9(11)       VALUE ZERO.
016200     05  WK-P290-HASH            PIC 9(15)V99    VALUE ZERO.
016300
016400*    TRIAL BALANCE TOTALS - ONE ACCOUNT AT A TIME AND THE MONTH.
016500 01  PUR410-TRIAL-TOTALS.
016600     05  WK-ACCT-DEBITS          PIC 9(15)V99    VALUE ZERO.
016700     05  WK-ACCT-CREDITS         PIC 9(15)V99    VALUE ZERO.
016800     05  WK-ACCT-LINES           PIC 9(9)        VALUE ZERO.
016900     05  WK-TB-DEBITS            PIC 9(15)V99    VALUE ZERO.
017000     05  WK-TB-CREDITS           PIC 9(15)V99    VALUE ZERO.
017100     05  WK-TB-LINES             PIC 9(9)        VALUE ZERO.
017200
017300*    THE MONTH'S ENTRIES ON THE JOURNAL ACCUMULATION LOG.
017400 01  PUR410-LOG-TOTALS.
017500     05  WK-LOG-START-DATE       PIC X(8)        VALUE SPACES.
017600     05  WK-LOG-START-DATE-R REDEFINES WK-LOG-START-DATE.
017700         10  WK-LOG-START-MONTH  PIC X(6).
017800         10  WK-LOG-START-DD     PIC X(2).
017900     05  WK-LOG-NIGHTS           PIC 9(7)        VALUE ZERO.
018000     05  WK-LOG-LINES            PIC 9(9)        VALUE ZERO.
018100     05  WK-LOG-DEBITS           PIC 9(15)V99    VALUE ZERO.
018200     05  WK-LOG-CREDITS          PIC 9(15)V99    VALUE ZERO.
018300     05  WK-LOG-READ             PIC 9(11)       VALUE ZERO.
018400     05  WK-LOG-HASH             PIC 9(15)V99    VALUE ZERO.
018500
018600*    LATEST RUN-CONTROL RECORD FOR EACH STEP, RUN DATE AND CYCLE
018700*    IN THE MONTH.  THE FILE ONLY EVER GROWS, SO A LATER RECORD
018800*    FOR THE SAME KEY IS A RERUN AND REPLACES THE EARLIER ONE.
018900 01  PUR410-RUN-TABLE.
019000     05  WK-RUN-COUNT            PIC 9(4)        VALUE ZERO.
019100     05  WK-RUN-SUB              PIC 9(4)        VALUE ZERO.
019200     05  WK-RUN-ENTRY OCCURS 3000 TIMES.
019300         10  WK-RUN-KEY.
019400             15  WK-RUN-STEP     PIC X(8).
019500             15  WK-RUN-DATE     PIC X(8).
019600             15  WK-RUN-CYCLE    PIC 9(2).
019700         10  WK-RUN-IN           PIC 9(9).
019800         10  WK-RUN-GOOD         PIC 9(9).
019900         10  WK-RUN-QUAR         PIC 9(9).
020000         10  WK-RUN-SUSP         PIC 9(9).
020100         10  WK-RUN-HASH-IN      PIC 9(15)V99.
020200         10  WK-RUN-HASH-OUT     PIC 9(15)V99.
020300
020400 01  WK-NEW-RUN-KEY.
020500     05  WK-NEW-RUN-STEP         PIC X(8).
020600     05  WK-NEW-RUN-DATE         PIC X(8).
020700     05  WK-NEW-RUN-CYCLE        PIC 9(2).
020800
020900*    MONTH TOTALS PER STEP, IN THE ORDER THE STEPS FIRST APPEAR
021000*    ON THE RUN-CONTROL FILE - CHAIN ORDER.
021100 01  PUR410-STEP-TABLE.
021200     05  WK-STP-COUNT            PIC 9(2)        VALUE ZERO.
021300     05  WK-STP-SUB              PIC 9(2)        VALUE ZERO.
021400     05  WK-STP-ENTRY OCCURS 30 TIMES.
021500         10  WK-STP-NAME         PIC X(8).
021600         10  WK-STP-RUNS         PIC 9(5).
021700         10  WK-STP-IN           PIC 9(11).
021800         10  WK-STP-GOOD         PIC 9(11).
021900         10  WK-STP-QUAR         PIC 9(11).
022000         10  WK-STP-SUSP         PIC 9(11).
022100         10  WK-STP-HASH-IN      PIC 9(15)V99.
022200         10  WK-STP-HASH-OUT     PIC 9(15)V99.
022300
022400 01  RPT-HEADER-LINE.
022500     05  FILLER                  PIC X(38) VALUE
022600         'PUR410 - MONTH-END CLOSE FOR PERIOD  '.
022700     05  RPT-HDR-PERIOD          PIC X(6).
022800     05  FILLER                  PIC X(4)  VALUE SPACES.
022900     05  FILLER                  PIC X(8)  VALUE 'PRINTED '.
023000     05  RPT-HDR-DATE            PIC X(8).
023100
023200 01  RPT-SECTION-LINE.
023300     05  RPT-SECTION-TITLE       PIC X(60).
023400
023500 01  RPT-TB-COLUMN-LINE.
023600     05  FILLER                  PIC X(10) VALUE 'ACCOUNT   '.
023700     05  FILLER                  PIC X(31) VALUE
023800         'COUNTRY                        '.
023900     05  FILLER                  PIC X(5)  VALUE 'CUR  '.
024000     05  FILLER                  PIC X(9)  VALUE '    LINES'.
024100     05  FILLER                  PIC X(23) VALUE
024200         '                 DEBITS'.
024300     05  FILLER                  PIC X(23) VALUE
024400         '                CREDITS'.
024500     05  FILLER                  PIC X(24) VALUE
024600         '                     NET'.
024700
024800 01  RPT-TB-DETAIL-LINE.
024900     05  RPT-TB-ACCOUNT          PIC X(8).
025000     05  FILLER                  PIC X(2)  VALUE SPACES.
025100     05  RPT-TB-COUNTRY          PIC X(30).
025200     05  FILLER                  PIC X(1)  VALUE SPACE.
025300     05  RPT-TB-CURRENCY         PIC X(3).
025400     05  FILLER                  PIC X(2)  VALUE SPACES.
025500     05  RPT-TB-LINES            PIC ZZZZZZZZ9.
025600     05  FILLER                  PIC X(2)  VALUE SPACES.
025700     05  RPT-TB-DEBITS           PIC Z(14)9.99.
025800     05  FILLER                  PIC X(2)  VALUE SPACES.
025900     05  RPT-TB-CREDITS          PIC Z(14)9.99.
026000     05  FILLER                  PIC X(2)  VALUE SPACES.
026100     05  RPT-TB-NET              PIC Z(14)9.99-.
026200
026300 01  RPT-TB-NONE-LINE.
026400     05  FILLER                  PIC X(44) VALUE
026500         '  NO MONTH-TO-DATE JOURNAL TOTALS FOR PERIOD'.
026600
026700 01  RPT-STEP-COLUMN-LINE.
026800     05  FILLER                  PIC X(8)  VALUE 'STEP    '.
026900     05  FILLER                  PIC X(7)  VALUE '   RUNS'.
027000     05  FILLER                  PIC X(13) VALUE '           IN'.
027100     05  FILLER                  PIC X(13) VALUE '         GOOD'.
027200     05  FILLER                  PIC X(13) VALUE '         QUAR'.
027300     05  FILLER                  PIC X(13) VALUE '         SUSP'.
027400     05  FILLER                  PIC X(21) VALUE
027500         '              HASH IN'.
027600     05  FILLER                  PIC X(21) VALUE
027700         '             HASH OUT'.
027800
027900 01  RPT-STEP-DETAIL-LINE.
028000     05  RPT-STEP-NAME           PIC X(8).
028100     05  FILLER                  PIC X(2)  VALUE SPACES.
028200     05  RPT-STEP-RUNS           PIC ZZZZ9.
028300     05  FILLER                  PIC X(2)  VALUE SPACES.
028400     05  RPT-STEP-IN             PIC Z(10)9.
028500     05  FILLER                  PIC X(2)  VALUE SPACES.
028600     05  RPT-STEP-GOOD           PIC Z(10)9.
028700     05  FILLER                  PIC X(2)  VALUE SPACES.
028800     05  RPT-STEP-QUAR           PIC Z(10)9.
028900     05  FILLER                  PIC X(2)  VALUE SPACES.
029000     05  RPT-STEP-SUSP           PIC Z(10)9.
029100     05  FILLER                  PIC X(2)  VALUE SPACES.
029200     05  RPT-STEP-HASH-IN        PIC Z(14)9.99.
029300     05  FILLER                  PIC X(2)  VALUE SPACES.
029400     05  RPT-STEP-HASH-OUT       PIC Z(14)9.99.
029500
029600 01  RPT-STEP-NONE-LINE.
029700     05  FILLER                  PIC X(44) VALUE
029800         '  NO RUN-CONTROL RECORDS DATED IN THE PERIOD'.
029900
030000 01  RPT-LOG-LINE.
030100     05  FILLER                  PIC X(28) VALUE
030200         'JOURNAL NIGHTS ACCUMULATED: '.
030300     05  RPT-LOG-NIGHTS          PIC ZZZZZZ9.
030400
030500 01  RPT-CHECK-LINE.
030600     05  RPT-CHECK-DESC          PIC X(44).
030700     05  RPT-CHECK-LEFT          PIC Z(10)9.
030800     05  FILLER                  PIC X(4)  VALUE ' VS '.
030900     05  RPT-CHECK-RIGHT         PIC Z(10)9.
031000     05  FILLER                  PIC X(2)  VALUE SPACES.
031100     05  RPT-CHECK-STATUS        PIC X(14).
031200
031300 01  RPT-HASH-LINE.
031400     05  RPT-HASH-DESC           PIC X(44).
031500     05  RPT-HASH-LEFT           PIC Z(14)9.99.
031600     05  FILLER                  PIC X(4)  VALUE ' VS '.
031700     05  RPT-HASH-RIGHT          PIC Z(14)9.99.
031800     05  FILLER                  PIC X(2)  VALUE SPACES.
031900     05  RPT-HASH-STATUS         PIC X(14).
032000
032100 01  RPT-VERDICT-LINE.
032200     05  FILLER                  PIC X(7)  VALUE 'PERIOD '.
032300     05  RPT-VERDICT-PERIOD      PIC X(6).
032400     05  FILLER                  PIC X(1)  VALUE SPACE.
032500     05  RPT-VERDICT-TEXT        PIC X(60).
032600
032700 01  BLANK-LINE                  PIC X(132) VALUE SPACES.
032800
032900 PROCEDURE DIVISION.
033000*---------------------------------------------------------------*
033100* 0000-MAINLINE                                                 *
033200*   CONTROLS OVERALL FLOW OF THE CLOSE RUN.                     *
033300*---------------------------------------------------------------*
033400 0000-MAINLINE.
033500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
033600     IF NOT CLOSE-REFUSED
033700         PERFORM 2000-PRINT-TRIAL-BALANCE THRU 2000-EXIT
033800         PERFORM 3000-FOOT-JOURNAL-LOG THRU 3000-EXIT
033900         PERFORM 4000-PRINT-MONTH-SUMMARY THRU 4000-EXIT
034000         PERFORM 5000-RECONCILE-MONTH THRU 5000-EXIT
034100         PERFORM 6000-CLOSE-PERIOD THRU 6000-EXIT
034200     END-IF.
034300     PERFORM 8000-TERMINATE THRU 8000-EXIT.
034400     STOP RUN.
034500
034600*---------------------------------------------------------------*
034700* 1000-INITIALIZE                                               *
034800*   TAKES THE PARAMETER CARDS, OPENS THE PERIOD CONTROL FILE    *
034900*   (CREATED ON THE FIRST CLOSE) AND DECIDES WHICH PERIOD TO    *
035000*   CLOSE.  A PERIOD ALREADY CLOSED, OR ONE NOT YET ENDED - THE *
035100*   CURRENT MONTH OR LATER - IS REFUSED.                        *
035200*---------------------------------------------------------------*
035300 1000-INITIALIZE.
035400     OPEN OUTPUT PUR-CLOSE-RPT.
035500     ACCEPT WK-TODAY-DATE FROM DATE YYYYMMDD.
035600     PERFORM 1150-GET-CARDS THRU 1150-EXIT.
035700     OPEN I-O PUR-PERIOD.
035800     IF FS-PERIOD = '35'
035900         OPEN OUTPUT PUR-PERIOD
036000         CLOSE PUR-PERIOD
036100         OPEN I-O PUR-PERIOD
036200     END-IF.
036300     IF FS-PERIOD NOT = '00'
036400         DISPLAY 'PUR410 - UNABLE TO OPEN PERIOD CONTROL FILE, '
036500                 'STATUS ' FS-PERIOD
036600         MOVE 'Y' TO SW-CLOSE-REFUSED
036700         MOVE 8 TO RETURN-CODE
036800         GO TO 1000-EXIT
036900     END-IF.
037000     MOVE 'Y' TO SW-PERIOD-FILE-OPEN.
037100     IF WK-CLOSE-PERIOD = SPACES
037200         PERFORM 1200-FIND-OPEN-PERIOD THRU 1200-EXIT
037300     END-IF.
037400     DISPLAY 'PUR410 - PERIOD TO CLOSE      : ' WK-CLOSE-PERIOD.
037500     DISPLAY 'PUR410 - CLOSED BY            : ' WK-CLOSED-BY.
037600     MOVE WK-CLOSE-PERIOD TO RPT-HDR-PERIOD
037700                             RPT-VERDICT-PERIOD.
037800     MOVE WK-TODAY-DATE   TO RPT-HDR-DATE.
037900     WRITE CLOSE-PRINT-LINE FROM RPT-HEADER-LINE.
038000     WRITE CLOSE-PRINT-LINE FROM BLANK-LINE.
038100     IF WK-CLOSE-PERIOD NOT < WK-TODAY-MONTH
038200         MOVE 'NOT CLOSED - PERIOD HAS NOT ENDED'
038300             TO RPT-VERDICT-TEXT
038400         PERFORM 1300-REFUSE-CLOSE THRU 1300-EXIT
038500         GO TO 1000-EXIT
038600     END-IF.
038700     MOVE WK-CLOSE-PERIOD TO PRD-PERIOD.
038800     READ PUR-PERIOD
038900         INVALID KEY
039000             MOVE 'N' TO SW-PERIOD-FOUND
039100         NOT INVALID KEY
039200             MOVE 'Y' TO SW-PERIOD-FOUND
039300     END-READ.
039400     IF PERIOD-FOUND AND PRD-CLOSED
039500         MOVE 'NOT CLOSED AGAIN - PERIOD IS ALREADY CLOSED'
039600             TO RPT-VERDICT-TEXT
039700         PERFORM 1300-REFUSE-CLOSE THRU 1300-EXIT
039800         GO TO 1000-EXIT
039900     END-IF.
040000 1000-EXIT.
040100     EXIT.
040200
040300*---------------------------------------------------------------*
040400* 1150-GET-CARDS                                                *
040500*   THE FIRST SYSIN CARD IS THE PERIOD TO CLOSE (YYYYMM) - A    *
040600*   MISSING OR INVALID CARD LEAVES IT TO 1200.  THE SECOND IS   *
040700*   THE OPERATOR RUNNING THE CLOSE, RECORDED AS CLOSED-BY.      *
040800*---------------------------------------------------------------*
040900 1150-GET-CARDS.
041000     ACCEPT WK-PERIOD-CARD.
041100     ACCEPT WK-OPERATOR-CARD.
041200     IF WK-PERIOD-CARD NUMERIC
041300         MOVE WK-PERIOD-CARD TO WK-CLOSE-PERIOD
041400         IF WK-CLOSE-MM < 1 OR WK-CLOSE-MM > 12
041500             DISPLAY 'PUR410 - INVALID PERIOD CARD: '
041600                     WK-PERIOD-CARD
041700             MOVE SPACES TO WK-CLOSE-PERIOD
041800         END-IF
041900     ELSE
042000         DISPLAY 'PUR410 - NO PERIOD CARD, CLOSING THE EARLIEST '
042100                 'OPEN PERIOD'
042200     END-IF.
042300     IF WK-OPERATOR-CARD NOT = SPACES
042400         MOVE WK-OPERATOR-CARD TO WK-CLOSED-BY
042500     END-IF.
042600 1150-EXIT.
042700     EXIT.
042800
042900*---------------------------------------------------------------*
043000* 1200-FIND-OPEN-PERIOD                                         *
043100*   TAKES THE EARLIEST PERIOD OPEN OR REOPENED ON THE PERIOD    *
043200*   CONTROL FILE.  A FILE WITH NONE - THE FIRST CLOSE EVER -    *
043300*   CLOSES LAST MONTH.                                          *
043400*---------------------------------------------------------------*
043500 1200-FIND-OPEN-PERIOD.
043600     MOVE LOW-VALUES TO PRD-PERIOD.
043700     START PUR-PERIOD KEY IS NOT LESS THAN PRD-PERIOD
043800         INVALID KEY
043900             MOVE 'Y' TO SW-END-OF-FILE
044000     END-START.
044100     PERFORM 1210-READ-NEXT-PERIOD THRU 1210-EXIT
044200         UNTIL END-OF-FILE
044300            OR WK-CLOSE-PERIOD NOT = SPACES.
044400     MOVE 'N' TO SW-END-OF-FILE.
044500     IF WK-CLOSE-PERIOD = SPACES
044600         MOVE WK-TODAY-YYYY TO WK-CLOSE-YYYY
044700         MOVE WK-TODAY-MM   TO WK-CLOSE-MM
044800         IF WK-CLOSE-MM = 1
044900             MOVE 12 TO WK-CLOSE-MM
045000             SUBTRACT 1 FROM WK-CLOSE-YYYY
045100         ELSE
045200             SUBTRACT 1 FROM WK-CLOSE-MM
045300         END-IF
045400     END-IF.
045500 1200-EXIT.
045600     EXIT.
045700
045800 1210-READ-NEXT-PERIOD.
045900     READ PUR-PERIOD NEXT RECORD
046000         AT END
046100             MOVE 'Y' TO SW-END-OF-FILE
046200             GO TO 1210-EXIT
046300     END-READ.
046400     IF PRD-POSTING-ALLOWED
046500         MOVE PRD-PERIOD TO WK-CLOSE-PERIOD
046600     END-IF.
046700 1210-EXIT.
046800     EXIT.
046900
047000 1300-REFUSE-CLOSE.
047100     MOVE 'Y' TO SW-CLOSE-REFUSED.
047200     WRITE CLOSE-PRINT-LINE FROM RPT-VERDICT-LINE.
047300     DISPLAY 'PUR410 - PERIOD ' WK-CLOSE-PERIOD ' '
047400             RPT-VERDICT-TEXT.
047500     MOVE 4 TO RETURN-CODE.
047600 1300-EXIT.
047700     EXIT.
047800
047900*---------------------------------------------------------------*
048000* 2000-PRINT-TRIAL-BALANCE                                      *
048100*   PRINTS THE PERIOD'S MONTH-TO-DATE TOTALS IN KEY ORDER -     *
048200*   ACCOUNT, COUNTRY, CURRENCY - WITH A TOTAL AT EACH CHANGE OF *
048300*   ACCOUNT AND FOR THE MONTH.  NO MONTH-TO-DATE FILE MEANS     *
048400*   NOTHING WAS JOURNALED.                                      *
048500*---------------------------------------------------------------*
048600 2000-PRINT-TRIAL-BALANCE.
048700     MOVE 'TRIAL BALANCE' TO RPT-SECTION-TITLE.
048800     WRITE CLOSE-PRINT-LINE FROM RPT-SECTION-LINE.
048900     WRITE CLOSE-PRINT-LINE FROM RPT-TB-COLUMN-LINE.
049000     MOVE 'N' TO SW-END-OF-FILE.
049100     OPEN INPUT PUR-MONTH-TOTALS.
049200     IF FS-MONTH-TOTALS NOT = '00'
049300         DISPLAY 'PUR410 - NO MONTH-TO-DATE TOTALS FILE'
049400         WRITE CLOSE-PRINT-LINE FROM RPT-TB-NONE-LINE
049500         GO TO 2000-EXIT
049600     END-IF.
049700     MOVE LOW-VALUES      TO MTD-KEY.
049800     MOVE WK-CLOSE-PERIOD TO MTD-PERIOD.
049900     START PUR-MONTH-TOTALS KEY IS NOT LESS THAN MTD-KEY
050000         INVALID KEY
050100             MOVE 'Y' TO SW-END-OF-FILE
050200     END-START.
050300     PERFORM 2100-PRINT-ONE-TOTAL THRU 2100-EXIT
050400         UNTIL END-OF-FILE.
050500     CLOSE PUR-MONTH-TOTALS.
050600     IF WK-TB-LINES = ZERO
050700         WRITE CLOSE-PRINT-LINE FROM RPT-TB-NONE-LINE
050800         GO TO 2000-EXIT
050900     END-IF.
051000     PERFORM 2200-PRINT-ACCOUNT-TOTAL THRU 2200-EXIT.
051100     WRITE CLOSE-PRINT-LINE FROM BLANK-LINE.
051200     MOVE 'MONTH'    TO RPT-TB-ACCOUNT.
051300     MOVE 'TOTAL'    TO RPT-TB-COUNTRY.
051400     MOVE SPACES     TO RPT-TB-CURRENCY.
051500     MOVE WK-TB-LINES   TO RPT-TB-LINES.
051600     MOVE WK-TB-DEBITS  TO RPT-TB-DEBITS.
051700     MOVE WK-TB-CREDITS TO RPT-TB-CREDITS.
051800     COMPUTE WK-NET-AMOUNT = WK-TB-DEBITS - WK-TB-CREDITS.
051900     MOVE WK-NET-AMOUNT TO RPT-TB-NET.
052000     WRITE CLOSE-PRINT-LINE FROM RPT-TB-DETAIL-LINE.
052100 2000-EXIT.
052200     EXIT.
052300
052400 2100-PRINT-ONE-TOTAL.
052500     READ PUR-MONTH-TOTALS NEXT RECORD
052600         AT END
052700             MOVE 'Y' TO SW-END-OF-FILE
052800             GO TO 2100-EXIT
052900     END-READ.
053000     IF MTD-PERIOD NOT = WK-CLOSE-PERIOD
053100         MOVE 'Y' TO SW-END-OF-FILE
053200         GO TO 2100-EXIT
053300     END-IF.
053400     ADD 1 TO CT-MTD-READ.
053500     IF NOT FIRST-ACCOUNT
053600        AND MTD-ACCOUNT-CODE NOT = WK-CURRENT-ACCOUNT
053700         PERFORM 2200-PRINT-ACCOUNT-TOTAL THRU 2200-EXIT
053800     END-IF.
053900     MOVE 'N' TO SW-FIRST-ACCOUNT.
054000     MOVE MTD-ACCOUNT-CODE     TO WK-CURRENT-ACCOUNT
054100                                  RPT-TB-ACCOUNT.
054200     MOVE MTD-CUSTOMER-COUNTRY TO RPT-TB-COUNTRY.
054300     MOVE MTD-CURRENCY-CODE    TO RPT-TB-CURRENCY.
054400     MOVE MTD-LINE-COUNT       TO RPT-TB-LINES.
054500     MOVE MTD-DEBIT-TOTAL      TO RPT-TB-DEBITS.
054600     MOVE MTD-CREDIT-TOTAL     TO RPT-TB-CREDITS.
054700     COMPUTE WK-NET-AMOUNT = MTD-DEBIT-TOTAL - MTD-CREDIT-TOTAL.
054800     MOVE WK-NET-AMOUNT        TO RPT-TB-NET.
054900     WRITE CLOSE-PRINT-LINE FROM RPT-TB-DETAIL-LINE.
055000     ADD MTD-DEBIT-TOTAL  TO WK-ACCT-DEBITS  WK-TB-DEBITS.
055100     ADD MTD-CREDIT-TOTAL TO WK-ACCT-CREDITS WK-TB-CREDITS.
055200     ADD MTD-LINE-COUNT   TO WK-ACCT-LINES   WK-TB-LINES.
055300 2100-EXIT.
055400     EXIT.
055500
055600 2200-PRINT-ACCOUNT-TOTAL.
055700     MOVE WK-CURRENT-ACCOUNT TO RPT-TB-ACCOUNT.
055800     MOVE 'ACCOUNT TOTAL'    TO RPT-TB-COUNTRY.
055900     MOVE SPACES             TO RPT-TB-CURRENCY.
056000     MOVE WK-ACCT-LINES      TO RPT-TB-LINES.
056100     MOVE WK-ACCT-DEBITS     TO RPT-TB-DEBITS.
056200     MOVE WK-ACCT-CREDITS    TO RPT-TB-CREDITS.
056300     COMPUTE WK-NET-AMOUNT = WK-ACCT-DEBITS - WK-ACCT-CREDITS.
056400     MOVE WK-NET-AMOUNT      TO RPT-TB-NET.
056500     WRITE CLOSE-PRINT-LINE FROM RPT-TB-DETAIL-LINE.
056600     WRITE CLOSE-PRINT-LINE FROM BLANK-LINE.
056700     MOVE ZERO TO WK-ACCT-DEBITS
056800                  WK-ACCT-CREDITS
056900                  WK-ACCT-LINES.
057000 2200-EXIT.
057100     EXIT.
057200
057300*---------------------------------------------------------------*
057400* 3000-FOOT-JOURNAL-LOG                                         *
057500*   TOTALS THE PERIOD'S ENTRIES ON THE JOURNAL ACCUMULATION     *
057600*   LOG - THE NIGHTS PUR290 ADDED INTO THE MONTH-TO-DATE FILE.  *
057700*---------------------------------------------------------------*
057800 3000-FOOT-JOURNAL-LOG.
057900     MOVE 'N' TO SW-END-OF-FILE.
058000     OPEN INPUT PUR-JRNL-LOG.
058100     IF FS-JRNL-LOG NOT = '00'
058200         DISPLAY 'PUR410 - NO JOURNAL ACCUMULATION LOG'
058300         GO TO 3000-EXIT
058400     END-IF.
058500     MOVE WK-CLOSE-PERIOD TO WK-LOG-START-MONTH.
058600     MOVE '00'            TO WK-LOG-START-DD.
058700     MOVE WK-LOG-START-DATE TO JLG-POSTING-DATE.
058800     MOVE ZERO              TO JLG-CYCLE-NUMBER.
058900     START PUR-JRNL-LOG KEY IS NOT LESS THAN JLG-KEY
059000         INVALID KEY
059100             MOVE 'Y' TO SW-END-OF-FILE
059200     END-START.
059300     PERFORM 3100-FOOT-ONE-NIGHT THRU 3100-EXIT
059400         UNTIL END-OF-FILE.
059500     CLOSE PUR-JRNL-LOG.
059600 3000-EXIT.
059700     EXIT.
059800
059900 3100-FOOT-ONE-NIGHT.
060000     READ PUR-JRNL-LOG NEXT RECORD
060100         AT END
060200             MOVE 'Y' TO SW-END-OF-FILE
060300             GO TO 3100-EXIT
060400     END-READ.
060500     IF JLG-PERIOD NOT = WK-CLOSE-PERIOD
060600         MOVE 'Y' TO SW-END-OF-FILE
060700         GO TO 3100-EXIT
060800     END-IF.
060900     ADD 1 TO CT-LOG-READ.
061000     ADD 1                 TO WK-LOG-NIGHTS.
061100     ADD JLG-LINE-COUNT    TO WK-LOG-LINES.
061200     ADD JLG-DEBIT-TOTAL   TO WK-LOG-DEBITS.
061300     ADD JLG-CREDIT-TOTAL  TO WK-LOG-CREDITS.
061400     ADD JLG-RECORDS-READ  TO WK-LOG-READ.
061500     ADD JLG-HASH-TOTAL-IN TO WK-LOG-HASH.
061600 3100-EXIT.
061700     EXIT.
061800
061900*---------------------------------------------------------------*
062000* 4000-PRINT-MONTH-SUMMARY                                      *
062100*   COLLECTS THE LATEST RUN-CONTROL RECORD FOR EVERY STEP, RUN  *
062200*   DATE AND CYCLE IN THE PERIOD, FOLDS THEM INTO ONE ROW PER   *
062300*   STEP AND PRINTS THE ROWS.                                   *
062400*---------------------------------------------------------------*
062500 4000-PRINT-MONTH-SUMMARY.
062600     WRITE CLOSE-PRINT-LINE FROM BLANK-LINE.
062700     MOVE 'MONTH SUMMARY FROM THE RUN-CONTROL FILE'
062800         TO RPT-SECTION-TITLE.
062900     WRITE CLOSE-PRINT-LINE FROM RPT-SECTION-LINE.
063000     WRITE CLOSE-PRINT-LINE FROM RPT-STEP-COLUMN-LINE.
063100     MOVE 'N' TO SW-END-OF-FILE.
063200     OPEN INPUT PUR-RUN-CONTROL.
063300     IF FS-RUN-CONTROL = '00'
063400         PERFORM 4100-FILE-ONE-RUN THRU 4100-EXIT
063500             UNTIL END-OF-FILE
063600         CLOSE PUR-RUN-CONTROL
063700     ELSE
063800         DISPLAY 'PUR410 - NO RUN-CONTROL FILE'
063900     END-IF.
064000     PERFORM 4300-FOLD-ONE-RUN THRU 4300-EXIT
064100         VARYING WK-RUN-SUB FROM 1 BY 1
064200         UNTIL WK-RUN-SUB > WK-RUN-COUNT.
064300     IF WK-STP-COUNT = ZERO
064400         WRITE CLOSE-PRINT-LINE FROM RPT-STEP-NONE-LINE
064500     ELSE
064600         PERFORM 4500-PRINT-ONE-STEP THRU 4500-EXIT
064700             VARYING WK-STP-SUB FROM 1 BY 1
064800             UNTIL WK-STP-SUB > WK-STP-COUNT
064900     END-IF.
065000     WRITE CLOSE-PRINT-LINE FROM BLANK-LINE.
065100     MOVE WK-LOG-NIGHTS TO RPT-LOG-NIGHTS.
065200     WRITE CLOSE-PRINT-LINE FROM RPT-LOG-LINE.
065300 4000-EXIT.
065400     EXIT.
065500
065600*---------------------------------------------------------------*
065700* 4100-FILE-ONE-RUN                                             *
065800*   FILES ONE RUN-CONTROL RECORD DATED IN THE PERIOD UNDER ITS  *
065900*   STEP, DATE AND CYCLE, REPLACING AN EARLIER RECORD FOR THE   *
066000*   SAME KEY.  A FULL TABLE DROPS THE RECORD, AND A MONTH WITH  *
066100*   DROPPED RECORDS CANNOT BE PROVED AND IS NOT CLOSED.         *
066200*---------------------------------------------------------------*
066300 4100-FILE-ONE-RUN.
066400     READ PUR-RUN-CONTROL
066500         AT END
066600             MOVE 'Y' TO SW-END-OF-FILE
066700             GO TO 4100-EXIT
066800     END-READ.
066900     ADD 1 TO CT-RCTL-READ.
067000     MOVE RCT-RUN-DATE TO WK-RCT-DATE.
067100     IF WK-RCT-MONTH NOT = WK-CLOSE-PERIOD
067200         GO TO 4100-EXIT
067300     END-IF.
067400     ADD 1 TO CT-RCTL-IN-MONTH.
067500     MOVE RCT-STEP-NAME    TO WK-NEW-RUN-STEP.
067600     MOVE RCT-RUN-DATE     TO WK-NEW-RUN-DATE.
067700     MOVE RCT-CYCLE-NUMBER TO WK-NEW-RUN-CYCLE.
067800     MOVE 'N' TO SW-RUN-FOUND.
067900     PERFORM 4110-CHECK-ONE-RUN THRU 4110-EXIT
068000         VARYING WK-RUN-SUB FROM 1 BY 1
068100         UNTIL WK-RUN-SUB > WK-RUN-COUNT
068200            OR RUN-FOUND.
068300     IF NOT RUN-FOUND
068400         IF WK-RUN-COUNT >= 3000
068500             ADD 1 TO CT-RUNS-DROPPED
068600             DISPLAY 'PUR410 - RUN TABLE FULL, DROPPING: '
068700                 WK-NEW-RUN-STEP ' ' WK-NEW-RUN-DATE
068800             GO TO 4100-EXIT
068900         END-IF
069000         ADD 1 TO WK-RUN-COUNT
069100         MOVE WK-RUN-COUNT TO WK-RUN-SUB
069200         MOVE WK-NEW-RUN-KEY TO WK-RUN-KEY (WK-RUN-SUB)
069300     END-IF.
069400     MOVE RCT-RECORDS-IN       TO WK-RUN-IN (WK-RUN-SUB).
069500     MOVE RCT-RECORDS-OUT-GOOD TO WK-RUN-GOOD (WK-RUN-SUB).
069600     MOVE RCT-RECORDS-OUT-QUAR TO WK-RUN-QUAR (WK-RUN-SUB).
069700     MOVE RCT-RECORDS-OUT-SUSP TO WK-RUN-SUSP (WK-RUN-SUB).
069800     MOVE RCT-HASH-TOTAL-IN    TO WK-RUN-HASH-IN (WK-RUN-SUB).
069900     MOVE RCT-HASH-TOTAL-OUT   TO WK-RUN-HASH-OUT (WK-RUN-SUB).
070000 4100-EXIT.
070100     EXIT.
070200
070300*    THE PERFORM VARYING STEPS THE SUBSCRIPT ONCE MORE AFTER A
070400*    MATCH, SO THE MATCHED ROW STEPS BACK BY ONE HERE AND THE
070500*    LOOP'S OWN INCREMENT LEAVES THE SUBSCRIPT POINTING AT IT.
070600 4110-CHECK-ONE-RUN.
070700     IF WK-RUN-KEY (WK-RUN-SUB) = WK-NEW-RUN-KEY
070800         MOVE 'Y' TO SW-RUN-FOUND
070900         SUBTRACT 1 FROM WK-RUN-SUB
071000     END-IF.
071100 4110-EXIT.
071200     EXIT.
071300
071400*---------------------------------------------------------------*
071500* 4300-FOLD-ONE-RUN                                             *
071600*   ADDS ONE STEP RUN INTO ITS STEP'S MONTH ROW, STARTING THE   *
071700*   ROW THE FIRST TIME THE STEP IS SEEN.                        *
071800*---------------------------------------------------------------*
071900 4300-FOLD-ONE-RUN.
072000     MOVE WK-RUN-STEP (WK-RUN-SUB) TO WK-STEP-NAME.
072100     PERFORM 4400-FIND-STEP THRU 4400-EXIT.
072200     IF NOT STEP-FOUND
072300         GO TO 4300-EXIT
072400     END-IF.
072500     ADD 1 TO WK-STP-RUNS (WK-STP-SUB).
072600     ADD WK-RUN-IN (WK-RUN-SUB)   TO WK-STP-IN (WK-STP-SUB).
072700     ADD WK-RUN-GOOD (WK-RUN-SUB) TO WK-STP-GOOD (WK-STP-SUB).
072800     ADD WK-RUN-QUAR (WK-RUN-SUB) TO WK-STP-QUAR (WK-STP-SUB).
072900     ADD WK-RUN-SUSP (WK-RUN-SUB) TO WK-STP-SUSP (WK-STP-SUB).
073000     ADD WK-RUN-HASH-IN (WK-RUN-SUB)
073100         TO WK-STP-HASH-IN (WK-STP-SUB).
073200     ADD WK-RUN-HASH-OUT (WK-RUN-SUB)
073300         TO WK-STP-HASH-OUT (WK-STP-SUB).
073400 4300-EXIT.
073500     EXIT.
073600
073700*---------------------------------------------------------------*
073800* 4400-FIND-STEP                                                *
073900*   LEAVES WK-STP-SUB ON THE MONTH ROW FOR WK-STEP-NAME, ADDING *
074000*   A ZEROED ROW WHEN THE STEP IS NEW.  A FULL TABLE LEAVES THE *
074100*   STEP UNFOUND AND THE MONTH UNPROVED.                        *
074200*---------------------------------------------------------------*
074300 4400-FIND-STEP.
074400     MOVE 'N' TO SW-STEP-FOUND.
074500     PERFORM 4410-CHECK-ONE-STEP THRU 4410-EXIT
074600         VARYING WK-STP-SUB FROM 1 BY 1
074700         UNTIL WK-STP-SUB > WK-STP-COUNT
074800            OR STEP-FOUND.
074900     IF STEP-FOUND
075000         GO TO 4400-EXIT
075100     END-IF.
075200     IF WK-STP-COUNT >= 30
075300         ADD 1 TO CT-RUNS-DROPPED
075400         DISPLAY 'PUR410 - STEP TABLE FULL, DROPPING: '
075500             WK-STEP-NAME
075600         GO TO 4400-EXIT
075700     END-IF.
075800     ADD 1 TO WK-STP-COUNT.
075900     MOVE WK-STP-COUNT TO WK-STP-SUB.
076000     MOVE WK-STEP-NAME TO WK-STP-NAME (WK-STP-SUB).
076100     MOVE ZERO TO WK-STP-RUNS (WK-STP-SUB)
076200                  WK-STP-IN (WK-STP-SUB)
076300                  WK-STP-GOOD (WK-STP-SUB)
076400                  WK-STP-QUAR (WK-STP-SUB)
076500                  WK-STP-SUSP (WK-STP-SUB)
076600                  WK-STP-HASH-IN (WK-STP-SUB)
076700                  WK-STP-HASH-OUT (WK-STP-SUB).
076800     MOVE 'Y' TO SW-STEP-FOUND.
076900 4400-EXIT.
077000     EXIT.
077100
077200 4410-CHECK-ONE-STEP.
077300     IF WK-STP-NAME (WK-STP-SUB) = WK-STEP-NAME
077400         MOVE 'Y' TO SW-STEP-FOUND
077500         SUBTRACT 1 FROM WK-STP-SUB
077600     END-IF.
077700 4410-EXIT.
077800     EXIT.
077900
078000 4500-PRINT-ONE-STEP.
078100     MOVE WK-STP-NAME (WK-STP-SUB)     TO RPT-STEP-NAME.
078200     MOVE WK-STP-RUNS (WK-STP-SUB)     TO RPT-STEP-RUNS.
078300     MOVE WK-STP-IN (WK-STP-SUB)       TO RPT-STEP-IN.
078400     MOVE WK-STP-GOOD (WK-STP-SUB)     TO RPT-STEP-GOOD.
078500     MOVE WK-STP-QUAR (WK-STP-SUB)     TO RPT-STEP-QUAR.
078600     MOVE WK-STP-SUSP (WK-STP-SUB)     TO RPT-STEP-SUSP.
078700     MOVE WK-STP-HASH-IN (WK-STP-SUB)  TO RPT-STEP-HASH-IN.
078800     MOVE WK-STP-HASH-OUT (WK-STP-SUB) TO RPT-STEP-HASH-OUT.
078900     WRITE CLOSE-PRINT-LINE FROM RPT-STEP-DETAIL-LINE.
079000 4500-EXIT.
079100     EXIT.
079200
079300*---------------------------------------------------------------*
079400* 5000-RECONCILE-MONTH                                          *
079500*   PROVES THE TRIAL BALANCE IN BALANCE, THE MONTH-TO-DATE      *
079600*   TOTALS EQUAL TO THE NIGHTS THE JOURNAL LOG SAYS WERE ADDED, *
079700*   THOSE NIGHTS EQUAL TO THE MONTH'S PUR290 CONTROL TOTALS,    *
079800*   AND PUR290'S READS AND HASH EQUAL TO THE MONTH'S PUR110     *
079900*   CLEAN OUTPUT - SO EVERY RECORD THE CHAIN CLEANED IN THE     *
080000*   MONTH IS IN THE TRIAL BALANCE EXACTLY ONCE.                 *
080100*---------------------------------------------------------------*
080200 5000-RECONCILE-MONTH.
080300     WRITE CLOSE-PRINT-LINE FROM BLANK-LINE.
080400     MOVE 'RECONCILIATION' TO RPT-SECTION-TITLE.
080500     WRITE CLOSE-PRINT-LINE FROM RPT-SECTION-LINE.
080600
080700     MOVE 'TRIAL BALANCE DEBITS VS CREDITS'
080800         TO RPT-HASH-DESC.
080900     MOVE WK-TB-DEBITS  TO WK-LEFT-HASH.
081000     MOVE WK-TB-CREDITS TO WK-RIGHT-HASH.
081100     PERFORM 5200-CHECK-ONE-AMOUNT THRU 5200-EXIT.
081200
081300     MOVE 'MONTH-TO-DATE DEBITS VS JOURNAL LOG'
081400         TO RPT-HASH-DESC.
081500     MOVE WK-TB-DEBITS  TO WK-LEFT-HASH.
081600     MOVE WK-LOG-DEBITS TO WK-RIGHT-HASH.
081700     PERFORM 5200-CHECK-ONE-AMOUNT THRU 5200-EXIT.
081800
081900     MOVE 'MONTH-TO-DATE CREDITS VS JOURNAL LOG'
082000         TO RPT-HASH-DESC.
082100     MOVE WK-TB-CREDITS  TO WK-LEFT-HASH.
082200     MOVE WK-LOG-CREDITS TO WK-RIGHT-HASH.
082300     PERFORM 5200-CHECK-ONE-AMOUNT THRU 5200-EXIT.
082400
082500     MOVE 'MONTH-TO-DATE LINES VS JOURNAL LOG'
082600         TO RPT-CHECK-DESC.
082700     MOVE WK-TB-LINES  TO WK-LEFT-COUNT.
082800     MOVE WK-LOG-LINES TO WK-RIGHT-COUNT.
082900     PERFORM 5100-CHECK-ONE-COUNT THRU 5100-EXIT.
083000
083100     MOVE 'PUR290  ' TO WK-STEP-NAME.
083200     PERFORM 5300-LOCATE-STEP THRU 5300-EXIT.
083300     IF STEP-FOUND
083400         MOVE WK-STP-IN (WK-STP-SUB)      TO WK-P290-READ
083500         MOVE WK-STP-HASH-IN (WK-STP-SUB) TO WK-P290-HASH
083600     END-IF.
083700
083800     MOVE 'JOURNAL LOG NIGHTS VS PUR290 RUNS'
083900         TO RPT-CHECK-DESC.
084000     MOVE WK-LOG-NIGHTS TO WK-LEFT-COUNT.
084100     MOVE ZERO          TO WK-RIGHT-COUNT.
084200     IF STEP-FOUND
084300         MOVE WK-STP-RUNS (WK-STP-SUB) TO WK-RIGHT-COUNT
084400     END-IF.
084500     PERFORM 5100-CHECK-ONE-COUNT THRU 5100-EXIT.
084600
084700     MOVE 'JOURNAL LOG LINES VS PUR290 LINES WRITTEN'
084800         TO RPT-CHECK-DESC.
084900     MOVE WK-LOG-LINES TO WK-LEFT-COUNT.
085000     MOVE ZERO         TO WK-RIGHT-COUNT.
085100     IF STEP-FOUND
085200         MOVE WK-STP-GOOD (WK-STP-SUB) TO WK-RIGHT-COUNT
085300     END-IF.
085400     PERFORM 5100-CHECK-ONE-COUNT THRU 5100-EXIT.
085500
085600     MOVE 'JOURNAL LOG CLEAN READ VS PUR290 READ'
085700         TO RPT-CHECK-DESC.
085800     MOVE WK-LOG-READ  TO WK-LEFT-COUNT.
085900     MOVE WK-P290-READ TO WK-RIGHT-COUNT.
086000     PERFORM 5100-CHECK-ONE-COUNT THRU 5100-EXIT.
086100
086200     MOVE 'JOURNAL LOG HASH VS PUR290 HASH IN'
086300         TO RPT-HASH-DESC.
086400     MOVE WK-LOG-HASH  TO WK-LEFT-HASH.
086500     MOVE WK-P290-HASH TO WK-RIGHT-HASH.
086600     PERFORM 5200-CHECK-ONE-AMOUNT THRU 5200-EXIT.
086700
086800     MOVE 'PUR110  ' TO WK-STEP-NAME.
086900     PERFORM 5300-LOCATE-STEP THRU 5300-EXIT.
087000
087100     MOVE 'PUR290 READ VS PUR110 CLEAN'
087200         TO RPT-CHECK-DESC.
087300     MOVE WK-P290-READ TO WK-LEFT-COUNT.
087400     MOVE ZERO TO WK-RIGHT-COUNT.
087500     IF STEP-FOUND
087600         MOVE WK-STP-GOOD (WK-STP-SUB) TO WK-RIGHT-COUNT
087700     END-IF.
087800     PERFORM 5100-CHECK-ONE-COUNT THRU 5100-EXIT.
087900
088000     MOVE 'PUR290 HASH IN VS PUR110 HASH OUT'
088100         TO RPT-HASH-DESC.
088200     MOVE WK-P290-HASH TO WK-LEFT-HASH.
088300     MOVE ZERO TO WK-RIGHT-HASH.
088400     IF STEP-FOUND
088500         MOVE WK-STP-HASH-OUT (WK-STP-SUB) TO WK-RIGHT-HASH
088600     END-IF.
088700     PERFORM 5200-CHECK-ONE-AMOUNT THRU 5200-EXIT.
088800
088900     IF CT-RUNS-DROPPED > ZERO
089000         MOVE 'N' TO SW-MONTH-IN-BALANCE
089100         DISPLAY 'PUR410 - RUN-CONTROL RECORDS DROPPED - MONTH '
089200                 'CANNOT BE PROVED'
089300     END-IF.
089400 5000-EXIT.
089500     EXIT.
089600
089700*---------------------------------------------------------------*
089800* 5100-CHECK-ONE-COUNT                                          *
089900*   PRINTS ONE COUNT COMPARISON AND FLAGS AN UNEQUAL PAIR.      *
090000*---------------------------------------------------------------*
090100 5100-CHECK-ONE-COUNT.
090200     MOVE WK-LEFT-COUNT  TO RPT-CHECK-LEFT.
090300     MOVE WK-RIGHT-COUNT TO RPT-CHECK-RIGHT.
090400     IF WK-LEFT-COUNT = WK-RIGHT-COUNT
090500         MOVE 'IN BALANCE    ' TO RPT-CHECK-STATUS
090600     ELSE
090700         MOVE 'OUT OF BALANCE' TO RPT-CHECK-STATUS
090800         MOVE 'N' TO SW-MONTH-IN-BALANCE
090900         ADD 1 TO CT-OUT-OF-BALANCE
091000     END-IF.
091100     ADD 1 TO CT-CHECKS.
091200     WRITE CLOSE-PRINT-LINE FROM RPT-CHECK-LINE.
091300 5100-EXIT.
091400     EXIT.
091500
091600*---------------------------------------------------------------*
091700* 5200-CHECK-ONE-AMOUNT                                         *
091800*   PRINTS ONE AMOUNT OR HASH COMPARISON AND FLAGS AN UNEQUAL   *
091900*   PAIR.                                                       *
092000*---------------------------------------------------------------*
092100 5200-CHECK-ONE-AMOUNT.
092200     MOVE WK-LEFT-HASH  TO RPT-HASH-LEFT.
092300     MOVE WK-RIGHT-HASH TO RPT-HASH-RIGHT.
092400     IF WK-LEFT-HASH = WK-RIGHT-HASH
092500         MOVE 'IN BALANCE    ' TO RPT-HASH-STATUS
092600     ELSE
092700         MOVE 'OUT OF BALANCE' TO RPT-HASH-STATUS
092800         MOVE 'N' TO SW-MONTH-IN-BALANCE
092900         ADD 1 TO CT-OUT-OF-BALANCE
093000     END-IF.
093100     ADD 1 TO CT-CHECKS.
093200     WRITE CLOSE-PRINT-LINE FROM RPT-HASH-LINE.
093300 5200-EXIT.
093400     EXIT.
093500
093600*    LEAVES WK-STP-SUB ON THE MONTH ROW FOR WK-STEP-NAME, IF THE
093700*    STEP RAN IN THE PERIOD AT ALL.
093800 5300-LOCATE-STEP.
093900     MOVE 'N' TO SW-STEP-FOUND.
094000     PERFORM 4410-CHECK-ONE-STEP THRU 4410-EXIT
094100         VARYING WK-STP-SUB FROM 1 BY 1
094200         UNTIL WK-STP-SUB > WK-STP-COUNT
094300            OR STEP-FOUND.
094400 5300-EXIT.
094500     EXIT.
094600
094700*---------------------------------------------------------------*
094800* 6000-CLOSE-PERIOD                                             *
094900*   AN IN-BALANCE MONTH IS MARKED CLOSED ON THE PERIOD CONTROL  *
095000*   FILE WITH ITS TRIAL BALANCE TOTALS, AND THE FOLLOWING MONTH *
095100*   IS OPENED IF IT HAS NO RECORD YET.  AN OUT-OF-BALANCE MONTH *
095200*   IS LEFT AS IT WAS.                                          *
095300*---------------------------------------------------------------*
095400 6000-CLOSE-PERIOD.
095500     WRITE CLOSE-PRINT-LINE FROM BLANK-LINE.
095600     IF NOT MONTH-IN-BALANCE
095700         MOVE 'NOT CLOSED - MONTH IS OUT OF BALANCE'
095800             TO RPT-VERDICT-TEXT
095900         WRITE CLOSE-PRINT-LINE FROM RPT-VERDICT-LINE
096000         GO TO 6000-EXIT
096100     END-IF.
096200     IF NOT PERIOD-FOUND
096300         MOVE SPACES          TO PERIOD-CONTROL-RECORD
096400         MOVE WK-CLOSE-PERIOD TO PRD-PERIOD
096500         MOVE ZERO            TO PRD-CLOSE-COUNT
096600     END-IF.
096700     SET PRD-CLOSED TO TRUE.
096800     MOVE WK-TODAY-DATE TO PRD-CLOSED-DATE.
096900     MOVE WK-CLOSED-BY  TO PRD-CLOSED-BY.
097000     ADD 1 TO PRD-CLOSE-COUNT.
097100     MOVE WK-TB-DEBITS  TO PRD-TB-DEBITS.
097200     MOVE WK-TB-CREDITS TO PRD-TB-CREDITS.
097300     IF PERIOD-FOUND
097400         REWRITE PERIOD-CONTROL-RECORD
097500     ELSE
097600         WRITE PERIOD-CONTROL-RECORD
097700     END-IF.
097800     IF FS-PERIOD NOT = '00'
097900         DISPLAY 'PUR410 - UNABLE TO UPDATE PERIOD CONTROL FILE, '
098000                 'STATUS ' FS-PERIOD
098100         MOVE 'N' TO SW-MONTH-IN-BALANCE
098200         MOVE 'NOT CLOSED - PERIOD CONTROL FILE NOT UPDATED'
098300             TO RPT-VERDICT-TEXT
098400         WRITE CLOSE-PRINT-LINE FROM RPT-VERDICT-LINE
098500         GO TO 6000-EXIT
098600     END-IF.
098700     MOVE 'CLOSED' TO RPT-VERDICT-TEXT.
098800     WRITE CLOSE-PRINT-LINE FROM RPT-VERDICT-LINE.
098900     PERFORM 6100-OPEN-NEXT-PERIOD THRU 6100-EXIT.
099000 6000-EXIT.
099100     EXIT.
099200
099300 6100-OPEN-NEXT-PERIOD.
099400     MOVE WK-CLOSE-YYYY TO WK-NEXT-YYYY.
099500     MOVE WK-CLOSE-MM   TO WK-NEXT-MM.
099600     IF WK-NEXT-MM = 12
099700         MOVE 1 TO WK-NEXT-MM
099800         ADD 1 TO WK-NEXT-YYYY
099900     ELSE
100000         ADD 1 TO WK-NEXT-MM
100100     END-IF.
100200     MOVE WK-NEXT-PERIOD TO PRD-PERIOD.
100300     READ PUR-PERIOD
100400         INVALID KEY
100500             MOVE 'N' TO SW-PERIOD-FOUND
100600         NOT INVALID KEY
100700             MOVE 'Y' TO SW-PERIOD-FOUND
100800     END-READ.
100900     IF PERIOD-FOUND
101000         GO TO 6100-EXIT
101100     END-IF.
101200     MOVE SPACES         TO PERIOD-CONTROL-RECORD.
101300     MOVE WK-NEXT-PERIOD TO PRD-PERIOD.
101400     SET PRD-OPEN TO TRUE.
101500     MOVE WK-TODAY-DATE  TO PRD-OPENED-DATE.
101600     MOVE ZERO           TO PRD-CLOSE-COUNT
101700                            PRD-TB-DEBITS
101800                            PRD-TB-CREDITS.
101900     WRITE PERIOD-CONTROL-RECORD
101905         INVALID KEY
101910             CONTINUE
101915     END-WRITE.
101920*    THE MONTH JUST CLOSED STAYS CLOSED - ONLY THE NEXT ONE IS
101925*    MISSING, AND PUR100 AND PUR290 TREAT A MONTH WITH NO RECORD
101930*    AS OPEN, SO THE RERUN THAT WRITES IT IS NOT URGENT.
101935     IF FS-PERIOD NOT = '00'
101940         DISPLAY 'PUR410 - UNABLE TO OPEN PERIOD ' WK-NEXT-PERIOD
101945                 ', STATUS ' FS-PERIOD
101950         MOVE 8 TO RETURN-CODE
101955         GO TO 6100-EXIT
101960     END-IF.
102000     DISPLAY 'PUR410 - PERIOD OPENED        : ' WK-NEXT-PERIOD.
102100 6100-EXIT.
102200     EXIT.
102300
102400*---------------------------------------------------------------*
102500* 8000-TERMINATE                                                *
102600*   CLOSES FILES, DISPLAYS THE RUN TOTALS AND SETS THE RETURN   *
102700*   CODE.                                                       *
102800*---------------------------------------------------------------*
102900 8000-TERMINATE.
103000     IF PERIOD-FILE-OPEN
103100         CLOSE PUR-PERIOD
103200     END-IF.
103300     CLOSE PUR-CLOSE-RPT.
103400     DISPLAY 'PUR410 - MONTH-TO-DATE ROWS   : ' CT-MTD-READ.
103500     DISPLAY 'PUR410 - JOURNAL NIGHTS       : ' CT-LOG-READ.
103600     DISPLAY 'PUR410 - CONTROL RECORDS READ : ' CT-RCTL-READ.
103700     DISPLAY 'PUR410 - CONTROL IN PERIOD    : ' CT-RCTL-IN-MONTH.
103800     DISPLAY 'PUR410 - TRIAL BALANCE DEBITS : ' WK-TB-DEBITS.
103900     DISPLAY 'PUR410 - TRIAL BALANCE CREDITS: ' WK-TB-CREDITS.
104000     DISPLAY 'PUR410 - CHECKS PERFORMED     : ' CT-CHECKS.
104100     DISPLAY 'PUR410 - CHECKS OUT OF BALANCE: ' CT-OUT-OF-BALANCE.
104200     IF CLOSE-REFUSED
104300         GO TO 8000-EXIT
104400     END-IF.
104500     IF MONTH-IN-BALANCE
104600         DISPLAY 'PUR410 - PERIOD ' WK-CLOSE-PERIOD ' CLOSED'
104700     ELSE
104800         DISPLAY 'PUR410 - PERIOD ' WK-CLOSE-PERIOD
104900                 ' NOT CLOSED - OUT OF BALANCE'
105000         MOVE 8 TO RETURN-CODE
105100     END-IF.
105200 8000-EXIT.
105300     EXIT.

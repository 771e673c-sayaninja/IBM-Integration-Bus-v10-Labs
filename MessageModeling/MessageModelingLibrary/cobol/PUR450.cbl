000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     PUR450.
000300 AUTHOR.         R HOLLOWAY.
000400 INSTALLATION.   CUSTOMER PURCHASE SYSTEMS.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000700*---------------------------------------------------------------*
000800* MODIFICATION HISTORY                                          *
000900*---------------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                                  *
001100* 2026-10-15  RH   ORIGINAL PROGRAM - NIGHTLY CHAIN RUN-STATE   *
001200*                  REPORT FOR OPERATIONS.                       *
001300*---------------------------------------------------------------*
001400* PURPOSE.                                                      *
001500*   SHOWS OPERATIONS WHERE EACH CYCLE OF THE NIGHTLY CHAIN      *
001600*   STANDS, FROM THE RUN-STATE FILE (PURRSTAT) THE STEP         *
001700*   SEQUENCING GUARD (PUR440) KEEPS.  FOR EVERY BUSINESS DATE   *
001800*   AND INTAKE CYCLE IN THE REPORT WINDOW IT LISTS EACH STEP    *
001900*   IN CHAIN ORDER (PURCHAIN) - NOT RUN, STARTED, COMPLETED,    *
002000*   FAILED OR RESET - WITH ITS START AND END, RETURN CODE,      *
002100*   NUMBER OF RUNS AND LAST SUPERVISED RESET, THEN ONE LINE     *
002200*   SAYING WHERE THE CYCLE STANDS -                             *
002300*     COMPLETE       - EVERY STEP THE CHAIN NEEDS COMPLETED;    *
002400*     STARTED        - A STEP IS STILL RUNNING, OR ABENDED AND  *
002500*                      NEEDS A SUPERVISED RESET (PUR460);       *
002600*     FAILED         - A STEP ENDED ON RETURN-CODE 8 OR MORE;   *
002700*     NEXT STEP DUE  - OTHERWISE, THE FIRST STEP STILL TO RUN.  *
002800*   THE WINDOW, IN DAYS BACK FROM TODAY, COMES FROM ONE SYSIN   *
002900*   CARD (3 DIGITS); A MISSING, ZERO OR NON-NUMERIC CARD TAKES  *
003000*   7 DAYS.  IT COUNTS EVERY MONTH AS 31 DAYS, THE SAME         *
003100*   APPROXIMATION THE AGING REPORTS USE.  A CYCLE WITH A STEP   *
003200*   STARTED OR FAILED SETS RETURN-CODE 4.                       *
003300*---------------------------------------------------------------*
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.   IBM-370.
003700 OBJECT-COMPUTER.   IBM-370.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT PUR-RUN-STATE   ASSIGN TO PURRSTAT
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS SEQUENTIAL
004300         RECORD KEY IS RST-KEY
004400         FILE STATUS IS FS-RUN-STATE.
004500
004600     SELECT PUR-STATE-RPT   ASSIGN TO PURRSTRP
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS FS-STATE-RPT.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  PUR-RUN-STATE
005300     RECORDING MODE IS F.
005400     COPY PURRSTAT.
005500
005600 FD  PUR-STATE-RPT
005700     RECORDING MODE IS F.
005800 01  STATE-PRINT-LINE            PIC X(132).
005900
006000 WORKING-STORAGE SECTION.
006100 01  FS-RUN-STATE               PIC XX          VALUE '00'.
006200 01  FS-STATE-RPT               PIC XX          VALUE '00'.
006300
006400 01  SW-STATE-AVAILABLE         PIC X           VALUE 'N'.
006500     88  STATE-AVAILABLE                        VALUE 'Y'.
006600 01  SW-END-OF-STATE            PIC X           VALUE 'N'.
006700     88  END-OF-STATE                           VALUE 'Y'.
006800 01  SW-CYCLE-OPEN              PIC X           VALUE 'N'.
006900     88  CYCLE-OPEN                             VALUE 'Y'.
007000
007100 01  PUR450-COUNTERS.
007200     05  CT-STATES-READ         PIC 9(7)        VALUE ZERO.
007300     05  CT-IN-WINDOW           PIC 9(7)        VALUE ZERO.
007400     05  CT-CYCLES              PIC 9(5)        VALUE ZERO.
007500     05  CT-CYCLES-COMPLETE     PIC 9(5)        VALUE ZERO.
007600     05  CT-CYCLES-ATTENTION    PIC 9(5)        VALUE ZERO.
007700     05  CT-UNKNOWN-STEPS       PIC 9(5)        VALUE ZERO.
007800
007900 01  PUR450-WORK-FIELDS.
008000     05  WK-TODAY-DATE           PIC X(8)        VALUE SPACES.
008100     05  WK-WINDOW-CARD          PIC X(3)        VALUE SPACES.
008200     05  WK-WINDOW-DAYS          PIC 9(3)        VALUE 7.
008300     05  WK-WINDOW-START         PIC S9(9)       VALUE ZERO.
008400     05  WK-STEP-SUB             PIC 9(2)        VALUE ZERO.
008500     05  WK-FIND-NAME            PIC X(8)        VALUE SPACES.
008600     05  WK-FIND-SUB             PIC 9(2)        VALUE ZERO.
008700     05  WK-STANDING             PIC X(70)       VALUE SPACES.
008800
008900*    APPROXIMATE DAY SERIALS FOR THE REPORT WINDOW - EVERY MONTH
009000*    IS TREATED AS 31 DAYS.
009100 01  PUR450-DATE-WORK.
009200     05  WK-DATE-IN              PIC X(8).
009300     05  WK-DATE-IN-R REDEFINES WK-DATE-IN.
009400         10  WK-DATE-IN-YYYY     PIC 9(4).
009500         10  WK-DATE-IN-MM       PIC 9(2).
009600         10  WK-DATE-IN-DD       PIC 9(2).
009700     05  WK-DATE-SERIAL          PIC S9(9)       VALUE ZERO.
009800     05  WK-TODAY-SERIAL         PIC S9(9)       VALUE ZERO.
009900
010000*    THE CYCLE IN HAND.  THE FILE IS IN STEP-NAME ORDER WITHIN A
010100*    DATE AND CYCLE, SO EACH STEP'S STATE IS HELD IN ITS CHAIN
010200*    POSITION (PURCHAIN) UNTIL THE CYCLE CHANGES AND IT PRINTS.
010300*    A STEP THAT HAS NEVER RUN KEEPS A SPACE STATUS.
010400 01  PUR450-CYCLE-TABLE.
010500     05  WK-CYC-DATE             PIC X(8)        VALUE SPACES.
010600     05  WK-CYC-NUMBER           PIC 9(2)        VALUE ZERO.
010700     05  WK-CYC-ENTRY OCCURS 11 TIMES.
010800         10  WK-CYC-STATUS       PIC X.
010900             88  CYC-NOT-RUN         VALUE SPACE.
011000             88  CYC-STARTED         VALUE 'S'.
011100             88  CYC-COMPLETED       VALUE 'C'.
011200             88  CYC-FAILED          VALUE 'F'.
011300             88  CYC-RESET           VALUE 'R'.
011400         10  WK-CYC-START-DATE   PIC X(8).
011500         10  WK-CYC-START-TIME   PIC X(6).
011600         10  WK-CYC-END-DATE     PIC X(8).
011700         10  WK-CYC-END-TIME     PIC X(6).
011800         10  WK-CYC-RETURN-CODE  PIC 9(3).
011900         10  WK-CYC-RUN-COUNT    PIC 9(3).
012000         10  WK-CYC-RESET-DATE   PIC X(8).
012100         10  WK-CYC-RESET-BY     PIC X(8).
012200         10  WK-CYC-RESET-REASON PIC X(30).
012300
012400     COPY PURCHAIN.
012500
012600 01  RPT-HEADER-LINE.
012700     05  FILLER                  PIC X(39) VALUE
012800         'PUR450 - NIGHTLY CHAIN RUN-STATE REPORT'.
012900     05  FILLER                  PIC X(15) VALUE
013000         ' - WINDOW LAST '.
013100     05  RPT-HDR-WINDOW          PIC ZZ9.
013200     05  FILLER                  PIC X(5)  VALUE ' DAYS'.
013300     05  FILLER                  PIC X(4)  VALUE SPACES.
013400     05  FILLER                  PIC X(8)  VALUE 'PRINTED '.
013500     05  RPT-HDR-DATE            PIC X(8).
013600
013700 01  RPT-CYCLE-LINE.
013800     05  FILLER                  PIC X(14) VALUE 'BUSINESS DATE '.
013900     05  RPT-CYC-DATE            PIC X(8).
014000     05  FILLER                  PIC X(8)  VALUE '  CYCLE '.
014100     05  RPT-CYC-NUMBER          PIC 9(2).
014200
014300 01  RPT-COLUMN-LINE.
014400     05  FILLER                  PIC X(10) VALUE 'STEP'.
014500     05  FILLER                  PIC X(12) VALUE 'STATUS'.
014600     05  FILLER                  PIC X(17) VALUE 'STARTED'.
014700     05  FILLER                  PIC X(17) VALUE 'ENDED'.
014800     05  FILLER                  PIC X(6)  VALUE ' RC'.
014900     05  FILLER                  PIC X(6)  VALUE 'RUNS'.
015000     05  FILLER                  PIC X(9)  VALUE 'RESET'.
015100     05  FILLER                  PIC X(9)  VALUE 'BY'.
015200     05  FILLER                  PIC X(6)  VALUE 'REASON'.
015300
015400 01  RPT-DETAIL-LINE.
015500     05  RPT-DET-STEP            PIC X(8).
015600     05  FILLER                  PIC X(2)  VALUE SPACES.
015700     05  RPT-DET-STATUS          PIC X(10).
015800     05  FILLER                  PIC X(2)  VALUE SPACES.
015900     05  RPT-DET-START-DATE      PIC X(8).
016000     05  FILLER                  PIC X(1)  VALUE SPACE.
016100     05  RPT-DET-START-TIME      PIC X(6).
016200     05  FILLER                  PIC X(2)  VALUE SPACES.
016300     05  RPT-DET-END-DATE        PIC X(8).
016400     05  FILLER                  PIC X(1)  VALUE SPACE.
016500     05  RPT-DET-END-TIME        PIC X(6).
016600     05  FILLER                  PIC X(2)  VALUE SPACES.
016700     05  RPT-DET-RC              PIC ZZ9.
016800     05  FILLER                  PIC X(4)  VALUE SPACES.
016900     05  RPT-DET-RUNS            PIC ZZ9.
017000     05  FILLER                  PIC X(2)  VALUE SPACES.
017100     05  RPT-DET-RESET-DATE      PIC X(8).
017200     05  FILLER                  PIC X(1)  VALUE SPACE.
017300     05  RPT-DET-RESET-BY        PIC X(8).
017400     05  FILLER                  PIC X(1)  VALUE SPACE.
017500     05  RPT-DET-RESET-REASON    PIC X(30).
017600
017700 01  RPT-STANDING-LINE.
017800     05  FILLER                  PIC X(18) VALUE
017900         '  CYCLE STANDING: '.
018000     05  RPT-STANDING            PIC X(70).
018100
018200 01  RPT-NONE-LINE.
018300     05  FILLER                  PIC X(40) VALUE
018400         '  NO CYCLE HAS RUN IN THE REPORT WINDOW '.
018500
018600 01  BLANK-LINE                  PIC X(132) VALUE SPACES.
018700
018800 PROCEDURE DIVISION.
018900*---------------------------------------------------------------*
019000* 0000-MAINLINE                                                 *
019100*   CONTROLS OVERALL FLOW OF THE REPORT RUN.                    *
019200*---------------------------------------------------------------*
019300 0000-MAINLINE.
019400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019500     PERFORM 2000-FOLD-ONE-STATE THRU 2000-EXIT
019600         UNTIL END-OF-STATE.
019700     IF CYCLE-OPEN
019800         PERFORM 3000-PRINT-CYCLE THRU 3000-EXIT
019900     END-IF.
020000     IF CT-CYCLES = ZERO
020100         WRITE STATE-PRINT-LINE FROM RPT-NONE-LINE
020200     END-IF.
020300     PERFORM 8000-TERMINATE THRU 8000-EXIT.
020400     STOP RUN.
020500
020600*---------------------------------------------------------------*
020700* 1000-INITIALIZE                                               *
020800*   TAKES THE WINDOW CARD AND OPENS FILES.  NO RUN-STATE FILE   *
020900*   MEANS NO STEP HAS YET RUN UNDER THE GUARD.                  *
021000*---------------------------------------------------------------*
021100 1000-INITIALIZE.
021200     ACCEPT WK-TODAY-DATE FROM DATE YYYYMMDD.
021300     PERFORM 1150-GET-PARAMETERS THRU 1150-EXIT.
021400     MOVE WK-TODAY-DATE TO WK-DATE-IN.
021500     PERFORM 6000-DATE-TO-SERIAL THRU 6000-EXIT.
021600     MOVE WK-DATE-SERIAL TO WK-TODAY-SERIAL.
021700     COMPUTE WK-WINDOW-START = WK-TODAY-SERIAL - WK-WINDOW-DAYS.
021800     OPEN OUTPUT PUR-STATE-RPT.
021900     OPEN INPUT  PUR-RUN-STATE.
022000     IF FS-RUN-STATE = '00'
022100         MOVE 'Y' TO SW-STATE-AVAILABLE
022200     ELSE
022300         DISPLAY 'PUR450 - NO RUN-STATE FILE - NO STEP HAS RUN '
022400                 'UNDER THE GUARD'
022500         MOVE 'Y' TO SW-END-OF-STATE
022600     END-IF.
022700     MOVE WK-WINDOW-DAYS TO RPT-HDR-WINDOW.
022800     MOVE WK-TODAY-DATE  TO RPT-HDR-DATE.
022900     WRITE STATE-PRINT-LINE FROM RPT-HEADER-LINE.
023000 1000-EXIT.
023100     EXIT.
023200
023300*---------------------------------------------------------------*
023400* 1150-GET-PARAMETERS                                           *
023500*   TAKES THE REPORT WINDOW, IN DAYS, FROM THE ONE SYSIN CARD.  *
023600*---------------------------------------------------------------*
023700 1150-GET-PARAMETERS.
023800     ACCEPT WK-WINDOW-CARD.
023900     IF WK-WINDOW-CARD NUMERIC AND WK-WINDOW-CARD NOT = '000'
024000         MOVE WK-WINDOW-CARD TO WK-WINDOW-DAYS
024100     ELSE
024200         DISPLAY 'PUR450 - NO WINDOW CARD, USING 7 DAYS'
024300     END-IF.
024400     DISPLAY 'PUR450 - REPORT WINDOW DAYS   : ' WK-WINDOW-DAYS.
024500 1150-EXIT.
024600     EXIT.
024700
024800*---------------------------------------------------------------*
024900* 2000-FOLD-ONE-STATE                                           *
025000*   READS ONE RUN-STATE RECORD AND, IF ITS BUSINESS DATE FALLS  *
025100*   IN THE WINDOW, FILES IT UNDER ITS CHAIN STEP.  A NEW DATE   *
025200*   OR CYCLE PRINTS THE ONE BEFORE IT FIRST.                    *
025300*---------------------------------------------------------------*
025400 2000-FOLD-ONE-STATE.
025500     READ PUR-RUN-STATE NEXT RECORD
025600         AT END
025700             MOVE 'Y' TO SW-END-OF-STATE
025800             GO TO 2000-EXIT
025900     END-READ.
026000     ADD 1 TO CT-STATES-READ.
026100     MOVE RST-BUSINESS-DATE TO WK-DATE-IN.
026200     PERFORM 6000-DATE-TO-SERIAL THRU 6000-EXIT.
026300     IF WK-DATE-SERIAL NOT > WK-WINDOW-START
026400        OR WK-DATE-SERIAL > WK-TODAY-SERIAL
026500         GO TO 2000-EXIT
026600     END-IF.
026700     ADD 1 TO CT-IN-WINDOW.
026800     IF CYCLE-OPEN
026900         IF RST-BUSINESS-DATE NOT = WK-CYC-DATE
027000            OR RST-CYCLE-NUMBER NOT = WK-CYC-NUMBER
027100             PERFORM 3000-PRINT-CYCLE THRU 3000-EXIT
027200         END-IF
027300     END-IF.
027400     IF NOT CYCLE-OPEN
027500         PERFORM 2100-START-CYCLE THRU 2100-EXIT
027600     END-IF.
027700     MOVE RST-STEP-NAME TO WK-FIND-NAME.
027800     PERFORM 6100-FIND-STEP THRU 6100-EXIT.
027900     IF WK-FIND-SUB = ZERO
028000         ADD 1 TO CT-UNKNOWN-STEPS
028100         DISPLAY 'PUR450 - STEP NOT IN THE CHAIN: ' RST-STEP-NAME
028200         GO TO 2000-EXIT
028300     END-IF.
028400     MOVE RST-STATUS       TO WK-CYC-STATUS (WK-FIND-SUB).
028500     MOVE RST-START-DATE   TO WK-CYC-START-DATE (WK-FIND-SUB).
028600     MOVE RST-START-TIME   TO WK-CYC-START-TIME (WK-FIND-SUB).
028700     MOVE RST-END-DATE     TO WK-CYC-END-DATE (WK-FIND-SUB).
028800     MOVE RST-END-TIME     TO WK-CYC-END-TIME (WK-FIND-SUB).
028900     MOVE RST-RETURN-CODE  TO WK-CYC-RETURN-CODE (WK-FIND-SUB).
029000     MOVE RST-RUN-COUNT    TO WK-CYC-RUN-COUNT (WK-FIND-SUB).
029100     MOVE RST-RESET-DATE   TO WK-CYC-RESET-DATE (WK-FIND-SUB).
029200     MOVE RST-RESET-BY     TO WK-CYC-RESET-BY (WK-FIND-SUB).
029300     MOVE RST-RESET-REASON TO WK-CYC-RESET-REASON (WK-FIND-SUB).
029400 2000-EXIT.
029500     EXIT.
029600
029700*---------------------------------------------------------------*
029800* 2100-START-CYCLE                                              *
029900*   CLEARS THE CYCLE TABLE FOR THE DATE AND CYCLE JUST READ.    *
030000*---------------------------------------------------------------*
030100 2100-START-CYCLE.
030200     MOVE SPACES            TO PUR450-CYCLE-TABLE.
030300     MOVE RST-BUSINESS-DATE TO WK-CYC-DATE.
030400     MOVE RST-CYCLE-NUMBER  TO WK-CYC-NUMBER.
030500     PERFORM 2110-CLEAR-ONE-STEP THRU 2110-EXIT
030600         VARYING WK-STEP-SUB FROM 1 BY 1
030700         UNTIL WK-STEP-SUB > CHN-STEP-COUNT.
030800     MOVE 'Y' TO SW-CYCLE-OPEN.
030900 2100-EXIT.
031000     EXIT.
031100
031200 2110-CLEAR-ONE-STEP.
031300     MOVE ZERO TO WK-CYC-RETURN-CODE (WK-STEP-SUB)
031400                  WK-CYC-RUN-COUNT (WK-STEP-SUB).
031500 2110-EXIT.
031600     EXIT.
031700
031800*---------------------------------------------------------------*
031900* 3000-PRINT-CYCLE                                              *
032000*   PRINTS THE CYCLE IN HAND, ONE LINE PER CHAIN STEP, AND THE  *
032100*   LINE SAYING WHERE IT STANDS.                                *
032200*---------------------------------------------------------------*
032300 3000-PRINT-CYCLE.
032400     ADD 1 TO CT-CYCLES.
032500     MOVE WK-CYC-DATE   TO RPT-CYC-DATE.
032600     MOVE WK-CYC-NUMBER TO RPT-CYC-NUMBER.
032700     WRITE STATE-PRINT-LINE FROM BLANK-LINE.
032800     WRITE STATE-PRINT-LINE FROM RPT-CYCLE-LINE.
032900     WRITE STATE-PRINT-LINE FROM RPT-COLUMN-LINE.
033000     PERFORM 3100-PRINT-ONE-STEP THRU 3100-EXIT
033100         VARYING WK-STEP-SUB FROM 1 BY 1
033200         UNTIL WK-STEP-SUB > CHN-STEP-COUNT.
033300     PERFORM 3200-ASSESS-CYCLE THRU 3200-EXIT.
033400     MOVE WK-STANDING TO RPT-STANDING.
033500     WRITE STATE-PRINT-LINE FROM RPT-STANDING-LINE.
033600     MOVE 'N' TO SW-CYCLE-OPEN.
033700 3000-EXIT.
033800     EXIT.
033900
034000 3100-PRINT-ONE-STEP.
034100     MOVE CHN-STEP-NAME (WK-STEP-SUB) TO RPT-DET-STEP.
034200     EVALUATE TRUE
034300         WHEN CYC-STARTED (WK-STEP-SUB)
034400             MOVE 'STARTED'   TO RPT-DET-STATUS
034500         WHEN CYC-COMPLETED (WK-STEP-SUB)
034600             MOVE 'COMPLETED' TO RPT-DET-STATUS
034700         WHEN CYC-FAILED (WK-STEP-SUB)
034800             MOVE 'FAILED'    TO RPT-DET-STATUS
034900         WHEN CYC-RESET (WK-STEP-SUB)
035000             MOVE 'RESET'     TO RPT-DET-STATUS
035100         WHEN OTHER
035200             MOVE 'NOT RUN'   TO RPT-DET-STATUS
035300     END-EVALUATE.
035400     MOVE WK-CYC-START-DATE (WK-STEP-SUB)   TO RPT-DET-START-DATE.
035500     MOVE WK-CYC-START-TIME (WK-STEP-SUB)   TO RPT-DET-START-TIME.
035600     MOVE WK-CYC-END-DATE (WK-STEP-SUB)     TO RPT-DET-END-DATE.
035700     MOVE WK-CYC-END-TIME (WK-STEP-SUB)     TO RPT-DET-END-TIME.
035800     MOVE WK-CYC-RETURN-CODE (WK-STEP-SUB)  TO RPT-DET-RC.
035900     MOVE WK-CYC-RUN-COUNT (WK-STEP-SUB)    TO RPT-DET-RUNS.
036000     MOVE WK-CYC-RESET-DATE (WK-STEP-SUB)   TO RPT-DET-RESET-DATE.
036100     MOVE WK-CYC-RESET-BY (WK-STEP-SUB)     TO RPT-DET-RESET-BY.
036200     MOVE WK-CYC-RESET-REASON (WK-STEP-SUB)
036300         TO RPT-DET-RESET-REASON.
036400     WRITE STATE-PRINT-LINE FROM RPT-DETAIL-LINE.
036500 3100-EXIT.
036600     EXIT.
036700
036800*---------------------------------------------------------------*
036900* 3200-ASSESS-CYCLE                                             *
037000*   A STEP LEFT STARTED COMES FIRST - NOTHING AFTER IT CAN RUN  *
037100*   UNTIL IT ENDS OR IS RESET - THEN A FAILED STEP, THEN THE    *
037200*   FIRST STEP THE CHAIN STILL NEEDS.  AN OPTIONAL STEP THAT    *
037300*   HAS NOT RUN IS NEVER DUE.                                   *
037400*---------------------------------------------------------------*
037500 3200-ASSESS-CYCLE.
037600     MOVE SPACES TO WK-STANDING.
037700     MOVE ZERO TO WK-FIND-SUB.
037800     PERFORM 3210-FIND-STARTED THRU 3210-EXIT
037900         VARYING WK-STEP-SUB FROM 1 BY 1
038000         UNTIL WK-STEP-SUB > CHN-STEP-COUNT
038100            OR WK-FIND-SUB > ZERO.
038200     IF WK-FIND-SUB > ZERO
038300         ADD 1 TO CT-CYCLES-ATTENTION
038400         STRING 'STARTED - '                DELIMITED BY SIZE
038500                CHN-STEP-NAME (WK-FIND-SUB) DELIMITED BY SPACE
038600                ' IS RUNNING, OR ABENDED AND NEEDS A RESET'
038700                                            DELIMITED BY SIZE
038800             INTO WK-STANDING
038900         END-STRING
039000         GO TO 3200-EXIT
039100     END-IF.
039200     PERFORM 3220-FIND-FAILED THRU 3220-EXIT
039300         VARYING WK-STEP-SUB FROM 1 BY 1
039400         UNTIL WK-STEP-SUB > CHN-STEP-COUNT
039500            OR WK-FIND-SUB > ZERO.
039600     IF WK-FIND-SUB > ZERO
039700         ADD 1 TO CT-CYCLES-ATTENTION
039800         STRING 'FAILED - '                 DELIMITED BY SIZE
039900                CHN-STEP-NAME (WK-FIND-SUB) DELIMITED BY SPACE
040000                ' ENDED ON RETURN-CODE '    DELIMITED BY SIZE
040100                WK-CYC-RETURN-CODE (WK-FIND-SUB)
040200                                            DELIMITED BY SIZE
040300             INTO WK-STANDING
040400         END-STRING
040500         GO TO 3200-EXIT
040600     END-IF.
040700     PERFORM 3230-FIND-DUE THRU 3230-EXIT
040800         VARYING WK-STEP-SUB FROM 1 BY 1
040900         UNTIL WK-STEP-SUB > CHN-STEP-COUNT
041000            OR WK-FIND-SUB > ZERO.
041100     IF WK-FIND-SUB > ZERO
041200         STRING 'NEXT STEP DUE - '          DELIMITED BY SIZE
041300                CHN-STEP-NAME (WK-FIND-SUB) DELIMITED BY SPACE
041400             INTO WK-STANDING
041500         END-STRING
041600         GO TO 3200-EXIT
041700     END-IF.
041800     ADD 1 TO CT-CYCLES-COMPLETE.
041900     MOVE 'COMPLETE - EVERY STEP OF THE CYCLE HAS COMPLETED'
042000         TO WK-STANDING.
042100 3200-EXIT.
042200     EXIT.
042300
042400 3210-FIND-STARTED.
042500     IF CYC-STARTED (WK-STEP-SUB)
042600         MOVE WK-STEP-SUB TO WK-FIND-SUB
042700     END-IF.
042800 3210-EXIT.
042900     EXIT.
043000
043100 3220-FIND-FAILED.
043200     IF CYC-FAILED (WK-STEP-SUB)
043300         MOVE WK-STEP-SUB TO WK-FIND-SUB
043400     END-IF.
043500 3220-EXIT.
043600     EXIT.
043700
043800 3230-FIND-DUE.
043900     IF CYC-COMPLETED (WK-STEP-SUB)
044000         GO TO 3230-EXIT
044100     END-IF.
044200     IF CHN-STEP-OPTIONAL (WK-STEP-SUB)
044300        AND CYC-NOT-RUN (WK-STEP-SUB)
044400         GO TO 3230-EXIT
044500     END-IF.
044600     MOVE WK-STEP-SUB TO WK-FIND-SUB.
044700 3230-EXIT.
044800     EXIT.
044900
045000*---------------------------------------------------------------*
045100* 6000-DATE-TO-SERIAL                                           *
045200*   TURNS A YYYYMMDD DATE INTO AN APPROXIMATE DAY SERIAL FOR    *
045300*   THE REPORT WINDOW.                                          *
045400*---------------------------------------------------------------*
045500 6000-DATE-TO-SERIAL.
045600     IF WK-DATE-IN NOT NUMERIC
045700         MOVE ZERO TO WK-DATE-SERIAL
045800         GO TO 6000-EXIT
045900     END-IF.
046000     COMPUTE WK-DATE-SERIAL =
046100         (WK-DATE-IN-YYYY * 372) +
046200         (WK-DATE-IN-MM * 31) +
046300          WK-DATE-IN-DD.
046400 6000-EXIT.
046500     EXIT.
046600
046700*---------------------------------------------------------------*
046800* 6100-FIND-STEP                                                *
046900*   POSITION OF WK-FIND-NAME IN THE CHAIN STEP TABLE, OR ZERO.  *
047000*---------------------------------------------------------------*
047100 6100-FIND-STEP.
047200     MOVE ZERO TO WK-FIND-SUB.
047300     PERFORM 6110-MATCH-ONE-STEP THRU 6110-EXIT
047400         VARYING WK-STEP-SUB FROM 1 BY 1
047500         UNTIL WK-STEP-SUB > CHN-STEP-COUNT
047600            OR WK-FIND-SUB > ZERO.
047700 6100-EXIT.
047800     EXIT.
047900
048000 6110-MATCH-ONE-STEP.
048100     IF CHN-STEP-NAME (WK-STEP-SUB) = WK-FIND-NAME
048200         MOVE WK-STEP-SUB TO WK-FIND-SUB
048300     END-IF.
048400 6110-EXIT.
048500     EXIT.
048600
048700*---------------------------------------------------------------*
048800* 8000-TERMINATE                                                *
048900*   CLOSES FILES AND DISPLAYS THE RUN TOTALS.                   *
049000*---------------------------------------------------------------*
049100 8000-TERMINATE.
049200     IF STATE-AVAILABLE
049300         CLOSE PUR-RUN-STATE
049400     END-IF.
049500     CLOSE PUR-STATE-RPT.
049600     DISPLAY 'PUR450 - RUN-STATE RECORDS READ: ' CT-STATES-READ.
049700     DISPLAY 'PUR450 - IN REPORT WINDOW      : ' CT-IN-WINDOW.
049800     DISPLAY 'PUR450 - CYCLES REPORTED       : ' CT-CYCLES.
049900     DISPLAY 'PUR450 - CYCLES COMPLETE       : '
050000         CT-CYCLES-COMPLETE.
050100     DISPLAY 'PUR450 - CYCLES NEEDING ACTION : '
050200         CT-CYCLES-ATTENTION.
050300     DISPLAY 'PUR450 - STEPS NOT IN THE CHAIN: ' CT-UNKNOWN-STEPS.
050400     IF CT-CYCLES-ATTENTION > ZERO
050500         MOVE 4 TO RETURN-CODE
050600     END-IF.
050700 8000-EXIT.
050800     EXIT.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     PUR440.
000300 AUTHOR.         R HOLLOWAY.
000400 INSTALLATION.   CUSTOMER PURCHASE SYSTEMS.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000700*---------------------------------------------------------------*
000800* MODIFICATION HISTORY                                          *
000900*---------------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                                  *
001100* 2026-10-15  RH   ORIGINAL PROGRAM - NIGHTLY CHAIN STEP        *
001200*                  SEQUENCING GUARD, CALLED BY EVERY GUARDED    *
001300*                  STEP AS IT BEGINS AND ENDS, AND BY THE ONLINE*
001400*                  CHAIN RESTART FACILITY (PUR460) TO RESET A   *
001500*                  STEP AND EVERYTHING DOWNSTREAM OF IT.        *
001600*---------------------------------------------------------------*
001700* PURPOSE.                                                      *
001800*   THE ORDER OF THE NIGHTLY CHAIN USED TO LIVE ONLY IN THE     *
001900*   SCHEDULER - A STEP RERUN BY HAND AFTER A LATER STEP HAD     *
002000*   ALREADY USED ITS OUTPUT, OR A SECOND CYCLE STARTED BEFORE   *
002100*   THE FIRST HAD BALANCED, WENT UNNOTICED.  THIS SUBPROGRAM    *
002200*   KEEPS THE RUN-STATE FILE (PURRSTAT), ONE RECORD PER         *
002300*   BUSINESS DATE, INTAKE CYCLE AND STEP, AGAINST THE STEP      *
002400*   ORDER IN PURCHAIN.  SEE PURRSLNK FOR THE CALLS.             *
002500*   A STEP MAY BEGIN ONLY WHEN -                                *
002600*     IT HAS NOT ALREADY STARTED OR COMPLETED FOR THE DATE AND  *
002700*       CYCLE (A FAILED OR RESET STEP MAY RUN AGAIN);           *
002800*     EVERY STEP REQUIRED BEFORE IT HAS COMPLETED, AND EVERY    *
002900*       OPTIONAL STEP BEFORE IT THAT RAN HAS COMPLETED;         *
003000*     NO STEP THAT FOLLOWS IT HAS RUN - ITS OUTPUT IS ALREADY   *
003100*       SPOKEN FOR, SO THE FOLLOWING STEPS MUST BE RESET FIRST. *
003200*   THE FIRST STEP OF THE CHAIN RUNS UNDER TODAY'S DATE.  A     *
003300*   LATER STEP RUNS UNDER YESTERDAY'S DATE INSTEAD WHEN ITS     *
003400*   CYCLE HAS NOT BEEN STARTED TODAY BUT WAS STARTED YESTERDAY  *
003500*   AND HAS NOT FINISHED - THE CHAIN HAS RUN PAST MIDNIGHT.     *
003600*   THE RUN-STATE FILE IS OPENED AND CLOSED ON EVERY CALL, SO   *
003700*   IT IS NEVER HELD BETWEEN THE START AND END OF A STEP.       *
003800*---------------------------------------------------------------*
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER.   IBM-370.
004200 OBJECT-COMPUTER.   IBM-370.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT PUR-RUN-STATE   ASSIGN TO PURRSTAT
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS RST-KEY
004900         FILE STATUS IS FS-RUN-STATE.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  PUR-RUN-STATE
005400     RECORDING MODE IS F.
005500     COPY PURRSTAT.
005600
005700 WORKING-STORAGE SECTION.
005800 01  FS-RUN-STATE               PIC XX          VALUE '00'.
005900
006000 01  SW-FILE-OPEN                PIC X           VALUE 'N'.
006100     88  FILE-OPEN                              VALUE 'Y'.
006200 01  SW-STATE-FOUND              PIC X           VALUE 'N'.
006300     88  STATE-FOUND                            VALUE 'Y'.
006400 01  SW-CYCLE-ON-FILE            PIC X           VALUE 'N'.
006500     88  CYCLE-ON-FILE                          VALUE 'Y'.
006600 01  SW-MARKS-CHANGED            PIC X           VALUE 'N'.
006700     88  MARKS-CHANGED                          VALUE 'Y'.
006800
006900 01  PUR440-WORK-FIELDS.
007000     05  WK-TODAY-DATE           PIC X(8)        VALUE SPACES.
007100     05  WK-NOW-TIME             PIC X(8)        VALUE SPACES.
007200     05  WK-STEP-SUB             PIC 9(2)        VALUE ZERO.
007300     05  WK-LINK-SUB             PIC 9(2)        VALUE ZERO.
007400     05  WK-FIND-NAME            PIC X(8)        VALUE SPACES.
007500     05  WK-FIND-SUB             PIC 9(2)        VALUE ZERO.
007600     05  WK-BEFORE-SUB           PIC 9(2)        VALUE ZERO.
007700     05  WK-AFTER-SUB            PIC 9(2)        VALUE ZERO.
007800     05  WK-CHECK-DATE           PIC X(8)        VALUE SPACES.
007900     05  WK-CHECK-CYCLE          PIC 9(2)        VALUE ZERO.
008000     05  WK-CHECK-STEP           PIC X(8)        VALUE SPACES.
008100     05  WK-CHECK-STATUS         PIC X           VALUE SPACE.
008200         88  CHECK-NOT-RUN           VALUE SPACE.
008300         88  CHECK-COMPLETED         VALUE 'C'.
008400         88  CHECK-RESET             VALUE 'R'.
008500
008600*    ONE BYTE PER CHAIN STEP (PURCHAIN ORDER) - 'Y' WHEN THE STEP
008700*    IS TO BE RESET.
008800 01  PUR440-MARK-TABLE.
008900     05  WK-MARK OCCURS 11 TIMES PIC X.
009000
009100*    YESTERDAY'S DATE, FOR A CHAIN THAT RUNS PAST MIDNIGHT.
009200 01  PUR440-DATE-WORK.
009300     05  WK-PRIOR-DATE           PIC X(8)        VALUE SPACES.
009400     05  WK-PRIOR-DATE-R REDEFINES WK-PRIOR-DATE.
009500         10  WK-PRIOR-YYYY       PIC 9(4).
009600         10  WK-PRIOR-MM         PIC 9(2).
009700         10  WK-PRIOR-DD         PIC 9(2).
009800     05  WK-QUOTIENT             PIC 9(4)        VALUE ZERO.
009900     05  WK-REM-4                PIC 9(3)        VALUE ZERO.
010000     05  WK-REM-100              PIC 9(3)        VALUE ZERO.
010100     05  WK-REM-400              PIC 9(3)        VALUE ZERO.
010200
010300 01  PUR440-MONTH-DAYS-AREA.
010400     05  FILLER                  PIC X(24)       VALUE
010500         '312831303130313130313031'.
010600 01  PUR440-MONTH-DAYS REDEFINES PUR440-MONTH-DAYS-AREA.
010700     05  WK-MONTH-DAYS OCCURS 12 TIMES PIC 9(2).
010800
010900     COPY PURCHAIN.
011000
011100 LINKAGE SECTION.
011200     COPY PURRSLNK.
011300
011400 PROCEDURE DIVISION USING RUN-STATE-LINKAGE-AREA.
011500*---------------------------------------------------------------*
011600* 0000-MAINLINE                                                 *
011700*   THE STEP'S RETURN CODE IS HANDED BACK AS THIS PROGRAM'S     *
011800*   OWN SO THE CALL LEAVES THE CALLER'S RETURN CODE AS IT WAS.  *
011900*---------------------------------------------------------------*
012000 0000-MAINLINE.
012100     SET RSL-CLEARED TO TRUE.
012200     MOVE SPACES TO RSL-REASON-TEXT.
012300     IF NOT RSL-FUNC-END
012400         MOVE ZERO TO RSL-STEP-RC
012500     END-IF.
012600     ACCEPT WK-TODAY-DATE FROM DATE YYYYMMDD.
012700     ACCEPT WK-NOW-TIME FROM TIME.
012800     PERFORM 1000-OPEN-RUN-STATE THRU 1000-EXIT.
012900     IF FILE-OPEN
013000         EVALUATE TRUE
013100             WHEN RSL-FUNC-BEGIN
013200                 PERFORM 2000-BEGIN-STEP THRU 2000-EXIT
013300             WHEN RSL-FUNC-END
013400                 PERFORM 3000-END-STEP THRU 3000-EXIT
013500             WHEN RSL-FUNC-RESET
013600                 PERFORM 4000-RESET-STEP THRU 4000-EXIT
013700             WHEN OTHER
013800                 SET RSL-REFUSED TO TRUE
013900                 MOVE 'INVALID RUN-STATE FUNCTION CODE'
014000                     TO RSL-REASON-TEXT
014100         END-EVALUATE
014200         CLOSE PUR-RUN-STATE
014300     ELSE
014400         PERFORM 1100-NO-RUN-STATE THRU 1100-EXIT
014500     END-IF.
014600     MOVE RSL-STEP-RC TO RETURN-CODE.
014700     GOBACK.
014800
014900*---------------------------------------------------------------*
015000* 1000-OPEN-RUN-STATE                                           *
015100*   OPENS THE RUN-STATE FILE FOR I-O, CREATING IT THE FIRST     *
015200*   TIME A GUARDED STEP EVER RUNS.                              *
015300*---------------------------------------------------------------*
015400 1000-OPEN-RUN-STATE.
015500     MOVE 'N' TO SW-FILE-OPEN.
015600     OPEN I-O PUR-RUN-STATE.
015700     IF FS-RUN-STATE = '35'
015800         OPEN OUTPUT PUR-RUN-STATE
015900         CLOSE PUR-RUN-STATE
016000         OPEN I-O PUR-RUN-STATE
016100     END-IF.
016200     IF FS-RUN-STATE = '00'
016300         MOVE 'Y' TO SW-FILE-OPEN
016400     END-IF.
016500 1000-EXIT.
016600     EXIT.
016700
016800*---------------------------------------------------------------*
016900* 1100-NO-RUN-STATE                                             *
017000*   WITHOUT THE RUN-STATE FILE NO STEP CAN BE PROVED IN ORDER,  *
017100*   SO A BEGIN OR RESET IS REFUSED.  AN END CANNOT BE RECORDED -*
017200*   THE STEP'S WORK IS DONE, SO IT ENDS WITH AT LEAST A WARNING *
017300*   AND THE STEP IS LEFT SHOWING STARTED FOR A SUPERVISOR TO    *
017400*   RESOLVE.                                                    *
017500*---------------------------------------------------------------*
017600 1100-NO-RUN-STATE.
017700     DISPLAY 'PUR440 - UNABLE TO OPEN RUN-STATE FILE, STATUS '
017800             FS-RUN-STATE.
017900     IF RSL-FUNC-END
018000         DISPLAY 'PUR440 - END OF ' RSL-STEP-NAME ' NOT RECORDED'
018100         IF RSL-STEP-RC < 4
018200             MOVE 4 TO RSL-STEP-RC
018300         END-IF
018400     ELSE
018500         SET RSL-REFUSED TO TRUE
018600         MOVE 'RUN-STATE FILE UNAVAILABLE' TO RSL-REASON-TEXT
018700     END-IF.
018800 1100-EXIT.
018900     EXIT.
019000
019100*---------------------------------------------------------------*
019200* 2000-BEGIN-STEP                                               *
019300*   DECIDES WHETHER THE STEP MAY START AND, IF IT MAY, MARKS    *
019400*   IT STARTED.  THE FIRST REFUSAL FOUND IS THE ONE REPORTED.   *
019500*---------------------------------------------------------------*
019600 2000-BEGIN-STEP.
019700     MOVE RSL-STEP-NAME TO WK-FIND-NAME.
019800     PERFORM 6000-FIND-STEP THRU 6000-EXIT.
019900     IF WK-FIND-SUB = ZERO
020000         SET RSL-REFUSED TO TRUE
020100         MOVE 'STEP IS NOT IN THE NIGHTLY CHAIN'
020200             TO RSL-REASON-TEXT
020300         GO TO 2000-EXIT
020400     END-IF.
020500     PERFORM 2100-RESOLVE-DATE THRU 2100-EXIT.
020600
020700     MOVE RSL-BUSINESS-DATE TO WK-CHECK-DATE.
020800     MOVE RSL-CYCLE-NUMBER  TO WK-CHECK-CYCLE.
020900     MOVE RSL-STEP-NAME     TO WK-CHECK-STEP.
021000     PERFORM 5000-READ-STATE THRU 5000-EXIT.
021100     IF RST-STARTED
021200         SET RSL-REFUSED TO TRUE
021300         MOVE 'STARTED AND NOT ENDED - SUPERVISED RESET NEEDED'
021400             TO RSL-REASON-TEXT
021500         GO TO 2000-EXIT
021600     END-IF.
021700     IF RST-COMPLETED
021800         SET RSL-REFUSED TO TRUE
021900         MOVE 'ALREADY COMPLETED - SUPERVISED RESET NEEDED'
022000             TO RSL-REASON-TEXT
022100         GO TO 2000-EXIT
022200     END-IF.
022300
022400     PERFORM 2300-CHECK-ONE-BEFORE THRU 2300-EXIT
022500         VARYING WK-LINK-SUB FROM 1 BY 1
022600         UNTIL WK-LINK-SUB > CHN-LINK-COUNT
022700            OR RSL-REFUSED.
022800     PERFORM 2400-CHECK-ONE-AFTER THRU 2400-EXIT
022900         VARYING WK-LINK-SUB FROM 1 BY 1
023000         UNTIL WK-LINK-SUB > CHN-LINK-COUNT
023100            OR RSL-REFUSED.
023200     IF RSL-REFUSED
023300         GO TO 2000-EXIT
023400     END-IF.
023500     PERFORM 2500-MARK-STARTED THRU 2500-EXIT.
023600 2000-EXIT.
023700     EXIT.
023800
023900*---------------------------------------------------------------*
024000* 2100-RESOLVE-DATE                                             *
024100*   TODAY, UNLESS THE STEP IS PART OF A CYCLE THAT STARTED      *
024200*   YESTERDAY AND HAS NOT YET FINISHED.  THE FIRST STEP OF THE  *
024300*   CHAIN ALWAYS STARTS A CYCLE UNDER TODAY'S DATE.             *
024400*---------------------------------------------------------------*
024500 2100-RESOLVE-DATE.
024600     MOVE WK-TODAY-DATE TO RSL-BUSINESS-DATE.
024700     IF RSL-STEP-NAME = CHN-STEP-NAME (1)
024800         GO TO 2100-EXIT
024900     END-IF.
025000     MOVE WK-TODAY-DATE TO WK-CHECK-DATE.
025100     PERFORM 5100-CHECK-CYCLE-ON-FILE THRU 5100-EXIT.
025200     IF CYCLE-ON-FILE
025300         GO TO 2100-EXIT
025400     END-IF.
025500     PERFORM 2200-GET-PRIOR-DATE THRU 2200-EXIT.
025600     MOVE WK-PRIOR-DATE TO WK-CHECK-DATE.
025700     PERFORM 5100-CHECK-CYCLE-ON-FILE THRU 5100-EXIT.
025800     IF NOT CYCLE-ON-FILE
025900         GO TO 2100-EXIT
026000     END-IF.
026100     MOVE WK-PRIOR-DATE    TO WK-CHECK-DATE.
026200     MOVE RSL-CYCLE-NUMBER TO WK-CHECK-CYCLE.
026300     MOVE CHN-STEP-NAME (CHN-STEP-COUNT) TO WK-CHECK-STEP.
026400     PERFORM 5000-READ-STATE THRU 5000-EXIT.
026500     IF NOT CHECK-COMPLETED
026600         MOVE WK-PRIOR-DATE TO RSL-BUSINESS-DATE
026700     END-IF.
026800 2100-EXIT.
026900     EXIT.
027000
027100*---------------------------------------------------------------*
027200* 2200-GET-PRIOR-DATE                                           *
027300*   STEPS TODAY'S DATE BACK ONE CALENDAR DAY.                   *
027400*---------------------------------------------------------------*
027500 2200-GET-PRIOR-DATE.
027600     MOVE WK-TODAY-DATE TO WK-PRIOR-DATE.
027700     IF WK-PRIOR-DD > 1
027800         SUBTRACT 1 FROM WK-PRIOR-DD
027900         GO TO 2200-EXIT
028000     END-IF.
028100     IF WK-PRIOR-MM > 1
028200         SUBTRACT 1 FROM WK-PRIOR-MM
028300     ELSE
028400         MOVE 12 TO WK-PRIOR-MM
028500         SUBTRACT 1 FROM WK-PRIOR-YYYY
028600     END-IF.
028700     MOVE WK-MONTH-DAYS (WK-PRIOR-MM) TO WK-PRIOR-DD.
028800     IF WK-PRIOR-MM = 2
028900         DIVIDE WK-PRIOR-YYYY BY 4 GIVING WK-QUOTIENT
029000             REMAINDER WK-REM-4
029100         DIVIDE WK-PRIOR-YYYY BY 100 GIVING WK-QUOTIENT
029200             REMAINDER WK-REM-100
029300         DIVIDE WK-PRIOR-YYYY BY 400 GIVING WK-QUOTIENT
029400             REMAINDER WK-REM-400
029500         IF WK-REM-400 = ZERO
029600            OR (WK-REM-4 = ZERO AND WK-REM-100 NOT = ZERO)
029700             MOVE 29 TO WK-PRIOR-DD
029800         END-IF
029900     END-IF.
030000 2200-EXIT.
030100     EXIT.
030200
030300*---------------------------------------------------------------*
030400* 2300-CHECK-ONE-BEFORE                                         *
030500*   ONE LINK NAMING A STEP THAT MUST COME BEFORE THIS ONE.      *
030600*---------------------------------------------------------------*
030700 2300-CHECK-ONE-BEFORE.
030800     IF CHN-LINK-STEP (WK-LINK-SUB) NOT = RSL-STEP-NAME
030900         GO TO 2300-EXIT
031000     END-IF.
031100     MOVE RSL-BUSINESS-DATE TO WK-CHECK-DATE.
031200     MOVE RSL-CYCLE-NUMBER  TO WK-CHECK-CYCLE.
031300     IF CHN-LINK-PRIOR-CYCLE (WK-LINK-SUB)
031400         IF RSL-CYCLE-NUMBER < 2
031500             GO TO 2300-EXIT
031600         END-IF
031700         SUBTRACT 1 FROM WK-CHECK-CYCLE
031800     END-IF.
031900     MOVE CHN-LINK-BEFORE (WK-LINK-SUB) TO WK-CHECK-STEP.
032000     PERFORM 5000-READ-STATE THRU 5000-EXIT.
032100     IF CHECK-COMPLETED
032200         GO TO 2300-EXIT
032300     END-IF.
032400     IF CHECK-NOT-RUN
032500        AND CHN-LINK-OPTIONAL (WK-LINK-SUB)
032600         GO TO 2300-EXIT
032700     END-IF.
032800     SET RSL-REFUSED TO TRUE.
032900     STRING WK-CHECK-STEP              DELIMITED BY SPACE
033000            ' HAS NOT COMPLETED FOR '  DELIMITED BY SIZE
033100            WK-CHECK-DATE              DELIMITED BY SIZE
033200            ' CYCLE '                  DELIMITED BY SIZE
033300            WK-CHECK-CYCLE             DELIMITED BY SIZE
033400         INTO RSL-REASON-TEXT
033500     END-STRING.
033600 2300-EXIT.
033700     EXIT.
033800
033900*---------------------------------------------------------------*
034000* 2400-CHECK-ONE-AFTER                                          *
034100*   ONE LINK NAMING A STEP THAT FOLLOWS THIS ONE.  IF IT HAS    *
034200*   RUN (AND NOT BEEN RESET SINCE), IT HAS ALREADY TAKEN THIS   *
034300*   STEP'S OUTPUT.                                              *
034400*---------------------------------------------------------------*
034500 2400-CHECK-ONE-AFTER.
034600     IF CHN-LINK-BEFORE (WK-LINK-SUB) NOT = RSL-STEP-NAME
034700         GO TO 2400-EXIT
034800     END-IF.
034900     MOVE RSL-BUSINESS-DATE TO WK-CHECK-DATE.
035000     MOVE RSL-CYCLE-NUMBER  TO WK-CHECK-CYCLE.
035100     IF CHN-LINK-PRIOR-CYCLE (WK-LINK-SUB)
035200         IF RSL-CYCLE-NUMBER = 99
035300             GO TO 2400-EXIT
035400         END-IF
035500         ADD 1 TO WK-CHECK-CYCLE
035600     END-IF.
035700     MOVE CHN-LINK-STEP (WK-LINK-SUB) TO WK-CHECK-STEP.
035800     PERFORM 5000-READ-STATE THRU 5000-EXIT.
035900     IF CHECK-NOT-RUN OR CHECK-RESET
036000         GO TO 2400-EXIT
036100     END-IF.
036200     SET RSL-REFUSED TO TRUE.
036300     STRING WK-CHECK-STEP              DELIMITED BY SPACE
036400            ' HAS ALREADY RUN FOR '    DELIMITED BY SIZE
036500            WK-CHECK-DATE              DELIMITED BY SIZE
036600            ' CYCLE '                  DELIMITED BY SIZE
036700            WK-CHECK-CYCLE             DELIMITED BY SIZE
036800            ' - RESET NEEDED'          DELIMITED BY SIZE
036900         INTO RSL-REASON-TEXT
037000     END-STRING.
037100 2400-EXIT.
037200     EXIT.
037300
037400*---------------------------------------------------------------*
037500* 2500-MARK-STARTED                                             *
037600*   RECORDS THE START, KEEPING THE RUN COUNT AND THE LAST       *
037700*   RESET FROM ANY EARLIER RECORD FOR THE STEP.                 *
037800*---------------------------------------------------------------*
037900 2500-MARK-STARTED.
038000     MOVE RSL-BUSINESS-DATE TO WK-CHECK-DATE.
038100     MOVE RSL-CYCLE-NUMBER  TO WK-CHECK-CYCLE.
038200     MOVE RSL-STEP-NAME     TO WK-CHECK-STEP.
038300     PERFORM 5000-READ-STATE THRU 5000-EXIT.
038400     IF NOT STATE-FOUND
038500         PERFORM 5200-NEW-STATE THRU 5200-EXIT
038600     END-IF.
038700     SET RST-STARTED TO TRUE.
038800     MOVE WK-TODAY-DATE      TO RST-START-DATE.
038900     MOVE WK-NOW-TIME (1:6)  TO RST-START-TIME.
039000     MOVE SPACES             TO RST-END-DATE
039100                                RST-END-TIME.
039200     MOVE ZERO               TO RST-RETURN-CODE.
039300     IF RST-RUN-COUNT < 999
039400         ADD 1 TO RST-RUN-COUNT
039500     END-IF.
039600     PERFORM 5300-STORE-STATE THRU 5300-EXIT.
039700     IF FS-RUN-STATE NOT = '00'
039800         SET RSL-REFUSED TO TRUE
039900         MOVE 'START COULD NOT BE RECORDED ON THE RUN-STATE FILE'
040000             TO RSL-REASON-TEXT
040100     END-IF.
040200 2500-EXIT.
040300     EXIT.
040400
040500*---------------------------------------------------------------*
040600* 3000-END-STEP                                                 *
040700*   RECORDS THE END UNDER THE DATE THE BEGIN CALL RESOLVED.     *
040800*   RETURN CODE 8 OR MORE IS A FAILURE.                         *
040900*---------------------------------------------------------------*
041000 3000-END-STEP.
041100     MOVE RSL-BUSINESS-DATE TO WK-CHECK-DATE.
041200     MOVE RSL-CYCLE-NUMBER  TO WK-CHECK-CYCLE.
041300     MOVE RSL-STEP-NAME     TO WK-CHECK-STEP.
041400     PERFORM 5000-READ-STATE THRU 5000-EXIT.
041500     IF NOT STATE-FOUND
041600         PERFORM 5200-NEW-STATE THRU 5200-EXIT
041700         MOVE 1 TO RST-RUN-COUNT
041800     END-IF.
041900     IF RSL-STEP-RC < 8
042000         SET RST-COMPLETED TO TRUE
042100     ELSE
042200         SET RST-FAILED TO TRUE
042300     END-IF.
042400     MOVE WK-TODAY-DATE      TO RST-END-DATE.
042500     MOVE WK-NOW-TIME (1:6)  TO RST-END-TIME.
042600     MOVE RSL-STEP-RC        TO RST-RETURN-CODE.
042700     PERFORM 5300-STORE-STATE THRU 5300-EXIT.
042800     IF FS-RUN-STATE NOT = '00'
042900         DISPLAY 'PUR440 - END OF ' RSL-STEP-NAME
043000                 ' NOT RECORDED, STATUS ' FS-RUN-STATE
043100         IF RSL-STEP-RC < 4
043200             MOVE 4 TO RSL-STEP-RC
043300         END-IF
043400     END-IF.
043500 3000-EXIT.
043600     EXIT.
043700
043800*---------------------------------------------------------------*
043900* 4000-RESET-STEP                                               *
044000*   MARKS THE STEP AND EVERY STEP DOWNSTREAM OF IT RESET FOR    *
044100*   RERUN UNDER THE DATE AND CYCLE GIVEN.  REFUSED WHILE THE    *
044200*   NEXT CYCLE OF THE DATE IS UNDER WAY - THAT CYCLE STARTED ON *
044300*   THE STRENGTH OF THIS ONE AND MUST BE RESET FIRST.           *
044400*---------------------------------------------------------------*
044500 4000-RESET-STEP.
044600     MOVE ZERO TO RSL-RESET-COUNT.
044700     MOVE SPACES TO RSL-RESET-LIST.
044800     MOVE RSL-STEP-NAME TO WK-FIND-NAME.
044900     PERFORM 6000-FIND-STEP THRU 6000-EXIT.
045000     IF WK-FIND-SUB = ZERO
045100         SET RSL-REFUSED TO TRUE
045200         MOVE 'STEP IS NOT IN THE NIGHTLY CHAIN'
045300             TO RSL-REASON-TEXT
045400         GO TO 4000-EXIT
045500     END-IF.
045600     MOVE RSL-BUSINESS-DATE TO WK-CHECK-DATE.
045700     MOVE RSL-CYCLE-NUMBER  TO WK-CHECK-CYCLE.
045800     MOVE RSL-STEP-NAME     TO WK-CHECK-STEP.
045900     PERFORM 5000-READ-STATE THRU 5000-EXIT.
046000     IF NOT STATE-FOUND
046100         SET RSL-REFUSED TO TRUE
046200         MOVE 'STEP HAS NOT RUN FOR THAT DATE AND CYCLE'
046300             TO RSL-REASON-TEXT
046400         GO TO 4000-EXIT
046500     END-IF.
046600
046700     MOVE ALL 'N' TO PUR440-MARK-TABLE.
046800     MOVE 'Y' TO WK-MARK (WK-FIND-SUB).
046900     MOVE 'Y' TO SW-MARKS-CHANGED.
047000     PERFORM 4100-SPREAD-MARKS THRU 4100-EXIT
047100         UNTIL NOT MARKS-CHANGED.
047200
047300     PERFORM 4300-CHECK-NEXT-CYCLE THRU 4300-EXIT
047400         VARYING WK-LINK-SUB FROM 1 BY 1
047500         UNTIL WK-LINK-SUB > CHN-LINK-COUNT
047600            OR RSL-REFUSED.
047700     IF RSL-REFUSED
047800         GO TO 4000-EXIT
047900     END-IF.
048000
048100     PERFORM 4400-RESET-ONE-STEP THRU 4400-EXIT
048200         VARYING WK-STEP-SUB FROM 1 BY 1
048300         UNTIL WK-STEP-SUB > CHN-STEP-COUNT.
048400     IF RSL-RESET-COUNT = ZERO
048500         MOVE 'NOTHING TO RESET - EVERY STEP ALREADY RESET'
048600             TO RSL-REASON-TEXT
048700     END-IF.
048800 4000-EXIT.
048900     EXIT.
049000
049100*---------------------------------------------------------------*
049200* 4100-SPREAD-MARKS                                             *
049300*   ONE PASS OVER THE LINKS, MARKING EVERY STEP THAT FOLLOWS A  *
049400*   MARKED STEP IN THE SAME CYCLE.  REPEATED UNTIL A PASS MARKS *
049500*   NOTHING NEW.                                                *
049600*---------------------------------------------------------------*
049700 4100-SPREAD-MARKS.
049800     MOVE 'N' TO SW-MARKS-CHANGED.
049900     PERFORM 4200-SPREAD-ONE-LINK THRU 4200-EXIT
050000         VARYING WK-LINK-SUB FROM 1 BY 1
050100         UNTIL WK-LINK-SUB > CHN-LINK-COUNT.
050200 4100-EXIT.
050300     EXIT.
050400
050500 4200-SPREAD-ONE-LINK.
050600     IF CHN-LINK-PRIOR-CYCLE (WK-LINK-SUB)
050700         GO TO 4200-EXIT
050800     END-IF.
050900     MOVE CHN-LINK-BEFORE (WK-LINK-SUB) TO WK-FIND-NAME.
051000     PERFORM 6000-FIND-STEP THRU 6000-EXIT.
051100     MOVE WK-FIND-SUB TO WK-BEFORE-SUB.
051200     MOVE CHN-LINK-STEP (WK-LINK-SUB) TO WK-FIND-NAME.
051300     PERFORM 6000-FIND-STEP THRU 6000-EXIT.
051400     MOVE WK-FIND-SUB TO WK-AFTER-SUB.
051500     IF WK-BEFORE-SUB = ZERO OR WK-AFTER-SUB = ZERO
051600         GO TO 4200-EXIT
051700     END-IF.
051800     IF WK-MARK (WK-BEFORE-SUB) = 'Y'
051900        AND WK-MARK (WK-AFTER-SUB) NOT = 'Y'
052000         MOVE 'Y' TO WK-MARK (WK-AFTER-SUB)
052100         MOVE 'Y' TO SW-MARKS-CHANGED
052200     END-IF.
052300 4200-EXIT.
052400     EXIT.
052500
052600*---------------------------------------------------------------*
052700* 4300-CHECK-NEXT-CYCLE                                         *
052800*   ONE PRIOR-CYCLE LINK.  IF ITS EARLIER STEP IS TO BE RESET   *
052900*   AND THE NEXT CYCLE HAS RUN THE LATER STEP, THE RESET IS     *
053000*   REFUSED.                                                    *
053100*---------------------------------------------------------------*
053200 4300-CHECK-NEXT-CYCLE.
053300     IF NOT CHN-LINK-PRIOR-CYCLE (WK-LINK-SUB)
053400        OR RSL-CYCLE-NUMBER = 99
053500         GO TO 4300-EXIT
053600     END-IF.
053700     MOVE CHN-LINK-BEFORE (WK-LINK-SUB) TO WK-FIND-NAME.
053800     PERFORM 6000-FIND-STEP THRU 6000-EXIT.
053900     IF WK-FIND-SUB = ZERO
054000         GO TO 4300-EXIT
054100     END-IF.
054200     IF WK-MARK (WK-FIND-SUB) NOT = 'Y'
054300         GO TO 4300-EXIT
054400     END-IF.
054500     MOVE RSL-BUSINESS-DATE TO WK-CHECK-DATE.
054600     COMPUTE WK-CHECK-CYCLE = RSL-CYCLE-NUMBER + 1.
054700     MOVE CHN-LINK-STEP (WK-LINK-SUB) TO WK-CHECK-STEP.
054800     PERFORM 5000-READ-STATE THRU 5000-EXIT.
054900     IF CHECK-NOT-RUN OR CHECK-RESET
055000         GO TO 4300-EXIT
055100     END-IF.
055200     SET RSL-REFUSED TO TRUE.
055300     STRING 'CYCLE '                   DELIMITED BY SIZE
055400            WK-CHECK-CYCLE             DELIMITED BY SIZE
055500            ' OF THE DATE IS UNDER WAY - RESET IT FIRST'
055600                                       DELIMITED BY SIZE
055700         INTO RSL-REASON-TEXT
055800     END-STRING.
055900 4300-EXIT.
056000     EXIT.
056100
056200*---------------------------------------------------------------*
056300* 4400-RESET-ONE-STEP                                           *
056400*   A MARKED STEP THAT HAS RUN IS SET TO RESET WITH WHO, WHEN   *
056500*   AND WHY.  A MARKED STEP THAT NEVER RAN HAS NOTHING TO UNDO. *
056600*---------------------------------------------------------------*
056700 4400-RESET-ONE-STEP.
056800     IF WK-MARK (WK-STEP-SUB) NOT = 'Y'
056900         GO TO 4400-EXIT
057000     END-IF.
057100     MOVE RSL-BUSINESS-DATE TO WK-CHECK-DATE.
057200     MOVE RSL-CYCLE-NUMBER  TO WK-CHECK-CYCLE.
057300     MOVE CHN-STEP-NAME (WK-STEP-SUB) TO WK-CHECK-STEP.
057400     PERFORM 5000-READ-STATE THRU 5000-EXIT.
057500     IF CHECK-NOT-RUN OR CHECK-RESET
057600         GO TO 4400-EXIT
057700     END-IF.
057800     SET RST-RESET TO TRUE.
057900     MOVE WK-TODAY-DATE      TO RST-RESET-DATE.
058000     MOVE WK-NOW-TIME (1:6)  TO RST-RESET-TIME.
058100     MOVE RSL-OPERATOR-ID    TO RST-RESET-BY.
058200     MOVE RSL-RESET-REASON   TO RST-RESET-REASON.
058300     PERFORM 5300-STORE-STATE THRU 5300-EXIT.
058400     IF FS-RUN-STATE NOT = '00'
058500         DISPLAY 'PUR440 - RESET OF ' WK-CHECK-STEP
058600                 ' NOT RECORDED, STATUS ' FS-RUN-STATE
058700         GO TO 4400-EXIT
058800     END-IF.
058900     ADD 1 TO RSL-RESET-COUNT.
059000     MOVE WK-CHECK-STEP TO RSL-RESET-STEP (RSL-RESET-COUNT).
059100 4400-EXIT.
059200     EXIT.
059300
059400*---------------------------------------------------------------*
059500* 5000-READ-STATE                                               *
059600*   READS THE RUN-STATE RECORD FOR WK-CHECK-DATE, -CYCLE AND    *
059700*   -STEP.  WK-CHECK-STATUS IS SPACE WHEN THE STEP HAS NOT RUN. *
059800*---------------------------------------------------------------*
059900 5000-READ-STATE.
060000     MOVE WK-CHECK-DATE  TO RST-BUSINESS-DATE.
060100     MOVE WK-CHECK-CYCLE TO RST-CYCLE-NUMBER.
060200     MOVE WK-CHECK-STEP  TO RST-STEP-NAME.
060300     READ PUR-RUN-STATE
060400         INVALID KEY
060500             MOVE 'N'   TO SW-STATE-FOUND
060600             MOVE SPACE TO WK-CHECK-STATUS
060700             MOVE SPACE TO RST-STATUS
060800         NOT INVALID KEY
060900             MOVE 'Y'        TO SW-STATE-FOUND
061000             MOVE RST-STATUS TO WK-CHECK-STATUS
061100     END-READ.
061200 5000-EXIT.
061300     EXIT.
061400
061500*---------------------------------------------------------------*
061600* 5100-CHECK-CYCLE-ON-FILE                                      *
061700*   WHETHER ANY STEP OF RSL-CYCLE-NUMBER HAS A RECORD UNDER     *
061800*   WK-CHECK-DATE.                                              *
061900*---------------------------------------------------------------*
062000 5100-CHECK-CYCLE-ON-FILE.
062100     MOVE 'N' TO SW-CYCLE-ON-FILE.
062200     MOVE WK-CHECK-DATE    TO RST-BUSINESS-DATE.
062300     MOVE RSL-CYCLE-NUMBER TO RST-CYCLE-NUMBER.
062400     MOVE LOW-VALUES       TO RST-STEP-NAME.
062500     START PUR-RUN-STATE KEY NOT LESS THAN RST-KEY
062600         INVALID KEY
062700             GO TO 5100-EXIT
062800     END-START.
062900     READ PUR-RUN-STATE NEXT RECORD
063000         AT END
063100             GO TO 5100-EXIT
063200     END-READ.
063300     IF RST-BUSINESS-DATE = WK-CHECK-DATE
063400        AND RST-CYCLE-NUMBER = RSL-CYCLE-NUMBER
063500         MOVE 'Y' TO SW-CYCLE-ON-FILE
063600     END-IF.
063700 5100-EXIT.
063800     EXIT.
063900
064000*---------------------------------------------------------------*
064100* 5200-NEW-STATE                                                *
064200*   PRIMES A RECORD FOR A STEP WITH NO RUN-STATE YET.           *
064300*---------------------------------------------------------------*
064400 5200-NEW-STATE.
064500     MOVE SPACES         TO RUN-STATE-RECORD.
064600     MOVE WK-CHECK-DATE  TO RST-BUSINESS-DATE.
064700     MOVE WK-CHECK-CYCLE TO RST-CYCLE-NUMBER.
064800     MOVE WK-CHECK-STEP  TO RST-STEP-NAME.
064900     MOVE ZERO           TO RST-RETURN-CODE
065000                            RST-RUN-COUNT.
065100 5200-EXIT.
065200     EXIT.
065300
065400*---------------------------------------------------------------*
065500* 5300-STORE-STATE                                              *
065600*   REWRITES THE RECORD JUST READ, OR WRITES A NEW ONE.         *
065700*---------------------------------------------------------------*
065800 5300-STORE-STATE.
065900     IF STATE-FOUND
066000         REWRITE RUN-STATE-RECORD
066100             INVALID KEY
066200                 CONTINUE
066300         END-REWRITE
066400     ELSE
066500         WRITE RUN-STATE-RECORD
066600             INVALID KEY
066700                 CONTINUE
066800         END-WRITE
066900     END-IF.
067000 5300-EXIT.
067100     EXIT.
067200
067300*---------------------------------------------------------------*
067400* 6000-FIND-STEP                                                *
067500*   POSITION OF WK-FIND-NAME IN THE CHAIN STEP TABLE, OR ZERO.  *
067600*---------------------------------------------------------------*
067700 6000-FIND-STEP.
067800     MOVE ZERO TO WK-FIND-SUB.
067900     PERFORM 6100-MATCH-ONE-STEP THRU 6100-EXIT
068000         VARYING WK-STEP-SUB FROM 1 BY 1
068100         UNTIL WK-STEP-SUB > CHN-STEP-COUNT
068200            OR WK-FIND-SUB > ZERO.
068300 6000-EXIT.
068400     EXIT.
068500
068600 6100-MATCH-ONE-STEP.
068700     IF CHN-STEP-NAME (WK-STEP-SUB) = WK-FIND-NAME
068800         MOVE WK-STEP-SUB TO WK-FIND-SUB
068900     END-IF.
069000 6100-EXIT.
069100     EXIT.

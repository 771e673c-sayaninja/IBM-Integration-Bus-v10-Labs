001495*                  RECORDS FROM OTHER CYCLES ARE IGNORED, SO    *
001496*                  AN EMERGENCY AFTERNOON CYCLE NO LONGER       *
001497*                  SUPERSEDES THE OVERNIGHT TOTALS.             *
001498* 2026-10-15  RH   SHOWS WHETHER THE CYCLE WAS TAKEN BACK OUT   *
001499*                  BY THE INTAKE BACKOUT (PUR310).  A BACKOUT   *
001501*                  LATER THAN THE CYCLE'S LAST PUR100 RECORD    *
001502*                  HOLDS THE PUREXTR FEED; ONE SUPERSEDED BY A  *
001503*                  RELOAD OF THE CORRECTED FEED IS IGNORED.     *
001504* 2026-10-15  RH   THE BACKORDER RELEASE (PUR390) IS NOW AN      *
001505*                  OPTIONAL STEP - THE RELEASE TRANSACTIONS IT   *
001506*                  ADDS TO PURTRNIN ARE FOLDED INTO THE PUR100   *
001507*                  INTAKE COUNT AND HASH CHECKS, AND A RELEASE   *
001508*                  RECORD NOT CARRYING TONIGHT'S RUN DATE IS     *
001509*                  TREATED AS ABSENT, AS FOR PUR190.             *
001510* 2026-10-15  RH   NOW CLEARS ITS START WITH THE CHAIN          *
001515*                  SEQUENCING GUARD (PUR440) BEFORE ANY FILE IS *
001520*                  OPENED, AND IS REFUSED WITH RETURN-CODE 8    *
001525*                  UNLESS THE EXTRACT (PUR150), RECONCILIATION  *
001530*                  (PUR160), TAX EXTRACT (PUR170) AND GENERAL   *
001535*                  LEDGER JOURNAL (PUR290) HAVE ALL COMPLETED   *
001540*                  FOR THE SAME BUSINESS DATE AND CYCLE.  ITS   *
001545*                  END IS RECORDED ON THE RUN-STATE FILE        *
001550*                  (PURRSTAT) AS COMPLETED OR FAILED.           *
001555*                  AN OUT-OF-BALANCE NIGHT LEAVES THE STEP      *
001560*                  FAILED, SO THE NEXT CYCLE'S RATE GATE        *
001565*                  (PUR240) IS REFUSED UNTIL THIS CYCLE         *
001570*                  BALANCES.                                    *
001575*---------------------------------------------------------------*
001600* PURPOSE.                                                     *
001700*   READS THE RUN-CONTROL RECORDS WRITTEN BY PUR130, PUR100,    *
001800*   PUR110, PUR150, PUR160 AND PUR170 - KEEPING THE MOST        *
005800     88  END-OF-FILE                            VALUE 'Y'.
005900 01  SW-NIGHT-IN-BALANCE         PIC X           VALUE 'Y'.
006000     88  NIGHT-IN-BALANCE                       VALUE 'Y'.
006010 01  SW-CYCLE-BACKED-OUT         PIC X           VALUE 'N'.
006020     88  CYCLE-BACKED-OUT                       VALUE 'Y'.
006046 01  SW-STEP-REFUSED             PIC X           VALUE 'N'.
006072     88  STEP-REFUSED                           VALUE 'Y'.
006100
006200 01  PUR210-COUNTERS.
006300     05  CT-READ                PIC 9(7)        VALUE ZERO.
007400
007500*    THE SEVEN STEPS OF THE NIGHTLY CHAIN, IN CHAIN ORDER, PLUS
007510*    THE QUARANTINE REPAIR SESSION (PUR190), WHICH ONLY RUNS ON
007520*    NIGHTS WITH REPAIRS AND IS NOT REQUIRED TO BE PRESENT, AND
007530*    THE INTAKE BACKOUT (PUR310), WHICH ONLY RUNS WHEN A CYCLE
007540*    HAS TO BE TAKEN BACK OUT, AND THE BACKORDER RELEASE
007550*    (PUR390), WHICH ONLY RUNS WHERE STOCK IS KEPT.
007600 01  BAL-STEP-NAME-AREA.
007700     05  FILLER                  PIC X(8) VALUE 'PUR130  '.
007800     05  FILLER                  PIC X(8) VALUE 'PUR100  '.
008200     05  FILLER                  PIC X(8) VALUE 'PUR170  '.
008210     05  FILLER                  PIC X(8) VALUE 'PUR190  '.
008220     05  FILLER                  PIC X(8) VALUE 'PUR290  '.
008230     05  FILLER                  PIC X(8) VALUE 'PUR310  '.
008240     05  FILLER                  PIC X(8) VALUE 'PUR390  '.
008300 01  BAL-STEP-NAMES REDEFINES BAL-STEP-NAME-AREA.
008400     05  BAL-STEP-NAME OCCURS 10 TIMES PIC X(8).
008500
008600 01  BAL-STEP-TABLE.
008700     05  BAL-STEP-ENTRY OCCURS 10 TIMES.
008800         10  BAL-STEP-SEEN       PIC X.
008900             88  STEP-SEEN           VALUE 'Y'.
009000         10  BAL-RUN-DATE        PIC X(8).
009400         10  BAL-OUT-SUSP        PIC 9(9).
009500         10  BAL-HASH-IN         PIC 9(15)V99.
009600         10  BAL-HASH-OUT        PIC 9(15)V99.
009610*        POSITION OF THE FILED RECORD ON THE RUN-CONTROL FILE,
009620*        WHICH ONLY EVER GROWS - A HIGHER NUMBER WAS WRITTEN
009630*        LATER.
009640         10  BAL-READ-SEQ        PIC 9(7).
009700
009800 01  RPT-HEADER-LINE.
009900     05  FILLER                  PIC X(46) VALUE
012920 01  RPT-NO-REPAIR-LINE.
012930     05  FILLER                  PIC X(44) VALUE
012940         'PUR190    NO REPAIR SESSION - NONE REQUIRED '.
012950
012960 01  RPT-NO-BACKOUT-LINE.
012970     05  FILLER                  PIC X(44) VALUE
012980         'PUR310    NO BACKOUT - CYCLE STANDS         '.
012990
012991 01  RPT-NO-RELEASE-LINE.
012992     05  FILLER                  PIC X(44) VALUE
012993         'PUR390    NO BACKORDER RELEASE - NONE RUN   '.
013000
013100 01  RPT-CHECK-LINE.
013200     05  RPT-CHECK-DESC          PIC X(44).
015100 01  RPT-VERDICT-OUT-LINE.
015200     05  FILLER                  PIC X(49) VALUE
015300         'NIGHT IS OUT OF BALANCE - HOLD THE PUREXTR FEED  '.
015310
015320 01  RPT-VERDICT-BACKOUT-LINE.
015330     05  FILLER                  PIC X(50) VALUE
015340         'CYCLE BACKED OUT BY PUR310 - HOLD THE PUREXTR FEED'.
015400
015500 01  BLANK-LINE                  PIC X(132) VALUE SPACES.
015533
015566     COPY PURRSLNK.
015600
015700 PROCEDURE DIVISION.
015800*---------------------------------------------------------------*
016100*---------------------------------------------------------------*
016200 0000-MAINLINE.
016300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016320     IF STEP-REFUSED
016340         PERFORM 8950-REFUSE-OUT-OF-ORDER THRU 8950-EXIT
016360         STOP RUN
016380     END-IF.
016400     PERFORM 2000-COLLECT-LOOP THRU 2000-EXIT
016500         UNTIL END-OF-FILE.
016550     PERFORM 2500-AGE-REPAIR-SESSION THRU 2500-EXIT.
016555     PERFORM 2550-AGE-RELEASE THRU 2550-EXIT.
016560     PERFORM 2600-AGE-BACKOUT THRU 2600-EXIT.
016600     PERFORM 3000-PRINT-STEP-SUMMARY THRU 3000-EXIT.
016700     PERFORM 4000-RUN-BALANCE-CHECKS THRU 4000-EXIT.
016800     PERFORM 5000-PRINT-VERDICT THRU 5000-EXIT.
017400*   OPENS FILES, CLEARS THE STEP TABLE AND PRIMES THE READ.      *
017500*---------------------------------------------------------------*
017600 1000-INITIALIZE.
017616     PERFORM 1160-GET-CYCLE THRU 1160-EXIT.
017632     PERFORM 1190-CHECK-STEP-ORDER THRU 1190-EXIT.
017648     IF STEP-REFUSED
017664         GO TO 1000-EXIT
017680     END-IF.
017700     OPEN INPUT  PUR-RUN-CONTROL
017800          OUTPUT PUR-BALANCE-RPT.
017900     IF FS-RUN-CONTROL NOT = '00'
018300     END-IF.
018400     PERFORM 1200-CLEAR-ONE-STEP THRU 1200-EXIT
018500         VARYING WK-STEP-SUB FROM 1 BY 1
018600         UNTIL WK-STEP-SUB > 10.
018700     ACCEPT WK-TODAY-DATE FROM DATE YYYYMMDD.
018800     PERFORM 1100-READ-RUN-CONTROL THRU 1100-EXIT.
018900 1000-EXIT.
019000     EXIT.
019088         WK-CYCLE-NUMBER.
019089 1160-EXIT.
019090     EXIT.
019091
019095*---------------------------------------------------------------*
019100* 1190-CHECK-STEP-ORDER                                         *
019105*   ASKS THE CHAIN SEQUENCING GUARD (PUR440) WHETHER THIS STEP  *
019110*   MAY RUN FOR THE CYCLE - THE STEPS AHEAD OF IT MUST HAVE     *
019115*   COMPLETED FOR THE SAME BUSINESS DATE AND CYCLE, AND NONE    *
019120*   AFTER IT MAY HAVE RUN.  IF IT MAY, THE GUARD MARKS IT       *
019125*   STARTED.  NOTHING IS OPENED WHEN IT MAY NOT.                *
019130*---------------------------------------------------------------*
019135 1190-CHECK-STEP-ORDER.
019140     SET RSL-FUNC-BEGIN  TO TRUE.
019145     MOVE 'PUR210  '      TO RSL-STEP-NAME.
019150     MOVE WK-CYCLE-NUMBER TO RSL-CYCLE-NUMBER.
019155     CALL 'PUR440' USING RUN-STATE-LINKAGE-AREA.
019160     IF RSL-REFUSED
019165         MOVE 'Y' TO SW-STEP-REFUSED
019170     ELSE
019175         DISPLAY 'PUR210 - BUSINESS DATE: ' RSL-BUSINESS-DATE
019180     END-IF.
019185 1190-EXIT.
019190     EXIT.
019195
019200 1100-READ-RUN-CONTROL.
019300     READ PUR-RUN-CONTROL INTO RUN-CONTROL-RECORD
019400         AT END
020800                    BAL-OUT-QUAR (WK-STEP-SUB)
020900                    BAL-OUT-SUSP (WK-STEP-SUB)
021000                    BAL-HASH-IN (WK-STEP-SUB)
021100                    BAL-HASH-OUT (WK-STEP-SUB)
021110                    BAL-READ-SEQ (WK-STEP-SUB).
021200 1200-EXIT.
021300     EXIT.
021400
022110     IF RCT-CYCLE-NUMBER = WK-CYCLE-NUMBER
022200         PERFORM 2100-FILE-ONE-STEP THRU 2100-EXIT
022300             VARYING WK-STEP-SUB FROM 1 BY 1
022400             UNTIL WK-STEP-SUB > 10
022410     END-IF.
022500     PERFORM 1100-READ-RUN-CONTROL THRU 1100-EXIT.
022600 2000-EXIT.
023600         MOVE RCT-RECORDS-OUT-SUSP TO BAL-OUT-SUSP (WK-STEP-SUB)
023700         MOVE RCT-HASH-TOTAL-IN    TO BAL-HASH-IN (WK-STEP-SUB)
023800         MOVE RCT-HASH-TOTAL-OUT   TO BAL-HASH-OUT (WK-STEP-SUB)
023810         MOVE CT-READ              TO BAL-READ-SEQ (WK-STEP-SUB)
023900     END-IF.
024000 2100-EXIT.
024100     EXIT.
024296     END-IF.
024297 2500-EXIT.
024298     EXIT.
024300
024302*    THE BACKORDER RELEASE ONLY RUNS WHERE STOCK IS KEPT, SO ITS
024304*    LAST RECORD IS AGED THE SAME WAY.
024306 2550-AGE-RELEASE.
024308     IF STEP-SEEN (10)
024310        AND BAL-RUN-DATE (10) NOT = BAL-RUN-DATE (2)
024312         MOVE 10 TO WK-STEP-SUB
024314         PERFORM 1200-CLEAR-ONE-STEP THRU 1200-EXIT
024316     END-IF.
024318 2550-EXIT.
024320     EXIT.
024322
024324*---------------------------------------------------------------*
024326* 2600-AGE-BACKOUT                                              *
024328*   A BACKOUT ONLY STANDS IF IT CAME AFTER THE CYCLE'S LATEST   *
024330*   INTAKE RUN.  ONCE THE CORRECTED FEED HAS BEEN LOADED UNDER  *
024332*   THE SAME CYCLE, PUR100'S NEWER RECORD SUPERSEDES THE        *
024334*   BACKOUT, WHICH IS THEN TREATED AS ABSENT.                   *
024336*---------------------------------------------------------------*
024338 2600-AGE-BACKOUT.
024340     IF STEP-SEEN (9)
024342        AND BAL-READ-SEQ (9) < BAL-READ-SEQ (2)
024344         MOVE 9 TO WK-STEP-SUB
024346         PERFORM 1200-CLEAR-ONE-STEP THRU 1200-EXIT
024348     END-IF.
024350     IF STEP-SEEN (9)
024352         MOVE 'Y' TO SW-CYCLE-BACKED-OUT
024354     END-IF.
024356 2600-EXIT.
024358     EXIT.
024360
024362*---------------------------------------------------------------*
024400* 3000-PRINT-STEP-SUMMARY                                       *
024500*   PRINTS ONE LINE PER CHAIN STEP - ITS TOTALS, OR A MISSING-   *
024600*   CONTROL-RECORD LINE THAT PUTS THE NIGHT OUT OF BALANCE.      *
025200     WRITE BALANCE-PRINT-LINE FROM RPT-STEP-COLUMN-LINE.
025300     PERFORM 3100-PRINT-ONE-STEP THRU 3100-EXIT
025400         VARYING WK-STEP-SUB FROM 1 BY 1
025500         UNTIL WK-STEP-SUB > 10.
025600     WRITE BALANCE-PRINT-LINE FROM BLANK-LINE.
025700 3000-EXIT.
025800     EXIT.
026070         WRITE BALANCE-PRINT-LINE FROM RPT-NO-REPAIR-LINE
026080         GO TO 3100-EXIT
026090     END-IF.
026091     IF NOT STEP-SEEN (WK-STEP-SUB)
026092        AND BAL-STEP-NAME (WK-STEP-SUB) = 'PUR310  '
026093         WRITE BALANCE-PRINT-LINE FROM RPT-NO-BACKOUT-LINE
026094         GO TO 3100-EXIT
026095     END-IF.
026096     IF NOT STEP-SEEN (WK-STEP-SUB)
026097        AND BAL-STEP-NAME (WK-STEP-SUB) = 'PUR390  '
026098         WRITE BALANCE-PRINT-LINE FROM RPT-NO-RELEASE-LINE
026099         GO TO 3100-EXIT
026100     END-IF.
026150     IF STEP-SEEN (WK-STEP-SUB)
026200         MOVE BAL-STEP-NAME (WK-STEP-SUB)  TO RPT-STEP-NAME
026300         MOVE BAL-RUN-DATE (WK-STEP-SUB)   TO RPT-STEP-DATE
026400         MOVE BAL-RECORDS-IN (WK-STEP-SUB) TO RPT-STEP-IN
028200*   AND THE HASH TOTALS ALONG THE CHAIN.  STEP SUBSCRIPTS -     *
028300*   1=PUR130 2=PUR100 3=PUR110 4=PUR150 5=PUR160 6=PUR170      *
028310*   7=PUR190 (OPTIONAL REPAIR SESSION - ZEROS WHEN IT DID NOT   *
028320*   RUN) 8=PUR290 9=PUR310 (OPTIONAL BACKOUT - NOT CROSS-       *
028325*   FOOTED, IT ONLY DECIDES THE VERDICT) 10=PUR390 (OPTIONAL    *
028326*   BACKORDER RELEASE - ZEROS WHEN IT DID NOT RUN).  REPAIRED   *
028330*   RECORDS RESUBMITTED BY PUR190 AND BACKORDERS RELEASED BY    *
028340*   PUR390 ARE PART OF PUR100'S LEGITIMATE INPUT, SO THEY ARE   *
028350*   FOLDED INTO THE INTAKE CHECKS.                              *
028400*---------------------------------------------------------------*
028500 4000-RUN-BALANCE-CHECKS.
028600     MOVE 'PUR100 READ VS PUR130 + PUR190 + PUR390 OUT'
028700         TO RPT-CHECK-DESC.
028800     MOVE BAL-RECORDS-IN (2) TO WK-LEFT-COUNT.
028900     COMPUTE WK-RIGHT-COUNT =
028910         BAL-OUT-GOOD (1) + BAL-OUT-GOOD (7) + BAL-OUT-GOOD (10).
029000     PERFORM 4100-CHECK-ONE-COUNT THRU 4100-EXIT.
029100
029200     MOVE 'PUR100 GOOD + QUARANTINE VS PUR100 READ'
032800
032900     WRITE BALANCE-PRINT-LINE FROM BLANK-LINE.
033000
033100     MOVE 'PUR100 IN VS 130+190+390 OUT'
033200         TO RPT-HASH-DESC.
033300     MOVE BAL-HASH-IN (2)  TO WK-LEFT-HASH.
033400     COMPUTE WK-RIGHT-HASH =
033410         BAL-HASH-OUT (1) + BAL-HASH-OUT (7) + BAL-HASH-OUT (10).
033500     PERFORM 4200-CHECK-ONE-HASH THRU 4200-EXIT.
033600
033700     MOVE 'PUR110 HASH IN VS PUR100 OUT'
040400*---------------------------------------------------------------*
040500 5000-PRINT-VERDICT.
040600     WRITE BALANCE-PRINT-LINE FROM BLANK-LINE.
040700     IF NOT NIGHT-IN-BALANCE
040800         WRITE BALANCE-PRINT-LINE FROM RPT-VERDICT-OUT-LINE
040900     ELSE
041000         IF CYCLE-BACKED-OUT
041010             WRITE BALANCE-PRINT-LINE
041015                 FROM RPT-VERDICT-BACKOUT-LINE
041020         ELSE
041030             WRITE BALANCE-PRINT-LINE FROM RPT-VERDICT-IN-LINE
041040         END-IF
041100     END-IF.
041200 5000-EXIT.
041300     EXIT.
042800         DISPLAY 'PUR210 - NIGHT IS OUT OF BALANCE'
042900         MOVE 8 TO RETURN-CODE
043000     END-IF.
043010     IF CYCLE-BACKED-OUT
043020         DISPLAY 'PUR210 - CYCLE WAS BACKED OUT BY PUR310'
043030         MOVE 8 TO RETURN-CODE
043040     END-IF.
043070     PERFORM 8990-MARK-STEP-ENDED THRU 8990-EXIT.
043100 8000-EXIT.
043200     EXIT.
043210
043220*---------------------------------------------------------------*
043230* 8950-REFUSE-OUT-OF-ORDER                                      *
043240*   THE STEP IS OUT OF ORDER FOR THE CYCLE AND HAS TOUCHED      *
043250*   NOTHING.  THE GUARD'S REASON IS SHOWN, AND RETURN-CODE 8    *
043260*   HOLDS THE REST OF THE CHAIN.                                *
043270*---------------------------------------------------------------*
043280 8950-REFUSE-OUT-OF-ORDER.
043290     DISPLAY 'PUR210 - STEP REFUSED FOR CYCLE ' WK-CYCLE-NUMBER.
043300     DISPLAY 'PUR210 - ' RSL-REASON-TEXT.
043310     MOVE 8 TO RETURN-CODE.
043320 8950-EXIT.
043330     EXIT.
043340
043350*---------------------------------------------------------------*
043360* 8990-MARK-STEP-ENDED                                          *
043370*   RECORDS THE STEP'S END ON THE RUN-STATE FILE - COMPLETED,   *
043380*   OR FAILED ON RETURN-CODE 8 OR MORE.  THE GUARD HANDS THE    *
043390*   RETURN CODE BACK UNCHANGED.                                 *
043400*---------------------------------------------------------------*
043410 8990-MARK-STEP-ENDED.
043420     SET RSL-FUNC-END    TO TRUE.
043430     MOVE RETURN-CODE    TO RSL-STEP-RC.
043440     CALL 'PUR440' USING RUN-STATE-LINKAGE-AREA.
043450 8990-EXIT.
043460     EXIT.

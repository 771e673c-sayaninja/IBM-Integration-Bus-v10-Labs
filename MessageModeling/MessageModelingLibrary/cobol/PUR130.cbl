001390* 2026-09-01  RH   THE INTAKE CYCLE NUMBER (ONE SYSIN CARD,     *
001391*                  DEFAULT 1) NOW RIDES THE RUN-CONTROL RECORD  *
001392*                  SO EACH CYCLE OF A DATE BALANCES ON ITS OWN. *
001393* 2026-10-15  RH   NOW CLEARS ITS START WITH THE CHAIN          *
001394*                  SEQUENCING GUARD (PUR440) BEFORE ANY FILE IS *
001395*                  OPENED, AND IS REFUSED WITH RETURN-CODE 8    *
001396*                  UNLESS THE RATE GATE (PUR240) HAS PASSED FOR *
001397*                  THE SAME BUSINESS DATE AND CYCLE.  ITS END   *
001398*                  IS RECORDED ON THE RUN-STATE FILE (PURRSTAT) *
001399*                  AS COMPLETED OR FAILED.                      *
001400* 2026-10-15  RH   A FILE THAT WILL NOT OPEN NOW SETS           *
001420*                  RETURN-CODE 8 SO THE STEP IS RECORDED FAILED *
001440*                  AND THE STEPS AFTER IT ARE HELD.             *
001442* 2026-10-15  RH   THE RUN-CONTROL RECORD NOW CARRIES THE       *
001444*                  BUSINESS DATE THE GUARD RAN THE STEP UNDER,  *
001446*                  NOT THE CALENDAR DATE, SO A CYCLE FINISHING  *
001448*                  AFTER MIDNIGHT BALANCES AND CLOSES UNDER ITS *
001450*                  OWN NIGHT.                                   *
001460*---------------------------------------------------------------*
001500* PURPOSE.                                                     *
001600*   READS PURCHASE-LINE-RAW, ONE LINE ITEM PER RECORD, SORTED  *
001700*   BY CUSTOMERID, AND PACKS EACH CUSTOMER'S LINE ITEMS INTO   *
005500     88  END-OF-FILE                            VALUE 'Y'.
005600 01  SW-CUSTOMER-DONE            PIC X           VALUE 'N'.
005700     88  CUSTOMER-DONE                          VALUE 'Y'.
005733 01  SW-STEP-REFUSED             PIC X           VALUE 'N'.
005766     88  STEP-REFUSED                           VALUE 'Y'.
005800
005900 01  PUR130-COUNTERS.
006000     05  CT-LINES-READ           PIC 9(7)        VALUE ZERO.
006400 01  PUR130-WORK-FIELDS.
006500     05  WK-CURRENT-CUSTOMER     PIC X(8)        VALUE SPACES.
006600     05  WK-NEXT-CHAIN-SEQ       PIC 9(3)        VALUE ZERO.
006620
006621*    INTAKE CYCLE OF THE BUSINESS DATE, FROM THE ONE SYSIN CARD.
006622 01  PUR130-CYCLE-FIELDS.
006660 01  PUR130-HASH-FIELDS.
006670     05  WK-HASH-TOTAL           PIC 9(15)V99    VALUE ZERO.
006680     05  WK-HASH-LINE            PIC 9(11)V99    VALUE ZERO.
006686
006692     COPY PURRSLNK.
006700
006800 PROCEDURE DIVISION.
006900*---------------------------------------------------------------*
007100*---------------------------------------------------------------*
007200 0000-MAINLINE.
007300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
007320     IF STEP-REFUSED
007340         PERFORM 8950-REFUSE-OUT-OF-ORDER THRU 8950-EXIT
007360         STOP RUN
007380     END-IF.
007400     PERFORM 2000-PROCESS-CUSTOMER THRU 2000-EXIT
007500         UNTIL END-OF-FILE.
007600     PERFORM 8000-TERMINATE THRU 8000-EXIT.
008000* 1000-INITIALIZE                                                *
008100*---------------------------------------------------------------*
008200 1000-INITIALIZE.
008216     PERFORM 1160-GET-CYCLE THRU 1160-EXIT.
008232     PERFORM 1190-CHECK-STEP-ORDER THRU 1190-EXIT.
008248     IF STEP-REFUSED
008264         GO TO 1000-EXIT
008280     END-IF.
008300     OPEN INPUT  PUR-LINE-IN
008400          OUTPUT PUR-CHAIN-OUT.
008500     IF FS-LINE-IN NOT = '00'
008600         DISPLAY 'PUR130 - UNABLE TO OPEN LINE ITEM INPUT'
008650         MOVE 8 TO RETURN-CODE
008700         MOVE 'Y' TO SW-END-OF-FILE
008800     END-IF.
008900     PERFORM 1100-READ-LINE-IN THRU 1100-EXIT.
009000 1000-EXIT.
009100     EXIT.
009196     DISPLAY 'PUR130 - INTAKE CYCLE NUMBER: ' WK-CYCLE-NUMBER.
009197 1160-EXIT.
009198     EXIT.
009199
009200*---------------------------------------------------------------*
009202* 1190-CHECK-STEP-ORDER                                         *
009204*   ASKS THE CHAIN SEQUENCING GUARD (PUR440) WHETHER THIS STEP  *
009206*   MAY RUN FOR THE CYCLE - THE STEPS AHEAD OF IT MUST HAVE     *
009208*   COMPLETED FOR THE SAME BUSINESS DATE AND CYCLE, AND NONE    *
009210*   AFTER IT MAY HAVE RUN.  IF IT MAY, THE GUARD MARKS IT       *
009212*   STARTED.  NOTHING IS OPENED WHEN IT MAY NOT.                *
009214*---------------------------------------------------------------*
009216 1190-CHECK-STEP-ORDER.
009218     SET RSL-FUNC-BEGIN  TO TRUE.
009220     MOVE 'PUR130  '      TO RSL-STEP-NAME.
009222     MOVE WK-CYCLE-NUMBER TO RSL-CYCLE-NUMBER.
009224     CALL 'PUR440' USING RUN-STATE-LINKAGE-AREA.
009226     IF RSL-REFUSED
009228         MOVE 'Y' TO SW-STEP-REFUSED
009230     ELSE
009232         DISPLAY 'PUR130 - BUSINESS DATE: ' RSL-BUSINESS-DATE
009234     END-IF.
009236 1190-EXIT.
009238     EXIT.
009240
009300 1100-READ-LINE-IN.
009400     READ PUR-LINE-IN INTO PURCHASE-LINE-RAW
009500         AT END
021400     DISPLAY 'PUR130 - LINE ITEMS READ      : ' CT-LINES-READ.
021500     DISPLAY 'PUR130 - PURCHASES WRITTEN   : ' CT-RECORDS-WRITTEN.
021600     DISPLAY 'PUR130 - CUSTOMERS CHAINED : ' CT-CHAINED-CUSTOMERS.
021650     PERFORM 8990-MARK-STEP-ENDED THRU 8990-EXIT.
021700 8000-EXIT.
021800     EXIT.
021810
021890     IF FS-RUN-CONTROL = '05' OR FS-RUN-CONTROL = '35'
021900         OPEN OUTPUT PUR-RUN-CONTROL
021910     END-IF.
021930     MOVE 'PUR130  '        TO RCT-STEP-NAME.
021940     MOVE RSL-BUSINESS-DATE TO RCT-RUN-DATE.
021945     MOVE WK-CYCLE-NUMBER   TO RCT-CYCLE-NUMBER.
021950     MOVE CT-LINES-READ     TO RCT-RECORDS-IN.
021960     MOVE CT-RECORDS-WRITTEN TO RCT-RECORDS-OUT-GOOD.
022020     CLOSE PUR-RUN-CONTROL.
022030 8100-EXIT.
022040     EXIT.
022050
022060*---------------------------------------------------------------*
022070* 8950-REFUSE-OUT-OF-ORDER                                      *
022080*   THE STEP IS OUT OF ORDER FOR THE CYCLE AND HAS TOUCHED      *
022090*   NOTHING.  THE GUARD'S REASON IS SHOWN, AND RETURN-CODE 8    *
022100*   HOLDS THE REST OF THE CHAIN.                                *
022110*---------------------------------------------------------------*
022120 8950-REFUSE-OUT-OF-ORDER.
022130     DISPLAY 'PUR130 - STEP REFUSED FOR CYCLE ' WK-CYCLE-NUMBER.
022140     DISPLAY 'PUR130 - ' RSL-REASON-TEXT.
022150     MOVE 8 TO RETURN-CODE.
022160 8950-EXIT.
022170     EXIT.
022180
022190*---------------------------------------------------------------*
022200* 8990-MARK-STEP-ENDED                                          *
022210*   RECORDS THE STEP'S END ON THE RUN-STATE FILE - COMPLETED,   *
022220*   OR FAILED ON RETURN-CODE 8 OR MORE.  THE GUARD HANDS THE    *
022230*   RETURN CODE BACK UNCHANGED.                                 *
022240*---------------------------------------------------------------*
022250 8990-MARK-STEP-ENDED.
022260     SET RSL-FUNC-END    TO TRUE.
022270     MOVE RETURN-CODE    TO RSL-STEP-RC.
022280     CALL 'PUR440' USING RUN-STATE-LINKAGE-AREA.
022290 8990-EXIT.
022300     EXIT.

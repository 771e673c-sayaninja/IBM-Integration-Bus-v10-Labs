001501* 2026-09-01  RH   THE INTAKE CYCLE NUMBER (ONE SYSIN CARD,     *
001502*                  DEFAULT 1) NOW RIDES THE RUN-CONTROL RECORD  *
001503*                  SO EACH CYCLE OF A DATE BALANCES ON ITS OWN. *
001505* 2026-10-15  RH   NOW CLEARS ITS START WITH THE CHAIN          *
001510*                  SEQUENCING GUARD (PUR440) BEFORE ANY FILE IS *
001515*                  OPENED, AND IS REFUSED WITH RETURN-CODE 8    *
001520*                  UNLESS THE ADDRESS STANDARDIZATION (PUR110)  *
001525*                  HAS COMPLETED FOR THE SAME BUSINESS DATE AND *
001530*                  CYCLE.  ITS END IS RECORDED ON THE RUN-STATE *
001535*                  FILE (PURRSTAT) AS COMPLETED OR FAILED.      *
001540* 2026-10-15  RH   A FILE THAT WILL NOT OPEN NOW SETS           *
001545*                  RETURN-CODE 8 SO THE STEP IS RECORDED FAILED *
001546*                  AND THE STEPS AFTER IT ARE HELD.             *
001550* 2026-10-15  RH   THE RUN-CONTROL RECORD NOW CARRIES THE       *
001551*                  BUSINESS DATE THE GUARD RAN THE STEP UNDER,  *
001552*                  NOT THE CALENDAR DATE, SO A CYCLE FINISHING  *
001553*                  AFTER MIDNIGHT BALANCES AND CLOSES UNDER ITS *
001554*                  OWN NIGHT.                                   *
001555*---------------------------------------------------------------*
001600* PURPOSE.                                                     *
001700*   READS EVERY PURCHASES RECORD PRODUCED TODAY, SORTED BY      *
001800*   CUSTOMERID, AND SUMS AMOUNT * PRICE ACROSS THE PURCHASE     *
007300     88  LEDGER-FOUND                           VALUE 'Y'.
007400 01  SW-STALE-DATE               PIC X           VALUE 'N'.
007500     88  STALE-DATE                             VALUE 'Y'.
007533 01  SW-STEP-REFUSED             PIC X           VALUE 'N'.
007566     88  STEP-REFUSED                           VALUE 'Y'.
007600
007700 01  PUR160-COUNTERS.
007800     05  CT-READ                PIC 9(7)        VALUE ZERO.
008980     05  WK-HASH-SUB             PIC 9(3)        VALUE ZERO.
008990
008991     COPY PURRATTB.
008994
008997     COPY PURRSLNK.
009000
009100 PROCEDURE DIVISION.
009200*---------------------------------------------------------------*
009400*---------------------------------------------------------------*
009500 0000-MAINLINE.
009600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009620     IF STEP-REFUSED
009640         PERFORM 8950-REFUSE-OUT-OF-ORDER THRU 8950-EXIT
009660         STOP RUN
009680     END-IF.
009700     PERFORM 2000-PROCESS-CUSTOMER THRU 2000-EXIT
009800         UNTIL END-OF-FILE.
009900     PERFORM 8000-TERMINATE THRU 8000-EXIT.
010300* 1000-INITIALIZE                                               *
010400*---------------------------------------------------------------*
010500 1000-INITIALIZE.
010516     PERFORM 1170-GET-CYCLE THRU 1170-EXIT.
010532     PERFORM 1190-CHECK-STEP-ORDER THRU 1190-EXIT.
010548     IF STEP-REFUSED
010564         GO TO 1000-EXIT
010580     END-IF.
010600     OPEN INPUT  PUR-RECON-IN
010700                 PUR-LEDGER.
010800     OPEN OUTPUT PUR-RECON-OUT.
010900     IF FS-RECON-IN NOT = '00'
011000         DISPLAY 'PUR160 - UNABLE TO OPEN RECONCILIATION INPUT'
011050         MOVE 8 TO RETURN-CODE
011100         MOVE 'Y' TO SW-END-OF-FILE
011200     END-IF.
011210     IF FS-LEDGER NOT = '00'
011220         DISPLAY 'PUR160 - UNABLE TO OPEN BILLING LEDGER'
011225         MOVE 8 TO RETURN-CODE
011230         MOVE 'Y' TO SW-END-OF-FILE
011240     END-IF.
011300     ACCEPT WK-TODAY-DATE FROM DATE YYYYMMDD.
011310     PERFORM 1300-LOAD-RATE-TABLE THRU 1300-EXIT.
011400     PERFORM 1100-READ-RECON-IN THRU 1100-EXIT.
011500 1000-EXIT.
011696     DISPLAY 'PUR160 - INTAKE CYCLE NUMBER: ' WK-CYCLE-NUMBER.
011697 1170-EXIT.
011698     EXIT.
011699
011700*---------------------------------------------------------------*
011702* 1190-CHECK-STEP-ORDER                                         *
011704*   ASKS THE CHAIN SEQUENCING GUARD (PUR440) WHETHER THIS STEP  *
011706*   MAY RUN FOR THE CYCLE - THE STEPS AHEAD OF IT MUST HAVE     *
011708*   COMPLETED FOR THE SAME BUSINESS DATE AND CYCLE, AND NONE    *
011710*   AFTER IT MAY HAVE RUN.  IF IT MAY, THE GUARD MARKS IT       *
011712*   STARTED.  NOTHING IS OPENED WHEN IT MAY NOT.                *
011714*---------------------------------------------------------------*
011716 1190-CHECK-STEP-ORDER.
011718     SET RSL-FUNC-BEGIN  TO TRUE.
011720     MOVE 'PUR160  '      TO RSL-STEP-NAME.
011722     MOVE WK-CYCLE-NUMBER TO RSL-CYCLE-NUMBER.
011724     CALL 'PUR440' USING RUN-STATE-LINKAGE-AREA.
011726     IF RSL-REFUSED
011728         MOVE 'Y' TO SW-STEP-REFUSED
011730     ELSE
011732         DISPLAY 'PUR160 - BUSINESS DATE: ' RSL-BUSINESS-DATE
011734     END-IF.
011736 1190-EXIT.
011738     EXIT.
011740
011800*---------------------------------------------------------------*
011900* 1100-READ-RECON-IN                                            *
012000*---------------------------------------------------------------*
013349 1320-EXIT.
013351     EXIT.
013352
013360*---------------------------------------------------------------*
013380* 2000-PROCESS-CUSTOMER                                         *
013400*   SUMS EVERY RECORD FOR ONE CUSTOMERID, THEN RECONCILES IT     *
013500*   AGAINST THE LEDGER BEFORE MOVING ON TO THE NEXT CUSTOMER.    *
013600*---------------------------------------------------------------*
024800     DISPLAY 'PUR160 - EXCEPTIONS WRITTEN  : ' CT-EXCEPTIONS.
024810     DISPLAY 'PUR160 - UNKNOWN CURRENCIES  : '
024820         CT-UNKNOWN-CURRENCY.
024860     PERFORM 8990-MARK-STEP-ENDED THRU 8990-EXIT.
024900 8000-EXIT.
025000     EXIT.
025010
025100         OPEN OUTPUT PUR-RUN-CONTROL
025110     END-IF.
025120     MOVE 'PUR160  '     TO RCT-STEP-NAME.
025130     MOVE RSL-BUSINESS-DATE TO RCT-RUN-DATE.
025135     MOVE WK-CYCLE-NUMBER TO RCT-CYCLE-NUMBER.
025140     MOVE CT-READ        TO RCT-RECORDS-IN.
025150     MOVE CT-CUSTOMERS   TO RCT-RECORDS-OUT-GOOD.
025210     CLOSE PUR-RUN-CONTROL.
025220 8100-EXIT.
025230     EXIT.
025240
025250*---------------------------------------------------------------*
025260* 8950-REFUSE-OUT-OF-ORDER                                      *
025270*   THE STEP IS OUT OF ORDER FOR THE CYCLE AND HAS TOUCHED      *
025280*   NOTHING.  THE GUARD'S REASON IS SHOWN, AND RETURN-CODE 8    *
025290*   HOLDS THE REST OF THE CHAIN.                                *
025300*---------------------------------------------------------------*
025310 8950-REFUSE-OUT-OF-ORDER.
025320     DISPLAY 'PUR160 - STEP REFUSED FOR CYCLE ' WK-CYCLE-NUMBER.
025330     DISPLAY 'PUR160 - ' RSL-REASON-TEXT.
025340     MOVE 8 TO RETURN-CODE.
025350 8950-EXIT.
025360     EXIT.
025370
025380*---------------------------------------------------------------*
025390* 8990-MARK-STEP-ENDED                                          *
025400*   RECORDS THE STEP'S END ON THE RUN-STATE FILE - COMPLETED,   *
025410*   OR FAILED ON RETURN-CODE 8 OR MORE.  THE GUARD HANDS THE    *
025420*   RETURN CODE BACK UNCHANGED.                                 *
025430*---------------------------------------------------------------*
025440 8990-MARK-STEP-ENDED.
025450     SET RSL-FUNC-END    TO TRUE.
025460     MOVE RETURN-CODE    TO RSL-STEP-RC.
025470     CALL 'PUR440' USING RUN-STATE-LINKAGE-AREA.
025480 8990-EXIT.
025490     EXIT.

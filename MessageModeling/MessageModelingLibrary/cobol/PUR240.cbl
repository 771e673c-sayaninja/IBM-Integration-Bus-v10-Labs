001300*                  FILE BEFORE PUR100 RUNS AND SETS RETURN-CODE *
001400*                  8 SO THE SCHEDULER HOLDS THE NIGHTLY CHAIN   *
001500*                  ON A BAD OR STALE RATE FILE.                 *
001510* 2026-10-15  RH   TAKES THE INTAKE CYCLE FROM A THIRD SYSIN    *
001520*                  CARD (DEFAULT 1) AND CLEARS ITS START WITH   *
001530*                  THE CHAIN SEQUENCING GUARD (PUR440) BEFORE   *
001540*                  ANY FILE IS OPENED.  AS THE FIRST STEP OF    *
001550*                  THE CHAIN IT STARTS THE CYCLE, AND FROM      *
001560*                  CYCLE 2 ON IS REFUSED WITH RETURN-CODE 8     *
001570*                  UNLESS THE PRIOR CYCLE OF THE DATE HAS       *
001580*                  BALANCED (PUR210 COMPLETED).  ITS END IS     *
001590*                  RECORDED ON THE RUN-STATE FILE (PURRSTAT) AS *
001595*                  COMPLETED OR FAILED.                         *
001600*---------------------------------------------------------------*
001700* PURPOSE.                                                     *
001800*   THE PROGRAMS THAT CONVERT MONEY (PUR100, PUR120, PUR160,    *
009000     88  RATE-FILE-GOOD                         VALUE 'Y'.
009100 01  SW-MISSING-LISTED           PIC X           VALUE 'N'.
009200     88  MISSING-LISTED                         VALUE 'Y'.
009233 01  SW-STEP-REFUSED             PIC X           VALUE 'N'.
009266     88  STEP-REFUSED                           VALUE 'Y'.
009300
009400 01  PUR240-COUNTERS.
009500     05  CT-MASTER-READ          PIC 9(7)        VALUE ZERO.
011600     05  WK-AGE-LIMIT            PIC 9(3)        VALUE 5.
011700     05  WK-MOVE-CARD            PIC X(3)        VALUE SPACES.
011800     05  WK-MOVE-LIMIT           PIC 9(3)        VALUE 20.
011816
011832*    INTAKE CYCLE THE GATE OPENS, FROM THE THIRD SYSIN CARD.
011848 01  PUR240-CYCLE-FIELDS.
011864     05  WK-CYCLE-CARD           PIC X(2)        VALUE SPACES.
011880     05  WK-CYCLE-NUMBER         PIC 9(2)        VALUE 1.
011900
012000*    APPROXIMATE DAY SERIALS FOR THE STALENESS CHECK - EVERY
012100*    MONTH IS TREATED AS 31 DAYS, THE SAME CONVENTION THE
019700 01  BLANK-LINE                  PIC X(132) VALUE SPACES.
019800
019900     COPY PURRATTB.
019933
019966     COPY PURRSLNK.
020000
020100 PROCEDURE DIVISION.
020200*---------------------------------------------------------------*
020500*---------------------------------------------------------------*
020600 0000-MAINLINE.
020700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020720     IF STEP-REFUSED
020740         PERFORM 8950-REFUSE-OUT-OF-ORDER THRU 8950-EXIT
020760         STOP RUN
020780     END-IF.
020800     IF RATE-FILE-GOOD
020900         PERFORM 3000-CHECK-STALENESS THRU 3000-EXIT
021000         PERFORM 4000-CHECK-MOVEMENT THRU 4000-EXIT
021600
021700*---------------------------------------------------------------*
021800* 1000-INITIALIZE                                               *
021900*   TAKES THE SYSIN LIMITS AND CYCLE, OPENS THE REPORT AND       *
022000*   LOADS BOTH RATE TABLES.  A MISSING INCOMING RATE FILE FAILS  *
022100*   THE GATE OUTRIGHT - PASSING ONE NIGHT AT PAR IS THE VERY     *
022200*   THING THIS STEP EXISTS TO STOP.  NOTHING IS OPENED WHEN THE  *
022210*   SEQUENCING GUARD REFUSES THE STEP.                           *
022300*---------------------------------------------------------------*
022400 1000-INITIALIZE.
022410     PERFORM 1150-GET-PARAMETERS THRU 1150-EXIT.
022420     PERFORM 1160-GET-CYCLE THRU 1160-EXIT.
022430     PERFORM 1190-CHECK-STEP-ORDER THRU 1190-EXIT.
022440     IF STEP-REFUSED
022450         GO TO 1000-EXIT
022460     END-IF.
022500     OPEN OUTPUT PUR-GATE-RPT.
022600     ACCEPT WK-TODAY-DATE FROM DATE YYYYMMDD.
022700     MOVE WK-TODAY-DATE TO RPT-HDR-DATE.
023000     MOVE WK-TODAY-DATE TO WK-DATE-IN.
023100     PERFORM 6000-DATE-TO-SERIAL THRU 6000-EXIT.
023200     MOVE WK-DATE-SERIAL TO WK-TODAY-SERIAL.
023400     PERFORM 1300-LOAD-RATE-TABLE THRU 1300-EXIT.
023500     PERFORM 1400-LOAD-PRIOR-TABLE THRU 1400-EXIT.
023600 1000-EXIT.
025900     DISPLAY 'PUR240 - MAX MOVEMENT PERCENT : ' WK-MOVE-LIMIT.
026000 1150-EXIT.
026100     EXIT.
026102
026104*---------------------------------------------------------------*
026106* 1160-GET-CYCLE                                                *
026108*   TAKES THE INTAKE CYCLE THE GATE OPENS FROM THE THIRD SYSIN  *
026110*   CARD.  A MISSING OR NON-NUMERIC CARD LEAVES THE NORMAL      *
026112*   OVERNIGHT CYCLE 1 IN FORCE.                                 *
026114*---------------------------------------------------------------*
026116 1160-GET-CYCLE.
026118     ACCEPT WK-CYCLE-CARD.
026120     IF WK-CYCLE-CARD NUMERIC
026122         MOVE WK-CYCLE-CARD TO WK-CYCLE-NUMBER
026124     ELSE
026126         DISPLAY 'PUR240 - NO CYCLE CARD, USING CYCLE 1'
026128     END-IF.
026130     DISPLAY 'PUR240 - INTAKE CYCLE NUMBER  : ' WK-CYCLE-NUMBER.
026132 1160-EXIT.
026134     EXIT.
026136
026138*---------------------------------------------------------------*
026140* 1190-CHECK-STEP-ORDER                                         *
026142*   ASKS THE CHAIN SEQUENCING GUARD (PUR440) WHETHER THIS STEP  *
026144*   MAY RUN FOR THE CYCLE - THE STEPS AHEAD OF IT MUST HAVE     *
026146*   COMPLETED FOR THE SAME BUSINESS DATE AND CYCLE, AND NONE    *
026148*   AFTER IT MAY HAVE RUN.  IF IT MAY, THE GUARD MARKS IT       *
026150*   STARTED.  NOTHING IS OPENED WHEN IT MAY NOT.                *
026152*---------------------------------------------------------------*
026154 1190-CHECK-STEP-ORDER.
026156     SET RSL-FUNC-BEGIN  TO TRUE.
026158     MOVE 'PUR240  '      TO RSL-STEP-NAME.
026160     MOVE WK-CYCLE-NUMBER TO RSL-CYCLE-NUMBER.
026162     CALL 'PUR440' USING RUN-STATE-LINKAGE-AREA.
026164     IF RSL-REFUSED
026166         MOVE 'Y' TO SW-STEP-REFUSED
026168     ELSE
026170         DISPLAY 'PUR240 - BUSINESS DATE: ' RSL-BUSINESS-DATE
026172     END-IF.
026174 1190-EXIT.
026176     EXIT.
026200
026300*---------------------------------------------------------------*
026400* 1300-LOAD-RATE-TABLE                                          *
059300         DISPLAY 'PUR240 - RATE FILE FAILS - CHAIN HELD'
059400         MOVE 8 TO RETURN-CODE
059500     END-IF.
059550     PERFORM 8990-MARK-STEP-ENDED THRU 8990-EXIT.
059600 8000-EXIT.
059700     EXIT.
059710
059720*---------------------------------------------------------------*
059730* 8950-REFUSE-OUT-OF-ORDER                                      *
059740*   THE STEP IS OUT OF ORDER FOR THE CYCLE AND HAS TOUCHED      *
059750*   NOTHING.  THE GUARD'S REASON IS SHOWN, AND RETURN-CODE 8    *
059760*   HOLDS THE REST OF THE CHAIN.                                *
059770*---------------------------------------------------------------*
059780 8950-REFUSE-OUT-OF-ORDER.
059790     DISPLAY 'PUR240 - STEP REFUSED FOR CYCLE ' WK-CYCLE-NUMBER.
059800     DISPLAY 'PUR240 - ' RSL-REASON-TEXT.
059810     MOVE 8 TO RETURN-CODE.
059820 8950-EXIT.
059830     EXIT.
059840
059850*---------------------------------------------------------------*
059860* 8990-MARK-STEP-ENDED                                          *
059870*   RECORDS THE STEP'S END ON THE RUN-STATE FILE - COMPLETED,   *
059880*   OR FAILED ON RETURN-CODE 8 OR MORE.  THE GUARD HANDS THE    *
059890*   RETURN CODE BACK UNCHANGED.                                 *
059900*---------------------------------------------------------------*
059910 8990-MARK-STEP-ENDED.
059920     SET RSL-FUNC-END    TO TRUE.
059930     MOVE RETURN-CODE    TO RSL-STEP-RC.
059940     CALL 'PUR440' USING RUN-STATE-LINKAGE-AREA.
059950 8990-EXIT.
059960     EXIT.

001596*                  RESUMES AN EXTRACT LEFT IN PROGRESS BY THE    *
001597*                  SAME CYCLE AND EACH CYCLE'S EXTRACT CAN BE    *
001598*                  RELEASED ON ITS OWN.                          *
001599* 2026-10-15  RH   NOW CLEARS ITS START WITH THE CHAIN          *
001600*                  SEQUENCING GUARD (PUR440) BEFORE ANY FILE IS *
001605*                  OPENED, AND IS REFUSED WITH RETURN-CODE 8    *
001610*                  UNLESS THE ADDRESS STANDARDIZATION (PUR110)  *
001615*                  HAS COMPLETED FOR THE SAME BUSINESS DATE AND *
001620*                  CYCLE.  ITS END IS RECORDED ON THE RUN-STATE *
001625*                  FILE (PURRSTAT) AS COMPLETED OR FAILED.      *
001630*                  A CHECKPOINT RESTART AFTER AN ABEND NOW      *
001635*                  FOLLOWS A SUPERVISED RESET OF THE STEP       *
001640*                  (PUR460), AND THEN RESUMES FROM THE          *
001645*                  CHECKPOINT AS BEFORE.                        *
001650* 2026-10-15  RH   A FILE THAT WILL NOT OPEN NOW SETS           *
001655*                  RETURN-CODE 8 SO THE STEP IS RECORDED FAILED *
001656*                  AND THE STEPS AFTER IT ARE HELD.             *
001660* 2026-10-15  RH   THE RUN-CONTROL RECORD NOW CARRIES THE       *
001661*                  BUSINESS DATE THE GUARD RAN THE STEP UNDER,  *
001662*                  NOT THE CALENDAR DATE, SO A CYCLE FINISHING  *
001663*                  AFTER MIDNIGHT BALANCES AND CLOSES UNDER ITS *
001664*                  OWN NIGHT.                                   *
001665*---------------------------------------------------------------*
001700* PURPOSE.                                                     *
001800*   EXTRACTS EACH STANDARDIZED, CLEAN PURCHASES RECORD TO THE   *
001900*   DOWNSTREAM FEED FILE.  EVERY CHK-INTERVAL RECORDS THE       *
007100     88  RESTART-MODE                           VALUE 'Y'.
007200 01  SW-SKIPPING                 PIC X           VALUE 'N'.
007300     88  SKIPPING-TO-RESTART-POINT              VALUE 'Y'.
007333 01  SW-STEP-REFUSED             PIC X           VALUE 'N'.
007366     88  STEP-REFUSED                           VALUE 'Y'.
007400
007500 01  PUR150-COUNTERS.
007600     05  CT-READ                PIC 9(7)        VALUE ZERO.
008470     05  WK-RECORD-HASH          PIC 9(15)V99    VALUE ZERO.
008480     05  WK-HASH-LINE            PIC 9(11)V99    VALUE ZERO.
008490     05  WK-HASH-SUB             PIC 9(3)        VALUE ZERO.
008493
008496     COPY PURRSLNK.
008500
008600 PROCEDURE DIVISION.
008700*---------------------------------------------------------------*
009000*---------------------------------------------------------------*
009100 0000-MAINLINE.
009200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009220     IF STEP-REFUSED
009240         PERFORM 8950-REFUSE-OUT-OF-ORDER THRU 8950-EXIT
009260         STOP RUN
009280     END-IF.
009300     PERFORM 2000-EXTRACT-LOOP THRU 2000-EXIT
009400         UNTIL END-OF-FILE.
009500     PERFORM 8000-TERMINATE THRU 8000-EXIT.
010000*   OPENS FILES, CHECKS FOR A RESTART, AND PRIMES THE READ.      *
010100*---------------------------------------------------------------*
010200 1000-INITIALIZE.
010216     PERFORM 1170-GET-CYCLE THRU 1170-EXIT.
010232     PERFORM 1190-CHECK-STEP-ORDER THRU 1190-EXIT.
010248     IF STEP-REFUSED
010264         GO TO 1000-EXIT
010280     END-IF.
010300     OPEN INPUT  PUR-EXTR-IN.
010400     IF FS-EXTR-IN NOT = '00'
010500         DISPLAY 'PUR150 - UNABLE TO OPEN EXTRACT INPUT'
010550         MOVE 8 TO RETURN-CODE
010600         MOVE 'Y' TO SW-END-OF-FILE
010700     END-IF.
010800     PERFORM 1050-CHECK-RESTART THRU 1050-EXIT.
010900     IF RESTART-MODE
011000         OPEN EXTEND PUR-EXTR-OUT
013996     DISPLAY 'PUR150 - INTAKE CYCLE NUMBER: ' WK-CYCLE-NUMBER.
013997 1170-EXIT.
013998     EXIT.
013999
014000*---------------------------------------------------------------*
014002* 1190-CHECK-STEP-ORDER                                         *
014004*   ASKS THE CHAIN SEQUENCING GUARD (PUR440) WHETHER THIS STEP  *
014006*   MAY RUN FOR THE CYCLE - THE STEPS AHEAD OF IT MUST HAVE     *
014008*   COMPLETED FOR THE SAME BUSINESS DATE AND CYCLE, AND NONE    *
014010*   AFTER IT MAY HAVE RUN.  IF IT MAY, THE GUARD MARKS IT       *
014012*   STARTED.  NOTHING IS OPENED WHEN IT MAY NOT.                *
014014*---------------------------------------------------------------*
014016 1190-CHECK-STEP-ORDER.
014018     SET RSL-FUNC-BEGIN  TO TRUE.
014020     MOVE 'PUR150  '      TO RSL-STEP-NAME.
014022     MOVE WK-CYCLE-NUMBER TO RSL-CYCLE-NUMBER.
014024     CALL 'PUR440' USING RUN-STATE-LINKAGE-AREA.
014026     IF RSL-REFUSED
014028         MOVE 'Y' TO SW-STEP-REFUSED
014030     ELSE
014032         DISPLAY 'PUR150 - BUSINESS DATE: ' RSL-BUSINESS-DATE
014034     END-IF.
014036 1190-EXIT.
014038     EXIT.
014040
014100*---------------------------------------------------------------*
014200* 1100-READ-EXTR-IN                                             *
014300*   READS THE NEXT CLEAN RECORD, SETTING END-OF-FILE AT EOF.     *
015601 1160-EXIT.
015602     EXIT.
015603
015650*---------------------------------------------------------------*
015700* 1200-SKIP-TO-RESTART-POINT                                    *
015800*   DISCARDS INPUT RECORDS ALREADY EXTRACTED BY THE RUN THAT     *
015900*   LEFT THE CHECKPOINT, INCLUDING THE RECORD FOR THE LAST       *
023300     DISPLAY 'PUR150 - RECORDS READ       : ' CT-READ.
023400     DISPLAY 'PUR150 - RECORDS SKIPPED     : ' CT-SKIPPED.
023500     DISPLAY 'PUR150 - RECORDS EXTRACTED   : ' CT-EXTRACTED.
023550     PERFORM 8990-MARK-STEP-ENDED THRU 8990-EXIT.
023600 8000-EXIT.
023700     EXIT.
023710
023790     IF FS-RUN-CONTROL = '05' OR FS-RUN-CONTROL = '35'
023800         OPEN OUTPUT PUR-RUN-CONTROL
023810     END-IF.
023830     MOVE 'PUR150  '    TO RCT-STEP-NAME.
023840     MOVE RSL-BUSINESS-DATE TO RCT-RUN-DATE.
023845     MOVE WK-CYCLE-NUMBER TO RCT-CYCLE-NUMBER.
023850     MOVE CT-READ       TO RCT-RECORDS-IN.
023860     MOVE CT-EXTRACTED  TO RCT-RECORDS-OUT-GOOD.
023920     CLOSE PUR-RUN-CONTROL.
023930 8100-EXIT.
023940     EXIT.
023950
023960*---------------------------------------------------------------*
023970* 8950-REFUSE-OUT-OF-ORDER                                      *
023980*   THE STEP IS OUT OF ORDER FOR THE CYCLE AND HAS TOUCHED      *
023990*   NOTHING.  THE GUARD'S REASON IS SHOWN, AND RETURN-CODE 8    *
024000*   HOLDS THE REST OF THE CHAIN.                                *
024010*---------------------------------------------------------------*
024020 8950-REFUSE-OUT-OF-ORDER.
024030     DISPLAY 'PUR150 - STEP REFUSED FOR CYCLE ' WK-CYCLE-NUMBER.
024040     DISPLAY 'PUR150 - ' RSL-REASON-TEXT.
024050     MOVE 8 TO RETURN-CODE.
024060 8950-EXIT.
024070     EXIT.
024080
024090*---------------------------------------------------------------*
024100* 8990-MARK-STEP-ENDED                                          *
024110*   RECORDS THE STEP'S END ON THE RUN-STATE FILE - COMPLETED,   *
024120*   OR FAILED ON RETURN-CODE 8 OR MORE.  THE GUARD HANDS THE    *
024130*   RETURN CODE BACK UNCHANGED.                                 *
024140*---------------------------------------------------------------*
024150 8990-MARK-STEP-ENDED.
024160     SET RSL-FUNC-END    TO TRUE.
024170     MOVE RETURN-CODE    TO RSL-STEP-RC.
024180     CALL 'PUR440' USING RUN-STATE-LINKAGE-AREA.
024190 8990-EXIT.
024200     EXIT.

001407* 2026-09-01  RH   THE INTAKE CYCLE NUMBER (ONE SYSIN CARD,     *
001408*                  DEFAULT 1) NOW RIDES THE RUN-CONTROL RECORD  *
001409*                  SO EACH CYCLE OF A DATE BALANCES ON ITS OWN. *
001410* 2026-10-15  RH   THE HOME COUNTRY IS NO LONGER HARD-CODED - IT *
001411*                  IS THE ENTRY FLAGGED AS HOME ON THE COUNTRY   *
001412*                  REFERENCE FILE (PURCNTRY).  PUR110 HAS        *
001413*                  ALREADY STANDARDIZED EVERY ACCEPTED SPELLING  *
001414*                  ON THE CLEAN FILE, SO ONE NAME COMPARE STILL  *
001415*                  SERVES.                                       *
001420* 2026-10-15  RH   NOW CLEARS ITS START WITH THE CHAIN          *
001425*                  SEQUENCING GUARD (PUR440) BEFORE ANY FILE IS *
001430*                  OPENED, AND IS REFUSED WITH RETURN-CODE 8    *
001435*                  UNLESS THE ADDRESS STANDARDIZATION (PUR110)  *
001440*                  HAS COMPLETED FOR THE SAME BUSINESS DATE AND *
001445*                  CYCLE.  ITS END IS RECORDED ON THE RUN-STATE *
001450*                  FILE (PURRSTAT) AS COMPLETED OR FAILED.      *
001455* 2026-10-15  RH   A FILE THAT WILL NOT OPEN, OR NO HOME        *
001460*                  COUNTRY ON THE COUNTRY REFERENCE FILE, NOW   *
001465*                  SETS RETURN-CODE 8 SO THE STEP IS RECORDED   *
001466*                  FAILED AND THE STEPS AFTER IT ARE HELD.      *
001470* 2026-10-15  RH   THE RUN-CONTROL RECORD NOW CARRIES THE       *
001471*                  BUSINESS DATE THE GUARD RAN THE STEP UNDER,  *
001472*                  NOT THE CALENDAR DATE, SO A CYCLE FINISHING  *
001473*                  AFTER MIDNIGHT BALANCES AND CLOSES UNDER ITS *
001474*                  OWN NIGHT.                                   *
001475*---------------------------------------------------------------*
001500* PURPOSE.                                                     *
001600*   SCANS THE STANDARDIZED CLEAN PURCHASES FILE FOR CORPORATE   *
001700*   CUSTOMERS - CUSTOMERCOMPANY NOT BLANK - HEADQUARTERED       *
003760     SELECT PUR-RATES       ASSIGN TO PURRATES
003770         ORGANIZATION IS SEQUENTIAL
003780         FILE STATUS IS FS-RATES.
003790
003791     SELECT PUR-COUNTRY     ASSIGN TO PURCNTRY
003792         ORGANIZATION IS INDEXED
003793         ACCESS MODE IS SEQUENTIAL
003794         RECORD KEY IS CNTRY-NAME
003795         FILE STATUS IS FS-COUNTRY.
003800
003900 DATA DIVISION.
004000 FILE SECTION.
004860 FD  PUR-RATES
004870     RECORDING MODE IS F.
004880     COPY PURRATE.
004890
004891 FD  PUR-COUNTRY
004892     RECORDING MODE IS F.
004893     COPY PURCNTRY.
004900
005000 WORKING-STORAGE SECTION.
005100 01  FS-TAX-IN                  PIC XX          VALUE '00'.
005200 01  FS-TAX-OUT                 PIC XX          VALUE '00'.
005210 01  FS-RUN-CONTROL             PIC XX          VALUE '00'.
005220 01  FS-COUNTRY                 PIC XX          VALUE '00'.
005300
005310*    TAKEN FROM THE COUNTRY REFERENCE FILE AT START OF RUN.
005320 01  HOME-COUNTRY-NAME           PIC X(30)       VALUE SPACES.
005330 01  SW-COUNTRY-EOF              PIC X           VALUE 'N'.
005340     88  COUNTRY-EOF                            VALUE 'Y'.
005350
005400 01  SW-END-OF-FILE              PIC X           VALUE 'N'.
005500     88  END-OF-FILE                            VALUE 'Y'.
005600 01  SW-ELIGIBLE-CUSTOMER        PIC X           VALUE 'N'.
005700     88  ELIGIBLE-CUSTOMER                      VALUE 'Y'.
005750 01  SW-COUNTRY-FOUND            PIC X           VALUE 'N'.
005760     88  COUNTRY-ENTRY-FOUND                    VALUE 'Y'.
005773 01  SW-STEP-REFUSED             PIC X           VALUE 'N'.
005786     88  STEP-REFUSED                           VALUE 'Y'.
005800
005900 01  PUR170-COUNTERS.
006000     05  CT-READ                PIC 9(7)        VALUE ZERO.
006980     05  WK-HASH-SUB             PIC 9(3)        VALUE ZERO.
006985
006990     COPY PURRATTB.
006993
006996     COPY PURRSLNK.
007000
007100 01  PUR170-COUNTRY-TABLE.
007200     05  WK-COUNTRY-COUNT        PIC 9(5)        VALUE ZERO.
008400*---------------------------------------------------------------*
008500 0000-MAINLINE.
008600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
008620     IF STEP-REFUSED
008640         PERFORM 8950-REFUSE-OUT-OF-ORDER THRU 8950-EXIT
008660         STOP RUN
008680     END-IF.
008700     PERFORM 2000-FOLD-LOOP THRU 2000-EXIT
008800         UNTIL END-OF-FILE.
008900     PERFORM 7000-WRITE-COUNTRY-TOTALS THRU 7000-EXIT.
009500*   OPENS FILES AND PRIMES THE READ.                             *
009600*---------------------------------------------------------------*
009700 1000-INITIALIZE.
009716     PERFORM 1170-GET-CYCLE THRU 1170-EXIT.
009732     PERFORM 1190-CHECK-STEP-ORDER THRU 1190-EXIT.
009748     IF STEP-REFUSED
009764         GO TO 1000-EXIT
009780     END-IF.
009800     OPEN INPUT  PUR-TAX-IN
009900          OUTPUT PUR-TAX-OUT.
010000     IF FS-TAX-IN NOT = '00'
010100         DISPLAY 'PUR170 - UNABLE TO OPEN TAX EXTRACT INPUT'
010150         MOVE 8 TO RETURN-CODE
010200         MOVE 'Y' TO SW-END-OF-FILE
010300     END-IF.
010400     ACCEPT WK-TODAY-DATE FROM DATE YYYYMMDD.
010410     PERFORM 1300-LOAD-RATE-TABLE THRU 1300-EXIT.
010420     PERFORM 1400-FIND-HOME-COUNTRY THRU 1400-EXIT.
010500     PERFORM 1100-READ-TAX-IN THRU 1100-EXIT.
010600 1000-EXIT.
010700     EXIT.
010796     DISPLAY 'PUR170 - INTAKE CYCLE NUMBER: ' WK-CYCLE-NUMBER.
010797 1170-EXIT.
010798     EXIT.
010799
010800*---------------------------------------------------------------*
010802* 1190-CHECK-STEP-ORDER                                         *
010804*   ASKS THE CHAIN SEQUENCING GUARD (PUR440) WHETHER THIS STEP  *
010806*   MAY RUN FOR THE CYCLE - THE STEPS AHEAD OF IT MUST HAVE     *
010808*   COMPLETED FOR THE SAME BUSINESS DATE AND CYCLE, AND NONE    *
010810*   AFTER IT MAY HAVE RUN.  IF IT MAY, THE GUARD MARKS IT       *
010812*   STARTED.  NOTHING IS OPENED WHEN IT MAY NOT.                *
010814*---------------------------------------------------------------*
010816 1190-CHECK-STEP-ORDER.
010818     SET RSL-FUNC-BEGIN  TO TRUE.
010820     MOVE 'PUR170  '      TO RSL-STEP-NAME.
010822     MOVE WK-CYCLE-NUMBER TO RSL-CYCLE-NUMBER.
010824     CALL 'PUR440' USING RUN-STATE-LINKAGE-AREA.
010826     IF RSL-REFUSED
010828         MOVE 'Y' TO SW-STEP-REFUSED
010830     ELSE
010832         DISPLAY 'PUR170 - BUSINESS DATE: ' RSL-BUSINESS-DATE
010834     END-IF.
010836 1190-EXIT.
010838     EXIT.
010840
010900*---------------------------------------------------------------*
011000* 1100-READ-TAX-IN                                              *
011100*   READS THE NEXT CLEAN RECORD, SETTING END-OF-FILE AT EOF.     *
012549 1320-EXIT.
012551     EXIT.
012552
012553*---------------------------------------------------------------*
012554* 1400-FIND-HOME-COUNTRY                                        *
012555*   READS THE COUNTRY REFERENCE FILE FOR THE STANDARD ENTRY     *
012556*   FLAGGED AS THE HOME COUNTRY.  WITH NO FILE, OR NO HOME      *
012557*   ENTRY, EVERY CORPORATE CUSTOMER WOULD LOOK FOREIGN, SO THE  *
012558*   RUN STOPS RATHER THAN FEEDING THE TAX SYSTEM WRONG TOTALS.  *
012559*---------------------------------------------------------------*
012560 1400-FIND-HOME-COUNTRY.
012561     OPEN INPUT PUR-COUNTRY.
012562     IF FS-COUNTRY NOT = '00'
012563         DISPLAY 'PUR170 - UNABLE TO OPEN COUNTRY REFERENCE FILE'
012564         MOVE 8 TO RETURN-CODE
012565         MOVE 'Y' TO SW-END-OF-FILE
012566         GO TO 1400-EXIT
012567     END-IF.
012568     MOVE 'N' TO SW-COUNTRY-EOF.
012569     PERFORM 1410-READ-ONE-COUNTRY THRU 1410-EXIT
012570         UNTIL COUNTRY-EOF.
012571     CLOSE PUR-COUNTRY.
012572     IF HOME-COUNTRY-NAME = SPACES
012573         DISPLAY 'PUR170 - NO HOME COUNTRY ON THE COUNTRY '
012574                 'REFERENCE FILE'
012575         MOVE 8 TO RETURN-CODE
012576         MOVE 'Y' TO SW-END-OF-FILE
012577     ELSE
012578         DISPLAY 'PUR170 - HOME COUNTRY: ' HOME-COUNTRY-NAME
012579     END-IF.
012580 1400-EXIT.
012581     EXIT.
012582
012583 1410-READ-ONE-COUNTRY.
012584     READ PUR-COUNTRY NEXT RECORD
012585         AT END
012586             MOVE 'Y' TO SW-COUNTRY-EOF
012587             GO TO 1410-EXIT
012588     END-READ.
012589     IF CNTRY-STANDARD AND CNTRY-HOME-COUNTRY
012590         MOVE CNTRY-NAME TO HOME-COUNTRY-NAME
012591         MOVE 'Y' TO SW-COUNTRY-EOF
012592     END-IF.
012593 1410-EXIT.
012594     EXIT.
012595
012596*---------------------------------------------------------------*
012597* 2000-FOLD-LOOP                                                *
012600*   FOLDS EACH ELIGIBLE CUSTOMER'S PURCHASE ACTIVITY INTO THE    *
012700*   RUNNING TOTAL FOR ITS CUSTOMERCOUNTRY.                       *
012800*---------------------------------------------------------------*
025060         CT-COUNTRY-OVERFLOW.
025070     DISPLAY 'PUR170 - UNKNOWN CURRENCIES  : '
025080         CT-UNKNOWN-CURRENCY.
025090     PERFORM 8990-MARK-STEP-ENDED THRU 8990-EXIT.
025100 8000-EXIT.
025200     EXIT.
025210
025300         OPEN OUTPUT PUR-RUN-CONTROL
025310     END-IF.
025320     MOVE 'PUR170  '     TO RCT-STEP-NAME.
025330     MOVE RSL-BUSINESS-DATE TO RCT-RUN-DATE.
025335     MOVE WK-CYCLE-NUMBER TO RCT-CYCLE-NUMBER.
025340     MOVE CT-READ        TO RCT-RECORDS-IN.
025350     MOVE CT-COUNTRIES   TO RCT-RECORDS-OUT-GOOD.
025410     CLOSE PUR-RUN-CONTROL.
025420 8100-EXIT.
025430     EXIT.
025440
025450*---------------------------------------------------------------*
025460* 8950-REFUSE-OUT-OF-ORDER                                      *
025470*   THE STEP IS OUT OF ORDER FOR THE CYCLE AND HAS TOUCHED      *
025480*   NOTHING.  THE GUARD'S REASON IS SHOWN, AND RETURN-CODE 8    *
025490*   HOLDS THE REST OF THE CHAIN.                                *
025500*---------------------------------------------------------------*
025510 8950-REFUSE-OUT-OF-ORDER.
025520     DISPLAY 'PUR170 - STEP REFUSED FOR CYCLE ' WK-CYCLE-NUMBER.
025530     DISPLAY 'PUR170 - ' RSL-REASON-TEXT.
025540     MOVE 8 TO RETURN-CODE.
025550 8950-EXIT.
025560     EXIT.
025570
025580*---------------------------------------------------------------*
025590* 8990-MARK-STEP-ENDED                                          *
025600*   RECORDS THE STEP'S END ON THE RUN-STATE FILE - COMPLETED,   *
025610*   OR FAILED ON RETURN-CODE 8 OR MORE.  THE GUARD HANDS THE    *
025620*   RETURN CODE BACK UNCHANGED.                                 *
025630*---------------------------------------------------------------*
025640 8990-MARK-STEP-ENDED.
025650     SET RSL-FUNC-END    TO TRUE.
025660     MOVE RETURN-CODE    TO RSL-STEP-RC.
025670     CALL 'PUR440' USING RUN-STATE-LINKAGE-AREA.
025680 8990-EXIT.
025690     EXIT.

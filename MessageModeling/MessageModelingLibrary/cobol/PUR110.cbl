001301* 2026-09-01  RH   THE INTAKE CYCLE NUMBER (ONE SYSIN CARD,      *
001302*                  DEFAULT 1) NOW RIDES THE RUN-CONTROL RECORD   *
001303*                  SO EACH CYCLE OF A DATE BALANCES ON ITS OWN.  *
001304* 2026-10-15  RH   COUNTRIES NOW COME FROM THE INDEXED COUNTRY   *
001305*                  REFERENCE FILE (PURCNTRY, MAINTAINED BY       *
001306*                  PUR340) INSTEAD OF THE COMPILED-IN TABLE.  AN *
001307*                  ACCEPTED ALTERNATE SPELLING IS REPLACED BY    *
001308*                  ITS STANDARD COUNTRY NAME ON THE CLEAN        *
001309*                  OUTPUT, AND A COUNTRY WITH NO POSTAL CODES    *
001311*                  SKIPS THE MAIL-CODE CHECK.                    *
001315* 2026-10-15  RH   NOW CLEARS ITS START WITH THE CHAIN          *
001320*                  SEQUENCING GUARD (PUR440) BEFORE ANY FILE IS *
001325*                  OPENED, AND IS REFUSED WITH RETURN-CODE 8    *
001330*                  UNLESS THE INTAKE EDIT (PUR100) HAS          *
001335*                  COMPLETED FOR THE SAME BUSINESS DATE AND     *
001340*                  CYCLE.  ITS END IS RECORDED ON THE RUN-STATE *
001345*                  FILE (PURRSTAT) AS COMPLETED OR FAILED.      *
001350* 2026-10-15  RH   A FILE THAT WILL NOT OPEN NOW SETS           *
001355*                  RETURN-CODE 8 SO THE STEP IS RECORDED FAILED *
001356*                  AND THE STEPS AFTER IT ARE HELD.             *
001360* 2026-10-15  RH   THE RUN-CONTROL RECORD NOW CARRIES THE       *
001361*                  BUSINESS DATE THE GUARD RAN THE STEP UNDER,  *
001362*                  NOT THE CALENDAR DATE, SO A CYCLE FINISHING  *
001363*                  AFTER MIDNIGHT BALANCES AND CLOSES UNDER ITS *
001364*                  OWN NIGHT.                                   *
001365* 2026-10-15  RH   THE STEP'S RETURN CODE IS NOW KEPT APART     *
001370*                  FROM RETURN-CODE, WHICH EVERY CALL TO THE    *
001375*                  AUDIT TRAIL (PUR140) RESETS, AND IS SET ONLY *
001380*                  AS THE RUN ENDS, SO A FAILED OR WARNED RUN   *
001385*                  IS RECORDED AS SUCH.                         *
001390*---------------------------------------------------------------*
001400* PURPOSE.                                                     *
001500*   RUNS AGAINST EACH PURCHASES RECORD THAT PASSED INTAKE       *
001600*   EDIT (PUR100) AND CHECKS CUSTOMERMAILCODE AGAINST THE       *
001800*   MISMATCH DOES NOT DROP THE PURCHASE - THE RECORD STILL      *
001900*   FLOWS ON TO THE CLEAN OUTPUT FILE WITH RET-CODE SET TO      *
002000*   SUSPENSE, AND A SUSPENSE RECORD IS WRITTEN SO THE CUSTOMER  *
002100*   MASTER CAN BE CORRECTED SEPARATELY.  A COUNTRY KEYED UNDER  *
002110*   AN ACCEPTED ALTERNATE SPELLING GOES ON UNDER ITS STANDARD   *
002120*   NAME, SO EVERY LATER STEP SEES ONE SPELLING PER COUNTRY.    *
002200*---------------------------------------------------------------*
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
003920     SELECT PUR-RUN-CONTROL ASSIGN TO PURRCTL
003930         ORGANIZATION IS SEQUENTIAL
003940         FILE STATUS IS FS-RUN-CONTROL.
003950
003960     SELECT PUR-COUNTRY     ASSIGN TO PURCNTRY
003970         ORGANIZATION IS INDEXED
003980         ACCESS MODE IS RANDOM
003990         RECORD KEY IS CNTRY-NAME
003995         FILE STATUS IS FS-COUNTRY.
004000
004100 DATA DIVISION.
004200 FILE SECTION.
005730 FD  PUR-RUN-CONTROL
005740     RECORDING MODE IS F.
005750     COPY PURRCTL.
005760
005770 FD  PUR-COUNTRY
005780     RECORDING MODE IS F.
005790     COPY PURCNTRY.
005800
005900 WORKING-STORAGE SECTION.
006000 01  FS-ADDR-IN                 PIC XX          VALUE '00'.
006100 01  FS-CLEAN-OUT                PIC XX          VALUE '00'.
006200 01  FS-SUSPENSE                 PIC XX          VALUE '00'.
006210 01  FS-RUN-CONTROL              PIC XX          VALUE '00'.
006220 01  FS-COUNTRY                  PIC XX          VALUE '00'.
006300
006400 01  SW-END-OF-FILE              PIC X           VALUE 'N'.
006500     88  END-OF-FILE                            VALUE 'Y'.
006700     88  COUNTRY-FOUND                          VALUE 'Y'.
006800 01  SW-MAILCODE-OK              PIC X           VALUE 'Y'.
006900     88  MAILCODE-OK                            VALUE 'Y'.
006933 01  SW-STEP-REFUSED             PIC X           VALUE 'N'.
006966     88  STEP-REFUSED                           VALUE 'Y'.
007000
007100 01  PUR110-COUNTERS.
007200     05  CT-READ                 PIC 9(7)        VALUE ZERO.
007800     05  WK-HAS-DIGIT            PIC X           VALUE 'N'.
007900     05  WK-SUB                  PIC 9(2)        VALUE ZERO.
008000     05  WK-ONE-CHAR             PIC X           VALUE SPACE.
008020
008021*    INTAKE CYCLE OF THE BUSINESS DATE, FROM THE ONE SYSIN CARD.
008022 01  PUR110-CYCLE-FIELDS.
008080     05  WK-HASH-LINE            PIC 9(11)V99    VALUE ZERO.
008090     05  WK-HASH-SUB             PIC 9(3)        VALUE ZERO.
008100
008110*    WORST RETURN CODE SO FAR.  THE AUDIT TRAIL (PUR140) IS A
008120*    CALLED PROGRAM AND EVERY CALL TO IT RESETS RETURN-CODE, SO
008130*    THE STEP'S CODE IS KEPT HERE AND SET AS THE RUN ENDS.
008140 01  PUR110-STEP-RC-FIELDS.
008150     05  WK-STEP-RC              PIC 9(2)        VALUE ZERO.
008160
008220     COPY PURAUDIT.
008246
008272     COPY PURRSLNK.
008300
008400 PROCEDURE DIVISION.
008500*---------------------------------------------------------------*
008700*---------------------------------------------------------------*
008800 0000-MAINLINE.
008900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
008920     IF STEP-REFUSED
008940         PERFORM 8950-REFUSE-OUT-OF-ORDER THRU 8950-EXIT
008960         STOP RUN
008980     END-IF.
009000     PERFORM 2000-EDIT-LOOP THRU 2000-EXIT
009100         UNTIL END-OF-FILE.
009200     PERFORM 8000-TERMINATE THRU 8000-EXIT.
009600* 1000-INITIALIZE                                                *
009700*---------------------------------------------------------------*
009800 1000-INITIALIZE.
009816     PERFORM 1160-GET-CYCLE THRU 1160-EXIT.
009832     PERFORM 1190-CHECK-STEP-ORDER THRU 1190-EXIT.
009848     IF STEP-REFUSED
009864         GO TO 1000-EXIT
009880     END-IF.
009900     OPEN INPUT  PUR-ADDR-IN
010000          OUTPUT PUR-CLEAN-OUT
010100                 PUR-SUSPENSE.
010200     IF FS-ADDR-IN NOT = '00'
010300         DISPLAY 'PUR110 - UNABLE TO OPEN ADDRESS INPUT'
010350         MOVE 8 TO WK-STEP-RC
010400         MOVE 'Y' TO SW-END-OF-FILE
010500     END-IF.
010501*    THE COUNTRY FILE IS REFERENCE DATA, SO A MISSING FILE STOPS
010502*    THE RUN RATHER THAN SUSPENDING EVERY CUSTOMER AS AN
010503*    UNKNOWN COUNTRY.
010504     OPEN INPUT PUR-COUNTRY.
010505     IF FS-COUNTRY NOT = '00'
010506         DISPLAY 'PUR110 - UNABLE TO OPEN COUNTRY REFERENCE FILE'
010520         MOVE 8 TO WK-STEP-RC
010540         MOVE 'Y' TO SW-END-OF-FILE
010560     END-IF.
010600     PERFORM 1100-READ-ADDR-IN THRU 1100-EXIT.
010700 1000-EXIT.
010800     EXIT.
010896     DISPLAY 'PUR110 - INTAKE CYCLE NUMBER: ' WK-CYCLE-NUMBER.
010897 1160-EXIT.
010898     EXIT.
010899
010900*---------------------------------------------------------------*
010902* 1190-CHECK-STEP-ORDER                                         *
010904*   ASKS THE CHAIN SEQUENCING GUARD (PUR440) WHETHER THIS STEP  *
010906*   MAY RUN FOR THE CYCLE - THE STEPS AHEAD OF IT MUST HAVE     *
010908*   COMPLETED FOR THE SAME BUSINESS DATE AND CYCLE, AND NONE    *
010910*   AFTER IT MAY HAVE RUN.  IF IT MAY, THE GUARD MARKS IT       *
010912*   STARTED.  NOTHING IS OPENED WHEN IT MAY NOT.                *
010914*---------------------------------------------------------------*
010916 1190-CHECK-STEP-ORDER.
010918     SET RSL-FUNC-BEGIN  TO TRUE.
010920     MOVE 'PUR110  '      TO RSL-STEP-NAME.
010922     MOVE WK-CYCLE-NUMBER TO RSL-CYCLE-NUMBER.
010924     CALL 'PUR440' USING RUN-STATE-LINKAGE-AREA.
010926     IF RSL-REFUSED
010928         MOVE 'Y' TO SW-STEP-REFUSED
010930     ELSE
010932         DISPLAY 'PUR110 - BUSINESS DATE: ' RSL-BUSINESS-DATE
010934     END-IF.
010936 1190-EXIT.
010938     EXIT.
010940
011000 1100-READ-ADDR-IN.
011100     READ PUR-ADDR-IN INTO ADDR-IN-RECORD
011200         AT END
012400 2000-EDIT-LOOP.
012500     PERFORM 2100-LOOKUP-COUNTRY THRU 2100-EXIT.
012600     IF COUNTRY-FOUND
012610         MOVE CNTRY-NAME TO CustomerCountry OF ADDR-IN-RECORD
012700         PERFORM 2200-CHECK-MAILCODE-FORMAT THRU 2200-EXIT
012800     ELSE
012900         SET RET-CODE-SUSPENSE OF ADDR-IN-RECORD TO TRUE
014800
014900*---------------------------------------------------------------*
015000* 2100-LOOKUP-COUNTRY                                           *
015100*   READS CUSTOMERCOUNTRY FROM THE COUNTRY REFERENCE FILE.  AN  *
015110*   ALTERNATE SPELLING IS FOLLOWED TO ITS STANDARD COUNTRY, SO  *
015120*   ON A HIT COUNTRY-RECORD ALWAYS HOLDS THE STANDARD ENTRY.    *
015200*---------------------------------------------------------------*
015300 2100-LOOKUP-COUNTRY.
015400     MOVE 'N' TO SW-COUNTRY-FOUND.
015500     MOVE CustomerCountry OF ADDR-IN-RECORD TO CNTRY-NAME.
015600     READ PUR-COUNTRY
015700         INVALID KEY
015800             GO TO 2100-EXIT
015900     END-READ.
016000     IF CNTRY-ALTERNATE
016010         MOVE CNTRY-STANDARD-NAME TO CNTRY-NAME
016020         READ PUR-COUNTRY
016030             INVALID KEY
016040                 GO TO 2100-EXIT
016050         END-READ
016060     END-IF.
016100     IF CNTRY-STANDARD
016110         MOVE 'Y' TO SW-COUNTRY-FOUND
016200     END-IF.
016300 2100-EXIT.
016400     EXIT.
016500
017000*---------------------------------------------------------------*
017100 2200-CHECK-MAILCODE-FORMAT.
017200     MOVE 'Y' TO SW-MAILCODE-OK.
017250     IF CNTRY-FORMAT-NONE
017260         GO TO 2200-EXIT
017270     END-IF.
017300     IF CNTRY-FORMAT-NUMERIC
017400         IF CustomerMailCode OF ADDR-IN-RECORD (1:5) NOT NUMERIC
017500             MOVE 'N' TO SW-MAILCODE-OK
017600         END-IF
023249 2510-EXIT.
023250     EXIT.
023251
023260*---------------------------------------------------------------*
023300* 8000-TERMINATE                                                *
023400*---------------------------------------------------------------*
023500 8000-TERMINATE.
023520     CALL 'PUR140' USING AUDIT-LINKAGE-AREA.
023600     CLOSE PUR-ADDR-IN
023700           PUR-CLEAN-OUT
023800           PUR-SUSPENSE
023805           PUR-COUNTRY.
023810     PERFORM 8100-WRITE-RUN-CONTROL THRU 8100-EXIT.
023900     DISPLAY 'PUR110 - RECORDS READ      : ' CT-READ.
024000     DISPLAY 'PUR110 - RECORDS CLEAN      : ' CT-CLEAN.
024100     DISPLAY 'PUR110 - SUSPENSE RECORDS   : ' CT-SUSPENSE.
024120     MOVE WK-STEP-RC TO RETURN-CODE.
024150     PERFORM 8990-MARK-STEP-ENDED THRU 8990-EXIT.
024200 8000-EXIT.
024300     EXIT.
024310
024390     IF FS-RUN-CONTROL = '05' OR FS-RUN-CONTROL = '35'
024400         OPEN OUTPUT PUR-RUN-CONTROL
024410     END-IF.
024430     MOVE 'PUR110  '    TO RCT-STEP-NAME.
024440     MOVE RSL-BUSINESS-DATE TO RCT-RUN-DATE.
024445     MOVE WK-CYCLE-NUMBER TO RCT-CYCLE-NUMBER.
024450     MOVE CT-READ       TO RCT-RECORDS-IN.
024460     MOVE CT-CLEAN      TO RCT-RECORDS-OUT-GOOD.
024520     CLOSE PUR-RUN-CONTROL.
024530 8100-EXIT.
024540     EXIT.
024550
024560*---------------------------------------------------------------*
024570* 8950-REFUSE-OUT-OF-ORDER                                      *
024580*   THE STEP IS OUT OF ORDER FOR THE CYCLE AND HAS TOUCHED      *
024590*   NOTHING.  THE GUARD'S REASON IS SHOWN, AND RETURN-CODE 8    *
024600*   HOLDS THE REST OF THE CHAIN.                                *
024610*---------------------------------------------------------------*
024620 8950-REFUSE-OUT-OF-ORDER.
024630     DISPLAY 'PUR110 - STEP REFUSED FOR CYCLE ' WK-CYCLE-NUMBER.
024640     DISPLAY 'PUR110 - ' RSL-REASON-TEXT.
024650     MOVE 8 TO RETURN-CODE.
024660 8950-EXIT.
024670     EXIT.
024680
024690*---------------------------------------------------------------*
024700* 8990-MARK-STEP-ENDED                                          *
024710*   RECORDS THE STEP'S END ON THE RUN-STATE FILE - COMPLETED,   *
024720*   OR FAILED ON RETURN-CODE 8 OR MORE.  THE GUARD HANDS THE    *
024730*   RETURN CODE BACK UNCHANGED.                                 *
024740*---------------------------------------------------------------*
024750 8990-MARK-STEP-ENDED.
024760     SET RSL-FUNC-END    TO TRUE.
024770     MOVE RETURN-CODE    TO RSL-STEP-RC.
024780     CALL 'PUR440' USING RUN-STATE-LINKAGE-AREA.
024790 8990-EXIT.
024800     EXIT.

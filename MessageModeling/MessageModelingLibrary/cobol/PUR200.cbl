001540*                  CORRECTIONS APPLIED - EVERY ENTRY CARRIES    *
001550*                  FORWARD - AND EVERY AUDIT RECORD CARRIES     *
001560*                  THE OPERATOR ID.                             *
001570* 2026-10-15  RH   THE CORRECTED COUNTRY IS NOW CHECKED AGAINST *
001580*                  THE INDEXED COUNTRY REFERENCE FILE (PURCNTRY)*
001590*                  INSTEAD OF THE COMPILED-IN TABLE, AND AN     *
001591*                  ACCEPTED ALTERNATE SPELLING IS APPLIED TO    *
001592*                  THE MASTER UNDER ITS STANDARD COUNTRY NAME.  *
001600*---------------------------------------------------------------*
001700* PURPOSE.                                                     *
001800*   READS THE OPERATOR-CORRECTED SUSPENSE FILE PUR110 BUILT     *
004300         ACCESS MODE IS RANDOM
004400         RECORD KEY IS CustomerId OF MASTER-RECORD
004500         FILE STATUS IS FS-MASTER.
004510
004520     SELECT PUR-COUNTRY     ASSIGN TO PURCNTRY
004530         ORGANIZATION IS INDEXED
004540         ACCESS MODE IS RANDOM
004550         RECORD KEY IS CNTRY-NAME
004560         FILE STATUS IS FS-COUNTRY.
004600
004700     SELECT PUR-SUSP-OUT    ASSIGN TO PURSUSPO
004800         ORGANIZATION IS SEQUENTIAL
006300 FD  PUR-MASTER
006400     RECORDING MODE IS F.
006500     COPY PURMAST.
006510
006520 FD  PUR-COUNTRY
006530     RECORDING MODE IS F.
006540     COPY PURCNTRY.
006600
006700 FD  PUR-SUSP-OUT
006800     RECORDING MODE IS F.
007900 01  FS-MASTER                  PIC XX          VALUE '00'.
008000 01  FS-SUSP-OUT                PIC XX          VALUE '00'.
008100 01  FS-AGING-RPT               PIC XX          VALUE '00'.
008110 01  FS-COUNTRY                 PIC XX          VALUE '00'.
008200
008300 01  SW-END-OF-FILE              PIC X           VALUE 'N'.
008400     88  END-OF-FILE                            VALUE 'Y'.
015910 01  SW-APPLY-ALLOWED            PIC X           VALUE 'N'.
015920     88  APPLY-ALLOWED                          VALUE 'Y'.
015930
016200     COPY PURAUDIT.
016210
016220     COPY PUROPSGN.
019100         DISPLAY 'PUR200 - UNABLE TO OPEN PURCHASES MASTER'
019200         MOVE 'Y' TO SW-END-OF-FILE
019300     END-IF.
019310*    THE COUNTRY FILE IS REFERENCE DATA, SO A MISSING FILE STOPS
019320*    THE RUN RATHER THAN CARRYING EVERY ENTRY FORWARD AS STILL
019330*    FAILING THE FORMAT CHECK.
019340     OPEN INPUT PUR-COUNTRY.
019350     IF FS-COUNTRY NOT = '00'
019360         DISPLAY 'PUR200 - UNABLE TO OPEN COUNTRY REFERENCE FILE'
019370         MOVE 'Y' TO SW-END-OF-FILE
019380     END-IF.
019400     ACCEPT WK-TODAY-DATE FROM DATE YYYYMMDD.
019500     MOVE WK-TODAY-DATE TO WK-DATE-IN.
019600     PERFORM 6000-DATE-TO-SERIAL THRU 6000-EXIT.
022300 2000-WORKOFF-LOOP.
022500     PERFORM 2100-LOOKUP-COUNTRY THRU 2100-EXIT.
022600     IF COUNTRY-FOUND
022610         MOVE CNTRY-NAME TO SUS-COUNTRY OF SUSP-IN-RECORD
022700         PERFORM 2200-CHECK-MAILCODE-FORMAT THRU 2200-EXIT
022800     ELSE
022900         MOVE 'N' TO SW-MAILCODE-OK
024100
024200*---------------------------------------------------------------*
024300* 2100-LOOKUP-COUNTRY                                           *
024400*   READS THE CORRECTED COUNTRY FROM THE COUNTRY REFERENCE      *
024410*   FILE, FOLLOWING AN ALTERNATE SPELLING TO ITS STANDARD       *
024420*   COUNTRY, AS PUR110 DOES.                                    *
024500*---------------------------------------------------------------*
024600 2100-LOOKUP-COUNTRY.
024700     MOVE 'N' TO SW-COUNTRY-FOUND.
024800     MOVE SUS-COUNTRY OF SUSP-IN-RECORD TO CNTRY-NAME.
024900     READ PUR-COUNTRY
025000         INVALID KEY
025100             GO TO 2100-EXIT
025200     END-READ.
025300     IF CNTRY-ALTERNATE
025310         MOVE CNTRY-STANDARD-NAME TO CNTRY-NAME
025320         READ PUR-COUNTRY
025330             INVALID KEY
025340                 GO TO 2100-EXIT
025350         END-READ
025360     END-IF.
025400     IF CNTRY-STANDARD
025410         MOVE 'Y' TO SW-COUNTRY-FOUND
025500     END-IF.
025600 2100-EXIT.
025700     EXIT.
025800
026300*---------------------------------------------------------------*
026400 2200-CHECK-MAILCODE-FORMAT.
026500     MOVE 'Y' TO SW-MAILCODE-OK.
026550     IF CNTRY-FORMAT-NONE
026560         GO TO 2200-EXIT
026570     END-IF.
026600     IF CNTRY-FORMAT-NUMERIC
026700         IF SUS-MAILCODE OF SUSP-IN-RECORD (1:5) NOT NUMERIC
026800             MOVE 'N' TO SW-MAILCODE-OK
026900         END-IF
047100     CLOSE PUR-SUSP-IN
047200           PUR-MASTER
047300           PUR-SUSP-OUT
047400           PUR-AGING-RPT
047410           PUR-COUNTRY.
047500     DISPLAY 'PUR200 - SUSPENSE ENTRIES READ  : ' CT-READ.
047600     DISPLAY 'PUR200 - CORRECTIONS APPLIED    : ' CT-APPLIED.
047700     DISPLAY 'PUR200 - ENTRIES CARRIED FORWARD: ' CT-CARRIED.

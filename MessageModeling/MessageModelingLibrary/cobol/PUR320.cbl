000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     PUR320.
000300 AUTHOR.         R HOLLOWAY.
000400 INSTALLATION.   CUSTOMER PURCHASE SYSTEMS.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000700*---------------------------------------------------------------*
000800* MODIFICATION HISTORY                                         *
000900*---------------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                                 *
001100* 2026-10-15  RH   ORIGINAL PROGRAM - DUPLICATE-CUSTOMER        *
001200*                  DETECTION REPORT.  LISTS PAIRS OF MASTER     *
001300*                  RECORDS THAT ARE PROBABLY ONE CUSTOMER KEYED *
001400*                  UNDER TWO CUSTOMERIDS, FOR MERGING WITH      *
001500*                  PUR330.                                      *
001600*---------------------------------------------------------------*
001700* PURPOSE.                                                     *
001800*   BRANCHES REGULARLY KEY THE SAME CUSTOMER UNDER TWO          *
001900*   CUSTOMERIDS, AND THE CUSTOMER THEN GETS TWO STATEMENTS, TWO *
002000*   CREDIT LIMITS AND TWO LEDGER BALANCES, AND A RETURN AGAINST *
002100*   A PURCHASE SITTING UNDER THE OTHER ID FAILS AT INTAKE.      *
002200*   THIS STEP WALKS THE PURCHASES MASTER FRONT TO BACK AND      *
002300*   COMPARES EACH RECORD WITH EVERY EARLIER RECORD OF THE SAME  *
002400*   CUSTOMERLASTNAME.  A PAIR THAT ALSO SHARES A NON-BLANK      *
002500*   CUSTOMERPHONE, CUSTOMERMAILCODE (WITHIN THE SAME COUNTRY)   *
002600*   OR CUSTOMERADDR1 IS LISTED AS A LIKELY DUPLICATE, WITH      *
002700*   EVERY MATCH THAT MADE IT ONE, SO CUSTOMER SERVICE CAN       *
002800*   CONFIRM IT AND MERGE THE TWO IDS ONLINE (PUR330).  THE      *
002900*   COMPARISON TABLE HOLDS 5000 RECORDS - PAST THAT THE REST OF *
003000*   THE MASTER IS STILL COMPARED BUT NO LONGER HELD, AND THE    *
003100*   RUN ENDS WITH RETURN-CODE 4.                                *
003200*---------------------------------------------------------------*
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.   IBM-370.
003600 OBJECT-COMPUTER.   IBM-370.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT PUR-MASTER      ASSIGN TO PURMAST
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS SEQUENTIAL
004200         RECORD KEY IS CustomerId OF MASTER-RECORD
004300         FILE STATUS IS FS-MASTER.
004400
004500     SELECT PUR-DUP-RPT     ASSIGN TO PURDUPRP
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS FS-DUP-RPT.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  PUR-MASTER
005200     RECORDING MODE IS F.
005300     COPY PURMAST.
005400
005500 FD  PUR-DUP-RPT
005600     RECORDING MODE IS F.
005700 01  DUP-PRINT-LINE              PIC X(132).
005800
005900 WORKING-STORAGE SECTION.
006000 01  FS-MASTER                  PIC XX          VALUE '00'.
006100 01  FS-DUP-RPT                 PIC XX          VALUE '00'.
006200
006300 01  SW-END-OF-FILE              PIC X           VALUE 'N'.
006400     88  END-OF-FILE                            VALUE 'Y'.
006500 01  SW-PAIR-MATCHED             PIC X           VALUE 'N'.
006600     88  PAIR-MATCHED                           VALUE 'Y'.
006700
006800 01  PUR320-COUNTERS.
006900     05  CT-READ                PIC 9(7)        VALUE ZERO.
007000     05  CT-PAIRS                PIC 9(7)        VALUE ZERO.
007100     05  CT-NOT-HELD             PIC 9(7)        VALUE ZERO.
007200
007300 01  PUR320-WORK-FIELDS.
007400     05  WK-CMP-SUB              PIC 9(5)        VALUE ZERO.
007500     05  WK-MATCH-REASON         PIC X(30)       VALUE SPACES.
007600     05  WK-REASON-PTR           PIC 9(3)        VALUE ZERO.
007700     05  WK-TODAY-DATE           PIC X(8)        VALUE SPACES.
007800
007900*    THE MATCHING FIELDS OF EVERY MASTER RECORD READ SO FAR.  A
008000*    RECORD WITH A BLANK LAST NAME CAN NEVER MATCH AND IS NOT
008100*    HELD.
008200 01  PUR320-COMPARE-TABLE.
008300     05  WK-CMP-COUNT            PIC 9(5)        VALUE ZERO.
008400     05  WK-CMP-ENTRY OCCURS 5000 TIMES.
008500         10  WK-CMP-CUSTOMER-ID  PIC X(8).
008600         10  WK-CMP-LAST-NAME    PIC X(20).
008700         10  WK-CMP-FIRST-NAME   PIC X(20).
008800         10  WK-CMP-PHONE        PIC X(20).
008900         10  WK-CMP-COUNTRY      PIC X(30).
009000         10  WK-CMP-MAIL-CODE    PIC X(20).
009100         10  WK-CMP-ADDR1        PIC X(30).
009200
009300 01  RPT-HEADER-LINE.
009400     05  FILLER                  PIC X(50) VALUE
009500         'PUR320 - LIKELY DUPLICATE CUSTOMERS AS OF         '.
009600     05  RPT-HDR-DATE            PIC X(8).
009700
009800 01  RPT-COLUMN-LINE.
009900     05  FILLER                  PIC X(10) VALUE 'FIRST ID  '.
010000     05  FILLER                  PIC X(10) VALUE 'SECOND ID '.
010100     05  FILLER                  PIC X(22) VALUE 'LAST NAME'.
010200     05  FILLER                  PIC X(22) VALUE 'FIRST NAME (1)'.
010300     05  FILLER                  PIC X(22) VALUE 'FIRST NAME (2)'.
010400     05  FILLER                  PIC X(30) VALUE 'MATCHED ON'.
010500
010600 01  RPT-DETAIL-LINE.
010700     05  RPT-DET-FIRST-ID        PIC X(8).
010800     05  FILLER                  PIC X(2)  VALUE SPACES.
010900     05  RPT-DET-SECOND-ID       PIC X(8).
011000     05  FILLER                  PIC X(2)  VALUE SPACES.
011100     05  RPT-DET-LAST-NAME       PIC X(20).
011200     05  FILLER                  PIC X(2)  VALUE SPACES.
011300     05  RPT-DET-FIRST-NAME-1    PIC X(20).
011400     05  FILLER                  PIC X(2)  VALUE SPACES.
011500     05  RPT-DET-FIRST-NAME-2    PIC X(20).
011600     05  FILLER                  PIC X(2)  VALUE SPACES.
011700     05  RPT-DET-REASON          PIC X(30).
011800
011900 01  RPT-TOTAL-LINE.
012000     05  FILLER                  PIC X(30) VALUE
012100         'LIKELY DUPLICATE PAIRS      : '.
012200     05  RPT-TOT-PAIRS           PIC ZZZZZZ9.
012300
012400 01  RPT-NOT-HELD-LINE.
012500     05  FILLER                  PIC X(30) VALUE
012600         'RECORDS NOT COMPARED        : '.
012700     05  RPT-TOT-NOT-HELD        PIC ZZZZZZ9.
012800
012900 01  BLANK-LINE                  PIC X(132) VALUE SPACES.
013000
013100 PROCEDURE DIVISION.
013200*---------------------------------------------------------------*
013300* 0000-MAINLINE                                                 *
013400*   CONTROLS OVERALL FLOW OF THE DUPLICATE SCAN.                 *
013500*---------------------------------------------------------------*
013600 0000-MAINLINE.
013700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013800     PERFORM 2000-SCAN-LOOP THRU 2000-EXIT
013900         UNTIL END-OF-FILE.
014000     PERFORM 8000-TERMINATE THRU 8000-EXIT.
014100     STOP RUN.
014200
014300*---------------------------------------------------------------*
014400* 1000-INITIALIZE                                               *
014500*   OPENS FILES, HEADS THE REPORT AND PRIMES THE READ.           *
014600*---------------------------------------------------------------*
014700 1000-INITIALIZE.
014800     OPEN INPUT  PUR-MASTER
014900          OUTPUT PUR-DUP-RPT.
015000     IF FS-MASTER NOT = '00'
015100         DISPLAY 'PUR320 - UNABLE TO OPEN PURCHASES MASTER'
015200         MOVE 'Y' TO SW-END-OF-FILE
015300     END-IF.
015400     ACCEPT WK-TODAY-DATE FROM DATE YYYYMMDD.
015500     MOVE WK-TODAY-DATE TO RPT-HDR-DATE.
015600     WRITE DUP-PRINT-LINE FROM RPT-HEADER-LINE.
015700     WRITE DUP-PRINT-LINE FROM BLANK-LINE.
015800     WRITE DUP-PRINT-LINE FROM RPT-COLUMN-LINE.
015900     PERFORM 1100-READ-MASTER THRU 1100-EXIT.
016000 1000-EXIT.
016100     EXIT.
016200
016300*---------------------------------------------------------------*
016400* 1100-READ-MASTER                                              *
016500*   READS THE NEXT MASTER RECORD IN KEY ORDER.                   *
016600*---------------------------------------------------------------*
016700 1100-READ-MASTER.
016800     READ PUR-MASTER NEXT RECORD
016900         AT END
017000             MOVE 'Y' TO SW-END-OF-FILE
017100     END-READ.
017200     IF NOT END-OF-FILE
017300         ADD 1 TO CT-READ
017400     END-IF.
017500 1100-EXIT.
017600     EXIT.
017700
017800*---------------------------------------------------------------*
017900* 2000-SCAN-LOOP                                                *
018000*   COMPARES THE RECORD IN HAND WITH EVERY RECORD HELD SO FAR,  *
018100*   THEN HOLDS IT FOR THE RECORDS STILL TO COME.                *
018200*---------------------------------------------------------------*
018300 2000-SCAN-LOOP.
018400     IF CustomerLastName OF MASTER-RECORD = SPACES
018500         GO TO 2000-READ-NEXT
018600     END-IF.
018700     PERFORM 2100-COMPARE-ONE-ENTRY THRU 2100-EXIT
018800         VARYING WK-CMP-SUB FROM 1 BY 1
018900         UNTIL WK-CMP-SUB > WK-CMP-COUNT.
019000     PERFORM 2300-HOLD-RECORD THRU 2300-EXIT.
019100 2000-READ-NEXT.
019200     PERFORM 1100-READ-MASTER THRU 1100-EXIT.
019300 2000-EXIT.
019400     EXIT.
019500
019600*---------------------------------------------------------------*
019700* 2100-COMPARE-ONE-ENTRY                                        *
019800*   SAME LAST NAME PLUS AT LEAST ONE SHARED NON-BLANK PHONE,    *
019900*   MAIL CODE (SAME COUNTRY) OR FIRST ADDRESS LINE MAKES A      *
020000*   LIKELY DUPLICATE.  EVERY FIELD THAT MATCHED IS NAMED.       *
020100*---------------------------------------------------------------*
020200 2100-COMPARE-ONE-ENTRY.
020300     IF WK-CMP-LAST-NAME (WK-CMP-SUB) NOT =
020400        CustomerLastName OF MASTER-RECORD
020500         GO TO 2100-EXIT
020600     END-IF.
020700     MOVE 'N' TO SW-PAIR-MATCHED.
020800     MOVE SPACES TO WK-MATCH-REASON.
020900     MOVE 1 TO WK-REASON-PTR.
021000     IF CustomerPhone OF MASTER-RECORD NOT = SPACES
021100        AND WK-CMP-PHONE (WK-CMP-SUB) =
021200            CustomerPhone OF MASTER-RECORD
021300         MOVE 'Y' TO SW-PAIR-MATCHED
021400         STRING 'PHONE ' DELIMITED BY SIZE
021500             INTO WK-MATCH-REASON
021600             WITH POINTER WK-REASON-PTR
021700         END-STRING
021800     END-IF.
021900     IF CustomerMailCode OF MASTER-RECORD NOT = SPACES
022000        AND WK-CMP-MAIL-CODE (WK-CMP-SUB) =
022100            CustomerMailCode OF MASTER-RECORD
022200        AND WK-CMP-COUNTRY (WK-CMP-SUB) =
022300            CustomerCountry OF MASTER-RECORD
022400         MOVE 'Y' TO SW-PAIR-MATCHED
022500         STRING 'MAILCODE ' DELIMITED BY SIZE
022600             INTO WK-MATCH-REASON
022700             WITH POINTER WK-REASON-PTR
022800         END-STRING
022900     END-IF.
023000     IF CustomerAddr1 OF MASTER-RECORD NOT = SPACES
023100        AND WK-CMP-ADDR1 (WK-CMP-SUB) =
023200            CustomerAddr1 OF MASTER-RECORD
023300         MOVE 'Y' TO SW-PAIR-MATCHED
023400         STRING 'ADDRESS ' DELIMITED BY SIZE
023500             INTO WK-MATCH-REASON
023600             WITH POINTER WK-REASON-PTR
023700         END-STRING
023800     END-IF.
023900     IF PAIR-MATCHED
024000         PERFORM 2200-PRINT-PAIR THRU 2200-EXIT
024100     END-IF.
024200 2100-EXIT.
024300     EXIT.
024400
024500 2200-PRINT-PAIR.
024600     MOVE WK-CMP-CUSTOMER-ID (WK-CMP-SUB) TO RPT-DET-FIRST-ID.
024700     MOVE CustomerId OF MASTER-RECORD     TO RPT-DET-SECOND-ID.
024800     MOVE CustomerLastName OF MASTER-RECORD TO RPT-DET-LAST-NAME.
024900     MOVE WK-CMP-FIRST-NAME (WK-CMP-SUB)  TO RPT-DET-FIRST-NAME-1.
025000     MOVE CustomerFirstName OF MASTER-RECORD
025100         TO RPT-DET-FIRST-NAME-2.
025200     MOVE WK-MATCH-REASON TO RPT-DET-REASON.
025300     WRITE DUP-PRINT-LINE FROM RPT-DETAIL-LINE.
025400     ADD 1 TO CT-PAIRS.
025500 2200-EXIT.
025600     EXIT.
025700
025800 2300-HOLD-RECORD.
025900     IF WK-CMP-COUNT >= 5000
026000         ADD 1 TO CT-NOT-HELD
026100         GO TO 2300-EXIT
026200     END-IF.
026300     ADD 1 TO WK-CMP-COUNT.
026400     MOVE CustomerId OF MASTER-RECORD
026500         TO WK-CMP-CUSTOMER-ID (WK-CMP-COUNT).
026600     MOVE CustomerLastName OF MASTER-RECORD
026700         TO WK-CMP-LAST-NAME (WK-CMP-COUNT).
026800     MOVE CustomerFirstName OF MASTER-RECORD
026900         TO WK-CMP-FIRST-NAME (WK-CMP-COUNT).
027000     MOVE CustomerPhone OF MASTER-RECORD
027100         TO WK-CMP-PHONE (WK-CMP-COUNT).
027200     MOVE CustomerCountry OF MASTER-RECORD
027300         TO WK-CMP-COUNTRY (WK-CMP-COUNT).
027400     MOVE CustomerMailCode OF MASTER-RECORD
027500         TO WK-CMP-MAIL-CODE (WK-CMP-COUNT).
027600     MOVE CustomerAddr1 OF MASTER-RECORD
027700         TO WK-CMP-ADDR1 (WK-CMP-COUNT).
027800 2300-EXIT.
027900     EXIT.
028000
028100*---------------------------------------------------------------*
028200* 8000-TERMINATE                                                *
028300*   PRINTS THE TOTALS, CLOSES FILES AND DISPLAYS RUN TOTALS.    *
028400*---------------------------------------------------------------*
028500 8000-TERMINATE.
028600     WRITE DUP-PRINT-LINE FROM BLANK-LINE.
028700     MOVE CT-PAIRS TO RPT-TOT-PAIRS.
028800     WRITE DUP-PRINT-LINE FROM RPT-TOTAL-LINE.
028900     IF CT-NOT-HELD > ZERO
029000         MOVE CT-NOT-HELD TO RPT-TOT-NOT-HELD
029100         WRITE DUP-PRINT-LINE FROM RPT-NOT-HELD-LINE
029200         MOVE 4 TO RETURN-CODE
029300     END-IF.
029400     CLOSE PUR-MASTER
029500           PUR-DUP-RPT.
029600     DISPLAY 'PUR320 - MASTER RECORDS READ : ' CT-READ.
029700     DISPLAY 'PUR320 - LIKELY DUPLICATES   : ' CT-PAIRS.
029800     DISPLAY 'PUR320 - RECORDS NOT HELD    : ' CT-NOT-HELD.
029900 8000-EXIT.
030000     EXIT.

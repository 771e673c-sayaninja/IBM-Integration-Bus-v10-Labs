000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     PUR310.
000300 AUTHOR.         R HOLLOWAY.
000400 INSTALLATION.   CUSTOMER PURCHASE SYSTEMS.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000700*---------------------------------------------------------------*
000800* MODIFICATION HISTORY                                         *
000900*---------------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                                 *
001100* 2026-10-15  RH   ORIGINAL PROGRAM - INTAKE-CYCLE BACKOUT.     *
001200*                  REVERSES WHAT PUR100 POSTED FOR ONE BUSINESS *
001300*                  DATE AND CYCLE SO A CORRECTED FEED CAN BE    *
001400*                  LOADED IN ITS PLACE.                         *
001410* 2026-10-15  RH   SALES TAX IS TAKEN BACK OUT WITH THE          *
001411*                  LINES - AN OFFSETTING PURTAXDT DETAIL FOR     *
001412*                  EACH CHARGE OR REVERSAL, A RESTORED RETURN'S  *
001413*                  TAX PUT BACK ON ITS MASTER LINE, AND THE      *
001414*                  CYCLE'S ORIGINAL TAX DETAILS MARKED           *
001415*                  SUPERSEDED.                                   *
001416* 2026-10-15  RH   STOCK IS PUT BACK AS IT WAS - AN APPENDED     *
001417*                  LINE'S ALLOCATION IS FREED ON PURINVT AND A   *
001418*                  RESTORED RETURN'S UNITS COME OFF HAND AGAIN.  *
001419*                  BACKORDERS THE CYCLE RAISED ARE CANCELLED AND *
001420*                  THOSE IT RELEASED ARE OPENED AGAIN.           *
001430* 2026-10-15  RH   OFFSETTING ENTRIES ARE ONLY JOURNALED WHEN   *
001440*                  THE BACKED-OUT DATE AND CYCLE IS ALREADY ON  *
001450*                  PURJLOG.  EVERY FILE UPDATE IS NOW CHECKED - *
001460*                  A FAILURE IS COUNTED AND ENDS THE RUN WITH   *
001470*                  RETURN-CODE 8, AS DOES A FILE THAT WILL NOT  *
001480*                  OPEN, AND A MASTER THAT CANNOT BE UPDATED    *
001485*                  LEAVES THE CUSTOMER ON THE REGISTER.         *
001490* 2026-10-15  RH   THE STEP'S RETURN CODE IS NOW KEPT APART     *
001491*                  FROM RETURN-CODE, WHICH EVERY CALL TO THE    *
001492*                  AUDIT TRAIL (PUR140) RESETS, AND IS SET ONLY *
001493*                  AS THE RUN ENDS, SO A FAILED OR WARNED RUN   *
001494*                  IS RECORDED AS SUCH.  A POSTING DETAIL OR    *
001495*                  REGISTER ENTRY THAT WILL NOT DELETE, OR A    *
001496*                  BILLING FEED OR TAX DETAIL FILE THAT WILL    *
001497*                  NOT REOPEN FOR MARKING, IS NOW COUNTED AS A  *
001498*                  FAILED UPDATE WITH RETURN-CODE 8, AND THE    *
001499*                  ENTRY IS NOT LOGGED AS BACKED OUT.           *
001500*---------------------------------------------------------------*
001600* PURPOSE.                                                     *
001700*   WHEN A WRONG OR CORRUPT FEED GETS THROUGH THE CHAIN, THE    *
001800*   DAMAGE USED TO BE TAKEN OFF PURMAST, PURRMA AND THE PURADJ  *
001900*   CREDITS BY HAND, AND THE REGISTER (PURREG) THEN STILL       *
002000*   REJECTED THE CORRECTED FEED AS A DOUBLE LOAD.  THIS STEP    *
002100*   TAKES A BUSINESS DATE (FIRST SYSIN CARD, REQUIRED) AND AN   *
002200*   INTAKE CYCLE (SECOND CARD, DEFAULT 1), FINDS EVERY          *
002300*   TRANSACTION REGISTERED UNDER THEM, AND UNDOES THE MASTER    *
002400*   POSTING PUR100 RECORDED FOR IT ON THE POSTING DETAIL FILE   *
002500*   (PURPDTL), NEWEST TRANSACTION FIRST WITHIN EACH CUSTOMER -  *
002600*     APPENDED LINE ITEMS COME OFF THE MASTER, AND A SALE-      *
002700*       REVERSAL ENTRY ('S') GOES TO PURADJ;                    *
002800*     NETTED RETURN UNITS GO BACK ON THE MASTER LINE AND OFF    *
002900*       RMA-RETURNED-AMOUNT, AND A CREDIT-REVERSAL ENTRY ('X')  *
003000*       GOES TO PURADJ;                                         *
003100*     A CUSTOMER RETIRED BY 'D' IS RESTORED FROM PURMARCH;      *
003200*     A MASTER RECORD THE TRANSACTION CREATED IS DELETED ONCE   *
003300*       ITS LINES ARE GONE.                                     *
003310*     STOCK ALLOCATED TO AN APPENDED LINE IS FREED ON PURINVT,  *
003311*       AND RESTORED RETURN UNITS COME BACK OFF HAND;           *
003312*     BACKORDERS (PURBORD) THE CYCLE RAISED ARE CANCELLED, AND  *
003313*       THOSE IT RELEASED ARE OPENED AGAIN FOR PUR390.          *
003400*   A HEADER CHANGE ('C') KEEPS NO BEFORE-IMAGE, AND A LINE     *
003500*   THAT HAS SINCE BEEN RETURNED, ROLLED OFF OR MOVED CANNOT BE *
003600*   TAKEN OFF SAFELY - THOSE ARE LEFT AS THEY ARE AND LOGGED    *
003700*   WITH RET-CODE '06' FOR MANUAL REVIEW.  EVERY OTHER          *
003800*   TRANSACTION IS LOGGED THROUGH PUR140 WITH RET-CODE '28'.    *
003900*   EITHER WAY THE REGISTER ENTRY AND ITS POSTING DETAIL ARE    *
004000*   DELETED SO THE CORRECTED FEED LOADS CLEANLY.  THE ORIGINAL  *
004100*   RETURN CREDITS OF THE CYCLE ARE MARKED SUPERSEDED ('B') ON  *
004200*   PURADJ SO A RERUN OF THE SAME DATE AND CYCLE CANNOT JOURNAL *
004300*   THEM TWICE, AND A PUR310 RECORD GOES TO THE RUN-CONTROL     *
004400*   FILE SO THE BALANCER (PUR210) SHOWS THE CYCLE WAS TAKEN     *
004500*   BACK OUT.  LIKE PUR100, THE MASTER IS FLUSHED ONCE PER      *
004600*   CUSTOMER, AND THE OFFSETTING ENTRIES, REGISTER DELETES AND  *
004700*   AUDIT RECORDS ONLY GO OUT AFTER THAT FLUSH IS ON DISK.      *
004720*   OFFSETTING ENTRIES ARE ONLY WANTED FOR A DATE AND CYCLE THE *
004740*   JOURNAL STEP HAS ALREADY ADDED INTO MONTH-TO-DATE (PURJLOG) *
004760*   - ONE NEVER JOURNALED HAS NOTHING THERE TO TAKE BACK OUT.   *
004800*---------------------------------------------------------------*
004900 ENVIRONMENT DIVISION.
005000 CONFIGURATION SECTION.
005100 SOURCE-COMPUTER.   IBM-370.
005200 OBJECT-COMPUTER.   IBM-370.
005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.
005500     SELECT PUR-REGISTER    ASSIGN TO PURREG
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS REG-KEY
005900         FILE STATUS IS FS-REGISTER.
006000
006100     SELECT PUR-POST-DETAIL ASSIGN TO PURPDTL
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS DYNAMIC
006400         RECORD KEY IS PDT-KEY
006500         FILE STATUS IS FS-POST-DETAIL.
006600
006700     SELECT PUR-MASTER      ASSIGN TO PURMAST
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS RANDOM
007000         RECORD KEY IS CustomerId OF MASTER-RECORD
007100         FILE STATUS IS FS-MASTER.
007200
007300     SELECT PUR-MARCH-IN    ASSIGN TO PURMARCH
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS IS FS-MARCH-IN.
007600
007700     SELECT PUR-RMA         ASSIGN TO PURRMA
007800         ORGANIZATION IS INDEXED
007900         ACCESS MODE IS RANDOM
008000         RECORD KEY IS RMA-KEY
008100         FILE STATUS IS FS-RMA.
008200
008300     SELECT PUR-ADJ-FILE    ASSIGN TO PURADJ
008400         ORGANIZATION IS SEQUENTIAL
008500         FILE STATUS IS FS-ADJ-FILE.
008600
008700     SELECT PUR-RUN-CONTROL ASSIGN TO PURRCTL
008800         ORGANIZATION IS SEQUENTIAL
008900         FILE STATUS IS FS-RUN-CONTROL.
008910
008920     SELECT PUR-TAX-DETAIL  ASSIGN TO PURTAXDT
008930         ORGANIZATION IS SEQUENTIAL
008940         FILE STATUS IS FS-TAX-DETAIL.
008950
008960     SELECT PUR-INVENTORY   ASSIGN TO PURINVT
008970         ORGANIZATION IS INDEXED
008980         ACCESS MODE IS RANDOM
008990         RECORD KEY IS INV-PURCHASE-ID
008995         FILE STATUS IS FS-INVENTORY.
008996
008997     SELECT PUR-BACKORDER   ASSIGN TO PURBORD
008998         ORGANIZATION IS INDEXED
008999         ACCESS MODE IS DYNAMIC
009000         RECORD KEY IS BKO-KEY
009020         FILE STATUS IS FS-BACKORDER.
009040
009045     SELECT PUR-JRNL-LOG    ASSIGN TO PURJLOG
009050         ORGANIZATION IS INDEXED
009055         ACCESS MODE IS RANDOM
009060         RECORD KEY IS JLG-KEY
009065         FILE STATUS IS FS-JRNL-LOG.
009070
009100 DATA DIVISION.
009200 FILE SECTION.
009300 FD  PUR-REGISTER
009400     RECORDING MODE IS F.
009500     COPY PURREG.
009600
009700 FD  PUR-POST-DETAIL
009800     RECORDING MODE IS F.
009900     COPY PURPDTL.
010000
010100 FD  PUR-MASTER
010200     RECORDING MODE IS F.
010300     COPY PURMAST.
010400
010500 FD  PUR-MARCH-IN
010600     RECORDING MODE IS F.
010700     COPY PURMAST
010800         REPLACING LEADING ==MASTER-RECORD== BY ==MARCH-RECORD==
010900                  ==MST-PURCHASE-COUNT==
011000                  BY ==MAR-PURCHASE-COUNT==.
011100
011200 FD  PUR-RMA
011300     RECORDING MODE IS F.
011400     COPY PURRMA.
011500
011600 FD  PUR-ADJ-FILE
011700     RECORDING MODE IS F.
011800     COPY PURADJF.
011900
012000 FD  PUR-RUN-CONTROL
012100     RECORDING MODE IS F.
012200     COPY PURRCTL.
012210
012220 FD  PUR-TAX-DETAIL
012230     RECORDING MODE IS F.
012240     COPY PURTAXDT.
012250
012260 FD  PUR-INVENTORY
012270     RECORDING MODE IS F.
012280     COPY PURINVT.
012285
012286 FD  PUR-BACKORDER
012287     RECORDING MODE IS F.
012288     COPY PURBORD.
012290
012292 FD  PUR-JRNL-LOG
012294     RECORDING MODE IS F.
012296     COPY PURJLOG.
012300
012400 WORKING-STORAGE SECTION.
012500 01  FS-REGISTER                PIC XX          VALUE '00'.
012600 01  FS-POST-DETAIL             PIC XX          VALUE '00'.
012700 01  FS-MASTER                  PIC XX          VALUE '00'.
012800 01  FS-MARCH-IN                PIC XX          VALUE '00'.
012900 01  FS-RMA                     PIC XX          VALUE '00'.
013000 01  FS-ADJ-FILE                PIC XX          VALUE '00'.
013100 01  FS-RUN-CONTROL             PIC XX          VALUE '00'.
013110 01  FS-TAX-DETAIL              PIC XX          VALUE '00'.
013120 01  FS-INVENTORY               PIC XX          VALUE '00'.
013130 01  FS-BACKORDER               PIC XX          VALUE '00'.
013150 01  FS-JRNL-LOG                PIC XX          VALUE '00'.
013200
013300 01  SW-RUN-STOPPED              PIC X           VALUE 'N'.
013400     88  RUN-STOPPED                            VALUE 'Y'.
013500 01  SW-END-OF-REGISTER          PIC X           VALUE 'N'.
013600     88  END-OF-REGISTER                        VALUE 'Y'.
013700 01  SW-END-OF-DETAIL            PIC X           VALUE 'N'.
013800     88  END-OF-DETAIL                          VALUE 'Y'.
013900 01  SW-END-OF-ADJ               PIC X           VALUE 'N'.
014000     88  END-OF-ADJ                             VALUE 'Y'.
014010 01  SW-END-OF-TAX-DETAIL        PIC X           VALUE 'N'.
014020     88  END-OF-TAX-DETAIL                      VALUE 'Y'.
014100 01  SW-ARCHIVE-EOF              PIC X           VALUE 'N'.
014200     88  ARCHIVE-EOF                            VALUE 'Y'.
014300 01  SW-ARCHIVE-FOUND            PIC X           VALUE 'N'.
014400     88  ARCHIVE-FOUND                          VALUE 'Y'.
014500 01  SW-RMA-AVAILABLE            PIC X           VALUE 'N'.
014600     88  RMA-AVAILABLE                          VALUE 'Y'.
014610 01  SW-INVENTORY-AVAILABLE      PIC X           VALUE 'N'.
014620     88  INVENTORY-AVAILABLE                    VALUE 'Y'.
014630 01  SW-END-OF-BACKORDER         PIC X           VALUE 'N'.
014640     88  END-OF-BACKORDER                       VALUE 'Y'.
014700 01  SW-MARK-FOUND               PIC X           VALUE 'N'.
014800     88  MARK-FOUND                             VALUE 'Y'.
014900 01  SW-TXN-CREATED-MASTER       PIC X           VALUE 'N'.
015000     88  TXN-CREATED-MASTER                     VALUE 'Y'.
015010 01  SW-FLUSH-FAILED             PIC X           VALUE 'N'.
015020     88  FLUSH-FAILED                           VALUE 'Y'.
015022 01  SW-ENTRY-KEPT               PIC X           VALUE 'N'.
015024     88  ENTRY-KEPT                             VALUE 'Y'.
015030
015040*    'Y' WHEN THE JOURNAL STEP (PUR290) HAS ALREADY ADDED THE
015050*    BACKED-OUT DATE AND CYCLE INTO MONTH-TO-DATE - ONLY THEN IS
015060*    THERE A JOURNALED NIGHT FOR THE OFFSETTING ENTRIES TO TAKE
015070*    BACK OUT.
015080 01  SW-NIGHT-JOURNALED          PIC X           VALUE 'N'.
015090     88  NIGHT-JOURNALED                        VALUE 'Y'.
015100
015200*    STATE OF THE MASTER RECORD HELD IN THE FD BUFFER, AS IN
015300*    PUR100 - READ ONCE WHEN A CUSTOMER'S FIRST REGISTER ENTRY
015400*    ARRIVES, AND REWRITTEN, WRITTEN OR DELETED ONCE WHEN ALL OF
015500*    THAT CUSTOMER'S TRANSACTIONS HAVE BEEN TAKEN BACK OUT.
015600 01  SW-MASTER-ON-FILE           PIC X           VALUE 'N'.
015700     88  MASTER-ON-FILE                         VALUE 'Y'.
015800 01  SW-MASTER-EXISTS            PIC X           VALUE 'N'.
015900     88  MASTER-EXISTS                          VALUE 'Y'.
016000 01  SW-MASTER-CHANGED           PIC X           VALUE 'N'.
016100     88  MASTER-CHANGED                         VALUE 'Y'.
016200
016300 01  PUR310-COUNTERS.
016400     05  CT-REG-READ             PIC 9(7)        VALUE ZERO.
016500     05  CT-MATCHED              PIC 9(7)        VALUE ZERO.
016600     05  CT-REVERSED             PIC 9(7)        VALUE ZERO.
016700     05  CT-REVIEW               PIC 9(7)        VALUE ZERO.
016800     05  CT-CUSTOMERS            PIC 9(7)        VALUE ZERO.
016900     05  CT-LINES-REMOVED        PIC 9(7)        VALUE ZERO.
017000     05  CT-RETURNS-RESTORED     PIC 9(7)        VALUE ZERO.
017100     05  CT-RESTORED-CUSTOMERS   PIC 9(7)        VALUE ZERO.
017200     05  CT-MASTERS-DELETED      PIC 9(7)        VALUE ZERO.
017300     05  CT-DETAILS-DELETED      PIC 9(7)        VALUE ZERO.
017400     05  CT-OFFSETS              PIC 9(7)        VALUE ZERO.
017500     05  CT-CREDITS-MARKED       PIC 9(7)        VALUE ZERO.
017510     05  CT-TAX-OFFSETS          PIC 9(7)        VALUE ZERO.
017520     05  CT-TAX-MARKED           PIC 9(7)        VALUE ZERO.
017530     05  CT-STOCK-FREED          PIC 9(7)        VALUE ZERO.
017540     05  CT-STOCK-TAKEN-BACK     PIC 9(7)        VALUE ZERO.
017550     05  CT-BKO-CANCELLED        PIC 9(7)        VALUE ZERO.
017560     05  CT-BKO-REOPENED         PIC 9(7)        VALUE ZERO.
017570     05  CT-OFFSETS-NOT-NEEDED   PIC 9(7)        VALUE ZERO.
017580     05  CT-IO-FAILURES          PIC 9(7)        VALUE ZERO.
017600
017700 01  PUR310-WORK-FIELDS.
017800     05  WK-MST-SUB              PIC 9(3)        VALUE ZERO.
017900     05  WK-NEXT-SUB             PIC 9(4)        VALUE ZERO.
018000     05  WK-FOUND-SUB            PIC 9(3)        VALUE ZERO.
018100     05  WK-RESTORED-AMOUNT      PIC 9(3)        VALUE ZERO.
018200     05  WK-SAVE-COMMENT         PIC X(50)       VALUE SPACES.
018300     05  WK-TODAY-DATE           PIC X(8)        VALUE SPACES.
018310
018320*    WORST RETURN CODE SO FAR.  THE AUDIT TRAIL (PUR140) IS A
018330*    CALLED PROGRAM AND EVERY CALL TO IT RESETS RETURN-CODE, SO
018340*    THE STEP'S CODE IS KEPT HERE AND SET AS THE RUN ENDS.
018350 01  PUR310-STEP-RC-FIELDS.
018360     05  WK-STEP-RC              PIC 9(2)        VALUE ZERO.
018400
018500*    BUSINESS DATE AND INTAKE CYCLE TO TAKE BACK OUT, FROM THE
018600*    TWO SYSIN CARDS.  THERE IS NO SENSIBLE DEFAULT BUSINESS
018700*    DATE, SO A MISSING DATE CARD STOPS THE RUN.
018800 01  PUR310-PARM-FIELDS.
018900     05  WK-DATE-CARD            PIC X(8)        VALUE SPACES.
019000     05  WK-BACKOUT-DATE         PIC X(8)        VALUE SPACES.
019100     05  WK-CYCLE-CARD           PIC X(2)        VALUE SPACES.
019200     05  WK-CYCLE-NUMBER         PIC 9(2)        VALUE 1.
019300
019400*    THE REGISTER ENTRY JUST READ, KEPT ASIDE BECAUSE TAKING THE
019500*    PREVIOUS CUSTOMER BACK OUT REUSES THE REGISTER BUFFER.
019600 01  PUR310-CURRENT-ENTRY.
019700     05  WK-CUR-CUSTOMER-ID      PIC X(8)        VALUE SPACES.
019800     05  WK-CUR-CHAIN-SEQ        PIC 9(3)        VALUE ZERO.
019900     05  WK-CUR-REQUEST-TYPE     PIC X           VALUE SPACE.
020000
020100*    ONE CUSTOMER'S REGISTER ENTRIES UNDER THE DATE AND CYCLE, IN
020200*    CHAIN-SEQUENCE ORDER AS THE REGISTER KEY DELIVERS THEM, WITH
020300*    THE OUTCOME OF TAKING EACH ONE BACK OUT.  THE CHAIN SEQUENCE
020400*    IS THREE DIGITS, SO 999 ENTRIES COVERS ANY CUSTOMER.
020500 01  PUR310-CUSTOMER-ENTRIES.
020600     05  WK-ENT-CUSTOMER-ID      PIC X(8)        VALUE SPACES.
020700     05  WK-ENT-COUNT            PIC 9(3)        VALUE ZERO.
020800     05  WK-ENT-SUB              PIC 9(3)        VALUE ZERO.
020900     05  WK-ENT-ENTRY OCCURS 999 TIMES.
021000         10  WK-ENT-CHAIN-SEQ    PIC 9(3).
021100         10  WK-ENT-REQUEST-TYPE PIC X.
021200         10  WK-ENT-RET-CODE     PIC XX.
021300         10  WK-ENT-COMMENT      PIC X(50).
021400
021500*    THE REGISTER KEY OF THE TRANSACTION BEING TAKEN BACK OUT -
021600*    THE SAME LAYOUT AS REG-KEY AND PDT-REG-KEY.
021700 01  WK-TXN-KEY.
021800     05  WK-TXN-CUSTOMER-ID      PIC X(8).
021900     05  WK-TXN-CHAIN-SEQ        PIC 9(3).
022000     05  WK-TXN-BUSN-DATE        PIC X(8).
022100     05  WK-TXN-CYCLE            PIC 9(2).
022200
022300*    OFFSETTING LEDGER ENTRIES FOR THE CUSTOMER IN HAND, PENDED
022400*    UNTIL ITS MASTER FLUSH IS ON DISK, AS PUR100 PENDS ITS
022500*    RETURN CREDITS.  RELEASED EARLY RATHER THAN LOST SHOULD THE
022600*    TABLE EVER FILL.
022700 01  PUR310-OFFSET-PENDING.
022800     05  WK-OFS-COUNT            PIC 9(3)        VALUE ZERO.
022900     05  WK-OFS-SUB              PIC 9(3)        VALUE ZERO.
022950     05  WK-OFS-NEW-TYPE         PIC X           VALUE SPACE.
023000     05  WK-OFS-ENTRY OCCURS 999 TIMES.
023100         10  WK-OFS-TYPE         PIC X.
023200         10  WK-OFS-PURCHASE-ID  PIC 9(5).
023300         10  WK-OFS-AMOUNT       PIC 9(2).
023400         10  WK-OFS-VALUE        PIC 9(10)V99.
023500         10  WK-OFS-CURRENCY     PIC X(3).
023510         10  WK-OFS-TAX-IND      PIC X.
023520         10  WK-OFS-TAX-EXEMPT   PIC X.
023530         10  WK-OFS-TAX-AMOUNT   PIC 9(8)V99.
023540         10  WK-OFS-TAX-HOME     PIC 9(10)V99.
023550         10  WK-OFS-TAX-COUNTRY  PIC X(30).
023560         10  WK-OFS-TAX-STATE    PIC X(20).
023600
023700*    RETURN CREDITS TAKEN BACK OUT TONIGHT, SO THE ORIGINAL
023800*    PURADJ CREDIT FOR EACH CAN BE MARKED SUPERSEDED AFTERWARDS.
023900*    A CREDIT PAST THE TABLE'S END IS STILL REVERSED - IT IS
024000*    ONLY LEFT UNMARKED, AND SAID SO ON THE CONSOLE.
024100 01  PUR310-MARK-TABLE.
024200     05  WK-MRK-COUNT            PIC 9(4)        VALUE ZERO.
024300     05  WK-MRK-SUB              PIC 9(4)        VALUE ZERO.
024320     05  WK-MRK-START            PIC 9(4)        VALUE ZERO.
024350     05  WK-MRK-NEW-TYPE         PIC X           VALUE SPACE.
024400     05  WK-MRK-ENTRY OCCURS 2000 TIMES.
024450         10  WK-MRK-TYPE         PIC X.
024500         10  WK-MRK-CUSTOMER-ID  PIC X(8).
024600         10  WK-MRK-PURCHASE-ID  PIC 9(5).
024700         10  WK-MRK-AMOUNT       PIC 9(2).
024800         10  WK-MRK-POSTED-DATE  PIC X(8).
024900         10  WK-MRK-USED         PIC X.
024950         10  WK-MRK-TAX-USED     PIC X.
025000
025100*    RUN-CONTROL HASH TOTALS OF AMOUNT * PRICE - IN IS THE LINE
025200*    ITEMS TAKEN OFF THE MASTER, OUT IS THE RETURNED UNITS PUT
025300*    BACK ON IT.
025400 01  PUR310-HASH-FIELDS.
025500     05  WK-HASH-IN              PIC 9(15)V99    VALUE ZERO.
025600     05  WK-HASH-OUT             PIC 9(15)V99    VALUE ZERO.
025700     05  WK-HASH-LINE            PIC 9(11)V99    VALUE ZERO.
025800
025900     COPY PURAUDIT.
026000
026100 PROCEDURE DIVISION.
026200*---------------------------------------------------------------*
026300* 0000-MAINLINE                                                 *
026400*   CONTROLS OVERALL FLOW OF THE BACKOUT RUN.                    *
026500*---------------------------------------------------------------*
026600 0000-MAINLINE.
026700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
026800     IF NOT RUN-STOPPED
026900         PERFORM 2000-SCAN-REGISTER THRU 2000-EXIT
027000             UNTIL END-OF-REGISTER
027100         PERFORM 3000-BACK-OUT-CUSTOMER THRU 3000-EXIT
027200         PERFORM 6000-MARK-JOURNALED-CREDITS THRU 6000-EXIT
027250         PERFORM 6300-MARK-TAX-DETAILS THRU 6300-EXIT
027260         PERFORM 6500-REVERT-BACKORDERS THRU 6500-EXIT
027300     END-IF.
027400     PERFORM 8000-TERMINATE THRU 8000-EXIT.
027500     STOP RUN.
027600
027700*---------------------------------------------------------------*
027800* 1000-INITIALIZE                                               *
027900*   TAKES THE PARAMETERS, OPENS FILES AND PRIMES THE READ.       *
028000*---------------------------------------------------------------*
028100 1000-INITIALIZE.
028200     ACCEPT WK-TODAY-DATE FROM DATE YYYYMMDD.
028300     PERFORM 1100-GET-PARAMETERS THRU 1100-EXIT.
028400     IF RUN-STOPPED
028500         GO TO 1000-EXIT
028600     END-IF.
028620     PERFORM 1060-CHECK-NIGHT-JOURNALED THRU 1060-EXIT.
028640     IF RUN-STOPPED
028660         GO TO 1000-EXIT
028680     END-IF.
028700     PERFORM 1050-OPEN-FILES THRU 1050-EXIT.
028800     IF RUN-STOPPED
028900         GO TO 1000-EXIT
029000     END-IF.
029100     PERFORM 1200-READ-REGISTER THRU 1200-EXIT.
029200 1000-EXIT.
029300     EXIT.
029400
029500*---------------------------------------------------------------*
029600* 1050-OPEN-FILES                                               *
029700*   THE REGISTER, THE POSTING DETAIL AND THE MASTER MUST ALL BE *
029800*   THERE - A BACKOUT WITH NOTHING TO WORK FROM STOPS RATHER    *
029900*   THAN CREATING THEM EMPTY.  A MISSING RETURN-AUTHORIZATION   *
030000*   FILE ONLY MEANS NO AUTHORIZATION NEEDS ITS UNITS BACK, AND  *
030010*   A MISSING INVENTORY FILE THAT NO STOCK WAS KEPT.            *
030100*---------------------------------------------------------------*
030200 1050-OPEN-FILES.
030300     OPEN I-O PUR-REGISTER.
030400     IF FS-REGISTER NOT = '00'
030500         DISPLAY 'PUR310 - UNABLE TO OPEN TRANSACTION REGISTER'
030600         MOVE 'Y' TO SW-RUN-STOPPED
030650         MOVE 8 TO WK-STEP-RC
030700         GO TO 1050-EXIT
030800     END-IF.
030900     OPEN I-O PUR-POST-DETAIL.
031000     IF FS-POST-DETAIL NOT = '00'
031100         DISPLAY 'PUR310 - UNABLE TO OPEN POSTING DETAIL FILE'
031200         CLOSE PUR-REGISTER
031300         MOVE 'Y' TO SW-RUN-STOPPED
031350         MOVE 8 TO WK-STEP-RC
031400         GO TO 1050-EXIT
031500     END-IF.
031600     OPEN I-O PUR-MASTER.
031700     IF FS-MASTER NOT = '00'
031800         DISPLAY 'PUR310 - UNABLE TO OPEN PURCHASES MASTER'
031900         CLOSE PUR-REGISTER
032000               PUR-POST-DETAIL
032100         MOVE 'Y' TO SW-RUN-STOPPED
032150         MOVE 8 TO WK-STEP-RC
032200         GO TO 1050-EXIT
032300     END-IF.
032400     OPEN I-O PUR-RMA.
032500     IF FS-RMA = '00'
032600         MOVE 'Y' TO SW-RMA-AVAILABLE
032700     ELSE
032800         DISPLAY 'PUR310 - NO RETURN-AUTHORIZATION FILE - '
032900                 'NO AUTHORIZATIONS RESTORED'
033000     END-IF.
033010     OPEN I-O PUR-INVENTORY.
033020     IF FS-INVENTORY = '00'
033030         MOVE 'Y' TO SW-INVENTORY-AVAILABLE
033040     ELSE
033050         DISPLAY 'PUR310 - NO INVENTORY FILE - NO STOCK '
033060                 'RESTORED'
033070     END-IF.
033100*    THE BILLING FEED SURVIVES EVERY RUN - THE OFFSETTING
033200*    ENTRIES ARE APPENDED TO IT.
033300     OPEN EXTEND PUR-ADJ-FILE.
033400     IF FS-ADJ-FILE = '05' OR FS-ADJ-FILE = '35'
033500         OPEN OUTPUT PUR-ADJ-FILE
033600     END-IF.
033610     OPEN EXTEND PUR-TAX-DETAIL.
033620     IF FS-TAX-DETAIL = '05' OR FS-TAX-DETAIL = '35'
033630         OPEN OUTPUT PUR-TAX-DETAIL
033640     END-IF.
033700 1050-EXIT.
033702     EXIT.
033704
033706*---------------------------------------------------------------*
033708* 1060-CHECK-NIGHT-JOURNALED                                    *
033710*   LOOKS FOR THE BACKED-OUT DATE AND CYCLE ON THE JOURNAL LOG  *
033712*   (PURJLOG).  NO LOG MEANS NOTHING HAS EVER BEEN JOURNALED.   *
033714*   A LOG THAT CANNOT BE READ STOPS THE RUN - THE OFFSETS MUST  *
033716*   NOT BE GUESSED AT.                                          *
033718*---------------------------------------------------------------*
033720 1060-CHECK-NIGHT-JOURNALED.
033722     OPEN INPUT PUR-JRNL-LOG.
033724     IF FS-JRNL-LOG = '05' OR FS-JRNL-LOG = '35'
033726         GO TO 1060-REPORT
033728     END-IF.
033730     IF FS-JRNL-LOG NOT = '00'
033732         DISPLAY 'PUR310 - UNABLE TO OPEN JOURNAL LOG - STATUS '
033734                 FS-JRNL-LOG
033736         MOVE 'Y' TO SW-RUN-STOPPED
033738         MOVE 8 TO WK-STEP-RC
033740         GO TO 1060-EXIT
033742     END-IF.
033744     MOVE WK-BACKOUT-DATE TO JLG-POSTING-DATE.
033746     MOVE WK-CYCLE-NUMBER TO JLG-CYCLE-NUMBER.
033748     READ PUR-JRNL-LOG
033750         NOT INVALID KEY
033752             MOVE 'Y' TO SW-NIGHT-JOURNALED
033754     END-READ.
033756     CLOSE PUR-JRNL-LOG.
033758 1060-REPORT.
033760     IF NIGHT-JOURNALED
033762         DISPLAY 'PUR310 - DATE AND CYCLE ALREADY JOURNALED - '
033764                 'OFFSETTING ENTRIES WILL BE WRITTEN'
033766     ELSE
033768         DISPLAY 'PUR310 - DATE AND CYCLE NOT YET JOURNALED - '
033770                 'NO OFFSETTING ENTRIES NEEDED'
033772     END-IF.
033774 1060-EXIT.
033800     EXIT.
033900
034000*---------------------------------------------------------------*
034100* 1100-GET-PARAMETERS                                           *
034200*   TAKES THE BUSINESS DATE (YYYYMMDD) FROM THE FIRST SYSIN     *
034300*   CARD AND THE INTAKE CYCLE FROM THE SECOND.  A MISSING OR    *
034400*   NON-NUMERIC DATE STOPS THE RUN; A MISSING OR NON-NUMERIC    *
034500*   CYCLE LEAVES THE NORMAL OVERNIGHT CYCLE 1 IN FORCE.         *
034600*---------------------------------------------------------------*
034700 1100-GET-PARAMETERS.
034800     ACCEPT WK-DATE-CARD.
034900     IF WK-DATE-CARD NUMERIC
035000         MOVE WK-DATE-CARD TO WK-BACKOUT-DATE
035100     ELSE
035200         DISPLAY 'PUR310 - NO VALID BUSINESS DATE CARD - '
035300                 'NOTHING BACKED OUT'
035400         MOVE 'Y' TO SW-RUN-STOPPED
035500         MOVE 8 TO WK-STEP-RC
035600         GO TO 1100-EXIT
035700     END-IF.
035800     ACCEPT WK-CYCLE-CARD.
035900     IF WK-CYCLE-CARD NUMERIC
036000         MOVE WK-CYCLE-CARD TO WK-CYCLE-NUMBER
036100     ELSE
036200         DISPLAY 'PUR310 - NO CYCLE CARD, USING CYCLE 1'
036300     END-IF.
036400     DISPLAY 'PUR310 - BACKING OUT BUSINESS DATE: '
036500         WK-BACKOUT-DATE.
036600     DISPLAY 'PUR310 - BACKING OUT INTAKE CYCLE : '
036700         WK-CYCLE-NUMBER.
036800 1100-EXIT.
036900     EXIT.
037000
037100*---------------------------------------------------------------*
037200* 1200-READ-REGISTER                                            *
037300*   READS THE NEXT REGISTER ENTRY IN KEY ORDER - CUSTOMERID,    *
037400*   THEN CHAIN SEQUENCE - SETTING END-OF-REGISTER AT EOF.       *
037500*---------------------------------------------------------------*
037600 1200-READ-REGISTER.
037700     READ PUR-REGISTER NEXT RECORD
037800         AT END
037900             MOVE 'Y' TO SW-END-OF-REGISTER
038000     END-READ.
038100     IF NOT END-OF-REGISTER
038200         ADD 1 TO CT-REG-READ
038300     END-IF.
038400 1200-EXIT.
038500     EXIT.
038600
038700*---------------------------------------------------------------*
038800* 2000-SCAN-REGISTER                                            *
038900*   PICKS OUT THE ENTRIES UNDER THE BUSINESS DATE AND CYCLE.    *
039000*   WHEN THE CUSTOMERID CHANGES, THE PREVIOUS CUSTOMER'S        *
039100*   ENTRIES ARE TAKEN BACK OUT BEFORE THE NEW ONE IS COLLECTED. *
039200*---------------------------------------------------------------*
039300 2000-SCAN-REGISTER.
039400     IF REG-BUSN-DATE NOT = WK-BACKOUT-DATE
039500        OR REG-CYCLE NOT = WK-CYCLE-NUMBER
039600         GO TO 2000-READ-NEXT
039700     END-IF.
039800     ADD 1 TO CT-MATCHED.
039900     MOVE REG-CUSTOMER-ID  TO WK-CUR-CUSTOMER-ID.
040000     MOVE REG-CHAIN-SEQ    TO WK-CUR-CHAIN-SEQ.
040100     MOVE REG-REQUEST-TYPE TO WK-CUR-REQUEST-TYPE.
040200     IF WK-CUR-CUSTOMER-ID NOT = WK-ENT-CUSTOMER-ID
040300         PERFORM 3000-BACK-OUT-CUSTOMER THRU 3000-EXIT
040400         MOVE WK-CUR-CUSTOMER-ID TO WK-ENT-CUSTOMER-ID
040500     END-IF.
040600     PERFORM 2100-COLLECT-ENTRY THRU 2100-EXIT.
040700 2000-READ-NEXT.
040800     PERFORM 1200-READ-REGISTER THRU 1200-EXIT.
040900 2000-EXIT.
041000     EXIT.
041100
041200 2100-COLLECT-ENTRY.
041300     ADD 1 TO WK-ENT-COUNT.
041400     MOVE WK-CUR-CHAIN-SEQ    TO WK-ENT-CHAIN-SEQ (WK-ENT-COUNT).
041500     MOVE WK-CUR-REQUEST-TYPE
041600         TO WK-ENT-REQUEST-TYPE (WK-ENT-COUNT).
041700     MOVE '28' TO WK-ENT-RET-CODE (WK-ENT-COUNT).
041800     MOVE 'TRANSACTION BACKED OUT OF MASTER'
041900         TO WK-ENT-COMMENT (WK-ENT-COUNT).
042000 2100-EXIT.
042100     EXIT.
042200
042300*---------------------------------------------------------------*
042400* 3000-BACK-OUT-CUSTOMER                                        *
042500*   TAKES THE COLLECTED TRANSACTIONS OF ONE CUSTOMER BACK OUT   *
042600*   OF THE HELD MASTER RECORD, NEWEST FIRST - A RETURN MUST     *
042700*   COME BACK BEFORE THE SALE IT NETTED AGAINST CAN COME OFF,   *
042800*   AND A RETIREMENT BEFORE THE LINES POSTED AHEAD OF IT.       *
042900*   THEN FLUSHES THE MASTER AND RELEASES THE REST.              *
043000*---------------------------------------------------------------*
043100 3000-BACK-OUT-CUSTOMER.
043200     IF WK-ENT-COUNT = ZERO
043300         GO TO 3000-EXIT
043400     END-IF.
043500     ADD 1 TO CT-CUSTOMERS.
043550     MOVE WK-MRK-COUNT TO WK-MRK-START.
043600     PERFORM 3050-HOLD-MASTER THRU 3050-EXIT.
043700     PERFORM 3100-BACK-OUT-ONE-TRANSACTION THRU 3100-EXIT
043800         VARYING WK-ENT-SUB FROM WK-ENT-COUNT BY -1
043900         UNTIL WK-ENT-SUB < 1.
044000     PERFORM 4000-FLUSH-MASTER THRU 4000-EXIT.
044005*    A MASTER THAT COULD NOT BE UPDATED STILL HOLDS THE CYCLE -
044010*    NO OFFSETS OR MARKS GO OUT FOR IT, AND ITS REGISTER ENTRIES
044015*    STAY SO THE CORRECTED FEED CANNOT LOAD OVER IT.
044020     IF FLUSH-FAILED
044025         DISPLAY 'PUR310 - CUSTOMER LEFT ON REGISTER FOR MANUAL '
044030                 'REVIEW: ' WK-ENT-CUSTOMER-ID
044035         MOVE ZERO TO WK-OFS-COUNT
044040         MOVE WK-MRK-START TO WK-MRK-COUNT
044045         MOVE ZERO TO WK-ENT-COUNT
044050         GO TO 3000-EXIT
044055     END-IF.
044100     PERFORM 3710-WRITE-OFFSETS THRU 3710-EXIT.
044200     PERFORM 4100-RELEASE-CUSTOMER THRU 4100-EXIT.
044300     MOVE ZERO TO WK-ENT-COUNT.
044400 3000-EXIT.
044500     EXIT.
044600
044700 3050-HOLD-MASTER.
044800     MOVE WK-ENT-CUSTOMER-ID TO CustomerId OF MASTER-RECORD.
044900     READ PUR-MASTER
045000         INVALID KEY
045100             MOVE 'N' TO SW-MASTER-ON-FILE
045200             MOVE 'N' TO SW-MASTER-EXISTS
045300         NOT INVALID KEY
045400             MOVE 'Y' TO SW-MASTER-ON-FILE
045500             MOVE 'Y' TO SW-MASTER-EXISTS
045600     END-READ.
045700     MOVE 'N' TO SW-MASTER-CHANGED.
045800 3050-EXIT.
045900     EXIT.
046000
046100*---------------------------------------------------------------*
046200* 3100-BACK-OUT-ONE-TRANSACTION                                 *
046300*   WALKS THE POSTING DETAIL PUR100 RECORDED UNDER ONE REGISTER *
046400*   KEY AND REVERSES EACH ENTRY.  A TRANSACTION THAT CREATED    *
046500*   THE MASTER RECORD HAS THAT RECORD DELETED ONCE ITS LINES    *
046600*   ARE OFF AGAIN - UNLESS A LATER CYCLE HAS SINCE POSTED TO    *
046700*   IT, IN WHICH CASE THE RECORD STAYS.                         *
046800*---------------------------------------------------------------*
046900 3100-BACK-OUT-ONE-TRANSACTION.
047000     MOVE WK-ENT-CUSTOMER-ID          TO WK-TXN-CUSTOMER-ID.
047100     MOVE WK-ENT-CHAIN-SEQ (WK-ENT-SUB) TO WK-TXN-CHAIN-SEQ.
047200     MOVE WK-BACKOUT-DATE             TO WK-TXN-BUSN-DATE.
047300     MOVE WK-CYCLE-NUMBER             TO WK-TXN-CYCLE.
047400     MOVE 'N' TO SW-TXN-CREATED-MASTER.
047500     PERFORM 3150-START-DETAIL THRU 3150-EXIT.
047600     PERFORM 3200-REVERSE-ONE-DETAIL THRU 3200-EXIT
047700         UNTIL END-OF-DETAIL.
047800     IF TXN-CREATED-MASTER
047900        AND MASTER-EXISTS
048000        AND MST-PURCHASE-COUNT = ZERO
048100         MOVE 'N' TO SW-MASTER-EXISTS
048200         MOVE 'Y' TO SW-MASTER-CHANGED
048300     END-IF.
048400 3100-EXIT.
048500     EXIT.
048600
048700*---------------------------------------------------------------*
048800* 3150-START-DETAIL / 3160-READ-DETAIL                          *
048900*   POSITIONS ON THE FIRST POSTING DETAIL UNDER WK-TXN-KEY AND  *
049000*   READS FORWARD, SETTING END-OF-DETAIL ONCE THE KEY MOVES ON  *
049100*   TO ANOTHER TRANSACTION.                                     *
049200*---------------------------------------------------------------*
049300 3150-START-DETAIL.
049400     MOVE 'N' TO SW-END-OF-DETAIL.
049500     MOVE WK-TXN-KEY TO PDT-REG-KEY.
049600     MOVE ZERO       TO PDT-SEQ.
049700     START PUR-POST-DETAIL KEY IS NOT LESS THAN PDT-KEY
049800         INVALID KEY
049900             MOVE 'Y' TO SW-END-OF-DETAIL
050000     END-START.
050100     IF NOT END-OF-DETAIL
050200         PERFORM 3160-READ-DETAIL THRU 3160-EXIT
050300     END-IF.
050400 3150-EXIT.
050500     EXIT.
050600
050700 3160-READ-DETAIL.
050800     READ PUR-POST-DETAIL NEXT RECORD
050900         AT END
051000             MOVE 'Y' TO SW-END-OF-DETAIL
051100     END-READ.
051200     IF NOT END-OF-DETAIL
051300        AND PDT-REG-KEY NOT = WK-TXN-KEY
051400         MOVE 'Y' TO SW-END-OF-DETAIL
051500     END-IF.
051600 3160-EXIT.
051700     EXIT.
051800
051900*---------------------------------------------------------------*
052000* 3200-REVERSE-ONE-DETAIL                                       *
052100*   REVERSES ONE POSTING DETAIL ENTRY BY KIND.                  *
052200*---------------------------------------------------------------*
052300 3200-REVERSE-ONE-DETAIL.
052400     EVALUATE TRUE
052500         WHEN PDT-MASTER-CREATED
052600             MOVE 'Y' TO SW-TXN-CREATED-MASTER
052700         WHEN PDT-LINE-APPENDED
052800             PERFORM 3300-REMOVE-APPENDED-LINE THRU 3300-EXIT
052900         WHEN PDT-RETURN-NETTED
053000             PERFORM 3400-RESTORE-RETURN-LINE THRU 3400-EXIT
053100         WHEN PDT-CUSTOMER-RETIRED
053200             PERFORM 3500-RESTORE-RETIRED-CUSTOMER THRU 3500-EXIT
053300         WHEN PDT-HEADER-CHANGED
053400             MOVE 'HEADER CHANGE NOT REVERSED - REVIEW MANUALLY'
053500                 TO WK-ENT-COMMENT (WK-ENT-SUB)
053600             PERFORM 3600-FLAG-MANUAL THRU 3600-EXIT
053700         WHEN OTHER
053800             CONTINUE
053900     END-EVALUATE.
054000     PERFORM 3160-READ-DETAIL THRU 3160-EXIT.
054100 3200-EXIT.
054200     EXIT.
054300
054400*---------------------------------------------------------------*
054500* 3300-REMOVE-APPENDED-LINE                                     *
054600*   TAKES AN APPENDED LINE ITEM BACK OFF THE MASTER - THE LAST  *
054700*   LINE WITH THE SAME PURCHASEID, POSTING DATE, PRICE AND      *
054800*   CURRENCY - AND PENDS A SALE-REVERSAL ENTRY FOR ITS VALUE.   *
054900*   A LINE THAT IS GONE, OR HAS SINCE HAD UNITS RETURNED        *
055000*   AGAINST IT, IS LEFT FOR MANUAL REVIEW - TAKING IT OFF WOULD *
055100*   CREDIT THE CUSTOMER TWICE FOR THE RETURNED UNITS.           *
055200*---------------------------------------------------------------*
055300 3300-REMOVE-APPENDED-LINE.
055400     MOVE ZERO TO WK-FOUND-SUB.
055500     IF MASTER-EXISTS
055600         PERFORM 3310-FIND-APPENDED-LINE THRU 3310-EXIT
055700             VARYING WK-MST-SUB FROM 1 BY 1
055800             UNTIL WK-MST-SUB > MST-PURCHASE-COUNT
055900     END-IF.
056000     IF WK-FOUND-SUB = ZERO
056100         MOVE 'APPENDED LINE NO LONGER ON MASTER - REVIEW'
056200             TO WK-ENT-COMMENT (WK-ENT-SUB)
056300         PERFORM 3600-FLAG-MANUAL THRU 3600-EXIT
056400         GO TO 3300-EXIT
056500     END-IF.
056600     IF Amount OF MASTER-RECORD (WK-FOUND-SUB) NOT = PDT-AMOUNT
056700         MOVE 'APPENDED LINE RETURNED SINCE - REVIEW MANUALLY'
056800             TO WK-ENT-COMMENT (WK-ENT-SUB)
056900         PERFORM 3600-FLAG-MANUAL THRU 3600-EXIT
057000         GO TO 3300-EXIT
057100     END-IF.
057200*    THE RETURN COMMENT SITS PAST THE PURCHASE TABLE, SO IT
057300*    MOVES WHEN THE COUNT DROPS AND IS PUT BACK AFTERWARDS.
057400     MOVE RETURN-COMMENT OF MASTER-RECORD TO WK-SAVE-COMMENT.
057500     PERFORM 3320-SHIFT-ONE-LINE THRU 3320-EXIT
057600         VARYING WK-MST-SUB FROM WK-FOUND-SUB BY 1
057700         UNTIL WK-MST-SUB >= MST-PURCHASE-COUNT.
057800     SUBTRACT 1 FROM MST-PURCHASE-COUNT.
057900     MOVE WK-SAVE-COMMENT TO RETURN-COMMENT OF MASTER-RECORD.
058000     MOVE 'Y' TO SW-MASTER-CHANGED.
058100     ADD 1 TO CT-LINES-REMOVED.
058200     COMPUTE WK-HASH-LINE = PDT-AMOUNT * PDT-PRICE.
058300     ADD WK-HASH-LINE TO WK-HASH-IN.
058400     MOVE 'S' TO WK-OFS-NEW-TYPE.
058500     PERFORM 3700-HOLD-OFFSET THRU 3700-EXIT.
058510     IF PDT-TAX-DETAIL-WRITTEN
058520         MOVE 'C' TO WK-MRK-NEW-TYPE
058530         PERFORM 3750-HOLD-MARK THRU 3750-EXIT
058540     END-IF.
058550     IF INVENTORY-AVAILABLE
058560         PERFORM 3340-FREE-LINE-STOCK THRU 3340-EXIT
058570     END-IF.
058600 3300-EXIT.
058700     EXIT.
058800
058810*    THE LINE NO LONGER NEEDS THE STOCK PUR100 ALLOCATED TO IT.
058820*    AN ALLOCATION ALREADY SHIPPED OR COUNTED AWAY IS TAKEN TO
058830*    ZERO RATHER THAN BELOW.
058840 3340-FREE-LINE-STOCK.
058850     MOVE PDT-PURCHASE-ID TO INV-PURCHASE-ID.
058860     READ PUR-INVENTORY
058870         INVALID KEY
058880             GO TO 3340-EXIT
058890     END-READ.
058900     IF INV-ALLOCATED > PDT-AMOUNT
058910         SUBTRACT PDT-AMOUNT FROM INV-ALLOCATED
058920     ELSE
058930         MOVE ZERO TO INV-ALLOCATED
058940     END-IF.
058950     MOVE WK-TODAY-DATE TO INV-LAST-UPDATE-DATE.
058955     REWRITE INVENTORY-RECORD
058960         INVALID KEY
058961             CONTINUE
058962     END-REWRITE.
058963     IF FS-INVENTORY NOT = '00'
058964         DISPLAY 'PUR310 - STOCK NOT FREED: ' INV-PURCHASE-ID
058965                 ' STATUS ' FS-INVENTORY
058966         ADD 1 TO CT-IO-FAILURES
058967         MOVE 8 TO WK-STEP-RC
058968         GO TO 3340-EXIT
058969     END-IF.
058970     ADD 1 TO CT-STOCK-FREED.
058980 3340-EXIT.
058990     EXIT.
058992
058994*    EVERY MATCH OVERWRITES THE LAST, SO THE LATEST POSTING OF
059000*    THE LINE IS THE ONE TAKEN OFF.
059100 3310-FIND-APPENDED-LINE.
059200     IF PurchaseId   OF MASTER-RECORD (WK-MST-SUB) =
059250            PDT-PURCHASE-ID
059300        AND PurchaseDate OF MASTER-RECORD (WK-MST-SUB) =
059400            PDT-LINE-DATE
059500        AND Price    OF MASTER-RECORD (WK-MST-SUB) = PDT-PRICE
059600        AND CurrencyCode OF MASTER-RECORD (WK-MST-SUB) =
059700            PDT-CURRENCY-CODE
059800         MOVE WK-MST-SUB TO WK-FOUND-SUB
059900     END-IF.
060000 3310-EXIT.
060100     EXIT.
060200
060300 3320-SHIFT-ONE-LINE.
060400     COMPUTE WK-NEXT-SUB = WK-MST-SUB + 1.
060500     MOVE Purchase OF MASTER-RECORD (WK-NEXT-SUB)
060600         TO Purchase OF MASTER-RECORD (WK-MST-SUB).
060700 3320-EXIT.
060800     EXIT.
060900
061000*---------------------------------------------------------------*
061100* 3400-RESTORE-RETURN-LINE                                      *
061200*   PUTS NETTED RETURN UNITS BACK ON THE MASTER LINE THEY CAME  *
061300*   OFF - THE FIRST LINE WITH THE SAME PURCHASEID, POSTING DATE *
061400*   AND PRICE, AS PUR100 NETS AGAINST THE FIRST MATCH - TAKES   *
061500*   THEM OFF THE RETURN AUTHORIZATION AGAIN, AND PENDS A        *
061600*   CREDIT-REVERSAL ENTRY FOR THE CREDIT THAT WAS SENT.         *
061700*---------------------------------------------------------------*
061800 3400-RESTORE-RETURN-LINE.
061900     MOVE ZERO TO WK-FOUND-SUB.
062000     IF MASTER-EXISTS
062100         PERFORM 3410-FIND-NETTED-LINE THRU 3410-EXIT
062200             VARYING WK-MST-SUB FROM 1 BY 1
062300             UNTIL WK-MST-SUB > MST-PURCHASE-COUNT
062400     END-IF.
062500     IF WK-FOUND-SUB = ZERO
062600         MOVE 'RETURNED LINE NO LONGER ON MASTER - REVIEW'
062700             TO WK-ENT-COMMENT (WK-ENT-SUB)
062800         PERFORM 3600-FLAG-MANUAL THRU 3600-EXIT
062900         GO TO 3400-EXIT
063000     END-IF.
063100     COMPUTE WK-RESTORED-AMOUNT =
063200         Amount OF MASTER-RECORD (WK-FOUND-SUB) + PDT-AMOUNT.
063300     IF WK-RESTORED-AMOUNT > 99
063400         MOVE 'RETURNED UNITS WOULD OVERFLOW LINE - REVIEW'
063500             TO WK-ENT-COMMENT (WK-ENT-SUB)
063600         PERFORM 3600-FLAG-MANUAL THRU 3600-EXIT
063700         GO TO 3400-EXIT
063800     END-IF.
063900     MOVE WK-RESTORED-AMOUNT TO Amount OF MASTER-RECORD
064000         (WK-FOUND-SUB).
064010     ADD PDT-TAX-AMOUNT TO TaxAmount OF MASTER-RECORD
064020         (WK-FOUND-SUB).
064100     MOVE 'Y' TO SW-MASTER-CHANGED.
064200     ADD 1 TO CT-RETURNS-RESTORED.
064300     COMPUTE WK-HASH-LINE = PDT-AMOUNT * PDT-PRICE.
064400     ADD WK-HASH-LINE TO WK-HASH-OUT.
064500     IF RMA-AVAILABLE
064600         PERFORM 3420-RESTORE-RETURN-AUTH THRU 3420-EXIT
064700     END-IF.
064710     IF INVENTORY-AVAILABLE
064720         PERFORM 3440-TAKE-BACK-STOCK THRU 3440-EXIT
064730     END-IF.
064800     MOVE 'X' TO WK-OFS-NEW-TYPE.
064900     PERFORM 3700-HOLD-OFFSET THRU 3700-EXIT.
064950     MOVE 'R' TO WK-MRK-NEW-TYPE.
065000     PERFORM 3750-HOLD-MARK THRU 3750-EXIT.
065100 3400-EXIT.
065200     EXIT.
065300
065400 3410-FIND-NETTED-LINE.
065500     IF WK-FOUND-SUB = ZERO
065600        AND PurchaseId   OF MASTER-RECORD (WK-MST-SUB) =
065700            PDT-PURCHASE-ID
065800        AND PurchaseDate OF MASTER-RECORD (WK-MST-SUB) =
065900            PDT-LINE-DATE
066000        AND Price    OF MASTER-RECORD (WK-MST-SUB) = PDT-PRICE
066100         MOVE WK-MST-SUB TO WK-FOUND-SUB
066200     END-IF.
066300 3410-EXIT.
066400     EXIT.
066500
066600*    AN AUTHORIZATION SINCE PURGED HAS NOTHING TO GIVE BACK TO,
066700*    AND ONE SHOWING FEWER UNITS THAN ARE COMING BACK OFF IT IS
066800*    TAKEN TO ZERO RATHER THAN BELOW.
066900 3420-RESTORE-RETURN-AUTH.
067000     MOVE WK-ENT-CUSTOMER-ID TO RMA-CUSTOMER-ID.
067100     MOVE PDT-PURCHASE-ID    TO RMA-PURCHASE-ID.
067200     READ PUR-RMA
067300         INVALID KEY
067400             GO TO 3420-EXIT
067500     END-READ.
067600     IF RMA-RETURNED-AMOUNT > PDT-AMOUNT
067700         SUBTRACT PDT-AMOUNT FROM RMA-RETURNED-AMOUNT
067800     ELSE
067900         MOVE ZERO TO RMA-RETURNED-AMOUNT
068000     END-IF.
068100     REWRITE RMA-RECORD
068105         INVALID KEY
068110             CONTINUE
068115     END-REWRITE.
068120     IF FS-RMA NOT = '00'
068125         DISPLAY 'PUR310 - AUTHORIZATION NOT RESTORED: '
068130                 RMA-CUSTOMER-ID ' ' RMA-PURCHASE-ID
068135                 ' STATUS ' FS-RMA
068140         ADD 1 TO CT-IO-FAILURES
068145         MOVE 8 TO WK-STEP-RC
068150     END-IF.
068200 3420-EXIT.
068300     EXIT.
068310
068320*    THE UNITS PUR100 PUT BACK ON HAND FOR THE RETURN COME OFF
068330*    AGAIN, NOT BELOW ZERO.
068340 3440-TAKE-BACK-STOCK.
068350     MOVE PDT-PURCHASE-ID TO INV-PURCHASE-ID.
068360     READ PUR-INVENTORY
068370         INVALID KEY
068380             GO TO 3440-EXIT
068390     END-READ.
068400     IF INV-ON-HAND > PDT-AMOUNT
068410         SUBTRACT PDT-AMOUNT FROM INV-ON-HAND
068420     ELSE
068430         MOVE ZERO TO INV-ON-HAND
068440     END-IF.
068450     MOVE WK-TODAY-DATE TO INV-LAST-UPDATE-DATE.
068455     REWRITE INVENTORY-RECORD
068460         INVALID KEY
068461             CONTINUE
068462     END-REWRITE.
068463     IF FS-INVENTORY NOT = '00'
068464         DISPLAY 'PUR310 - STOCK NOT TAKEN BACK: '
068465                 INV-PURCHASE-ID ' STATUS ' FS-INVENTORY
068466         ADD 1 TO CT-IO-FAILURES
068467         MOVE 8 TO WK-STEP-RC
068468         GO TO 3440-EXIT
068469     END-IF.
068470     ADD 1 TO CT-STOCK-TAKEN-BACK.
068480 3440-EXIT.
068490     EXIT.
068495
068500*---------------------------------------------------------------*
068600* 3500-RESTORE-RETIRED-CUSTOMER                                 *
068700*   BRINGS BACK A CUSTOMER THE TRANSACTION RETIRED TO PURMARCH  *
068800*   - THE LATEST ARCHIVED COPY, AS PUR260 DOES - UNLESS A LIVE  *
068900*   RECORD HAS SINCE TAKEN ITS PLACE.                           *
069000*---------------------------------------------------------------*
069100 3500-RESTORE-RETIRED-CUSTOMER.
069200     IF MASTER-EXISTS
069300         MOVE 'LIVE RECORD EXISTS - RETIREMENT NOT REVERSED'
069400             TO WK-ENT-COMMENT (WK-ENT-SUB)
069500         PERFORM 3600-FLAG-MANUAL THRU 3600-EXIT
069600         GO TO 3500-EXIT
069700     END-IF.
069800     MOVE 'N' TO SW-ARCHIVE-FOUND.
069900     MOVE 'N' TO SW-ARCHIVE-EOF.
070000     OPEN INPUT PUR-MARCH-IN.
070100     IF FS-MARCH-IN NOT = '00'
070200         MOVE 'Y' TO SW-ARCHIVE-EOF
070300     END-IF.
070400     PERFORM 3510-SCAN-ARCHIVE-RECORD THRU 3510-EXIT
070500         UNTIL ARCHIVE-EOF.
070600     IF FS-MARCH-IN = '00' OR FS-MARCH-IN = '10'
070700         CLOSE PUR-MARCH-IN
070800     END-IF.
070900     IF NOT ARCHIVE-FOUND
071000         MOVE 'RETIRED CUSTOMER NOT ON ARCHIVE - REVIEW'
071100             TO WK-ENT-COMMENT (WK-ENT-SUB)
071200         PERFORM 3600-FLAG-MANUAL THRU 3600-EXIT
071300         GO TO 3500-EXIT
071400     END-IF.
071500*    THE ARCHIVED COPY CARRIES THE 'D' THAT RETIRED IT - THE
071600*    RESTORED RECORD GOES BACK AS AN ACTIVE ACCOUNT.
071700     MOVE 'A' TO REQUEST-TYPE OF MASTER-RECORD.
071800     SET RET-CODE-BACKED-OUT OF MASTER-RECORD TO TRUE.
071900     MOVE 'RESTORED FROM OFFLINE ARCHIVE BY INTAKE BACKOUT'
072000         TO RETURN-COMMENT OF MASTER-RECORD.
072100     MOVE WK-TODAY-DATE
072200         TO CustomerLastUpdateDate OF MASTER-RECORD.
072300     MOVE 'Y' TO SW-MASTER-EXISTS.
072400     MOVE 'Y' TO SW-MASTER-CHANGED.
072500     ADD 1 TO CT-RESTORED-CUSTOMERS.
072600 3500-EXIT.
072700     EXIT.
072800
072900*    THE ARCHIVE ONLY EVER GROWS BY APPEND, SO THE LAST MATCH IS
073000*    THE MOST RECENT RETIREMENT.
073100 3510-SCAN-ARCHIVE-RECORD.
073200     READ PUR-MARCH-IN
073300         AT END
073400             MOVE 'Y' TO SW-ARCHIVE-EOF
073500             GO TO 3510-EXIT
073600     END-READ.
073700     IF CustomerId OF MARCH-RECORD = WK-ENT-CUSTOMER-ID
073800*        THE RECEIVING RECORD'S OWN COUNT MUST AGREE WITH THE
073900*        SENDER'S BEFORE THE GROUP MOVE, OR THE FIELDS PAST THE
074000*        PURCHASE TABLE ARE NOT CARRIED THROUGH.
074100         MOVE MAR-PURCHASE-COUNT TO MST-PURCHASE-COUNT
074200         MOVE MARCH-RECORD TO MASTER-RECORD
074300         MOVE 'Y' TO SW-ARCHIVE-FOUND
074400     END-IF.
074500 3510-EXIT.
074600     EXIT.
074700
074800*---------------------------------------------------------------*
074900* 3600-FLAG-MANUAL                                              *
075000*   MARKS THE TRANSACTION IN HAND FOR MANUAL REVIEW.  THE       *
075100*   CALLER HAS ALREADY PUT THE REASON IN ITS OUTCOME COMMENT.   *
075200*---------------------------------------------------------------*
075300 3600-FLAG-MANUAL.
075400     MOVE '06' TO WK-ENT-RET-CODE (WK-ENT-SUB).
075500 3600-EXIT.
075600     EXIT.
075700
075800*---------------------------------------------------------------*
075900* 3700-HOLD-OFFSET / 3710-WRITE-OFFSETS                         *
076000*   PENDS ONE OFFSETTING LEDGER ENTRY FOR THE POSTING DETAIL IN *
076100*   HAND - THE CALLER SETS ITS TYPE IN WK-OFS-NEW-TYPE - AND    *
076200*   RELEASES THE PENDED SET ONCE THE CUSTOMER'S MASTER FLUSH    *
076300*   IS ON DISK.  EACH ENTRY CARRIES                             *
076400*   THE HOME-CURRENCY VALUE PUR100 ACTUALLY POSTED, AND THE     *
076500*   BACKED-OUT CYCLE, SO THE JOURNAL RUN FOR THAT CYCLE PICKS   *
076600*   IT UP.  A DATE AND CYCLE NOT YET JOURNALED HAS NOTHING IN   *
076620*   MONTH-TO-DATE TO TAKE BACK OUT - NO PURADJ OFFSET IS        *
076640*   WRITTEN, AND THE TAX OFFSET GOES OUT ALREADY SUPERSEDED SO  *
076660*   THE MONTHLY TAX REPORT STILL NETS THE ORIGINAL BUT NO       *
076680*   JOURNAL EVER POSTS IT.                                      *
076700*---------------------------------------------------------------*
076800 3700-HOLD-OFFSET.
076900     IF WK-OFS-COUNT >= 999
077100         PERFORM 3710-WRITE-OFFSETS THRU 3710-EXIT
077300     END-IF.
077400     ADD 1 TO WK-OFS-COUNT.
077500     MOVE WK-OFS-NEW-TYPE   TO WK-OFS-TYPE (WK-OFS-COUNT).
077600     MOVE PDT-PURCHASE-ID   TO WK-OFS-PURCHASE-ID (WK-OFS-COUNT).
077700     MOVE PDT-AMOUNT        TO WK-OFS-AMOUNT (WK-OFS-COUNT).
077800     MOVE PDT-HOME-VALUE    TO WK-OFS-VALUE (WK-OFS-COUNT).
077900     MOVE PDT-CURRENCY-CODE TO WK-OFS-CURRENCY (WK-OFS-COUNT).
077910     MOVE PDT-TAX-DETAIL-IND
077920         TO WK-OFS-TAX-IND (WK-OFS-COUNT).
077930     MOVE PDT-TAX-EXEMPT-IND
077940         TO WK-OFS-TAX-EXEMPT (WK-OFS-COUNT).
077950     MOVE PDT-TAX-AMOUNT    TO WK-OFS-TAX-AMOUNT (WK-OFS-COUNT).
077960     MOVE PDT-TAX-HOME-VALUE
077970         TO WK-OFS-TAX-HOME (WK-OFS-COUNT).
077980     MOVE PDT-TAX-COUNTRY   TO WK-OFS-TAX-COUNTRY (WK-OFS-COUNT).
077990     MOVE PDT-TAX-STATE     TO WK-OFS-TAX-STATE (WK-OFS-COUNT).
078000 3700-EXIT.
078100     EXIT.
078200
078300 3710-WRITE-OFFSETS.
078400     PERFORM 3720-WRITE-ONE-OFFSET THRU 3720-EXIT
078500         VARYING WK-OFS-SUB FROM 1 BY 1
078600         UNTIL WK-OFS-SUB > WK-OFS-COUNT.
078700     MOVE ZERO TO WK-OFS-COUNT.
078800 3710-EXIT.
078900     EXIT.
079000
079100 3720-WRITE-ONE-OFFSET.
079200     MOVE WK-ENT-CUSTOMER-ID TO ADJ-CUSTOMER-ID.
079300     MOVE WK-OFS-PURCHASE-ID (WK-OFS-SUB) TO ADJ-PURCHASE-ID.
079400     MOVE WK-OFS-AMOUNT (WK-OFS-SUB) TO ADJ-RETURNED-AMOUNT.
079500     MOVE WK-OFS-VALUE (WK-OFS-SUB) TO ADJ-CREDIT-VALUE.
079600     MOVE WK-OFS-CURRENCY (WK-OFS-SUB) TO ADJ-CURRENCY-CODE.
079700     MOVE WK-TODAY-DATE TO ADJ-ADJUST-DATE.
079800     MOVE WK-CYCLE-NUMBER TO ADJ-CYCLE-NUMBER.
079900     MOVE WK-OFS-TYPE (WK-OFS-SUB) TO ADJ-ENTRY-TYPE.
079920     IF NOT NIGHT-JOURNALED
079940         ADD 1 TO CT-OFFSETS-NOT-NEEDED
079960     ELSE
080000         WRITE ADJUSTMENT-RECORD
080050         IF FS-ADJ-FILE = '00'
080100             ADD 1 TO CT-OFFSETS
080101         ELSE
080102             DISPLAY 'PUR310 - OFFSET NOT WRITTEN: '
080103                     ADJ-CUSTOMER-ID ' ' ADJ-PURCHASE-ID
080104                     ' STATUS ' FS-ADJ-FILE
080105             ADD 1 TO CT-IO-FAILURES
080106             MOVE 8 TO WK-STEP-RC
080107         END-IF
080108     END-IF.
080110     IF WK-OFS-TAX-IND (WK-OFS-SUB) = 'Y'
080120         PERFORM 3730-WRITE-TAX-OFFSET THRU 3730-EXIT
080130     END-IF.
080200 3720-EXIT.
080300     EXIT.
080310
080320*    THE TAX SIDE OF THE SAME OFFSET - 'S' TAKES BACK A CHARGE,
080330*    'X' A REVERSAL - BOOKED TO THE JURISDICTION AND AT THE
080340*    VALUES THE ORIGINAL TAX DETAIL CARRIED.
080350 3730-WRITE-TAX-OFFSET.
080360     MOVE WK-ENT-CUSTOMER-ID TO TXD-CUSTOMER-ID.
080370     MOVE WK-OFS-PURCHASE-ID (WK-OFS-SUB) TO TXD-PURCHASE-ID.
080380     MOVE WK-OFS-TAX-COUNTRY (WK-OFS-SUB) TO TXD-COUNTRY.
080390     MOVE WK-OFS-TAX-STATE (WK-OFS-SUB) TO TXD-STATE.
080400     MOVE WK-OFS-TYPE (WK-OFS-SUB) TO TXD-ENTRY-TYPE.
080410     MOVE WK-OFS-TAX-EXEMPT (WK-OFS-SUB) TO TXD-EXEMPT-IND.
080420     MOVE WK-OFS-AMOUNT (WK-OFS-SUB) TO TXD-AMOUNT.
080430     MOVE WK-OFS-CURRENCY (WK-OFS-SUB) TO TXD-CURRENCY-CODE.
080440     MOVE WK-OFS-TAX-AMOUNT (WK-OFS-SUB) TO TXD-TAX-AMOUNT.
080450     MOVE WK-OFS-VALUE (WK-OFS-SUB) TO TXD-TAXABLE-VALUE.
080460     MOVE WK-OFS-TAX-HOME (WK-OFS-SUB) TO TXD-TAX-VALUE.
080470     MOVE WK-TODAY-DATE TO TXD-POSTED-DATE.
080480     MOVE WK-CYCLE-NUMBER TO TXD-CYCLE-NUMBER.
080490     IF NIGHT-JOURNALED
080492         MOVE 'N' TO TXD-SUPERSEDED-IND
080494     ELSE
080496         MOVE 'Y' TO TXD-SUPERSEDED-IND
080498     END-IF.
080500     WRITE TAX-DETAIL-RECORD.
080501     IF FS-TAX-DETAIL NOT = '00'
080502         DISPLAY 'PUR310 - TAX OFFSET NOT WRITTEN: '
080503                 TXD-CUSTOMER-ID ' ' TXD-PURCHASE-ID
080504                 ' STATUS ' FS-TAX-DETAIL
080505         ADD 1 TO CT-IO-FAILURES
080506         MOVE 8 TO WK-STEP-RC
080507         GO TO 3730-EXIT
080508     END-IF.
080510     ADD 1 TO CT-TAX-OFFSETS.
080520 3730-EXIT.
080530     EXIT.
080540
080560*---------------------------------------------------------------*
080600* 3750-HOLD-MARK                                                *
080700*   REMEMBERS A RETURN CREDIT ('R') OR TAXED SALE ('C') TAKEN   *
080710*   BACK OUT - THE CALLER SETS WHICH IN WK-MRK-NEW-TYPE - SO    *
080800*   ITS ORIGINAL PURADJ CREDIT AND PURTAXDT DETAIL CAN BE       *
080810*   MARKED SUPERSEDED BY 6000 AND 6300.                         *
080900*---------------------------------------------------------------*
081000 3750-HOLD-MARK.
081100     IF WK-MRK-COUNT >= 2000
081200         DISPLAY 'PUR310 - CREDIT MARK TABLE FULL, NOT MARKED: '
081300             WK-ENT-CUSTOMER-ID ' ' PDT-PURCHASE-ID
081400         GO TO 3750-EXIT
081500     END-IF.
081600     ADD 1 TO WK-MRK-COUNT.
081650     MOVE WK-MRK-NEW-TYPE    TO WK-MRK-TYPE (WK-MRK-COUNT).
081700     MOVE WK-ENT-CUSTOMER-ID TO WK-MRK-CUSTOMER-ID (WK-MRK-COUNT).
081800     MOVE PDT-PURCHASE-ID    TO WK-MRK-PURCHASE-ID (WK-MRK-COUNT).
081900     MOVE PDT-AMOUNT         TO WK-MRK-AMOUNT (WK-MRK-COUNT).
082000     MOVE PDT-POSTED-DATE    TO WK-MRK-POSTED-DATE (WK-MRK-COUNT).
082100     MOVE 'N'                TO WK-MRK-USED (WK-MRK-COUNT).
082150     MOVE 'N'                TO WK-MRK-TAX-USED (WK-MRK-COUNT).
082200 3750-EXIT.
082300     EXIT.
082400
082500*---------------------------------------------------------------*
082600* 4000-FLUSH-MASTER                                             *
082700*   APPLIES THE CUSTOMER'S NET REVERSAL TO THE MASTER IN ONE    *
082800*   I-O - REWRITE WHEN THE RECORD WAS ON FILE AND STAYS, WRITE  *
082900*   WHEN A RETIRED CUSTOMER CAME BACK, DELETE WHEN THE RECORD   *
083000*   THE BACKED-OUT CYCLE CREATED HAS NOTHING LEFT ON IT.        *
083100*---------------------------------------------------------------*
083200 4000-FLUSH-MASTER.
083250     MOVE 'N' TO SW-FLUSH-FAILED.
083300     IF NOT MASTER-CHANGED
083400         GO TO 4000-EXIT
083500     END-IF.
083600     EVALUATE TRUE
083700         WHEN MASTER-EXISTS AND MASTER-ON-FILE
083800             REWRITE MASTER-RECORD
083820                 INVALID KEY
083840                     CONTINUE
083860             END-REWRITE
083900         WHEN MASTER-EXISTS AND NOT MASTER-ON-FILE
084000             WRITE MASTER-RECORD
084020                 INVALID KEY
084040                     CONTINUE
084060             END-WRITE
084100         WHEN NOT MASTER-EXISTS AND MASTER-ON-FILE
084200             MOVE WK-ENT-CUSTOMER-ID
084250                 TO CustomerId OF MASTER-RECORD
084300             DELETE PUR-MASTER RECORD
084350                 INVALID KEY
084400                     CONTINUE
084450             END-DELETE
084500         WHEN OTHER
084600             GO TO 4000-EXIT
084700     END-EVALUATE.
084705     IF FS-MASTER NOT = '00'
084710         DISPLAY 'PUR310 - MASTER NOT UPDATED: '
084715                 WK-ENT-CUSTOMER-ID ' STATUS ' FS-MASTER
084720         ADD 1 TO CT-IO-FAILURES
084725         MOVE 8 TO WK-STEP-RC
084730         MOVE 'Y' TO SW-FLUSH-FAILED
084735         GO TO 4000-EXIT
084740     END-IF.
084745     IF NOT MASTER-EXISTS
084750         ADD 1 TO CT-MASTERS-DELETED
084755     END-IF.
084800 4000-EXIT.
084900     EXIT.
085000
085100*---------------------------------------------------------------*
085200* 4100-RELEASE-CUSTOMER                                         *
085300*   NOW THE MASTER FLUSH IS ON DISK - DELETES EACH BACKED-OUT   *
085400*   TRANSACTION'S POSTING DETAIL AND REGISTER ENTRY, SO THE     *
085500*   CORRECTED FEED IS NOT REJECTED AS A DOUBLE LOAD, AND LOGS   *
085600*   THE OUTCOME TO THE AUDIT TRAIL.  A DETAIL OR REGISTER ENTRY *
085620*   THAT WILL NOT DELETE IS SHOWN AND COUNTED, SETS RETURN-CODE *
085640*   8 AND IS NOT LOGGED AS BACKED OUT - A DETAIL LEFT ON FILE   *
085660*   ALSO KEEPS ITS REGISTER ENTRY, SO THE PAIR STAYS TOGETHER   *
085680*   FOR THE MANUAL FIX.                                         *
085700*---------------------------------------------------------------*
085800 4100-RELEASE-CUSTOMER.
085900     PERFORM 4110-RELEASE-ONE-ENTRY THRU 4110-EXIT
086000         VARYING WK-ENT-SUB FROM 1 BY 1
086100         UNTIL WK-ENT-SUB > WK-ENT-COUNT.
086200 4100-EXIT.
086300     EXIT.
086400
086500 4110-RELEASE-ONE-ENTRY.
086600     MOVE WK-ENT-CUSTOMER-ID          TO WK-TXN-CUSTOMER-ID.
086700     MOVE WK-ENT-CHAIN-SEQ (WK-ENT-SUB) TO WK-TXN-CHAIN-SEQ.
086800     MOVE WK-BACKOUT-DATE             TO WK-TXN-BUSN-DATE.
086900     MOVE WK-CYCLE-NUMBER             TO WK-TXN-CYCLE.
086950     MOVE 'N' TO SW-ENTRY-KEPT.
087000     PERFORM 3150-START-DETAIL THRU 3150-EXIT.
087100     PERFORM 4120-DELETE-ONE-DETAIL THRU 4120-EXIT
087200         UNTIL END-OF-DETAIL.
087210     IF ENTRY-KEPT
087220         DISPLAY 'PUR310 - REGISTER ENTRY KEPT FOR '
087230                 WK-TXN-CUSTOMER-ID ' CHAIN ' WK-TXN-CHAIN-SEQ
087240                 ' - POSTING DETAIL LEFT ON FILE'
087250         GO TO 4110-EXIT
087260     END-IF.
087300     MOVE WK-TXN-KEY TO REG-KEY.
087400     DELETE PUR-REGISTER RECORD
087500         INVALID KEY
087600             CONTINUE
087700     END-DELETE.
087710     IF FS-REGISTER NOT = '00' AND FS-REGISTER NOT = '23'
087720         DISPLAY 'PUR310 - REGISTER ENTRY NOT DELETED: '
087730                 WK-TXN-CUSTOMER-ID ' CHAIN ' WK-TXN-CHAIN-SEQ
087740                 ' STATUS ' FS-REGISTER
087750         ADD 1 TO CT-IO-FAILURES
087760         MOVE 8 TO WK-STEP-RC
087770         GO TO 4110-EXIT
087780     END-IF.
087800     IF WK-ENT-RET-CODE (WK-ENT-SUB) = '06'
087900         ADD 1 TO CT-REVIEW
088000     ELSE
088100         ADD 1 TO CT-REVERSED
088200     END-IF.
088300     PERFORM 4200-LOG-AUDIT THRU 4200-EXIT.
088400 4110-EXIT.
088500     EXIT.
088600
088700 4120-DELETE-ONE-DETAIL.
088800     DELETE PUR-POST-DETAIL RECORD
088900         INVALID KEY
089000             CONTINUE
089300     END-DELETE.
089310     IF FS-POST-DETAIL = '00'
089320         ADD 1 TO CT-DETAILS-DELETED
089330     ELSE
089340         IF FS-POST-DETAIL NOT = '23'
089350             DISPLAY 'PUR310 - POSTING DETAIL NOT DELETED: '
089360                     PDT-KEY ' STATUS ' FS-POST-DETAIL
089370             ADD 1 TO CT-IO-FAILURES
089380             MOVE 8 TO WK-STEP-RC
089390             MOVE 'Y' TO SW-ENTRY-KEPT
089395         END-IF
089398     END-IF.
089400     PERFORM 3160-READ-DETAIL THRU 3160-EXIT.
089500 4120-EXIT.
089600     EXIT.
089700
089800*---------------------------------------------------------------*
089900* 4200-LOG-AUDIT                                                *
090000*   APPENDS ONE TRANSACTION'S BACKOUT OUTCOME TO THE AUDIT      *
090100*   TRAIL UNDER ITS ORIGINAL REQUEST-TYPE.                      *
090200*---------------------------------------------------------------*
090300 4200-LOG-AUDIT.
090400     SET AUD-FUNC-WRITE TO TRUE.
090500     MOVE WK-ENT-CUSTOMER-ID TO AUD-CUSTOMER-ID.
090600     MOVE WK-ENT-REQUEST-TYPE (WK-ENT-SUB) TO AUD-REQUEST-TYPE.
090700     MOVE WK-ENT-RET-CODE (WK-ENT-SUB)     TO AUD-RET-CODE.
090800     MOVE WK-ENT-COMMENT (WK-ENT-SUB)      TO AUD-RETURN-COMMENT.
090900*    A BATCH STEP HAS NO SIGNED-ON OPERATOR - THE PROGRAM NAME
091000*    SAYS WHO DID IT.
091100     MOVE 'PUR310  ' TO AUD-OPERATOR-ID.
091200     CALL 'PUR140' USING AUDIT-LINKAGE-AREA.
091300 4200-EXIT.
091400     EXIT.
091500
091600*---------------------------------------------------------------*
091700* 6000-MARK-JOURNALED-CREDITS                                   *
091800*   REREADS THE BILLING FEED AND MARKS SUPERSEDED ('B') THE     *
091900*   ORIGINAL RETURN CREDIT BEHIND EACH CREDIT REVERSAL WRITTEN  *
092000*   TONIGHT - SAME CUSTOMERID, PURCHASEID, UNITS, CYCLE AND     *
092100*   POSTING DATE - SO A RERUN OF THE CORRECTED FEED UNDER THE   *
092200*   SAME DATE AND CYCLE CANNOT JOURNAL IT AGAIN.  EACH TABLE    *
092300*   ENTRY MARKS ONE RECORD.                                     *
092400*---------------------------------------------------------------*
092500 6000-MARK-JOURNALED-CREDITS.
092600     CLOSE PUR-ADJ-FILE.
092700     IF WK-MRK-COUNT = ZERO
092800         GO TO 6000-EXIT
092900     END-IF.
093000     OPEN I-O PUR-ADJ-FILE.
093100     IF FS-ADJ-FILE NOT = '00'
093200         DISPLAY 'PUR310 - UNABLE TO REOPEN PURADJ - ORIGINAL '
093300                 'CREDITS NOT MARKED - STATUS ' FS-ADJ-FILE
093310         ADD 1 TO CT-IO-FAILURES
093320         MOVE 8 TO WK-STEP-RC
093400         GO TO 6000-EXIT
093500     END-IF.
093600     MOVE 'N' TO SW-END-OF-ADJ.
093700     PERFORM 6100-MARK-ONE-ADJ THRU 6100-EXIT
093800         UNTIL END-OF-ADJ.
093900     CLOSE PUR-ADJ-FILE.
094000 6000-EXIT.
094100     EXIT.
094200
094300 6100-MARK-ONE-ADJ.
094400     READ PUR-ADJ-FILE
094500         AT END
094600             MOVE 'Y' TO SW-END-OF-ADJ
094700             GO TO 6100-EXIT
094800     END-READ.
094900     IF NOT ADJ-RETURN-CREDIT
095000        OR ADJ-CYCLE-NUMBER NOT = WK-CYCLE-NUMBER
095100         GO TO 6100-EXIT
095200     END-IF.
095300     MOVE 'N' TO SW-MARK-FOUND.
095400     PERFORM 6200-FIND-MARK THRU 6200-EXIT
095500         VARYING WK-MRK-SUB FROM 1 BY 1
095600         UNTIL WK-MRK-SUB > WK-MRK-COUNT
095700            OR MARK-FOUND.
095800     IF MARK-FOUND
095900         MOVE 'B' TO ADJ-ENTRY-TYPE
096000         REWRITE ADJUSTMENT-RECORD
096050         IF FS-ADJ-FILE = '00'
096100             ADD 1 TO CT-CREDITS-MARKED
096110         ELSE
096120             DISPLAY 'PUR310 - CREDIT NOT MARKED: '
096130                     ADJ-CUSTOMER-ID ' ' ADJ-PURCHASE-ID
096140                     ' STATUS ' FS-ADJ-FILE
096150             ADD 1 TO CT-IO-FAILURES
096160             MOVE 8 TO WK-STEP-RC
096170         END-IF
096200     END-IF.
096300 6100-EXIT.
096400     EXIT.
096500
096600 6200-FIND-MARK.
096700     IF WK-MRK-USED (WK-MRK-SUB) = 'N'
096750        AND WK-MRK-TYPE (WK-MRK-SUB) = 'R'
096800        AND WK-MRK-CUSTOMER-ID (WK-MRK-SUB) = ADJ-CUSTOMER-ID
096900        AND WK-MRK-PURCHASE-ID (WK-MRK-SUB) = ADJ-PURCHASE-ID
097000        AND WK-MRK-AMOUNT (WK-MRK-SUB) = ADJ-RETURNED-AMOUNT
097100        AND WK-MRK-POSTED-DATE (WK-MRK-SUB) = ADJ-ADJUST-DATE
097200         MOVE 'Y' TO WK-MRK-USED (WK-MRK-SUB)
097300         MOVE 'Y' TO SW-MARK-FOUND
097400     END-IF.
097500 6200-EXIT.
097600     EXIT.
097610
097620*---------------------------------------------------------------*
097630* 6300-MARK-TAX-DETAILS                                         *
097640*   REREADS THE TAX DETAIL FILE AND MARKS SUPERSEDED THE        *
097650*   ORIGINAL CHARGE ('C') OR REVERSAL ('R') BEHIND EACH SALE OR *
097660*   RETURN TAKEN BACK OUT TONIGHT, MATCHED THE WAY 6000 MATCHES *
097670*   PURADJ.  THE ENTRY KEEPS ITS TYPE, SO THE MONTHLY TAX       *
097680*   REPORT STILL SEES IT AND NETS IT AGAINST TONIGHT'S OFFSET.  *
097700*---------------------------------------------------------------*
097710 6300-MARK-TAX-DETAILS.
097720     CLOSE PUR-TAX-DETAIL.
097730     IF WK-MRK-COUNT = ZERO
097740         GO TO 6300-EXIT
097750     END-IF.
097760     OPEN I-O PUR-TAX-DETAIL.
097770     IF FS-TAX-DETAIL NOT = '00'
097780         DISPLAY 'PUR310 - UNABLE TO REOPEN PURTAXDT - ORIGINAL '
097790                 'TAX DETAILS NOT MARKED - STATUS ' FS-TAX-DETAIL
097792         ADD 1 TO CT-IO-FAILURES
097794         MOVE 8 TO WK-STEP-RC
097800         GO TO 6300-EXIT
097810     END-IF.
097820     MOVE 'N' TO SW-END-OF-TAX-DETAIL.
097830     PERFORM 6310-MARK-ONE-TAX-DETAIL THRU 6310-EXIT
097840         UNTIL END-OF-TAX-DETAIL.
097850     CLOSE PUR-TAX-DETAIL.
097860 6300-EXIT.
097870     EXIT.
097880
097890 6310-MARK-ONE-TAX-DETAIL.
097900     READ PUR-TAX-DETAIL
097910         AT END
097920             MOVE 'Y' TO SW-END-OF-TAX-DETAIL
097930             GO TO 6310-EXIT
097940     END-READ.
097950     IF TXD-SUPERSEDED
097960        OR TXD-CYCLE-NUMBER NOT = WK-CYCLE-NUMBER
097970        OR NOT (TXD-TAX-CHARGED OR TXD-TAX-REVERSED)
097980         GO TO 6310-EXIT
097990     END-IF.
098000     MOVE 'N' TO SW-MARK-FOUND.
098010     PERFORM 6320-FIND-TAX-MARK THRU 6320-EXIT
098020         VARYING WK-MRK-SUB FROM 1 BY 1
098030         UNTIL WK-MRK-SUB > WK-MRK-COUNT
098040            OR MARK-FOUND.
098050     IF MARK-FOUND
098060         MOVE 'Y' TO TXD-SUPERSEDED-IND
098070         REWRITE TAX-DETAIL-RECORD
098075         IF FS-TAX-DETAIL = '00'
098080             ADD 1 TO CT-TAX-MARKED
098081         ELSE
098082             DISPLAY 'PUR310 - TAX DETAIL NOT MARKED: '
098083                     TXD-CUSTOMER-ID ' ' TXD-PURCHASE-ID
098084                     ' STATUS ' FS-TAX-DETAIL
098085             ADD 1 TO CT-IO-FAILURES
098086             MOVE 8 TO WK-STEP-RC
098087         END-IF
098090     END-IF.
098100 6310-EXIT.
098110     EXIT.
098120
098130 6320-FIND-TAX-MARK.
098140     IF WK-MRK-TAX-USED (WK-MRK-SUB) = 'N'
098150        AND WK-MRK-TYPE (WK-MRK-SUB) = TXD-ENTRY-TYPE
098160        AND WK-MRK-CUSTOMER-ID (WK-MRK-SUB) = TXD-CUSTOMER-ID
098170        AND WK-MRK-PURCHASE-ID (WK-MRK-SUB) = TXD-PURCHASE-ID
098180        AND WK-MRK-AMOUNT (WK-MRK-SUB) = TXD-AMOUNT
098190        AND WK-MRK-POSTED-DATE (WK-MRK-SUB) = TXD-POSTED-DATE
098200         MOVE 'Y' TO WK-MRK-TAX-USED (WK-MRK-SUB)
098210         MOVE 'Y' TO SW-MARK-FOUND
098220     END-IF.
098230 6320-EXIT.
098240     EXIT.
098250
098260*---------------------------------------------------------------*
098270* 6500-REVERT-BACKORDERS                                        *
098280*   READS THE BACKORDER FILE THROUGH.  A LINE STILL OPEN THAT   *
098290*   THE BACKED-OUT DATE AND CYCLE RAISED IS CANCELLED - THE     *
098300*   CORRECTED FEED RAISES IT AGAIN IF IT STILL CANNOT BE MET.   *
098310*   A LINE RELEASED INTO THE BACKED-OUT DATE AND CYCLE IS       *
098320*   OPENED AGAIN, ITS POSTED LINE AND ITS STOCK HAVING JUST     *
098330*   COME OFF, SO PUR390 RELEASES IT AFRESH.                     *
098340*---------------------------------------------------------------*
098350 6500-REVERT-BACKORDERS.
098360     OPEN I-O PUR-BACKORDER.
098370     IF FS-BACKORDER NOT = '00'
098380         DISPLAY 'PUR310 - NO BACKORDER FILE - NO BACKORDERS '
098390                 'REVERTED'
098400         GO TO 6500-EXIT
098410     END-IF.
098420     MOVE 'N' TO SW-END-OF-BACKORDER.
098430     PERFORM 6510-REVERT-ONE-BACKORDER THRU 6510-EXIT
098440         UNTIL END-OF-BACKORDER.
098450     CLOSE PUR-BACKORDER.
098460 6500-EXIT.
098470     EXIT.
098480
098490 6510-REVERT-ONE-BACKORDER.
098500     READ PUR-BACKORDER NEXT RECORD
098510         AT END
098520             MOVE 'Y' TO SW-END-OF-BACKORDER
098530             GO TO 6510-EXIT
098540     END-READ.
098550     IF BKO-OPEN
098560        AND BKO-BUSN-DATE = WK-BACKOUT-DATE
098570        AND BKO-RAISED-CYCLE = WK-CYCLE-NUMBER
098580         SET BKO-CANCELLED TO TRUE
098590         MOVE WK-BACKOUT-DATE TO BKO-CLOSED-DATE
098600         MOVE WK-CYCLE-NUMBER TO BKO-CLOSED-CYCLE
098610         REWRITE BACKORDER-RECORD
098611             INVALID KEY
098612                 CONTINUE
098613         END-REWRITE
098614         IF FS-BACKORDER NOT = '00'
098615             PERFORM 6520-REPORT-FAILURE THRU 6520-EXIT
098616             GO TO 6510-EXIT
098617         END-IF
098620         ADD 1 TO CT-BKO-CANCELLED
098630         GO TO 6510-EXIT
098640     END-IF.
098650     IF BKO-RELEASED
098660        AND BKO-CLOSED-DATE = WK-BACKOUT-DATE
098670        AND BKO-CLOSED-CYCLE = WK-CYCLE-NUMBER
098680         SET BKO-OPEN TO TRUE
098690         MOVE SPACES TO BKO-CLOSED-DATE
098700         MOVE ZERO   TO BKO-CLOSED-CYCLE
098710         REWRITE BACKORDER-RECORD
098711             INVALID KEY
098712                 CONTINUE
098713         END-REWRITE
098714         IF FS-BACKORDER NOT = '00'
098715             PERFORM 6520-REPORT-FAILURE THRU 6520-EXIT
098716             GO TO 6510-EXIT
098717         END-IF
098720         ADD 1 TO CT-BKO-REOPENED
098730     END-IF.
098740 6510-EXIT.
098741     EXIT.
098742
098743 6520-REPORT-FAILURE.
098744     DISPLAY 'PUR310 - BACKORDER NOT REVERTED: '
098745             BKO-CUSTOMER-ID ' STATUS ' FS-BACKORDER.
098746     ADD 1 TO CT-IO-FAILURES.
098747     MOVE 8 TO WK-STEP-RC.
098748 6520-EXIT.
098750     EXIT.
098752
098754*---------------------------------------------------------------*
098756* 8000-TERMINATE                                                *
098758*   CLOSES FILES, WRITES THE RUN-CONTROL RECORD AND DISPLAYS    *
098760*   RUN TOTALS.  A RUN THAT FOUND NOTHING UNDER THE DATE AND    *
098762*   CYCLE WRITES NO CONTROL RECORD - NOTHING WAS TAKEN OUT -    *
098764*   AND ENDS WITH RETURN-CODE 4, AS DOES ONE THAT LEFT ITEMS    *
098766*   FOR MANUAL REVIEW.                                          *
098768*---------------------------------------------------------------*
098770 8000-TERMINATE.
098772     IF RUN-STOPPED
098780         MOVE WK-STEP-RC TO RETURN-CODE
098800         GO TO 8000-EXIT
098900     END-IF.
099000     SET AUD-FUNC-CLOSE TO TRUE.
099100     CALL 'PUR140' USING AUDIT-LINKAGE-AREA.
099200     CLOSE PUR-REGISTER
099300           PUR-POST-DETAIL
099400           PUR-MASTER.
099500     IF RMA-AVAILABLE
099600         CLOSE PUR-RMA
099700     END-IF.
099710     IF INVENTORY-AVAILABLE
099720         CLOSE PUR-INVENTORY
099730     END-IF.
099800     IF CT-MATCHED > ZERO
099900         PERFORM 8100-WRITE-RUN-CONTROL THRU 8100-EXIT
100000     END-IF.
100100     DISPLAY 'PUR310 - REGISTER ENTRIES READ : ' CT-REG-READ.
100200     DISPLAY 'PUR310 - ENTRIES UNDER DATE/CYC: ' CT-MATCHED.
100300     DISPLAY 'PUR310 - CUSTOMERS AFFECTED    : ' CT-CUSTOMERS.
100400     DISPLAY 'PUR310 - TRANSACTIONS REVERSED : ' CT-REVERSED.
100500     DISPLAY 'PUR310 - LEFT FOR MANUAL REVIEW: ' CT-REVIEW.
100600     DISPLAY 'PUR310 - LINE ITEMS REMOVED    : ' CT-LINES-REMOVED.
100700     DISPLAY 'PUR310 - RETURNS RESTORED      : '
100800         CT-RETURNS-RESTORED.
100900     DISPLAY 'PUR310 - CUSTOMERS RESTORED    : '
101000         CT-RESTORED-CUSTOMERS.
101100     DISPLAY 'PUR310 - MASTER RECORDS DELETED: '
101200         CT-MASTERS-DELETED.
101300     DISPLAY 'PUR310 - POSTING DETAIL DELETED: '
101400         CT-DETAILS-DELETED.
101500     DISPLAY 'PUR310 - OFFSETTING ENTRIES    : ' CT-OFFSETS.
101600     DISPLAY 'PUR310 - CREDITS MARKED        : '
101700         CT-CREDITS-MARKED.
101710     DISPLAY 'PUR310 - TAX OFFSETS WRITTEN   : ' CT-TAX-OFFSETS.
101720     DISPLAY 'PUR310 - TAX DETAILS MARKED    : ' CT-TAX-MARKED.
101730     DISPLAY 'PUR310 - ALLOCATIONS FREED     : ' CT-STOCK-FREED.
101740     DISPLAY 'PUR310 - RETURNS TAKEN OFF HAND: '
101750         CT-STOCK-TAKEN-BACK.
101760     DISPLAY 'PUR310 - BACKORDERS CANCELLED  : '
101770         CT-BKO-CANCELLED.
101780     DISPLAY 'PUR310 - BACKORDERS REOPENED   : ' CT-BKO-REOPENED.
101785     DISPLAY 'PUR310 - OFFSETS NOT NEEDED    : '
101790         CT-OFFSETS-NOT-NEEDED.
101795     DISPLAY 'PUR310 - FILE UPDATES FAILED   : ' CT-IO-FAILURES.
101800     IF CT-MATCHED = ZERO
101900         DISPLAY 'PUR310 - NO TRANSACTIONS REGISTERED UNDER '
102000                 'THAT DATE AND CYCLE'
102100         IF WK-STEP-RC < 4
102120             MOVE 4 TO WK-STEP-RC
102140         END-IF
102200     END-IF.
102300     IF CT-REVIEW > ZERO
102400         DISPLAY 'PUR310 - ITEMS LEFT FOR MANUAL REVIEW - SEE '
102500                 'RET-CODE 06 ON THE AUDIT TRAIL'
102600         IF WK-STEP-RC < 4
102620             MOVE 4 TO WK-STEP-RC
102640         END-IF
102700     END-IF.
102710     MOVE WK-STEP-RC TO RETURN-CODE.
102800 8000-EXIT.
102900     EXIT.
103000
103100*---------------------------------------------------------------*
103200* 8100-WRITE-RUN-CONTROL                                        *
103300*   APPENDS THE BACKOUT'S CONTROL TOTALS TO THE SHARED RUN-     *
103400*   CONTROL FILE UNDER THE BACKED-OUT CYCLE, SO THE BALANCER    *
103500*   (PUR210) SHOWS THE CYCLE WAS TAKEN BACK OUT - IN IS THE     *
103600*   REGISTER ENTRIES FOUND, GOOD THOSE REVERSED, QUARANTINE     *
103700*   THOSE LEFT FOR REVIEW.                                      *
103800*---------------------------------------------------------------*
103900 8100-WRITE-RUN-CONTROL.
104000     OPEN EXTEND PUR-RUN-CONTROL.
104100     IF FS-RUN-CONTROL = '05' OR FS-RUN-CONTROL = '35'
104200         OPEN OUTPUT PUR-RUN-CONTROL
104300     END-IF.
104310     IF FS-RUN-CONTROL NOT = '00'
104320         DISPLAY 'PUR310 - UNABLE TO OPEN RUN-CONTROL FILE - '
104330                 'STATUS ' FS-RUN-CONTROL
104340         ADD 1 TO CT-IO-FAILURES
104350         MOVE 8 TO WK-STEP-RC
104360         GO TO 8100-EXIT
104370     END-IF.
104400     MOVE 'PUR310  '      TO RCT-STEP-NAME.
104500     MOVE WK-TODAY-DATE   TO RCT-RUN-DATE.
104600     MOVE WK-CYCLE-NUMBER TO RCT-CYCLE-NUMBER.
104700     MOVE CT-MATCHED      TO RCT-RECORDS-IN.
104800     MOVE CT-REVERSED     TO RCT-RECORDS-OUT-GOOD.
104900     MOVE CT-REVIEW       TO RCT-RECORDS-OUT-QUAR.
105000     MOVE ZERO            TO RCT-RECORDS-OUT-SUSP.
105100     MOVE WK-HASH-IN      TO RCT-HASH-TOTAL-IN.
105200     MOVE WK-HASH-OUT     TO RCT-HASH-TOTAL-OUT.
105300     WRITE RUN-CONTROL-RECORD.
105310     IF FS-RUN-CONTROL NOT = '00'
105320         DISPLAY 'PUR310 - RUN-CONTROL RECORD NOT WRITTEN - '
105330                 'STATUS ' FS-RUN-CONTROL
105340         ADD 1 TO CT-IO-FAILURES
105350         MOVE 8 TO WK-STEP-RC
105360     END-IF.
105400     CLOSE PUR-RUN-CONTROL.
105500 8100-EXIT.
105600     EXIT.

      ******************************************************************
      * PURBORD - BACKORDER RECORD.  ONE RECORD PER 'A' LINE ITEM THE
      * INTAKE EDIT (PUR100) ACCEPTED BUT COULD NOT FILL FROM STOCK ON
      * HAND.  THE LINE IS HELD HERE INSTEAD OF BEING POSTED TO THE
      * MASTER, WITH THE CUSTOMER HEADER IT CAME IN UNDER, UNTIL THE
      * BACKORDER RELEASE RUN (PUR390) FINDS ENOUGH STOCK FOR IT AND
      * FEEDS IT BACK TO INTAKE.  THE KEY LEADS WITH PURCHASEID AND
      * THE DATE AND CYCLE THE BACKORDER WAS RAISED, SO A PRODUCT'S
      * BACKORDERS ARE RELEASED OLDEST FIRST; THE REST OF THE KEY IS
      * THE REGISTER KEY OF THE ORIGINATING TRANSACTION AND THE LINE'S
      * POSITION ON IT.  A RELEASED OR CANCELLED BACKORDER IS KEPT,
      * MARKED, AS THE RECORD OF WHAT HAPPENED TO THE LINE.
      ******************************************************************
       01  BACKORDER-RECORD.
           03  BKO-KEY.
             05  BKO-PURCHASE-ID        PIC 9(5).
             05  BKO-RAISED-DATE        PIC X(8).
             05  BKO-RAISED-CYCLE       PIC 9(2).
             05  BKO-CUSTOMER-ID        PIC X(8).
             05  BKO-CHAIN-SEQ          PIC 9(3).
             05  BKO-BUSN-DATE          PIC X(8).
             05  BKO-LINE-NUMBER        PIC 9(2).
           03  BKO-STATUS               PIC X.
               88  BKO-OPEN                 VALUE 'O'.
               88  BKO-RELEASED             VALUE 'R'.
               88  BKO-CANCELLED            VALUE 'X'.
           03  BKO-PRODUCT-NAME         PIC X(30).
           03  BKO-AMOUNT               PIC 9(2).
           03  BKO-PRICE                PIC 9(8)V99.
           03  BKO-CURRENCY-CODE        PIC X(3).
      * THE CUSTOMER HEADER OF THE ORIGINATING TRANSACTION, SO THE
      * RELEASED LINE CAN BE FED BACK TO INTAKE AS AN 'A' REQUEST OF
      * ITS OWN - EVEN FOR A CUSTOMER NOT YET ON THE MASTER.
           03  BKO-LAST-NAME            PIC X(20).
           03  BKO-FIRST-NAME           PIC X(20).
           03  BKO-COMPANY              PIC X(30).
           03  BKO-ADDR1                PIC X(30).
           03  BKO-ADDR2                PIC X(30).
           03  BKO-CITY                 PIC X(20).
           03  BKO-STATE                PIC X(20).
           03  BKO-COUNTRY              PIC X(30).
           03  BKO-MAIL-CODE            PIC X(20).
           03  BKO-PHONE                PIC X(20).
      * THE BUSINESS DATE AND CYCLE OF THE INTAKE RUN THE LINE WAS
      * RELEASED TO, OR THAT CANCELLED IT.
           03  BKO-CLOSED-DATE          PIC X(8).
           03  BKO-CLOSED-CYCLE         PIC 9(2).

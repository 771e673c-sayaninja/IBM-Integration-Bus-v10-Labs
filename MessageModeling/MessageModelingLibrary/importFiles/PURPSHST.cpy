      ******************************************************************
      * PURPSHST - PRODUCT SALES HISTORY.  ONE RECORD PER PURCHASEID
      * SOLD IN AN INTAKE CYCLE, WRITTEN BY THE NIGHTLY PRODUCT SALES
      * ANALYSIS (PUR300) WITH THE UNITS SOLD, THE REVENUE IN HOME
      * CURRENCY AND THE NUMBER OF BUYING CUSTOMERS.  KEYED BY SALES
      * DATE, CYCLE AND PURCHASEID, SO A RERUN OF THE SAME CYCLE
      * REPLACES ITS OWN FIGURES INSTEAD OF ADDING TO THEM.  THE
      * LOW-STOCK REPORT (PUR400) TAKES DAILY SALES RATES FROM IT.
      ******************************************************************
       01  PRODUCT-SALES-RECORD.
           03  PSH-KEY.
             05  PSH-SALES-DATE         PIC X(8).
             05  PSH-CYCLE-NUMBER       PIC 9(2).
             05  PSH-PURCHASE-ID        PIC 9(5).
           03  PSH-UNITS                PIC 9(9).
           03  PSH-REVENUE              PIC 9(13)V99.
           03  PSH-CUSTOMERS            PIC 9(5).

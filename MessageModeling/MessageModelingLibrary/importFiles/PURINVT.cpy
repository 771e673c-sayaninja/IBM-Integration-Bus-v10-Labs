      ******************************************************************
      * PURINVT - STOCK-ON-HAND RECORD.  ONE RECORD PER STOCKED
      * PURCHASEID, GIVING THE UNITS PHYSICALLY IN THE WAREHOUSE
      * (ON HAND) AND THE UNITS ALREADY PROMISED TO ACCEPTED ORDERS
      * NOT YET SHIPPED (ALLOCATED).  THE UNITS AVAILABLE TO A NEW
      * ORDER ARE ON HAND LESS ALLOCATED.  THE INTAKE EDIT (PUR100)
      * ALLOCATES STOCK FOR EVERY 'A' LINE IT POSTS AND PUTS THE UNITS
      * OF A NETTED RETURN BACK ON HAND; THE BACKORDER RELEASE RUN
      * (PUR390) APPLIES THE WAREHOUSE'S RECEIPTS, SHIPMENTS AND COUNT
      * ADJUSTMENTS (PURSTKMV).  A CATALOGED PURCHASEID WITH NO RECORD
      * HAS NO STOCK.
      ******************************************************************
       01  INVENTORY-RECORD.
           03  INV-PURCHASE-ID          PIC 9(5).
           03  INV-ON-HAND              PIC 9(7).
           03  INV-ALLOCATED            PIC 9(7).
           03  INV-LAST-RECEIPT-DATE    PIC X(8).
           03  INV-LAST-UPDATE-DATE     PIC X(8).

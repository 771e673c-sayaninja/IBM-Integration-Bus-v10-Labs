      ******************************************************************
      * PURSTKMV - WAREHOUSE STOCK MOVEMENT.  THE WAREHOUSE'S DAY FILE
      * OF MOVEMENTS BY PURCHASEID, APPLIED TO STOCK ON HAND (PURINVT)
      * BY THE BACKORDER RELEASE RUN (PUR390) BEFORE IT LOOKS FOR
      * BACKORDERS TO RELEASE -
      *   R  RECEIPT           - UNITS ARRIVED, ADDED TO ON HAND;
      *   S  SHIPMENT          - UNITS SHIPPED AGAINST ACCEPTED
      *                          ORDERS, TAKEN OFF ON HAND AND OFF
      *                          ALLOCATED;
      *   C  COUNT ADJUSTMENT  - SIGNED CORRECTION TO ON HAND AFTER A
      *                          PHYSICAL COUNT.
      * THE FILE IS REPLACED EACH DAY AND APPLIED ONCE.
      ******************************************************************
       01  STOCK-MOVEMENT-RECORD.
           03  STM-PURCHASE-ID          PIC 9(5).
           03  STM-MOVEMENT-TYPE        PIC X.
               88  STM-RECEIPT              VALUE 'R'.
               88  STM-SHIPMENT             VALUE 'S'.
               88  STM-COUNT-ADJUSTMENT     VALUE 'C'.
           03  STM-UNITS                PIC S9(7).
           03  STM-MOVEMENT-DATE        PIC X(8).
           03  STM-REFERENCE            PIC X(12).

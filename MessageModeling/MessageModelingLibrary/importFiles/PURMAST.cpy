             88  RET-CODE-DUP-FEED           VALUE '16'.
             88  RET-CODE-CREDIT             VALUE '20'.
             88  RET-CODE-REINSTATED         VALUE '24'.
             88  RET-CODE-BACKED-OUT         VALUE '28'.
             88  RET-CODE-MERGED             VALUE '32'.
      * '36' - ACCEPTED WITH ONE OR MORE LINES SENT TO BACKORDER FOR
      * WANT OF STOCK.  '40' - A BACKORDER RELEASE FED BACK TO INTAKE
      * BY PUR390, WHOSE STOCK IS ALREADY RESERVED.
             88  RET-CODE-BACKORDERED        VALUE '36'.
             88  RET-CODE-BKO-RELEASE        VALUE '40'.
           03  CustomerId                   PIC X(8).
           03  CustomerLastName             PIC X(20).
           03  CustomerFirstName            PIC X(20).
      * THE RETENTION CUTOFF TO THE ARCHIVE HISTORY FILE SO A
      * HIGH-VOLUME CUSTOMER NEVER HITS THE 999-ENTRY CEILING.
             04  PurchaseDate               PIC X(8).
      * SALES TAX CHARGED ON THE LINE, IN THE LINE'S OWN CURRENCY, AS
      * COMPUTED BY PUR100 WHEN THE LINE WAS POSTED AND REDUCED IN
      * PROPORTION AS UNITS ARE RETURNED AGAINST IT.  ZERO FOR AN
      * EXEMPT CUSTOMER OR A JURISDICTION WITH NO RATE ON FILE.  A
      * MASTER (OR PURMARCH ARCHIVE) WRITTEN BEFORE TAX WAS CARRIED
      * HAS NO ROOM FOR IT AND CANNOT BE READ UNDER THIS LAYOUT - IT
      * IS CONVERTED ONCE BY PUR470, WHICH CARRIES EVERY LINE OVER
      * WITH A TAX OF ZERO.  PACKED, SO 999 LINES STILL FIT THE
      * MAXIMUM RECORD LENGTH OF THE KEYED MASTER.
             04  TaxAmount                  PIC 9(8)V99 USAGE COMP-3.
           03  RETURN-COMMENT               PIC X(50).

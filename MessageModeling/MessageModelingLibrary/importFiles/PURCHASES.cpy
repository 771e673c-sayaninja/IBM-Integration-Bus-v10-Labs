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
      * '44' - REFUSED BY INTAKE BECAUSE ITS BUSINESS DATE FALLS IN AN
      * ACCOUNTING PERIOD THE MONTH-END CLOSE HAS CLOSED.
             88  RET-CODE-PERIOD-CLOSED      VALUE '44'.
      * '48' - NOT AN INTAKE OUTCOME: THE AUDIT TRAIL'S RECORD THAT THE
      * CORRESPONDENCE RUN (PUR430) SENT THE CUSTOMER A LETTER.
             88  RET-CODE-LETTER-SENT        VALUE '48'.
           03  CustomerId                   PIC X(8).
           03  CustomerLastName             PIC X(20).
           03  CustomerFirstName            PIC X(20).

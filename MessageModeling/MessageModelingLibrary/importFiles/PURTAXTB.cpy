      ******************************************************************
      * PURTAXTB - IN-STORAGE SALES-TAX RATE TABLE, LOADED FROM THE
      * PURTAXRT FILE AT START OF RUN.  EVERY DATED RATE IS KEPT, SO A
      * LINE IS TAXED AT THE RATE IN FORCE ON ITS BUSINESS DATE, NOT
      * MERELY THE LATEST ONE.  THE LOOKUP PREFERS THE CUSTOMER'S OWN
      * STATE, FALLS BACK TO THE COUNTRY-WIDE (BLANK STATE) RATE, AND
      * WHERE NEITHER IS ON FILE CHARGES NO TAX AND COUNTS THE LINE,
      * SO A MISSING RATE SHOWS UP IN THE RUN TOTALS.
      ******************************************************************
       01  TAX-RATE-TABLE-AREA.
           05  TAXR-COUNT               PIC 9(3)        VALUE ZERO.
           05  TAXR-SUB                 PIC 9(3)        VALUE ZERO.
           05  TAXR-ENTRY OCCURS 500 TIMES.
               10  TAXR-COUNTRY         PIC X(30).
               10  TAXR-STATE           PIC X(20).
               10  TAXR-EFFECTIVE-DATE  PIC X(8).
               10  TAXR-RATE-PCT        PIC 9(2)V9(4).
       01  TAX-RATE-WORK-AREA.
           05  TAX-LOOKUP-COUNTRY       PIC X(30)       VALUE SPACES.
           05  TAX-LOOKUP-STATE         PIC X(20)       VALUE SPACES.
           05  TAX-LOOKUP-DATE          PIC X(8)        VALUE SPACES.
           05  TAX-RATE-IN-USE          PIC 9(2)V9(4)   VALUE ZERO.
           05  TAX-STATE-RATE           PIC 9(2)V9(4)   VALUE ZERO.
           05  TAX-STATE-DATE           PIC X(8)        VALUE SPACES.
           05  TAX-COUNTRY-RATE         PIC 9(2)V9(4)   VALUE ZERO.
           05  TAX-COUNTRY-DATE         PIC X(8)        VALUE SPACES.
           05  CT-NO-TAX-RATE           PIC 9(7)        VALUE ZERO.
           05  FS-TAX-RATES             PIC XX          VALUE '00'.
           05  SW-TAX-RATES-EOF         PIC X           VALUE 'N'.
               88  TAX-RATES-EOF                        VALUE 'Y'.
           05  SW-TAX-RATE-FOUND        PIC X           VALUE 'N'.
               88  TAX-RATE-FOUND                       VALUE 'Y'.

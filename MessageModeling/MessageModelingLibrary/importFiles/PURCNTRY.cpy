      ******************************************************************
      * PURCNTRY - COUNTRY REFERENCE RECORD.  INDEXED BY CNTRY-NAME,
      * THE COUNTRY EXACTLY AS IT IS SPELLED ON A CUSTOMER RECORD.
      * TWO KINDS OF RECORD SHARE THE FILE -
      *     'S'  A STANDARD COUNTRY - THE NAME THE SUITE REPORTS
      *          UNDER, THE MAIL-CODE FORMAT EXPECTED THERE, ITS HOME
      *          CURRENCY, AND WHETHER IT IS OUR OWN HOME COUNTRY
      *          (EXACTLY ONE RECORD CARRIES THE HOME FLAG).
      *     'A'  AN ACCEPTED ALTERNATE SPELLING ("USA", "U.S.")
      *          THAT POINTS AT ITS STANDARD COUNTRY THROUGH
      *          CNTRY-STANDARD-NAME.  ONLY THE NAME FIELDS ARE USED.
      * READ BY PUR110 (MAIL-CODE CHECK AND SPELLING STANDARDIZATION),
      * PUR200 (SUSPENSE WORK-OFF), PUR170 (HOME COUNTRY FOR THE
      * TAX FEED) AND PUR100 (STANDARD NAME OF A SALES-TAX
      * JURISDICTION).  MAINTAINED ONLINE BY PUR340.
      *
      * FORMAT CODE VALUES -
      *     '9'  MAIL CODE MUST START WITH FIVE NUMERIC DIGITS.
      *     'A'  MAIL CODE MUST BE ALPHANUMERIC - AT LEAST ONE
      *          ALPHABETIC CHARACTER AND ONE DIGIT.
      *     'N'  NO MAIL-CODE CHECK - THE COUNTRY HAS NO POSTAL CODES.
      ******************************************************************
       01  COUNTRY-RECORD.
           03  CNTRY-NAME               PIC X(30).
           03  CNTRY-RECORD-TYPE        PIC X.
               88  CNTRY-STANDARD           VALUE 'S'.
               88  CNTRY-ALTERNATE          VALUE 'A'.
           03  CNTRY-STANDARD-NAME      PIC X(30).
           03  CNTRY-MAILCODE-FORMAT    PIC X.
               88  CNTRY-FORMAT-NUMERIC     VALUE '9'.
               88  CNTRY-FORMAT-ALPHANUM    VALUE 'A'.
               88  CNTRY-FORMAT-NONE        VALUE 'N'.
               88  CNTRY-FORMAT-VALID       VALUE '9' 'A' 'N'.
           03  CNTRY-HOME-CURRENCY      PIC X(3).
           03  CNTRY-HOME-FLAG          PIC X.
               88  CNTRY-HOME-COUNTRY       VALUE 'Y'.
           03  CNTRY-LAST-UPDATE-DATE   PIC X(8).
           03  CNTRY-LAST-OPERATOR-ID   PIC X(8).

      ******************************************************************
      * PURLTRRQ - LETTER REQUEST RECORD FOR THE MAIL HOUSE.  WRITTEN
      * BY THE NIGHTLY CORRESPONDENCE RUN (PUR430), ONE RECORD PER
      * CUSTOMERID AND LETTER TYPE, GIVING THE NAME AND ADDRESS TO
      * MAIL AND THE FACTS FOR EACH ITEM THE LETTER IS ABOUT -
      *   AV  ADDRESS VERIFICATION - AN ADDRESS SITTING ON SUSPENSE
      *       (PURSUSP) FOR OVER A WEEK;
      *   RM  RMA REMINDER - AN OPEN RETURN AUTHORIZATION (PURRMA)
      *       ABOUT TO EXPIRE WITH NOTHING RETURNED;
      *   CR  CREDIT NOTICE - AN 'A' ORDER THE INTAKE EDIT REFUSED ON
      *       CREDIT (RET-CODE '20' ON THE AUDIT TRAIL).
      * THE ITEM KEY IDENTIFIES THE ITEM ON THE LETTER HISTORY FILE
      * (PURLTRHS) SO THE SAME ITEM IS NOT WRITTEN ABOUT AGAIN WITHIN
      * THE RUN'S REWRITE WINDOW.
      ******************************************************************
       01  LETTER-REQUEST-RECORD.
           03  LTR-CUSTOMER-ID          PIC X(8).
           03  LTR-LETTER-TYPE          PIC XX.
               88  LTR-ADDRESS-VERIFY       VALUE 'AV'.
               88  LTR-RMA-REMINDER         VALUE 'RM'.
               88  LTR-CREDIT-NOTICE        VALUE 'CR'.
           03  LTR-REQUEST-DATE         PIC X(8).
           03  LTR-FIRST-NAME           PIC X(20).
           03  LTR-LAST-NAME            PIC X(20).
           03  LTR-COMPANY              PIC X(30).
           03  LTR-ADDR1                PIC X(30).
           03  LTR-ADDR2                PIC X(30).
           03  LTR-CITY                 PIC X(20).
           03  LTR-STATE                PIC X(20).
           03  LTR-COUNTRY              PIC X(30).
           03  LTR-MAILCODE             PIC X(20).
           03  LTR-ITEM-COUNT           PIC 9(2).
           03  LTR-ITEM OCCURS 10 TIMES.
               05  LTR-ITEM-KEY         PIC X(13).
               05  LTR-ITEM-FACTS       PIC X(80).
      * AV - THE SUSPENDED ADDRESS ENTRY.
               05  LTR-AV-FACTS REDEFINES LTR-ITEM-FACTS.
                   07  LTR-AV-SUSPENDED-DATE PIC X(8).
                   07  LTR-AV-DAYS-SUSPENDED PIC 9(5).
                   07  LTR-AV-REASON-CODE    PIC XX.
                   07  LTR-AV-REASON-TEXT    PIC X(50).
                   07  FILLER                PIC X(15).
      * RM - THE RETURN AUTHORIZATION.
               05  LTR-RM-FACTS REDEFINES LTR-ITEM-FACTS.
                   07  LTR-RM-PURCHASE-ID    PIC 9(5).
                   07  LTR-RM-PRODUCT-NAME   PIC X(30).
                   07  LTR-RM-UNITS          PIC 9(3).
                   07  LTR-RM-ISSUE-DATE     PIC X(8).
                   07  LTR-RM-EXPIRY-DATE    PIC X(8).
                   07  LTR-RM-DAYS-LEFT      PIC 9(3).
                   07  FILLER                PIC X(23).
      * CR - THE REFUSED ORDER.  THE LIMIT IS THE CUSTOMER'S CREDIT
      * LIMIT (PURCRLIM) AS IT STANDS TONIGHT, IN THE HOME CURRENCY.
               05  LTR-CR-FACTS REDEFINES LTR-ITEM-FACTS.
                   07  LTR-CR-REFUSED-DATE   PIC X(8).
                   07  LTR-CR-COMMENT        PIC X(50).
                   07  LTR-CR-CREDIT-LIMIT   PIC 9(10)V99.
                   07  FILLER                PIC X(10).

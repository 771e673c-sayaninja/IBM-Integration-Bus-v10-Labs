      ******************************************************************
      * PURMTD - MONTH-TO-DATE JOURNAL TOTALS.  ONE RECORD PER
      * ACCOUNTING PERIOD (YYYYMM), LEDGER ACCOUNT, CUSTOMER COUNTRY
      * AND CURRENCY CODE, INDEXED ON ALL FOUR.  THE JOURNAL (PUR290)
      * ADDS EACH NIGHT'S BALANCED PURJRNL LINES INTO THE PERIOD OF
      * THEIR POSTING DATE, SO THE MONTH-END CLOSE (PUR410) BUILDS THE
      * TRIAL BALANCE FROM THIS FILE INSTEAD OF FROM THE MONTH'S
      * NIGHTLY JOURNAL FILES.  AMOUNTS ARE IN THE HOME CURRENCY, AS
      * ON THE JOURNAL LINE.
      ******************************************************************
       01  MONTH-TO-DATE-RECORD.
           03  MTD-KEY.
               05  MTD-PERIOD           PIC X(6).
               05  MTD-ACCOUNT-CODE     PIC X(8).
               05  MTD-CUSTOMER-COUNTRY PIC X(30).
               05  MTD-CURRENCY-CODE    PIC X(3).
           03  MTD-DEBIT-TOTAL          PIC 9(15)V99.
           03  MTD-CREDIT-TOTAL         PIC 9(15)V99.
           03  MTD-LINE-COUNT           PIC 9(7).
           03  MTD-LAST-POSTING-DATE    PIC X(8).

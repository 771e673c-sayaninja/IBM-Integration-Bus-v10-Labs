      ******************************************************************
      * PURJLDT - JOURNAL LOG DETAIL.  ONE RECORD PER POSTING DATE,
      * INTAKE CYCLE, LEDGER ACCOUNT, CUSTOMER COUNTRY AND CURRENCY
      * CODE, INDEXED ON ALL FIVE - WHAT THE JOURNAL STEP (PUR290)
      * ADDED INTO THE MONTH-TO-DATE TOTALS (PURMTD) FOR THE NIGHT
      * LOGGED ON PURJLOG.  A RERUN OF THE SAME DATE AND CYCLE WITH A
      * DIFFERENT JOURNAL TAKES THESE AMOUNTS BACK OUT OF PURMTD
      * BEFORE ADDING THE NEW JOURNAL, SO THE MONTH CARRIES ONLY THE
      * LATEST RUN OF EACH NIGHT.  AMOUNTS ARE IN THE HOME CURRENCY.
      ******************************************************************
       01  JOURNAL-LOG-DETAIL-RECORD.
           03  JLD-KEY.
               05  JLD-POSTING-DATE     PIC X(8).
               05  JLD-CYCLE-NUMBER     PIC 9(2).
               05  JLD-ACCOUNT-CODE     PIC X(8).
               05  JLD-CUSTOMER-COUNTRY PIC X(30).
               05  JLD-CURRENCY-CODE    PIC X(3).
           03  JLD-PERIOD               PIC X(6).
           03  JLD-DEBIT-TOTAL          PIC 9(15)V99.
           03  JLD-CREDIT-TOTAL         PIC 9(15)V99.
           03  JLD-LINE-COUNT           PIC 9(7).

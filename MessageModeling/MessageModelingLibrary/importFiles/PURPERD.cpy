      ******************************************************************
      * PURPERD - ACCOUNTING PERIOD CONTROL RECORD.  ONE RECORD PER
      * ACCOUNTING MONTH, INDEXED BY PERIOD (YYYYMM), GIVING ITS
      * STATUS.  A MONTH WITH NO RECORD HAS NEVER BEEN CLOSED AND IS
      * OPEN.  THE MONTH-END CLOSE (PUR410) MARKS A PERIOD CLOSED ONCE
      * ITS TRIAL BALANCE AND MONTH SUMMARY RECONCILE, AND OPENS THE
      * NEXT MONTH.  THE INTAKE EDIT (PUR100) AND THE JOURNAL (PUR290)
      * REFUSE TO POST OR JOURNAL UNDER A BUSINESS DATE IN A CLOSED
      * PERIOD.  ONLY A SUPERVISOR CAN REOPEN A CLOSED PERIOD, THROUGH
      * THE ONLINE PERIOD FACILITY (PUR420); A REOPENED PERIOD TAKES
      * POSTINGS AGAIN UNTIL THE CLOSE IS RERUN.
      ******************************************************************
       01  PERIOD-CONTROL-RECORD.
           03  PRD-PERIOD               PIC X(6).
           03  PRD-STATUS               PIC X.
               88  PRD-OPEN                 VALUE 'O'.
               88  PRD-CLOSED               VALUE 'C'.
               88  PRD-REOPENED             VALUE 'R'.
               88  PRD-POSTING-ALLOWED      VALUE 'O' 'R'.
           03  PRD-OPENED-DATE          PIC X(8).
           03  PRD-CLOSED-DATE          PIC X(8).
           03  PRD-CLOSED-BY            PIC X(8).
           03  PRD-CLOSE-COUNT          PIC 9(3).
           03  PRD-TB-DEBITS            PIC 9(15)V99.
           03  PRD-TB-CREDITS           PIC 9(15)V99.
           03  PRD-REOPENED-DATE        PIC X(8).
           03  PRD-REOPENED-BY          PIC X(8).
           03  PRD-REOPEN-REASON        PIC X(30).

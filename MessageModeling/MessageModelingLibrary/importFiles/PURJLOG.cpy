      ******************************************************************
      * PURJLOG - JOURNAL ACCUMULATION LOG.  ONE RECORD PER POSTING
      * DATE AND INTAKE CYCLE WHOSE JOURNAL THE JOURNAL STEP (PUR290)
      * HAS ADDED INTO THE MONTH-TO-DATE TOTALS (PURMTD), INDEXED ON
      * BOTH.  A RERUN OF THE SAME DATE AND CYCLE FINDS ITS ENTRY AND
      * DOES NOT ADD THE SAME JOURNAL A SECOND TIME; A RERUN WITH A
      * DIFFERENT JOURNAL REPLACES THE NIGHT - ITS EARLIER LINES ARE
      * TAKEN BACK OUT OF PURMTD FROM THE DETAIL FILE (PURJLDT) AND
      * THIS ENTRY IS REWRITTEN WITH THE NEW TOTALS.  THE MONTH-END
      * CLOSE (PUR410) FOOTS THE MONTH'S ENTRIES AGAINST THE
      * MONTH-TO-DATE TOTALS AND AGAINST THE RUN-CONTROL FILE
      * (PURRCTL).
      ******************************************************************
       01  JOURNAL-LOG-RECORD.
           03  JLG-KEY.
               05  JLG-POSTING-DATE     PIC X(8).
               05  JLG-CYCLE-NUMBER     PIC 9(2).
           03  JLG-PERIOD               PIC X(6).
           03  JLG-LINE-COUNT           PIC 9(7).
           03  JLG-DEBIT-TOTAL          PIC 9(15)V99.
           03  JLG-CREDIT-TOTAL         PIC 9(15)V99.
           03  JLG-RECORDS-READ         PIC 9(9).
           03  JLG-HASH-TOTAL-IN        PIC 9(15)V99.
           03  JLG-ACCUMULATED-DATE     PIC X(8).

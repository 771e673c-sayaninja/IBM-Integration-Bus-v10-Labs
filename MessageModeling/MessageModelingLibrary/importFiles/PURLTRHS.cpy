      ******************************************************************
      * PURLTRHS - CORRESPONDENCE HISTORY.  ONE RECORD PER CUSTOMERID,
      * LETTER TYPE AND ITEM EVER WRITTEN ABOUT, INDEXED ON ALL THREE,
      * KEPT BY THE NIGHTLY CORRESPONDENCE RUN (PUR430).  AN ITEM LAST
      * WRITTEN ABOUT WITHIN THE RUN'S REWRITE WINDOW IS SKIPPED, SO A
      * CUSTOMER IS NOT SENT THE SAME LETTER NIGHT AFTER NIGHT.  THE
      * ONLINE INQUIRY (PUR180) LISTS A CUSTOMER'S ENTRIES.  THE ITEM
      * KEY IS THE SUSPENSE CREATE DATE AND REASON CODE FOR 'AV', THE
      * PURCHASEID AND ISSUE DATE FOR 'RM', AND THE REFUSAL DATE FOR
      * 'CR' - SEE PURLTRRQ.
      ******************************************************************
       01  LETTER-HISTORY-RECORD.
           03  LTH-KEY.
               05  LTH-CUSTOMER-ID      PIC X(8).
               05  LTH-LETTER-TYPE      PIC XX.
               05  LTH-ITEM-KEY         PIC X(13).
           03  LTH-FIRST-LETTER-DATE    PIC X(8).
           03  LTH-LAST-LETTER-DATE     PIC X(8).
           03  LTH-LETTER-COUNT         PIC 9(3).

      * NETS AGAINST THE PURCHASES MASTER, SO THE BILLING SYSTEM CAN
      * POST THE CREDIT TO ITS LEDGER THE SAME DAY INSTEAD OF THE
      * NETTED RETURN SURFACING AS A PUR160 RECONCILIATION VARIANCE
      * UNTIL BILLING KEYS THE CREDIT BY HAND.  THE INTAKE BACKOUT
      * (PUR310) ALSO WRITES HERE - OFFSETTING ENTRIES FOR THE SALES
      * AND RETURN CREDITS OF A CYCLE TAKEN BACK OUT.
      ******************************************************************
       01  ADJUSTMENT-RECORD.
           03  ADJ-CUSTOMER-ID          PIC X(8).
      * FILTERS ON DATE AND CYCLE - A SECOND CYCLE ON THE SAME DATE
      * MUST NOT RE-JOURNAL THE FIRST CYCLE'S CREDITS.
           03  ADJ-CYCLE-NUMBER         PIC 9(2).
      * WHAT THE ENTRY IS.  BLANK OR 'R' IS A RETURN CREDIT FROM
      * PUR100.  'S' (A SALE TAKEN BACK OUT) AND 'X' (A RETURN CREDIT
      * TAKEN BACK OUT) ARE THE BACKOUT'S OFFSETTING ENTRIES.  'B' IS
      * A RETURN CREDIT WHOSE CYCLE WAS BACKED OUT AFTER IT WAS
      * JOURNALED - PUR310 MARKS IT SO A RERUN OF THE SAME DATE AND
      * CYCLE CANNOT JOURNAL IT A SECOND TIME.  A FEED WRITTEN BEFORE
      * THE TYPE WAS CARRIED IS CONVERTED ONCE BY PUR470, WHICH TYPES
      * EVERY ENTRY 'R'.
           03  ADJ-ENTRY-TYPE           PIC X.
               88  ADJ-RETURN-CREDIT        VALUE ' ' 'R'.
               88  ADJ-SALE-BACKED-OUT      VALUE 'S'.
               88  ADJ-CREDIT-BACKED-OUT    VALUE 'X'.
               88  ADJ-CREDIT-SUPERSEDED    VALUE 'B'.

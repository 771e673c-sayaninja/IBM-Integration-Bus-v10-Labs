           03  ARC-CURRENCY-CODE        PIC X(3).
           03  ARC-PURCHASE-DATE        PIC X(8).
           03  ARC-ROLLOFF-DATE         PIC X(8).
      * SALES TAX STILL CHARGED ON THE LINE WHEN IT ROLLED OFF, IN
      * THE LINE'S OWN CURRENCY.  AN ARCHIVE WRITTEN BEFORE TAX WAS
      * CARRIED IS CONVERTED ONCE BY PUR470 WITH A TAX OF ZERO.
           03  ARC-TAX-AMOUNT           PIC 9(8)V99.

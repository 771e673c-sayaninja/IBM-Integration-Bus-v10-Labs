      * AUTHORIZED TO USE THE ONLINE FACILITIES, INDEXED BY OPERATOR
      * ID, CARRYING A PER-FUNCTION AUTHORITY FLAG: INQUIRE ONLY,
      * CORRECT ADDRESSES, CORRECT MONEY FIELDS, RESUBMIT FROM
      * QUARANTINE, AND SUPERVISOR (REOPEN A CLOSED ACCOUNTING
      * PERIOD).  READ BY THE SIGN-ON SUBPROGRAM (PUR280) AT THE
      * START OF EVERY PUR180/PUR190/PUR200 SESSION.  THE FILE IS
      * LOADED BY THE SECURITY GROUP, NOT BY THIS SUITE - A MISSING
      * FILE REFUSES EVERY SIGN-ON RATHER THAN LETTING EVERYONE IN.
           03  OPR-AUTH-RESUBMIT        PIC X.
               88  OPR-MAY-RESUBMIT         VALUE 'Y'.
           03  OPR-EFFECTIVE-DATE       PIC X(8).
           03  OPR-AUTH-SUPERVISOR      PIC X.
               88  OPR-MAY-SUPERVISE        VALUE 'Y'.

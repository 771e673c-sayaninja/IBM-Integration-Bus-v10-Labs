               88  SGN-MAY-FIX-MONEY        VALUE 'Y'.
           03  SGN-AUTH-RESUBMIT        PIC X.
               88  SGN-MAY-RESUBMIT         VALUE 'Y'.
           03  SGN-AUTH-SUPERVISOR      PIC X.
               88  SGN-MAY-SUPERVISE        VALUE 'Y'.

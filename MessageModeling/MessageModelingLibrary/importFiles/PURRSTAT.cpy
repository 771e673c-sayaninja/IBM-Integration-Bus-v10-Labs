      ******************************************************************
      * PURRSTAT - NIGHTLY CHAIN RUN-STATE RECORD.  ONE RECORD PER
      * BUSINESS DATE, INTAKE CYCLE AND CHAIN STEP, INDEXED ON ALL
      * THREE, KEPT BY THE STEP SEQUENCING GUARD (PUR440).  EACH STEP
      * MARKS ITSELF STARTED AS IT BEGINS AND COMPLETED OR FAILED AS IT
      * ENDS, AND IS REFUSED A START UNLESS THE STEPS AHEAD OF IT IN
      * THE CHAIN (PURCHAIN) COMPLETED FOR THE SAME DATE AND CYCLE.  A
      * STEP LEFT STARTED WAS STILL RUNNING OR ABENDED.  ONLY A
      * SUPERVISOR CAN MARK A STEP, AND EVERY STEP DOWNSTREAM OF IT,
      * RESET FOR RERUN, THROUGH THE ONLINE CHAIN RESTART FACILITY
      * (PUR460).  THE RUN-STATE REPORT (PUR450) SHOWS WHERE EACH
      * CYCLE STANDS.
      ******************************************************************
       01  RUN-STATE-RECORD.
           03  RST-KEY.
               05  RST-BUSINESS-DATE    PIC X(8).
               05  RST-CYCLE-NUMBER     PIC 9(2).
               05  RST-STEP-NAME        PIC X(8).
           03  RST-STATUS               PIC X.
               88  RST-STARTED              VALUE 'S'.
               88  RST-COMPLETED            VALUE 'C'.
               88  RST-FAILED               VALUE 'F'.
               88  RST-RESET                VALUE 'R'.
           03  RST-START-DATE           PIC X(8).
           03  RST-START-TIME           PIC X(6).
           03  RST-END-DATE             PIC X(8).
           03  RST-END-TIME             PIC X(6).
           03  RST-RETURN-CODE          PIC 9(3).
           03  RST-RUN-COUNT            PIC 9(3).
           03  RST-RESET-DATE           PIC X(8).
           03  RST-RESET-TIME           PIC X(6).
           03  RST-RESET-BY             PIC X(8).
           03  RST-RESET-REASON         PIC X(30).

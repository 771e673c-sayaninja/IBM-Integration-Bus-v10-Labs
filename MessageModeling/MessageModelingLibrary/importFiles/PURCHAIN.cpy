      ******************************************************************
      * PURCHAIN - THE NIGHTLY CHAIN'S STEP ORDER, USED BY THE STEP
      * SEQUENCING GUARD (PUR440) AND THE RUN-STATE REPORT (PUR450).
      * CHN-STEP LISTS THE GUARDED STEPS IN CHAIN ORDER.  A STEP
      * FLAGGED OPTIONAL ONLY RUNS WHERE IT APPLIES (THE BACKORDER
      * RELEASE, PUR390, ONLY WHERE STOCK IS KEPT), SO A CYCLE DOES
      * NOT WAIT ON IT.  CHN-LINK NAMES EACH STEP AND ONE STEP THAT
      * MUST COME BEFORE IT -
      *   'R'  REQUIRED - THE EARLIER STEP MUST HAVE COMPLETED FOR
      *        THE SAME BUSINESS DATE AND CYCLE;
      *   'O'  OPTIONAL - IF THE EARLIER STEP RAN FOR THE SAME DATE
      *        AND CYCLE, IT MUST HAVE COMPLETED;
      *   'P'  PRIOR CYCLE - FROM CYCLE 2 ON, THE EARLIER STEP MUST
      *        HAVE COMPLETED FOR THE PREVIOUS CYCLE OF THE SAME DATE,
      *        SO A CYCLE STARTS ONLY ONCE THE ONE BEFORE IT BALANCED.
      * A STEP IS DOWNSTREAM OF EVERY STEP IT FOLLOWS BY AN 'R' OR 'O'
      * LINK, DIRECTLY OR THROUGH OTHERS.  THE QUARANTINE REPAIR
      * SESSION (PUR190), THE INTAKE BACKOUT (PUR310) AND THE REPORTS
      * THAT ONLY PRINT FROM THE CLEAN FILE (PUR120, PUR370) ARE NOT
      * GUARDED STEPS.
      ******************************************************************
       01  CHN-STEP-AREA.
           05  FILLER                   PIC X(9) VALUE 'PUR240  R'.
           05  FILLER                   PIC X(9) VALUE 'PUR130  R'.
           05  FILLER                   PIC X(9) VALUE 'PUR390  O'.
           05  FILLER                   PIC X(9) VALUE 'PUR100  R'.
           05  FILLER                   PIC X(9) VALUE 'PUR110  R'.
           05  FILLER                   PIC X(9) VALUE 'PUR150  R'.
           05  FILLER                   PIC X(9) VALUE 'PUR160  R'.
           05  FILLER                   PIC X(9) VALUE 'PUR170  R'.
           05  FILLER                   PIC X(9) VALUE 'PUR290  R'.
           05  FILLER                   PIC X(9) VALUE 'PUR300  R'.
           05  FILLER                   PIC X(9) VALUE 'PUR210  R'.
       01  CHN-STEP-TABLE REDEFINES CHN-STEP-AREA.
           05  CHN-STEP OCCURS 11 TIMES.
               10  CHN-STEP-NAME        PIC X(8).
               10  CHN-STEP-TYPE        PIC X.
                   88  CHN-STEP-OPTIONAL    VALUE 'O'.
       01  CHN-STEP-COUNT               PIC 9(2) VALUE 11.

       01  CHN-LINK-AREA.
           05  FILLER                   PIC X(17)
                                        VALUE 'PUR130  PUR240  R'.
           05  FILLER                   PIC X(17)
                                        VALUE 'PUR390  PUR130  R'.
           05  FILLER                   PIC X(17)
                                        VALUE 'PUR100  PUR130  R'.
           05  FILLER                   PIC X(17)
                                        VALUE 'PUR100  PUR390  O'.
           05  FILLER                   PIC X(17)
                                        VALUE 'PUR110  PUR100  R'.
           05  FILLER                   PIC X(17)
                                        VALUE 'PUR150  PUR110  R'.
           05  FILLER                   PIC X(17)
                                        VALUE 'PUR160  PUR110  R'.
           05  FILLER                   PIC X(17)
                                        VALUE 'PUR170  PUR110  R'.
           05  FILLER                   PIC X(17)
                                        VALUE 'PUR290  PUR110  R'.
           05  FILLER                   PIC X(17)
                                        VALUE 'PUR300  PUR110  R'.
           05  FILLER                   PIC X(17)
                                        VALUE 'PUR210  PUR150  R'.
           05  FILLER                   PIC X(17)
                                        VALUE 'PUR210  PUR160  R'.
           05  FILLER                   PIC X(17)
                                        VALUE 'PUR210  PUR170  R'.
           05  FILLER                   PIC X(17)
                                        VALUE 'PUR210  PUR290  R'.
           05  FILLER                   PIC X(17)
                                        VALUE 'PUR240  PUR210  P'.
       01  CHN-LINK-TABLE REDEFINES CHN-LINK-AREA.
           05  CHN-LINK OCCURS 15 TIMES.
               10  CHN-LINK-STEP        PIC X(8).
               10  CHN-LINK-BEFORE      PIC X(8).
               10  CHN-LINK-TYPE        PIC X.
                   88  CHN-LINK-REQUIRED    VALUE 'R'.
                   88  CHN-LINK-OPTIONAL    VALUE 'O'.
                   88  CHN-LINK-PRIOR-CYCLE VALUE 'P'.
       01  CHN-LINK-COUNT               PIC 9(2) VALUE 15.

      ******************************************************************
      * PURRSLNK - LINKAGE AREA PASSED TO PUR440, THE CHAIN STEP
      * SEQUENCING GUARD.  THE CALLER SETS RSL-FUNCTION-CODE -
      *   'B'  AS A CHAIN STEP BEGINS.  RSL-STEP-NAME AND
      *        RSL-CYCLE-NUMBER GO IN; PUR440 ANSWERS WITH THE
      *        BUSINESS DATE THE STEP RUNS UNDER AND WHETHER IT MAY
      *        START, AND IF IT MAY, MARKS IT STARTED.  A REFUSED STEP
      *        MUST STOP WITHOUT TOUCHING ITS FILES - RSL-REASON-TEXT
      *        SAYS WHY.
      *   'E'  AS THE STEP ENDS, WITH ITS RETURN CODE IN
      *        RSL-STEP-RC - BELOW 8 MARKS IT COMPLETED, 8 OR MORE
      *        FAILED.  THE BUSINESS DATE FROM THE 'B' CALL MUST STILL
      *        BE IN PLACE.  THE STEP'S RETURN CODE IS HANDED BACK AS
      *        PUR440'S OWN, SO THE CALL DOES NOT DISTURB IT.
      *   'R'  FROM THE ONLINE RESTART FACILITY (PUR460), TO MARK
      *        RSL-STEP-NAME AND EVERY STEP DOWNSTREAM OF IT RESET FOR
      *        RERUN UNDER RSL-BUSINESS-DATE AND RSL-CYCLE-NUMBER.
      *        RSL-OPERATOR-ID AND RSL-RESET-REASON ARE RECORDED, AND
      *        THE STEPS RESET COME BACK IN RSL-RESET-STEP.
      ******************************************************************
       01  RUN-STATE-LINKAGE-AREA.
           03  RSL-FUNCTION-CODE        PIC X.
               88  RSL-FUNC-BEGIN           VALUE 'B'.
               88  RSL-FUNC-END             VALUE 'E'.
               88  RSL-FUNC-RESET           VALUE 'R'.
           03  RSL-STEP-NAME            PIC X(8).
           03  RSL-BUSINESS-DATE        PIC X(8).
           03  RSL-CYCLE-NUMBER         PIC 9(2).
           03  RSL-STEP-RC              PIC 9(3).
           03  RSL-OPERATOR-ID          PIC X(8).
           03  RSL-RESET-REASON         PIC X(30).
           03  RSL-RESULT-CODE          PIC X.
               88  RSL-CLEARED              VALUE 'Y'.
               88  RSL-REFUSED              VALUE 'N'.
           03  RSL-REASON-TEXT          PIC X(60).
           03  RSL-RESET-COUNT          PIC 9(2).
           03  RSL-RESET-LIST.
               05  RSL-RESET-STEP OCCURS 15 TIMES
                                        PIC X(8).

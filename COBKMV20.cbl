	  ******************************************
      * NIGHTLY JOB STREAM CONTROLLER. RUNS    *
      * THE OVERNIGHT SEQUENCE (COBKMV05 EDIT, *
      * COBKMV31 INTEGRITY AUDIT, COBKMV01     *
      * REPORT, COBKMV07 PAYMENT EDIT,         *
      * COBKMV09 COMMITMENT) FROM ONE CONTROL  *
      * FILE. EACH STEP'S STATUS               *
      * RECORD IS CHECKED AGAINST ITS REJECT   *
      * TOLERANCE AND FILE STATUS; WHEN A STEP *
      * FAILS THE DOWNSTREAM STEPS ARE SKIPPED *

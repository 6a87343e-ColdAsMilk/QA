      ***************************************************
      * STEP-STATUS-REC - ONE RECORD WRITTEN AT END OF  *
      * RUN BY EACH NIGHTLY STEP (COBKMV05, COBKMV31,   *
      * COBKMV01, COBKMV07, COBKMV09) AND READ BY THE   *
      * COBKMV20 STREAM CONTROLLER TO GATE THE NEXT     *
      * STEP. COBKMV31 REPORTS ITS INTEGRITY ERRORS AS  *
      * THE REJECT COUNT.                               *
      * SHARED - KEEP IN SYNC.                          *
      ***************************************************
       01 STEP-STATUS-REC.

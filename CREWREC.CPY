      * (CREWMAST.DAT) - CREW ID, LEAD NAME, AND HOURLY *
      * RATE. MAINTAINED BY COBKMV22, VERIFIED AT       *
      * ACTUALS ENTRY BY COBKMV10, AND READ BY THE      *
      * COBKMV23 CREW LABOR REPORT, AND BOOKED TO JOBS  *
      * BY THE COBKMV29 CREW SCHEDULE - KEEP IN SYNC.   *
      ***************************************************
       01 CREW-REC.
		   05 CR-CREW-ID         PIC X(3).

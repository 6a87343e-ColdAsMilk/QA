      * ACTUALS-REC RECORD LAYOUT FOR THE JOB ACTUALS   *
      * FILE (ACTUALS.DAT) - ACTUAL GALLONS USED, CREW  *
      * HOURS, AND COMPLETION DATE FROM THE TIMECARDS.  *
      * SHARED BY COBKMV10, COBKMV11, COBKMV17,         *
      * COBKMV23, AND COBKMV30 - KEEP IN SYNC.          *
      * ACT-POSTED MARKS RECORDS WHOSE GALLONS HAVE     *
      * BEEN RELIEVED FROM INVENTORY BY THE COBKMV17    *
      * POSTING RUN.                                    *
      * ACT-CREW-ID SAYS WHOSE HOURS THESE ARE - SEE    *
      * THE CREW MASTER (CREWREC.CPY / COBKMV22).       *
      * ACT-PAID MARKS RECORDS WHOSE HOURS HAVE BEEN    *
      * PAID BY THE COBKMV30 WEEKLY PAYROLL RUN, AND    *
      * ACT-PAY-WEEK IS THE WEEK ENDING DATE THEY WERE  *
      * PAID IN - BOTH CLEARED WHEN A WEEK IS REVERSED. *
      * COBKMV35 CONVERTS A FILE IN THE EARLIER 28-BYTE *
      * LAYOUT (NO ACT-PAID OR ACT-PAY-WEEK).           *
      ***************************************************
       01 ACTUALS-REC.
		   05 ACT-EST-NO         PIC X(4).
		   05 ACT-POSTED         PIC X.
		      88 ACT-USAGE-POSTED            VALUE 'Y'.
		   05 ACT-CREW-ID        PIC X(3).
		   05 ACT-PAID           PIC X.
		      88 ACT-PAYROLL-PAID            VALUE 'Y'.
		   05 ACT-PAY-WEEK       PIC 9(8).

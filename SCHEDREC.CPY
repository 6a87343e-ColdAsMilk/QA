      ***************************************************
      * SCHED-REC RECORD LAYOUT FOR THE CREW SCHEDULE   *
      * FILE (CREWSCHD.DAT) - ONE RECORD PER SCHEDULED  *
      * ESTIMATE, KEYED BY ESTIMATE NUMBER, ALTERNATE   *
      * KEY CREW ID. THE JOB RUNS SCH-DAYS CALENDAR     *
      * DAYS FROM SCH-START-DATE THROUGH SCH-END-DATE.  *
      * SCH-DAYS IS FIGURED FROM GALLONS TIMES CREW     *
      * SIZE, THE SAME LABOR HOURS THE ESTIMATE PRICES. *
      * SCH-DOUBLE-BOOKED MARKS A JOB THE OPERATOR      *
      * BOOKED OVER ANOTHER JOB FOR THE SAME CREW.      *
      * WRITTEN BY COBKMV29, READ BY COBKMV10 AND       *
      * COBKMV16 - KEEP IN SYNC.                        *
      ***************************************************
       01 SCHED-REC.
           05 SCH-EST-NO         PIC X(4).
           05 SCH-CREW-ID        PIC X(3).
           05 SCH-START-DATE     PIC 9(8).
           05 SCH-DAYS           PIC 99.
           05 SCH-END-DATE       PIC 9(8).
           05 SCH-EST-HOURS      PIC 9(5)V99.
           05 SCH-ASSIGNED-DATE  PIC 9(8).
           05 SCH-CONFLICT-SW    PIC X.
              88 SCH-DOUBLE-BOOKED           VALUE 'Y'.

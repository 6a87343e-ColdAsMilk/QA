      ***************************************************
      * AUDIT-REC RECORD LAYOUT FOR THE CUSTOMER MASTER *
      * AUDIT TRAIL (CUSTAUDT.DAT). ONE BEFORE/AFTER    *
      * RECORD PER CHANGE - WRITTEN BY COBKMV04 FOR     *
      * OPERATOR MAINTENANCE AND BY COBKMV25 WHEN THE   *
      * COLLECTIONS RUN PUTS A CUSTOMER ON CREDIT HOLD. *
      * AUD-OPER-ID IS THE SIGNED-ON OPERATOR, OR THE   *
      * PROGRAM NAME FOR A BATCH RUN.                   *
      * SHARED - KEEP IN SYNC.                          *
      ***************************************************
       01  AUDIT-REC.
           05  AUD-DATE.
               10  AUD-YY          PIC 9(4).
               10  AUD-MM          PIC 99.
               10  AUD-DD          PIC 99.
           05  AUD-TIME            PIC 9(6).
           05  AUD-FUNCTION        PIC X.
           05  AUD-CUST-ID         PIC X(5).
           05  AUD-BEFORE-IMAGE    PIC X(100).
           05  AUD-AFTER-IMAGE     PIC X(100).
           05  AUD-OPER-ID         PIC X(8).

      ***************************************************
      * DEPOSIT-REC RECORD LAYOUT FOR THE RECONCILED    *
      * DEPOSIT FILE. WRITTEN BY THE COBKMV18 BANK      *
      * RECONCILIATION - ONE RECORD PER DEPOSIT DATE    *
      * WITH THE EXPECTED AND BANKED AMOUNTS AND THE    *
      * MATCH STATUS - AND READ BY THE COBKMV26 SALES   *
      * TAX REPORT TO TIE THE MONTH'S RECEIPTS TO THE   *
      * BANK. SHARED - KEEP IN SYNC.                    *
      ***************************************************
       01 DEPOSIT-REC.
           05 DEP-DATE.
              10    DEP-YY       PIC 9(4).
              10    DEP-MM       PIC 99.
              10    DEP-DD       PIC 99.
           05 DEP-EXPECTED       PIC 9(8)V99.
           05 DEP-BANKED         PIC 9(8)V99.
           05 DEP-STATUS         PIC X(10).

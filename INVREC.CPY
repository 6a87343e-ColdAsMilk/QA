      ***************************************************
      * INVOICE-REC RECORD LAYOUT FOR THE INVOICE FILE. *
      * WRITTEN BY THE COBKMV24 INVOICING RUN - ONE     *
      * INVOICE PER ESTIMATE. THE AMOUNTS ARE FROZEN AT *
      * BILLING TIME AND ARE WHAT RECEIVABLES, THE      *
      * STATEMENTS, THE PAYMENT EDIT, AND THE PURGE     *
      * WORK FROM - ESTIMATES ARE NOT RE-PRICED ONCE    *
      * INVOICED. SHARED - KEEP IN SYNC.                *
      ***************************************************
       01 INVOICE-REC.
           05 INV-NO             PIC 9(6).
           05 INV-EST-NO         PIC X(4).
           05 INV-CUST-ID        PIC X(5).
           05 INV-DATE.
              10    INV-YY       PIC 9(4).
              10    INV-MM       PIC 99.
              10    INV-DD       PIC 99.
           05 INV-PAINT-AMT      PIC 9(5)V99.
           05 INV-LABOR-AMT      PIC 9(5)V99.
           05 INV-TAX-AMT        PIC 9(5)V99.
           05 INV-TOTAL-AMT      PIC 9(6)V99.

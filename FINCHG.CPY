      ***************************************************
      * FINCHG-REC RECORD LAYOUT FOR THE FINANCE CHARGE *
      * FILE. POSTED BY THE COBKMV25 COLLECTIONS RUN -  *
      * AT MOST ONE CHARGE PER ESTIMATE PER MONTH ON    *
      * THE BALANCE PAST ITS CREDIT TERMS. A CHARGE IS  *
      * OWED LIKE THE INVOICE ITSELF, SO RECEIVABLES,   *
      * THE STATEMENTS, THE PAYMENT EDIT, AND THE PURGE *
      * ADD IT TO THE BALANCE. SHARED - KEEP IN SYNC.   *
      ***************************************************
       01 FINCHG-REC.
           05 FC-EST-NO          PIC X(4).
           05 FC-CUST-ID         PIC X(5).
           05 FC-DATE.
              10    FC-YY        PIC 9(4).
              10    FC-MM        PIC 99.
              10    FC-DD        PIC 99.
           05 FC-AMOUNT          PIC 9(5)V99.
           05 FC-BALANCE         PIC 9(6)V99.
           05 FC-DAYS-PAST-DUE   PIC 9(4).

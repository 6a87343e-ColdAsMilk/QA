      ***************************************************
      * PO-REC RECORD LAYOUT FOR THE PURCHASE ORDER     *
      * FILE (PURCHORD.DAT) - ONE RECORD PER PO LINE,   *
      * KEYED BY PO NUMBER AND LINE NUMBER, ALTERNATE   *
      * KEY VENDOR ID. LINES ARE WRITTEN BY THE         *
      * COBKMV09 COMMITMENT RUN AND RECEIVED AGAINST BY *
      * COBKMV17. OPEN LINES COUNT AS GALLONS DUE IN.   *
      * A LINE IS CLOSED FULL, SHORT (BY THE OPERATOR   *
      * AT RECEIPT), OR OVER (RECEIVED PAST ORDERED).   *
      * READ BY COBKMV27 AND COBKMV28 - KEEP IN SYNC.   *
      ***************************************************
       01 PO-REC.
           05 PO-KEY.
              10 PO-NO           PIC 9(6).
              10 PO-LINE-NO      PIC 99.
           05 PO-VENDOR-ID       PIC X(5).
           05 PO-DATE.
              10    PO-YY        PIC 9(4).
              10    PO-MM        PIC 99.
              10    PO-DD        PIC 99.
           05 PO-PT-CODE         PIC X.
           05 PO-QTY-ORDERED     PIC 9(5)V99.
           05 PO-QTY-RECEIVED    PIC 9(5)V99.
           05 PO-LAST-RCPT-DATE  PIC 9(8).
           05 PO-STATUS          PIC X.
              88 PO-LINE-OPEN                VALUE 'O'.
              88 PO-CLOSED-FULL              VALUE 'C'.
              88 PO-CLOSED-SHORT             VALUE 'S'.
              88 PO-CLOSED-OVER              VALUE 'V'.
           05 PO-SOURCE          PIC X.
              88 PO-SUGGESTED                VALUE 'S'.

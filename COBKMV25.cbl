       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBKMV25.
       DATE-WRITTEN.  10/15/2026
       AUTHOR.        KYLER VANDERAA.
      ******************************************
      * MONTHLY COLLECTIONS RUN. READS THE     *
      * SAME OPEN BALANCES AS THE RECEIVABLES  *
      * RUN - INVOICE TOTAL PLUS FINANCE       *
      * CHARGES LESS PAYMENTS - AND AGES EACH  *
      * ONE PAST THE CUSTOMER'S CREDIT TERMS.  *
      * EVERY BALANCE PAST ITS TERMS IS        *
      * CHARGED THE 1.5% MONTHLY SERVICE       *
      * CHARGE ON THE FINANCE CHARGE FILE,     *
      * ONCE A MONTH, AND EACH PAST-DUE        *
      * CUSTOMER GETS ONE LETTER WHOSE WORDING *
      * FIRMS UP AT 30, 60, AND 90 DAYS PAST   *
      * DUE. AT 90 DAYS THE CUSTOMER IS PUT ON *
      * CREDIT HOLD AND THE CHANGE IS WRITTEN  *
      * TO THE CUSTOMER AUDIT TRAIL. PRINTS A  *
      * COLLECTIONS REGISTER WITH RUN TOTALS.  *
      ******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PAINTJOB-MASTER
              ASSIGN TO
             'C:\INDIANHILLS\COBOL\COBKMV01\PAINTJOB.MST'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS I-PAINT-EST-NO
              FILE STATUS IS WS-MAST-STATUS.

           SELECT PAYMENTS
              ASSIGN TO
             'C:\INDIANHILLS\COBOL\COBKMV02\PAYMENTS.DAT'
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INVOICE-FILE
              ASSIGN TO
             'C:\INDIANHILLS\COBOL\COBKMV24\INVOICE.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS INV-NO
              ALTERNATE RECORD KEY IS INV-EST-NO
              FILE STATUS IS WS-INVC-STATUS.

           SELECT CUSTOMER-MASTER
              ASSIGN TO
             'C:\INDIANHILLS\COBOL\COBKMV01\CUSTMAST.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CM-CUST-ID
              FILE STATUS IS WS-CUST-STATUS.

           SELECT OPTIONAL FINANCE-CHARGES
              ASSIGN TO
             'C:\INDIANHILLS\COBOL\COBKMV25\FINCHG.DAT'
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AUDIT-TRAIL
              ASSIGN TO
             'C:\INDIANHILLS\COBOL\COBKMV04\CUSTAUDT.DAT'
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LETTERS
              ASSIGN TO
             'C:\INDIANHILLS\COBOL\COBKMV25\LETTERS.PRT'
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
              ASSIGN TO
             'C:\INDIANHILLS\COBOL\COBKMV25\COLLREG.PRT'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PAINTJOB-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS PAINT-REC
           RECORD CONTAINS 39 CHARACTERS.

       COPY PAINTREC.

       FD  PAYMENTS
           LABEL RECORD IS STANDARD
           DATA RECORD IS PAYMENT-REC
           RECORD CONTAINS 19 CHARACTERS.

       01 PAYMENT-REC.
           05 PAY-EST-NO          PIC X(4).
           05 PAY-DATE.
              10    PAY-YY       PIC 9(4).
              10    PAY-MM       PIC 99.
              10    PAY-DD       PIC 99.
           05 PAY-AMOUNT          PIC 9(5)V99.

       FD  INVOICE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS INVOICE-REC
           RECORD CONTAINS 52 CHARACTERS.

       COPY INVREC.

       FD  CUSTOMER-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS CUSTOMER-REC.

       COPY CUSTREC.

       FD  FINANCE-CHARGES
           LABEL RECORD IS STANDARD
           DATA RECORD IS FINCHG-REC
           RECORD CONTAINS 36 CHARACTERS.

       COPY FINCHG.

       FD  AUDIT-TRAIL
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 228 CHARACTERS
           DATA RECORD IS AUDIT-REC.

       COPY AUDITREC.

       FD  LETTERS
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS LTRLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  LTRLINE               PIC X(132).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  C-PCTR              PIC 99            VALUE 0.
           05  MORE-RECS           PIC XXX           VALUE 'YES'.
           05  MORE-PAY-RECS       PIC XXX           VALUE 'YES'.
           05  MORE-FC-RECS        PIC XXX           VALUE 'YES'.
           05  WS-MAST-STATUS      PIC XX            VALUE '00'.
           05  WS-INVC-STATUS      PIC XX            VALUE '00'.
           05  WS-CUST-STATUS      PIC XX            VALUE '00'.
           05  WS-EST-IDX          PIC 9(4)          VALUE 0.
           05  WS-SUB              PIC 9(5)          VALUE 0.
           05  WS-D-SUB            PIC 9(4)          VALUE 0.
           05  WS-C-SUB            PIC 999           VALUE 0.
           05  WS-X-SUB            PIC 999           VALUE 0.
           05  WS-T-SUB            PIC 9             VALUE 0.
           05  WS-TIER             PIC 9             VALUE 0.
           05  WS-CUST-FOUND-SW    PIC X             VALUE 'N'.
           88  WS-CUST-FOUND                         VALUE 'Y'.
           05  C-TOTAL-EST         PIC 9(6)V99       VALUE 0.
           05  C-AMOUNT-PAID       PIC 9(7)V99       VALUE 0.
           05  C-FIN-CHARGES       PIC 9(7)V99       VALUE 0.
           05  C-BALANCE-DUE       PIC S9(7)V99      VALUE 0.
           05  C-NEW-FIN-CHG       PIC 9(5)V99       VALUE 0.
           05  WS-FC-RATE          PIC V999          VALUE .015.
           05  C-DAYS-OUTSTANDING  PIC S9(5)         VALUE 0.
           05  C-DAYS-PAST-DUE     PIC 9(5)          VALUE 0.
           05  WS-TERMS-DAYS       PIC 999           VALUE 0.
           05  C-CUST-EST-COUNT    PIC 999           VALUE 0.
           05  C-CUST-BALANCE      PIC 9(8)V99       VALUE 0.
           05  C-CUST-FIN-CHG      PIC 9(7)V99       VALUE 0.
           05  C-CUST-MAX-DAYS     PIC 9(5)          VALUE 0.
           05  WS-PAST-DUE-COUNT   PIC 9(5)          VALUE 0.
           05  WS-FC-POST-COUNT    PIC 9(5)          VALUE 0.
           05  WS-FC-SKIP-COUNT    PIC 9(5)          VALUE 0.
           05  WS-LETTER-COUNT     PIC 9(5)          VALUE 0.
           05  WS-HOLD-COUNT       PIC 9(5)          VALUE 0.
           05  WS-NO-CUST-COUNT    PIC 9(5)          VALUE 0.
           05  C-GT-FIN-CHG        PIC 9(8)V99       VALUE 0.
           05  C-GT-PAST-DUE       PIC 9(9)V99       VALUE 0.
           05  WS-BEFORE-IMAGE     PIC X(100)        VALUE SPACES.
           05  WS-ACTION           PIC X(30)         VALUE SPACES.

      ******************************************
      * CREDIT TERMS ARE KEYED IN COBKMV04 AS  *
      * 'NET NN'. BLANK TERMS ARE TAKEN AS     *
      * NET 30; ANYTHING ELSE (COD, CASH) IS   *
      * DUE ON THE INVOICE DATE.               *
      ******************************************
       01  WS-TERMS-HOLD.
           05  WS-TERMS-WORD       PIC X(4).
           05  WS-TERMS-DAYS-X.
               10  WS-TERMS-D1     PIC X.
               10  WS-TERMS-D1-N   REDEFINES WS-TERMS-D1
                                   PIC 9.
               10  WS-TERMS-D2     PIC X.
           05  WS-TERMS-DAYS-N     REDEFINES WS-TERMS-DAYS-X
                                   PIC 99.

       01  WS-ESTIMATE-TOTALS.
           05  WS-EST-TOTALS OCCURS 10000 TIMES.
               10  WS-PAY-TOTAL    PIC 9(7)V99.
               10  WS-FC-TOTAL     PIC 9(7)V99.
               10  WS-FC-THIS-MONTH PIC X.

       01  WS-PAST-DUE-TABLE.
           05  WS-PD-COUNT         PIC 9(4)          VALUE 0.
           05  WS-PD-ENTRY OCCURS 1000 TIMES.
               10  WS-PD-EST-NO    PIC X(4).
               10  WS-PD-CUST-ID   PIC X(5).
               10  WS-PD-INV-NO    PIC 9(6).
               10  WS-PD-INV-DATE  PIC 9(8).
               10  WS-PD-DAYS      PIC 9(5).
               10  WS-PD-FIN-CHG   PIC 9(5)V99.
               10  WS-PD-BALANCE   PIC 9(7)V99.

       01  WS-CUST-LIST.
           05  WS-CL-COUNT         PIC 999           VALUE 0.
           05  WS-CL-ENTRY OCCURS 300 TIMES.
               10  WS-CL-CUST-ID   PIC X(5).

      ******************************************
      * ONE ENTRY PER LETTER TIER - REGISTER   *
      * NAME, LETTER TITLE, AND THREE LINES OF *
      * WORDING. TIER 1 IS UNDER 30 DAYS PAST  *
      * DUE, 2 IS 30-59, 3 IS 60-89, AND 4 IS  *
      * 90 AND OVER (CREDIT HOLD).             *
      ******************************************
       01  WS-TIER-VALUES.
           05  FILLER  PIC X(8)    VALUE 'REMINDER'.
           05  FILLER  PIC X(16)   VALUE 'PAYMENT REMINDER'.
           05  FILLER  PIC X(58)   VALUE
           'OUR RECORDS SHOW THE BALANCE BELOW IS PAST YOUR CREDIT'.
           05  FILLER  PIC X(58)   VALUE
           'TERMS. IF YOUR PAYMENT IS ALREADY IN THE MAIL, THANK YOU.'.
           05  FILLER  PIC X(58)   VALUE
           'OTHERWISE PLEASE REMIT THE AMOUNT DUE BY RETURN MAIL.'.
           05  FILLER  PIC X(8)    VALUE '30 DAY'.
           05  FILLER  PIC X(16)   VALUE 'SECOND NOTICE'.
           05  FILLER  PIC X(58)   VALUE
           'YOUR ACCOUNT IS NOW MORE THAN 30 DAYS PAST DUE, AND THE'.
           05  FILLER  PIC X(58)   VALUE
           '1.5% MONTHLY SERVICE CHARGE IN OUR TERMS HAS BEEN ADDED.'.
           05  FILLER  PIC X(58)   VALUE
           'PLEASE REMIT THE FULL BALANCE WITHIN 10 DAYS.'.
           05  FILLER  PIC X(8)    VALUE '60 DAY'.
           05  FILLER  PIC X(16)   VALUE 'THIRD NOTICE'.
           05  FILLER  PIC X(58)   VALUE
           'YOUR ACCOUNT IS NOW MORE THAN 60 DAYS PAST DUE AND SERVICE'.
           05  FILLER  PIC X(58)   VALUE
           'CHARGES CONTINUE TO ACCRUE. PAYMENT IN FULL IS REQUIRED'.
           05  FILLER  PIC X(58)   VALUE
           'NOW TO AVOID A CREDIT HOLD ON ANY NEW WORK.'.
           05  FILLER  PIC X(8)    VALUE 'FINAL'.
           05  FILLER  PIC X(16)   VALUE 'FINAL NOTICE'.
           05  FILLER  PIC X(58)   VALUE
           'YOUR ACCOUNT IS MORE THAN 90 DAYS PAST DUE AND HAS BEEN'.
           05  FILLER  PIC X(58)   VALUE
           'PLACED ON CREDIT HOLD. NO NEW WORK WILL BE QUOTED OR'.
           05  FILLER  PIC X(58)   VALUE
           'SCHEDULED UNTIL THE FULL BALANCE BELOW IS PAID.'.

       01  WS-TIER-TABLE REDEFINES WS-TIER-VALUES.
           05  WS-TIER-ENTRY OCCURS 4 TIMES.
               10  WS-TIER-NAME    PIC X(8).
               10  WS-TIER-TITLE   PIC X(16).
               10  WS-TIER-TEXT OCCURS 3 TIMES
                                   PIC X(58).

       01  WS-WORK-DATE            PIC 9(8)          VALUE 0.
       01  WS-WORK-DATE-R REDEFINES WS-WORK-DATE.
           05  WS-WD-YY            PIC 9(4).
           05  WS-WD-MM            PIC 99.
           05  WS-WD-DD            PIC 99.

       01  CURRENT-DATE-AND-TIME.
           05  I-DATE.
               10  I-YY         PIC 9(4).
               10  I-MM         PIC 99.
               10  I-DD         PIC 99.
           05  I-TIME           PIC 9(6).
       01  C-TODAY-INT             PIC 9(9)          VALUE 0.
       01  C-INVOICE-DATE-INT      PIC 9(9)          VALUE 0.
       01  WS-TODAY-YYYYMMDD       PIC 9(8)          VALUE 0.
       01  WS-INVOICE-YYYYMMDD     PIC 9(8)          VALUE 0.

       01  COMPANY-TITLE.
           05  FILLER          PIC X(6)    VALUE 'DATE:'.
           05  O-MM            PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-DD            PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-YY            PIC 9(4).
           05  FILLER          PIC X(36)   VALUE SPACES.
           05  FILLER          PIC X(20)
                            VALUE 'COLLECTIONS REGISTER'.
           05  FILLER          PIC X(44)   VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE 'PAGE:'.
           05  O-PCTR          PIC Z9.

       01  HEADER-LINE.
           05  FILLER          PIC X(4)    VALUE 'CUST'.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(13)   VALUE 'CUSTOMER NAME'.
           05  FILLER          PIC X(14)   VALUE SPACES.
           05  FILLER          PIC X(4)    VALUE 'JOBS'.
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  FILLER          PIC X(7)    VALUE 'FIN CHG'.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(11)   VALUE 'BALANCE DUE'.
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  FILLER          PIC X(4)    VALUE 'DAYS'.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE 'LETTER'.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE 'ACTION'.

       01  DETAIL-LINE.
           05  O-CUST-ID       PIC X(5).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-CUST-NAME     PIC X(25).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-EST-COUNT     PIC ZZ9.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  O-FIN-CHG       PIC $$,$$9.99.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-BALANCE       PIC $$$$,$$9.99.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  O-DAYS          PIC ZZ,ZZ9.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-LETTER        PIC X(8).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-ACTION        PIC X(30).

       01  TOTAL-LINE-1.
           05  FILLER          PIC X(30)
                            VALUE 'PAST-DUE ESTIMATES:'.
           05  O-PAST-DUE-COUNT PIC ZZ,ZZ9.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-GT-PAST-DUE   PIC $$$,$$$,$$9.99.

       01  TOTAL-LINE-2.
           05  FILLER          PIC X(30)
                            VALUE 'FINANCE CHARGES POSTED:'.
           05  O-FC-POST-COUNT PIC ZZ,ZZ9.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-GT-FIN-CHG    PIC $$$,$$$,$$9.99.

       01  TOTAL-LINE-3.
           05  FILLER          PIC X(30)
                            VALUE 'ALREADY CHARGED THIS MONTH:'.
           05  O-FC-SKIP-COUNT PIC ZZ,ZZ9.

       01  TOTAL-LINE-4.
           05  FILLER          PIC X(30)
                            VALUE 'LETTERS PRINTED:'.
           05  O-LETTER-COUNT  PIC ZZ,ZZ9.

       01  TOTAL-LINE-5.
           05  FILLER          PIC X(30)
                            VALUE 'CUSTOMERS PUT ON CREDIT HOLD:'.
           05  O-HOLD-COUNT    PIC ZZ,ZZ9.

       01  TOTAL-LINE-6.
           05  FILLER          PIC X(30)
                            VALUE 'CUSTOMERS NOT ON FILE:'.
           05  O-NO-CUST-COUNT PIC ZZ,ZZ9.

       01  LTR-TITLE.
           05  FILLER          PIC X(6)    VALUE 'DATE:'.
           05  O-LTR-MM        PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-LTR-DD        PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-LTR-YY        PIC 9(4).
           05  FILLER          PIC X(10)   VALUE SPACES.
           05  FILLER          PIC X(24)
                               VALUE 'KYLER''S PAINT ESTIMATOR'.
           05  FILLER          PIC X(2)    VALUE '- '.
           05  O-LTR-TITLE     PIC X(16).

       01  LTR-ADDRESS-LINE.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  O-LTR-ADDR-TEXT PIC X(25).

       01  LTR-GREETING.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(5)    VALUE 'DEAR '.
           05  O-LTR-NAME      PIC X(25).

       01  LTR-TEXT-LINE.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  O-LTR-TEXT      PIC X(58).

       01  LTR-EST-HEADER.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(8)    VALUE 'ESTIMATE'.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(7)    VALUE 'INVOICE'.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(8)    VALUE 'INV DATE'.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(13)   VALUE 'DAYS PAST DUE'.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(11)   VALUE 'BALANCE DUE'.

       01  LTR-EST-DETAIL.
           05  FILLER          PIC X(7)    VALUE SPACES.
           05  O-LTR-EST-NO    PIC X(4).
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  O-LTR-INV-NO    PIC 9(6).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-LTR-INV-MM    PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-LTR-INV-DD    PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-LTR-INV-YY    PIC 9(4).
           05  FILLER          PIC X(10)   VALUE SPACES.
           05  O-LTR-DAYS      PIC ZZ,ZZ9.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  O-LTR-BALANCE   PIC $$$$,$$$.99.

       01  LTR-FIN-CHG-LINE.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(52)
                               VALUE 'SERVICE CHARGE ADDED THIS MONTH:'.
           05  O-LTR-FIN-CHG   PIC $$$$,$$$.99.

       01  LTR-TOTAL-LINE.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(52)
                               VALUE 'TOTAL NOW DUE:'.
           05  O-LTR-TOTAL     PIC $$$$,$$$.99.

       01  LTR-CLOSING-1.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE 'SINCERELY,'.

       01  LTR-CLOSING-2.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(19)
                               VALUE 'ACCOUNTS RECEIVABLE'.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-RECS = 'NO'.
           PERFORM 3000-PROCESS-CUSTOMER
               VARYING WS-C-SUB FROM 1 BY 1
               UNTIL WS-C-SUB > WS-CL-COUNT.
           PERFORM 4000-CLOSING.
           STOP RUN.

       1000-INIT.
           OPEN INPUT PAINTJOB-MASTER.
           OPEN INPUT INVOICE-FILE.
           OPEN I-O CUSTOMER-MASTER.
           OPEN INPUT PAYMENTS.
           OPEN INPUT FINANCE-CHARGES.
           OPEN EXTEND AUDIT-TRAIL.
           OPEN OUTPUT LETTERS.
           OPEN OUTPUT PRTOUT.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.
           MOVE I-YY TO O-LTR-YY.
           MOVE I-DD TO O-LTR-DD.
           MOVE I-MM TO O-LTR-MM.
           MOVE I-DATE TO WS-TODAY-YYYYMMDD.
           COMPUTE C-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD).

           INITIALIZE WS-ESTIMATE-TOTALS.

           IF WS-MAST-STATUS NOT = '00'
              OR WS-INVC-STATUS NOT = '00'
              OR WS-CUST-STATUS NOT = '00'
               DISPLAY 'MASTER FILE OPEN FAILED - STATUS '
                   WS-MAST-STATUS ' / ' WS-INVC-STATUS
                   ' / ' WS-CUST-STATUS
               DISPLAY 'COLLECTIONS RUN CANCELLED'
               MOVE 'NO' TO MORE-RECS
               CLOSE PAYMENTS
                     FINANCE-CHARGES
               OPEN EXTEND FINANCE-CHARGES
           ELSE
               PERFORM 1100-LOAD-PAYMENTS
                   UNTIL MORE-PAY-RECS = 'NO'
               CLOSE PAYMENTS
               PERFORM 1200-LOAD-FIN-CHARGES
                   UNTIL MORE-FC-RECS = 'NO'
               CLOSE FINANCE-CHARGES
               OPEN EXTEND FINANCE-CHARGES
               PERFORM 9000-READ
               PERFORM 9100-HDGS
           END-IF.

       1100-LOAD-PAYMENTS.
           READ PAYMENTS
               AT END
                 MOVE 'NO' TO MORE-PAY-RECS
               NOT AT END
                 PERFORM 1150-POST-PAYMENT.

       1150-POST-PAYMENT.
           IF PAY-EST-NO NUMERIC
               MOVE PAY-EST-NO TO WS-EST-IDX
               COMPUTE WS-SUB = WS-EST-IDX + 1
               ADD PAY-AMOUNT TO WS-PAY-TOTAL (WS-SUB)
           END-IF.

      ******************************************
      * PRIOR FINANCE CHARGES ARE PART OF THE  *
      * BALANCE. A CHARGE ALREADY POSTED THIS  *
      * MONTH BLOCKS A SECOND ONE, SO THE RUN  *
      * CAN BE REPEATED WITHOUT BILLING TWICE. *
      ******************************************
       1200-LOAD-FIN-CHARGES.
           READ FINANCE-CHARGES
               AT END
                 MOVE 'NO' TO MORE-FC-RECS
               NOT AT END
                 PERFORM 1250-POST-FIN-CHARGE.

       1250-POST-FIN-CHARGE.
           IF FC-EST-NO NUMERIC
               MOVE FC-EST-NO TO WS-EST-IDX
               COMPUTE WS-SUB = WS-EST-IDX + 1
               ADD FC-AMOUNT TO WS-FC-TOTAL (WS-SUB)
               IF FC-YY = I-YY AND FC-MM = I-MM
                   MOVE 'Y' TO WS-FC-THIS-MONTH (WS-SUB)
               END-IF
           END-IF.

       2000-MAINLINE.
           IF NOT PAINT-VOIDED
              AND I-PAINT-EST-NO NUMERIC
               PERFORM 2100-CALCS
               IF C-BALANCE-DUE > 0
                  AND C-DAYS-PAST-DUE > 0
                   PERFORM 2200-POST-FIN-CHARGE
                   PERFORM 2300-STORE-PAST-DUE
               END-IF
           END-IF.
           PERFORM 9000-READ.

      ******************************************
      * SAME BALANCE AS THE RECEIVABLES RUN -  *
      * THE FROZEN INVOICE TOTAL PLUS FINANCE  *
      * CHARGES LESS PAYMENTS. AN ESTIMATE NOT *
      * YET INVOICED OWES NOTHING.             *
      ******************************************
       2100-CALCS.
           MOVE 0 TO C-BALANCE-DUE.
           MOVE 0 TO C-DAYS-PAST-DUE.
           MOVE I-PAINT-EST-NO TO INV-EST-NO.
           READ INVOICE-FILE
               KEY IS INV-EST-NO
               INVALID KEY
                 MOVE 0 TO C-TOTAL-EST
               NOT INVALID KEY
                 MOVE INV-TOTAL-AMT TO C-TOTAL-EST
                 PERFORM 2110-APPLY-PAYMENTS
           END-READ.

       2110-APPLY-PAYMENTS.
           MOVE I-PAINT-EST-NO TO WS-EST-IDX.
           COMPUTE WS-SUB = WS-EST-IDX + 1.
           MOVE WS-PAY-TOTAL (WS-SUB) TO C-AMOUNT-PAID.
           MOVE WS-FC-TOTAL (WS-SUB) TO C-FIN-CHARGES.
           COMPUTE C-BALANCE-DUE =
               C-TOTAL-EST + C-FIN-CHARGES - C-AMOUNT-PAID.
           IF C-BALANCE-DUE > 0
               PERFORM 2120-GET-TERMS
               PERFORM 2130-AGE-ESTIMATE
           END-IF.

       2120-GET-TERMS.
           MOVE INV-CUST-ID TO CM-CUST-ID.
           READ CUSTOMER-MASTER
               INVALID KEY
                 MOVE SPACES TO CM-CREDIT-TERMS
           END-READ.
           MOVE CM-CREDIT-TERMS TO WS-TERMS-HOLD.
           EVALUATE TRUE
               WHEN WS-TERMS-HOLD = SPACES
                 MOVE 30 TO WS-TERMS-DAYS
               WHEN WS-TERMS-WORD = 'NET '
                AND WS-TERMS-DAYS-X NUMERIC
                 MOVE WS-TERMS-DAYS-N TO WS-TERMS-DAYS
               WHEN WS-TERMS-WORD = 'NET '
                AND WS-TERMS-D1 NUMERIC
                AND WS-TERMS-D2 = SPACE
                 MOVE WS-TERMS-D1-N TO WS-TERMS-DAYS
               WHEN OTHER
                 MOVE 0 TO WS-TERMS-DAYS
           END-EVALUATE.

       2130-AGE-ESTIMATE.
           MOVE INV-DATE TO WS-INVOICE-YYYYMMDD.
           COMPUTE C-INVOICE-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-INVOICE-YYYYMMDD).
           COMPUTE C-DAYS-OUTSTANDING =
               C-TODAY-INT - C-INVOICE-DATE-INT.
           IF C-DAYS-OUTSTANDING > WS-TERMS-DAYS
               COMPUTE C-DAYS-PAST-DUE =
                   C-DAYS-OUTSTANDING - WS-TERMS-DAYS
           ELSE
               MOVE 0 TO C-DAYS-PAST-DUE
           END-IF.

      ******************************************
      * THE SERVICE CHARGE IS 1.5% OF THE      *
      * BALANCE PAST TERMS, POSTED AT MOST     *
      * ONCE PER ESTIMATE PER MONTH. IT IS     *
      * ADDED TO THE BALANCE THE LETTER SHOWS. *
      ******************************************
       2200-POST-FIN-CHARGE.
           MOVE 0 TO C-NEW-FIN-CHG.
           IF WS-FC-THIS-MONTH (WS-SUB) = 'Y'
               ADD 1 TO WS-FC-SKIP-COUNT
           ELSE
               COMPUTE C-NEW-FIN-CHG ROUNDED =
                   C-BALANCE-DUE * WS-FC-RATE
               IF C-NEW-FIN-CHG > 0
                   MOVE I-PAINT-EST-NO TO FC-EST-NO
                   MOVE INV-CUST-ID TO FC-CUST-ID
                   MOVE I-DATE TO FC-DATE
                   MOVE C-NEW-FIN-CHG TO FC-AMOUNT
                   MOVE C-BALANCE-DUE TO FC-BALANCE
                   MOVE C-DAYS-PAST-DUE TO FC-DAYS-PAST-DUE
                   WRITE FINCHG-REC
                   MOVE 'Y' TO WS-FC-THIS-MONTH (WS-SUB)
                   ADD C-NEW-FIN-CHG TO WS-FC-TOTAL (WS-SUB)
                   ADD C-NEW-FIN-CHG TO C-BALANCE-DUE
                   ADD C-NEW-FIN-CHG TO C-GT-FIN-CHG
                   ADD 1 TO WS-FC-POST-COUNT
               END-IF
           END-IF.

       2300-STORE-PAST-DUE.
           IF WS-PD-COUNT >= 1000
               DISPLAY 'PAST-DUE TABLE FULL - ESTIMATE '
                   I-PAINT-EST-NO ' DROPPED'
           ELSE
               ADD 1 TO WS-PD-COUNT
               ADD 1 TO WS-PAST-DUE-COUNT
               ADD C-BALANCE-DUE TO C-GT-PAST-DUE
               MOVE I-PAINT-EST-NO TO WS-PD-EST-NO (WS-PD-COUNT)
               MOVE INV-CUST-ID TO WS-PD-CUST-ID (WS-PD-COUNT)
               MOVE INV-NO TO WS-PD-INV-NO (WS-PD-COUNT)
               MOVE INV-DATE TO WS-PD-INV-DATE (WS-PD-COUNT)
               MOVE C-DAYS-PAST-DUE TO WS-PD-DAYS (WS-PD-COUNT)
               MOVE C-NEW-FIN-CHG TO WS-PD-FIN-CHG (WS-PD-COUNT)
               MOVE C-BALANCE-DUE TO WS-PD-BALANCE (WS-PD-COUNT)
               PERFORM 2350-ADD-CUSTOMER
           END-IF.

       2350-ADD-CUSTOMER.
           MOVE 'N' TO WS-CUST-FOUND-SW.
           PERFORM 2360-CHECK-CUSTOMER
               VARYING WS-X-SUB FROM 1 BY 1
               UNTIL WS-X-SUB > WS-CL-COUNT
                  OR WS-CUST-FOUND.
           IF NOT WS-CUST-FOUND
               IF WS-CL-COUNT >= 300
                   DISPLAY 'CUSTOMER LIST FULL - CUSTOMER '
                       INV-CUST-ID ' DROPPED'
               ELSE
                   ADD 1 TO WS-CL-COUNT
                   MOVE INV-CUST-ID
                       TO WS-CL-CUST-ID (WS-CL-COUNT)
               END-IF
           END-IF.

       2360-CHECK-CUSTOMER.
           IF WS-CL-CUST-ID (WS-X-SUB) = INV-CUST-ID
               SET WS-CUST-FOUND TO TRUE
           END-IF.

      ******************************************
      * ONE LETTER PER PAST-DUE CUSTOMER. THE  *
      * OLDEST ESTIMATE SETS THE WORDING, AND  *
      * 90 DAYS OR MORE PUTS THE CUSTOMER ON   *
      * CREDIT HOLD.                           *
      ******************************************
       3000-PROCESS-CUSTOMER.
           MOVE 0 TO C-CUST-EST-COUNT.
           MOVE 0 TO C-CUST-BALANCE.
           MOVE 0 TO C-CUST-FIN-CHG.
           MOVE 0 TO C-CUST-MAX-DAYS.
           PERFORM 3100-SUM-CUSTOMER
               VARYING WS-D-SUB FROM 1 BY 1
               UNTIL WS-D-SUB > WS-PD-COUNT.
           EVALUATE TRUE
               WHEN C-CUST-MAX-DAYS < 30
                 MOVE 1 TO WS-TIER
               WHEN C-CUST-MAX-DAYS < 60
                 MOVE 2 TO WS-TIER
               WHEN C-CUST-MAX-DAYS < 90
                 MOVE 3 TO WS-TIER
               WHEN OTHER
                 MOVE 4 TO WS-TIER
           END-EVALUATE.
           MOVE SPACES TO WS-ACTION.
           MOVE WS-CL-CUST-ID (WS-C-SUB) TO CM-CUST-ID.
           READ CUSTOMER-MASTER
               INVALID KEY
                 MOVE 'CUSTOMER NOT ON FILE' TO CM-CUST-NAME
                 MOVE 'NOT ON FILE - NO LETTER' TO WS-ACTION
                 ADD 1 TO WS-NO-CUST-COUNT
               NOT INVALID KEY
                 IF WS-TIER = 4
                     PERFORM 3200-SET-CREDIT-HOLD
                 END-IF
                 PERFORM 3300-PRINT-LETTER
           END-READ.
           PERFORM 3400-PRINT-REGISTER-LINE.

       3100-SUM-CUSTOMER.
           IF WS-PD-CUST-ID (WS-D-SUB) = WS-CL-CUST-ID (WS-C-SUB)
               ADD 1 TO C-CUST-EST-COUNT
               ADD WS-PD-BALANCE (WS-D-SUB) TO C-CUST-BALANCE
               ADD WS-PD-FIN-CHG (WS-D-SUB) TO C-CUST-FIN-CHG
               IF WS-PD-DAYS (WS-D-SUB) > C-CUST-MAX-DAYS
                   MOVE WS-PD-DAYS (WS-D-SUB) TO C-CUST-MAX-DAYS
               END-IF
           END-IF.

      ******************************************
      * THE HOLD IS WRITTEN TO THE SAME AUDIT  *
      * TRAIL AS AN OPERATOR CHANGE IN         *
      * COBKMV04, SO COBKMV03 REFUSES NEW WORK *
      * AND THE CHANGE CAN BE TRACED.          *
      ******************************************
       3200-SET-CREDIT-HOLD.
           IF CM-ON-CREDIT-HOLD
               MOVE 'ALREADY ON CREDIT HOLD' TO WS-ACTION
           ELSE
               MOVE CUSTOMER-REC TO WS-BEFORE-IMAGE
               MOVE 'Y' TO CM-CREDIT-HOLD
               REWRITE CUSTOMER-REC
                   INVALID KEY
                     DISPLAY 'CREDIT HOLD NOT SET FOR CUSTOMER '
                         CM-CUST-ID ' - STATUS ' WS-CUST-STATUS
                     MOVE 'CREDIT HOLD FAILED' TO WS-ACTION
                   NOT INVALID KEY
                     MOVE 'C' TO AUD-FUNCTION
                     PERFORM 3250-WRITE-AUDIT
                     MOVE 'CREDIT HOLD SET' TO WS-ACTION
                     ADD 1 TO WS-HOLD-COUNT
               END-REWRITE
           END-IF.

       3250-WRITE-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO AUD-YY.
           MOVE I-MM TO AUD-MM.
           MOVE I-DD TO AUD-DD.
           MOVE I-TIME TO AUD-TIME.
           MOVE CM-CUST-ID TO AUD-CUST-ID.
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE.
           MOVE CUSTOMER-REC TO AUD-AFTER-IMAGE.
           MOVE 'COBKMV25' TO AUD-OPER-ID.
           WRITE AUDIT-REC.

       3300-PRINT-LETTER.
           MOVE WS-TIER-TITLE (WS-TIER) TO O-LTR-TITLE.
           WRITE LTRLINE FROM LTR-TITLE
               AFTER ADVANCING PAGE.
           MOVE CM-CUST-NAME TO O-LTR-ADDR-TEXT.
           WRITE LTRLINE FROM LTR-ADDRESS-LINE
               AFTER ADVANCING 3 LINES.
           MOVE CM-CUST-ADDRESS TO O-LTR-ADDR-TEXT.
           WRITE LTRLINE FROM LTR-ADDRESS-LINE
               AFTER ADVANCING 1 LINE.
           MOVE CM-CUST-CITY-ST-ZIP TO O-LTR-ADDR-TEXT.
           WRITE LTRLINE FROM LTR-ADDRESS-LINE
               AFTER ADVANCING 1 LINE.
           MOVE CM-CUST-NAME TO O-LTR-NAME.
           WRITE LTRLINE FROM LTR-GREETING
               AFTER ADVANCING 3 LINES.
           MOVE SPACES TO LTRLINE.
           WRITE LTRLINE
               AFTER ADVANCING 1 LINE.
           PERFORM 3310-PRINT-TEXT-LINE
               VARYING WS-T-SUB FROM 1 BY 1
               UNTIL WS-T-SUB > 3.
           WRITE LTRLINE FROM LTR-EST-HEADER
               AFTER ADVANCING 3 LINES.
           PERFORM 3320-PRINT-LETTER-ESTIMATE
               VARYING WS-D-SUB FROM 1 BY 1
               UNTIL WS-D-SUB > WS-PD-COUNT.
           MOVE C-CUST-FIN-CHG TO O-LTR-FIN-CHG.
           WRITE LTRLINE FROM LTR-FIN-CHG-LINE
               AFTER ADVANCING 2 LINES.
           MOVE C-CUST-BALANCE TO O-LTR-TOTAL.
           WRITE LTRLINE FROM LTR-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           WRITE LTRLINE FROM LTR-CLOSING-1
               AFTER ADVANCING 3 LINES.
           WRITE LTRLINE FROM LTR-CLOSING-2
               AFTER ADVANCING 3 LINES.
           ADD 1 TO WS-LETTER-COUNT.
           IF WS-ACTION = SPACES
               MOVE 'LETTER PRINTED' TO WS-ACTION
           END-IF.

       3310-PRINT-TEXT-LINE.
           MOVE WS-TIER-TEXT (WS-TIER, WS-T-SUB) TO O-LTR-TEXT.
           WRITE LTRLINE FROM LTR-TEXT-LINE
               AFTER ADVANCING 1 LINE.

       3320-PRINT-LETTER-ESTIMATE.
           IF WS-PD-CUST-ID (WS-D-SUB) = WS-CL-CUST-ID (WS-C-SUB)
               MOVE WS-PD-EST-NO (WS-D-SUB) TO O-LTR-EST-NO
               MOVE WS-PD-INV-NO (WS-D-SUB) TO O-LTR-INV-NO
               MOVE WS-PD-INV-DATE (WS-D-SUB) TO WS-WORK-DATE
               MOVE WS-WD-MM TO O-LTR-INV-MM
               MOVE WS-WD-DD TO O-LTR-INV-DD
               MOVE WS-WD-YY TO O-LTR-INV-YY
               MOVE WS-PD-DAYS (WS-D-SUB) TO O-LTR-DAYS
               MOVE WS-PD-BALANCE (WS-D-SUB) TO O-LTR-BALANCE
               WRITE LTRLINE FROM LTR-EST-DETAIL
                   AFTER ADVANCING 1 LINE
           END-IF.

       3400-PRINT-REGISTER-LINE.
           MOVE WS-CL-CUST-ID (WS-C-SUB) TO O-CUST-ID.
           MOVE CM-CUST-NAME TO O-CUST-NAME.
           MOVE C-CUST-EST-COUNT TO O-EST-COUNT.
           MOVE C-CUST-FIN-CHG TO O-FIN-CHG.
           MOVE C-CUST-BALANCE TO O-BALANCE.
           MOVE C-CUST-MAX-DAYS TO O-DAYS.
           MOVE WS-TIER-NAME (WS-TIER) TO O-LETTER.
           MOVE WS-ACTION TO O-ACTION.
           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                     PERFORM 9100-HDGS.

       4000-CLOSING.
           MOVE WS-PAST-DUE-COUNT TO O-PAST-DUE-COUNT.
           MOVE C-GT-PAST-DUE TO O-GT-PAST-DUE.
           MOVE WS-FC-POST-COUNT TO O-FC-POST-COUNT.
           MOVE C-GT-FIN-CHG TO O-GT-FIN-CHG.
           MOVE WS-FC-SKIP-COUNT TO O-FC-SKIP-COUNT.
           MOVE WS-LETTER-COUNT TO O-LETTER-COUNT.
           MOVE WS-HOLD-COUNT TO O-HOLD-COUNT.
           MOVE WS-NO-CUST-COUNT TO O-NO-CUST-COUNT.
           WRITE PRTLINE FROM TOTAL-LINE-1
               AFTER ADVANCING 3 LINES.
           WRITE PRTLINE FROM TOTAL-LINE-2
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM TOTAL-LINE-3
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM TOTAL-LINE-4
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM TOTAL-LINE-5
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM TOTAL-LINE-6
               AFTER ADVANCING 1 LINE.
           DISPLAY 'LETTERS PRINTED:        ' WS-LETTER-COUNT.
           DISPLAY 'FINANCE CHARGES POSTED: ' WS-FC-POST-COUNT.
           DISPLAY 'CREDIT HOLDS SET:       ' WS-HOLD-COUNT.
           CLOSE PAINTJOB-MASTER
                 INVOICE-FILE
                 CUSTOMER-MASTER
                 FINANCE-CHARGES
                 AUDIT-TRAIL
                 LETTERS
                 PRTOUT.

       9000-READ.
           READ PAINTJOB-MASTER
               AT END
                 MOVE 'NO' TO MORE-RECS.

       9100-HDGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM HEADER-LINE
               AFTER ADVANCING 2 LINES.

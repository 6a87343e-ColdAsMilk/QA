       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBKMV26.
       DATE-WRITTEN.  10/15/2026
       AUTHOR.        KYLER VANDERAA.
      ******************************************
      * MONTHLY SALES TAX LIABILITY REPORT FOR *
      * THE STATE RETURN. TAX IS FILED ON A    *
      * CASH BASIS, SO THE RUN READS THE       *
      * ACCEPTED PAYMENTS FILE THE PAYMENT     *
      * EDIT WRITES AND SPLITS EACH PAYMENT IN *
      * THE FILING MONTH BETWEEN THE JOB       *
      * AMOUNT AND THE TAX IT CARRIES, IN      *
      * PROPORTION TO THE INVOICE. MONEY PAID  *
      * PAST THE INVOICE TOTAL IS FINANCE      *
      * CHARGE AND IS NOT TAXABLE. PRINTS      *
      * DETAIL BY CUSTOMER AND ESTIMATE, TIES  *
      * THE MONTH'S RECEIPTS TO THE DEPOSITS   *
      * COBKMV18 RECONCILED WITH EXCEPTIONS    *
      * FOR ANY DIFFERENCE, AND ENDS WITH A    *
      * SUMMARY PAGE LAID OUT LIKE THE STATE   *
      * FORM.                                  *
      ******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PAYMENTS-ACCEPTED
              ASSIGN TO
             'C:\INDIANHILLS\COBOL\COBKMV07\PAYACC.DAT'
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

           SELECT OPTIONAL DEPOSIT-FILE
              ASSIGN TO
             'C:\INDIANHILLS\COBOL\COBKMV18\DEPOSITS.DAT'
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
              ASSIGN TO
             'C:\INDIANHILLS\COBOL\COBKMV26\SALESTAX.PRT'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENTS-ACCEPTED
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

       FD  DEPOSIT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS DEPOSIT-REC
           RECORD CONTAINS 38 CHARACTERS.

       COPY DEPREC.

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  C-PCTR              PIC 99            VALUE 0.
           05  MORE-PAY-RECS       PIC XXX           VALUE 'YES'.
           05  MORE-DEP-RECS       PIC XXX           VALUE 'YES'.
           05  MORE-DETAIL         PIC XXX           VALUE 'YES'.
           05  WS-CANCEL-SW        PIC X             VALUE 'N'.
           88  WS-RUN-CANCELLED                      VALUE 'Y'.
           05  WS-INVC-STATUS      PIC XX            VALUE '00'.
           05  WS-CUST-STATUS      PIC XX            VALUE '00'.
           05  WS-EST-IDX          PIC 9(4)          VALUE 0.
           05  WS-SUB              PIC 9(5)          VALUE 0.
           05  WS-D-SUB            PIC 9(4)          VALUE 0.
           05  WS-MIN-SUB          PIC 9(4)          VALUE 0.
           05  WS-DAY              PIC 99            VALUE 0.
           05  WS-TAX-RATE         PIC V9999         VALUE .0650.
           05  WS-TAX-PCT          PIC 99V99         VALUE 0.
           05  C-REMAINING         PIC S9(7)V99      VALUE 0.
           05  C-JOB-PORTION       PIC 9(5)V99       VALUE 0.
           05  C-NONTAX-PORTION    PIC 9(5)V99       VALUE 0.
           05  C-TAX-PORTION       PIC 9(5)V99       VALUE 0.
           05  C-TAXABLE-PORTION   PIC 9(5)V99       VALUE 0.
           05  WS-PAY-READ-COUNT   PIC 9(6)          VALUE 0.
           05  WS-MONTH-PAY-COUNT  PIC 9(6)          VALUE 0.
           05  WS-DEP-COUNT        PIC 9(4)          VALUE 0.
           05  WS-EXC-COUNT        PIC 9(4)          VALUE 0.
           05  C-GT-GROSS          PIC 9(8)V99       VALUE 0.
           05  C-GT-NONTAX         PIC 9(8)V99       VALUE 0.
           05  C-GT-TAXABLE        PIC 9(8)V99       VALUE 0.
           05  C-GT-TAX            PIC 9(8)V99       VALUE 0.
           05  C-GT-DEPOSITED      PIC 9(9)V99       VALUE 0.
           05  C-TAX-DUE           PIC 9(8)V99       VALUE 0.
           05  C-DIFFERENCE        PIC S9(8)V99      VALUE 0.
           05  C-CUST-GROSS        PIC 9(8)V99       VALUE 0.
           05  C-CUST-NONTAX       PIC 9(8)V99       VALUE 0.
           05  C-CUST-TAXABLE      PIC 9(8)V99       VALUE 0.
           05  C-CUST-TAX          PIC 9(8)V99       VALUE 0.
           05  WS-PREV-CUST-ID     PIC X(5)          VALUE HIGH-VALUES.
           05  WS-MIN-KEY          PIC X(17)         VALUE SPACES.

       01  WS-FILING-MONTH         PIC 9(6)          VALUE 0.
       01  WS-FILING-MONTH-R REDEFINES WS-FILING-MONTH.
           05  WS-FM-YY            PIC 9(4).
           05  WS-FM-MM            PIC 99.

      ******************************************
      * INVOICE DOLLARS ALREADY COVERED BY     *
      * EARLIER PAYMENTS, BY ESTIMATE. ONCE AN *
      * INVOICE IS PAID IN FULL THE REST OF    *
      * THE MONEY IS FINANCE CHARGE.           *
      ******************************************
       01  WS-APPLIED-TOTALS.
           05  WS-APPLIED OCCURS 10000 TIMES
               PIC 9(7)V99.

       01  WS-DETAIL-TABLE.
           05  WS-DT-COUNT         PIC 9(4)          VALUE 0.
           05  WS-DT-ENTRY OCCURS 2000 TIMES.
               10  WS-DT-KEY.
                   15  WS-DT-CUST-ID   PIC X(5).
                   15  WS-DT-EST-NO    PIC X(4).
                   15  WS-DT-DATE      PIC 9(8).
               10  WS-DT-INV-NO    PIC 9(6).
               10  WS-DT-GROSS     PIC 9(5)V99.
               10  WS-DT-NONTAX    PIC 9(5)V99.
               10  WS-DT-TAXABLE   PIC 9(5)V99.
               10  WS-DT-TAX       PIC 9(5)V99.
               10  WS-DT-PRINTED   PIC X.

       01  WS-DAY-TABLE.
           05  WS-DAY-ENTRY OCCURS 31 TIMES.
               10  WS-DAY-RECEIPTS PIC 9(8)V99.
               10  WS-DAY-BANKED   PIC 9(8)V99.
               10  WS-DAY-DEP-SW   PIC X.

       01  WS-EXCEPTION-TABLE.
           05  WS-EX-COUNT         PIC 999           VALUE 0.
           05  WS-EX-ENTRY OCCURS 200 TIMES.
               10  WS-EX-EST-NO    PIC X(4).
               10  WS-EX-DATE      PIC 9(8).
               10  WS-EX-AMOUNT    PIC 9(5)V99.

       01  WS-FORM-DESC-VALUES.
           05  FILLER  PIC X(50)   VALUE
               'GROSS RECEIPTS (INCLUDING TAX)'.
           05  FILLER  PIC X(50)   VALUE
               'LESS SALES TAX INCLUDED IN LINE 1'.
           05  FILLER  PIC X(50)   VALUE
               'LESS NONTAXABLE RECEIPTS (FINANCE CHARGES)'.
           05  FILLER  PIC X(50)   VALUE
               'TAXABLE RECEIPTS (LINE 1 LESS LINES 2 AND 3)'.
           05  FILLER  PIC X(50)   VALUE
               'TAX RATE'.
           05  FILLER  PIC X(50)   VALUE
               'TAX DUE (LINE 4 TIMES LINE 5)'.
           05  FILLER  PIC X(50)   VALUE
               'TAX COLLECTED PER DETAIL'.
           05  FILLER  PIC X(50)   VALUE
               'ROUNDING DIFFERENCE (LINE 6 LESS LINE 7)'.

       01  WS-FORM-DESC-TABLE REDEFINES WS-FORM-DESC-VALUES.
           05  WS-FORM-DESC OCCURS 8 TIMES  PIC X(50).

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

       01  COMPANY-TITLE.
           05  FILLER          PIC X(6)    VALUE 'DATE:'.
           05  O-MM            PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-DD            PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-YY            PIC 9(4).
           05  FILLER          PIC X(32)   VALUE SPACES.
           05  FILLER          PIC X(25)
                            VALUE 'MONTHLY SALES TAX REPORT'.
           05  FILLER          PIC X(8)    VALUE 'PERIOD: '.
           05  O-FM-MM         PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-FM-YY         PIC 9(4).
           05  FILLER          PIC X(30)   VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE 'PAGE:'.
           05  O-PCTR          PIC Z9.

       01  SECTION-TITLE.
           05  O-SECTION-TITLE PIC X(50).

       01  HEADER-LINE.
           05  FILLER          PIC X(4)    VALUE 'CUST'.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(13)   VALUE 'CUSTOMER NAME'.
           05  FILLER          PIC X(9)    VALUE SPACES.
           05  FILLER          PIC X(3)    VALUE 'EST'.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(7)    VALUE 'INVOICE'.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  FILLER          PIC X(8)    VALUE 'PAY DATE'.
           05  FILLER          PIC X(10)   VALUE SPACES.
           05  FILLER          PIC X(5)    VALUE 'GROSS'.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE 'NONTAXABLE'.
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  FILLER          PIC X(7)    VALUE 'TAXABLE'.
           05  FILLER          PIC X(10)   VALUE SPACES.
           05  FILLER          PIC X(3)    VALUE 'TAX'.

       01  DETAIL-LINE.
           05  O-CUST-ID       PIC X(5).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-CUST-NAME     PIC X(20).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-EST-NO        PIC X(4).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-INV-NO        PIC 9(6).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-PAY-MM        PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-PAY-DD        PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-PAY-YY        PIC 9(4).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-GROSS         PIC $$$,$$9.99.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-NONTAX        PIC $$$,$$9.99.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-TAXABLE       PIC $$$,$$9.99.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-TAX           PIC $$$,$$9.99.

       01  TOTAL-LINE.
           05  FILLER          PIC X(7)    VALUE SPACES.
           05  O-TOTAL-TEXT    PIC X(20).
           05  FILLER          PIC X(31)   VALUE SPACES.
           05  O-TOT-GROSS     PIC $$$,$$9.99.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-TOT-NONTAX    PIC $$$,$$9.99.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-TOT-TAXABLE   PIC $$$,$$9.99.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-TOT-TAX       PIC $$$,$$9.99.

       01  TIE-HEADER.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  FILLER          PIC X(4)    VALUE 'DATE'.
           05  FILLER          PIC X(16)   VALUE SPACES.
           05  FILLER          PIC X(8)    VALUE 'RECEIPTS'.
           05  FILLER          PIC X(7)    VALUE SPACES.
           05  FILLER          PIC X(9)    VALUE 'DEPOSITED'.
           05  FILLER          PIC X(7)    VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE 'DIFFERENCE'.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(9)    VALUE 'EXCEPTION'.

       01  TIE-DETAIL.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-TIE-MM        PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-TIE-DD        PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-TIE-YY        PIC 9(4).
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  O-TIE-RECEIPTS  PIC $$$,$$$,$$9.99.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-TIE-BANKED    PIC $$$,$$$,$$9.99.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-TIE-DIFF      PIC $$$,$$$,$$9.99-.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-TIE-REASON    PIC X(30).

       01  PAY-EXC-LINE.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  FILLER          PIC X(9)    VALUE 'ESTIMATE '.
           05  O-EXC-EST-NO    PIC X(4).
           05  FILLER          PIC X(10)   VALUE ' PAYMENT '.
           05  O-EXC-MM        PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-EXC-DD        PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-EXC-YY        PIC 9(4).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-EXC-AMOUNT    PIC $$$,$$9.99.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(45)   VALUE
               'NOT ON INVOICE FILE - CARRIED AS NONTAXABLE'.

       01  TIE-TOTAL-LINE.
           05  FILLER          PIC X(16)   VALUE 'MONTH RECEIPTS:'.
           05  O-TT-RECEIPTS   PIC $$$,$$$,$$9.99.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(22)
                            VALUE 'RECONCILED DEPOSITS:'.
           05  O-TT-DEPOSITED  PIC $$$,$$$,$$9.99.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(12)   VALUE 'DIFFERENCE:'.
           05  O-TT-DIFF       PIC $$$,$$$,$$9.99-.

       01  TIE-RESULT-LINE.
           05  O-TIE-RESULT    PIC X(60).

       01  FORM-LINE.
           05  FILLER          PIC X(5)    VALUE 'LINE '.
           05  O-FORM-LINE-NO  PIC 9.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  O-FORM-DESC     PIC X(50).
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  O-FORM-AMOUNT   PIC $$$,$$$,$$9.99-.

       01  FORM-RATE-LINE.
           05  FILLER          PIC X(5)    VALUE 'LINE '.
           05  O-RATE-LINE-NO  PIC 9.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  O-RATE-DESC     PIC X(50).
           05  FILLER          PIC X(14)   VALUE SPACES.
           05  O-RATE-PCT      PIC Z9.99.
           05  FILLER          PIC X       VALUE '%'.

       01  FORM-COUNT-LINE.
           05  FILLER          PIC X(30)
                            VALUE 'PAYMENTS IN FILING MONTH:'.
           05  O-MONTH-PAY-COUNT PIC ZZZ,ZZ9.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(22)
                            VALUE 'TIE-OUT EXCEPTIONS:'.
           05  O-EXC-COUNT     PIC Z,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-PROCESS-PAYMENT
               UNTIL MORE-PAY-RECS = 'NO'.
           IF NOT WS-RUN-CANCELLED
               PERFORM 3000-PRINT-DETAIL
               PERFORM 4000-TIE-DEPOSITS
               PERFORM 5000-PRINT-SUMMARY
           END-IF.
           PERFORM 6000-CLOSING.
           STOP RUN.

       1000-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.

           DISPLAY 'ENTER FILING MONTH (YYYYMM, OR 0 FOR LAST'
               ' MONTH): '.
           ACCEPT WS-FILING-MONTH.
           IF WS-FILING-MONTH = 0
               IF I-MM = 1
                   COMPUTE WS-FM-YY = I-YY - 1
                   MOVE 12 TO WS-FM-MM
               ELSE
                   MOVE I-YY TO WS-FM-YY
                   COMPUTE WS-FM-MM = I-MM - 1
               END-IF
           END-IF.
           MOVE WS-FM-YY TO O-FM-YY.
           MOVE WS-FM-MM TO O-FM-MM.

           OPEN INPUT PAYMENTS-ACCEPTED.
           OPEN INPUT INVOICE-FILE.
           OPEN INPUT CUSTOMER-MASTER.
           OPEN OUTPUT PRTOUT.

           INITIALIZE WS-APPLIED-TOTALS.
           INITIALIZE WS-DAY-TABLE.
           COMPUTE WS-TAX-PCT = WS-TAX-RATE * 100.

           IF WS-FM-MM < 1 OR WS-FM-MM > 12
               DISPLAY 'FILING MONTH ' WS-FILING-MONTH ' NOT VALID'
               DISPLAY 'SALES TAX RUN CANCELLED'
               MOVE 'Y' TO WS-CANCEL-SW
               MOVE 'NO' TO MORE-PAY-RECS
           ELSE
               IF WS-INVC-STATUS NOT = '00'
                  OR WS-CUST-STATUS NOT = '00'
                   DISPLAY 'MASTER FILE OPEN FAILED - STATUS '
                       WS-INVC-STATUS ' / ' WS-CUST-STATUS
                   DISPLAY 'SALES TAX RUN CANCELLED'
                   MOVE 'Y' TO WS-CANCEL-SW
                   MOVE 'NO' TO MORE-PAY-RECS
               END-IF
           END-IF.

      ******************************************
      * THE WHOLE ACCEPTED FILE IS READ IN     *
      * ORDER SO EARLIER MONTHS' PAYMENTS      *
      * COUNT AGAINST THE INVOICE FIRST. ONLY  *
      * PAYMENTS DATED IN THE FILING MONTH ARE *
      * REPORTED.                              *
      ******************************************
       2000-PROCESS-PAYMENT.
           READ PAYMENTS-ACCEPTED
               AT END
                 MOVE 'NO' TO MORE-PAY-RECS
               NOT AT END
                 ADD 1 TO WS-PAY-READ-COUNT
                 PERFORM 2100-SPLIT-PAYMENT.

       2100-SPLIT-PAYMENT.
           MOVE 0 TO C-JOB-PORTION.
           MOVE 0 TO C-NONTAX-PORTION.
           MOVE 0 TO C-TAX-PORTION.
           MOVE 0 TO C-TAXABLE-PORTION.
           MOVE 0 TO INV-NO.
           MOVE SPACES TO INV-CUST-ID.
           IF PAY-EST-NO NUMERIC
               MOVE PAY-EST-NO TO INV-EST-NO
               READ INVOICE-FILE
                   KEY IS INV-EST-NO
                   INVALID KEY
                     MOVE PAY-AMOUNT TO C-NONTAX-PORTION
                     PERFORM 2300-STORE-EXCEPTION
                   NOT INVALID KEY
                     PERFORM 2110-APPLY-TO-INVOICE
               END-READ
           ELSE
               MOVE PAY-AMOUNT TO C-NONTAX-PORTION
               PERFORM 2300-STORE-EXCEPTION
           END-IF.
           IF PAY-YY = WS-FM-YY AND PAY-MM = WS-FM-MM
               PERFORM 2200-STORE-DETAIL
           END-IF.

      ******************************************
      * THE PART OF A PAYMENT THAT FITS UNDER  *
      * THE INVOICE TOTAL CARRIES TAX IN THE   *
      * SAME PROPORTION AS THE INVOICE. ANY    *
      * EXCESS PAYS FINANCE CHARGES.           *
      ******************************************
       2110-APPLY-TO-INVOICE.
           MOVE PAY-EST-NO TO WS-EST-IDX.
           COMPUTE WS-SUB = WS-EST-IDX + 1.
           COMPUTE C-REMAINING = INV-TOTAL-AMT - WS-APPLIED (WS-SUB).
           IF C-REMAINING < 0
               MOVE 0 TO C-REMAINING
           END-IF.
           IF PAY-AMOUNT > C-REMAINING
               MOVE C-REMAINING TO C-JOB-PORTION
               COMPUTE C-NONTAX-PORTION = PAY-AMOUNT - C-REMAINING
           ELSE
               MOVE PAY-AMOUNT TO C-JOB-PORTION
               MOVE 0 TO C-NONTAX-PORTION
           END-IF.
           ADD C-JOB-PORTION TO WS-APPLIED (WS-SUB).
           IF INV-TOTAL-AMT > 0
               COMPUTE C-TAX-PORTION ROUNDED =
                   C-JOB-PORTION * INV-TAX-AMT / INV-TOTAL-AMT
           END-IF.
           COMPUTE C-TAXABLE-PORTION = C-JOB-PORTION - C-TAX-PORTION.

       2200-STORE-DETAIL.
           ADD 1 TO WS-MONTH-PAY-COUNT.
           ADD PAY-AMOUNT TO C-GT-GROSS.
           ADD C-NONTAX-PORTION TO C-GT-NONTAX.
           ADD C-TAXABLE-PORTION TO C-GT-TAXABLE.
           ADD C-TAX-PORTION TO C-GT-TAX.
           MOVE PAY-DD TO WS-DAY.
           IF WS-DAY > 0 AND WS-DAY < 32
               ADD PAY-AMOUNT TO WS-DAY-RECEIPTS (WS-DAY)
           END-IF.
           IF WS-DT-COUNT >= 2000
               DISPLAY 'DETAIL TABLE FULL - PAYMENT FOR '
                   PAY-EST-NO ' NOT LISTED'
           ELSE
               ADD 1 TO WS-DT-COUNT
               MOVE INV-CUST-ID TO WS-DT-CUST-ID (WS-DT-COUNT)
               MOVE PAY-EST-NO TO WS-DT-EST-NO (WS-DT-COUNT)
               MOVE PAY-DATE TO WS-DT-DATE (WS-DT-COUNT)
               MOVE INV-NO TO WS-DT-INV-NO (WS-DT-COUNT)
               MOVE PAY-AMOUNT TO WS-DT-GROSS (WS-DT-COUNT)
               MOVE C-NONTAX-PORTION TO WS-DT-NONTAX (WS-DT-COUNT)
               MOVE C-TAXABLE-PORTION TO WS-DT-TAXABLE (WS-DT-COUNT)
               MOVE C-TAX-PORTION TO WS-DT-TAX (WS-DT-COUNT)
               MOVE 'N' TO WS-DT-PRINTED (WS-DT-COUNT)
           END-IF.

       2300-STORE-EXCEPTION.
           IF PAY-YY = WS-FM-YY AND PAY-MM = WS-FM-MM
               IF WS-EX-COUNT >= 200
                   DISPLAY 'EXCEPTION TABLE FULL - PAYMENT FOR '
                       PAY-EST-NO ' NOT LISTED'
               ELSE
                   ADD 1 TO WS-EX-COUNT
                   MOVE PAY-EST-NO TO WS-EX-EST-NO (WS-EX-COUNT)
                   MOVE PAY-DATE TO WS-EX-DATE (WS-EX-COUNT)
                   MOVE PAY-AMOUNT TO WS-EX-AMOUNT (WS-EX-COUNT)
               END-IF
           END-IF.

      ******************************************
      * DETAIL PRINTS BY CUSTOMER, ESTIMATE,   *
      * AND PAY DATE - ON EACH PASS THE LOWEST *
      * UNPRINTED KEY IN THE TABLE IS PICKED.  *
      ******************************************
       3000-PRINT-DETAIL.
           PERFORM 9100-HDGS.
           MOVE HIGH-VALUES TO WS-PREV-CUST-ID.
           MOVE 'YES' TO MORE-DETAIL.
           PERFORM 3100-PRINT-NEXT-DETAIL
               UNTIL MORE-DETAIL = 'NO'.
           IF WS-DT-COUNT > 0
               PERFORM 3300-PRINT-CUST-TOTAL
           END-IF.
           MOVE 'MONTH TOTAL' TO O-TOTAL-TEXT.
           MOVE C-GT-GROSS TO O-TOT-GROSS.
           MOVE C-GT-NONTAX TO O-TOT-NONTAX.
           MOVE C-GT-TAXABLE TO O-TOT-TAXABLE.
           MOVE C-GT-TAX TO O-TOT-TAX.
           WRITE PRTLINE FROM TOTAL-LINE
               AFTER ADVANCING 3 LINES.

       3100-PRINT-NEXT-DETAIL.
           MOVE 0 TO WS-MIN-SUB.
           PERFORM 3110-SCAN-DETAIL
               VARYING WS-D-SUB FROM 1 BY 1
               UNTIL WS-D-SUB > WS-DT-COUNT.
           IF WS-MIN-SUB = 0
               MOVE 'NO' TO MORE-DETAIL
           ELSE
               IF WS-DT-CUST-ID (WS-MIN-SUB) NOT = WS-PREV-CUST-ID
                   IF WS-PREV-CUST-ID NOT = HIGH-VALUES
                       PERFORM 3300-PRINT-CUST-TOTAL
                   END-IF
                   PERFORM 3150-START-CUSTOMER
               END-IF
               PERFORM 3200-PRINT-DETAIL-LINE
               MOVE 'Y' TO WS-DT-PRINTED (WS-MIN-SUB)
           END-IF.

       3110-SCAN-DETAIL.
           IF WS-DT-PRINTED (WS-D-SUB) NOT = 'Y'
               IF WS-MIN-SUB = 0
                  OR WS-DT-KEY (WS-D-SUB) < WS-MIN-KEY
                   MOVE WS-DT-KEY (WS-D-SUB) TO WS-MIN-KEY
                   MOVE WS-D-SUB TO WS-MIN-SUB
               END-IF
           END-IF.

       3150-START-CUSTOMER.
           MOVE WS-DT-CUST-ID (WS-MIN-SUB) TO WS-PREV-CUST-ID.
           MOVE 0 TO C-CUST-GROSS.
           MOVE 0 TO C-CUST-NONTAX.
           MOVE 0 TO C-CUST-TAXABLE.
           MOVE 0 TO C-CUST-TAX.
           MOVE WS-DT-CUST-ID (WS-MIN-SUB) TO CM-CUST-ID.
           IF CM-CUST-ID = SPACES
               MOVE 'NO INVOICE' TO CM-CUST-NAME
           ELSE
               READ CUSTOMER-MASTER
                   INVALID KEY
                     MOVE 'CUSTOMER NOT ON FILE' TO CM-CUST-NAME
               END-READ
           END-IF.

       3200-PRINT-DETAIL-LINE.
           MOVE WS-DT-CUST-ID (WS-MIN-SUB) TO O-CUST-ID.
           MOVE CM-CUST-NAME TO O-CUST-NAME.
           MOVE WS-DT-EST-NO (WS-MIN-SUB) TO O-EST-NO.
           MOVE WS-DT-INV-NO (WS-MIN-SUB) TO O-INV-NO.
           MOVE WS-DT-DATE (WS-MIN-SUB) TO WS-WORK-DATE.
           MOVE WS-WD-MM TO O-PAY-MM.
           MOVE WS-WD-DD TO O-PAY-DD.
           MOVE WS-WD-YY TO O-PAY-YY.
           MOVE WS-DT-GROSS (WS-MIN-SUB) TO O-GROSS.
           MOVE WS-DT-NONTAX (WS-MIN-SUB) TO O-NONTAX.
           MOVE WS-DT-TAXABLE (WS-MIN-SUB) TO O-TAXABLE.
           MOVE WS-DT-TAX (WS-MIN-SUB) TO O-TAX.
           ADD WS-DT-GROSS (WS-MIN-SUB) TO C-CUST-GROSS.
           ADD WS-DT-NONTAX (WS-MIN-SUB) TO C-CUST-NONTAX.
           ADD WS-DT-TAXABLE (WS-MIN-SUB) TO C-CUST-TAXABLE.
           ADD WS-DT-TAX (WS-MIN-SUB) TO C-CUST-TAX.
           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                     PERFORM 9100-HDGS.

       3300-PRINT-CUST-TOTAL.
           MOVE 'CUSTOMER TOTAL' TO O-TOTAL-TEXT.
           MOVE C-CUST-GROSS TO O-TOT-GROSS.
           MOVE C-CUST-NONTAX TO O-TOT-NONTAX.
           MOVE C-CUST-TAXABLE TO O-TOT-TAXABLE.
           MOVE C-CUST-TAX TO O-TOT-TAX.
           WRITE PRTLINE FROM TOTAL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                     PERFORM 9100-HDGS.
           MOVE SPACES TO PRTLINE.
           WRITE PRTLINE
               AFTER ADVANCING 1 LINE.

      ******************************************
      * RECEIPTS ARE TIED BY DEPOSIT DATE TO   *
      * THE BANKED AMOUNTS ON THE DEPOSIT FILE *
      * COBKMV18 WRITES. EVERY DATE THAT DOES  *
      * NOT AGREE PRINTS AS AN EXCEPTION.      *
      ******************************************
       4000-TIE-DEPOSITS.
           OPEN INPUT DEPOSIT-FILE.
           MOVE 'YES' TO MORE-DEP-RECS.
           PERFORM 4100-LOAD-DEPOSIT
               UNTIL MORE-DEP-RECS = 'NO'.
           CLOSE DEPOSIT-FILE.
           MOVE 'RECEIPTS TO RECONCILED DEPOSITS' TO O-SECTION-TITLE.
           PERFORM 9150-SECTION-HDGS.
           WRITE PRTLINE FROM TIE-HEADER
               AFTER ADVANCING 2 LINES.
           MOVE WS-FM-YY TO WS-WD-YY.
           MOVE WS-FM-MM TO WS-WD-MM.
           PERFORM 4200-TIE-ONE-DAY
               VARYING WS-DAY FROM 1 BY 1
               UNTIL WS-DAY > 31.
           PERFORM 4300-PRINT-PAY-EXCEPTION
               VARYING WS-D-SUB FROM 1 BY 1
               UNTIL WS-D-SUB > WS-EX-COUNT.
           ADD WS-EX-COUNT TO WS-EXC-COUNT.
           MOVE C-GT-GROSS TO O-TT-RECEIPTS.
           MOVE C-GT-DEPOSITED TO O-TT-DEPOSITED.
           COMPUTE C-DIFFERENCE = C-GT-DEPOSITED - C-GT-GROSS.
           MOVE C-DIFFERENCE TO O-TT-DIFF.
           WRITE PRTLINE FROM TIE-TOTAL-LINE
               AFTER ADVANCING 3 LINES.
           EVALUATE TRUE
               WHEN WS-DEP-COUNT = 0
                 MOVE 'NO RECONCILED DEPOSITS ON FILE FOR THE MONTH'
                     TO O-TIE-RESULT
                 ADD 1 TO WS-EXC-COUNT
               WHEN WS-EXC-COUNT = 0
                 MOVE 'RECEIPTS TIE TO RECONCILED DEPOSITS'
                     TO O-TIE-RESULT
               WHEN OTHER
                 MOVE 'RECEIPTS DO NOT TIE - SEE EXCEPTIONS ABOVE'
                     TO O-TIE-RESULT
           END-EVALUATE.
           WRITE PRTLINE FROM TIE-RESULT-LINE
               AFTER ADVANCING 2 LINES.

       4100-LOAD-DEPOSIT.
           READ DEPOSIT-FILE
               AT END
                 MOVE 'NO' TO MORE-DEP-RECS
               NOT AT END
                 IF DEP-YY = WS-FM-YY AND DEP-MM = WS-FM-MM
                    AND DEP-DD > 0 AND DEP-DD < 32
                     ADD 1 TO WS-DEP-COUNT
                     ADD DEP-BANKED TO WS-DAY-BANKED (DEP-DD)
                     ADD DEP-BANKED TO C-GT-DEPOSITED
                     MOVE 'Y' TO WS-DAY-DEP-SW (DEP-DD)
                 END-IF
           END-READ.

       4200-TIE-ONE-DAY.
           IF WS-DAY-RECEIPTS (WS-DAY) NOT = WS-DAY-BANKED (WS-DAY)
               MOVE WS-DAY TO WS-WD-DD
               MOVE WS-WD-MM TO O-TIE-MM
               MOVE WS-WD-DD TO O-TIE-DD
               MOVE WS-WD-YY TO O-TIE-YY
               MOVE WS-DAY-RECEIPTS (WS-DAY) TO O-TIE-RECEIPTS
               MOVE WS-DAY-BANKED (WS-DAY) TO O-TIE-BANKED
               COMPUTE C-DIFFERENCE =
                   WS-DAY-BANKED (WS-DAY) - WS-DAY-RECEIPTS (WS-DAY)
               MOVE C-DIFFERENCE TO O-TIE-DIFF
               EVALUATE TRUE
                   WHEN WS-DAY-DEP-SW (WS-DAY) NOT = 'Y'
                     MOVE 'NO RECONCILED DEPOSIT' TO O-TIE-REASON
                   WHEN WS-DAY-RECEIPTS (WS-DAY) = 0
                     MOVE 'DEPOSIT WITH NO RECEIPTS' TO O-TIE-REASON
                   WHEN C-DIFFERENCE < 0
                     MOVE 'DEPOSIT SHORT OF RECEIPTS' TO O-TIE-REASON
                   WHEN OTHER
                     MOVE 'DEPOSIT OVER RECEIPTS' TO O-TIE-REASON
               END-EVALUATE
               ADD 1 TO WS-EXC-COUNT
               WRITE PRTLINE FROM TIE-DETAIL
                   AFTER ADVANCING 1 LINE
                       AT EOP
                         PERFORM 9150-SECTION-HDGS
           END-IF.

       4300-PRINT-PAY-EXCEPTION.
           MOVE WS-EX-EST-NO (WS-D-SUB) TO O-EXC-EST-NO.
           MOVE WS-EX-DATE (WS-D-SUB) TO WS-WORK-DATE.
           MOVE WS-WD-MM TO O-EXC-MM.
           MOVE WS-WD-DD TO O-EXC-DD.
           MOVE WS-WD-YY TO O-EXC-YY.
           MOVE WS-EX-AMOUNT (WS-D-SUB) TO O-EXC-AMOUNT.
           WRITE PRTLINE FROM PAY-EXC-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                     PERFORM 9150-SECTION-HDGS.

      ******************************************
      * SUMMARY PAGE FOLLOWS THE LINES OF THE  *
      * STATE SALES TAX RETURN.                *
      ******************************************
       5000-PRINT-SUMMARY.
           MOVE 'SALES TAX RETURN SUMMARY' TO O-SECTION-TITLE.
           PERFORM 9150-SECTION-HDGS.
           COMPUTE C-TAX-DUE ROUNDED = C-GT-TAXABLE * WS-TAX-RATE.
           MOVE 1 TO O-FORM-LINE-NO.
           MOVE WS-FORM-DESC (1) TO O-FORM-DESC.
           MOVE C-GT-GROSS TO O-FORM-AMOUNT.
           WRITE PRTLINE FROM FORM-LINE
               AFTER ADVANCING 3 LINES.
           MOVE 2 TO O-FORM-LINE-NO.
           MOVE WS-FORM-DESC (2) TO O-FORM-DESC.
           MOVE C-GT-TAX TO O-FORM-AMOUNT.
           WRITE PRTLINE FROM FORM-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 3 TO O-FORM-LINE-NO.
           MOVE WS-FORM-DESC (3) TO O-FORM-DESC.
           MOVE C-GT-NONTAX TO O-FORM-AMOUNT.
           WRITE PRTLINE FROM FORM-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 4 TO O-FORM-LINE-NO.
           MOVE WS-FORM-DESC (4) TO O-FORM-DESC.
           MOVE C-GT-TAXABLE TO O-FORM-AMOUNT.
           WRITE PRTLINE FROM FORM-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 5 TO O-RATE-LINE-NO.
           MOVE WS-FORM-DESC (5) TO O-RATE-DESC.
           MOVE WS-TAX-PCT TO O-RATE-PCT.
           WRITE PRTLINE FROM FORM-RATE-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 6 TO O-FORM-LINE-NO.
           MOVE WS-FORM-DESC (6) TO O-FORM-DESC.
           MOVE C-TAX-DUE TO O-FORM-AMOUNT.
           WRITE PRTLINE FROM FORM-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 7 TO O-FORM-LINE-NO.
           MOVE WS-FORM-DESC (7) TO O-FORM-DESC.
           MOVE C-GT-TAX TO O-FORM-AMOUNT.
           WRITE PRTLINE FROM FORM-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 8 TO O-FORM-LINE-NO.
           MOVE WS-FORM-DESC (8) TO O-FORM-DESC.
           COMPUTE C-DIFFERENCE = C-TAX-DUE - C-GT-TAX.
           MOVE C-DIFFERENCE TO O-FORM-AMOUNT.
           WRITE PRTLINE FROM FORM-LINE
               AFTER ADVANCING 2 LINES.
           MOVE WS-MONTH-PAY-COUNT TO O-MONTH-PAY-COUNT.
           MOVE WS-EXC-COUNT TO O-EXC-COUNT.
           WRITE PRTLINE FROM FORM-COUNT-LINE
               AFTER ADVANCING 4 LINES.

       6000-CLOSING.
           DISPLAY 'PAYMENTS READ:            ' WS-PAY-READ-COUNT.
           DISPLAY 'PAYMENTS IN FILING MONTH: ' WS-MONTH-PAY-COUNT.
           DISPLAY 'TIE-OUT EXCEPTIONS:       ' WS-EXC-COUNT.
           CLOSE PAYMENTS-ACCEPTED
                 INVOICE-FILE
                 CUSTOMER-MASTER
                 PRTOUT.

       9100-HDGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM HEADER-LINE
               AFTER ADVANCING 2 LINES.

       9150-SECTION-HDGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM SECTION-TITLE
               AFTER ADVANCING 2 LINES.

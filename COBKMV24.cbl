       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBKMV24.
       DATE-WRITTEN.  10/15/2026
       AUTHOR.        KYLER VANDERAA.
      ******************************************
      * CUSTOMER INVOICING RUN. EVERY          *
      * COMPLETED OR CLOSED ESTIMATE NOT YET   *
      * BILLED IS PRICED ONE LAST TIME, GIVEN  *
      * THE NEXT INVOICE NUMBER AND THE        *
      * INVOICE DATE, AND WRITTEN TO THE       *
      * INVOICE FILE WITH ITS PAINT, LABOR,    *
      * TAX, AND TOTAL FROZEN. RECEIVABLES,    *
      * STATEMENTS, THE PAYMENT EDIT, AND THE  *
      * PURGE ALL WORK FROM THE INVOICE FROM   *
      * THEN ON, SO A LATER PRICE OR RATE      *
      * CHANGE CANNOT MOVE A BILLED AMOUNT.    *
      * PRINTS ONE INVOICE PAGE PER CUSTOMER   *
      * BILL AND AN INVOICE REGISTER WITH RUN  *
      * TOTALS.                                *
      * A MULTI-AREA ESTIMATE IS PRICED ACROSS *
      * ITS AREA LINES AND BILLED AS ONE PAINT *
      * LINE FOR THE TOTAL GALLONS.            *
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

           SELECT CUSTOMER-MASTER
              ASSIGN TO
             'C:\INDIANHILLS\COBOL\COBKMV01\CUSTMAST.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CM-CUST-ID
              FILE STATUS IS WS-CUST-STATUS.

           SELECT INVENTORY-MASTER
              ASSIGN TO
             'C:\INDIANHILLS\COBOL\COBKMV08\PAINTINV.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS IN-PT-CODE
              FILE STATUS IS WS-INV-STATUS.

           SELECT INVOICE-FILE
              ASSIGN TO
             'C:\INDIANHILLS\COBOL\COBKMV24\INVOICE.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS INV-NO
              ALTERNATE RECORD KEY IS INV-EST-NO
              FILE STATUS IS WS-INVC-STATUS.

           SELECT INVOICE-PRINT
              ASSIGN TO
             'C:\INDIANHILLS\COBOL\COBKMV24\INVOICES.PRT'
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
              ASSIGN TO
             'C:\INDIANHILLS\COBOL\COBKMV24\INVREG.PRT'
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AREA-FILE
              ASSIGN TO
             'C:\INDIANHILLS\COBOL\COBKMV01\PNTAREA.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AREA-KEY
              FILE STATUS IS WS-AREA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAINTJOB-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS PAINT-REC
           RECORD CONTAINS 39 CHARACTERS.

       COPY PAINTREC.

       FD  CUSTOMER-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS CUSTOMER-REC.

       COPY CUSTREC.

       FD  INVENTORY-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS INVENTORY-REC
           RECORD CONTAINS 42 CHARACTERS.

       COPY PNTINV.

       FD  INVOICE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS INVOICE-REC
           RECORD CONTAINS 52 CHARACTERS.

       COPY INVREC.

       FD  INVOICE-PRINT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS INVLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  INVLINE               PIC X(132).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE               PIC X(132).

       FD  AREA-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AREA-REC
           RECORD CONTAINS 42 CHARACTERS.

       COPY AREAREC.

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  C-PCTR              PIC 99            VALUE 0.
           05  MORE-RECS           PIC XXX           VALUE 'YES'.
           05  MORE-INV-RECS       PIC XXX           VALUE 'YES'.
           05  MORE-INVC-RECS      PIC XXX           VALUE 'YES'.
           05  WS-MAST-STATUS      PIC XX            VALUE '00'.
           05  WS-CUST-STATUS      PIC XX            VALUE '00'.
           05  WS-INV-STATUS       PIC XX            VALUE '00'.
           05  WS-INVC-STATUS      PIC XX            VALUE '00'.
           05  WS-BILLED-SW        PIC XXX           VALUE 'NO'.
           05  WS-LAST-INV-NO      PIC 9(6)          VALUE 0.
           05  WS-INVOICE-DATE     PIC 9(8)          VALUE 0.
           05  WS-INVOICE-DATE-X   REDEFINES WS-INVOICE-DATE.
               10  WS-ID-YY        PIC 9(4).
               10  WS-ID-MM        PIC 99.
               10  WS-ID-DD        PIC 99.
           05  C-TOTAL-WALL-SQ-FT  PIC 9(4)          VALUE 0.
           05  C-COVERAGE-RATE     PIC 999           VALUE 115.
           05  C-GALLONS-NEEDED    PIC 999V99        VALUE 0.
           05  C-PAINT-EST         PIC 9(5)V99       VALUE 0.
           05  C-LABOR-EST         PIC 9(5)V99       VALUE 0.
           05  C-CREW-SIZE         PIC 9             VALUE 3.
           05  C-LABOR-RATE        PIC 99V99         VALUE 23.55.
           05  C-TOTAL-EST         PIC 9(6)V99       VALUE 0.
           05  WS-TAX-RATE         PIC V9999         VALUE .0650.
           05  C-TAX-EST           PIC 9(5)V99       VALUE 0.
           05  C-SUBTOTAL          PIC 9(6)V99       VALUE 0.
           05  WS-PT-DESC-HOLD     PIC X(20)         VALUE SPACES.
           05  WS-INVOICE-COUNT    PIC 9(5)          VALUE 0.
           05  WS-BILLED-COUNT     PIC 9(5)          VALUE 0.
           05  WS-REJECT-COUNT     PIC 9(5)          VALUE 0.
           05  C-GT-PAINT          PIC 9(8)V99       VALUE 0.
           05  C-GT-LABOR          PIC 9(8)V99       VALUE 0.
           05  C-GT-TAX            PIC 9(8)V99       VALUE 0.
           05  C-GT-TOTAL          PIC 9(8)V99       VALUE 0.
           05  WS-AREA-STATUS      PIC XX            VALUE '00'.
           05  WS-AREA-OPEN-SW     PIC X             VALUE 'N'.
           88  WS-AREA-OPEN                          VALUE 'Y'.
           05  MORE-AREA-RECS      PIC XXX           VALUE 'NO'.
           05  C-AREA-COUNT        PIC 99            VALUE 0.
           05  C-AREA-SQ-FT        PIC 9(5)          VALUE 0.
           05  C-AREA-GALLONS      PIC 999V99        VALUE 0.
           05  C-AREA-PAINT        PIC 9(5)V99       VALUE 0.

       COPY PNTTYPE.

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
           05  FILLER          PIC X(36)   VALUE SPACES.
           05  FILLER          PIC X(16)
                            VALUE 'INVOICE REGISTER'.
           05  FILLER          PIC X(48)   VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE 'PAGE:'.
           05  O-PCTR          PIC Z9.

       01  HEADER-LINE.
           05  FILLER          PIC X(7)    VALUE 'INVOICE'.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(8)    VALUE 'ESTIMATE'.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(8)    VALUE 'CUSTOMER'.
           05  FILLER          PIC X(25)   VALUE SPACES.
           05  FILLER          PIC X(12)   VALUE 'INVOICE DATE'.
           05  FILLER          PIC X(10)   VALUE SPACES.
           05  FILLER          PIC X(5)    VALUE 'PAINT'.
           05  FILLER          PIC X(10)   VALUE SPACES.
           05  FILLER          PIC X(5)    VALUE 'LABOR'.
           05  FILLER          PIC X(12)   VALUE SPACES.
           05  FILLER          PIC X(3)    VALUE 'TAX'.
           05  FILLER          PIC X(10)   VALUE SPACES.
           05  FILLER          PIC X(5)    VALUE 'TOTAL'.

       01  DETAIL-LINE.
           05  O-INV-NO        PIC 9(6).
           05  FILLER          PIC X(7)    VALUE SPACES.
           05  O-EST-NO        PIC X(4).
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  O-CUST-ID       PIC X(5).
           05  FILLER          PIC X       VALUE SPACE.
           05  O-CUST-NAME     PIC X(25).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-INV-MM        PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-INV-DD        PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-INV-YY        PIC 9(4).
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  O-PAINT-AMT     PIC $$$,$$9.99.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  O-LABOR-AMT     PIC $$$,$$9.99.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  O-TAX-AMT       PIC $$$,$$9.99.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-TOTAL-AMT     PIC $$$$,$$9.99.

       01  TOTAL-LINE-1.
           05  FILLER          PIC X(18)
                            VALUE 'INVOICES WRITTEN: '.
           05  O-INVOICE-COUNT PIC ZZ,ZZ9.
           05  FILLER          PIC X(33)   VALUE SPACES.
           05  O-GT-PAINT      PIC $$,$$$,$$9.99.
           05  FILLER          PIC X       VALUE SPACE.
           05  O-GT-LABOR      PIC $$,$$$,$$9.99.
           05  FILLER          PIC X       VALUE SPACE.
           05  O-GT-TAX        PIC $$,$$$,$$9.99.
           05  FILLER          PIC X       VALUE SPACE.
           05  O-GT-TOTAL      PIC $$,$$$,$$9.99.

       01  TOTAL-LINE-2.
           05  FILLER          PIC X(30)
                            VALUE 'COMPLETED - ALREADY INVOICED: '.
           05  O-BILLED-COUNT  PIC ZZ,ZZ9.

       01  TOTAL-LINE-3.
           05  FILLER          PIC X(30)
                            VALUE 'NOT INVOICED - WRITE FAILED:  '.
           05  O-REJECT-COUNT  PIC ZZ,ZZ9.

       01  INVOICE-TITLE.
           05  FILLER          PIC X(6)    VALUE 'DATE:'.
           05  O-INVT-MM       PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-INVT-DD       PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-INVT-YY       PIC 9(4).
           05  FILLER          PIC X(10)   VALUE SPACES.
           05  FILLER          PIC X(33)
               VALUE 'KYLER''S PAINT ESTIMATOR - INVOICE'.

       01  ADDRESS-LINE.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  O-ADDR-TEXT     PIC X(25).

       01  INVOICE-NO-LINE.
           05  FILLER          PIC X(10)
                               VALUE 'INVOICE '.
           05  O-INVH-NO       PIC 9(6).
           05  FILLER          PIC X(10)   VALUE SPACES.
           05  FILLER          PIC X(13)   VALUE 'INVOICE DATE '.
           05  O-INVH-MM       PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-INVH-DD       PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-INVH-YY       PIC 9(4).

       01  EST-NO-LINE.
           05  FILLER          PIC X(10)
                               VALUE 'ESTIMATE '.
           05  O-INVH-EST-NO   PIC X(4).
           05  FILLER          PIC X(12)   VALUE SPACES.
           05  FILLER          PIC X(13)   VALUE 'JOB DATE '.
           05  O-JOB-MM        PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-JOB-DD        PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-JOB-YY        PIC 9(4).

       01  PAINT-LINE.
           05  FILLER          PIC X(14)
                               VALUE 'PAINT:'.
           05  O-PT-DESC       PIC X(20).
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  O-GALLONS       PIC ZZ9.99.
           05  FILLER          PIC X(8)    VALUE ' GALLONS'.

       01  PRICE-LINE-1.
           05  FILLER          PIC X(24)
                               VALUE 'PAINT'.
           05  O-INVH-PAINT    PIC $$$$,$$9.99.

       01  PRICE-LINE-2.
           05  FILLER          PIC X(24)
                               VALUE 'LABOR'.
           05  O-INVH-LABOR    PIC $$$$,$$9.99.

       01  PRICE-LINE-3.
           05  FILLER          PIC X(24)
                               VALUE 'TAX'.
           05  O-INVH-TAX      PIC $$$$,$$9.99.

       01  PRICE-LINE-4.
           05  FILLER          PIC X(24)
                               VALUE 'AMOUNT DUE'.
           05  O-INVH-TOTAL    PIC $$$$,$$9.99.

       01  TERMS-LINE-1.
           05  FILLER          PIC X(7)    VALUE 'TERMS:'.
           05  O-CREDIT-TERMS  PIC X(6).

       01  TERMS-LINE-2.
           05  FILLER          PIC X(48)
               VALUE 'PLEASE REMIT THE AMOUNT DUE PER THE TERMS ABOVE'.
           05  FILLER          PIC X(37)
               VALUE 'AND SHOW THE INVOICE NUMBER WITH IT.'.

       01  TERMS-LINE-3.
           05  FILLER          PIC X(33)
               VALUE 'THANK YOU FOR YOUR BUSINESS.'.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-RECS = 'NO'.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           OPEN INPUT PAINTJOB-MASTER.
           OPEN INPUT CUSTOMER-MASTER.
           OPEN I-O INVOICE-FILE.
           IF WS-INVC-STATUS = '35'
               OPEN OUTPUT INVOICE-FILE
               CLOSE INVOICE-FILE
               OPEN I-O INVOICE-FILE
           END-IF.
           OPEN OUTPUT INVOICE-PRINT.
           OPEN OUTPUT PRTOUT.
           OPEN INPUT AREA-FILE.
           IF WS-AREA-STATUS = '00'
               MOVE 'Y' TO WS-AREA-OPEN-SW
           ELSE
               IF WS-AREA-STATUS NOT = '35'
                   DISPLAY 'AREA LINE FILE OPEN FAILED - STATUS '
                       WS-AREA-STATUS
                   DISPLAY 'ESTIMATES PRICED FROM HEADER FOOTAGES'
               END-IF
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.

           IF WS-MAST-STATUS NOT = '00'
              OR WS-CUST-STATUS NOT = '00'
              OR WS-INVC-STATUS NOT = '00'
               DISPLAY 'MASTER FILE OPEN FAILED - STATUS '
                   WS-MAST-STATUS ' / ' WS-CUST-STATUS
                   ' / ' WS-INVC-STATUS
               DISPLAY 'INVOICING RUN CANCELLED'
               MOVE 'NO' TO MORE-RECS
           ELSE
               PERFORM 1100-LOAD-PAINT-TYPES
               PERFORM 1200-FIND-LAST-INVOICE
               PERFORM 1300-GET-INVOICE-DATE
               PERFORM 9000-READ
               PERFORM 9100-HDGS
           END-IF.

      ******************************************
      * THE PAINT TYPE TABLE IS LOADED AT      *
      * STARTUP FROM THE INVENTORY MASTER SO   *
      * NEW PRODUCTS NEED NO RECOMPILE.        *
      ******************************************
       1100-LOAD-PAINT-TYPES.
           MOVE 0 TO WS-PT-COUNT.
           OPEN INPUT INVENTORY-MASTER.
           IF WS-INV-STATUS NOT = '00'
               DISPLAY 'PAINT INVENTORY OPEN FAILED - STATUS '
                   WS-INV-STATUS
               DISPLAY 'PAINT TYPE TABLE IS EMPTY'
           ELSE
               MOVE 'YES' TO MORE-INV-RECS
               PERFORM 1110-LOAD-ONE-PAINT-TYPE
                   UNTIL MORE-INV-RECS = 'NO'
               CLOSE INVENTORY-MASTER
           END-IF.

       1110-LOAD-ONE-PAINT-TYPE.
           READ INVENTORY-MASTER
               AT END
                 MOVE 'NO' TO MORE-INV-RECS
               NOT AT END
                 IF WS-PT-COUNT >= 25
                     DISPLAY 'PAINT TYPE TABLE FULL - '
                         IN-PT-CODE ' DROPPED'
                 ELSE
                     ADD 1 TO WS-PT-COUNT
                     MOVE IN-PT-CODE
                         TO WS-PT-CODE (WS-PT-COUNT)
                     MOVE IN-PT-DESC
                         TO WS-PT-DESC (WS-PT-COUNT)
                     MOVE IN-PT-COVERAGE
                         TO WS-PT-COVERAGE (WS-PT-COUNT)
                 END-IF
           END-READ.

      ******************************************
      * INVOICE NUMBERS RUN ON FROM THE        *
      * HIGHEST NUMBER ALREADY ON THE INVOICE  *
      * FILE - THE LAST RECORD IN KEY ORDER.   *
      ******************************************
       1200-FIND-LAST-INVOICE.
           MOVE 0 TO WS-LAST-INV-NO.
           MOVE 'YES' TO MORE-INVC-RECS.
           PERFORM 1210-READ-ONE-INVOICE
               UNTIL MORE-INVC-RECS = 'NO'.

       1210-READ-ONE-INVOICE.
           READ INVOICE-FILE NEXT RECORD
               AT END
                 MOVE 'NO' TO MORE-INVC-RECS
               NOT AT END
                 MOVE INV-NO TO WS-LAST-INV-NO
           END-READ.

       1300-GET-INVOICE-DATE.
           DISPLAY 'ENTER INVOICE DATE (YYYYMMDD, OR 0 FOR'
               ' TODAY): '.
           ACCEPT WS-INVOICE-DATE.
           IF WS-INVOICE-DATE = 0
               MOVE I-DATE TO WS-INVOICE-DATE
           END-IF.
           MOVE WS-ID-MM TO O-INVT-MM.
           MOVE WS-ID-DD TO O-INVT-DD.
           MOVE WS-ID-YY TO O-INVT-YY.

       2000-MAINLINE.
           IF PAINT-COMPLETED OR PAINT-CLOSED
               PERFORM 2050-CHECK-BILLED
               IF WS-BILLED-SW = 'YES'
                   ADD 1 TO WS-BILLED-COUNT
               ELSE
                   PERFORM 2100-CALCS
                   PERFORM 2200-WRITE-INVOICE
               END-IF
           END-IF.
           PERFORM 9000-READ.

      ******************************************
      * AN ESTIMATE IS BILLED ONCE. THE        *
      * ALTERNATE KEY ON THE ESTIMATE NUMBER   *
      * FINDS ANY EARLIER INVOICE FOR IT.      *
      ******************************************
       2050-CHECK-BILLED.
           MOVE I-PAINT-EST-NO TO INV-EST-NO.
           READ INVOICE-FILE
               KEY IS INV-EST-NO
               INVALID KEY
                 MOVE 'NO' TO WS-BILLED-SW
               NOT INVALID KEY
                 MOVE 'YES' TO WS-BILLED-SW
           END-READ.

       2100-CALCS.
           PERFORM 2130-PRICE-AREA-LINES.
           IF C-AREA-COUNT = 0
               PERFORM 2110-GET-COVERAGE-RATE
               SUBTRACT PAINT-DOOR-SQ-FT FROM PAINT-WALL-SQ-FT GIVING
               C-TOTAL-WALL-SQ-FT
               ADD PAINT-CEILING-SQ-FT TO C-TOTAL-WALL-SQ-FT
               DIVIDE C-COVERAGE-RATE INTO C-TOTAL-WALL-SQ-FT GIVING
               C-GALLONS-NEEDED
               MULTIPLY C-GALLONS-NEEDED BY PAINT-PRICE-GAL GIVING
               C-PAINT-EST
           ELSE
               IF C-AREA-COUNT > 1
                   MOVE 'MULTIPLE AREAS' TO WS-PT-DESC-HOLD
               END-IF
           END-IF.
           PERFORM 2120-GET-LABOR-PARAMS.
           COMPUTE C-LABOR-EST = C-GALLONS-NEEDED * C-CREW-SIZE
           * C-LABOR-RATE.
           ADD C-LABOR-EST C-PAINT-EST GIVING C-SUBTOTAL.
           COMPUTE C-TAX-EST = C-SUBTOTAL * WS-TAX-RATE.
           ADD C-SUBTOTAL C-TAX-EST GIVING C-TOTAL-EST.

       2110-GET-COVERAGE-RATE.
           MOVE 115 TO C-COVERAGE-RATE.
           MOVE SPACES TO WS-PT-DESC-HOLD.
           SET WS-PT-IDX TO 1.
           SEARCH WS-PT-ENTRY
               AT END
                 MOVE 115 TO C-COVERAGE-RATE
               WHEN WS-PT-CODE (WS-PT-IDX) = PAINT-TYPE
                 MOVE WS-PT-COVERAGE (WS-PT-IDX) TO C-COVERAGE-RATE
                 MOVE WS-PT-DESC (WS-PT-IDX) TO WS-PT-DESC-HOLD.

       2120-GET-LABOR-PARAMS.
           MOVE 3 TO C-CREW-SIZE.
           MOVE 23.55 TO C-LABOR-RATE.
           IF PAINT-CREW-SIZE NUMERIC AND PAINT-CREW-SIZE > 0
               MOVE PAINT-CREW-SIZE TO C-CREW-SIZE
           END-IF.
           IF PAINT-LABOR-RATE NUMERIC AND PAINT-LABOR-RATE > 0
               MOVE PAINT-LABOR-RATE TO C-LABOR-RATE
           END-IF.

      ******************************************
      * AREA LINES ARE PRICED EXACTLY AS THE   *
      * ESTIMATE REPORT PRICES THEM. A ONE-    *
      * AREA ESTIMATE KEEPS THE AREA'S PAINT   *
      * DESCRIPTION ON THE INVOICE.            *
      ******************************************
       2130-PRICE-AREA-LINES.
           MOVE 0 TO C-AREA-COUNT.
           MOVE 0 TO C-GALLONS-NEEDED.
           MOVE 0 TO C-PAINT-EST.
           MOVE 'NO' TO MORE-AREA-RECS.
           IF WS-AREA-OPEN
               MOVE I-PAINT-EST-NO TO AREA-EST-NO
               MOVE 0 TO AREA-LINE-NO
               START AREA-FILE
                   KEY IS NOT < AREA-KEY
                   INVALID KEY
                     MOVE 'NO' TO MORE-AREA-RECS
                   NOT INVALID KEY
                     MOVE 'YES' TO MORE-AREA-RECS
               END-START
           END-IF.
           PERFORM 2135-PRICE-ONE-AREA
               UNTIL MORE-AREA-RECS = 'NO'.

       2135-PRICE-ONE-AREA.
           READ AREA-FILE NEXT RECORD
               AT END
                 MOVE 'NO' TO MORE-AREA-RECS
               NOT AT END
                 IF AREA-EST-NO NOT = I-PAINT-EST-NO
                     MOVE 'NO' TO MORE-AREA-RECS
                 ELSE
                     PERFORM 2140-ADD-AREA-PRICE
                 END-IF
           END-READ.

       2140-ADD-AREA-PRICE.
           ADD 1 TO C-AREA-COUNT.
           MOVE 115 TO C-COVERAGE-RATE.
           MOVE SPACES TO WS-PT-DESC-HOLD.
           SET WS-PT-IDX TO 1.
           SEARCH WS-PT-ENTRY
               AT END
                 MOVE 115 TO C-COVERAGE-RATE
               WHEN WS-PT-CODE (WS-PT-IDX) = AREA-PAINT-TYPE
                 MOVE WS-PT-COVERAGE (WS-PT-IDX) TO C-COVERAGE-RATE
                 MOVE WS-PT-DESC (WS-PT-IDX) TO WS-PT-DESC-HOLD.
           SUBTRACT AREA-DOOR-SQ-FT FROM AREA-WALL-SQ-FT GIVING
           C-AREA-SQ-FT.
           ADD AREA-CEILING-SQ-FT TO C-AREA-SQ-FT.
           DIVIDE C-COVERAGE-RATE INTO C-AREA-SQ-FT GIVING
           C-AREA-GALLONS.
           MULTIPLY C-AREA-GALLONS BY AREA-PRICE-GAL GIVING
           C-AREA-PAINT.
           ADD C-AREA-GALLONS TO C-GALLONS-NEEDED.
           ADD C-AREA-PAINT TO C-PAINT-EST.

       2200-WRITE-INVOICE.
           ADD 1 TO WS-LAST-INV-NO.
           MOVE WS-LAST-INV-NO TO INV-NO.
           MOVE I-PAINT-EST-NO TO INV-EST-NO.
           MOVE I-CUST-ID TO INV-CUST-ID.
           MOVE WS-INVOICE-DATE TO INV-DATE.
           MOVE C-PAINT-EST TO INV-PAINT-AMT.
           MOVE C-LABOR-EST TO INV-LABOR-AMT.
           MOVE C-TAX-EST TO INV-TAX-AMT.
           MOVE C-TOTAL-EST TO INV-TOTAL-AMT.
           WRITE INVOICE-REC
               INVALID KEY
                 DISPLAY 'INVOICE ' INV-NO ' FOR ESTIMATE '
                     I-PAINT-EST-NO ' NOT WRITTEN - STATUS '
                     WS-INVC-STATUS
                 ADD 1 TO WS-REJECT-COUNT
                 SUBTRACT 1 FROM WS-LAST-INV-NO
               NOT INVALID KEY
                 ADD 1 TO WS-INVOICE-COUNT
                 ADD INV-PAINT-AMT TO C-GT-PAINT
                 ADD INV-LABOR-AMT TO C-GT-LABOR
                 ADD INV-TAX-AMT TO C-GT-TAX
                 ADD INV-TOTAL-AMT TO C-GT-TOTAL
                 PERFORM 2300-GET-CUSTOMER
                 PERFORM 2400-PRINT-INVOICE
                 PERFORM 2500-REGISTER-LINE
           END-WRITE.

       2300-GET-CUSTOMER.
           MOVE I-CUST-ID TO CM-CUST-ID.
           READ CUSTOMER-MASTER
               INVALID KEY
                 MOVE 'CUSTOMER NOT ON FILE' TO CM-CUST-NAME
                 MOVE SPACES TO CM-CUST-ADDRESS
                 MOVE SPACES TO CM-CUST-CITY-ST-ZIP
                 MOVE SPACES TO CM-CREDIT-TERMS
           END-READ.

       2400-PRINT-INVOICE.
           WRITE INVLINE FROM INVOICE-TITLE
               AFTER ADVANCING PAGE.
           MOVE CM-CUST-NAME TO O-ADDR-TEXT.
           WRITE INVLINE FROM ADDRESS-LINE
               AFTER ADVANCING 3 LINES.
           MOVE CM-CUST-ADDRESS TO O-ADDR-TEXT.
           WRITE INVLINE FROM ADDRESS-LINE
               AFTER ADVANCING 1 LINE.
           MOVE CM-CUST-CITY-ST-ZIP TO O-ADDR-TEXT.
           WRITE INVLINE FROM ADDRESS-LINE
               AFTER ADVANCING 1 LINE.
           MOVE INV-NO TO O-INVH-NO.
           MOVE INV-MM TO O-INVH-MM.
           MOVE INV-DD TO O-INVH-DD.
           MOVE INV-YY TO O-INVH-YY.
           WRITE INVLINE FROM INVOICE-NO-LINE
               AFTER ADVANCING 3 LINES.
           MOVE INV-EST-NO TO O-INVH-EST-NO.
           MOVE PAINT-MM TO O-JOB-MM.
           MOVE PAINT-DD TO O-JOB-DD.
           MOVE PAINT-YY TO O-JOB-YY.
           WRITE INVLINE FROM EST-NO-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-PT-DESC-HOLD TO O-PT-DESC.
           MOVE C-GALLONS-NEEDED TO O-GALLONS.
           WRITE INVLINE FROM PAINT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE INV-PAINT-AMT TO O-INVH-PAINT.
           WRITE INVLINE FROM PRICE-LINE-1
               AFTER ADVANCING 2 LINES.
           MOVE INV-LABOR-AMT TO O-INVH-LABOR.
           WRITE INVLINE FROM PRICE-LINE-2
               AFTER ADVANCING 1 LINE.
           MOVE INV-TAX-AMT TO O-INVH-TAX.
           WRITE INVLINE FROM PRICE-LINE-3
               AFTER ADVANCING 1 LINE.
           MOVE INV-TOTAL-AMT TO O-INVH-TOTAL.
           WRITE INVLINE FROM PRICE-LINE-4
               AFTER ADVANCING 2 LINES.
           IF CM-CREDIT-TERMS = SPACES
               MOVE 'NET 30' TO O-CREDIT-TERMS
           ELSE
               MOVE CM-CREDIT-TERMS TO O-CREDIT-TERMS
           END-IF.
           WRITE INVLINE FROM TERMS-LINE-1
               AFTER ADVANCING 3 LINES.
           WRITE INVLINE FROM TERMS-LINE-2
               AFTER ADVANCING 1 LINE.
           WRITE INVLINE FROM TERMS-LINE-3
               AFTER ADVANCING 2 LINES.

       2500-REGISTER-LINE.
           MOVE INV-NO TO O-INV-NO.
           MOVE INV-EST-NO TO O-EST-NO.
           MOVE INV-CUST-ID TO O-CUST-ID.
           MOVE CM-CUST-NAME TO O-CUST-NAME.
           MOVE INV-MM TO O-INV-MM.
           MOVE INV-DD TO O-INV-DD.
           MOVE INV-YY TO O-INV-YY.
           MOVE INV-PAINT-AMT TO O-PAINT-AMT.
           MOVE INV-LABOR-AMT TO O-LABOR-AMT.
           MOVE INV-TAX-AMT TO O-TAX-AMT.
           MOVE INV-TOTAL-AMT TO O-TOTAL-AMT.
           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                     PERFORM 9100-HDGS.

       3000-CLOSING.
           MOVE WS-INVOICE-COUNT TO O-INVOICE-COUNT.
           MOVE C-GT-PAINT TO O-GT-PAINT.
           MOVE C-GT-LABOR TO O-GT-LABOR.
           MOVE C-GT-TAX TO O-GT-TAX.
           MOVE C-GT-TOTAL TO O-GT-TOTAL.
           MOVE WS-BILLED-COUNT TO O-BILLED-COUNT.
           MOVE WS-REJECT-COUNT TO O-REJECT-COUNT.
           WRITE PRTLINE FROM TOTAL-LINE-1
               AFTER ADVANCING 3 LINES.
           WRITE PRTLINE FROM TOTAL-LINE-2
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM TOTAL-LINE-3
               AFTER ADVANCING 1 LINE.
           DISPLAY 'INVOICES WRITTEN: ' WS-INVOICE-COUNT.
           DISPLAY 'ALREADY INVOICED: ' WS-BILLED-COUNT.
           DISPLAY 'WRITE FAILURES:   ' WS-REJECT-COUNT.
           CLOSE PAINTJOB-MASTER
                 CUSTOMER-MASTER
                 INVOICE-FILE
                 INVOICE-PRINT
                 PRTOUT.
           IF WS-AREA-OPEN
               CLOSE AREA-FILE
           END-IF.

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

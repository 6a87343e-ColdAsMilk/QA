       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBKMV34.
       DATE-WRITTEN.  10/15/2026
       AUTHOR.        KYLER VANDERAA.
      ******************************************
      * REPAINT AND FOLLOW-UP MAILING LIST.    *
      * FINDS PAST CUSTOMERS WORTH ASKING FOR  *
      * REPEAT WORK FROM THE ESTIMATE HISTORY  *
      * FILE AND THE OPEN PAINT JOB MASTER.    *
      * A CUSTOMER IS PICKED WHEN THEIR LAST   *
      * COMPLETED JOB IS OLDER THAN A KEYED    *
      * NUMBER OF YEARS, OR WHEN ANY COMPLETED *
      * JOB USED A KEYED PAINT TYPE. ANYONE ON *
      * CREDIT HOLD, WITH AN OPEN BALANCE, OR  *
      * WITH AN OPEN QUOTE OR JOB IS LEFT OUT. *
      * PRINTS ONE-UP MAILING LABELS, WRITES A *
      * MAILING FILE WITH THE LAST JOB'S DATE, *
      * PAINT TYPE, AND VALUE, AND PRINTS A    *
      * SUMMARY OF CUSTOMERS SELECTED AND      *
      * EXCLUDED UNDER EACH RULE.              *
      ******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CUSTOMER-MASTER
              ASSIGN TO
             'C:\INDIANHILLS\COBOL\COBKMV01\CUSTMAST.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CM-CUST-ID
              FILE STATUS IS WS-CUST-STATUS.

           SELECT PAINTJOB-MASTER
              ASSIGN TO
             'C:\INDIANHILLS\COBOL\COBKMV01\PAINTJOB.MST'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS I-PAINT-EST-NO
              FILE STATUS IS WS-MAST-STATUS.

           SELECT ESTIMATE-HISTORY
              ASSIGN TO
             'C:\INDIANHILLS\COBOL\COBKMV13\PAINTHST.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HST-EST-NO
              ALTERNATE RECORD KEY IS HST-CUST-ID
                  WITH DUPLICATES
              FILE STATUS IS WS-EHST-STATUS.

           SELECT INVOICE-FILE
              ASSIGN TO
             'C:\INDIANHILLS\COBOL\COBKMV24\INVOICE.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS INV-NO
              ALTERNATE RECORD KEY IS INV-EST-NO
              FILE STATUS IS WS-INVC-STATUS.

           SELECT INVENTORY-MASTER
              ASSIGN TO
             'C:\INDIANHILLS\COBOL\COBKMV08\PAINTINV.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS IN-PT-CODE
              FILE STATUS IS WS-INV-STATUS.

           SELECT OPTIONAL PAYMENTS
              ASSIGN TO
             'C:\INDIANHILLS\COBOL\COBKMV02\PAYMENTS.DAT'
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FINANCE-CHARGES
              ASSIGN TO
             'C:\INDIANHILLS\COBOL\COBKMV25\FINCHG.DAT'
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MAILING-FILE
              ASSIGN TO
             'C:\INDIANHILLS\COBOL\COBKMV34\MAILLIST.DAT'
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LABEL-FILE
              ASSIGN TO
             'C:\INDIANHILLS\COBOL\COBKMV34\MAILLBL.PRT'
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
              ASSIGN TO
             'C:\INDIANHILLS\COBOL\COBKMV34\MAILSUM.PRT'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS CUSTOMER-REC.

       COPY CUSTREC.

       FD  PAINTJOB-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS PAINT-REC
           RECORD CONTAINS 39 CHARACTERS.

       COPY PAINTREC.

       FD  ESTIMATE-HISTORY
           LABEL RECORD IS STANDARD
           DATA RECORD IS HISTORY-REC
           RECORD CONTAINS 39 CHARACTERS.

      ******************************************
      * SAME BYTE LAYOUT AS PAINT-REC - ONLY   *
      * THE FIELDS THIS RUN NEEDS ARE NAMED    *
      * HERE SO THE MASTER COPYBOOK CAN STAY   *
      * IN THE PAINTJOB-MASTER FD.             *
      ******************************************
       01  HISTORY-REC.
           05  HST-EST-NO          PIC X(4).
           05  HST-DATE            PIC 9(8).
           05  FILLER              PIC X(11).
           05  HST-CUST-ID         PIC X(5).
           05  HST-PAINT-TYPE      PIC X.
           05  FILLER              PIC X(9).
           05  HST-STATUS          PIC X.
               88  HST-VOIDED                        VALUE 'V'.

       FD  INVOICE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS INVOICE-REC
           RECORD CONTAINS 52 CHARACTERS.

       COPY INVREC.

       FD  INVENTORY-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS INVENTORY-REC
           RECORD CONTAINS 42 CHARACTERS.

       COPY PNTINV.

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

       FD  FINANCE-CHARGES
           LABEL RECORD IS STANDARD
           DATA RECORD IS FINCHG-REC
           RECORD CONTAINS 36 CHARACTERS.

       COPY FINCHG.

      ******************************************
      * ONE RECORD PER CUSTOMER SELECTED, FOR  *
      * THE MAILING HOUSE. ML-SELECT-REASON IS *
      * A = LAST JOB OLDER THAN THE YEARS      *
      * KEYED, P = USED THE PAINT TYPE KEYED,  *
      * B = BOTH. REPLACED ON EVERY RUN.       *
      ******************************************
       FD  MAILING-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 122 CHARACTERS
           DATA RECORD IS MAILING-REC.

       01  MAILING-REC.
           05  ML-CUST-ID          PIC X(5).
           05  ML-NAME             PIC X(25).
           05  ML-ADDRESS          PIC X(25).
           05  ML-CITY-ST-ZIP      PIC X(25).
           05  ML-LAST-JOB-DATE    PIC 9(8).
           05  ML-LAST-EST-NO      PIC X(4).
           05  ML-PAINT-TYPE       PIC X.
           05  ML-PAINT-DESC       PIC X(20).
           05  ML-LAST-JOB-VALUE   PIC 9(6)V99.
           05  ML-SELECT-REASON    PIC X.

       FD  LABEL-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS LABEL-LINE.

       01  LABEL-LINE            PIC X(40).

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
           05  MORE-CUST-RECS      PIC XXX           VALUE 'YES'.
           05  MORE-HIST-RECS      PIC XXX           VALUE 'NO'.
           05  MORE-INV-RECS       PIC XXX           VALUE 'YES'.
           05  MORE-PAY-RECS       PIC XXX           VALUE 'YES'.
           05  MORE-FC-RECS        PIC XXX           VALUE 'YES'.
           05  WS-CUST-STATUS      PIC XX            VALUE '00'.
           05  WS-MAST-STATUS      PIC XX            VALUE '00'.
           05  WS-EHST-STATUS      PIC XX            VALUE '00'.
           05  WS-INVC-STATUS      PIC XX            VALUE '00'.
           05  WS-INV-STATUS       PIC XX            VALUE '00'.
           05  WS-HIST-OPEN-SW     PIC X             VALUE 'N'.
           88  WS-HIST-OPEN                          VALUE 'Y'.
           05  WS-CANCEL-SW        PIC X             VALUE 'N'.
           88  WS-RUN-CANCELLED                      VALUE 'Y'.
           05  WS-AGE-MATCH-SW     PIC X             VALUE 'N'.
           88  WS-AGE-MATCH                          VALUE 'Y'.
           05  WS-TYPE-MATCH-SW    PIC X             VALUE 'N'.
           88  WS-TYPE-MATCH                         VALUE 'Y'.
           05  WS-EXCLUDED-SW      PIC X             VALUE 'N'.
           88  WS-EXCLUDED                           VALUE 'Y'.
           05  WS-EST-IDX          PIC 9(4)          VALUE 0.
           05  WS-SUB              PIC 9(5)          VALUE 0.
           05  C-BALANCE-DUE       PIC S9(7)V99      VALUE 0.

       01  SELECTION-AREA.
           05  WS-SEL-YEARS        PIC 99            VALUE 0.
           05  WS-SEL-PAINT-TYPE   PIC X             VALUE SPACE.
           05  WS-SEL-PAINT-DESC   PIC X(20)         VALUE SPACES.
           05  WS-CUTOFF-DATE      PIC 9(8)          VALUE 0.
           05  WS-TODAY-YYYYMMDD   PIC 9(8)          VALUE 0.

      ******************************************
      * ONE ENTRY PER CUSTOMER WITH AN         *
      * ESTIMATE ON THE OPEN MASTER, BUILT BY  *
      * THE MASTER PASS AND LOOKED UP WHEN THE *
      * CUSTOMER MASTER IS READ.               *
      ******************************************
       01  WS-OPEN-CUST-TABLE.
           05  WS-OC-COUNT         PIC 9(4)          VALUE 0.
           05  WS-OC-ENTRY OCCURS 5000 TIMES.
               10  WS-OC-CUST-ID       PIC X(5).
               10  WS-OC-QUOTE-SW      PIC X.
               10  WS-OC-BALANCE-SW    PIC X.
               10  WS-OC-LAST-DATE     PIC 9(8).
               10  WS-OC-LAST-EST      PIC X(4).
               10  WS-OC-LAST-TYPE     PIC X.
               10  WS-OC-TYPE-USED-SW  PIC X.

       01  WS-OC-WORK.
           05  WS-OC-SUB           PIC 9(4)          VALUE 0.
           05  WS-OC-FOUND         PIC 9(4)          VALUE 0.
           05  WS-OC-FULL-COUNT    PIC 9(5)          VALUE 0.

      ******************************************
      * THE CUSTOMER BEING DECIDED - THE OPEN  *
      * MASTER ENTRY MERGED WITH THEIR JOBS ON *
      * THE HISTORY FILE.                      *
      ******************************************
       01  WS-CURRENT-CUSTOMER.
           05  WS-CUR-QUOTE-SW     PIC X             VALUE 'N'.
           88  WS-CUR-OPEN-QUOTE                     VALUE 'Y'.
           05  WS-CUR-BALANCE-SW   PIC X             VALUE 'N'.
           88  WS-CUR-OPEN-BALANCE                   VALUE 'Y'.
           05  WS-CUR-TYPE-USED-SW PIC X             VALUE 'N'.
           88  WS-CUR-TYPE-USED                      VALUE 'Y'.
           05  WS-CUR-LAST-DATE    PIC 9(8)          VALUE 0.
           05  WS-CUR-LAST-DATE-R  REDEFINES WS-CUR-LAST-DATE.
               10  WS-CUR-LAST-YY  PIC 9(4).
               10  WS-CUR-LAST-MM  PIC 99.
               10  WS-CUR-LAST-DD  PIC 99.
           05  WS-CUR-LAST-EST     PIC X(4)          VALUE SPACES.
           05  WS-CUR-LAST-TYPE    PIC X             VALUE SPACE.
           05  WS-CUR-LAST-VALUE   PIC 9(6)V99       VALUE 0.

       01  WS-COUNTS.
           05  WS-MAST-COUNT       PIC 9(7)          VALUE 0.
           05  WS-HIST-COUNT       PIC 9(7)          VALUE 0.
           05  WS-CUST-COUNT       PIC 9(7)          VALUE 0.
           05  WS-NO-JOB-COUNT     PIC 9(7)          VALUE 0.
           05  WS-NO-MATCH-COUNT   PIC 9(7)          VALUE 0.
           05  WS-AGE-COUNT        PIC 9(7)          VALUE 0.
           05  WS-TYPE-COUNT       PIC 9(7)          VALUE 0.
           05  WS-HOLD-COUNT       PIC 9(7)          VALUE 0.
           05  WS-BALANCE-COUNT    PIC 9(7)          VALUE 0.
           05  WS-QUOTE-COUNT      PIC 9(7)          VALUE 0.
           05  WS-EXCL-COUNT       PIC 9(7)          VALUE 0.
           05  WS-SELECT-COUNT     PIC 9(7)          VALUE 0.

       01  WS-PAYMENT-TOTALS.
           05  WS-PAY-TOTAL OCCURS 10000 TIMES
               PIC 9(7)V99.

       01  WS-FIN-CHARGE-TOTALS.
           05  WS-FC-TOTAL OCCURS 10000 TIMES
               PIC 9(7)V99.

       COPY PNTTYPE.

       01  CURRENT-DATE-AND-TIME.
           05  I-DATE.
               10  I-YY         PIC 9(4).
               10  I-MM         PIC 99.
               10  I-DD         PIC 99.
           05  I-TIME           PIC 9(6).

       01  COMPANY-TITLE.
           05  FILLER          PIC X(6)    VALUE 'DATE:'.
           05  O-MM            PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-DD            PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-YY            PIC 9(4).
           05  FILLER          PIC X(36)   VALUE SPACES.
           05  FILLER          PIC X(32)
                       VALUE 'REPAINT MAILING LIST SUMMARY'.
           05  FILLER          PIC X(32)   VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE 'PAGE:'.
           05  O-PCTR          PIC Z9.

       01  COMPANY-NAME-LINE.
           05  FILLER          PIC X(53)   VALUE SPACES.
           05  FILLER          PIC X(26)
                       VALUE 'KYLER''S PAINT ESTIMATOR'.

       01  YEARS-LINE.
           05  FILLER          PIC X(40)
                       VALUE 'LAST COMPLETED JOB OLDER THAN (YEARS):'.
           05  O-SEL-YEARS     PIC Z9.
           05  FILLER          PIC X(14)   VALUE '   CUT-OFF:'.
           05  O-CUTOFF-DATE   PIC 9(8).

       01  TYPE-LINE.
           05  FILLER          PIC X(40)
                       VALUE 'JOBS DONE WITH PAINT TYPE:'.
           05  O-SEL-PAINT-TYPE PIC X.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-SEL-PAINT-DESC PIC X(20).

       01  RULE-OFF-LINE.
           05  O-RULE-OFF-TEXT PIC X(60).

       01  SUMMARY-TITLE.
           05  O-SUM-TITLE     PIC X(40).

       01  SUMMARY-LINE.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  O-SUM-TEXT      PIC X(40).
           05  O-SUM-COUNT     PIC Z,ZZZ,ZZ9.

       01  CANCEL-LINE.
           05  FILLER          PIC X(40)
                       VALUE 'MAILING LIST RUN CANCELLED'.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-SCAN-MASTER
               UNTIL MORE-RECS = 'NO'.
           PERFORM 3000-SELECT-CUSTOMER
               UNTIL MORE-CUST-RECS = 'NO'.
           PERFORM 4000-CLOSING.
           STOP RUN.

       1000-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.
           MOVE I-DATE TO WS-TODAY-YYYYMMDD.

           DISPLAY 'ENTER YEARS SINCE LAST COMPLETED JOB'
               ' (0 = DO NOT SELECT BY AGE): '.
           ACCEPT WS-SEL-YEARS.
           DISPLAY 'ENTER PAINT TYPE CODE'
               ' (BLANK = DO NOT SELECT BY PAINT TYPE): '.
           ACCEPT WS-SEL-PAINT-TYPE.
           IF WS-SEL-YEARS > 0
               COMPUTE WS-CUTOFF-DATE =
                   (I-YY - WS-SEL-YEARS) * 10000
                   + I-MM * 100 + I-DD
           END-IF.

           OPEN INPUT CUSTOMER-MASTER.
           OPEN INPUT PAINTJOB-MASTER.
           OPEN INPUT INVOICE-FILE.
           OPEN OUTPUT PRTOUT.
           PERFORM 9100-HDGS.

           IF WS-CUST-STATUS NOT = '00'
              OR WS-MAST-STATUS NOT = '00'
              OR WS-INVC-STATUS NOT = '00'
               DISPLAY 'MASTER FILE OPEN FAILED - STATUS '
                   WS-CUST-STATUS ' / ' WS-MAST-STATUS
                   ' / ' WS-INVC-STATUS
               MOVE 'Y' TO WS-CANCEL-SW
           ELSE
               PERFORM 1100-LOAD-PAINT-TYPES
               PERFORM 1400-EDIT-SELECTION
           END-IF.

           IF WS-RUN-CANCELLED
               DISPLAY 'MAILING LIST RUN CANCELLED'
               MOVE 'NO' TO MORE-RECS
               MOVE 'NO' TO MORE-CUST-RECS
           ELSE
               OPEN INPUT ESTIMATE-HISTORY
               IF WS-EHST-STATUS = '00'
                   MOVE 'Y' TO WS-HIST-OPEN-SW
               ELSE
                   IF WS-EHST-STATUS NOT = '35'
                       DISPLAY 'ESTIMATE HISTORY OPEN FAILED - STATUS '
                           WS-EHST-STATUS
                   END-IF
                   DISPLAY 'SELECTING FROM THE OPEN MASTER ONLY'
               END-IF
               PERFORM 1200-LOAD-PAYMENTS
               PERFORM 1300-LOAD-FIN-CHARGES
               OPEN OUTPUT MAILING-FILE
               OPEN OUTPUT LABEL-FILE
               PERFORM 9000-READ
               PERFORM 9010-READ-CUSTOMER
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
      * PAYMENT AND FINANCE CHARGE TOTALS BY   *
      * ESTIMATE NUMBER, SO AN OPEN BALANCE IS *
      * FIGURED THE WAY THE RECEIVABLES RUN    *
      * FIGURES IT.                            *
      ******************************************
       1200-LOAD-PAYMENTS.
           INITIALIZE WS-PAYMENT-TOTALS.
           OPEN INPUT PAYMENTS.
           PERFORM 1210-LOAD-ONE-PAYMENT
               UNTIL MORE-PAY-RECS = 'NO'.
           CLOSE PAYMENTS.

       1210-LOAD-ONE-PAYMENT.
           READ PAYMENTS
               AT END
                 MOVE 'NO' TO MORE-PAY-RECS
               NOT AT END
                 IF PAY-EST-NO NUMERIC
                     MOVE PAY-EST-NO TO WS-EST-IDX
                     COMPUTE WS-SUB = WS-EST-IDX + 1
                     ADD PAY-AMOUNT TO WS-PAY-TOTAL (WS-SUB)
                 END-IF
           END-READ.

       1300-LOAD-FIN-CHARGES.
           INITIALIZE WS-FIN-CHARGE-TOTALS.
           OPEN INPUT FINANCE-CHARGES.
           PERFORM 1310-LOAD-ONE-FIN-CHARGE
               UNTIL MORE-FC-RECS = 'NO'.
           CLOSE FINANCE-CHARGES.

       1310-LOAD-ONE-FIN-CHARGE.
           READ FINANCE-CHARGES
               AT END
                 MOVE 'NO' TO MORE-FC-RECS
               NOT AT END
                 IF FC-EST-NO NUMERIC
                     MOVE FC-EST-NO TO WS-EST-IDX
                     COMPUTE WS-SUB = WS-EST-IDX + 1
                     ADD FC-AMOUNT TO WS-FC-TOTAL (WS-SUB)
                 END-IF
           END-READ.

      ******************************************
      * AT LEAST ONE SELECTION RULE MUST BE    *
      * GIVEN, AND A PAINT TYPE MUST BE ON THE *
      * PAINT INVENTORY MASTER.                *
      ******************************************
       1400-EDIT-SELECTION.
           IF WS-SEL-YEARS = 0
              AND WS-SEL-PAINT-TYPE = SPACE
               DISPLAY 'NO SELECTION RULE GIVEN - YEARS OR PAINT'
                   ' TYPE IS REQUIRED'
               MOVE 'Y' TO WS-CANCEL-SW
           END-IF.
           IF WS-SEL-PAINT-TYPE NOT = SPACE
               SET WS-PT-IDX TO 1
               SEARCH WS-PT-ENTRY
                   AT END
                     DISPLAY 'PAINT TYPE ' WS-SEL-PAINT-TYPE
                         ' NOT ON THE PAINT INVENTORY MASTER'
                     MOVE 'Y' TO WS-CANCEL-SW
                   WHEN WS-PT-CODE (WS-PT-IDX) = WS-SEL-PAINT-TYPE
                     MOVE WS-PT-DESC (WS-PT-IDX) TO WS-SEL-PAINT-DESC
               END-SEARCH
           END-IF.

      ******************************************
      * MASTER PASS - NOTES FOR EACH CUSTOMER  *
      * WHETHER THEY HAVE AN OPEN QUOTE OR JOB *
      * (Q, A, OR S), AN INVOICED ESTIMATE     *
      * STILL OWING, AND THEIR LATEST          *
      * COMPLETED JOB (C OR X) NOT YET MOVED   *
      * TO HISTORY.                            *
      ******************************************
       2000-SCAN-MASTER.
           ADD 1 TO WS-MAST-COUNT.
           IF NOT PAINT-VOIDED
               PERFORM 2100-FIND-OPEN-CUST
               IF WS-OC-FOUND > 0
                   IF PAINT-QUOTED OR PAINT-OPEN-FOR-WORK
                       MOVE 'Y' TO WS-OC-QUOTE-SW (WS-OC-FOUND)
                   END-IF
                   PERFORM 2200-CHECK-BALANCE
                   IF PAINT-COMPLETED OR PAINT-CLOSED
                       PERFORM 2300-NOTE-COMPLETED-JOB
                   END-IF
               END-IF
           END-IF.
           PERFORM 9000-READ.

       2100-FIND-OPEN-CUST.
           MOVE 0 TO WS-OC-FOUND.
           PERFORM 2110-MATCH-OPEN-CUST
               VARYING WS-OC-SUB FROM 1 BY 1
               UNTIL WS-OC-SUB > WS-OC-COUNT.
           IF WS-OC-FOUND = 0
               IF WS-OC-COUNT >= 5000
                   ADD 1 TO WS-OC-FULL-COUNT
               ELSE
                   ADD 1 TO WS-OC-COUNT
                   MOVE WS-OC-COUNT TO WS-OC-FOUND
                   MOVE I-CUST-ID TO WS-OC-CUST-ID (WS-OC-FOUND)
                   MOVE 'N' TO WS-OC-QUOTE-SW (WS-OC-FOUND)
                   MOVE 'N' TO WS-OC-BALANCE-SW (WS-OC-FOUND)
                   MOVE 0 TO WS-OC-LAST-DATE (WS-OC-FOUND)
                   MOVE SPACES TO WS-OC-LAST-EST (WS-OC-FOUND)
                   MOVE SPACE TO WS-OC-LAST-TYPE (WS-OC-FOUND)
                   MOVE 'N' TO WS-OC-TYPE-USED-SW (WS-OC-FOUND)
               END-IF
           END-IF.

       2110-MATCH-OPEN-CUST.
           IF WS-OC-CUST-ID (WS-OC-SUB) = I-CUST-ID
               MOVE WS-OC-SUB TO WS-OC-FOUND
           END-IF.

      ******************************************
      * THE BILLED AMOUNT COMES FROM THE       *
      * INVOICE. AN ESTIMATE NOT YET INVOICED  *
      * OWES NOTHING.                          *
      ******************************************
       2200-CHECK-BALANCE.
           MOVE I-PAINT-EST-NO TO INV-EST-NO.
           READ INVOICE-FILE
               KEY IS INV-EST-NO
               INVALID KEY
                 MOVE 0 TO C-BALANCE-DUE
               NOT INVALID KEY
                 MOVE I-PAINT-EST-NO TO WS-EST-IDX
                 COMPUTE WS-SUB = WS-EST-IDX + 1
                 COMPUTE C-BALANCE-DUE =
                     INV-TOTAL-AMT + WS-FC-TOTAL (WS-SUB)
                     - WS-PAY-TOTAL (WS-SUB)
           END-READ.
           IF C-BALANCE-DUE > 0
               MOVE 'Y' TO WS-OC-BALANCE-SW (WS-OC-FOUND)
           END-IF.

       2300-NOTE-COMPLETED-JOB.
           IF PAINT-DATE > WS-OC-LAST-DATE (WS-OC-FOUND)
               MOVE PAINT-DATE TO WS-OC-LAST-DATE (WS-OC-FOUND)
               MOVE I-PAINT-EST-NO TO WS-OC-LAST-EST (WS-OC-FOUND)
               MOVE PAINT-TYPE TO WS-OC-LAST-TYPE (WS-OC-FOUND)
           END-IF.
           IF WS-SEL-PAINT-TYPE NOT = SPACE
              AND PAINT-TYPE = WS-SEL-PAINT-TYPE
               MOVE 'Y' TO WS-OC-TYPE-USED-SW (WS-OC-FOUND)
           END-IF.

      ******************************************
      * CUSTOMER PASS - MERGES THE CUSTOMER'S  *
      * OPEN MASTER ENTRY WITH THEIR ARCHIVED  *
      * JOBS, APPLIES THE SELECTION RULES,     *
      * THEN THE EXCLUSIONS. EVERY EXCLUSION   *
      * THAT APPLIES IS COUNTED.               *
      ******************************************
       3000-SELECT-CUSTOMER.
           ADD 1 TO WS-CUST-COUNT.
           PERFORM 3100-GATHER-JOBS.
           IF WS-CUR-LAST-DATE = 0
               ADD 1 TO WS-NO-JOB-COUNT
           ELSE
               MOVE 'N' TO WS-AGE-MATCH-SW
               MOVE 'N' TO WS-TYPE-MATCH-SW
               IF WS-SEL-YEARS > 0
                  AND WS-CUR-LAST-DATE < WS-CUTOFF-DATE
                   MOVE 'Y' TO WS-AGE-MATCH-SW
               END-IF
               IF WS-CUR-TYPE-USED
                   MOVE 'Y' TO WS-TYPE-MATCH-SW
               END-IF
               IF WS-AGE-MATCH OR WS-TYPE-MATCH
                   PERFORM 3200-APPLY-EXCLUSIONS
               ELSE
                   ADD 1 TO WS-NO-MATCH-COUNT
               END-IF
           END-IF.
           PERFORM 9010-READ-CUSTOMER.

       3100-GATHER-JOBS.
           MOVE 'N' TO WS-CUR-QUOTE-SW.
           MOVE 'N' TO WS-CUR-BALANCE-SW.
           MOVE 'N' TO WS-CUR-TYPE-USED-SW.
           MOVE 0 TO WS-CUR-LAST-DATE.
           MOVE SPACES TO WS-CUR-LAST-EST.
           MOVE SPACE TO WS-CUR-LAST-TYPE.
           MOVE 0 TO WS-OC-FOUND.
           PERFORM 3105-MATCH-CUSTOMER
               VARYING WS-OC-SUB FROM 1 BY 1
               UNTIL WS-OC-SUB > WS-OC-COUNT.
           IF WS-OC-FOUND > 0
               MOVE WS-OC-QUOTE-SW (WS-OC-FOUND) TO WS-CUR-QUOTE-SW
               MOVE WS-OC-BALANCE-SW (WS-OC-FOUND)
                   TO WS-CUR-BALANCE-SW
               MOVE WS-OC-TYPE-USED-SW (WS-OC-FOUND)
                   TO WS-CUR-TYPE-USED-SW
               MOVE WS-OC-LAST-DATE (WS-OC-FOUND) TO WS-CUR-LAST-DATE
               MOVE WS-OC-LAST-EST (WS-OC-FOUND) TO WS-CUR-LAST-EST
               MOVE WS-OC-LAST-TYPE (WS-OC-FOUND) TO WS-CUR-LAST-TYPE
           END-IF.
           MOVE 'NO' TO MORE-HIST-RECS.
           IF WS-HIST-OPEN
               MOVE CM-CUST-ID TO HST-CUST-ID
               START ESTIMATE-HISTORY
                   KEY IS = HST-CUST-ID
                   INVALID KEY
                     MOVE 'NO' TO MORE-HIST-RECS
                   NOT INVALID KEY
                     MOVE 'YES' TO MORE-HIST-RECS
               END-START
           END-IF.
           PERFORM 3110-READ-ONE-HISTORY
               UNTIL MORE-HIST-RECS = 'NO'.

       3105-MATCH-CUSTOMER.
           IF WS-OC-CUST-ID (WS-OC-SUB) = CM-CUST-ID
               MOVE WS-OC-SUB TO WS-OC-FOUND
           END-IF.

      ******************************************
      * EVERY ARCHIVED JOB WAS COMPLETED AND   *
      * PAID IN FULL BEFORE THE PURGE MOVED IT *
      * TO HISTORY, SO ONLY ITS DATE AND PAINT *
      * TYPE MATTER HERE.                      *
      ******************************************
       3110-READ-ONE-HISTORY.
           READ ESTIMATE-HISTORY NEXT RECORD
               AT END
                 MOVE 'NO' TO MORE-HIST-RECS
               NOT AT END
                 IF HST-CUST-ID NOT = CM-CUST-ID
                     MOVE 'NO' TO MORE-HIST-RECS
                 ELSE
                     IF NOT HST-VOIDED
                         PERFORM 3120-NOTE-HISTORY-JOB
                     END-IF
                 END-IF
           END-READ.

       3120-NOTE-HISTORY-JOB.
           ADD 1 TO WS-HIST-COUNT.
           IF HST-DATE > WS-CUR-LAST-DATE
               MOVE HST-DATE TO WS-CUR-LAST-DATE
               MOVE HST-EST-NO TO WS-CUR-LAST-EST
               MOVE HST-PAINT-TYPE TO WS-CUR-LAST-TYPE
           END-IF.
           IF WS-SEL-PAINT-TYPE NOT = SPACE
              AND HST-PAINT-TYPE = WS-SEL-PAINT-TYPE
               MOVE 'Y' TO WS-CUR-TYPE-USED-SW
           END-IF.

       3200-APPLY-EXCLUSIONS.
           IF WS-AGE-MATCH
               ADD 1 TO WS-AGE-COUNT
           END-IF.
           IF WS-TYPE-MATCH
               ADD 1 TO WS-TYPE-COUNT
           END-IF.
           MOVE 'N' TO WS-EXCLUDED-SW.
           IF CM-ON-CREDIT-HOLD
               ADD 1 TO WS-HOLD-COUNT
               MOVE 'Y' TO WS-EXCLUDED-SW
           END-IF.
           IF WS-CUR-OPEN-BALANCE
               ADD 1 TO WS-BALANCE-COUNT
               MOVE 'Y' TO WS-EXCLUDED-SW
           END-IF.
           IF WS-CUR-OPEN-QUOTE
               ADD 1 TO WS-QUOTE-COUNT
               MOVE 'Y' TO WS-EXCLUDED-SW
           END-IF.
           IF WS-EXCLUDED
               ADD 1 TO WS-EXCL-COUNT
           ELSE
               PERFORM 3300-WRITE-MAILING
           END-IF.

      ******************************************
      * THE LAST JOB'S VALUE IS ITS INVOICE    *
      * TOTAL - ZERO IF IT WAS NEVER INVOICED. *
      ******************************************
       3300-WRITE-MAILING.
           ADD 1 TO WS-SELECT-COUNT.
           MOVE WS-CUR-LAST-EST TO INV-EST-NO.
           READ INVOICE-FILE
               KEY IS INV-EST-NO
               INVALID KEY
                 MOVE 0 TO WS-CUR-LAST-VALUE
               NOT INVALID KEY
                 MOVE INV-TOTAL-AMT TO WS-CUR-LAST-VALUE
           END-READ.
           MOVE SPACES TO MAILING-REC.
           MOVE CM-CUST-ID TO ML-CUST-ID.
           MOVE CM-CUST-NAME TO ML-NAME.
           MOVE CM-CUST-ADDRESS TO ML-ADDRESS.
           MOVE CM-CUST-CITY-ST-ZIP TO ML-CITY-ST-ZIP.
           MOVE WS-CUR-LAST-DATE TO ML-LAST-JOB-DATE.
           MOVE WS-CUR-LAST-EST TO ML-LAST-EST-NO.
           MOVE WS-CUR-LAST-TYPE TO ML-PAINT-TYPE.
           MOVE 'NOT ON INVENTORY' TO ML-PAINT-DESC.
           SET WS-PT-IDX TO 1.
           SEARCH WS-PT-ENTRY
               WHEN WS-PT-CODE (WS-PT-IDX) = WS-CUR-LAST-TYPE
                 MOVE WS-PT-DESC (WS-PT-IDX) TO ML-PAINT-DESC
           END-SEARCH.
           MOVE WS-CUR-LAST-VALUE TO ML-LAST-JOB-VALUE.
           IF WS-AGE-MATCH AND WS-TYPE-MATCH
               MOVE 'B' TO ML-SELECT-REASON
           ELSE
               IF WS-AGE-MATCH
                   MOVE 'A' TO ML-SELECT-REASON
               ELSE
                   MOVE 'P' TO ML-SELECT-REASON
               END-IF
           END-IF.
           WRITE MAILING-REC.
           PERFORM 3400-PRINT-LABEL.

      ******************************************
      * ONE-UP LABELS, SIX LINES APART - NAME, *
      * STREET, AND CITY/STATE/ZIP.            *
      ******************************************
       3400-PRINT-LABEL.
           WRITE LABEL-LINE FROM CM-CUST-NAME
               AFTER ADVANCING 4 LINES.
           WRITE LABEL-LINE FROM CM-CUST-ADDRESS
               AFTER ADVANCING 1 LINE.
           WRITE LABEL-LINE FROM CM-CUST-CITY-ST-ZIP
               AFTER ADVANCING 1 LINE.

       4000-CLOSING.
           IF WS-RUN-CANCELLED
               WRITE PRTLINE FROM CANCEL-LINE
                   AFTER ADVANCING 2 LINES
               CLOSE CUSTOMER-MASTER
                     PAINTJOB-MASTER
                     INVOICE-FILE
                     PRTOUT
           ELSE
               PERFORM 4100-PRINT-SUMMARY
               CLOSE CUSTOMER-MASTER
                     PAINTJOB-MASTER
                     INVOICE-FILE
                     MAILING-FILE
                     LABEL-FILE
                     PRTOUT
               IF WS-HIST-OPEN
                   CLOSE ESTIMATE-HISTORY
               END-IF
           END-IF.

       4100-PRINT-SUMMARY.
           IF WS-SEL-YEARS > 0
               MOVE WS-SEL-YEARS TO O-SEL-YEARS
               MOVE WS-CUTOFF-DATE TO O-CUTOFF-DATE
               WRITE PRTLINE FROM YEARS-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               MOVE 'NOT SELECTING BY AGE OF LAST JOB'
                   TO O-RULE-OFF-TEXT
               WRITE PRTLINE FROM RULE-OFF-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           IF WS-SEL-PAINT-TYPE NOT = SPACE
               MOVE WS-SEL-PAINT-TYPE TO O-SEL-PAINT-TYPE
               MOVE WS-SEL-PAINT-DESC TO O-SEL-PAINT-DESC
               WRITE PRTLINE FROM TYPE-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               MOVE 'NOT SELECTING BY PAINT TYPE'
                   TO O-RULE-OFF-TEXT
               WRITE PRTLINE FROM RULE-OFF-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

           MOVE 'CUSTOMERS' TO O-SUM-TITLE.
           WRITE PRTLINE FROM SUMMARY-TITLE
               AFTER ADVANCING 3 LINES.
           MOVE 'CUSTOMERS READ' TO O-SUM-TEXT.
           MOVE WS-CUST-COUNT TO O-SUM-COUNT.
           PERFORM 9200-WRITE-SUMMARY-LINE.
           MOVE 'NO COMPLETED JOB ON FILE' TO O-SUM-TEXT.
           MOVE WS-NO-JOB-COUNT TO O-SUM-COUNT.
           PERFORM 9200-WRITE-SUMMARY-LINE.
           MOVE 'NOT MATCHING ANY SELECTION RULE' TO O-SUM-TEXT.
           MOVE WS-NO-MATCH-COUNT TO O-SUM-COUNT.
           PERFORM 9200-WRITE-SUMMARY-LINE.

           MOVE 'MATCHED BY SELECTION RULE' TO O-SUM-TITLE.
           WRITE PRTLINE FROM SUMMARY-TITLE
               AFTER ADVANCING 2 LINES.
           MOVE 'LAST COMPLETED JOB TOO OLD' TO O-SUM-TEXT.
           MOVE WS-AGE-COUNT TO O-SUM-COUNT.
           PERFORM 9200-WRITE-SUMMARY-LINE.
           MOVE 'USED THE PAINT TYPE' TO O-SUM-TEXT.
           MOVE WS-TYPE-COUNT TO O-SUM-COUNT.
           PERFORM 9200-WRITE-SUMMARY-LINE.

           MOVE 'EXCLUDED BY RULE' TO O-SUM-TITLE.
           WRITE PRTLINE FROM SUMMARY-TITLE
               AFTER ADVANCING 2 LINES.
           MOVE 'ON CREDIT HOLD' TO O-SUM-TEXT.
           MOVE WS-HOLD-COUNT TO O-SUM-COUNT.
           PERFORM 9200-WRITE-SUMMARY-LINE.
           MOVE 'OPEN BALANCE' TO O-SUM-TEXT.
           MOVE WS-BALANCE-COUNT TO O-SUM-COUNT.
           PERFORM 9200-WRITE-SUMMARY-LINE.
           MOVE 'OPEN QUOTE OR JOB' TO O-SUM-TEXT.
           MOVE WS-QUOTE-COUNT TO O-SUM-COUNT.
           PERFORM 9200-WRITE-SUMMARY-LINE.
           MOVE 'CUSTOMERS EXCLUDED' TO O-SUM-TEXT.
           MOVE WS-EXCL-COUNT TO O-SUM-COUNT.
           PERFORM 9200-WRITE-SUMMARY-LINE.

           MOVE 'CUSTOMERS SELECTED FOR MAILING' TO O-SUM-TEXT.
           MOVE WS-SELECT-COUNT TO O-SUM-COUNT.
           WRITE PRTLINE FROM SUMMARY-LINE
               AFTER ADVANCING 3 LINES.
           IF WS-OC-FULL-COUNT > 0
               MOVE 'MASTER ESTIMATES SKIPPED - TABLE FULL'
                   TO O-SUM-TEXT
               MOVE WS-OC-FULL-COUNT TO O-SUM-COUNT
               PERFORM 9200-WRITE-SUMMARY-LINE
           END-IF.

           DISPLAY 'CUSTOMERS READ:     ' WS-CUST-COUNT.
           DISPLAY 'CUSTOMERS EXCLUDED: ' WS-EXCL-COUNT.
           DISPLAY 'CUSTOMERS SELECTED: ' WS-SELECT-COUNT.

       9000-READ.
           READ PAINTJOB-MASTER
               AT END
                 MOVE 'NO' TO MORE-RECS.

       9010-READ-CUSTOMER.
           READ CUSTOMER-MASTER
               AT END
                 MOVE 'NO' TO MORE-CUST-RECS.

       9100-HDGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM COMPANY-NAME-LINE
               AFTER ADVANCING 1 LINE.

       9200-WRITE-SUMMARY-LINE.
           WRITE PRTLINE FROM SUMMARY-LINE
               AFTER ADVANCING 1 LINE
                  AT EOP
                    PERFORM 9100-HDGS.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBKMV31.
       DATE-WRITTEN.  10/15/2026
       AUTHOR.        KYLER VANDERAA.
      ******************************************
      * NIGHTLY CROSS-FILE INTEGRITY AUDIT.    *
      * EACH PROGRAM EDITS ONLY ITS OWN INPUT, *
      * SO THIS STEP READS THE PAINT JOB       *
      * MASTER, ACTUALS, PAYMENTS, AND AREA    *
      * LINES AND CHECKS EVERY LINK AGAINST    *
      * THE CUSTOMER, PAINT INVENTORY, CREW,   *
      * AND ESTIMATE HISTORY FILES. EACH       *
      * ORPHAN OR STATUS MISMATCH IS PRINTED   *
      * WITH ITS TYPE AND KEY, THE TYPES ARE   *
      * SUMMARIZED, AND THE ERROR COUNT GOES   *
      * TO THE STEP STATUS RECORD SO COBKMV20  *
      * CAN STOP THE STREAM WHEN IT IS OVER    *
      * TOLERANCE.                             *
      ******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PAINTJOB-MASTER
              ASSIGN TO
             'C:\INDIANHILLS\COBOL\COBKMV01\PAINTJOB.MST'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
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
              ACCESS MODE IS RANDOM
              RECORD KEY IS IN-PT-CODE
              FILE STATUS IS WS-INV-STATUS.

           SELECT ACTUALS-FILE
              ASSIGN TO
             'C:\INDIANHILLS\COBOL\COBKMV10\ACTUALS.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ACT-EST-NO
              FILE STATUS IS WS-ACT-STATUS.

           SELECT CREW-MASTER
              ASSIGN TO
             'C:\INDIANHILLS\COBOL\COBKMV22\CREWMAST.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CR-CREW-ID
              FILE STATUS IS WS-CREW-STATUS.

           SELECT ESTIMATE-HISTORY
              ASSIGN TO
             'C:\INDIANHILLS\COBOL\COBKMV13\PAINTHST.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS HST-EST-NO
              ALTERNATE RECORD KEY IS HST-CUST-ID
                  WITH DUPLICATES
              FILE STATUS IS WS-EHST-STATUS.

           SELECT OPTIONAL PAYMENTS
              ASSIGN TO
             'C:\INDIANHILLS\COBOL\COBKMV02\PAYMENTS.DAT'
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AREA-FILE
              ASSIGN TO
             'C:\INDIANHILLS\COBOL\COBKMV01\PNTAREA.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS AREA-KEY
              FILE STATUS IS WS-AREA-STATUS.

           SELECT PRTOUT
              ASSIGN TO
             'C:\INDIANHILLS\COBOL\COBKMV31\INTEGRTY.PRT'
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STEP-STATUS
              ASSIGN TO
             'C:\INDIANHILLS\COBOL\COBKMV31\COBKMV31.STS'
              ORGANIZATION IS LINE SEQUENTIAL.

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

       FD  ACTUALS-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ACTUALS-REC
           RECORD CONTAINS 37 CHARACTERS.

       COPY ACTREC.

       FD  CREW-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS CREW-REC
           RECORD CONTAINS 32 CHARACTERS.

       COPY CREWREC.

       FD  ESTIMATE-HISTORY
           LABEL RECORD IS STANDARD
           DATA RECORD IS HISTORY-REC
           RECORD CONTAINS 39 CHARACTERS.

      ******************************************
      * SAME BYTE LAYOUT AS PAINT-REC - ONLY   *
      * THE TWO KEY FIELDS ARE NAMED HERE SO   *
      * THE MASTER COPYBOOK CAN STAY IN THE    *
      * PAINTJOB-MASTER FD.                    *
      ******************************************
       01  HISTORY-REC.
           05  HST-EST-NO          PIC X(4).
           05  FILLER              PIC X(19).
           05  HST-CUST-ID         PIC X(5).
           05  FILLER              PIC X(11).

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

       FD  AREA-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AREA-REC
           RECORD CONTAINS 42 CHARACTERS.

       COPY AREAREC.

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE               PIC X(132).

       FD  STEP-STATUS
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 19 CHARACTERS
           DATA RECORD IS STEP-STATUS-REC.

       COPY STEPSTAT.

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  C-PCTR              PIC 99            VALUE 0.
           05  MORE-RECS           PIC XXX           VALUE 'YES'.
           05  MORE-ACT-RECS       PIC XXX           VALUE 'YES'.
           05  MORE-PAY-RECS       PIC XXX           VALUE 'YES'.
           05  MORE-AREA-RECS      PIC XXX           VALUE 'YES'.
           05  WS-CANCEL-SW        PIC X             VALUE 'N'.
           88  WS-RUN-CANCELLED                      VALUE 'Y'.
           05  WS-OPEN-STATUS      PIC XX            VALUE '00'.
           05  WS-MAST-STATUS      PIC XX            VALUE '00'.
           05  WS-CUST-STATUS      PIC XX            VALUE '00'.
           05  WS-INV-STATUS       PIC XX            VALUE '00'.
           05  WS-ACT-STATUS       PIC XX            VALUE '00'.
           05  WS-CREW-STATUS      PIC XX            VALUE '00'.
           05  WS-EHST-STATUS      PIC XX            VALUE '00'.
           05  WS-AREA-STATUS      PIC XX            VALUE '00'.
           05  WS-ACT-OPEN-SW      PIC X             VALUE 'N'.
           88  WS-ACT-OPEN                           VALUE 'Y'.
           05  WS-CREW-OPEN-SW     PIC X             VALUE 'N'.
           88  WS-CREW-OPEN                          VALUE 'Y'.
           05  WS-EHST-OPEN-SW     PIC X             VALUE 'N'.
           88  WS-EHST-OPEN                          VALUE 'Y'.
           05  WS-AREA-OPEN-SW     PIC X             VALUE 'N'.
           88  WS-AREA-OPEN                          VALUE 'Y'.
           05  WS-HIST-FOUND-SW    PIC X             VALUE 'N'.
           88  WS-HIST-FOUND                         VALUE 'Y'.
           05  WS-ERR-IDX          PIC 99            VALUE 0.
           05  WS-TYPE-SUB         PIC 99            VALUE 0.
           05  WS-MAST-COUNT       PIC 9(6)          VALUE 0.
           05  WS-ACT-COUNT        PIC 9(6)          VALUE 0.
           05  WS-PAY-COUNT        PIC 9(6)          VALUE 0.
           05  WS-AREA-COUNT       PIC 9(6)          VALUE 0.
           05  WS-ERROR-COUNT      PIC 9(6)          VALUE 0.

      ******************************************
      * ONE ENTRY PER KIND OF INCONSISTENCY -  *
      * THE SUBSCRIPT IS THE ERROR TYPE AND    *
      * THE COUNT FEEDS THE SUMMARY PAGE.      *
      ******************************************
       01  WS-ERROR-TYPE-VALUES.
           05  FILLER              PIC X(32)
                       VALUE 'CUSTOMER NOT ON CUSTMAST'.
           05  FILLER              PIC X(32)
                       VALUE 'PAINT TYPE NOT ON PAINTINV'.
           05  FILLER              PIC X(32)
                       VALUE 'INVALID JOB STATUS'.
           05  FILLER              PIC X(32)
                       VALUE 'JOB AT C WITH NO ACTUALS'.
           05  FILLER              PIC X(32)
                       VALUE 'ACTUALS - ESTIMATE NOT ON FILE'.
           05  FILLER              PIC X(32)
                       VALUE 'ACTUALS ON VOIDED ESTIMATE'.
           05  FILLER              PIC X(32)
                       VALUE 'ACTUALS ON JOB STILL AT Q'.
           05  FILLER              PIC X(32)
                       VALUE 'ACTUALS CREW NOT ON CREWMAST'.
           05  FILLER              PIC X(32)
                       VALUE 'PAYMENT FOR ARCHIVED ESTIMATE'.
           05  FILLER              PIC X(32)
                       VALUE 'PAYMENT - ESTIMATE NOT ON FILE'.
           05  FILLER              PIC X(32)
                       VALUE 'AREA LINE - ESTIMATE NOT ON FILE'.
           05  FILLER              PIC X(32)
                       VALUE 'AREA PAINT TYPE NOT ON PAINTINV'.
       01  WS-ERROR-TYPE-TABLE REDEFINES WS-ERROR-TYPE-VALUES.
           05  WS-ERR-DESC OCCURS 12 TIMES PIC X(32).

       01  WS-ERROR-COUNTS.
           05  WS-ERR-COUNT OCCURS 12 TIMES PIC 9(6).

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
           05  FILLER          PIC X(32)
                       VALUE 'CROSS-FILE INTEGRITY AUDIT'.
           05  FILLER          PIC X(32)   VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE 'PAGE:'.
           05  O-PCTR          PIC Z9.

       01  HEADER-LINE.
           05  FILLER          PIC X(11)   VALUE 'FILE'.
           05  FILLER          PIC X(10)   VALUE 'KEY'.
           05  FILLER          PIC X(35)   VALUE 'CONDITION'.
           05  FILLER          PIC X(30)   VALUE 'DETAIL'.

       01  DETAIL-LINE.
           05  O-FILE          PIC X(8).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-KEY           PIC X(7).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-TYPE          PIC X(32).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-DETAIL        PIC X(30).

       01  SUMMARY-TITLE.
           05  FILLER          PIC X(40)
                       VALUE 'INCONSISTENCIES BY TYPE'.

       01  SUMMARY-LINE.
           05  O-SUM-TYPE      PIC X(32).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-SUM-COUNT     PIC ZZZ,ZZ9.

       01  READ-LINE.
           05  FILLER          PIC X(20)   VALUE 'RECORDS READ -'.
           05  FILLER          PIC X(8)    VALUE 'MASTER'.
           05  O-MAST-COUNT    PIC ZZZ,ZZ9.
           05  FILLER          PIC X(11)   VALUE '   ACTUALS'.
           05  O-ACT-COUNT     PIC ZZZ,ZZ9.
           05  FILLER          PIC X(12)   VALUE '   PAYMENTS'.
           05  O-PAY-COUNT     PIC ZZZ,ZZ9.
           05  FILLER          PIC X(14)   VALUE '   AREA LINES'.
           05  O-AREA-COUNT    PIC ZZZ,ZZ9.

       01  TOTAL-LINE.
           05  O-TOT-TEXT      PIC X(35)
                       VALUE 'TOTAL INCONSISTENCIES'.
           05  O-TOT-COUNT     PIC ZZZ,ZZ9.

       01  SKIP-LINE.
           05  O-SKIP-TEXT     PIC X(60).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-CHECK-MASTER
               UNTIL MORE-RECS = 'NO'.
           PERFORM 2900-START-ACTUALS-PASS.
           PERFORM 3000-CHECK-ACTUALS
               UNTIL MORE-ACT-RECS = 'NO'.
           PERFORM 4000-CHECK-PAYMENTS
               UNTIL MORE-PAY-RECS = 'NO'.
           PERFORM 5000-CHECK-AREA-LINES
               UNTIL MORE-AREA-RECS = 'NO'.
           PERFORM 6000-CLOSING.
           STOP RUN.

       1000-INIT.
           OPEN INPUT PAINTJOB-MASTER.
           OPEN INPUT CUSTOMER-MASTER.
           OPEN INPUT INVENTORY-MASTER.
           OPEN INPUT PAYMENTS.
           OPEN OUTPUT PRTOUT.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.
           INITIALIZE WS-ERROR-COUNTS.
           PERFORM 9100-HDGS.

           IF WS-MAST-STATUS NOT = '00'
              OR WS-CUST-STATUS NOT = '00'
              OR WS-INV-STATUS NOT = '00'
               DISPLAY 'MASTER FILE OPEN FAILED - STATUS '
                   WS-MAST-STATUS ' / ' WS-CUST-STATUS
                   ' / ' WS-INV-STATUS
               DISPLAY 'INTEGRITY AUDIT CANCELLED'
               IF WS-MAST-STATUS NOT = '00'
                   MOVE WS-MAST-STATUS TO WS-OPEN-STATUS
               ELSE
                   IF WS-CUST-STATUS NOT = '00'
                       MOVE WS-CUST-STATUS TO WS-OPEN-STATUS
                   ELSE
                       MOVE WS-INV-STATUS TO WS-OPEN-STATUS
                   END-IF
               END-IF
               MOVE 'Y' TO WS-CANCEL-SW
               MOVE 'NO' TO MORE-RECS
               MOVE 'NO' TO MORE-ACT-RECS
               MOVE 'NO' TO MORE-PAY-RECS
               MOVE 'NO' TO MORE-AREA-RECS
           ELSE
               PERFORM 1100-OPEN-OPTIONAL-FILES
               PERFORM 9000-READ
               IF NOT WS-ACT-OPEN
                   MOVE 'NO' TO MORE-ACT-RECS
               END-IF
               PERFORM 9020-READ-PAYMENTS
               IF WS-AREA-OPEN
                   PERFORM 9030-READ-AREA
               ELSE
                   MOVE 'NO' TO MORE-AREA-RECS
               END-IF
           END-IF.

      ******************************************
      * A FILE THAT HAS NEVER BEEN CREATED     *
      * (STATUS 35) HAS NOTHING TO CHECK - ITS *
      * CHECKS ARE SKIPPED AND NOTED ON THE    *
      * REPORT. ANY OTHER OPEN FAILURE FAILS   *
      * THE STEP.                              *
      ******************************************
       1100-OPEN-OPTIONAL-FILES.
           OPEN INPUT ACTUALS-FILE.
           IF WS-ACT-STATUS = '00'
               MOVE 'Y' TO WS-ACT-OPEN-SW
           ELSE
               MOVE 'ACTUALS FILE NOT AVAILABLE - ACTUAL CHECKS SKIPPED'
                   TO O-SKIP-TEXT
               PERFORM 1110-NOTE-SKIPPED-FILE
               IF WS-ACT-STATUS NOT = '35'
                   MOVE WS-ACT-STATUS TO WS-OPEN-STATUS
               END-IF
           END-IF.
           OPEN INPUT CREW-MASTER.
           IF WS-CREW-STATUS = '00'
               MOVE 'Y' TO WS-CREW-OPEN-SW
           ELSE
               MOVE 'CREW MASTER NOT AVAILABLE - CREW CHECK SKIPPED'
                   TO O-SKIP-TEXT
               PERFORM 1110-NOTE-SKIPPED-FILE
               IF WS-CREW-STATUS NOT = '35'
                   MOVE WS-CREW-STATUS TO WS-OPEN-STATUS
               END-IF
           END-IF.
           OPEN INPUT ESTIMATE-HISTORY.
           IF WS-EHST-STATUS = '00'
               MOVE 'Y' TO WS-EHST-OPEN-SW
           ELSE
               MOVE 'ESTIMATE HISTORY NOT AVAILABLE - NOTHING ARCHIVED'
                   TO O-SKIP-TEXT
               PERFORM 1110-NOTE-SKIPPED-FILE
               IF WS-EHST-STATUS NOT = '35'
                   MOVE WS-EHST-STATUS TO WS-OPEN-STATUS
               END-IF
           END-IF.
           OPEN INPUT AREA-FILE.
           IF WS-AREA-STATUS = '00'
               MOVE 'Y' TO WS-AREA-OPEN-SW
           ELSE
               MOVE 'AREA LINE FILE NOT AVAILABLE - AREA CHECKS SKIPPED'
                   TO O-SKIP-TEXT
               PERFORM 1110-NOTE-SKIPPED-FILE
               IF WS-AREA-STATUS NOT = '35'
                   MOVE WS-AREA-STATUS TO WS-OPEN-STATUS
               END-IF
           END-IF.

       1110-NOTE-SKIPPED-FILE.
           DISPLAY O-SKIP-TEXT.
           WRITE PRTLINE FROM SKIP-LINE
               AFTER ADVANCING 1 LINE
                  AT EOP
                    PERFORM 9100-HDGS.

      ******************************************
      * MASTER PASS - CUSTOMER AND PAINT TYPE  *
      * LINKS, STATUS CODE, AND A COMPLETED    *
      * JOB THAT HAS NO ACTUALS ON FILE.       *
      ******************************************
       2000-CHECK-MASTER.
           ADD 1 TO WS-MAST-COUNT.
           MOVE 'PAINTJOB' TO O-FILE.
           MOVE I-PAINT-EST-NO TO O-KEY.

           MOVE I-CUST-ID TO CM-CUST-ID.
           READ CUSTOMER-MASTER
               INVALID KEY
                 MOVE 01 TO WS-ERR-IDX
                 MOVE SPACES TO O-DETAIL
                 STRING 'CUSTOMER ID ' DELIMITED BY SIZE
                        I-CUST-ID DELIMITED BY SIZE
                     INTO O-DETAIL
                 PERFORM 9200-REPORT-ERROR
           END-READ.

           MOVE PAINT-TYPE TO IN-PT-CODE.
           READ INVENTORY-MASTER
               INVALID KEY
                 MOVE 02 TO WS-ERR-IDX
                 MOVE SPACES TO O-DETAIL
                 STRING 'PAINT TYPE ' DELIMITED BY SIZE
                        PAINT-TYPE DELIMITED BY SIZE
                     INTO O-DETAIL
                 PERFORM 9200-REPORT-ERROR
           END-READ.

           IF NOT PAINT-STATUS-VALID
               MOVE 03 TO WS-ERR-IDX
               MOVE SPACES TO O-DETAIL
               STRING 'STATUS ' DELIMITED BY SIZE
                      PAINT-STATUS DELIMITED BY SIZE
                   INTO O-DETAIL
               PERFORM 9200-REPORT-ERROR
           END-IF.

           IF PAINT-COMPLETED AND WS-ACT-OPEN
               MOVE I-PAINT-EST-NO TO ACT-EST-NO
               READ ACTUALS-FILE
                   INVALID KEY
                     MOVE 04 TO WS-ERR-IDX
                     MOVE 'STATUS C' TO O-DETAIL
                     PERFORM 9200-REPORT-ERROR
               END-READ
           END-IF.

           PERFORM 9000-READ.

      ******************************************
      * THE MASTER PASS READ ACTUALS BY KEY,   *
      * SO THE ACTUALS PASS STARTS OVER FROM   *
      * THE LOWEST ESTIMATE NUMBER.            *
      ******************************************
       2900-START-ACTUALS-PASS.
           IF MORE-ACT-RECS = 'YES'
               MOVE LOW-VALUES TO ACT-EST-NO
               START ACTUALS-FILE
                   KEY IS NOT LESS THAN ACT-EST-NO
                   INVALID KEY
                     MOVE 'NO' TO MORE-ACT-RECS
               END-START
           END-IF.
           IF MORE-ACT-RECS = 'YES'
               PERFORM 9010-READ-ACTUALS
           END-IF.

      ******************************************
      * ACTUALS PASS - THE JOB MUST BE ON THE  *
      * MASTER (OR ARCHIVED TO HISTORY), NOT   *
      * VOIDED AND NOT STILL A QUOTE, AND THE  *
      * CREW MUST BE ON THE CREW MASTER.       *
      ******************************************
       3000-CHECK-ACTUALS.
           ADD 1 TO WS-ACT-COUNT.
           MOVE 'ACTUALS' TO O-FILE.
           MOVE ACT-EST-NO TO O-KEY.

           MOVE ACT-EST-NO TO I-PAINT-EST-NO.
           READ PAINTJOB-MASTER
               INVALID KEY
                 PERFORM 3100-CHECK-ACTUALS-HISTORY
               NOT INVALID KEY
                 IF PAINT-VOIDED
                     MOVE 06 TO WS-ERR-IDX
                     MOVE 'STATUS V' TO O-DETAIL
                     PERFORM 9200-REPORT-ERROR
                 END-IF
                 IF PAINT-QUOTED
                     MOVE 07 TO WS-ERR-IDX
                     MOVE 'STATUS Q' TO O-DETAIL
                     PERFORM 9200-REPORT-ERROR
                 END-IF
           END-READ.

           IF WS-CREW-OPEN
               MOVE ACT-CREW-ID TO CR-CREW-ID
               READ CREW-MASTER
                   INVALID KEY
                     MOVE 08 TO WS-ERR-IDX
                     MOVE SPACES TO O-DETAIL
                     STRING 'CREW ID ' DELIMITED BY SIZE
                            ACT-CREW-ID DELIMITED BY SIZE
                         INTO O-DETAIL
                     PERFORM 9200-REPORT-ERROR
               END-READ
           END-IF.

           PERFORM 9010-READ-ACTUALS.

       3100-CHECK-ACTUALS-HISTORY.
           MOVE 'N' TO WS-HIST-FOUND-SW.
           IF WS-EHST-OPEN
               MOVE ACT-EST-NO TO HST-EST-NO
               READ ESTIMATE-HISTORY
                   INVALID KEY
                     MOVE 'N' TO WS-HIST-FOUND-SW
                   NOT INVALID KEY
                     MOVE 'Y' TO WS-HIST-FOUND-SW
               END-READ
           END-IF.
           IF NOT WS-HIST-FOUND
               MOVE 05 TO WS-ERR-IDX
               MOVE 'NOT ON MASTER OR HISTORY' TO O-DETAIL
               PERFORM 9200-REPORT-ERROR
           END-IF.

      ******************************************
      * PAYMENTS PASS - A PAYMENT STILL ON THE *
      * OPEN PAYMENT FILE FOR AN ESTIMATE THE  *
      * PURGE MOVED TO HISTORY IS NEVER        *
      * APPLIED BY THE RECEIVABLES RUN.        *
      ******************************************
       4000-CHECK-PAYMENTS.
           ADD 1 TO WS-PAY-COUNT.
           MOVE 'PAYMENTS' TO O-FILE.
           MOVE PAY-EST-NO TO O-KEY.
           MOVE PAY-EST-NO TO I-PAINT-EST-NO.
           READ PAINTJOB-MASTER
               INVALID KEY
                 PERFORM 4100-CHECK-PAYMENT-HISTORY
           END-READ.
           PERFORM 9020-READ-PAYMENTS.

       4100-CHECK-PAYMENT-HISTORY.
           MOVE 'N' TO WS-HIST-FOUND-SW.
           IF WS-EHST-OPEN
               MOVE PAY-EST-NO TO HST-EST-NO
               READ ESTIMATE-HISTORY
                   INVALID KEY
                     MOVE 'N' TO WS-HIST-FOUND-SW
                   NOT INVALID KEY
                     MOVE 'Y' TO WS-HIST-FOUND-SW
               END-READ
           END-IF.
           MOVE SPACES TO O-DETAIL.
           STRING 'PAID ' DELIMITED BY SIZE
                  PAY-YY DELIMITED BY SIZE
                  PAY-MM DELIMITED BY SIZE
                  PAY-DD DELIMITED BY SIZE
               INTO O-DETAIL.
           IF WS-HIST-FOUND
               MOVE 09 TO WS-ERR-IDX
           ELSE
               MOVE 10 TO WS-ERR-IDX
           END-IF.
           PERFORM 9200-REPORT-ERROR.

      ******************************************
      * AREA LINE PASS - A LINE WITH NO HEADER *
      * OR A PAINT TYPE DELETED FROM INVENTORY *
      * PRICES AT THE DEFAULT COVERAGE.        *
      ******************************************
       5000-CHECK-AREA-LINES.
           ADD 1 TO WS-AREA-COUNT.
           MOVE 'PNTAREA' TO O-FILE.
           MOVE AREA-KEY TO O-KEY.
           MOVE AREA-EST-NO TO I-PAINT-EST-NO.
           READ PAINTJOB-MASTER
               INVALID KEY
                 MOVE 11 TO WS-ERR-IDX
                 MOVE AREA-DESC TO O-DETAIL
                 PERFORM 9200-REPORT-ERROR
           END-READ.
           MOVE AREA-PAINT-TYPE TO IN-PT-CODE.
           READ INVENTORY-MASTER
               INVALID KEY
                 MOVE 12 TO WS-ERR-IDX
                 MOVE SPACES TO O-DETAIL
                 STRING 'PAINT TYPE ' DELIMITED BY SIZE
                        AREA-PAINT-TYPE DELIMITED BY SIZE
                     INTO O-DETAIL
                 PERFORM 9200-REPORT-ERROR
           END-READ.
           PERFORM 9030-READ-AREA.

       6000-CLOSING.
           IF NOT WS-RUN-CANCELLED
               PERFORM 6100-PRINT-SUMMARY
           END-IF.
           PERFORM 6200-WRITE-STEP-STATUS.
           DISPLAY 'INTEGRITY AUDIT INCONSISTENCIES: ' WS-ERROR-COUNT.
           IF NOT WS-RUN-CANCELLED
               CLOSE ACTUALS-FILE
                     CREW-MASTER
                     ESTIMATE-HISTORY
                     AREA-FILE
           END-IF.
           CLOSE PAINTJOB-MASTER
                 CUSTOMER-MASTER
                 INVENTORY-MASTER
                 PAYMENTS
                 PRTOUT.

       6100-PRINT-SUMMARY.
           WRITE PRTLINE FROM SUMMARY-TITLE
               AFTER ADVANCING 3 LINES.
           PERFORM 6110-PRINT-TYPE-COUNT
               VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > 12.
           MOVE WS-ERROR-COUNT TO O-TOT-COUNT.
           WRITE PRTLINE FROM TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE WS-MAST-COUNT TO O-MAST-COUNT.
           MOVE WS-ACT-COUNT TO O-ACT-COUNT.
           MOVE WS-PAY-COUNT TO O-PAY-COUNT.
           MOVE WS-AREA-COUNT TO O-AREA-COUNT.
           WRITE PRTLINE FROM READ-LINE
               AFTER ADVANCING 2 LINES.

       6110-PRINT-TYPE-COUNT.
           MOVE WS-ERR-DESC (WS-TYPE-SUB) TO O-SUM-TYPE.
           MOVE WS-ERR-COUNT (WS-TYPE-SUB) TO O-SUM-COUNT.
           WRITE PRTLINE FROM SUMMARY-LINE
               AFTER ADVANCING 1 LINE
                  AT EOP
                    PERFORM 9100-HDGS.

      ******************************************
      * THE REJECT COUNT IS THE TOTAL NUMBER   *
      * OF INCONSISTENCIES FOUND - COBKMV20     *
      * HOLDS IT TO THE STEP'S TOLERANCE ON    *
      * THE NIGHT RUN CONTROL FILE.            *
      ******************************************
       6200-WRITE-STEP-STATUS.
           OPEN OUTPUT STEP-STATUS.
           MOVE 'COBKMV31' TO ST-PROGRAM.
           MOVE WS-OPEN-STATUS TO ST-FILE-STATUS.
           MOVE WS-ERROR-COUNT TO ST-REJECT-COUNT.
           IF WS-RUN-CANCELLED
               MOVE 'NO' TO ST-BALANCE-FLAG
           ELSE
               MOVE 'YES' TO ST-BALANCE-FLAG
           END-IF.
           WRITE STEP-STATUS-REC.
           CLOSE STEP-STATUS.

       9000-READ.
           READ PAINTJOB-MASTER NEXT RECORD
               AT END
                 MOVE 'NO' TO MORE-RECS.

       9010-READ-ACTUALS.
           READ ACTUALS-FILE NEXT RECORD
               AT END
                 MOVE 'NO' TO MORE-ACT-RECS.

       9020-READ-PAYMENTS.
           READ PAYMENTS
               AT END
                 MOVE 'NO' TO MORE-PAY-RECS.

       9030-READ-AREA.
           READ AREA-FILE
               AT END
                 MOVE 'NO' TO MORE-AREA-RECS.

       9100-HDGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM HEADER-LINE
               AFTER ADVANCING 2 LINES.

       9200-REPORT-ERROR.
           ADD 1 TO WS-ERROR-COUNT.
           ADD 1 TO WS-ERR-COUNT (WS-ERR-IDX).
           MOVE WS-ERR-DESC (WS-ERR-IDX) TO O-TYPE.
           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE
                  AT EOP
                    PERFORM 9100-HDGS.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBKMV35.
       DATE-WRITTEN.  10/15/2026
       AUTHOR.        KYLER VANDERAA.
      ******************************************
      * ONE-TIME CONVERSION OF THE JOB ACTUALS *
      * FILE FROM THE 28-BYTE LAYOUT TO THE    *
      * 37-BYTE ACTREC LAYOUT THAT CARRIES THE *
      * PAYROLL PAID FLAG AND PAY WEEK. BEFORE *
      * THE RUN THE EXISTING ACTUALS.DAT IS    *
      * RENAMED TO ACTUALS.OLD. EVERY RECORD   *
      * IS COPIED IN KEY ORDER TO A NEW        *
      * ACTUALS.DAT AS NOT YET PAID (ACT-PAID  *
      * 'N', ACT-PAY-WEEK ZERO). PRINTS THE    *
      * RECORDS READ AND WRITTEN, WHICH MUST   *
      * AGREE BEFORE THE NEW FILE IS USED.     *
      ******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OLD-ACTUALS-FILE
              ASSIGN TO
             'C:\INDIANHILLS\COBOL\COBKMV10\ACTUALS.OLD'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS OLD-ACT-EST-NO
              FILE STATUS IS WS-OLD-STATUS.

           SELECT ACTUALS-FILE
              ASSIGN TO
             'C:\INDIANHILLS\COBOL\COBKMV10\ACTUALS.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS ACT-EST-NO
              FILE STATUS IS WS-ACT-STATUS.

           SELECT PRTOUT
              ASSIGN TO
             'C:\INDIANHILLS\COBOL\COBKMV35\ACTCONV.PRT'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-ACTUALS-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS OLD-ACTUALS-REC
           RECORD CONTAINS 28 CHARACTERS.

      ******************************************
      * THE ACTUALS RECORD AS IT STOOD BEFORE  *
      * ACT-PAID AND ACT-PAY-WEEK WERE ADDED.  *
      ******************************************
       01  OLD-ACTUALS-REC.
           05  OLD-ACT-EST-NO      PIC X(4).
           05  OLD-ACT-GALLONS     PIC 9(4)V99.
           05  OLD-ACT-LABOR-HOURS PIC 9(4)V99.
           05  OLD-ACT-COMP-DATE   PIC 9(8).
           05  OLD-ACT-POSTED      PIC X.
           05  OLD-ACT-CREW-ID     PIC X(3).

       FD  ACTUALS-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ACTUALS-REC
           RECORD CONTAINS 37 CHARACTERS.

       COPY ACTREC.

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
           05  WS-OLD-STATUS       PIC XX            VALUE '00'.
           05  WS-ACT-STATUS       PIC XX            VALUE '00'.
           05  WS-CANCEL-SW        PIC X             VALUE 'N'.
           88  WS-RUN-CANCELLED                      VALUE 'Y'.
           05  WS-READ-COUNT       PIC 9(7)          VALUE 0.
           05  WS-WRITE-COUNT      PIC 9(7)          VALUE 0.
           05  WS-ERROR-COUNT      PIC 9(7)          VALUE 0.

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
                       VALUE 'JOB ACTUALS FILE CONVERSION'.
           05  FILLER          PIC X(32)   VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE 'PAGE:'.
           05  O-PCTR          PIC Z9.

       01  COMPANY-NAME-LINE.
           05  FILLER          PIC X(53)   VALUE SPACES.
           05  FILLER          PIC X(26)
                       VALUE 'KYLER''S PAINT ESTIMATOR'.

       01  ERROR-LINE.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(9)    VALUE 'ESTIMATE'.
           05  O-ERR-EST-NO    PIC X(4).
           05  FILLER          PIC X(28)
                       VALUE '  NOT WRITTEN - FILE STATUS'.
           05  O-ERR-STATUS    PIC XX.

       01  SUMMARY-LINE.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  O-SUM-TEXT      PIC X(40).
           05  O-SUM-COUNT     PIC Z,ZZZ,ZZ9.

       01  MESSAGE-LINE.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  O-MESSAGE       PIC X(60).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-RECS = 'NO'.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.
           OPEN OUTPUT PRTOUT.
           PERFORM 9100-HDGS.
           OPEN INPUT OLD-ACTUALS-FILE.
           IF WS-OLD-STATUS NOT = '00'
               DISPLAY 'OLD ACTUALS FILE OPEN FAILED - STATUS '
                   WS-OLD-STATUS
               MOVE 'Y' TO WS-CANCEL-SW
           ELSE
               OPEN OUTPUT ACTUALS-FILE
               IF WS-ACT-STATUS NOT = '00'
                   DISPLAY 'NEW ACTUALS FILE OPEN FAILED - STATUS '
                       WS-ACT-STATUS
                   MOVE 'Y' TO WS-CANCEL-SW
                   CLOSE OLD-ACTUALS-FILE
               END-IF
           END-IF.
           IF WS-RUN-CANCELLED
               MOVE 'NO' TO MORE-RECS
           ELSE
               PERFORM 9000-READ
           END-IF.

      ******************************************
      * EVERY CONVERTED ACTUAL STARTS UNPAID - *
      * NO PAYROLL WEEK HAS BEEN RUN AGAINST   *
      * THE OLD LAYOUT.                        *
      ******************************************
       2000-MAINLINE.
           MOVE SPACES TO ACTUALS-REC.
           MOVE OLD-ACT-EST-NO TO ACT-EST-NO.
           MOVE OLD-ACT-GALLONS TO ACT-GALLONS.
           MOVE OLD-ACT-LABOR-HOURS TO ACT-LABOR-HOURS.
           MOVE OLD-ACT-COMP-DATE TO ACT-COMP-DATE.
           MOVE OLD-ACT-POSTED TO ACT-POSTED.
           MOVE OLD-ACT-CREW-ID TO ACT-CREW-ID.
           MOVE 'N' TO ACT-PAID.
           MOVE 0 TO ACT-PAY-WEEK.
           WRITE ACTUALS-REC
               INVALID KEY
                 ADD 1 TO WS-ERROR-COUNT
                 MOVE OLD-ACT-EST-NO TO O-ERR-EST-NO
                 MOVE WS-ACT-STATUS TO O-ERR-STATUS
                 WRITE PRTLINE FROM ERROR-LINE
                     AFTER ADVANCING 1 LINE
                     AT EOP
                       PERFORM 9100-HDGS
                 END-WRITE
               NOT INVALID KEY
                 ADD 1 TO WS-WRITE-COUNT
           END-WRITE.
           PERFORM 9000-READ.

       3000-CLOSING.
           IF WS-RUN-CANCELLED
               MOVE 'CONVERSION CANCELLED - FILES COULD NOT BE OPENED'
                   TO O-MESSAGE
               WRITE PRTLINE FROM MESSAGE-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               MOVE 'OLD ACTUALS RECORDS READ' TO O-SUM-TEXT
               MOVE WS-READ-COUNT TO O-SUM-COUNT
               WRITE PRTLINE FROM SUMMARY-LINE
                   AFTER ADVANCING 2 LINES
               MOVE 'NEW ACTUALS RECORDS WRITTEN' TO O-SUM-TEXT
               MOVE WS-WRITE-COUNT TO O-SUM-COUNT
               WRITE PRTLINE FROM SUMMARY-LINE
                   AFTER ADVANCING 1 LINE
               MOVE 'RECORDS NOT WRITTEN' TO O-SUM-TEXT
               MOVE WS-ERROR-COUNT TO O-SUM-COUNT
               WRITE PRTLINE FROM SUMMARY-LINE
                   AFTER ADVANCING 1 LINE
               IF WS-READ-COUNT = WS-WRITE-COUNT
                   MOVE 'CONVERSION IN BALANCE' TO O-MESSAGE
               ELSE
                   MOVE 'OUT OF BALANCE - DO NOT USE THE NEW FILE'
                       TO O-MESSAGE
               END-IF
               WRITE PRTLINE FROM MESSAGE-LINE
                   AFTER ADVANCING 2 LINES
               DISPLAY 'RECORDS READ:        ' WS-READ-COUNT
               DISPLAY 'RECORDS WRITTEN:     ' WS-WRITE-COUNT
               DISPLAY 'RECORDS NOT WRITTEN: ' WS-ERROR-COUNT
               DISPLAY O-MESSAGE
               CLOSE OLD-ACTUALS-FILE
                     ACTUALS-FILE
           END-IF.
           CLOSE PRTOUT.

       9000-READ.
           READ OLD-ACTUALS-FILE
               AT END
                 MOVE 'NO' TO MORE-RECS
               NOT AT END
                 ADD 1 TO WS-READ-COUNT
           END-READ.
           IF MORE-RECS = 'YES'
              AND WS-OLD-STATUS NOT = '00'
               DISPLAY 'OLD ACTUALS READ FAILED - STATUS '
                   WS-OLD-STATUS
               MOVE 'NO' TO MORE-RECS
           END-IF.

       9100-HDGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM COMPANY-NAME-LINE
               AFTER ADVANCING 1 LINE.

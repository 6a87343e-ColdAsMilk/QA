       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBKMV33.
       DATE-WRITTEN.  10/15/2026
       AUTHOR.        KYLER VANDERAA.
      ******************************************
      * OPERATOR SECURITY REPORT. LISTS THE    *
      * SECURITY LOG BY DATE FOR A DATE RANGE  *
      * - SIGN-ONS, FAILED SIGN-ONS, REFUSED   *
      * FUNCTIONS, SUPERVISOR OVERRIDES AND    *
      * DENIED OVERRIDES, AND CHANGES TO THE   *
      * OPERATOR SECURITY FILE - WITH COUNTS   *
      * OF EACH KIND OF EVENT FOR EVERY DATE   *
      * AND FOR THE WHOLE RANGE. THE LOG IS    *
      * APPENDED AS EVENTS HAPPEN, SO IT IS    *
      * ALREADY IN DATE AND TIME ORDER.        *
      ******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL SECURITY-LOG
              ASSIGN TO
             'C:\INDIANHILLS\COBOL\COBKMV32\SECLOG.DAT'
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
              ASSIGN TO
             'C:\INDIANHILLS\COBOL\COBKMV33\SECRPT.PRT'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SECURITY-LOG
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 78 CHARACTERS
           DATA RECORD IS SECLOG-REC.

       COPY SECLOG.

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  MORE-RECS           PIC XXX           VALUE 'YES'.
           05  C-PCTR              PIC 99            VALUE 0.
           05  WS-START-DATE       PIC 9(8)          VALUE 0.
           05  WS-END-DATE         PIC 9(8)          VALUE 99999999.
           05  WS-LOG-DATE         PIC 9(8)          VALUE 0.
           05  WS-PREV-DATE        PIC 9(8)          VALUE 0.
           05  WS-PREV-DATE-R      REDEFINES WS-PREV-DATE.
               10  WS-PREV-YY      PIC 9(4).
               10  WS-PREV-MM      PIC 99.
               10  WS-PREV-DD      PIC 99.
           05  WS-LOG-TIME         PIC 9(6)          VALUE 0.
           05  WS-LOG-TIME-R       REDEFINES WS-LOG-TIME.
               10  WS-LOG-HH       PIC 99.
               10  WS-LOG-MN       PIC 99.
               10  WS-LOG-SS       PIC 99.
           05  WS-EVT-SUB          PIC 9             VALUE 0.
           05  WS-EVT-IDX          PIC 9             VALUE 0.
           05  WS-READ-COUNT       PIC 9(7)          VALUE 0.
           05  WS-LIST-COUNT       PIC 9(7)          VALUE 0.

      ******************************************
      * ONE ENTRY PER SECURITY LOG EVENT CODE, *
      * IN THE ORDER THE TOTALS PRINT.         *
      ******************************************
       01  EVENT-VALUES.
           05  FILLER              PIC X(21)
                                   VALUE 'SSIGN-ON             '.
           05  FILLER              PIC X(21)
                                   VALUE 'FSIGN-ON FAILED      '.
           05  FILLER              PIC X(21)
                                   VALUE 'RFUNCTION REFUSED    '.
           05  FILLER              PIC X(21)
                                   VALUE 'OSUPERVISOR OVERRIDE '.
           05  FILLER              PIC X(21)
                                   VALUE 'DOVERRIDE DENIED     '.
           05  FILLER              PIC X(21)
                                   VALUE 'MSECURITY CHANGE     '.
       01  EVENT-TABLE REDEFINES EVENT-VALUES.
           05  EVT-ENTRY OCCURS 6 TIMES.
               10  EVT-CODE        PIC X.
               10  EVT-DESC        PIC X(20).

       01  EVENT-COUNTS.
           05  EVT-COUNTS OCCURS 6 TIMES.
               10  EVT-DATE-COUNT  PIC 9(5).
               10  EVT-TOTAL-COUNT PIC 9(7).

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
                       VALUE 'OPERATOR SECURITY REPORT'.
           05  FILLER          PIC X(32)   VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE 'PAGE:'.
           05  O-PCTR          PIC Z9.

       01  RANGE-LINE.
           05  FILLER          PIC X(15)   VALUE 'EVENTS FROM'.
           05  O-START-DATE    PIC 9(8).
           05  FILLER          PIC X(6)    VALUE ' THRU '.
           05  O-END-DATE      PIC 9(8).

       01  HEADER-LINE.
           05  FILLER          PIC X(11)   VALUE 'TIME'.
           05  FILLER          PIC X(11)   VALUE 'PROGRAM'.
           05  FILLER          PIC X(11)   VALUE 'OPERATOR'.
           05  FILLER          PIC X(23)   VALUE 'EVENT'.
           05  FILLER          PIC X(6)    VALUE 'FUNC'.
           05  FILLER          PIC X(11)   VALUE 'KEY'.
           05  FILLER          PIC X(11)   VALUE 'SUPERVISOR'.
           05  FILLER          PIC X(30)   VALUE 'DETAIL'.

       01  DATE-LINE.
           05  FILLER          PIC X(6)    VALUE 'DATE: '.
           05  O-DL-MM         PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-DL-DD         PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-DL-YY         PIC 9(4).

       01  DETAIL-LINE.
           05  O-HH            PIC 99.
           05  FILLER          PIC X       VALUE ':'.
           05  O-MN            PIC 99.
           05  FILLER          PIC X       VALUE ':'.
           05  O-SS            PIC 99.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-PROGRAM       PIC X(8).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-OPER-ID       PIC X(8).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-EVENT         PIC X(20).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-FUNCTION      PIC X.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  O-KEY           PIC X(8).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-SUPERVISOR    PIC X(8).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-TEXT          PIC X(30).

       01  DATE-TOTAL-LINE.
           05  FILLER          PIC X(11)   VALUE SPACES.
           05  O-DT-DESC       PIC X(20).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-DT-COUNT      PIC ZZ,ZZ9.

       01  SUMMARY-TITLE.
           05  FILLER          PIC X(40)
                       VALUE 'EVENTS FOR THE RANGE BY TYPE'.

       01  SUMMARY-LINE.
           05  O-SUM-DESC      PIC X(20).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-SUM-COUNT     PIC Z,ZZZ,ZZ9.

       01  TOTAL-LINE.
           05  O-TOT-TEXT      PIC X(23)   VALUE 'TOTAL EVENTS LISTED'.
           05  O-TOT-COUNT     PIC Z,ZZZ,ZZ9.

       01  NONE-LINE.
           05  FILLER          PIC X(40)
                       VALUE 'NO SECURITY EVENTS IN THE DATE RANGE'.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-RECS = 'NO'.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           DISPLAY 'ENTER START DATE (YYYYMMDD, OR 0 FOR NO'
               ' LOWER LIMIT): '.
           ACCEPT WS-START-DATE.
           DISPLAY 'ENTER END DATE   (YYYYMMDD, OR 0 FOR NO'
               ' UPPER LIMIT): '.
           ACCEPT WS-END-DATE.
           IF WS-END-DATE = 0
               MOVE 99999999 TO WS-END-DATE
           END-IF.
           MOVE WS-START-DATE TO O-START-DATE.
           MOVE WS-END-DATE TO O-END-DATE.
           INITIALIZE EVENT-COUNTS.

           OPEN INPUT SECURITY-LOG.
           OPEN OUTPUT PRTOUT.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.
           PERFORM 9100-HDGS.
           PERFORM 9000-READ.

       2000-MAINLINE.
           ADD 1 TO WS-READ-COUNT.
           MOVE SL-DATE TO WS-LOG-DATE.
           IF WS-LOG-DATE >= WS-START-DATE
              AND WS-LOG-DATE <= WS-END-DATE
               IF WS-LOG-DATE NOT = WS-PREV-DATE
                   PERFORM 2100-DATE-BREAK
               END-IF
               PERFORM 2200-PRINT-EVENT
           END-IF.
           PERFORM 9000-READ.

      ******************************************
      * A NEW DATE CLOSES OFF THE PREVIOUS     *
      * DATE'S COUNTS AND STARTS A NEW GROUP.  *
      ******************************************
       2100-DATE-BREAK.
           IF WS-PREV-DATE NOT = 0
               PERFORM 2300-PRINT-DATE-TOTALS
           END-IF.
           MOVE WS-LOG-DATE TO WS-PREV-DATE.
           MOVE WS-PREV-MM TO O-DL-MM.
           MOVE WS-PREV-DD TO O-DL-DD.
           MOVE WS-PREV-YY TO O-DL-YY.
           WRITE PRTLINE FROM DATE-LINE
               AFTER ADVANCING 2 LINES
                  AT EOP
                    PERFORM 9100-HDGS.

       2200-PRINT-EVENT.
           ADD 1 TO WS-LIST-COUNT.
           MOVE 0 TO WS-EVT-IDX.
           PERFORM 2210-FIND-EVENT
               VARYING WS-EVT-SUB FROM 1 BY 1
               UNTIL WS-EVT-SUB > 6.
           IF WS-EVT-IDX = 0
               MOVE 'UNKNOWN EVENT' TO O-EVENT
           ELSE
               MOVE EVT-DESC (WS-EVT-IDX) TO O-EVENT
               ADD 1 TO EVT-DATE-COUNT (WS-EVT-IDX)
               ADD 1 TO EVT-TOTAL-COUNT (WS-EVT-IDX)
           END-IF.
           MOVE SL-TIME TO WS-LOG-TIME.
           MOVE WS-LOG-HH TO O-HH.
           MOVE WS-LOG-MN TO O-MN.
           MOVE WS-LOG-SS TO O-SS.
           MOVE SL-PROGRAM TO O-PROGRAM.
           MOVE SL-OPER-ID TO O-OPER-ID.
           MOVE SL-FUNCTION TO O-FUNCTION.
           MOVE SL-KEY TO O-KEY.
           MOVE SL-SUPERVISOR-ID TO O-SUPERVISOR.
           MOVE SL-TEXT TO O-TEXT.
           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE
                  AT EOP
                    PERFORM 9100-HDGS.

       2210-FIND-EVENT.
           IF EVT-CODE (WS-EVT-SUB) = SL-EVENT
               MOVE WS-EVT-SUB TO WS-EVT-IDX
           END-IF.

       2300-PRINT-DATE-TOTALS.
           PERFORM 2310-PRINT-ONE-DATE-TOTAL
               VARYING WS-EVT-SUB FROM 1 BY 1
               UNTIL WS-EVT-SUB > 6.

       2310-PRINT-ONE-DATE-TOTAL.
           IF EVT-DATE-COUNT (WS-EVT-SUB) > 0
               MOVE EVT-DESC (WS-EVT-SUB) TO O-DT-DESC
               MOVE EVT-DATE-COUNT (WS-EVT-SUB) TO O-DT-COUNT
               WRITE PRTLINE FROM DATE-TOTAL-LINE
                   AFTER ADVANCING 1 LINE
                      AT EOP
                        PERFORM 9100-HDGS
               END-WRITE
               MOVE 0 TO EVT-DATE-COUNT (WS-EVT-SUB)
           END-IF.

       3000-CLOSING.
           IF WS-PREV-DATE NOT = 0
               PERFORM 2300-PRINT-DATE-TOTALS
           END-IF.
           IF WS-LIST-COUNT = 0
               WRITE PRTLINE FROM NONE-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           WRITE PRTLINE FROM SUMMARY-TITLE
               AFTER ADVANCING 3 LINES.
           PERFORM 3100-PRINT-ONE-SUMMARY
               VARYING WS-EVT-SUB FROM 1 BY 1
               UNTIL WS-EVT-SUB > 6.
           MOVE WS-LIST-COUNT TO O-TOT-COUNT.
           WRITE PRTLINE FROM TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           DISPLAY 'LOG RECORDS READ:   ' WS-READ-COUNT.
           DISPLAY 'EVENTS LISTED:      ' WS-LIST-COUNT.
           CLOSE SECURITY-LOG
                 PRTOUT.

       3100-PRINT-ONE-SUMMARY.
           MOVE EVT-DESC (WS-EVT-SUB) TO O-SUM-DESC.
           MOVE EVT-TOTAL-COUNT (WS-EVT-SUB) TO O-SUM-COUNT.
           WRITE PRTLINE FROM SUMMARY-LINE
               AFTER ADVANCING 1 LINE
                  AT EOP
                    PERFORM 9100-HDGS.

       9000-READ.
           READ SECURITY-LOG
               AT END
                 MOVE 'NO' TO MORE-RECS.

       9100-HDGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM RANGE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM HEADER-LINE
               AFTER ADVANCING 2 LINES.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBKMV30.
       DATE-WRITTEN.  10/15/2026
       AUTHOR.        KYLER VANDERAA.
      ******************************************
      * WEEKLY CREW PAYROLL. PICKS UP EVERY    *
      * UNPAID ACTUALS RECORD COMPLETED ON OR  *
      * BEFORE THE WEEK ENDING DATE - SO A     *
      * TIMECARD KEYED LATE IS PAID THE NEXT   *
      * WEEK INSTEAD OF SKIPPED - AND PRICES   *
      * ACT-LABOR-HOURS AT CR-RATE FROM THE    *
      * CREW MASTER. THE REGISTER PRINTS BY    *
      * CREW WITH HOURS OVER 40 FOR THE WEEK   *
      * PAID AT TIME AND A HALF, AND EACH CREW *
      * GOES TO THE PAYROLL SERVICE EXPORT     *
      * FILE. EVERY RECORD PAID IS MARKED WITH *
      * ACT-PAID AND THE WEEK ENDING DATE, AND *
      * THE WEEK IS LOGGED ON PAYWEEK.DAT. A   *
      * WEEK ALREADY PAID IS REFUSED UNTIL THE *
      * OPERATOR REVERSES IT, WHICH UNMARKS    *
      * THAT WEEK'S RECORDS SO THEY ARE PAID   *
      * AGAIN BY THE RERUN.                    *
      ******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

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

           SELECT PAY-WEEK-FILE
              ASSIGN TO
             'C:\INDIANHILLS\COBOL\COBKMV30\PAYWEEK.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS PW-WEEK-END
              FILE STATUS IS WS-PW-STATUS.

           SELECT PAY-EXPORT
              ASSIGN TO
             'C:\INDIANHILLS\COBOL\COBKMV30\PAYEXP.DAT'
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
              ASSIGN TO
             'C:\INDIANHILLS\COBOL\COBKMV30\PAYREG.PRT'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD  PAY-WEEK-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PAY-WEEK-REC
           RECORD CONTAINS 41 CHARACTERS.

       01  PAY-WEEK-REC.
           05  PW-WEEK-END         PIC 9(8).
           05  PW-STATUS           PIC X.
               88  PW-PAID                           VALUE 'P'.
               88  PW-REVERSED                       VALUE 'R'.
           05  PW-RUN-DATE         PIC 9(8).
           05  PW-REVERSED-DATE    PIC 9(8).
           05  PW-RECORD-COUNT     PIC 9(5).
           05  PW-GROSS-PAY        PIC 9(9)V99.

       FD  PAY-EXPORT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS PAY-EXPORT-REC.

       COPY PAYEXP.

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
           05  WS-ACT-STATUS       PIC XX            VALUE '00'.
           05  WS-CREW-STATUS      PIC XX            VALUE '00'.
           05  WS-PW-STATUS        PIC XX            VALUE '00'.
           05  WS-FUNCTION         PIC X             VALUE SPACE.
           88  WS-FUNC-PAY                           VALUE 'P' 'p'.
           88  WS-FUNC-REVERSE                       VALUE 'R' 'r'.
           05  WS-CONFIRM-ANS      PIC X             VALUE 'N'.
           88  WS-CONFIRMED                          VALUE 'Y' 'y'.
           05  WS-RUN-SW           PIC X             VALUE 'Y'.
           88  WS-RUN-OK                             VALUE 'Y'.
           05  WS-WEEK-ON-FILE-SW  PIC X             VALUE 'N'.
           88  WS-WEEK-ON-FILE                       VALUE 'Y'.
           05  WS-EDIT-ERRORS      PIC 99            VALUE 0.
           05  WS-DAYS-MAX         PIC 99            VALUE 0.
           05  WS-LEAP-QUOT        PIC 9(4)          VALUE 0.
           05  WS-LEAP-REM-4       PIC 9             VALUE 0.
           05  WS-LEAP-REM-100     PIC 999           VALUE 0.
           05  WS-LEAP-REM-400     PIC 999           VALUE 0.
           05  WS-TODAY-YYYYMMDD   PIC 9(8)          VALUE 0.
           05  WS-WEEK-END         PIC 9(8)          VALUE 0.
           05  WS-WEEK-START       PIC 9(8)          VALUE 0.
           05  WS-COMP-YYYYMMDD    PIC 9(8)          VALUE 0.
           05  C-TODAY-INT         PIC 9(9)          VALUE 0.
           05  C-WEEK-END-INT      PIC 9(9)          VALUE 0.
           05  C-WEEK-START-INT    PIC 9(9)          VALUE 0.
           05  C-DOW-QUOT          PIC 9(9)          VALUE 0.
           05  C-DOW-REM           PIC 9             VALUE 0.
           05  WS-OT-THRESHOLD     PIC 99            VALUE 40.
           05  WS-OT-FACTOR        PIC 9V9           VALUE 1.5.
           05  WS-PY-SUB           PIC 9(4)          VALUE 0.
           05  WS-LOW-SUB          PIC 9(4)          VALUE 0.
           05  WS-PRINT-SUB        PIC 9(4)          VALUE 0.
           05  WS-EX-SUB           PIC 9(4)          VALUE 0.
           05  WS-LOW-KEY          PIC X(7)          VALUE SPACES.
           05  WS-PREV-CREW-ID     PIC X(3)          VALUE SPACES.
           05  WS-CREW-LEAD        PIC X(25)         VALUE SPACES.
           05  WS-CREW-RATE        PIC 99V99         VALUE 0.
           05  C-OT-RATE           PIC 999V99        VALUE 0.
           05  C-CREW-HOURS        PIC 9(5)V99       VALUE 0.
           05  C-REG-HOURS         PIC 9(5)V99       VALUE 0.
           05  C-OT-HOURS          PIC 9(5)V99       VALUE 0.
           05  C-REG-PAY           PIC 9(7)V99       VALUE 0.
           05  C-OT-PAY            PIC 9(7)V99       VALUE 0.
           05  C-GROSS-PAY         PIC 9(7)V99       VALUE 0.
           05  C-GT-CREWS          PIC 9(5)          VALUE 0.
           05  C-GT-RECORDS        PIC 9(5)          VALUE 0.
           05  C-GT-REG-HOURS      PIC 9(7)V99       VALUE 0.
           05  C-GT-OT-HOURS       PIC 9(7)V99       VALUE 0.
           05  C-GT-GROSS-PAY      PIC 9(9)V99       VALUE 0.
           05  C-GT-HOURS          PIC 9(7)V99       VALUE 0.
           05  WS-HELD-COUNT       PIC 9(5)          VALUE 0.
           05  WS-REVERSED-COUNT   PIC 9(5)          VALUE 0.

      ******************************************
      * ACTUALS TO PAY, KEYED CREW THEN        *
      * ESTIMATE SO THE REGISTER PRINTS BY     *
      * CREW. RECORDS WHOSE CREW IS NOT ON THE *
      * CREW MASTER CANNOT BE PRICED AND ARE   *
      * LISTED, NOT PAID.                      *
      ******************************************
       01  WS-PAY-TABLE.
           05  WS-PY-COUNT         PIC 9(4)          VALUE 0.
           05  WS-PY-ENTRY OCCURS 2000 TIMES.
               10  WS-PY-KEY.
                   15  WS-PY-CREW-ID   PIC X(3).
                   15  WS-PY-EST-NO    PIC X(4).
               10  WS-PY-COMP-DATE PIC 9(8).
               10  WS-PY-HOURS     PIC 9(4)V99.
               10  WS-PY-PRINTED   PIC X.

       01  WS-EXCEPTION-TABLE.
           05  WS-EX-COUNT         PIC 9(4)          VALUE 0.
           05  WS-EX-ENTRY OCCURS 200 TIMES.
               10  WS-EX-CREW-ID   PIC X(3).
               10  WS-EX-EST-NO    PIC X(4).
               10  WS-EX-COMP-DATE PIC 9(8).
               10  WS-EX-HOURS     PIC 9(4)V99.

       01  ENTRY-AREA.
           05  WS-IN-WEEK-END.
               10  WS-IN-YY        PIC X(4).
               10  WS-IN-MM        PIC XX.
               10  WS-IN-DD        PIC XX.
           05  WS-IN-WEEK-END-N    REDEFINES WS-IN-WEEK-END.
               10  WS-IN-YY-N      PIC 9(4).
               10  WS-IN-MM-N      PIC 99.
               10  WS-IN-DD-N      PIC 99.
           05  WS-IN-WEEK-END-9    REDEFINES WS-IN-WEEK-END
                                   PIC 9(8).

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

       01  COMPANY-TITLE.
           05  FILLER          PIC X(6)    VALUE 'DATE:'.
           05  O-MM            PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-DD            PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-YY            PIC 9(4).
           05  FILLER          PIC X(36)   VALUE SPACES.
           05  O-TITLE         PIC X(32)
                       VALUE 'WEEKLY CREW PAYROLL REGISTER'.
           05  FILLER          PIC X(32)   VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE 'PAGE:'.
           05  O-PCTR          PIC Z9.

       01  WEEK-LINE.
           05  FILLER          PIC X(10)   VALUE 'PAY WEEK'.
           05  O-WK-FROM-MM    PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-WK-FROM-DD    PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-WK-FROM-YY    PIC 9(4).
           05  FILLER          PIC X(6)    VALUE ' THRU '.
           05  O-WK-THRU-MM    PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-WK-THRU-DD    PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-WK-THRU-YY    PIC 9(4).

       01  HEADER-LINE.
           05  FILLER          PIC X(6)    VALUE 'CREW'.
           05  FILLER          PIC X(28)   VALUE 'LEAD'.
           05  FILLER          PIC X(10)   VALUE 'ESTIMATE'.
           05  FILLER          PIC X(14)   VALUE 'COMPLETED'.
           05  FILLER          PIC X(11)   VALUE '    HOURS'.
           05  FILLER          PIC X(4)    VALUE 'NOTE'.

       01  DETAIL-LINE.
           05  O-CREW-ID       PIC X(3).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-LEAD          PIC X(25).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-EST-NO        PIC X(4).
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  O-COMP-MM       PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-COMP-DD       PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-COMP-YY       PIC 9(4).
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  O-HOURS         PIC Z,ZZ9.99.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-NOTE          PIC X(30).

       01  CREW-TOTAL-LINE-1.
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  FILLER          PIC X(5)    VALUE 'CREW '.
           05  O-CT-CREW-ID    PIC X(3).
           05  FILLER          PIC X(14)   VALUE ' TOTAL HOURS '.
           05  O-CT-HOURS      PIC ZZ,ZZ9.99.
           05  FILLER          PIC X(10)   VALUE '  REGULAR '.
           05  O-CT-REG-HOURS  PIC ZZ,ZZ9.99.
           05  FILLER          PIC X(11)   VALUE '  OVERTIME '.
           05  O-CT-OT-HOURS   PIC ZZ,ZZ9.99.

       01  CREW-TOTAL-LINE-2.
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  FILLER          PIC X(5)    VALUE 'RATE '.
           05  O-CT-RATE       PIC $$9.99.
           05  FILLER          PIC X(10)   VALUE '  OT RATE '.
           05  O-CT-OT-RATE    PIC $$$9.99.
           05  FILLER          PIC X(14)   VALUE '  REGULAR PAY '.
           05  O-CT-REG-PAY    PIC $$,$$$,$$9.99.
           05  FILLER          PIC X(15)   VALUE '  OVERTIME PAY '.
           05  O-CT-OT-PAY     PIC $$,$$$,$$9.99.
           05  FILLER          PIC X(8)    VALUE '  GROSS '.
           05  O-CT-GROSS      PIC $$,$$$,$$9.99.

       01  TOTAL-LINE-1.
           05  FILLER          PIC X(24)
                       VALUE 'CREWS PAID:'.
           05  O-GT-CREWS      PIC ZZ,ZZ9.
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  FILLER          PIC X(24)
                       VALUE 'ACTUALS PAID:'.
           05  O-GT-RECORDS    PIC ZZ,ZZ9.

       01  TOTAL-LINE-2.
           05  FILLER          PIC X(24)
                       VALUE 'REGULAR HOURS:'.
           05  O-GT-REG-HOURS  PIC Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  FILLER          PIC X(24)
                       VALUE 'OVERTIME HOURS:'.
           05  O-GT-OT-HOURS   PIC Z,ZZZ,ZZ9.99.

       01  TOTAL-LINE-3.
           05  FILLER          PIC X(24)
                       VALUE 'GROSS PAY:'.
           05  O-GT-GROSS-PAY  PIC $$$$,$$$,$$9.99.

       01  TOTAL-LINE-4.
           05  FILLER          PIC X(24)
                       VALUE 'HELD - TABLE FULL:'.
           05  O-HELD-COUNT    PIC ZZ,ZZ9.
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  FILLER          PIC X(24)
                       VALUE 'HELD - CREW NOT ON FILE:'.
           05  O-EX-COUNT      PIC ZZ,ZZ9.

       01  EXCEPTION-TITLE.
           05  FILLER          PIC X(50)
               VALUE 'ACTUALS NOT PAID - CREW NOT ON THE CREW MASTER'.

       01  REVERSE-TOTAL-LINE.
           05  FILLER          PIC X(24)
                       VALUE 'ACTUALS REVERSED:'.
           05  O-REV-COUNT     PIC ZZ,ZZ9.
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  FILLER          PIC X(24)
                       VALUE 'HOURS REVERSED:'.
           05  O-REV-HOURS     PIC Z,ZZZ,ZZ9.99.

       01  REVERSE-NOTE-LINE.
           05  FILLER          PIC X(60)
               VALUE 'NOTIFY THE PAYROLL SERVICE TO VOID THE WEEK'.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-RECS = 'NO'.
           IF WS-RUN-OK AND WS-FUNC-PAY
               PERFORM 3000-PAY-BY-CREW
                   VARYING WS-PRINT-SUB FROM 1 BY 1
                   UNTIL WS-PRINT-SUB > WS-PY-COUNT
               IF WS-PY-COUNT > 0
                   PERFORM 3300-CREW-TOTAL
               END-IF
           END-IF.
           PERFORM 4000-CLOSING.
           STOP RUN.

       1000-INIT.
           OPEN I-O ACTUALS-FILE.
           OPEN INPUT CREW-MASTER.
           OPEN I-O PAY-WEEK-FILE.
           IF WS-PW-STATUS = '35'
               OPEN OUTPUT PAY-WEEK-FILE
               CLOSE PAY-WEEK-FILE
               OPEN I-O PAY-WEEK-FILE
           END-IF.
           OPEN OUTPUT PRTOUT.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.
           MOVE I-DATE TO WS-TODAY-YYYYMMDD.
           COMPUTE C-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD).

           IF WS-ACT-STATUS NOT = '00'
              OR WS-CREW-STATUS NOT = '00'
              OR WS-PW-STATUS NOT = '00'
               DISPLAY 'FILE OPEN FAILED - STATUS '
                   WS-ACT-STATUS ' / ' WS-CREW-STATUS
                   ' / ' WS-PW-STATUS
               MOVE 'N' TO WS-RUN-SW
           ELSE
               PERFORM 1100-ACCEPT-WEEK
           END-IF.
           IF WS-RUN-OK
               IF WS-FUNC-PAY
                   PERFORM 1300-CHECK-PAY-WEEK
               ELSE
                   PERFORM 1400-CHECK-REVERSE-WEEK
               END-IF
           END-IF.
           IF WS-RUN-OK
               PERFORM 9100-HDGS
               PERFORM 9000-READ
           ELSE
               DISPLAY 'PAYROLL RUN CANCELLED'
               MOVE 'NO' TO MORE-RECS
           END-IF.

       1100-ACCEPT-WEEK.
           DISPLAY 'ENTER FUNCTION (P=PAY WEEK R=REVERSE PAID WEEK): '.
           ACCEPT WS-FUNCTION.
           IF NOT WS-FUNC-PAY AND NOT WS-FUNC-REVERSE
               DISPLAY 'INVALID FUNCTION CODE'
               MOVE 'N' TO WS-RUN-SW
           ELSE
               DISPLAY 'ENTER WEEK ENDING DATE'
                   ' (YYYYMMDD, 0 = LAST SATURDAY): '
               ACCEPT WS-IN-WEEK-END
               PERFORM 1200-EDIT-WEEK
           END-IF.

      ******************************************
      * DAY ONE OF INTEGER-OF-DATE IS A        *
      * MONDAY, SO THE INTEGER PLUS ONE MOD 7  *
      * IS THE NUMBER OF DAYS BACK TO THE MOST *
      * RECENT SATURDAY.                       *
      ******************************************
       1200-EDIT-WEEK.
           MOVE 0 TO WS-EDIT-ERRORS.
           IF WS-IN-WEEK-END = SPACES OR '0'
               DIVIDE 7 INTO C-TODAY-INT GIVING C-DOW-QUOT
                   REMAINDER C-DOW-REM
               ADD 1 TO C-DOW-REM
               IF C-DOW-REM = 7
                   MOVE 0 TO C-DOW-REM
               END-IF
               COMPUTE C-WEEK-END-INT = C-TODAY-INT - C-DOW-REM
               COMPUTE WS-IN-WEEK-END-9 =
                   FUNCTION DATE-OF-INTEGER(C-WEEK-END-INT)
           END-IF.
           IF WS-IN-WEEK-END NOT NUMERIC
               ADD 1 TO WS-EDIT-ERRORS
               DISPLAY 'WEEK ENDING DATE MUST BE NUMERIC'
           ELSE
               PERFORM 1210-EDIT-CALENDAR-DATE
           END-IF.
           IF WS-EDIT-ERRORS = 0
               MOVE WS-IN-WEEK-END-9 TO WS-WEEK-END
               COMPUTE C-WEEK-END-INT =
                   FUNCTION INTEGER-OF-DATE(WS-WEEK-END)
               COMPUTE C-WEEK-START-INT = C-WEEK-END-INT - 6
               COMPUTE WS-WEEK-START =
                   FUNCTION DATE-OF-INTEGER(C-WEEK-START-INT)
               MOVE WS-WEEK-START TO WS-WORK-DATE
               MOVE WS-WD-MM TO O-WK-FROM-MM
               MOVE WS-WD-DD TO O-WK-FROM-DD
               MOVE WS-WD-YY TO O-WK-FROM-YY
               MOVE WS-WEEK-END TO WS-WORK-DATE
               MOVE WS-WD-MM TO O-WK-THRU-MM
               MOVE WS-WD-DD TO O-WK-THRU-DD
               MOVE WS-WD-YY TO O-WK-THRU-YY
               DISPLAY 'PAY WEEK ' WS-WEEK-START
                   ' THRU ' WS-WEEK-END
           ELSE
               MOVE 'N' TO WS-RUN-SW
           END-IF.

       1210-EDIT-CALENDAR-DATE.
           EVALUATE WS-IN-MM-N
               WHEN 01
               WHEN 03
               WHEN 05
               WHEN 07
               WHEN 08
               WHEN 10
               WHEN 12
                 MOVE 31 TO WS-DAYS-MAX
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                 MOVE 30 TO WS-DAYS-MAX
               WHEN 02
                 PERFORM 1220-SET-FEBRUARY-MAX
               WHEN OTHER
                 MOVE 0 TO WS-DAYS-MAX
           END-EVALUATE.
           IF WS-DAYS-MAX = 0
               ADD 1 TO WS-EDIT-ERRORS
               DISPLAY 'WEEK ENDING MONTH INVALID'
           ELSE
               IF WS-IN-DD-N < 01 OR WS-IN-DD-N > WS-DAYS-MAX
                   ADD 1 TO WS-EDIT-ERRORS
                   DISPLAY 'WEEK ENDING DAY INVALID'
               END-IF
           END-IF.
           IF WS-IN-YY-N < 1601
               ADD 1 TO WS-EDIT-ERRORS
               DISPLAY 'WEEK ENDING YEAR INVALID'
           END-IF.

       1220-SET-FEBRUARY-MAX.
           MOVE 28 TO WS-DAYS-MAX.
           DIVIDE WS-IN-YY-N BY 4 GIVING WS-LEAP-QUOT
               REMAINDER WS-LEAP-REM-4.
           DIVIDE WS-IN-YY-N BY 100 GIVING WS-LEAP-QUOT
               REMAINDER WS-LEAP-REM-100.
           DIVIDE WS-IN-YY-N BY 400 GIVING WS-LEAP-QUOT
               REMAINDER WS-LEAP-REM-400.
           IF WS-LEAP-REM-4 = 0 AND
              (WS-LEAP-REM-100 NOT = 0 OR WS-LEAP-REM-400 = 0)
               MOVE 29 TO WS-DAYS-MAX
           END-IF.

      ******************************************
      * A WEEK ALREADY PAID IS NEVER PAID      *
      * AGAIN. THE OPERATOR MUST RUN THE       *
      * REVERSE FUNCTION FOR THE WEEK FIRST.   *
      ******************************************
       1300-CHECK-PAY-WEEK.
           MOVE WS-WEEK-END TO PW-WEEK-END.
           READ PAY-WEEK-FILE
               INVALID KEY
                 MOVE 'N' TO WS-WEEK-ON-FILE-SW
               NOT INVALID KEY
                 MOVE 'Y' TO WS-WEEK-ON-FILE-SW
           END-READ.
           IF WS-WEEK-ON-FILE AND PW-PAID
               DISPLAY 'WEEK ENDING ' WS-WEEK-END
                   ' WAS PAID ON ' PW-RUN-DATE
               DISPLAY 'REVERSE THE WEEK (FUNCTION R) BEFORE RERUNNING'
               MOVE 'N' TO WS-RUN-SW
           ELSE
               OPEN OUTPUT PAY-EXPORT
               MOVE SPACES TO PAY-EXPORT-REC
               MOVE 'H' TO PX-REC-TYPE
               MOVE 'KYLER''S PAINT ESTIMATOR' TO PX-H-COMPANY
               MOVE WS-WEEK-END TO PX-H-WEEK-END
               MOVE WS-TODAY-YYYYMMDD TO PX-H-RUN-DATE
               MOVE I-TIME TO PX-H-RUN-TIME
               WRITE PAY-EXPORT-REC
           END-IF.

       1400-CHECK-REVERSE-WEEK.
           MOVE WS-WEEK-END TO PW-WEEK-END.
           READ PAY-WEEK-FILE
               INVALID KEY
                 MOVE 'N' TO WS-WEEK-ON-FILE-SW
               NOT INVALID KEY
                 MOVE 'Y' TO WS-WEEK-ON-FILE-SW
           END-READ.
           IF WS-WEEK-ON-FILE AND PW-PAID
               DISPLAY 'WEEK ENDING ' WS-WEEK-END
                   ' PAID ON ' PW-RUN-DATE ' - '
                   PW-RECORD-COUNT ' ACTUALS'
               DISPLAY 'REVERSE THIS PAY WEEK? (Y/N): '
               ACCEPT WS-CONFIRM-ANS
               IF WS-CONFIRMED
                   MOVE 'PAYROLL WEEK REVERSAL' TO O-TITLE
               ELSE
                   MOVE 'N' TO WS-RUN-SW
               END-IF
           ELSE
               DISPLAY 'WEEK ENDING ' WS-WEEK-END
                   ' IS NOT A PAID WEEK - NOTHING TO REVERSE'
               MOVE 'N' TO WS-RUN-SW
           END-IF.

       2000-MAINLINE.
           IF WS-FUNC-PAY
               PERFORM 2100-SELECT-ACTUAL
           ELSE
               PERFORM 2200-REVERSE-ACTUAL
           END-IF.
           PERFORM 9000-READ.

      ******************************************
      * EVERY UNPAID RECORD COMPLETED BY THE   *
      * END OF THE WEEK IS PAID - INCLUDING    *
      * ONES FROM EARLIER WEEKS KEYED LATE.    *
      ******************************************
       2100-SELECT-ACTUAL.
           MOVE ACT-COMP-DATE TO WS-COMP-YYYYMMDD.
           IF NOT ACT-PAYROLL-PAID
              AND WS-COMP-YYYYMMDD NOT > WS-WEEK-END
               MOVE ACT-CREW-ID TO CR-CREW-ID
               READ CREW-MASTER
                   INVALID KEY
                     PERFORM 2120-ADD-EXCEPTION
                   NOT INVALID KEY
                     PERFORM 2110-ADD-PAY-ENTRY
               END-READ
           END-IF.

       2110-ADD-PAY-ENTRY.
           IF WS-PY-COUNT >= 2000
               ADD 1 TO WS-HELD-COUNT
               DISPLAY 'PAY TABLE FULL - ESTIMATE ' ACT-EST-NO
                   ' HELD TO NEXT RUN'
           ELSE
               ADD 1 TO WS-PY-COUNT
               MOVE ACT-CREW-ID TO WS-PY-CREW-ID (WS-PY-COUNT)
               MOVE ACT-EST-NO TO WS-PY-EST-NO (WS-PY-COUNT)
               MOVE WS-COMP-YYYYMMDD TO WS-PY-COMP-DATE (WS-PY-COUNT)
               MOVE ACT-LABOR-HOURS TO WS-PY-HOURS (WS-PY-COUNT)
               MOVE 'N' TO WS-PY-PRINTED (WS-PY-COUNT)
           END-IF.

       2120-ADD-EXCEPTION.
           IF WS-EX-COUNT < 200
               ADD 1 TO WS-EX-COUNT
               MOVE ACT-CREW-ID TO WS-EX-CREW-ID (WS-EX-COUNT)
               MOVE ACT-EST-NO TO WS-EX-EST-NO (WS-EX-COUNT)
               MOVE WS-COMP-YYYYMMDD TO WS-EX-COMP-DATE (WS-EX-COUNT)
               MOVE ACT-LABOR-HOURS TO WS-EX-HOURS (WS-EX-COUNT)
           ELSE
               DISPLAY 'CREW ' ACT-CREW-ID ' NOT ON FILE - ESTIMATE '
                   ACT-EST-NO ' NOT PAID'
           END-IF.

       2200-REVERSE-ACTUAL.
           IF ACT-PAYROLL-PAID AND ACT-PAY-WEEK = WS-WEEK-END
               MOVE 'N' TO ACT-PAID
               MOVE 0 TO ACT-PAY-WEEK
               REWRITE ACTUALS-REC
               ADD 1 TO WS-REVERSED-COUNT
               ADD ACT-LABOR-HOURS TO C-GT-HOURS
               MOVE ACT-CREW-ID TO O-CREW-ID
               MOVE SPACES TO O-LEAD
               MOVE ACT-EST-NO TO O-EST-NO
               MOVE ACT-COMP-MM TO O-COMP-MM
               MOVE ACT-COMP-DD TO O-COMP-DD
               MOVE ACT-COMP-YY TO O-COMP-YY
               MOVE ACT-LABOR-HOURS TO O-HOURS
               MOVE 'REVERSED - UNPAID' TO O-NOTE
               WRITE PRTLINE FROM DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                      AT EOP
                        PERFORM 9100-HDGS
               END-WRITE
           END-IF.

      ******************************************
      * EACH PASS PICKS THE LOWEST CREW AND    *
      * ESTIMATE NOT YET PRINTED. A CHANGE OF  *
      * CREW TOTALS THE CREW BEFORE IT.        *
      ******************************************
       3000-PAY-BY-CREW.
           MOVE 0 TO WS-LOW-SUB.
           PERFORM 3010-FIND-LOW
               VARYING WS-PY-SUB FROM 1 BY 1
               UNTIL WS-PY-SUB > WS-PY-COUNT.
           IF WS-LOW-SUB > 0
               MOVE 'Y' TO WS-PY-PRINTED (WS-LOW-SUB)
               IF WS-PRINT-SUB = 1
                   PERFORM 3100-START-CREW
               ELSE
                   IF WS-PY-CREW-ID (WS-LOW-SUB) NOT = WS-PREV-CREW-ID
                       PERFORM 3300-CREW-TOTAL
                       PERFORM 3100-START-CREW
                   END-IF
               END-IF
               PERFORM 3200-PAY-ONE-ACTUAL
           END-IF.

       3010-FIND-LOW.
           IF WS-PY-PRINTED (WS-PY-SUB) = 'N'
               IF WS-LOW-SUB = 0
                  OR WS-PY-KEY (WS-PY-SUB) < WS-LOW-KEY
                   MOVE WS-PY-SUB TO WS-LOW-SUB
                   MOVE WS-PY-KEY (WS-PY-SUB) TO WS-LOW-KEY
               END-IF
           END-IF.

       3100-START-CREW.
           MOVE WS-PY-CREW-ID (WS-LOW-SUB) TO WS-PREV-CREW-ID.
           MOVE WS-PREV-CREW-ID TO CR-CREW-ID.
           READ CREW-MASTER
               INVALID KEY
                 MOVE 'NOT ON CREW MASTER' TO CR-LEAD-NAME
                 MOVE 0 TO CR-RATE
           END-READ.
           MOVE CR-LEAD-NAME TO WS-CREW-LEAD.
           MOVE CR-RATE TO WS-CREW-RATE.
           MOVE 0 TO C-CREW-HOURS.
           MOVE WS-PREV-CREW-ID TO O-CREW-ID.
           MOVE WS-CREW-LEAD TO O-LEAD.

       3200-PAY-ONE-ACTUAL.
           ADD WS-PY-HOURS (WS-LOW-SUB) TO C-CREW-HOURS.
           ADD 1 TO C-GT-RECORDS.
           MOVE WS-PY-EST-NO (WS-LOW-SUB) TO O-EST-NO.
           MOVE WS-PY-COMP-DATE (WS-LOW-SUB) TO WS-WORK-DATE.
           MOVE WS-WD-MM TO O-COMP-MM.
           MOVE WS-WD-DD TO O-COMP-DD.
           MOVE WS-WD-YY TO O-COMP-YY.
           MOVE WS-PY-HOURS (WS-LOW-SUB) TO O-HOURS.
           IF WS-PY-COMP-DATE (WS-LOW-SUB) < WS-WEEK-START
               MOVE 'LATE - PRIOR WEEK' TO O-NOTE
           ELSE
               MOVE SPACES TO O-NOTE
           END-IF.
           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE
                  AT EOP
                    PERFORM 9100-HDGS.
           MOVE SPACES TO O-CREW-ID.
           MOVE SPACES TO O-LEAD.
           PERFORM 3400-MARK-PAID.

      ******************************************
      * THE FIRST 40 HOURS OF THE WEEK ARE     *
      * REGULAR TIME, THE REST TIME AND A      *
      * HALF. ONE EXPORT DETAIL PER CREW.      *
      ******************************************
       3300-CREW-TOTAL.
           IF C-CREW-HOURS > WS-OT-THRESHOLD
               MOVE WS-OT-THRESHOLD TO C-REG-HOURS
               SUBTRACT WS-OT-THRESHOLD FROM C-CREW-HOURS
                   GIVING C-OT-HOURS
           ELSE
               MOVE C-CREW-HOURS TO C-REG-HOURS
               MOVE 0 TO C-OT-HOURS
           END-IF.
           COMPUTE C-OT-RATE ROUNDED = WS-CREW-RATE * WS-OT-FACTOR.
           COMPUTE C-REG-PAY ROUNDED = C-REG-HOURS * WS-CREW-RATE.
           COMPUTE C-OT-PAY ROUNDED =
               C-OT-HOURS * WS-CREW-RATE * WS-OT-FACTOR.
           ADD C-REG-PAY C-OT-PAY GIVING C-GROSS-PAY.
           ADD 1 TO C-GT-CREWS.
           ADD C-REG-HOURS TO C-GT-REG-HOURS.
           ADD C-OT-HOURS TO C-GT-OT-HOURS.
           ADD C-GROSS-PAY TO C-GT-GROSS-PAY.

           MOVE WS-PREV-CREW-ID TO O-CT-CREW-ID.
           MOVE C-CREW-HOURS TO O-CT-HOURS.
           MOVE C-REG-HOURS TO O-CT-REG-HOURS.
           MOVE C-OT-HOURS TO O-CT-OT-HOURS.
           MOVE WS-CREW-RATE TO O-CT-RATE.
           MOVE C-OT-RATE TO O-CT-OT-RATE.
           MOVE C-REG-PAY TO O-CT-REG-PAY.
           MOVE C-OT-PAY TO O-CT-OT-PAY.
           MOVE C-GROSS-PAY TO O-CT-GROSS.
           WRITE PRTLINE FROM CREW-TOTAL-LINE-1
               AFTER ADVANCING 2 LINES
                  AT EOP
                    PERFORM 9100-HDGS.
           WRITE PRTLINE FROM CREW-TOTAL-LINE-2
               AFTER ADVANCING 1 LINE
                  AT EOP
                    PERFORM 9100-HDGS.
           MOVE SPACES TO PRTLINE.
           WRITE PRTLINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO PAY-EXPORT-REC.
           MOVE 'D' TO PX-REC-TYPE.
           MOVE WS-PREV-CREW-ID TO PX-CREW-ID.
           MOVE WS-CREW-LEAD TO PX-LEAD-NAME.
           MOVE WS-WEEK-END TO PX-WEEK-END.
           MOVE C-REG-HOURS TO PX-REG-HOURS.
           MOVE C-OT-HOURS TO PX-OT-HOURS.
           MOVE WS-CREW-RATE TO PX-RATE.
           MOVE C-REG-PAY TO PX-REG-PAY.
           MOVE C-OT-PAY TO PX-OT-PAY.
           MOVE C-GROSS-PAY TO PX-GROSS-PAY.
           WRITE PAY-EXPORT-REC.

       3400-MARK-PAID.
           MOVE WS-PY-EST-NO (WS-LOW-SUB) TO ACT-EST-NO.
           READ ACTUALS-FILE
               INVALID KEY
                 DISPLAY 'ACTUALS FOR ' ACT-EST-NO
                     ' GONE FROM FILE - NOT MARKED PAID'
               NOT INVALID KEY
                 MOVE 'Y' TO ACT-PAID
                 MOVE WS-WEEK-END TO ACT-PAY-WEEK
                 REWRITE ACTUALS-REC
           END-READ.

       4000-CLOSING.
           IF WS-RUN-OK
               IF WS-FUNC-PAY
                   PERFORM 4100-CLOSE-PAY-WEEK
               ELSE
                   PERFORM 4200-CLOSE-REVERSAL
               END-IF
           END-IF.
           CLOSE ACTUALS-FILE
                 CREW-MASTER
                 PAY-WEEK-FILE
                 PRTOUT.

       4100-CLOSE-PAY-WEEK.
           MOVE C-GT-CREWS TO O-GT-CREWS.
           MOVE C-GT-RECORDS TO O-GT-RECORDS.
           MOVE C-GT-REG-HOURS TO O-GT-REG-HOURS.
           MOVE C-GT-OT-HOURS TO O-GT-OT-HOURS.
           MOVE C-GT-GROSS-PAY TO O-GT-GROSS-PAY.
           MOVE WS-HELD-COUNT TO O-HELD-COUNT.
           MOVE WS-EX-COUNT TO O-EX-COUNT.
           WRITE PRTLINE FROM TOTAL-LINE-1
               AFTER ADVANCING 3 LINES.
           WRITE PRTLINE FROM TOTAL-LINE-2
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM TOTAL-LINE-3
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM TOTAL-LINE-4
               AFTER ADVANCING 1 LINE.
           IF WS-EX-COUNT > 0
               WRITE PRTLINE FROM EXCEPTION-TITLE
                   AFTER ADVANCING 3 LINES
               PERFORM 4150-PRINT-EXCEPTION
                   VARYING WS-EX-SUB FROM 1 BY 1
                   UNTIL WS-EX-SUB > WS-EX-COUNT
           END-IF.

           MOVE SPACES TO PAY-EXPORT-REC.
           MOVE 'T' TO PX-REC-TYPE.
           MOVE WS-WEEK-END TO PX-T-WEEK-END.
           MOVE C-GT-CREWS TO PX-T-CREW-COUNT.
           MOVE C-GT-REG-HOURS TO PX-T-REG-HOURS.
           MOVE C-GT-OT-HOURS TO PX-T-OT-HOURS.
           MOVE C-GT-GROSS-PAY TO PX-T-GROSS-PAY.
           WRITE PAY-EXPORT-REC.
           CLOSE PAY-EXPORT.

           IF C-GT-RECORDS = 0
               DISPLAY 'NO UNPAID ACTUALS THROUGH ' WS-WEEK-END
                   ' - WEEK NOT LOGGED AS PAID'
           ELSE
               MOVE WS-WEEK-END TO PW-WEEK-END
               MOVE 'P' TO PW-STATUS
               MOVE WS-TODAY-YYYYMMDD TO PW-RUN-DATE
               MOVE 0 TO PW-REVERSED-DATE
               MOVE C-GT-RECORDS TO PW-RECORD-COUNT
               MOVE C-GT-GROSS-PAY TO PW-GROSS-PAY
               IF WS-WEEK-ON-FILE
                   REWRITE PAY-WEEK-REC
               ELSE
                   WRITE PAY-WEEK-REC
               END-IF
               DISPLAY 'WEEK ENDING ' WS-WEEK-END ' PAID - '
                   C-GT-RECORDS ' ACTUALS FOR ' C-GT-CREWS ' CREWS'
           END-IF.

       4150-PRINT-EXCEPTION.
           MOVE WS-EX-CREW-ID (WS-EX-SUB) TO O-CREW-ID.
           MOVE SPACES TO O-LEAD.
           MOVE WS-EX-EST-NO (WS-EX-SUB) TO O-EST-NO.
           MOVE WS-EX-COMP-DATE (WS-EX-SUB) TO WS-WORK-DATE.
           MOVE WS-WD-MM TO O-COMP-MM.
           MOVE WS-WD-DD TO O-COMP-DD.
           MOVE WS-WD-YY TO O-COMP-YY.
           MOVE WS-EX-HOURS (WS-EX-SUB) TO O-HOURS.
           MOVE 'HELD - FIX CREW ON ACTUALS' TO O-NOTE.
           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE
                  AT EOP
                    PERFORM 9100-HDGS.

       4200-CLOSE-REVERSAL.
           MOVE WS-REVERSED-COUNT TO O-REV-COUNT.
           MOVE C-GT-HOURS TO O-REV-HOURS.
           WRITE PRTLINE FROM REVERSE-TOTAL-LINE
               AFTER ADVANCING 3 LINES.
           WRITE PRTLINE FROM REVERSE-NOTE-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'R' TO PW-STATUS.
           MOVE WS-TODAY-YYYYMMDD TO PW-REVERSED-DATE.
           REWRITE PAY-WEEK-REC.
           DISPLAY 'WEEK ENDING ' WS-WEEK-END ' REVERSED - '
               WS-REVERSED-COUNT ' ACTUALS UNMARKED'.

       9000-READ.
           READ ACTUALS-FILE NEXT RECORD
               AT END
                 MOVE 'NO' TO MORE-RECS.

       9100-HDGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM WEEK-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM HEADER-LINE
               AFTER ADVANCING 2 LINES.

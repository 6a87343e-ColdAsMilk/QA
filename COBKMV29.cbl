       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBKMV29.
       DATE-WRITTEN.  10/15/2026
       AUTHOR.        KYLER VANDERAA.
      ******************************************
      * CREW SCHEDULING. ASSIGNS A CREW FROM   *
      * THE CREW MASTER TO AN ACCEPTED JOB     *
      * WITH A START DATE AND A NUMBER OF      *
      * DAYS. THE DAYS COME FROM THE SAME      *
      * GALLONS TIMES CREW SIZE LABOR HOURS    *
      * THE ESTIMATE IS PRICED ON, SPREAD OVER *
      * AN EIGHT HOUR DAY FOR THE WHOLE CREW.  *
      * A CREW ALREADY BOOKED ON ANOTHER JOB   *
      * IN THE SAME SPAN IS REFUSED UNLESS THE *
      * OPERATOR BOOKS IT ANYWAY, WHICH FLAGS  *
      * THE JOB AS DOUBLE BOOKED. A BOOKED JOB *
      * GOES TO STATUS S WITH ITS JOB DATE SET *
      * TO THE START DATE, AND THE MASTER      *
      * CHANGE IS JOURNALED TO PJOBJRNL.DAT    *
      * THE SAME WAY COBKMV03 DOES IT. THE     *
      * BOARD FUNCTION PRINTS TWO WEEKS OF     *
      * BOOKED AND OPEN DAYS BY CREW.          *
      * THE OPERATOR SIGNS ON AGAINST THE      *
      * OPERATOR SECURITY FILE, AND A FUNCTION *
      * NOT ON THE OPERATOR'S LIST FOR THIS    *
      * PROGRAM IS REFUSED.                    *
      * EVERY JOURNAL RECORD CARRIES THE       *
      * OPERATOR ID.                           *
      ******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PAINTJOB-MASTER
              ASSIGN TO
             'C:\INDIANHILLS\COBOL\COBKMV01\PAINTJOB.MST'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS I-PAINT-EST-NO
              FILE STATUS IS WS-MAST-STATUS.

           SELECT CREW-MASTER
              ASSIGN TO
             'C:\INDIANHILLS\COBOL\COBKMV22\CREWMAST.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CR-CREW-ID
              FILE STATUS IS WS-CREW-STATUS.

           SELECT SCHED-FILE
              ASSIGN TO
             'C:\INDIANHILLS\COBOL\COBKMV29\CREWSCHD.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SCH-EST-NO
              ALTERNATE RECORD KEY IS SCH-CREW-ID
                  WITH DUPLICATES
              FILE STATUS IS WS-SCHD-STATUS.

           SELECT INVENTORY-MASTER
              ASSIGN TO
             'C:\INDIANHILLS\COBOL\COBKMV08\PAINTINV.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS IN-PT-CODE
              FILE STATUS IS WS-INV-STATUS.

           SELECT AREA-FILE
              ASSIGN TO
             'C:\INDIANHILLS\COBOL\COBKMV01\PNTAREA.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AREA-KEY
              FILE STATUS IS WS-AREA-STATUS.

           SELECT OPTIONAL ESTIMATE-JOURNAL
              ASSIGN TO
             'C:\INDIANHILLS\COBOL\COBKMV03\PJOBJRNL.DAT'
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
              ASSIGN TO
             'C:\INDIANHILLS\COBOL\COBKMV29\CREWBRD.PRT'
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SECURITY-FILE
              ASSIGN TO
             'C:\INDIANHILLS\COBOL\COBKMV32\OPERSEC.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS SEC-OPER-ID
              FILE STATUS IS WS-SEC-STATUS.

           SELECT OPTIONAL SECURITY-LOG
              ASSIGN TO
             'C:\INDIANHILLS\COBOL\COBKMV32\SECLOG.DAT'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PAINTJOB-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS PAINT-REC
           RECORD CONTAINS 39 CHARACTERS.

       COPY PAINTREC.

       FD  CREW-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS CREW-REC
           RECORD CONTAINS 32 CHARACTERS.

       COPY CREWREC.

       FD  SCHED-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SCHED-REC
           RECORD CONTAINS 41 CHARACTERS.

       COPY SCHEDREC.

       FD  INVENTORY-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS INVENTORY-REC
           RECORD CONTAINS 42 CHARACTERS.

       COPY PNTINV.

       FD  AREA-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AREA-REC
           RECORD CONTAINS 42 CHARACTERS.

       COPY AREAREC.

       FD  ESTIMATE-JOURNAL
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 105 CHARACTERS
           DATA RECORD IS EJRNL-REC.

       01  EJRNL-REC.
           05  EJ-DATE.
               10  EJ-YY           PIC 9(4).
               10  EJ-MM           PIC 99.
               10  EJ-DD           PIC 99.
           05  EJ-TIME             PIC 9(6).
           05  EJ-FUNCTION         PIC X.
           05  EJ-EST-NO           PIC X(4).
           05  EJ-BEFORE-IMAGE     PIC X(39).
           05  EJ-AFTER-IMAGE      PIC X(39).
           05  EJ-OPER-ID          PIC X(8).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE               PIC X(132).

       FD  SECURITY-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SECURITY-REC
           RECORD CONTAINS 220 CHARACTERS.

       COPY SECREC.

       FD  SECURITY-LOG
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 78 CHARACTERS
           DATA RECORD IS SECLOG-REC.

       COPY SECLOG.

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  C-PCTR              PIC 99            VALUE 0.
           05  MORE-FUNCTIONS      PIC XXX           VALUE 'YES'.
           05  MORE-INV-RECS       PIC XXX           VALUE 'YES'.
           05  MORE-AREA-RECS      PIC XXX           VALUE 'NO'.
           05  MORE-SCHD-RECS      PIC XXX           VALUE 'NO'.
           05  MORE-CREW-RECS      PIC XXX           VALUE 'NO'.
           05  WS-MAST-STATUS      PIC XX            VALUE '00'.
           05  WS-CREW-STATUS      PIC XX            VALUE '00'.
           05  WS-SCHD-STATUS      PIC XX            VALUE '00'.
           05  WS-INV-STATUS       PIC XX            VALUE '00'.
           05  WS-AREA-STATUS      PIC XX            VALUE '00'.
           05  WS-AREA-OPEN-SW     PIC X             VALUE 'N'.
           88  WS-AREA-OPEN                          VALUE 'Y'.
           05  WS-FUNCTION         PIC X             VALUE SPACE.
           88  WS-FUNC-SCHEDULE                      VALUE 'S' 's'.
           88  WS-FUNC-UNSCHEDULE                    VALUE 'U' 'u'.
           88  WS-FUNC-BOARD                         VALUE 'B' 'b'.
           88  WS-FUNC-SECURED                       VALUE 'S' 's'
                                   'U' 'u' 'B' 'b'.
           88  WS-FUNC-END                           VALUE 'E' 'e'.
           05  WS-EDIT-ERRORS      PIC 99            VALUE 0.
           05  WS-DAYS-MAX         PIC 99            VALUE 0.
           05  WS-LEAP-QUOT        PIC 9(4)          VALUE 0.
           05  WS-LEAP-REM-4       PIC 9             VALUE 0.
           05  WS-LEAP-REM-100     PIC 999           VALUE 0.
           05  WS-LEAP-REM-400     PIC 999           VALUE 0.
           05  WS-KEY-EST-NO       PIC X(4)          VALUE SPACES.
           05  WS-EJ-BEFORE        PIC X(39)         VALUE SPACES.
           05  WS-ON-SCHED-SW      PIC X             VALUE 'N'.
           88  WS-ON-SCHED                           VALUE 'Y'.
           05  WS-BOOKING-OK-SW    PIC X             VALUE 'Y'.
           88  WS-BOOKING-OK                         VALUE 'Y'.
           05  WS-CONFLICT-FLAG    PIC X             VALUE 'N'.
           05  WS-BOOK-ANS         PIC X             VALUE 'N'.
           88  WS-BOOK-ANYWAY                        VALUE 'Y' 'y'.
           05  WS-CONFLICT-COUNT   PIC 99            VALUE 0.
           05  C-TOTAL-WALL-SQ-FT  PIC 9(4)          VALUE 0.
           05  C-COVERAGE-RATE     PIC 999           VALUE 115.
           05  C-GALLONS-NEEDED    PIC 999V99        VALUE 0.
           05  C-CREW-SIZE         PIC 9             VALUE 3.
           05  C-AREA-COUNT        PIC 99            VALUE 0.
           05  C-AREA-SQ-FT        PIC 9(5)          VALUE 0.
           05  C-AREA-GALLONS      PIC 999V99        VALUE 0.
           05  C-EST-HOURS         PIC 9(5)V99       VALUE 0.
           05  WS-CREW-DAY-HOURS   PIC 99            VALUE 8.
           05  C-DAY-HOURS         PIC 999           VALUE 0.
           05  C-JOB-DAYS          PIC 9(5)          VALUE 0.
           05  C-DAYS-REM          PIC 9(5)V99       VALUE 0.
           05  WS-SCHED-DAYS       PIC 99            VALUE 0.
           05  WS-TODAY-YYYYMMDD   PIC 9(8)          VALUE 0.
           05  WS-START-YYYYMMDD   PIC 9(8)          VALUE 0.
           05  WS-END-YYYYMMDD     PIC 9(8)          VALUE 0.
           05  WS-START-INT        PIC 9(9)          VALUE 0.
           05  WS-END-INT          PIC 9(9)          VALUE 0.
           05  WS-BOARD-START-INT  PIC 9(9)          VALUE 0.
           05  WS-BOARD-END-INT    PIC 9(9)          VALUE 0.
           05  WS-BOARD-START-DATE PIC 9(8)          VALUE 0.
           05  WS-BOARD-END-DATE   PIC 9(8)          VALUE 0.
           05  WS-SCH-START-INT    PIC 9(9)          VALUE 0.
           05  WS-SCH-END-INT      PIC 9(9)          VALUE 0.
           05  WS-CELL-INT         PIC 9(9)          VALUE 0.
           05  WS-DAY-SUB          PIC 99            VALUE 0.
           05  WS-BOOKED-DAYS      PIC 99            VALUE 0.
           05  WS-OPEN-DAYS        PIC 99            VALUE 0.
           05  WS-DOUBLE-DAYS      PIC 99            VALUE 0.
           05  C-GT-BOOKED         PIC 9(5)          VALUE 0.
           05  C-GT-OPEN           PIC 9(5)          VALUE 0.
           05  C-GT-DOUBLE         PIC 9(5)          VALUE 0.
           05  C-GT-CREWS          PIC 9(4)          VALUE 0.
           05  WS-SCHED-COUNT      PIC 9(5)          VALUE 0.
           05  WS-RESCHED-COUNT    PIC 9(5)          VALUE 0.
           05  WS-UNSCHED-COUNT    PIC 9(5)          VALUE 0.
           05  WS-REFUSED-COUNT    PIC 9(5)          VALUE 0.
           05  WS-FLAGGED-COUNT    PIC 9(5)          VALUE 0.
           05  WS-BOARD-COUNT      PIC 9(5)          VALUE 0.
           05  WS-SHOW-GALLONS     PIC ZZ9.99.
           05  WS-SHOW-HOURS       PIC ZZ,ZZ9.99.

       01  ENTRY-AREA.
           05  WS-IN-CREW-ID       PIC X(3)          VALUE SPACES.
           05  WS-IN-START-DATE.
               10  WS-IN-YY        PIC X(4).
               10  WS-IN-MM        PIC XX.
               10  WS-IN-DD        PIC XX.
           05  WS-IN-START-DATE-N  REDEFINES WS-IN-START-DATE.
               10  WS-IN-YY-N      PIC 9(4).
               10  WS-IN-MM-N      PIC 99.
               10  WS-IN-DD-N      PIC 99.
           05  WS-IN-START-YYYYMMDD REDEFINES WS-IN-START-DATE
                                   PIC 9(8).
           05  WS-IN-DAYS          PIC XX            VALUE SPACES.
           05  WS-IN-DAYS-N        REDEFINES WS-IN-DAYS
                                   PIC 99.

       COPY PNTTYPE.

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
           05  FILLER          PIC X(32)
                       VALUE 'CREW CAPACITY BOARD'.
           05  FILLER          PIC X(32)   VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE 'PAGE:'.
           05  O-PCTR          PIC Z9.

       01  RANGE-LINE.
           05  FILLER          PIC X(20)
                       VALUE 'TWO WEEKS FROM'.
           05  O-FROM-MM       PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-FROM-DD       PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-FROM-YY       PIC 9(4).
           05  FILLER          PIC X(6)    VALUE ' THRU '.
           05  O-THRU-MM       PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-THRU-DD       PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-THRU-YY       PIC 9(4).

       01  HEADER-LINE.
           05  FILLER          PIC X(5)    VALUE 'CREW'.
           05  FILLER          PIC X(17)   VALUE 'LEAD'.
           05  O-HD-DAY OCCURS 14 TIMES.
               10  O-HD-MM     PIC 99.
               10  O-HD-SLASH  PIC X.
               10  O-HD-DD     PIC 99.
               10  O-HD-FILL   PIC X.
           05  FILLER          PIC X(8)    VALUE 'BOOKED'.
           05  FILLER          PIC X(4)    VALUE 'OPEN'.

       01  BOARD-LINE.
           05  O-BD-CREW-ID    PIC X(3).
           05  O-BD-FILL-1     PIC X(2).
           05  O-BD-LEAD       PIC X(15).
           05  O-BD-FILL-2     PIC X(2).
           05  O-BD-DAY OCCURS 14 TIMES.
               10  O-BD-CELL   PIC X(4).
               10  O-BD-FILL   PIC X(2).
           05  O-BD-FILL-3     PIC X(4).
           05  O-BD-BOOKED     PIC Z9.
           05  O-BD-FILL-4     PIC X(4).
           05  O-BD-OPEN       PIC Z9.

       01  TOTAL-LINE-1.
           05  FILLER          PIC X(24)
                       VALUE 'CREWS ON BOARD:'.
           05  O-GT-CREWS      PIC Z,ZZ9.

       01  TOTAL-LINE-2.
           05  FILLER          PIC X(24)
                       VALUE 'CREW DAYS BOOKED:'.
           05  O-GT-BOOKED     PIC ZZ,ZZ9.

       01  TOTAL-LINE-3.
           05  FILLER          PIC X(24)
                       VALUE 'CREW DAYS OPEN:'.
           05  O-GT-OPEN       PIC ZZ,ZZ9.

       01  TOTAL-LINE-4.
           05  FILLER          PIC X(24)
                       VALUE 'DAYS DOUBLE BOOKED:'.
           05  O-GT-DOUBLE     PIC ZZ,ZZ9.

       01  LEGEND-LINE.
           05  FILLER          PIC X(40)
                       VALUE '. = OPEN DAY   **** = DOUBLE BOOKED'.

       01  SIGN-ON-AREA.
           05  WS-THIS-PROGRAM     PIC X(8)          VALUE 'COBKMV29'.
           05  WS-SEC-STATUS       PIC XX            VALUE '00'.
           05  WS-SIGNON-SW        PIC X             VALUE 'N'.
           88  WS-SIGNED-ON                          VALUE 'Y'.
           05  WS-SIGNON-TRIES     PIC 9             VALUE 0.
           05  WS-OPER-FOUND-SW    PIC X             VALUE 'N'.
           88  WS-OPER-FOUND                         VALUE 'Y'.
           05  WS-OPER-ID          PIC X(8)          VALUE SPACES.
           05  WS-OPER-SUPER-SW    PIC X             VALUE 'N'.
           88  WS-OPER-SUPERVISOR                    VALUE 'Y'.
           05  WS-OPER-FUNCTIONS   PIC X(10)         VALUE SPACES.
           05  WS-IN-OPER-ID       PIC X(8)          VALUE SPACES.
           05  WS-IN-PASSWORD      PIC X(8)          VALUE SPACES.
           05  WS-AUTH-SUB         PIC 99            VALUE 0.
           05  WS-AUTH-TALLY       PIC 99            VALUE 0.
           05  WS-AUTH-FUNCTION    PIC X             VALUE SPACE.
           05  WS-AUTH-SW          PIC X             VALUE 'Y'.
           88  WS-FUNC-AUTHORIZED                    VALUE 'Y'.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-FUNCTIONS = 'NO'.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           PERFORM 1900-SIGN-ON.
           OPEN I-O PAINTJOB-MASTER.
           IF WS-MAST-STATUS NOT = '00'
               DISPLAY 'PAINT JOB MASTER OPEN FAILED - STATUS '
                   WS-MAST-STATUS
               MOVE 'NO' TO MORE-FUNCTIONS
           END-IF.
           OPEN INPUT CREW-MASTER.
           IF WS-CREW-STATUS NOT = '00'
               DISPLAY 'CREW MASTER OPEN FAILED - STATUS '
                   WS-CREW-STATUS
               MOVE 'NO' TO MORE-FUNCTIONS
           END-IF.
           OPEN I-O SCHED-FILE.
           IF WS-SCHD-STATUS = '35'
               OPEN OUTPUT SCHED-FILE
               CLOSE SCHED-FILE
               OPEN I-O SCHED-FILE
           END-IF.
           IF WS-SCHD-STATUS NOT = '00'
               DISPLAY 'CREW SCHEDULE OPEN FAILED - STATUS '
                   WS-SCHD-STATUS
               MOVE 'NO' TO MORE-FUNCTIONS
           END-IF.
           OPEN INPUT AREA-FILE.
           IF WS-AREA-STATUS = '00'
               MOVE 'Y' TO WS-AREA-OPEN-SW
           ELSE
               IF WS-AREA-STATUS NOT = '35'
                   DISPLAY 'AREA LINE FILE OPEN FAILED - STATUS '
                       WS-AREA-STATUS
                   DISPLAY 'GALLONS FIGURED FROM HEADER FOOTAGES'
               END-IF
           END-IF.
           OPEN EXTEND ESTIMATE-JOURNAL.
           OPEN OUTPUT PRTOUT.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.
           MOVE I-DATE TO WS-TODAY-YYYYMMDD.

           PERFORM 1100-LOAD-PAINT-TYPES.

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
      * OPERATOR SIGN-ON. THE OPERATOR MUST BE *
      * ACTIVE ON THE SECURITY FILE AND HOLD   *
      * AN ENTRY FOR THIS PROGRAM - THREE      *
      * MISSES END THE RUN. EVERY ATTEMPT IS   *
      * WRITTEN TO THE SECURITY LOG.           *
      ******************************************
       1900-SIGN-ON.
           OPEN INPUT SECURITY-FILE.
           OPEN EXTEND SECURITY-LOG.
           IF WS-SEC-STATUS NOT = '00'
               DISPLAY 'SECURITY FILE OPEN FAILED - STATUS '
                   WS-SEC-STATUS
           ELSE
               PERFORM 1910-ACCEPT-SIGN-ON
                   UNTIL WS-SIGNED-ON OR WS-SIGNON-TRIES = 3
           END-IF.
           IF NOT WS-SIGNED-ON
               DISPLAY 'SIGN-ON FAILED - RUN ENDED'
               MOVE 'NO' TO MORE-FUNCTIONS
           END-IF.

       1910-ACCEPT-SIGN-ON.
           ADD 1 TO WS-SIGNON-TRIES.
           DISPLAY 'OPERATOR ID: '.
           ACCEPT WS-IN-OPER-ID.
           DISPLAY 'PASSWORD: '.
           ACCEPT WS-IN-PASSWORD.
           MOVE WS-IN-OPER-ID TO WS-OPER-ID.
           MOVE SPACES TO WS-OPER-FUNCTIONS.
           MOVE WS-IN-OPER-ID TO SEC-OPER-ID.
           READ SECURITY-FILE
               INVALID KEY
                 MOVE 'N' TO WS-OPER-FOUND-SW
               NOT INVALID KEY
                 MOVE 'Y' TO WS-OPER-FOUND-SW
           END-READ.
           IF WS-OPER-FOUND AND SEC-ACTIVE
              AND WS-IN-PASSWORD NOT = SPACES
              AND WS-IN-PASSWORD = SEC-PASSWORD
               PERFORM 1920-FIND-PROGRAM-AUTH
                   VARYING WS-AUTH-SUB FROM 1 BY 1
                   UNTIL WS-AUTH-SUB > 8
           END-IF.
           MOVE SPACES TO SECLOG-REC.
           IF WS-OPER-FUNCTIONS NOT = SPACES
               MOVE 'Y' TO WS-SIGNON-SW
               MOVE SEC-SUPERVISOR-SW TO WS-OPER-SUPER-SW
               MOVE 'S' TO SL-EVENT
               MOVE 'SIGNED ON' TO SL-TEXT
               DISPLAY 'SIGNED ON - ' SEC-OPER-NAME
           ELSE
               MOVE 'F' TO SL-EVENT
               MOVE 'BAD ID, PASSWORD, OR ACCESS' TO SL-TEXT
               DISPLAY 'SIGN-ON REFUSED'
           END-IF.
           PERFORM 2960-WRITE-SECURITY-LOG.

       1920-FIND-PROGRAM-AUTH.
           IF SEC-AUTH-PROGRAM (WS-AUTH-SUB) = WS-THIS-PROGRAM
               MOVE SEC-AUTH-FUNCTIONS (WS-AUTH-SUB)
                   TO WS-OPER-FUNCTIONS
           END-IF.

       2000-MAINLINE.
           DISPLAY ' '.
           DISPLAY 'FUNCTION? (S=SCHEDULE U=UNSCHEDULE B=BOARD'
               ' E=END): '.
           ACCEPT WS-FUNCTION.
           PERFORM 2050-CHECK-AUTHORITY.
           EVALUATE TRUE
               WHEN NOT WS-FUNC-AUTHORIZED
                 CONTINUE
               WHEN WS-FUNC-SCHEDULE
                 PERFORM 2100-SCHEDULE-JOB
               WHEN WS-FUNC-UNSCHEDULE
                 PERFORM 2700-UNSCHEDULE-JOB
               WHEN WS-FUNC-BOARD
                 PERFORM 2600-PRINT-BOARD
               WHEN WS-FUNC-END
                 MOVE 'NO' TO MORE-FUNCTIONS
               WHEN OTHER
                 DISPLAY 'INVALID FUNCTION CODE'
           END-EVALUATE.

      ******************************************
      * A FUNCTION MUST BE ON THE OPERATOR'S   *
      * LIST FOR THIS PROGRAM ('*' ALLOWS ALL) *
      * OR IT IS REFUSED AND THE REFUSAL IS    *
      * LOGGED.                                *
      ******************************************
       2050-CHECK-AUTHORITY.
           MOVE 'Y' TO WS-AUTH-SW.
           MOVE WS-FUNCTION TO WS-AUTH-FUNCTION.
           INSPECT WS-AUTH-FUNCTION
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           IF WS-FUNC-SECURED AND WS-OPER-FUNCTIONS NOT = '*'
               MOVE 0 TO WS-AUTH-TALLY
               INSPECT WS-OPER-FUNCTIONS
                   TALLYING WS-AUTH-TALLY FOR ALL WS-AUTH-FUNCTION
               IF WS-AUTH-TALLY = 0
                   MOVE 'N' TO WS-AUTH-SW
                   DISPLAY 'FUNCTION ' WS-AUTH-FUNCTION
                       ' NOT AUTHORIZED FOR OPERATOR ' WS-OPER-ID
                   MOVE SPACES TO SECLOG-REC
                   MOVE 'R' TO SL-EVENT
                   MOVE WS-AUTH-FUNCTION TO SL-FUNCTION
                   MOVE 'FUNCTION NOT AUTHORIZED' TO SL-TEXT
                   PERFORM 2960-WRITE-SECURITY-LOG
               END-IF
           END-IF.

       2100-SCHEDULE-JOB.
           DISPLAY 'ENTER ESTIMATE NUMBER TO SCHEDULE: '.
           ACCEPT WS-KEY-EST-NO.
           MOVE WS-KEY-EST-NO TO I-PAINT-EST-NO.
           READ PAINTJOB-MASTER
               INVALID KEY
                 DISPLAY 'ESTIMATE ' WS-KEY-EST-NO
                     ' NOT ON FILE'
               NOT INVALID KEY
                 PERFORM 2110-CHECK-ESTIMATE
           END-READ.

      ******************************************
      * ONLY AN ACCEPTED JOB IS SCHEDULED. A   *
      * JOB ALREADY AT S MAY BE RESCHEDULED -  *
      * ITS OWN BOOKING NEVER CONFLICTS WITH   *
      * THE NEW ONE.                           *
      ******************************************
       2110-CHECK-ESTIMATE.
           IF NOT PAINT-OPEN-FOR-WORK
               DISPLAY 'ESTIMATE ' WS-KEY-EST-NO
                   ' IS STATUS ' PAINT-STATUS
                   ' - ONLY ACCEPTED JOBS ARE SCHEDULED'
           ELSE
               PERFORM 2120-SHOW-CURRENT
               PERFORM 2200-CALC-JOB-DAYS
               PERFORM 2300-ACCEPT-ASSIGNMENT
               IF WS-EDIT-ERRORS = 0
                   PERFORM 2400-CHECK-CONFLICTS
                   IF WS-BOOKING-OK
                       PERFORM 2500-BOOK-JOB
                   ELSE
                       ADD 1 TO WS-REFUSED-COUNT
                       DISPLAY 'ESTIMATE ' WS-KEY-EST-NO
                           ' NOT SCHEDULED'
                   END-IF
               ELSE
                   DISPLAY 'ESTIMATE NOT SCHEDULED - RE-ENTER'
               END-IF
           END-IF.

       2120-SHOW-CURRENT.
           DISPLAY 'ESTIMATE ' I-PAINT-EST-NO
               ' DATE ' PAINT-DATE
               ' CUST ' I-CUST-ID
               ' STATUS ' PAINT-STATUS.
           MOVE WS-KEY-EST-NO TO SCH-EST-NO.
           READ SCHED-FILE
               INVALID KEY
                 MOVE 'N' TO WS-ON-SCHED-SW
               NOT INVALID KEY
                 MOVE 'Y' TO WS-ON-SCHED-SW
                 DISPLAY 'NOW BOOKED - CREW ' SCH-CREW-ID
                     ' FROM ' SCH-START-DATE
                     ' THRU ' SCH-END-DATE
           END-READ.

      ******************************************
      * CREW HOURS ARE GALLONS TIMES CREW SIZE *
      * - THE LABOR THE ESTIMATE IS PRICED ON. *
      * THE CREW WORKS AN EIGHT HOUR DAY, SO   *
      * DAYS ARE HOURS OVER CREW SIZE TIMES    *
      * EIGHT, ROUNDED UP TO A WHOLE DAY.      *
      ******************************************
       2200-CALC-JOB-DAYS.
           PERFORM 2210-CALC-AREA-LINES.
           IF C-AREA-COUNT = 0
               PERFORM 2230-GET-COVERAGE-RATE
               SUBTRACT PAINT-DOOR-SQ-FT FROM PAINT-WALL-SQ-FT GIVING
               C-TOTAL-WALL-SQ-FT
               ADD PAINT-CEILING-SQ-FT TO C-TOTAL-WALL-SQ-FT
               DIVIDE C-COVERAGE-RATE INTO C-TOTAL-WALL-SQ-FT GIVING
               C-GALLONS-NEEDED
           END-IF.
           MOVE 3 TO C-CREW-SIZE.
           IF PAINT-CREW-SIZE NUMERIC AND PAINT-CREW-SIZE > 0
               MOVE PAINT-CREW-SIZE TO C-CREW-SIZE
           END-IF.
           COMPUTE C-EST-HOURS = C-GALLONS-NEEDED * C-CREW-SIZE.
           MULTIPLY C-CREW-SIZE BY WS-CREW-DAY-HOURS
               GIVING C-DAY-HOURS.
           DIVIDE C-DAY-HOURS INTO C-EST-HOURS GIVING C-JOB-DAYS
               REMAINDER C-DAYS-REM.
           IF C-DAYS-REM > 0
               ADD 1 TO C-JOB-DAYS
           END-IF.
           IF C-JOB-DAYS < 1
               MOVE 1 TO C-JOB-DAYS
           END-IF.
           IF C-JOB-DAYS > 99
               MOVE 99 TO C-JOB-DAYS
           END-IF.
           MOVE C-GALLONS-NEEDED TO WS-SHOW-GALLONS.
           MOVE C-EST-HOURS TO WS-SHOW-HOURS.
           DISPLAY 'GALLONS ' WS-SHOW-GALLONS
               '  CREW SIZE ' C-CREW-SIZE
               '  CREW HOURS ' WS-SHOW-HOURS.

       2210-CALC-AREA-LINES.
           MOVE 0 TO C-AREA-COUNT.
           MOVE 0 TO C-GALLONS-NEEDED.
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
           PERFORM 2220-CALC-ONE-AREA
               UNTIL MORE-AREA-RECS = 'NO'.

       2220-CALC-ONE-AREA.
           READ AREA-FILE NEXT RECORD
               AT END
                 MOVE 'NO' TO MORE-AREA-RECS
               NOT AT END
                 IF AREA-EST-NO NOT = I-PAINT-EST-NO
                     MOVE 'NO' TO MORE-AREA-RECS
                 ELSE
                     PERFORM 2225-ADD-AREA-GALLONS
                 END-IF
           END-READ.

       2225-ADD-AREA-GALLONS.
           ADD 1 TO C-AREA-COUNT.
           MOVE 115 TO C-COVERAGE-RATE.
           SET WS-PT-IDX TO 1.
           SEARCH WS-PT-ENTRY
               AT END
                 MOVE 115 TO C-COVERAGE-RATE
               WHEN WS-PT-CODE (WS-PT-IDX) = AREA-PAINT-TYPE
                 MOVE WS-PT-COVERAGE (WS-PT-IDX) TO C-COVERAGE-RATE.
           SUBTRACT AREA-DOOR-SQ-FT FROM AREA-WALL-SQ-FT GIVING
           C-AREA-SQ-FT.
           ADD AREA-CEILING-SQ-FT TO C-AREA-SQ-FT.
           DIVIDE C-COVERAGE-RATE INTO C-AREA-SQ-FT GIVING
           C-AREA-GALLONS.
           ADD C-AREA-GALLONS TO C-GALLONS-NEEDED.

       2230-GET-COVERAGE-RATE.
           MOVE 115 TO C-COVERAGE-RATE.
           SET WS-PT-IDX TO 1.
           SEARCH WS-PT-ENTRY
               AT END
                 MOVE 115 TO C-COVERAGE-RATE
               WHEN WS-PT-CODE (WS-PT-IDX) = PAINT-TYPE
                 MOVE WS-PT-COVERAGE (WS-PT-IDX) TO C-COVERAGE-RATE.

       2300-ACCEPT-ASSIGNMENT.
           MOVE 0 TO WS-EDIT-ERRORS.
           DISPLAY 'ENTER CREW ID: '.
           ACCEPT WS-IN-CREW-ID.
           DISPLAY 'ENTER START DATE (YYYYMMDD, 0 = JOB DATE '
               PAINT-DATE '): '.
           ACCEPT WS-IN-START-DATE.
           DISPLAY 'ENTER NUMBER OF DAYS (2 DIGITS, 0 = '
               C-JOB-DAYS ' FROM THE ESTIMATE): '.
           ACCEPT WS-IN-DAYS.
           IF WS-IN-CREW-ID = SPACES
               ADD 1 TO WS-EDIT-ERRORS
               DISPLAY 'CREW ID IS REQUIRED'
           ELSE
               MOVE WS-IN-CREW-ID TO CR-CREW-ID
               READ CREW-MASTER
                   INVALID KEY
                     ADD 1 TO WS-EDIT-ERRORS
                     DISPLAY 'CREW ' WS-IN-CREW-ID
                         ' NOT ON CREW MASTER'
                   NOT INVALID KEY
                     DISPLAY 'CREW LEAD ' CR-LEAD-NAME
               END-READ
           END-IF.
           IF WS-IN-START-DATE = SPACES OR '0'
               MOVE PAINT-DATE TO WS-IN-START-DATE
           END-IF.
           IF WS-IN-START-DATE NOT NUMERIC
               ADD 1 TO WS-EDIT-ERRORS
               DISPLAY 'START DATE MUST BE NUMERIC'
           ELSE
               PERFORM 2325-EDIT-CALENDAR-DATE
           END-IF.
           IF WS-IN-DAYS = SPACES OR '0' OR '00'
               MOVE C-JOB-DAYS TO WS-SCHED-DAYS
           ELSE
               IF WS-IN-DAYS NOT NUMERIC
                   ADD 1 TO WS-EDIT-ERRORS
                   DISPLAY 'NUMBER OF DAYS MUST BE NUMERIC'
               ELSE
                   MOVE WS-IN-DAYS-N TO WS-SCHED-DAYS
               END-IF
           END-IF.
           IF WS-EDIT-ERRORS = 0
               MOVE WS-IN-START-YYYYMMDD TO WS-START-YYYYMMDD
               COMPUTE WS-START-INT =
                   FUNCTION INTEGER-OF-DATE(WS-START-YYYYMMDD)
               COMPUTE WS-END-INT = WS-START-INT + WS-SCHED-DAYS - 1
               COMPUTE WS-END-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-END-INT)
           END-IF.

       2325-EDIT-CALENDAR-DATE.
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
                 PERFORM 2328-SET-FEBRUARY-MAX
               WHEN OTHER
                 MOVE 0 TO WS-DAYS-MAX
           END-EVALUATE.
           IF WS-DAYS-MAX = 0
               ADD 1 TO WS-EDIT-ERRORS
               DISPLAY 'DATE MONTH INVALID'
           ELSE
               IF WS-IN-DD-N < 01 OR WS-IN-DD-N > WS-DAYS-MAX
                   ADD 1 TO WS-EDIT-ERRORS
                   DISPLAY 'DATE DAY INVALID'
               END-IF
           END-IF.
           IF WS-IN-YY-N < 1601
               ADD 1 TO WS-EDIT-ERRORS
               DISPLAY 'DATE YEAR INVALID'
           END-IF.

       2328-SET-FEBRUARY-MAX.
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
      * EVERY OTHER JOB STILL AT S FOR THE     *
      * SAME CREW WHOSE DAYS OVERLAP THE NEW   *
      * SPAN IS A CONFLICT. THE OPERATOR MAY   *
      * REFUSE OR BOOK ANYWAY, WHICH FLAGS THE *
      * NEW BOOKING AS DOUBLE BOOKED. THE SCAN *
      * READS OTHER ESTIMATES, SO THE JOB      *
      * BEING SCHEDULED IS READ BACK AFTER.    *
      ******************************************
       2400-CHECK-CONFLICTS.
           MOVE 0 TO WS-CONFLICT-COUNT.
           MOVE 'Y' TO WS-BOOKING-OK-SW.
           MOVE 'N' TO WS-CONFLICT-FLAG.
           MOVE WS-IN-CREW-ID TO SCH-CREW-ID.
           START SCHED-FILE
               KEY IS = SCH-CREW-ID
               INVALID KEY
                 MOVE 'NO' TO MORE-SCHD-RECS
               NOT INVALID KEY
                 MOVE 'YES' TO MORE-SCHD-RECS
           END-START.
           PERFORM 2410-CHECK-ONE-BOOKING
               UNTIL MORE-SCHD-RECS = 'NO'.
           IF WS-CONFLICT-COUNT > 0
               DISPLAY 'CREW ' WS-IN-CREW-ID ' IS ALREADY BOOKED ON '
                   WS-CONFLICT-COUNT ' JOB(S) IN THAT SPAN'
               DISPLAY 'BOOK ANYWAY AND FLAG AS DOUBLE BOOKED?'
                   ' (Y/N): '
               ACCEPT WS-BOOK-ANS
               IF WS-BOOK-ANYWAY
                   MOVE 'Y' TO WS-CONFLICT-FLAG
               ELSE
                   MOVE 'N' TO WS-BOOKING-OK-SW
               END-IF
           END-IF.
           MOVE WS-KEY-EST-NO TO I-PAINT-EST-NO.
           READ PAINTJOB-MASTER
               INVALID KEY
                 MOVE 'N' TO WS-BOOKING-OK-SW
                 DISPLAY 'ESTIMATE ' WS-KEY-EST-NO
                     ' NO LONGER ON FILE'
           END-READ.

       2410-CHECK-ONE-BOOKING.
           READ SCHED-FILE NEXT RECORD
               AT END
                 MOVE 'NO' TO MORE-SCHD-RECS
               NOT AT END
                 IF SCH-CREW-ID NOT = WS-IN-CREW-ID
                     MOVE 'NO' TO MORE-SCHD-RECS
                 ELSE
                     IF SCH-EST-NO NOT = WS-KEY-EST-NO
                        AND SCH-START-DATE NOT > WS-END-YYYYMMDD
                        AND SCH-END-DATE NOT < WS-START-YYYYMMDD
                         PERFORM 2420-CHECK-STILL-BOOKED
                     END-IF
                 END-IF
           END-READ.

       2420-CHECK-STILL-BOOKED.
           MOVE SCH-EST-NO TO I-PAINT-EST-NO.
           READ PAINTJOB-MASTER
               INVALID KEY
                 MOVE SPACE TO PAINT-STATUS
           END-READ.
           IF PAINT-SCHEDULED
               ADD 1 TO WS-CONFLICT-COUNT
               DISPLAY '   CONFLICTS WITH ESTIMATE ' SCH-EST-NO
                   ' ' SCH-START-DATE ' THRU ' SCH-END-DATE
           END-IF.

       2500-BOOK-JOB.
           MOVE PAINT-REC TO WS-EJ-BEFORE.
           MOVE WS-KEY-EST-NO TO SCH-EST-NO.
           MOVE WS-IN-CREW-ID TO SCH-CREW-ID.
           MOVE WS-START-YYYYMMDD TO SCH-START-DATE.
           MOVE WS-SCHED-DAYS TO SCH-DAYS.
           MOVE WS-END-YYYYMMDD TO SCH-END-DATE.
           MOVE C-EST-HOURS TO SCH-EST-HOURS.
           MOVE WS-TODAY-YYYYMMDD TO SCH-ASSIGNED-DATE.
           MOVE WS-CONFLICT-FLAG TO SCH-CONFLICT-SW.
           IF WS-ON-SCHED
               REWRITE SCHED-REC
                   INVALID KEY
                     DISPLAY 'SCHEDULE REWRITE FAILED - STATUS '
                         WS-SCHD-STATUS
               END-REWRITE
               ADD 1 TO WS-RESCHED-COUNT
           ELSE
               WRITE SCHED-REC
                   INVALID KEY
                     DISPLAY 'SCHEDULE WRITE FAILED - STATUS '
                         WS-SCHD-STATUS
               END-WRITE
               ADD 1 TO WS-SCHED-COUNT
           END-IF.
           IF SCH-DOUBLE-BOOKED
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF.
           MOVE 'S' TO PAINT-STATUS.
           MOVE WS-START-YYYYMMDD TO PAINT-DATE.
           REWRITE PAINT-REC.
           MOVE 'S' TO EJ-FUNCTION.
           PERFORM 2950-WRITE-JOURNAL.
           DISPLAY 'ESTIMATE ' WS-KEY-EST-NO ' SCHEDULED - CREW '
               WS-IN-CREW-ID ' FROM ' WS-START-YYYYMMDD
               ' THRU ' WS-END-YYYYMMDD ' (' WS-SCHED-DAYS ' DAYS)'.
           IF SCH-DOUBLE-BOOKED
               DISPLAY '*** FLAGGED AS DOUBLE BOOKED ***'
           END-IF.

      ******************************************
      * TWO WEEKS BY CREW. EACH DAY SHOWS THE  *
      * ESTIMATE THE CREW IS BOOKED ON, A DOT  *
      * WHEN THE DAY IS OPEN, OR STARS WHEN    *
      * TWO JOBS LAND ON THE SAME DAY. ONLY    *
      * JOBS STILL AT S ARE COUNTED - A JOB    *
      * COMPLETED OR PUT BACK THROUGH COBKMV03 *
      * NO LONGER HOLDS THE CREW.              *
      ******************************************
       2600-PRINT-BOARD.
           MOVE 0 TO WS-EDIT-ERRORS.
           DISPLAY 'ENTER FIRST DAY OF BOARD (YYYYMMDD, 0 = TODAY): '.
           ACCEPT WS-IN-START-DATE.
           IF WS-IN-START-DATE = SPACES OR '0'
               MOVE WS-TODAY-YYYYMMDD TO WS-IN-START-YYYYMMDD
           END-IF.
           IF WS-IN-START-DATE NOT NUMERIC
               ADD 1 TO WS-EDIT-ERRORS
               DISPLAY 'BOARD DATE MUST BE NUMERIC'
           ELSE
               PERFORM 2325-EDIT-CALENDAR-DATE
           END-IF.
           IF WS-EDIT-ERRORS = 0
               PERFORM 2605-SET-BOARD-DAYS
               MOVE 0 TO C-GT-CREWS
               MOVE 0 TO C-GT-BOOKED
               MOVE 0 TO C-GT-OPEN
               MOVE 0 TO C-GT-DOUBLE
               PERFORM 9100-HDGS
               MOVE LOW-VALUES TO CR-CREW-ID
               START CREW-MASTER
                   KEY IS NOT < CR-CREW-ID
                   INVALID KEY
                     MOVE 'NO' TO MORE-CREW-RECS
                   NOT INVALID KEY
                     MOVE 'YES' TO MORE-CREW-RECS
               END-START
               PERFORM 2610-BOARD-ONE-CREW
                   UNTIL MORE-CREW-RECS = 'NO'
               PERFORM 2690-PRINT-BOARD-TOTALS
               ADD 1 TO WS-BOARD-COUNT
               DISPLAY 'CAPACITY BOARD PRINTED FOR '
                   WS-BOARD-START-DATE ' THRU ' WS-BOARD-END-DATE
           ELSE
               DISPLAY 'BOARD NOT PRINTED - RE-ENTER'
           END-IF.

       2605-SET-BOARD-DAYS.
           MOVE WS-IN-START-YYYYMMDD TO WS-BOARD-START-DATE.
           COMPUTE WS-BOARD-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-BOARD-START-DATE).
           COMPUTE WS-BOARD-END-INT = WS-BOARD-START-INT + 13.
           COMPUTE WS-BOARD-END-DATE =
               FUNCTION DATE-OF-INTEGER(WS-BOARD-END-INT).
           MOVE WS-BOARD-START-DATE TO WS-WORK-DATE.
           MOVE WS-WD-MM TO O-FROM-MM.
           MOVE WS-WD-DD TO O-FROM-DD.
           MOVE WS-WD-YY TO O-FROM-YY.
           MOVE WS-BOARD-END-DATE TO WS-WORK-DATE.
           MOVE WS-WD-MM TO O-THRU-MM.
           MOVE WS-WD-DD TO O-THRU-DD.
           MOVE WS-WD-YY TO O-THRU-YY.
           PERFORM 2607-SET-ONE-HEADING
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > 14.

       2607-SET-ONE-HEADING.
           COMPUTE WS-CELL-INT = WS-BOARD-START-INT + WS-DAY-SUB - 1.
           COMPUTE WS-WORK-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CELL-INT).
           MOVE WS-WD-MM TO O-HD-MM (WS-DAY-SUB).
           MOVE '/' TO O-HD-SLASH (WS-DAY-SUB).
           MOVE WS-WD-DD TO O-HD-DD (WS-DAY-SUB).
           MOVE SPACE TO O-HD-FILL (WS-DAY-SUB).

       2610-BOARD-ONE-CREW.
           READ CREW-MASTER NEXT RECORD
               AT END
                 MOVE 'NO' TO MORE-CREW-RECS
               NOT AT END
                 PERFORM 2620-BUILD-CREW-ROW
           END-READ.

       2620-BUILD-CREW-ROW.
           MOVE SPACES TO BOARD-LINE.
           MOVE CR-CREW-ID TO O-BD-CREW-ID.
           MOVE CR-LEAD-NAME TO O-BD-LEAD.
           PERFORM 2625-CLEAR-ONE-CELL
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > 14.
           MOVE CR-CREW-ID TO SCH-CREW-ID.
           START SCHED-FILE
               KEY IS = SCH-CREW-ID
               INVALID KEY
                 MOVE 'NO' TO MORE-SCHD-RECS
               NOT INVALID KEY
                 MOVE 'YES' TO MORE-SCHD-RECS
           END-START.
           PERFORM 2630-POST-ONE-BOOKING
               UNTIL MORE-SCHD-RECS = 'NO'.
           MOVE 0 TO WS-BOOKED-DAYS.
           MOVE 0 TO WS-DOUBLE-DAYS.
           PERFORM 2660-COUNT-ONE-CELL
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > 14.
           SUBTRACT WS-BOOKED-DAYS FROM 14 GIVING WS-OPEN-DAYS.
           MOVE WS-BOOKED-DAYS TO O-BD-BOOKED.
           MOVE WS-OPEN-DAYS TO O-BD-OPEN.
           ADD 1 TO C-GT-CREWS.
           ADD WS-BOOKED-DAYS TO C-GT-BOOKED.
           ADD WS-OPEN-DAYS TO C-GT-OPEN.
           ADD WS-DOUBLE-DAYS TO C-GT-DOUBLE.
           WRITE PRTLINE FROM BOARD-LINE
               AFTER ADVANCING 2 LINES
                  AT EOP
                    PERFORM 9100-HDGS.

       2625-CLEAR-ONE-CELL.
           MOVE '  . ' TO O-BD-CELL (WS-DAY-SUB).

       2630-POST-ONE-BOOKING.
           READ SCHED-FILE NEXT RECORD
               AT END
                 MOVE 'NO' TO MORE-SCHD-RECS
               NOT AT END
                 IF SCH-CREW-ID NOT = CR-CREW-ID
                     MOVE 'NO' TO MORE-SCHD-RECS
                 ELSE
                     IF SCH-START-DATE NOT > WS-BOARD-END-DATE
                        AND SCH-END-DATE NOT < WS-BOARD-START-DATE
                         PERFORM 2640-MARK-BOOKING
                     END-IF
                 END-IF
           END-READ.

       2640-MARK-BOOKING.
           MOVE SCH-EST-NO TO I-PAINT-EST-NO.
           READ PAINTJOB-MASTER
               INVALID KEY
                 MOVE SPACE TO PAINT-STATUS
           END-READ.
           IF PAINT-SCHEDULED
               COMPUTE WS-SCH-START-INT =
                   FUNCTION INTEGER-OF-DATE(SCH-START-DATE)
               COMPUTE WS-SCH-END-INT =
                   FUNCTION INTEGER-OF-DATE(SCH-END-DATE)
               PERFORM 2650-MARK-ONE-DAY
                   VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > 14
           END-IF.

       2650-MARK-ONE-DAY.
           COMPUTE WS-CELL-INT = WS-BOARD-START-INT + WS-DAY-SUB - 1.
           IF WS-CELL-INT NOT < WS-SCH-START-INT
              AND WS-CELL-INT NOT > WS-SCH-END-INT
               IF O-BD-CELL (WS-DAY-SUB) = '  . '
                   MOVE SCH-EST-NO TO O-BD-CELL (WS-DAY-SUB)
               ELSE
                   MOVE '****' TO O-BD-CELL (WS-DAY-SUB)
               END-IF
           END-IF.

       2660-COUNT-ONE-CELL.
           IF O-BD-CELL (WS-DAY-SUB) NOT = '  . '
               ADD 1 TO WS-BOOKED-DAYS
           END-IF.
           IF O-BD-CELL (WS-DAY-SUB) = '****'
               ADD 1 TO WS-DOUBLE-DAYS
           END-IF.

       2690-PRINT-BOARD-TOTALS.
           MOVE C-GT-CREWS TO O-GT-CREWS.
           MOVE C-GT-BOOKED TO O-GT-BOOKED.
           MOVE C-GT-OPEN TO O-GT-OPEN.
           MOVE C-GT-DOUBLE TO O-GT-DOUBLE.
           WRITE PRTLINE FROM LEGEND-LINE
               AFTER ADVANCING 3 LINES.
           WRITE PRTLINE FROM TOTAL-LINE-1
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM TOTAL-LINE-2
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM TOTAL-LINE-3
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM TOTAL-LINE-4
               AFTER ADVANCING 1 LINE.

      ******************************************
      * TAKES A JOB OFF THE SCHEDULE AND PUTS  *
      * IT BACK TO ACCEPTED SO ITS CREW IS     *
      * FREE FOR OTHER WORK.                   *
      ******************************************
       2700-UNSCHEDULE-JOB.
           DISPLAY 'ENTER ESTIMATE NUMBER TO UNSCHEDULE: '.
           ACCEPT WS-KEY-EST-NO.
           MOVE WS-KEY-EST-NO TO I-PAINT-EST-NO.
           READ PAINTJOB-MASTER
               INVALID KEY
                 DISPLAY 'ESTIMATE ' WS-KEY-EST-NO
                     ' NOT ON FILE'
               NOT INVALID KEY
                 PERFORM 2710-APPLY-UNSCHEDULE
           END-READ.

       2710-APPLY-UNSCHEDULE.
           IF NOT PAINT-SCHEDULED
               DISPLAY 'ESTIMATE ' WS-KEY-EST-NO
                   ' IS STATUS ' PAINT-STATUS
                   ' - NOT SCHEDULED'
           ELSE
               MOVE WS-KEY-EST-NO TO SCH-EST-NO
               READ SCHED-FILE
                   INVALID KEY
                     DISPLAY 'NO CREW BOOKING ON FILE FOR '
                         WS-KEY-EST-NO
                   NOT INVALID KEY
                     DELETE SCHED-FILE
               END-READ
               MOVE PAINT-REC TO WS-EJ-BEFORE
               MOVE 'A' TO PAINT-STATUS
               REWRITE PAINT-REC
               MOVE 'S' TO EJ-FUNCTION
               PERFORM 2950-WRITE-JOURNAL
               ADD 1 TO WS-UNSCHED-COUNT
               DISPLAY 'ESTIMATE ' WS-KEY-EST-NO
                   ' UNSCHEDULED - BACK TO STATUS A'
           END-IF.

      ******************************************
      * ONE JOURNAL RECORD PER MASTER UPDATE,  *
      * IN THE SAME LAYOUT COBKMV03 WRITES, SO *
      * THE FORWARD RECOVERY UTILITY COBKMV19  *
      * REPLAYS SCHEDULING CHANGES TOO.        *
      ******************************************
       2950-WRITE-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO EJ-YY.
           MOVE I-MM TO EJ-MM.
           MOVE I-DD TO EJ-DD.
           MOVE I-TIME TO EJ-TIME.
           MOVE I-PAINT-EST-NO TO EJ-EST-NO.
           MOVE WS-EJ-BEFORE TO EJ-BEFORE-IMAGE.
           MOVE PAINT-REC TO EJ-AFTER-IMAGE.
           MOVE WS-OPER-ID TO EJ-OPER-ID.
           WRITE EJRNL-REC.

      ******************************************
      * ONE SECURITY LOG RECORD - SL-EVENT AND *
      * ANY FUNCTION, KEY, SUPERVISOR, AND     *
      * TEXT MUST BE SET BY THE CALLER.        *
      ******************************************
       2960-WRITE-SECURITY-LOG.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO SL-YY.
           MOVE I-MM TO SL-MM.
           MOVE I-DD TO SL-DD.
           MOVE I-TIME TO SL-TIME.
           MOVE WS-THIS-PROGRAM TO SL-PROGRAM.
           MOVE WS-OPER-ID TO SL-OPER-ID.
           WRITE SECLOG-REC.

       3000-CLOSING.
           DISPLAY 'JOBS SCHEDULED:     ' WS-SCHED-COUNT.
           DISPLAY 'JOBS RESCHEDULED:   ' WS-RESCHED-COUNT.
           DISPLAY 'JOBS UNSCHEDULED:   ' WS-UNSCHED-COUNT.
           DISPLAY 'BOOKINGS REFUSED:   ' WS-REFUSED-COUNT.
           DISPLAY 'DOUBLE BOOKINGS:    ' WS-FLAGGED-COUNT.
           DISPLAY 'BOARDS PRINTED:     ' WS-BOARD-COUNT.
           CLOSE PAINTJOB-MASTER
                 CREW-MASTER
                 SCHED-FILE
                 ESTIMATE-JOURNAL
                 PRTOUT
                 SECURITY-FILE
                 SECURITY-LOG.
           IF WS-AREA-OPEN
               CLOSE AREA-FILE
           END-IF.

       9100-HDGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM RANGE-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM HEADER-LINE
               AFTER ADVANCING 2 LINES.

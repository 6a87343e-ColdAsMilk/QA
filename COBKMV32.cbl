       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBKMV32.
       DATE-WRITTEN.  10/15/2026
       AUTHOR.        KYLER VANDERAA.
      ******************************************
      * THIS PROGRAM MAINTAINS THE INDEXED     *
      * OPERATOR SECURITY FILE - ADD, CHANGE,  *
      * DELETE, AND LIST OF OPERATOR RECORDS   *
      * (OPERATOR ID, NAME, PASSWORD,          *
      * SUPERVISOR FLAG, STATUS, AND THE       *
      * FUNCTIONS ALLOWED IN EACH MAINTENANCE  *
      * PROGRAM). THE OPERATOR SIGNS ON LIKE   *
      * ANY OTHER MAINTENANCE PROGRAM; WHEN    *
      * THE FILE IS EMPTY THE FIRST OPERATOR   *
      * ADDED BECOMES A SUPERVISOR WITH FULL   *
      * USE OF THIS PROGRAM. ONLY A SUPERVISOR *
      * MAY GRANT SUPERVISOR OR AUTHORITY IN   *
      * THIS PROGRAM, OR CHANGE OR DELETE A    *
      * SUPERVISOR, AND NO OPERATOR MAY DELETE *
      * OR SUSPEND THEIR OWN ID.               *
      * EVERY CHANGE IS WRITTEN TO THE         *
      * SECURITY LOG.                          *
      ******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SECURITY-FILE
              ASSIGN TO
             'C:\INDIANHILLS\COBOL\COBKMV32\OPERSEC.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SEC-OPER-ID
              FILE STATUS IS WS-SEC-STATUS.

           SELECT OPTIONAL SECURITY-LOG
              ASSIGN TO
             'C:\INDIANHILLS\COBOL\COBKMV32\SECLOG.DAT'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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
           05  MORE-FUNCTIONS      PIC XXX           VALUE 'YES'.
           05  MORE-OPERATORS      PIC XXX           VALUE 'YES'.
           05  WS-FUNCTION         PIC X             VALUE SPACE.
           88  WS-FUNC-ADD                           VALUE 'A' 'a'.
           88  WS-FUNC-CHANGE                        VALUE 'C' 'c'.
           88  WS-FUNC-DELETE                        VALUE 'D' 'd'.
           88  WS-FUNC-LIST                          VALUE 'L' 'l'.
           88  WS-FUNC-SECURED                       VALUE 'A' 'a'
                                   'C' 'c' 'D' 'd' 'L' 'l'.
           88  WS-FUNC-END                           VALUE 'E' 'e'.
           05  WS-FILE-EMPTY-SW    PIC X             VALUE 'N'.
           88  WS-FILE-EMPTY                         VALUE 'Y'.
           05  WS-AUTH-DONE-SW     PIC X             VALUE 'N'.
           88  WS-AUTH-DONE                          VALUE 'Y'.
           05  WS-EDIT-ERRORS      PIC 99            VALUE 0.
           05  WS-IN-SUB           PIC 99            VALUE 0.
           05  WS-LTR-SUB          PIC 99            VALUE 0.
           05  WS-SP-SUB           PIC 99            VALUE 0.
           05  WS-SP-FOUND         PIC 99            VALUE 0.
           05  WS-AUTH-COUNT       PIC 99            VALUE 0.
           05  WS-LTR-TALLY        PIC 99            VALUE 0.
           05  WS-OLD-AUTH-FUNCS   PIC X(10)         VALUE SPACES.
           05  WS-KEY-OPER-ID      PIC X(8)          VALUE SPACES.
           05  WS-ADD-COUNT        PIC 9(5)          VALUE 0.
           05  WS-CHG-COUNT        PIC 9(5)          VALUE 0.
           05  WS-DEL-COUNT        PIC 9(5)          VALUE 0.
           05  WS-LIST-COUNT       PIC 9(5)          VALUE 0.

       01  SIGN-ON-AREA.
           05  WS-THIS-PROGRAM     PIC X(8)          VALUE 'COBKMV32'.
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

       01  ENTRY-AREA.
           05  WS-IN-OPER-NAME     PIC X(25)         VALUE SPACES.
           05  WS-IN-NEW-PASSWORD  PIC X(8)          VALUE SPACES.
           05  WS-IN-SUPER         PIC X             VALUE SPACE.
           88  WS-IN-SUPER-VALID                     VALUE 'Y' 'N'.
           05  WS-IN-STATUS        PIC X             VALUE SPACE.
           88  WS-IN-STATUS-VALID                    VALUE 'A' 'S'.
           05  WS-IN-REENTER       PIC X             VALUE SPACE.
           88  WS-IN-REENTER-YES                     VALUE 'Y' 'y'.
           05  WS-IN-AUTH-TABLE.
               10  WS-IN-AUTH-ENTRY OCCURS 8 TIMES.
                   15  WS-IN-AUTH-PGM      PIC X(8).
                   15  WS-IN-AUTH-FUNCS    PIC X(10).
                   15  WS-IN-AUTH-LETTERS  REDEFINES WS-IN-AUTH-FUNCS.
                       20  WS-IN-AUTH-LETTER PIC X OCCURS 10 TIMES.

      ******************************************
      * PROGRAMS THAT REQUIRE SIGN-ON AND THE  *
      * FUNCTION LETTERS EACH ONE SECURES.     *
      ******************************************
       01  SECURED-PROGRAM-VALUES.
           05  FILLER              PIC X(18)
                                   VALUE 'COBKMV03ACSVRL    '.
           05  FILLER              PIC X(18)
                                   VALUE 'COBKMV04ACD       '.
           05  FILLER              PIC X(18)
                                   VALUE 'COBKMV08ACD       '.
           05  FILLER              PIC X(18)
                                   VALUE 'COBKMV17RJP       '.
           05  FILLER              PIC X(18)
                                   VALUE 'COBKMV22ACD       '.
           05  FILLER              PIC X(18)
                                   VALUE 'COBKMV27ACD       '.
           05  FILLER              PIC X(18)
                                   VALUE 'COBKMV29SUB       '.
           05  FILLER              PIC X(18)
                                   VALUE 'COBKMV32ACDL      '.
       01  SECURED-PROGRAM-TABLE REDEFINES SECURED-PROGRAM-VALUES.
           05  SP-ENTRY OCCURS 8 TIMES.
               10  SP-PROGRAM      PIC X(8).
               10  SP-FUNCTIONS    PIC X(10).

       01  CURRENT-DATE-AND-TIME.
           05  I-DATE.
               10  I-YY         PIC 9(4).
               10  I-MM         PIC 99.
               10  I-DD         PIC 99.
           05  I-TIME           PIC 9(6).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-FUNCTIONS = 'NO'.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           OPEN I-O SECURITY-FILE.
           IF WS-SEC-STATUS = '35'
               OPEN OUTPUT SECURITY-FILE
               CLOSE SECURITY-FILE
               OPEN I-O SECURITY-FILE
           END-IF.
           OPEN EXTEND SECURITY-LOG.
           IF WS-SEC-STATUS NOT = '00'
               DISPLAY 'SECURITY FILE OPEN FAILED - STATUS '
                   WS-SEC-STATUS
               MOVE 'NO' TO MORE-FUNCTIONS
           ELSE
               MOVE LOW-VALUES TO SEC-OPER-ID
               START SECURITY-FILE
                   KEY IS NOT LESS THAN SEC-OPER-ID
                   INVALID KEY
                     MOVE 'Y' TO WS-FILE-EMPTY-SW
                   NOT INVALID KEY
                     MOVE 'N' TO WS-FILE-EMPTY-SW
               END-START
               IF WS-FILE-EMPTY
                   PERFORM 1800-FIRST-SUPERVISOR
               ELSE
                   PERFORM 1900-SIGN-ON
               END-IF
           END-IF.

      ******************************************
      * AN EMPTY SECURITY FILE CAN ONLY BE     *
      * STARTED BY ADDING A SUPERVISOR WITH    *
      * FULL USE OF THIS PROGRAM, WHO IS THEN  *
      * SIGNED ON TO ADD EVERYONE ELSE.        *
      ******************************************
       1800-FIRST-SUPERVISOR.
           DISPLAY 'SECURITY FILE IS EMPTY - ADD THE FIRST SUPERVISOR'.
           DISPLAY 'ENTER OPERATOR ID: '.
           ACCEPT WS-IN-OPER-ID.
           DISPLAY 'ENTER OPERATOR NAME: '.
           ACCEPT WS-IN-OPER-NAME.
           DISPLAY 'ENTER PASSWORD: '.
           ACCEPT WS-IN-NEW-PASSWORD.
           IF WS-IN-OPER-ID = SPACES
              OR WS-IN-OPER-NAME = SPACES
              OR WS-IN-NEW-PASSWORD = SPACES
               DISPLAY 'ID, NAME, AND PASSWORD ARE REQUIRED'
               DISPLAY 'FIRST SUPERVISOR NOT ADDED - RUN ENDED'
               MOVE 'NO' TO MORE-FUNCTIONS
           ELSE
               MOVE SPACES TO SECURITY-REC
               MOVE WS-IN-OPER-ID TO SEC-OPER-ID
               MOVE WS-IN-OPER-NAME TO SEC-OPER-NAME
               MOVE WS-IN-NEW-PASSWORD TO SEC-PASSWORD
               MOVE 'Y' TO SEC-SUPERVISOR-SW
               MOVE 'A' TO SEC-STATUS
               MOVE 'COBKMV32' TO SEC-AUTH-PROGRAM (1)
               MOVE '*' TO SEC-AUTH-FUNCTIONS (1)
               MOVE WS-IN-OPER-ID TO SEC-CHANGED-BY
               MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME
               MOVE I-DATE TO SEC-CHANGED-DATE
               WRITE SECURITY-REC
               ADD 1 TO WS-ADD-COUNT
               MOVE WS-IN-OPER-ID TO WS-OPER-ID
               MOVE 'Y' TO WS-SIGNON-SW
               MOVE 'Y' TO WS-OPER-SUPER-SW
               MOVE '*' TO WS-OPER-FUNCTIONS
               MOVE SPACES TO SECLOG-REC
               MOVE 'M' TO SL-EVENT
               MOVE 'A' TO SL-FUNCTION
               MOVE WS-IN-OPER-ID TO SL-KEY
               MOVE 'FIRST SUPERVISOR ADDED' TO SL-TEXT
               PERFORM 2960-WRITE-SECURITY-LOG
               MOVE SPACES TO SECLOG-REC
               MOVE 'S' TO SL-EVENT
               MOVE 'SIGNED ON' TO SL-TEXT
               PERFORM 2960-WRITE-SECURITY-LOG
               DISPLAY 'SUPERVISOR ' WS-IN-OPER-ID
                   ' ADDED AND SIGNED ON'
           END-IF.

      ******************************************
      * OPERATOR SIGN-ON. THE OPERATOR MUST BE *
      * ACTIVE ON THE SECURITY FILE AND HOLD   *
      * AN ENTRY FOR THIS PROGRAM - THREE      *
      * MISSES END THE RUN. EVERY ATTEMPT IS   *
      * WRITTEN TO THE SECURITY LOG.           *
      ******************************************
       1900-SIGN-ON.
           PERFORM 1910-ACCEPT-SIGN-ON
               UNTIL WS-SIGNED-ON OR WS-SIGNON-TRIES = 3.
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
           DISPLAY 'FUNCTION? (A=ADD C=CHANGE D=DELETE L=LIST'
               ' E=END): '.
           ACCEPT WS-FUNCTION.
           PERFORM 2050-CHECK-AUTHORITY.
           EVALUATE TRUE
               WHEN NOT WS-FUNC-AUTHORIZED
                 CONTINUE
               WHEN WS-FUNC-ADD
                 PERFORM 2100-ADD-OPERATOR
               WHEN WS-FUNC-CHANGE
                 PERFORM 2200-CHANGE-OPERATOR
               WHEN WS-FUNC-DELETE
                 PERFORM 2300-DELETE-OPERATOR
               WHEN WS-FUNC-LIST
                 PERFORM 2400-LIST-OPERATORS
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

       2100-ADD-OPERATOR.
           DISPLAY 'ENTER OPERATOR ID: '.
           ACCEPT WS-IN-OPER-ID.
           PERFORM 2110-ACCEPT-FIELDS.
           MOVE SPACES TO WS-IN-AUTH-TABLE.
           PERFORM 2115-ACCEPT-AUTHORITIES.
           PERFORM 2120-EDIT-FIELDS.
           IF WS-EDIT-ERRORS = 0
               MOVE SPACES TO SECURITY-REC
               MOVE WS-IN-OPER-ID TO SEC-OPER-ID
               PERFORM 2130-BUILD-RECORD
               WRITE SECURITY-REC
                   INVALID KEY
                     DISPLAY 'OPERATOR ' WS-IN-OPER-ID
                         ' ALREADY ON FILE - NOT ADDED'
                   NOT INVALID KEY
                     ADD 1 TO WS-ADD-COUNT
                     MOVE SPACES TO SECLOG-REC
                     MOVE 'M' TO SL-EVENT
                     MOVE 'A' TO SL-FUNCTION
                     MOVE WS-IN-OPER-ID TO SL-KEY
                     MOVE 'OPERATOR ADDED' TO SL-TEXT
                     PERFORM 2960-WRITE-SECURITY-LOG
                     DISPLAY 'OPERATOR ' WS-IN-OPER-ID ' ADDED'
               END-WRITE
           ELSE
               DISPLAY 'OPERATOR NOT ADDED - RE-ENTER'
           END-IF.

       2110-ACCEPT-FIELDS.
           DISPLAY 'ENTER OPERATOR NAME: '.
           ACCEPT WS-IN-OPER-NAME.
           IF WS-FUNC-ADD
               DISPLAY 'ENTER PASSWORD: '
           ELSE
               DISPLAY 'ENTER NEW PASSWORD (BLANK = NO CHANGE): '
           END-IF.
           ACCEPT WS-IN-NEW-PASSWORD.
           DISPLAY 'SUPERVISOR? (Y/N): '.
           ACCEPT WS-IN-SUPER.
           DISPLAY 'STATUS? (A=ACTIVE S=SUSPENDED): '.
           ACCEPT WS-IN-STATUS.
           INSPECT WS-IN-SUPER
               CONVERTING 'ny' TO 'NY'.
           INSPECT WS-IN-STATUS
               CONVERTING 'as' TO 'AS'.

      ******************************************
      * UP TO EIGHT PROGRAMS, EACH WITH THE    *
      * FUNCTION LETTERS ALLOWED IN IT OR '*'  *
      * FOR ALL OF THEM. A BLANK PROGRAM ENDS  *
      * THE LIST.                              *
      ******************************************
       2115-ACCEPT-AUTHORITIES.
           MOVE 'N' TO WS-AUTH-DONE-SW.
           PERFORM 2116-ACCEPT-ONE-AUTH
               VARYING WS-IN-SUB FROM 1 BY 1
               UNTIL WS-IN-SUB > 8 OR WS-AUTH-DONE.
           INSPECT WS-IN-AUTH-TABLE
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       2116-ACCEPT-ONE-AUTH.
           DISPLAY 'PROGRAM (E.G. COBKMV03, BLANK TO END): '.
           ACCEPT WS-IN-AUTH-PGM (WS-IN-SUB).
           IF WS-IN-AUTH-PGM (WS-IN-SUB) = SPACES
               MOVE 'Y' TO WS-AUTH-DONE-SW
           ELSE
               DISPLAY 'FUNCTIONS ALLOWED IN '
                   WS-IN-AUTH-PGM (WS-IN-SUB) ' (* = ALL): '
               ACCEPT WS-IN-AUTH-FUNCS (WS-IN-SUB)
           END-IF.

       2120-EDIT-FIELDS.
           MOVE 0 TO WS-EDIT-ERRORS.
           IF WS-IN-OPER-ID = SPACES
               ADD 1 TO WS-EDIT-ERRORS
               DISPLAY 'OPERATOR ID IS REQUIRED'
           END-IF.
           IF WS-IN-OPER-NAME = SPACES
               ADD 1 TO WS-EDIT-ERRORS
               DISPLAY 'OPERATOR NAME IS REQUIRED'
           END-IF.
           IF WS-FUNC-ADD AND WS-IN-NEW-PASSWORD = SPACES
               ADD 1 TO WS-EDIT-ERRORS
               DISPLAY 'PASSWORD IS REQUIRED'
           END-IF.
           IF NOT WS-IN-SUPER-VALID
               ADD 1 TO WS-EDIT-ERRORS
               DISPLAY 'SUPERVISOR MUST BE Y OR N'
           END-IF.
           IF WS-IN-SUPER = 'Y' AND NOT WS-OPER-SUPERVISOR
               ADD 1 TO WS-EDIT-ERRORS
               DISPLAY 'ONLY A SUPERVISOR MAY GRANT SUPERVISOR'
           END-IF.
           IF NOT WS-IN-STATUS-VALID
               ADD 1 TO WS-EDIT-ERRORS
               DISPLAY 'STATUS MUST BE A OR S'
           END-IF.
           IF WS-IN-OPER-ID = WS-OPER-ID
              AND WS-IN-STATUS = 'S'
               ADD 1 TO WS-EDIT-ERRORS
               DISPLAY 'YOU MAY NOT SUSPEND YOUR OWN ID'
           END-IF.
           MOVE 0 TO WS-AUTH-COUNT.
           PERFORM 2125-EDIT-ONE-AUTH
               VARYING WS-IN-SUB FROM 1 BY 1
               UNTIL WS-IN-SUB > 8.
           IF WS-AUTH-COUNT = 0
               ADD 1 TO WS-EDIT-ERRORS
               DISPLAY 'AT LEAST ONE PROGRAM IS REQUIRED'
           END-IF.

      ******************************************
      * THE PROGRAM MUST BE ONE THAT REQUIRES  *
      * SIGN-ON, AND EACH FUNCTION LETTER MUST *
      * BE ONE THAT PROGRAM SECURES.           *
      ******************************************
       2125-EDIT-ONE-AUTH.
           IF WS-IN-AUTH-PGM (WS-IN-SUB) NOT = SPACES
               ADD 1 TO WS-AUTH-COUNT
               MOVE 0 TO WS-SP-FOUND
               PERFORM 2126-FIND-PROGRAM
                   VARYING WS-SP-SUB FROM 1 BY 1
                   UNTIL WS-SP-SUB > 8
               IF WS-SP-FOUND = 0
                   ADD 1 TO WS-EDIT-ERRORS
                   DISPLAY 'PROGRAM ' WS-IN-AUTH-PGM (WS-IN-SUB)
                       ' DOES NOT REQUIRE SIGN-ON'
               ELSE
                   IF WS-IN-AUTH-FUNCS (WS-IN-SUB) = SPACES
                       ADD 1 TO WS-EDIT-ERRORS
                       DISPLAY 'NO FUNCTIONS GIVEN FOR '
                           WS-IN-AUTH-PGM (WS-IN-SUB)
                   END-IF
                   IF WS-IN-AUTH-FUNCS (WS-IN-SUB) NOT = '*'
                       PERFORM 2127-EDIT-ONE-LETTER
                           VARYING WS-LTR-SUB FROM 1 BY 1
                           UNTIL WS-LTR-SUB > 10
                   END-IF
                   IF WS-IN-AUTH-PGM (WS-IN-SUB) = WS-THIS-PROGRAM
                      AND NOT WS-OPER-SUPERVISOR
                       PERFORM 2128-EDIT-SECURITY-GRANT
                   END-IF
               END-IF
           END-IF.

       2126-FIND-PROGRAM.
           IF SP-PROGRAM (WS-SP-SUB) = WS-IN-AUTH-PGM (WS-IN-SUB)
               MOVE WS-SP-SUB TO WS-SP-FOUND
           END-IF.

       2127-EDIT-ONE-LETTER.
           IF WS-IN-AUTH-LETTER (WS-IN-SUB WS-LTR-SUB) NOT = SPACE
               MOVE 0 TO WS-LTR-TALLY
               INSPECT SP-FUNCTIONS (WS-SP-FOUND)
                   TALLYING WS-LTR-TALLY FOR ALL
                       WS-IN-AUTH-LETTER (WS-IN-SUB WS-LTR-SUB)
               IF WS-LTR-TALLY = 0
                   ADD 1 TO WS-EDIT-ERRORS
                   DISPLAY 'FUNCTION '
                       WS-IN-AUTH-LETTER (WS-IN-SUB WS-LTR-SUB)
                       ' IS NOT A FUNCTION OF '
                       WS-IN-AUTH-PGM (WS-IN-SUB)
               END-IF
           END-IF.

      ******************************************
      * ONLY A SUPERVISOR MAY GIVE AN OPERATOR *
      * AUTHORITY IN THIS PROGRAM OR ALTER IT. *
      * ON A CHANGE, SECURITY-REC STILL HOLDS  *
      * THE RECORD AS READ, SO AN ENTRY KEPT   *
      * AS IT STANDS IS ALLOWED THROUGH.       *
      ******************************************
       2128-EDIT-SECURITY-GRANT.
           MOVE SPACES TO WS-OLD-AUTH-FUNCS.
           IF WS-FUNC-CHANGE
               PERFORM 2129-FIND-OLD-AUTH
                   VARYING WS-AUTH-SUB FROM 1 BY 1
                   UNTIL WS-AUTH-SUB > 8
           END-IF.
           IF WS-IN-AUTH-FUNCS (WS-IN-SUB) NOT = WS-OLD-AUTH-FUNCS
               ADD 1 TO WS-EDIT-ERRORS
               DISPLAY 'ONLY A SUPERVISOR MAY GRANT '
                   WS-THIS-PROGRAM ' AUTHORITY'
               MOVE SPACES TO SECLOG-REC
               MOVE 'R' TO SL-EVENT
               MOVE WS-AUTH-FUNCTION TO SL-FUNCTION
               MOVE WS-IN-OPER-ID TO SL-KEY
               MOVE 'SECURITY GRANT NOT ALLOWED' TO SL-TEXT
               PERFORM 2960-WRITE-SECURITY-LOG
           END-IF.

       2129-FIND-OLD-AUTH.
           IF SEC-AUTH-PROGRAM (WS-AUTH-SUB) = WS-THIS-PROGRAM
               MOVE SEC-AUTH-FUNCTIONS (WS-AUTH-SUB)
                   TO WS-OLD-AUTH-FUNCS
           END-IF.

       2130-BUILD-RECORD.
           MOVE WS-IN-OPER-NAME TO SEC-OPER-NAME.
           IF WS-IN-NEW-PASSWORD NOT = SPACES
               MOVE WS-IN-NEW-PASSWORD TO SEC-PASSWORD
           END-IF.
           MOVE WS-IN-SUPER TO SEC-SUPERVISOR-SW.
           MOVE WS-IN-STATUS TO SEC-STATUS.
           PERFORM 2135-BUILD-ONE-AUTH
               VARYING WS-IN-SUB FROM 1 BY 1
               UNTIL WS-IN-SUB > 8.
           MOVE WS-OPER-ID TO SEC-CHANGED-BY.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-DATE TO SEC-CHANGED-DATE.

       2135-BUILD-ONE-AUTH.
           MOVE WS-IN-AUTH-PGM (WS-IN-SUB)
               TO SEC-AUTH-PROGRAM (WS-IN-SUB).
           MOVE WS-IN-AUTH-FUNCS (WS-IN-SUB)
               TO SEC-AUTH-FUNCTIONS (WS-IN-SUB).

       2200-CHANGE-OPERATOR.
           DISPLAY 'ENTER OPERATOR ID TO CHANGE: '.
           ACCEPT WS-KEY-OPER-ID.
           MOVE WS-KEY-OPER-ID TO SEC-OPER-ID.
           READ SECURITY-FILE
               INVALID KEY
                 DISPLAY 'OPERATOR ' WS-KEY-OPER-ID
                     ' NOT ON FILE'
               NOT INVALID KEY
                 IF SEC-SUPERVISOR AND NOT WS-OPER-SUPERVISOR
                     PERFORM 2950-REFUSE-SUPERVISOR
                 ELSE
                     PERFORM 2210-APPLY-CHANGES
                 END-IF
           END-READ.

      ******************************************
      * THE PROGRAM LIST IS KEPT AS IT STANDS  *
      * UNLESS THE OPERATOR CHOOSES TO RE-KEY  *
      * THE WHOLE LIST.                        *
      ******************************************
       2210-APPLY-CHANGES.
           PERFORM 2410-SHOW-OPERATOR.
           MOVE SEC-OPER-ID TO WS-IN-OPER-ID.
           PERFORM 2110-ACCEPT-FIELDS.
           DISPLAY 'RE-ENTER PROGRAM AUTHORITIES? (Y/N): '.
           ACCEPT WS-IN-REENTER.
           MOVE SPACES TO WS-IN-AUTH-TABLE.
           IF WS-IN-REENTER-YES
               PERFORM 2115-ACCEPT-AUTHORITIES
           ELSE
               PERFORM 2215-KEEP-ONE-AUTH
                   VARYING WS-IN-SUB FROM 1 BY 1
                   UNTIL WS-IN-SUB > 8
           END-IF.
           PERFORM 2120-EDIT-FIELDS.
           IF WS-EDIT-ERRORS = 0
               PERFORM 2130-BUILD-RECORD
               REWRITE SECURITY-REC
               ADD 1 TO WS-CHG-COUNT
               MOVE SPACES TO SECLOG-REC
               MOVE 'M' TO SL-EVENT
               MOVE 'C' TO SL-FUNCTION
               MOVE WS-KEY-OPER-ID TO SL-KEY
               MOVE 'OPERATOR CHANGED' TO SL-TEXT
               PERFORM 2960-WRITE-SECURITY-LOG
               DISPLAY 'OPERATOR ' WS-KEY-OPER-ID ' CHANGED'
           ELSE
               DISPLAY 'OPERATOR NOT CHANGED - RE-ENTER'
           END-IF.

       2215-KEEP-ONE-AUTH.
           MOVE SEC-AUTH-PROGRAM (WS-IN-SUB)
               TO WS-IN-AUTH-PGM (WS-IN-SUB).
           MOVE SEC-AUTH-FUNCTIONS (WS-IN-SUB)
               TO WS-IN-AUTH-FUNCS (WS-IN-SUB).

       2300-DELETE-OPERATOR.
           DISPLAY 'ENTER OPERATOR ID TO DELETE: '.
           ACCEPT WS-KEY-OPER-ID.
           IF WS-KEY-OPER-ID = WS-OPER-ID
               DISPLAY 'YOU MAY NOT DELETE YOUR OWN ID'
           ELSE
               MOVE WS-KEY-OPER-ID TO SEC-OPER-ID
               READ SECURITY-FILE
                   INVALID KEY
                     DISPLAY 'OPERATOR ' WS-KEY-OPER-ID
                         ' NOT ON FILE'
                   NOT INVALID KEY
                     IF SEC-SUPERVISOR AND NOT WS-OPER-SUPERVISOR
                         PERFORM 2950-REFUSE-SUPERVISOR
                     ELSE
                         PERFORM 2310-APPLY-DELETE
                     END-IF
               END-READ
           END-IF.

       2310-APPLY-DELETE.
           DELETE SECURITY-FILE.
           ADD 1 TO WS-DEL-COUNT.
           MOVE SPACES TO SECLOG-REC.
           MOVE 'M' TO SL-EVENT.
           MOVE 'D' TO SL-FUNCTION.
           MOVE WS-KEY-OPER-ID TO SL-KEY.
           MOVE 'OPERATOR DELETED' TO SL-TEXT.
           PERFORM 2960-WRITE-SECURITY-LOG.
           DISPLAY 'OPERATOR ' WS-KEY-OPER-ID ' DELETED'.

      ******************************************
      * LISTS EVERY OPERATOR IN ID ORDER WITH  *
      * THEIR PROGRAMS. PASSWORDS ARE NEVER    *
      * SHOWN.                                 *
      ******************************************
       2400-LIST-OPERATORS.
           MOVE LOW-VALUES TO SEC-OPER-ID.
           START SECURITY-FILE
               KEY IS NOT LESS THAN SEC-OPER-ID
               INVALID KEY
                 MOVE 'NO' TO MORE-OPERATORS
               NOT INVALID KEY
                 MOVE 'YES' TO MORE-OPERATORS
           END-START.
           PERFORM 2405-LIST-ONE-OPERATOR
               UNTIL MORE-OPERATORS = 'NO'.

       2405-LIST-ONE-OPERATOR.
           READ SECURITY-FILE NEXT RECORD
               AT END
                 MOVE 'NO' TO MORE-OPERATORS
               NOT AT END
                 ADD 1 TO WS-LIST-COUNT
                 PERFORM 2410-SHOW-OPERATOR
           END-READ.

       2410-SHOW-OPERATOR.
           DISPLAY 'OPERATOR ' SEC-OPER-ID ' ' SEC-OPER-NAME
               ' SUPERVISOR ' SEC-SUPERVISOR-SW
               ' STATUS ' SEC-STATUS.
           DISPLAY '  LAST CHANGED ' SEC-CHANGED-DATE
               ' BY ' SEC-CHANGED-BY.
           PERFORM 2415-SHOW-ONE-AUTH
               VARYING WS-IN-SUB FROM 1 BY 1
               UNTIL WS-IN-SUB > 8.

       2415-SHOW-ONE-AUTH.
           IF SEC-AUTH-PROGRAM (WS-IN-SUB) NOT = SPACES
               DISPLAY '  ' SEC-AUTH-PROGRAM (WS-IN-SUB)
                   ' FUNCTIONS ' SEC-AUTH-FUNCTIONS (WS-IN-SUB)
           END-IF.

      ******************************************
      * A SUPERVISOR'S RECORD MAY ONLY BE      *
      * CHANGED OR DELETED BY A SUPERVISOR -   *
      * OTHERWISE THE PASSWORD COULD BE RESET  *
      * AND THE SUPERVISOR SIGNED ON AS.       *
      ******************************************
       2950-REFUSE-SUPERVISOR.
           DISPLAY 'OPERATOR ' WS-KEY-OPER-ID ' IS A SUPERVISOR -'
               ' ONLY A SUPERVISOR MAY CHANGE OR DELETE IT'.
           MOVE SPACES TO SECLOG-REC.
           MOVE 'R' TO SL-EVENT.
           MOVE WS-AUTH-FUNCTION TO SL-FUNCTION.
           MOVE WS-KEY-OPER-ID TO SL-KEY.
           MOVE 'SUPERVISOR RECORD PROTECTED' TO SL-TEXT.
           PERFORM 2960-WRITE-SECURITY-LOG.

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
           DISPLAY 'OPERATORS ADDED:   ' WS-ADD-COUNT.
           DISPLAY 'OPERATORS CHANGED: ' WS-CHG-COUNT.
           DISPLAY 'OPERATORS DELETED: ' WS-DEL-COUNT.
           DISPLAY 'OPERATORS LISTED:  ' WS-LIST-COUNT.
           CLOSE SECURITY-FILE
                 SECURITY-LOG.

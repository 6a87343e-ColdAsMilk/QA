       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBKMV27.
       DATE-WRITTEN.  10/15/2026
       AUTHOR.        KYLER VANDERAA.
      ******************************************
      * THIS PROGRAM MAINTAINS THE INDEXED     *
      * VENDOR MASTER FILE - ADD, CHANGE, AND  *
      * DELETE OF VENDOR RECORDS (VENDOR ID,   *
      * NAME, ADDRESS, PHONE, AND THE PAINT    *
      * TYPES THE VENDOR SUPPLIES) - AND       *
      * WRITES A DATED BEFORE/AFTER AUDIT      *
      * RECORD FOR EVERY CHANGE TO THE FILE.   *
      * A VENDOR WITH OPEN PURCHASE ORDER      *
      * LINES CANNOT BE DELETED.               *
      * THE OPERATOR SIGNS ON AGAINST THE      *
      * OPERATOR SECURITY FILE, AND A FUNCTION *
      * NOT ON THE OPERATOR'S LIST FOR THIS    *
      * PROGRAM IS REFUSED.                    *
      ******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT VENDOR-MASTER
              ASSIGN TO
             'C:\INDIANHILLS\COBOL\COBKMV27\VENDMAST.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS VN-VENDOR-ID
              FILE STATUS IS WS-VEND-STATUS.

           SELECT INVENTORY-MASTER
              ASSIGN TO
             'C:\INDIANHILLS\COBOL\COBKMV08\PAINTINV.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS IN-PT-CODE
              FILE STATUS IS WS-INV-STATUS.

           SELECT PO-FILE
              ASSIGN TO
             'C:\INDIANHILLS\COBOL\COBKMV09\PURCHORD.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PO-KEY
              ALTERNATE RECORD KEY IS PO-VENDOR-ID
                  WITH DUPLICATES
              FILE STATUS IS WS-PO-STATUS.

           SELECT OPTIONAL AUDIT-TRAIL
              ASSIGN TO
             'C:\INDIANHILLS\COBOL\COBKMV27\VNDAUDT.DAT'
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
       FD  VENDOR-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS VENDOR-REC
           RECORD CONTAINS 100 CHARACTERS.

       COPY VENDREC.

       FD  INVENTORY-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS INVENTORY-REC
           RECORD CONTAINS 42 CHARACTERS.

       COPY PNTINV.

       FD  PO-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PO-REC
           RECORD CONTAINS 46 CHARACTERS.

       COPY POREC.

       FD  AUDIT-TRAIL
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 228 CHARACTERS
           DATA RECORD IS VENDOR-AUDIT-REC.

       01  VENDOR-AUDIT-REC.
           05  VAUD-DATE.
               10  VAUD-YY         PIC 9(4).
               10  VAUD-MM         PIC 99.
               10  VAUD-DD         PIC 99.
           05  VAUD-TIME           PIC 9(6).
           05  VAUD-FUNCTION       PIC X.
           05  VAUD-VENDOR-ID      PIC X(5).
           05  VAUD-BEFORE-IMAGE   PIC X(100).
           05  VAUD-AFTER-IMAGE    PIC X(100).
           05  VAUD-OPER-ID        PIC X(8).

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
           05  MORE-PO-RECS        PIC XXX           VALUE 'NO'.
           05  WS-VEND-STATUS      PIC XX            VALUE '00'.
           05  WS-INV-STATUS       PIC XX            VALUE '00'.
           05  WS-PO-STATUS        PIC XX            VALUE '00'.
           05  WS-PO-OPEN-SW       PIC X             VALUE 'N'.
           88  WS-PO-FILE-OPEN                       VALUE 'Y'.
           05  WS-FUNCTION         PIC X             VALUE SPACE.
           88  WS-FUNC-ADD                           VALUE 'A' 'a'.
           88  WS-FUNC-CHANGE                        VALUE 'C' 'c'.
           88  WS-FUNC-DELETE                        VALUE 'D' 'd'.
           88  WS-FUNC-SECURED                       VALUE 'A' 'a'
                                   'C' 'c' 'D' 'd'.
           88  WS-FUNC-END                           VALUE 'E' 'e'.
           05  WS-EDIT-ERRORS      PIC 99            VALUE 0.
           05  WS-PT-SUB           PIC 99            VALUE 0.
           05  WS-PT-COUNT         PIC 99            VALUE 0.
           05  WS-OPEN-LINES       PIC 9(5)          VALUE 0.
           05  WS-KEY-VENDOR-ID    PIC X(5)          VALUE SPACES.
           05  WS-BEFORE-IMAGE     PIC X(100)        VALUE SPACES.
           05  WS-ADD-COUNT        PIC 9(5)          VALUE 0.
           05  WS-CHG-COUNT        PIC 9(5)          VALUE 0.
           05  WS-DEL-COUNT        PIC 9(5)          VALUE 0.

       01  ENTRY-AREA.
           05  WS-IN-VENDOR-ID     PIC X(5)          VALUE SPACES.
           05  WS-IN-NAME          PIC X(25)         VALUE SPACES.
           05  WS-IN-ADDRESS       PIC X(25)         VALUE SPACES.
           05  WS-IN-CITY-ST-ZIP   PIC X(25)         VALUE SPACES.
           05  WS-IN-PHONE         PIC X(10)         VALUE SPACES.
           05  WS-IN-PT-SUPPLIED   PIC X(10)         VALUE SPACES.
           05  WS-IN-PT-SUPPLIED-R REDEFINES WS-IN-PT-SUPPLIED.
               10  WS-IN-PT-CODE   PIC X OCCURS 10 TIMES.

       01  SIGN-ON-AREA.
           05  WS-THIS-PROGRAM     PIC X(8)          VALUE 'COBKMV27'.
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
           PERFORM 1900-SIGN-ON.
           OPEN I-O VENDOR-MASTER.
           IF WS-VEND-STATUS = '35'
               OPEN OUTPUT VENDOR-MASTER
               CLOSE VENDOR-MASTER
               OPEN I-O VENDOR-MASTER
           END-IF.
           OPEN INPUT INVENTORY-MASTER.
           IF WS-VEND-STATUS NOT = '00'
              OR WS-INV-STATUS NOT = '00'
               DISPLAY 'MASTER FILE OPEN FAILED - STATUS '
                   WS-VEND-STATUS ' / ' WS-INV-STATUS
               MOVE 'NO' TO MORE-FUNCTIONS
           END-IF.
           OPEN INPUT PO-FILE.
           IF WS-PO-STATUS = '00'
               MOVE 'Y' TO WS-PO-OPEN-SW
           ELSE
               IF WS-PO-STATUS NOT = '35'
                   DISPLAY 'PURCHASE ORDER FILE OPEN FAILED - STATUS '
                       WS-PO-STATUS
                   DISPLAY 'VENDOR DELETES NOT ALLOWED THIS SESSION'
               END-IF
           END-IF.
           OPEN EXTEND AUDIT-TRAIL.

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
           DISPLAY 'FUNCTION? (A=ADD C=CHANGE D=DELETE E=END): '.
           ACCEPT WS-FUNCTION.
           PERFORM 2050-CHECK-AUTHORITY.
           EVALUATE TRUE
               WHEN NOT WS-FUNC-AUTHORIZED
                 CONTINUE
               WHEN WS-FUNC-ADD
                 PERFORM 2100-ADD-VENDOR
               WHEN WS-FUNC-CHANGE
                 PERFORM 2200-CHANGE-VENDOR
               WHEN WS-FUNC-DELETE
                 PERFORM 2300-DELETE-VENDOR
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

       2100-ADD-VENDOR.
           DISPLAY 'ENTER VENDOR ID: '.
           ACCEPT WS-IN-VENDOR-ID.
           PERFORM 2110-ACCEPT-FIELDS.
           PERFORM 2120-EDIT-FIELDS.
           IF WS-EDIT-ERRORS = 0
               MOVE WS-IN-VENDOR-ID TO VN-VENDOR-ID
               PERFORM 2130-BUILD-RECORD
               MOVE SPACES TO WS-BEFORE-IMAGE
               WRITE VENDOR-REC
                   INVALID KEY
                     DISPLAY 'VENDOR ' WS-IN-VENDOR-ID
                         ' ALREADY ON FILE - NOT ADDED'
                   NOT INVALID KEY
                     ADD 1 TO WS-ADD-COUNT
                     MOVE 'A' TO VAUD-FUNCTION
                     PERFORM 2900-WRITE-AUDIT
                     DISPLAY 'VENDOR ' WS-IN-VENDOR-ID ' ADDED'
               END-WRITE
           ELSE
               DISPLAY 'VENDOR NOT ADDED - RE-ENTER'
           END-IF.

       2110-ACCEPT-FIELDS.
           DISPLAY 'ENTER VENDOR NAME: '.
           ACCEPT WS-IN-NAME.
           DISPLAY 'ENTER VENDOR ADDRESS: '.
           ACCEPT WS-IN-ADDRESS.
           DISPLAY 'ENTER CITY/STATE/ZIP: '.
           ACCEPT WS-IN-CITY-ST-ZIP.
           DISPLAY 'ENTER PHONE (10 DIGITS): '.
           ACCEPT WS-IN-PHONE.
           DISPLAY 'ENTER PAINT TYPES SUPPLIED'
               ' (UP TO 10 CODES, NO SPACES BETWEEN): '.
           ACCEPT WS-IN-PT-SUPPLIED.

      ******************************************
      * EVERY PAINT TYPE THE VENDOR SUPPLIES   *
      * MUST BE ON THE PAINT INVENTORY MASTER  *
      * SO THE COMMITMENT RUN CAN ORDER IT.    *
      ******************************************
       2120-EDIT-FIELDS.
           MOVE 0 TO WS-EDIT-ERRORS.
           IF WS-IN-VENDOR-ID = SPACES
               ADD 1 TO WS-EDIT-ERRORS
               DISPLAY 'VENDOR ID IS REQUIRED'
           END-IF.
           IF WS-IN-NAME = SPACES
               ADD 1 TO WS-EDIT-ERRORS
               DISPLAY 'VENDOR NAME IS REQUIRED'
           END-IF.
           IF WS-IN-PHONE NOT = SPACES
              AND WS-IN-PHONE NOT NUMERIC
               ADD 1 TO WS-EDIT-ERRORS
               DISPLAY 'PHONE MUST BE 10 DIGITS'
           END-IF.
           MOVE 0 TO WS-PT-COUNT.
           PERFORM 2125-EDIT-PAINT-TYPE
               VARYING WS-PT-SUB FROM 1 BY 1
               UNTIL WS-PT-SUB > 10.
           IF WS-PT-COUNT = 0
               ADD 1 TO WS-EDIT-ERRORS
               DISPLAY 'AT LEAST ONE PAINT TYPE IS REQUIRED'
           END-IF.

       2125-EDIT-PAINT-TYPE.
           IF WS-IN-PT-CODE (WS-PT-SUB) NOT = SPACE
               ADD 1 TO WS-PT-COUNT
               MOVE WS-IN-PT-CODE (WS-PT-SUB) TO IN-PT-CODE
               READ INVENTORY-MASTER
                   INVALID KEY
                     ADD 1 TO WS-EDIT-ERRORS
                     DISPLAY 'PAINT TYPE ' WS-IN-PT-CODE (WS-PT-SUB)
                         ' NOT ON INVENTORY MASTER'
               END-READ
           END-IF.

       2130-BUILD-RECORD.
           MOVE WS-IN-NAME TO VN-NAME.
           MOVE WS-IN-ADDRESS TO VN-ADDRESS.
           MOVE WS-IN-CITY-ST-ZIP TO VN-CITY-ST-ZIP.
           MOVE WS-IN-PHONE TO VN-PHONE.
           MOVE WS-IN-PT-SUPPLIED TO VN-PT-SUPPLIED.

       2200-CHANGE-VENDOR.
           DISPLAY 'ENTER VENDOR ID TO CHANGE: '.
           ACCEPT WS-KEY-VENDOR-ID.
           MOVE WS-KEY-VENDOR-ID TO VN-VENDOR-ID.
           READ VENDOR-MASTER
               INVALID KEY
                 DISPLAY 'VENDOR ' WS-KEY-VENDOR-ID
                     ' NOT ON FILE'
               NOT INVALID KEY
                 PERFORM 2210-APPLY-CHANGES
           END-READ.

       2210-APPLY-CHANGES.
           DISPLAY 'VENDOR ' VN-VENDOR-ID ' ' VN-NAME.
           DISPLAY '  ' VN-ADDRESS ' ' VN-CITY-ST-ZIP.
           DISPLAY '  PHONE ' VN-PHONE
               '  PAINT TYPES ' VN-PT-SUPPLIED.
           MOVE VENDOR-REC TO WS-BEFORE-IMAGE.
           MOVE VN-VENDOR-ID TO WS-IN-VENDOR-ID.
           PERFORM 2110-ACCEPT-FIELDS.
           PERFORM 2120-EDIT-FIELDS.
           IF WS-EDIT-ERRORS = 0
               MOVE WS-KEY-VENDOR-ID TO VN-VENDOR-ID
               PERFORM 2130-BUILD-RECORD
               REWRITE VENDOR-REC
               ADD 1 TO WS-CHG-COUNT
               MOVE 'C' TO VAUD-FUNCTION
               PERFORM 2900-WRITE-AUDIT
               DISPLAY 'VENDOR ' WS-KEY-VENDOR-ID ' CHANGED'
           ELSE
               DISPLAY 'VENDOR NOT CHANGED - RE-ENTER'
           END-IF.

       2300-DELETE-VENDOR.
           DISPLAY 'ENTER VENDOR ID TO DELETE: '.
           ACCEPT WS-KEY-VENDOR-ID.
           MOVE WS-KEY-VENDOR-ID TO VN-VENDOR-ID.
           READ VENDOR-MASTER
               INVALID KEY
                 DISPLAY 'VENDOR ' WS-KEY-VENDOR-ID
                     ' NOT ON FILE'
               NOT INVALID KEY
                 PERFORM 2310-CHECK-OPEN-POS
                 IF WS-OPEN-LINES > 0
                     DISPLAY 'VENDOR ' WS-KEY-VENDOR-ID ' HAS '
                         WS-OPEN-LINES ' OPEN PO LINES - NOT DELETED'
                 ELSE
                     PERFORM 2320-APPLY-DELETE
                 END-IF
           END-READ.

      ******************************************
      * COUNTS THE VENDOR'S OPEN PO LINES BY   *
      * THE VENDOR ALTERNATE KEY. IF THE PO    *
      * FILE COULD NOT BE OPENED FOR ANY       *
      * REASON BUT NOT-YET-CREATED, THE DELETE *
      * IS HELD AS IF LINES WERE OPEN.         *
      ******************************************
       2310-CHECK-OPEN-POS.
           MOVE 0 TO WS-OPEN-LINES.
           MOVE 'NO' TO MORE-PO-RECS.
           IF WS-PO-FILE-OPEN
               MOVE WS-KEY-VENDOR-ID TO PO-VENDOR-ID
               START PO-FILE
                   KEY IS = PO-VENDOR-ID
                   INVALID KEY
                     MOVE 'NO' TO MORE-PO-RECS
                   NOT INVALID KEY
                     MOVE 'YES' TO MORE-PO-RECS
               END-START
           ELSE
               IF WS-PO-STATUS NOT = '35'
                   MOVE 1 TO WS-OPEN-LINES
               END-IF
           END-IF.
           PERFORM 2315-COUNT-ONE-PO-LINE
               UNTIL MORE-PO-RECS = 'NO'.

       2315-COUNT-ONE-PO-LINE.
           READ PO-FILE NEXT RECORD
               AT END
                 MOVE 'NO' TO MORE-PO-RECS
               NOT AT END
                 IF PO-VENDOR-ID NOT = WS-KEY-VENDOR-ID
                     MOVE 'NO' TO MORE-PO-RECS
                 ELSE
                     IF PO-LINE-OPEN
                         ADD 1 TO WS-OPEN-LINES
                     END-IF
                 END-IF
           END-READ.

       2320-APPLY-DELETE.
           MOVE VENDOR-REC TO WS-BEFORE-IMAGE.
           DELETE VENDOR-MASTER.
           ADD 1 TO WS-DEL-COUNT.
           MOVE 'D' TO VAUD-FUNCTION.
           MOVE SPACES TO VENDOR-REC.
           MOVE WS-KEY-VENDOR-ID TO VN-VENDOR-ID.
           PERFORM 2900-WRITE-AUDIT.
           DISPLAY 'VENDOR ' WS-KEY-VENDOR-ID ' DELETED'.

      ******************************************
      * ONE AUDIT RECORD PER MASTER UPDATE -   *
      * VAUD-FUNCTION MUST BE SET BY THE       *
      * CALLER AND WS-BEFORE-IMAGE MUST HOLD   *
      * THE OLD RECORD (SPACES ON AN ADD).     *
      * THE SIGNED-ON OPERATOR IS STAMPED ON   *
      * EVERY RECORD.                          *
      ******************************************
       2900-WRITE-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO VAUD-YY.
           MOVE I-MM TO VAUD-MM.
           MOVE I-DD TO VAUD-DD.
           MOVE I-TIME TO VAUD-TIME.
           MOVE VN-VENDOR-ID TO VAUD-VENDOR-ID.
           MOVE WS-BEFORE-IMAGE TO VAUD-BEFORE-IMAGE.
           IF VAUD-FUNCTION = 'D'
               MOVE SPACES TO VAUD-AFTER-IMAGE
           ELSE
               MOVE VENDOR-REC TO VAUD-AFTER-IMAGE
           END-IF.
           MOVE WS-OPER-ID TO VAUD-OPER-ID.
           WRITE VENDOR-AUDIT-REC.

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
           DISPLAY 'VENDORS ADDED:   ' WS-ADD-COUNT.
           DISPLAY 'VENDORS CHANGED: ' WS-CHG-COUNT.
           DISPLAY 'VENDORS DELETED: ' WS-DEL-COUNT.
           CLOSE VENDOR-MASTER
                 INVENTORY-MASTER
                 AUDIT-TRAIL
                 SECURITY-FILE
                 SECURITY-LOG.
           IF WS-PO-FILE-OPEN
               CLOSE PO-FILE
           END-IF.

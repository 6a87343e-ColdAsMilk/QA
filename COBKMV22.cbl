      * CREW MASTER FILE - ADD, CHANGE, AND    *
      * DELETE OF CREW RECORDS (CREW ID, LEAD  *
      * NAME, AND HOURLY RATE).                *
      * THE OPERATOR SIGNS ON AGAINST THE      *
      * OPERATOR SECURITY FILE, AND A FUNCTION *
      * NOT ON THE OPERATOR'S LIST FOR THIS    *
      * PROGRAM IS REFUSED.                    *
      ******************************************
       ENVIRONMENT DIVISION.
	   INPUT-OUTPUT SECTION.
		      RECORD KEY IS CR-CREW-ID
		      FILE STATUS IS WS-CREW-STATUS.

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
	   FD  CREW-MASTER

	   COPY CREWREC.

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
	       88  WS-FUNC-ADD                           VALUE 'A' 'a'.
	       88  WS-FUNC-CHANGE                        VALUE 'C' 'c'.
	       88  WS-FUNC-DELETE                        VALUE 'D' 'd'.
		   88  WS-FUNC-SECURED                       VALUE 'A' 'a'
		                           'C' 'c' 'D' 'd'.
	       88  WS-FUNC-END                           VALUE 'E' 'e'.
		   05  WS-EDIT-ERRORS      PIC 99            VALUE 0.
		   05  WS-KEY-CREW-ID      PIC X(3)          VALUE SPACES.
		   05  WS-IN-RATE-N        REDEFINES WS-IN-RATE
		                           PIC 99V99.

	   01  SIGN-ON-AREA.
		   05  WS-THIS-PROGRAM     PIC X(8)          VALUE 'COBKMV22'.
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
		   STOP RUN.

	   1000-INIT.
		   PERFORM 1900-SIGN-ON.
		   OPEN I-O CREW-MASTER.
		   IF WS-CREW-STATUS = '35'
			   OPEN OUTPUT CREW-MASTER
			   MOVE 'NO' TO MORE-FUNCTIONS
		   END-IF.

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
				 PERFORM 2100-ADD-CREW
			   WHEN WS-FUNC-CHANGE
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

	   2100-ADD-CREW.
		   DISPLAY 'ENTER CREW ID: '.
		   ACCEPT WS-IN-CREW-ID.
				 DISPLAY 'CREW ' WS-KEY-CREW-ID ' DELETED'
		   END-READ.

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
		   DISPLAY 'CREWS ADDED:   ' WS-ADD-COUNT.
		   DISPLAY 'CREWS CHANGED: ' WS-CHG-COUNT.
		   DISPLAY 'CREWS DELETED: ' WS-DEL-COUNT.
		   CLOSE CREW-MASTER
				 SECURITY-FILE
				 SECURITY-LOG.

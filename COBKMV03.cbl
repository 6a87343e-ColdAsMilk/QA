      * FLAG BEFORE THEY ARE ACCEPTED, AND     *
      * EVERY UPDATE WRITES A BEFORE/AFTER     *
      * JOURNAL RECORD FOR FORWARD RECOVERY.   *
      * AN ESTIMATE MAY CARRY AREA LINES - ONE *
      * PER ROOM OR SURFACE, EACH WITH ITS OWN *
      * FOOTAGES AND PAINT TYPE - MAINTAINED   *
      * THROUGH THE AREAS FUNCTION.            *
      * THE OPERATOR SIGNS ON AGAINST THE      *
      * OPERATOR SECURITY FILE, AND A FUNCTION *
      * NOT ON THE OPERATOR'S LIST FOR THIS    *
      * PROGRAM IS REFUSED.                    *
      * OVERRIDING A CUSTOMER'S CREDIT LIMIT   *
      * NEEDS A SUPERVISOR, AND EVERY JOURNAL  *
      * RECORD CARRIES THE OPERATOR ID.        *
      ******************************************
       ENVIRONMENT DIVISION.
	   INPUT-OUTPUT SECTION.
			 'C:\INDIANHILLS\COBOL\COBKMV03\PJOBJRNL.DAT'
		      ORGANIZATION IS LINE SEQUENTIAL.

		   SELECT AREA-FILE
		      ASSIGN TO
			 'C:\INDIANHILLS\COBOL\COBKMV01\PNTAREA.DAT'
		      ORGANIZATION IS INDEXED
		      ACCESS MODE IS DYNAMIC
		      RECORD KEY IS AREA-KEY
		      FILE STATUS IS WS-AREA-STATUS.

		   SELECT OPTIONAL AREA-ACC-IN
		      ASSIGN TO
			 'C:\INDIANHILLS\COBOL\COBKMV05\AREAACC.DAT'
		      ORGANIZATION IS LINE SEQUENTIAL
		      FILE STATUS IS WS-AACC-STATUS.

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

	   FD  ESTIMATE-JOURNAL
	       LABEL RECORD IS OMITTED
		   RECORD CONTAINS 105 CHARACTERS
		   DATA RECORD IS EJRNL-REC.

	   01  EJRNL-REC.
		   05  EJ-EST-NO           PIC X(4).
		   05  EJ-BEFORE-IMAGE     PIC X(39).
		   05  EJ-AFTER-IMAGE      PIC X(39).
		   05  EJ-OPER-ID          PIC X(8).

	   FD  AREA-FILE
		   LABEL RECORD IS STANDARD
		   DATA RECORD IS AREA-REC
		   RECORD CONTAINS 42 CHARACTERS.

	   COPY AREAREC.

	   FD  AREA-ACC-IN
		   LABEL RECORD IS OMITTED
		   RECORD CONTAINS 42 CHARACTERS
		   DATA RECORD IS AREA-ACC-REC.

	   01  AREA-ACC-REC          PIC X(42).

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
	       88  WS-FUNC-STATUS                        VALUE 'S' 's'.
	       88  WS-FUNC-VOID                          VALUE 'V' 'v'.
	       88  WS-FUNC-LOAD                          VALUE 'L' 'l'.
		   88  WS-FUNC-AREAS                         VALUE 'R' 'r'.
		   88  WS-FUNC-SECURED                       VALUE 'A' 'a'
		                           'C' 'c' 'S' 's' 'V' 'v' 'R' 'r'
		                           'L' 'l'.
	       88  WS-FUNC-END                           VALUE 'E' 'e'.
		   05  WS-CUST-STATUS      PIC XX            VALUE '00'.
		   05  WS-EDIT-ERRORS      PIC 99            VALUE 0.
		   05  WS-OVERRIDE-ANS     PIC X             VALUE 'N'.
	       88  WS-OVERRIDE-GIVEN                     VALUE 'Y' 'y'.
		   05  WS-EJ-BEFORE        PIC X(39)         VALUE SPACES.
		   05  WS-AREA-STATUS      PIC XX            VALUE '00'.
		   05  WS-AACC-STATUS      PIC XX            VALUE '00'.
		   05  MORE-AREA-RECS      PIC XXX           VALUE 'YES'.
		   05  MORE-AREA-FUNCS     PIC XXX           VALUE 'YES'.
		   05  WS-AREA-FUNCTION    PIC X             VALUE SPACE.
		   88  WS-AREA-ADD                           VALUE 'A' 'a'.
		   88  WS-AREA-CHANGE                        VALUE 'C' 'c'.
		   88  WS-AREA-DELETE                        VALUE 'D' 'd'.
		   88  WS-AREA-LIST                          VALUE 'L' 'l'.
		   88  WS-AREA-END                           VALUE 'E' 'e'.
		   05  WS-AREAS-CHANGED-SW PIC X             VALUE 'N'.
		   88  WS-AREAS-CHANGED                      VALUE 'Y'.
		   05  WS-AREA-ADD-COUNT   PIC 9(5)          VALUE 0.
		   05  WS-AREA-CHG-COUNT   PIC 9(5)          VALUE 0.
		   05  WS-AREA-DEL-COUNT   PIC 9(5)          VALUE 0.
		   05  WS-AREA-LOAD-COUNT  PIC 9(5)          VALUE 0.
		   05  WS-AREA-BYP-COUNT   PIC 9(5)          VALUE 0.
		   05  WS-SKIP-LINE-NO     PIC 99            VALUE 0.
		   05  WS-FIRST-AREA-TYPE  PIC X             VALUE SPACE.
		   05  C-AREA-COUNT        PIC 99            VALUE 0.
		   05  C-AREA-SQ-FT        PIC 9(5)          VALUE 0.
		   05  C-AREA-GALLONS      PIC 999V99        VALUE 0.
		   05  C-AREA-PAINT        PIC 9(5)V99       VALUE 0.
		   05  C-AREA-WALL-TOTAL   PIC 9(5)          VALUE 0.
		   05  C-AREA-DOOR-TOTAL   PIC 9(4)          VALUE 0.
		   05  C-AREA-CEIL-TOTAL   PIC 9(5)          VALUE 0.

	   01  ENTRY-AREA.
		   05  WS-IN-EST-NO        PIC X(4)          VALUE SPACES.
		   05  WS-IN-LABOR-RATE    PIC X(4)          VALUE SPACES.
		   05  WS-IN-LABOR-RATE-N  REDEFINES WS-IN-LABOR-RATE
		                           PIC 99V99.
		   05  WS-IN-LINE-NO       PIC XX            VALUE SPACES.
		   05  WS-IN-LINE-NO-N     REDEFINES WS-IN-LINE-NO
		                           PIC 99.
		   05  WS-IN-AREA-DESC     PIC X(20)         VALUE SPACES.

	   COPY PNTTYPE.

		   05  WS-PAY-TOTAL OCCURS 10000 TIMES
			   PIC 9(7)V99.

	   01  WS-LOADED-FLAGS.
		   05  WS-LOADED-FLAG OCCURS 10000 TIMES     PIC X.

	   01  CURRENT-DATE-AND-TIME.
	       05  I-DATE.
			   10  I-YY         PIC 9(4).
		   05  FILLER           PIC X       VALUE SPACE.
		   05  CEX-ACTION       PIC X(24).

	   01  SIGN-ON-AREA.
		   05  WS-THIS-PROGRAM     PIC X(8)          VALUE 'COBKMV03'.
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
		   STOP RUN.

	   1000-INIT.
		   PERFORM 1900-SIGN-ON.
		   OPEN I-O PAINTJOB-MASTER.
		   IF WS-MAST-STATUS = '35'
			   OPEN OUTPUT PAINTJOB-MASTER
				   WS-CUST-STATUS
			   MOVE 'NO' TO MORE-FUNCTIONS
		   END-IF.
		   OPEN I-O AREA-FILE.
		   IF WS-AREA-STATUS = '35'
			   OPEN OUTPUT AREA-FILE
			   CLOSE AREA-FILE
			   OPEN I-O AREA-FILE
		   END-IF.
		   IF WS-AREA-STATUS NOT = '00'
			   DISPLAY 'AREA LINE FILE OPEN FAILED - STATUS '
				   WS-AREA-STATUS
			   MOVE 'NO' TO MORE-FUNCTIONS
		   END-IF.
		   OPEN EXTEND CREDIT-EXCEPTIONS.
		   OPEN EXTEND ESTIMATE-JOURNAL.
		   IF MORE-FUNCTIONS = 'YES'
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
		   DISPLAY 'FUNCTION? (A=ADD C=CHANGE S=STATUS V=VOID'
			   ' R=AREAS L=LOAD E=END): '.
		   ACCEPT WS-FUNCTION.
		   PERFORM 2050-CHECK-AUTHORITY.
		   EVALUATE TRUE
			   WHEN NOT WS-FUNC-AUTHORIZED
				 CONTINUE
			   WHEN WS-FUNC-ADD
				 PERFORM 2100-ADD-ESTIMATE
			   WHEN WS-FUNC-CHANGE
				 PERFORM 2250-STATUS-ESTIMATE
			   WHEN WS-FUNC-VOID
				 PERFORM 2300-VOID-ESTIMATE
			   WHEN WS-FUNC-AREAS
				 PERFORM 2600-AREA-ESTIMATE
			   WHEN WS-FUNC-LOAD
				 PERFORM 2400-LOAD-ACCEPTED
			   WHEN WS-FUNC-END
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

	   2100-ADD-ESTIMATE.
		   DISPLAY 'ENTER ESTIMATE NUMBER (0000-9999): '.
		   ACCEPT WS-IN-EST-NO.
			   PERFORM 2130-BUILD-RECORD
			   MOVE WS-KEY-EST-NO TO I-PAINT-EST-NO
			   MOVE WS-SAVE-STATUS TO PAINT-STATUS
			   MOVE 0 TO WS-SKIP-LINE-NO
			   PERFORM 2690-TOTAL-AREAS
			   IF C-AREA-COUNT > 0
				   PERFORM 2695-ROLL-UP-HEADER
				   DISPLAY 'FOOTAGES AND PAINT TYPE TAKEN FROM '
	                   C-AREA-COUNT ' AREA LINES'
			   END-IF
			   REWRITE PAINT-REC
			   ADD 1 TO WS-CHG-COUNT
			   MOVE 'C' TO EJ-FUNCTION
			   DISPLAY 'ACCEPTED FILE OPEN FAILED - STATUS '
				   WS-ACC-STATUS
		   ELSE
			   INITIALIZE WS-LOADED-FLAGS
			   MOVE 0 TO WS-LOAD-COUNT
			   MOVE 0 TO WS-BYPASS-COUNT
			   MOVE 'YES' TO MORE-ACC-RECS
			   CLOSE ACCEPTED-IN
			   DISPLAY 'ESTIMATES LOADED:   ' WS-LOAD-COUNT
			   DISPLAY 'ESTIMATES BYPASSED: ' WS-BYPASS-COUNT
			   PERFORM 2420-LOAD-AREA-LINES
		   END-IF.

	   2410-LOAD-ONE-RECORD.
					   MOVE SPACES TO WS-EJ-BEFORE
					   MOVE 'L' TO EJ-FUNCTION
					   PERFORM 2950-WRITE-JOURNAL
	                   PERFORM 2415-FLAG-LOADED
			     END-WRITE
		   END-READ.

	   2415-FLAG-LOADED.
		   IF I-PAINT-EST-NO NUMERIC
			   MOVE I-PAINT-EST-NO TO WS-EST-IDX
			   COMPUTE WS-SUB = WS-EST-IDX + 1
			   MOVE 'Y' TO WS-LOADED-FLAG (WS-SUB)
		   END-IF.

      ******************************************
      * AREA LINES FROM THE SAME EDIT RUN ARE  *
      * LOADED ONLY FOR ESTIMATES WHOSE HEADER *
      * WAS LOADED ABOVE - A BYPASSED HEADER   *
      * TAKES ITS AREA LINES WITH IT.          *
      ******************************************
	   2420-LOAD-AREA-LINES.
		   MOVE 0 TO WS-AREA-LOAD-COUNT.
		   MOVE 0 TO WS-AREA-BYP-COUNT.
		   OPEN INPUT AREA-ACC-IN.
		   MOVE 'YES' TO MORE-AREA-RECS.
		   PERFORM 2430-LOAD-ONE-AREA-LINE
			   UNTIL MORE-AREA-RECS = 'NO'.
		   CLOSE AREA-ACC-IN.
		   DISPLAY 'AREA LINES LOADED:   ' WS-AREA-LOAD-COUNT.
		   DISPLAY 'AREA LINES BYPASSED: ' WS-AREA-BYP-COUNT.

	   2430-LOAD-ONE-AREA-LINE.
		   READ AREA-ACC-IN
			   AT END
				 MOVE 'NO' TO MORE-AREA-RECS
			   NOT AT END
				 MOVE AREA-ACC-REC TO AREA-REC
				 PERFORM 2440-WRITE-AREA-LINE
		   END-READ.

	   2440-WRITE-AREA-LINE.
		   MOVE 0 TO WS-SUB.
		   IF AREA-EST-NO NUMERIC
			   MOVE AREA-EST-NO TO WS-EST-IDX
			   COMPUTE WS-SUB = WS-EST-IDX + 1
		   END-IF.
		   IF WS-SUB > 0 AND WS-LOADED-FLAG (WS-SUB) = 'Y'
			   WRITE AREA-REC
				   INVALID KEY
				     ADD 1 TO WS-AREA-BYP-COUNT
				     DISPLAY 'AREA ' AREA-EST-NO '-' AREA-LINE-NO
				         ' ALREADY ON FILE - BYPASSED'
				   NOT INVALID KEY
				     ADD 1 TO WS-AREA-LOAD-COUNT
			   END-WRITE
		   ELSE
			   ADD 1 TO WS-AREA-BYP-COUNT
			   DISPLAY 'AREA ' AREA-EST-NO '-' AREA-LINE-NO
				   ' ESTIMATE NOT LOADED - BYPASSED'
		   END-IF.

      ******************************************
      * CREDIT CHECK AT ESTIMATE ENTRY. THE    *
      * CUSTOMER'S OPEN BALANCE IS THE SUM OF  *
			   END-IF
		   END-IF.

      ******************************************
      * AN ESTIMATE WITH AREA LINES IS PRICED  *
      * LINE BY LINE - EACH LINE AT THE        *
      * COVERAGE OF ITS OWN PAINT TYPE AND ITS *
      * OWN PRICE PER GALLON - AND LABOR IS    *
      * FIGURED ON THE TOTAL GALLONS. ONE WITH *
      * NO AREA LINES IS PRICED FROM THE       *
      * HEADER AS BEFORE.                      *
      ******************************************
	   2510-CALC-EST-TOTAL.
		   PERFORM 2516-PRICE-AREA-LINES.
		   IF C-AREA-COUNT = 0
			   PERFORM 2511-PRICE-HEADER
		   END-IF.
		   PERFORM 2514-GET-LABOR-PARAMS.
		   COMPUTE C-LABOR-EST = C-GALLONS-NEEDED * C-CREW-SIZE
           * C-LABOR-RATE.
		   ADD C-LABOR-EST C-PAINT-EST GIVING C-TOTAL-EST.
		   COMPUTE C-TAX-EST = C-TOTAL-EST * WS-TAX-RATE.
		   ADD C-TAX-EST TO C-TOTAL-EST.

	   2511-PRICE-HEADER.
		   PERFORM 2512-GET-COVERAGE-RATE.
		   SUBTRACT PAINT-DOOR-SQ-FT FROM PAINT-WALL-SQ-FT GIVING
           C-TOTAL-WALL-SQ-FT.
           C-GALLONS-NEEDED.
		   MULTIPLY C-GALLONS-NEEDED BY PAINT-PRICE-GAL GIVING
           C-PAINT-EST.

	   2512-GET-COVERAGE-RATE.
		   MOVE 115 TO C-COVERAGE-RATE.
			   MOVE PAINT-LABOR-RATE TO C-LABOR-RATE
		   END-IF.

	   2516-PRICE-AREA-LINES.
		   MOVE 0 TO C-AREA-COUNT.
		   MOVE 0 TO C-GALLONS-NEEDED.
		   MOVE 0 TO C-PAINT-EST.
		   MOVE I-PAINT-EST-NO TO AREA-EST-NO.
		   MOVE 0 TO AREA-LINE-NO.
		   START AREA-FILE
			   KEY IS NOT < AREA-KEY
			   INVALID KEY
				 MOVE 'NO' TO MORE-AREA-RECS
			   NOT INVALID KEY
				 MOVE 'YES' TO MORE-AREA-RECS
		   END-START.
		   PERFORM 2517-PRICE-ONE-AREA
			   UNTIL MORE-AREA-RECS = 'NO'.

	   2517-PRICE-ONE-AREA.
		   READ AREA-FILE NEXT RECORD
			   AT END
				 MOVE 'NO' TO MORE-AREA-RECS
			   NOT AT END
				 IF AREA-EST-NO NOT = I-PAINT-EST-NO
				     MOVE 'NO' TO MORE-AREA-RECS
				 ELSE
				     PERFORM 2518-ADD-AREA-PRICE
				 END-IF
		   END-READ.

	   2518-ADD-AREA-PRICE.
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
		   MULTIPLY C-AREA-GALLONS BY AREA-PRICE-GAL GIVING
		   C-AREA-PAINT.
		   ADD C-AREA-GALLONS TO C-GALLONS-NEEDED.
		   ADD C-AREA-PAINT TO C-PAINT-EST.

	   2520-SUM-OPEN-BALANCE.
		   MOVE 0 TO C-OPEN-BALANCE.
		   MOVE LOW-VALUES TO I-PAINT-EST-NO.
			   '  LIMIT ' CEX-LIMIT.
		   DISPLAY 'ACCEPT ANYWAY? (Y/N): '.
		   ACCEPT WS-OVERRIDE-ANS.
		   IF WS-OVERRIDE-GIVEN
			   PERFORM 2560-SUPERVISOR-APPROVAL
		   END-IF.
		   IF WS-OVERRIDE-GIVEN
			   MOVE 'OVER LIMIT - OVERRIDDEN' TO CEX-ACTION
		   ELSE
		   END-IF.
		   PERFORM 2900-WRITE-CREDIT-EXC.

      ******************************************
      * AN OVER-LIMIT OVERRIDE NEEDS A         *
      * SUPERVISOR. A SUPERVISOR WHO IS SIGNED *
      * ON APPROVES IT DIRECTLY; ANY OTHER     *
      * OPERATOR MUST HAVE A SUPERVISOR KEY    *
      * THEIR OWN ID AND PASSWORD. A REFUSAL   *
      * TAKES THE OVERRIDE BACK SO THE         *
      * ESTIMATE IS BLOCKED. BOTH OUTCOMES ARE *
      * WRITTEN TO THE SECURITY LOG.           *
      ******************************************
	   2560-SUPERVISOR-APPROVAL.
		   MOVE SPACES TO SECLOG-REC.
		   MOVE WS-AUTH-FUNCTION TO SL-FUNCTION.
		   MOVE WS-IN-EST-NO TO SL-KEY.
		   IF WS-OPER-SUPERVISOR
			   MOVE WS-OPER-ID TO SL-SUPERVISOR-ID
		   ELSE
			   DISPLAY 'SUPERVISOR ID: '
			   ACCEPT WS-IN-OPER-ID
			   DISPLAY 'SUPERVISOR PASSWORD: '
			   ACCEPT WS-IN-PASSWORD
			   MOVE WS-IN-OPER-ID TO SEC-OPER-ID
                                     SL-SUPERVISOR-ID
			   READ SECURITY-FILE
				   INVALID KEY
				     MOVE 'N' TO WS-OPER-FOUND-SW
				   NOT INVALID KEY
				     MOVE 'Y' TO WS-OPER-FOUND-SW
			   END-READ
			   IF NOT WS-OPER-FOUND
			      OR NOT SEC-ACTIVE
			      OR NOT SEC-SUPERVISOR
			      OR WS-IN-PASSWORD = SPACES
			      OR WS-IN-PASSWORD NOT = SEC-PASSWORD
				   MOVE 'N' TO WS-OVERRIDE-ANS
			   END-IF
		   END-IF.
		   IF WS-OVERRIDE-GIVEN
			   MOVE 'O' TO SL-EVENT
			   STRING 'OVER LIMIT CUSTOMER ' WS-IN-CUST-ID
				   DELIMITED BY SIZE INTO SL-TEXT
		   ELSE
			   MOVE 'D' TO SL-EVENT
			   STRING 'NOT APPROVED CUSTOMER ' WS-IN-CUST-ID
				   DELIMITED BY SIZE INTO SL-TEXT
			   DISPLAY 'SUPERVISOR APPROVAL REFUSED - ESTIMATE BLOCKED'
		   END-IF.
		   PERFORM 2960-WRITE-SECURITY-LOG.

      ******************************************
      * AREA LINE MAINTENANCE FOR ONE          *
      * ESTIMATE. AFTER ANY ADD, CHANGE, OR    *
      * DELETE THE HEADER'S WALL, DOOR, AND    *
      * CEILING FOOTAGES ARE RESET TO THE AREA *
      * LINE TOTALS AND ITS PAINT TYPE TO THE  *
      * FIRST LINE'S TYPE, SO PROGRAMS THAT    *
      * READ THE HEADER ALONE STILL SEE THE    *
      * WHOLE JOB. THE HEADER CHANGE IS        *
      * JOURNALED LIKE ANY OTHER CHANGE.       *
      ******************************************
	   2600-AREA-ESTIMATE.
		   DISPLAY 'ENTER ESTIMATE NUMBER FOR AREA LINES: '.
		   ACCEPT WS-KEY-EST-NO.
		   MOVE WS-KEY-EST-NO TO I-PAINT-EST-NO.
		   READ PAINTJOB-MASTER
			   INVALID KEY
				 DISPLAY 'ESTIMATE ' WS-KEY-EST-NO
				     ' NOT ON FILE'
			   NOT INVALID KEY
				 IF PAINT-VOIDED
				     DISPLAY 'ESTIMATE ' WS-KEY-EST-NO
				         ' IS VOIDED - AREAS NOT CHANGED'
				 ELSE
				     PERFORM 2610-MAINTAIN-AREAS
				 END-IF
		   END-READ.

	   2610-MAINTAIN-AREAS.
		   MOVE PAINT-REC TO WS-EJ-BEFORE.
		   MOVE 'N' TO WS-AREAS-CHANGED-SW.
		   PERFORM 2660-LIST-AREAS.
		   MOVE 'YES' TO MORE-AREA-FUNCS.
		   PERFORM 2620-AREA-FUNCTION
			   UNTIL MORE-AREA-FUNCS = 'NO'.
		   IF WS-AREAS-CHANGED
			   PERFORM 2680-UPDATE-HEADER
		   END-IF.

	   2620-AREA-FUNCTION.
		   DISPLAY 'AREA FUNCTION? (A=ADD C=CHANGE D=DELETE'
			   ' L=LIST E=END): '.
		   ACCEPT WS-AREA-FUNCTION.
		   EVALUATE TRUE
			   WHEN WS-AREA-ADD
				 PERFORM 2630-ADD-AREA
			   WHEN WS-AREA-CHANGE
				 PERFORM 2640-CHANGE-AREA
			   WHEN WS-AREA-DELETE
				 PERFORM 2650-DELETE-AREA
			   WHEN WS-AREA-LIST
				 PERFORM 2660-LIST-AREAS
			   WHEN WS-AREA-END
				 MOVE 'NO' TO MORE-AREA-FUNCS
			   WHEN OTHER
				 DISPLAY 'INVALID AREA FUNCTION CODE'
		   END-EVALUATE.

	   2630-ADD-AREA.
		   DISPLAY 'ENTER AREA LINE NUMBER (01-99): '.
		   ACCEPT WS-IN-LINE-NO.
		   PERFORM 2670-ACCEPT-AREA-FIELDS.
		   PERFORM 2675-EDIT-AREA-FIELDS.
		   IF WS-EDIT-ERRORS = 0
			   WRITE AREA-REC
				   INVALID KEY
				     DISPLAY 'AREA LINE ' WS-IN-LINE-NO
				         ' ALREADY ON FILE - NOT ADDED'
				   NOT INVALID KEY
				     ADD 1 TO WS-AREA-ADD-COUNT
				     MOVE 'Y' TO WS-AREAS-CHANGED-SW
				     DISPLAY 'AREA LINE ' WS-IN-LINE-NO ' ADDED'
			   END-WRITE
		   ELSE
			   DISPLAY 'AREA LINE NOT ADDED - RE-ENTER'
		   END-IF.

	   2640-CHANGE-AREA.
		   DISPLAY 'ENTER AREA LINE NUMBER TO CHANGE: '.
		   ACCEPT WS-IN-LINE-NO.
		   MOVE I-PAINT-EST-NO TO AREA-EST-NO.
		   MOVE WS-IN-LINE-NO TO AREA-LINE-NO.
		   READ AREA-FILE
			   INVALID KEY
				 DISPLAY 'AREA LINE ' WS-IN-LINE-NO
				     ' NOT ON FILE'
			   NOT INVALID KEY
				 PERFORM 2645-APPLY-AREA-CHANGES
		   END-READ.

	   2645-APPLY-AREA-CHANGES.
		   PERFORM 2665-SHOW-AREA.
		   PERFORM 2670-ACCEPT-AREA-FIELDS.
		   PERFORM 2675-EDIT-AREA-FIELDS.
		   IF WS-EDIT-ERRORS = 0
			   REWRITE AREA-REC
				   INVALID KEY
				     DISPLAY 'AREA LINE ' WS-IN-LINE-NO
				         ' NOT REWRITTEN - STATUS ' WS-AREA-STATUS
				   NOT INVALID KEY
				     ADD 1 TO WS-AREA-CHG-COUNT
				     MOVE 'Y' TO WS-AREAS-CHANGED-SW
				     DISPLAY 'AREA LINE ' WS-IN-LINE-NO ' CHANGED'
			   END-REWRITE
		   ELSE
			   DISPLAY 'AREA LINE NOT CHANGED - RE-ENTER'
		   END-IF.

	   2650-DELETE-AREA.
		   DISPLAY 'ENTER AREA LINE NUMBER TO DELETE: '.
		   ACCEPT WS-IN-LINE-NO.
		   MOVE I-PAINT-EST-NO TO AREA-EST-NO.
		   MOVE WS-IN-LINE-NO TO AREA-LINE-NO.
		   READ AREA-FILE
			   INVALID KEY
				 DISPLAY 'AREA LINE ' WS-IN-LINE-NO
				     ' NOT ON FILE'
			   NOT INVALID KEY
				 DELETE AREA-FILE
				 ADD 1 TO WS-AREA-DEL-COUNT
				 MOVE 'Y' TO WS-AREAS-CHANGED-SW
				 DISPLAY 'AREA LINE ' WS-IN-LINE-NO ' DELETED'
		   END-READ.

	   2660-LIST-AREAS.
		   MOVE 0 TO C-AREA-COUNT.
		   DISPLAY 'ESTIMATE ' I-PAINT-EST-NO
			   ' CUST ' I-CUST-ID
			   ' STATUS ' PAINT-STATUS.
		   MOVE I-PAINT-EST-NO TO AREA-EST-NO.
		   MOVE 0 TO AREA-LINE-NO.
		   START AREA-FILE
			   KEY IS NOT < AREA-KEY
			   INVALID KEY
				 MOVE 'NO' TO MORE-AREA-RECS
			   NOT INVALID KEY
				 MOVE 'YES' TO MORE-AREA-RECS
		   END-START.
		   PERFORM 2662-LIST-ONE-AREA
			   UNTIL MORE-AREA-RECS = 'NO'.
		   IF C-AREA-COUNT = 0
			   DISPLAY 'NO AREA LINES - PRICED FROM THE HEADER'
		   END-IF.

	   2662-LIST-ONE-AREA.
		   READ AREA-FILE NEXT RECORD
			   AT END
				 MOVE 'NO' TO MORE-AREA-RECS
			   NOT AT END
				 IF AREA-EST-NO NOT = I-PAINT-EST-NO
				     MOVE 'NO' TO MORE-AREA-RECS
				 ELSE
				     ADD 1 TO C-AREA-COUNT
				     PERFORM 2665-SHOW-AREA
				 END-IF
		   END-READ.

	   2665-SHOW-AREA.
		   DISPLAY 'LINE ' AREA-LINE-NO ' ' AREA-DESC
			   ' TYPE ' AREA-PAINT-TYPE
			   ' WALL ' AREA-WALL-SQ-FT
			   ' DOOR ' AREA-DOOR-SQ-FT
			   ' CEILING ' AREA-CEILING-SQ-FT
			   ' PRICE ' AREA-PRICE-GAL.

	   2670-ACCEPT-AREA-FIELDS.
		   DISPLAY 'ENTER AREA DESCRIPTION: '.
		   ACCEPT WS-IN-AREA-DESC.
		   DISPLAY 'ENTER WALL SQ FT (0000-9999): '.
		   ACCEPT WS-IN-WALL-SQ-FT.
		   DISPLAY 'ENTER DOOR SQ FT (000-999): '.
		   ACCEPT WS-IN-DOOR-SQ-FT.
		   DISPLAY 'ENTER CEILING SQ FT (0000-9999): '.
		   ACCEPT WS-IN-CEILING-SQ-FT.
		   DISPLAY 'ENTER PAINT TYPE CODE: '.
		   ACCEPT WS-IN-PAINT-TYPE.
		   DISPLAY 'ENTER PRICE PER GALLON'
			   ' (4 DIGITS, NO DECIMAL POINT,'
			   ' 0000 = ESTIMATE PRICE): '.
		   ACCEPT WS-IN-PRICE-GAL.

      ******************************************
      * FIELD EDITS FIRST, THEN THE LINE IS    *
      * BUILT AND CHECKED AGAINST THE OTHER    *
      * LINES - THE FOOTAGE TOTALS MUST STILL  *
      * FIT THE HEADER FIELDS.                 *
      ******************************************
	   2675-EDIT-AREA-FIELDS.
		   MOVE 0 TO WS-EDIT-ERRORS.
		   IF WS-IN-LINE-NO NOT NUMERIC OR WS-IN-LINE-NO-N = 0
			   ADD 1 TO WS-EDIT-ERRORS
			   DISPLAY 'AREA LINE NUMBER MUST BE 01-99'
		   END-IF.
		   IF WS-IN-AREA-DESC = SPACES
			   ADD 1 TO WS-EDIT-ERRORS
			   DISPLAY 'AREA DESCRIPTION IS REQUIRED'
		   END-IF.
		   IF WS-IN-WALL-SQ-FT NOT NUMERIC
			   ADD 1 TO WS-EDIT-ERRORS
			   DISPLAY 'WALL SQ FT MUST BE NUMERIC'
		   END-IF.
		   IF WS-IN-DOOR-SQ-FT NOT NUMERIC
			   ADD 1 TO WS-EDIT-ERRORS
			   DISPLAY 'DOOR SQ FT MUST BE NUMERIC'
		   END-IF.
		   IF WS-IN-CEILING-SQ-FT NOT NUMERIC
			   ADD 1 TO WS-EDIT-ERRORS
			   DISPLAY 'CEILING SQ FT MUST BE NUMERIC'
		   END-IF.
		   IF WS-IN-PRICE-GAL NOT NUMERIC
			   ADD 1 TO WS-EDIT-ERRORS
			   DISPLAY 'PRICE PER GALLON MUST BE NUMERIC'
		   END-IF.
		   SET WS-PT-IDX TO 1.
		   SEARCH WS-PT-ENTRY
			   AT END
				 ADD 1 TO WS-EDIT-ERRORS
				 DISPLAY 'PAINT TYPE ' WS-IN-PAINT-TYPE
				     ' NOT ON PAINT TYPE TABLE'
			   WHEN WS-PT-CODE (WS-PT-IDX) = WS-IN-PAINT-TYPE
				 CONTINUE.
		   IF WS-EDIT-ERRORS = 0
			   MOVE WS-IN-LINE-NO-N TO WS-SKIP-LINE-NO
			   PERFORM 2690-TOTAL-AREAS
			   PERFORM 2678-BUILD-AREA
			   PERFORM 2679-EDIT-AREA-TOTALS
		   END-IF.

	   2678-BUILD-AREA.
		   MOVE I-PAINT-EST-NO TO AREA-EST-NO.
		   MOVE WS-IN-LINE-NO-N TO AREA-LINE-NO.
		   MOVE WS-IN-AREA-DESC TO AREA-DESC.
		   MOVE WS-IN-WALL-SQ-FT TO AREA-WALL-SQ-FT.
		   MOVE WS-IN-DOOR-SQ-FT TO AREA-DOOR-SQ-FT.
		   MOVE WS-IN-CEILING-SQ-FT TO AREA-CEILING-SQ-FT.
		   MOVE WS-IN-PAINT-TYPE TO AREA-PAINT-TYPE.
		   IF WS-IN-PRICE-GAL-N = 0
			   MOVE PAINT-PRICE-GAL TO AREA-PRICE-GAL
		   ELSE
			   MOVE WS-IN-PRICE-GAL-N TO AREA-PRICE-GAL
		   END-IF.

	   2679-EDIT-AREA-TOTALS.
		   IF AREA-DOOR-SQ-FT > AREA-WALL-SQ-FT
			   ADD 1 TO WS-EDIT-ERRORS
			   DISPLAY 'DOOR SQ FT EXCEEDS WALL SQ FT'
		   END-IF.
		   ADD AREA-WALL-SQ-FT TO C-AREA-WALL-TOTAL.
		   ADD AREA-DOOR-SQ-FT TO C-AREA-DOOR-TOTAL.
		   ADD AREA-CEILING-SQ-FT TO C-AREA-CEIL-TOTAL.
		   IF C-AREA-WALL-TOTAL > 9999
		      OR C-AREA-DOOR-TOTAL > 999
		      OR C-AREA-CEIL-TOTAL > 9999
			   ADD 1 TO WS-EDIT-ERRORS
			   DISPLAY 'AREA FOOTAGE TOTALS WOULD EXCEED THE'
				   ' ESTIMATE HEADER LIMITS'
		   END-IF.

	   2680-UPDATE-HEADER.
		   MOVE 0 TO WS-SKIP-LINE-NO.
		   PERFORM 2690-TOTAL-AREAS.
		   IF C-AREA-COUNT > 0
			   PERFORM 2695-ROLL-UP-HEADER
			   REWRITE PAINT-REC
			   ADD 1 TO WS-CHG-COUNT
			   MOVE 'C' TO EJ-FUNCTION
			   PERFORM 2950-WRITE-JOURNAL
			   DISPLAY 'ESTIMATE ' WS-KEY-EST-NO
				   ' HEADER RESET FROM ' C-AREA-COUNT
				   ' AREA LINES'
		   ELSE
			   DISPLAY 'ESTIMATE ' WS-KEY-EST-NO
				   ' HAS NO AREA LINES - HEADER UNCHANGED'
		   END-IF.

      ******************************************
      * TOTALS THE AREA LINES OF THE ESTIMATE  *
      * IN PAINT-REC, LEAVING OUT THE LINE     *
      * NUMBER IN WS-SKIP-LINE-NO (ZERO TO     *
      * TOTAL THEM ALL).                       *
      ******************************************
	   2690-TOTAL-AREAS.
		   MOVE 0 TO C-AREA-COUNT.
		   MOVE 0 TO C-AREA-WALL-TOTAL.
		   MOVE 0 TO C-AREA-DOOR-TOTAL.
		   MOVE 0 TO C-AREA-CEIL-TOTAL.
		   MOVE SPACE TO WS-FIRST-AREA-TYPE.
		   MOVE I-PAINT-EST-NO TO AREA-EST-NO.
		   MOVE 0 TO AREA-LINE-NO.
		   START AREA-FILE
			   KEY IS NOT < AREA-KEY
			   INVALID KEY
				 MOVE 'NO' TO MORE-AREA-RECS
			   NOT INVALID KEY
				 MOVE 'YES' TO MORE-AREA-RECS
		   END-START.
		   PERFORM 2692-TOTAL-ONE-AREA
			   UNTIL MORE-AREA-RECS = 'NO'.

	   2692-TOTAL-ONE-AREA.
		   READ AREA-FILE NEXT RECORD
			   AT END
				 MOVE 'NO' TO MORE-AREA-RECS
			   NOT AT END
				 IF AREA-EST-NO NOT = I-PAINT-EST-NO
				     MOVE 'NO' TO MORE-AREA-RECS
				 ELSE
				     IF AREA-LINE-NO NOT = WS-SKIP-LINE-NO
				         PERFORM 2694-ADD-AREA-TOTALS
				     END-IF
				 END-IF
		   END-READ.

	   2694-ADD-AREA-TOTALS.
		   ADD 1 TO C-AREA-COUNT.
		   IF C-AREA-COUNT = 1
			   MOVE AREA-PAINT-TYPE TO WS-FIRST-AREA-TYPE
		   END-IF.
		   ADD AREA-WALL-SQ-FT TO C-AREA-WALL-TOTAL.
		   ADD AREA-DOOR-SQ-FT TO C-AREA-DOOR-TOTAL.
		   ADD AREA-CEILING-SQ-FT TO C-AREA-CEIL-TOTAL.

	   2695-ROLL-UP-HEADER.
		   MOVE C-AREA-WALL-TOTAL TO PAINT-WALL-SQ-FT.
		   MOVE C-AREA-DOOR-TOTAL TO PAINT-DOOR-SQ-FT.
		   MOVE C-AREA-CEIL-TOTAL TO PAINT-CEILING-SQ-FT.
		   MOVE WS-FIRST-AREA-TYPE TO PAINT-TYPE.

      ******************************************
      * ONE EXCEPTION LINE PER CREDIT EVENT -  *
      * CEX-EXPOSURE AND CEX-ACTION MUST BE    *
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
		   DISPLAY 'ESTIMATES ADDED:    ' WS-ADD-COUNT.
		   DISPLAY 'ESTIMATES CHANGED:  ' WS-CHG-COUNT.
		   DISPLAY 'ESTIMATES STATUSED: ' WS-STS-COUNT.
		   DISPLAY 'ESTIMATES VOIDED:   ' WS-VOID-COUNT.
		   DISPLAY 'AREA LINES ADDED:   ' WS-AREA-ADD-COUNT.
		   DISPLAY 'AREA LINES CHANGED: ' WS-AREA-CHG-COUNT.
		   DISPLAY 'AREA LINES DELETED: ' WS-AREA-DEL-COUNT.
		   CLOSE PAINTJOB-MASTER
		         CUSTOMER-MASTER
		         CREDIT-EXCEPTIONS
				 ESTIMATE-JOURNAL
				 AREA-FILE
				 SECURITY-FILE
				 SECURITY-LOG.

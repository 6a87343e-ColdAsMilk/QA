      * DATED BEFORE/AFTER JOURNAL RECORD AND  *
      * A STOCK STATUS REPORT PRINTS AT END    *
      * SO EVERY ON-HAND CHANGE IS TRACEABLE.  *
      * A RECEIPT IS KEYED AGAINST A PURCHASE  *
      * ORDER AND LINE; OVER- AND UNDER-       *
      * RECEIPTS ARE FLAGGED ON THE JOURNAL    *
      * AND COUNTED ON THE REPORT, AND A       *
      * RECEIPT WITH NO PO IS FLAGGED AS NOT   *
      * ORDERED.                               *
      * THE OPERATOR SIGNS ON AGAINST THE      *
      * OPERATOR SECURITY FILE, AND A FUNCTION *
      * NOT ON THE OPERATOR'S LIST FOR THIS    *
      * PROGRAM IS REFUSED.                    *
      * EVERY JOURNAL RECORD CARRIES THE       *
      * OPERATOR ID.                           *
      ******************************************
       ENVIRONMENT DIVISION.
	   INPUT-OUTPUT SECTION.
		      RECORD KEY IS I-PAINT-EST-NO
		      FILE STATUS IS WS-MAST-STATUS.

		   SELECT PO-FILE
		      ASSIGN TO
			 'C:\INDIANHILLS\COBOL\COBKMV09\PURCHORD.DAT'
		      ORGANIZATION IS INDEXED
		      ACCESS MODE IS RANDOM
		      RECORD KEY IS PO-KEY
		      ALTERNATE RECORD KEY IS PO-VENDOR-ID
			      WITH DUPLICATES
		      FILE STATUS IS WS-PO-STATUS.

		   SELECT OPTIONAL TRANS-JOURNAL
		      ASSIGN TO
			 'C:\INDIANHILLS\COBOL\COBKMV17\PNTJRNL.DAT'
			 'C:\INDIANHILLS\COBOL\COBKMV17\STOCKSTS.PRT'
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
	   FD  INVENTORY-MASTER
	   FD  ACTUALS-FILE
		   LABEL RECORD IS STANDARD
		   DATA RECORD IS ACTUALS-REC
		   RECORD CONTAINS 37 CHARACTERS.

	   COPY ACTREC.


	   COPY PAINTREC.

	   FD  PO-FILE
		   LABEL RECORD IS STANDARD
		   DATA RECORD IS PO-REC
		   RECORD CONTAINS 46 CHARACTERS.

	   COPY POREC.

	   FD  TRANS-JOURNAL
	       LABEL RECORD IS OMITTED
		   RECORD CONTAINS 59 CHARACTERS
		   DATA RECORD IS JOURNAL-REC.

	   01  JOURNAL-REC.
		   05  JRN-QTY             PIC 9(5)V99.
		   05  JRN-BEFORE          PIC 9(5)V99.
		   05  JRN-AFTER           PIC 9(5)V99.
		   05  JRN-PO-NO           PIC 9(6).
		   05  JRN-PO-LINE         PIC 99.
		   05  JRN-RCPT-FLAG       PIC X.
		   05  JRN-OPER-ID         PIC X(8).

	   FD  PRTOUT
	       LABEL RECORD IS OMITTED

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
	       88  WS-FUNC-RECEIPT                       VALUE 'R' 'r'.
	       88  WS-FUNC-ADJUST                        VALUE 'J' 'j'.
	       88  WS-FUNC-POST                          VALUE 'P' 'p'.
		   88  WS-FUNC-SECURED                       VALUE 'R' 'r'
		                           'J' 'j' 'P' 'p'.
	       88  WS-FUNC-END                           VALUE 'E' 'e'.
		   05  WS-RCPT-COUNT       PIC 9(5)          VALUE 0.
		   05  WS-ADJ-COUNT        PIC 9(5)          VALUE 0.
		   05  WS-SHORT-COUNT      PIC 9(5)          VALUE 0.
		   05  C-NEW-ON-HAND       PIC S9(6)V99      VALUE 0.
		   05  WS-REORDER-COUNT    PIC 999           VALUE 0.
		   05  WS-PO-STATUS        PIC XX            VALUE '00'.
		   05  WS-PO-OPEN-SW       PIC X             VALUE 'N'.
		   88  WS-PO-FILE-OPEN                       VALUE 'Y'.
		   05  WS-PO-LINE-SW       PIC X             VALUE 'N'.
		   88  WS-PO-LINE-FOUND                      VALUE 'Y'.
		   05  WS-RCPT-OK-SW       PIC X             VALUE 'N'.
		   88  WS-RCPT-OK                            VALUE 'Y'.
		   05  WS-RCPT-FLAG        PIC X             VALUE SPACE.
		   05  WS-OVER-COUNT       PIC 9(5)          VALUE 0.
		   05  WS-UNDER-COUNT      PIC 9(5)          VALUE 0.
		   05  WS-NOT-ORDERED-COUNT PIC 9(5)         VALUE 0.
		   05  C-PO-RECEIVED       PIC 9(6)V99       VALUE 0.
		   05  C-PO-DIFFERENCE     PIC 9(6)V99       VALUE 0.

	   01  ENTRY-AREA.
		   05  WS-IN-PT-CODE       PIC X             VALUE SPACE.
		   05  WS-IN-QTY           PIC X(7)          VALUE SPACES.
		   05  WS-IN-QTY-N         REDEFINES WS-IN-QTY
		                           PIC 9(5)V99.
		   05  WS-IN-PO-NO         PIC X(6)          VALUE SPACES.
		   05  WS-IN-PO-NO-N       REDEFINES WS-IN-PO-NO
		                           PIC 9(6).
		   05  WS-IN-PO-LINE       PIC X(2)          VALUE SPACES.
		   05  WS-IN-PO-LINE-N     REDEFINES WS-IN-PO-LINE
		                           PIC 99.
		   05  WS-IN-CLOSE-SHORT   PIC X             VALUE SPACE.

	   01  CURRENT-DATE-AND-TIME.
	       05  I-DATE.
	                   VALUE 'PRODUCTS TO REORDER:'.
		   05  O-REORDER-COUNT     PIC ZZ9.

	   01 TOTAL-LINE-6.
		   05  FILLER              PIC X(26)
	                   VALUE 'OVER-RECEIPTS FLAGGED:'.
		   05  O-OVER-COUNT        PIC ZZ,ZZ9.

	   01 TOTAL-LINE-7.
		   05  FILLER              PIC X(26)
	                   VALUE 'UNDER-RECEIPTS FLAGGED:'.
		   05  O-UNDER-COUNT       PIC ZZ,ZZ9.

	   01 TOTAL-LINE-8.
		   05  FILLER              PIC X(26)
	                   VALUE 'RECEIPTS NOT ON A PO:'.
		   05  O-NOT-ORDERED-COUNT PIC ZZ,ZZ9.

	   01  SIGN-ON-AREA.
		   05  WS-THIS-PROGRAM     PIC X(8)          VALUE 'COBKMV17'.
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
		   OPEN I-O INVENTORY-MASTER.
		   IF WS-INV-STATUS NOT = '00'
			   DISPLAY 'PAINT INVENTORY OPEN FAILED - STATUS '
				   WS-INV-STATUS
			   MOVE 'NO' TO MORE-FUNCTIONS
		   END-IF.
		   OPEN I-O PO-FILE.
		   IF WS-PO-STATUS = '00'
			   MOVE 'Y' TO WS-PO-OPEN-SW
		   ELSE
			   DISPLAY 'PURCHASE ORDER FILE OPEN FAILED - STATUS '
				   WS-PO-STATUS
			   DISPLAY 'ONLY RECEIPTS NOT ON A PO CAN BE POSTED'
		   END-IF.
		   OPEN EXTEND TRANS-JOURNAL.
		   OPEN OUTPUT PRTOUT.

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
		   DISPLAY 'FUNCTION? (R=RECEIPT J=ADJUSTMENT'
			   ' P=POST JOB USAGE E=END): '.
		   ACCEPT WS-FUNCTION.
		   PERFORM 2050-CHECK-AUTHORITY.
		   EVALUATE TRUE
			   WHEN NOT WS-FUNC-AUTHORIZED
				 CONTINUE
			   WHEN WS-FUNC-RECEIPT
				 PERFORM 2100-POST-RECEIPT
			   WHEN WS-FUNC-ADJUST
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

      ******************************************
      * A RECEIPT IS KEYED AGAINST AN OPEN PO  *
      * LINE, WHICH SUPPLIES THE PAINT TYPE.   *
      * PO NUMBER 0 POSTS A RECEIPT THAT WAS   *
      * NEVER ORDERED - IT IS FLAGGED 'N'.     *
      ******************************************
	   2100-POST-RECEIPT.
		   MOVE 'N' TO WS-RCPT-OK-SW.
		   MOVE 'N' TO WS-PO-LINE-SW.
		   MOVE SPACE TO WS-RCPT-FLAG.
		   MOVE 0 TO JRN-PO-NO.
		   MOVE 0 TO JRN-PO-LINE.
		   DISPLAY 'ENTER PO NUMBER'
			   ' (6 DIGITS, 0 IF NOT ON A PO): '.
		   ACCEPT WS-IN-PO-NO.
		   IF WS-IN-PO-NO NOT NUMERIC
			   DISPLAY 'PO NUMBER MUST BE NUMERIC - NOT POSTED'
		   ELSE
			   IF WS-IN-PO-NO-N = 0
				   PERFORM 2110-ACCEPT-NOT-ORDERED
			   ELSE
				   PERFORM 2120-ACCEPT-PO-LINE
			   END-IF
		   END-IF.
		   IF WS-RCPT-OK
			   PERFORM 2130-ACCEPT-RECEIPT-QTY
		   END-IF.

	   2110-ACCEPT-NOT-ORDERED.
		   DISPLAY 'ENTER PAINT TYPE CODE: '.
		   ACCEPT WS-IN-PT-CODE.
		   MOVE 'N' TO WS-RCPT-FLAG.
		   MOVE 'Y' TO WS-RCPT-OK-SW.

	   2120-ACCEPT-PO-LINE.
		   IF NOT WS-PO-FILE-OPEN
			   DISPLAY 'PURCHASE ORDER FILE NOT AVAILABLE'
				   ' - NOT POSTED'
		   ELSE
			   DISPLAY 'ENTER PO LINE NUMBER (2 DIGITS): '
			   ACCEPT WS-IN-PO-LINE
			   IF WS-IN-PO-LINE NOT NUMERIC
				   DISPLAY 'PO LINE MUST BE NUMERIC - NOT POSTED'
			   ELSE
				   MOVE WS-IN-PO-NO-N TO PO-NO
				   MOVE WS-IN-PO-LINE-N TO PO-LINE-NO
				   READ PO-FILE
					   INVALID KEY
						 DISPLAY 'PO ' WS-IN-PO-NO ' LINE '
							 WS-IN-PO-LINE ' NOT ON FILE - NOT POSTED'
					   NOT INVALID KEY
						 PERFORM 2125-CHECK-PO-LINE
				   END-READ
			   END-IF
		   END-IF.

	   2125-CHECK-PO-LINE.
		   IF NOT PO-LINE-OPEN
			   DISPLAY 'PO ' PO-NO ' LINE ' PO-LINE-NO
				   ' IS CLOSED (' PO-STATUS ') - NOT POSTED'
		   ELSE
			   DISPLAY 'PO ' PO-NO ' LINE ' PO-LINE-NO
				   ' VENDOR ' PO-VENDOR-ID ' TYPE ' PO-PT-CODE
			   DISPLAY '  ORDERED ' PO-QTY-ORDERED
				   '  RECEIVED TO DATE ' PO-QTY-RECEIVED
			   MOVE PO-PT-CODE TO WS-IN-PT-CODE
			   MOVE PO-NO TO JRN-PO-NO
			   MOVE PO-LINE-NO TO JRN-PO-LINE
			   MOVE 'Y' TO WS-PO-LINE-SW
			   MOVE 'Y' TO WS-RCPT-OK-SW
		   END-IF.

	   2130-ACCEPT-RECEIPT-QTY.
		   DISPLAY 'ENTER GALLONS RECEIVED'
			   ' (7 DIGITS, NO DECIMAL POINT): '.
		   ACCEPT WS-IN-QTY.
		   ADD WS-IN-QTY-N TO IN-PT-ON-HAND.
		   REWRITE INVENTORY-REC.
		   ADD 1 TO WS-RCPT-COUNT.
		   IF WS-PO-LINE-FOUND
			   PERFORM 2160-UPDATE-PO-LINE
		   ELSE
			   ADD 1 TO WS-NOT-ORDERED-COUNT
			   DISPLAY 'RECEIPT NOT ON A PURCHASE ORDER - FLAGGED'
		   END-IF.
		   MOVE WS-RCPT-FLAG TO JRN-RCPT-FLAG.
		   MOVE 'R' TO JRN-TYPE.
		   MOVE SPACES TO JRN-EST-NO.
		   MOVE '+' TO JRN-SIGN.
		   DISPLAY 'RECEIPT POSTED - ON HAND NOW '
			   IN-PT-ON-HAND.

      ******************************************
      * RECEIVING PAST THE ORDERED GALLONS     *
      * CLOSES THE LINE OVER. RECEIVING LESS   *
      * LEAVES IT OPEN FOR THE REST UNLESS THE *
      * OPERATOR CLOSES IT SHORT.              *
      ******************************************
	   2160-UPDATE-PO-LINE.
		   MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
		   COMPUTE C-PO-RECEIVED = PO-QTY-RECEIVED + WS-IN-QTY-N.
		   MOVE C-PO-RECEIVED TO PO-QTY-RECEIVED.
		   MOVE I-DATE TO PO-LAST-RCPT-DATE.
		   EVALUATE TRUE
			   WHEN C-PO-RECEIVED > PO-QTY-ORDERED
				 COMPUTE C-PO-DIFFERENCE =
				     C-PO-RECEIVED - PO-QTY-ORDERED
				 MOVE 'V' TO PO-STATUS
				 MOVE 'O' TO WS-RCPT-FLAG
				 ADD 1 TO WS-OVER-COUNT
				 DISPLAY '** OVER-RECEIPT - ' C-PO-DIFFERENCE
				     ' GALLONS PAST ORDERED - LINE CLOSED'
			   WHEN C-PO-RECEIVED = PO-QTY-ORDERED
				 MOVE 'C' TO PO-STATUS
				 DISPLAY 'PO LINE RECEIVED IN FULL - LINE CLOSED'
			   WHEN OTHER
				 COMPUTE C-PO-DIFFERENCE =
				     PO-QTY-ORDERED - C-PO-RECEIVED
				 MOVE 'U' TO WS-RCPT-FLAG
				 ADD 1 TO WS-UNDER-COUNT
				 DISPLAY '** UNDER-RECEIPT - ' C-PO-DIFFERENCE
				     ' GALLONS STILL DUE'
				 DISPLAY 'CLOSE PO LINE SHORT? (Y/N): '
				 ACCEPT WS-IN-CLOSE-SHORT
				 IF WS-IN-CLOSE-SHORT = 'Y' OR 'y'
				     MOVE 'S' TO PO-STATUS
				     DISPLAY 'PO LINE CLOSED SHORT'
				 END-IF
		   END-EVALUATE.
		   REWRITE PO-REC
			   INVALID KEY
				 DISPLAY 'PO ' PO-NO ' LINE ' PO-LINE-NO
				     ' REWRITE FAILED - STATUS ' WS-PO-STATUS
		   END-REWRITE.

	   2200-POST-ADJUSTMENT.
		   DISPLAY 'ENTER PAINT TYPE CODE: '.
		   ACCEPT WS-IN-PT-CODE.
			   ADD 1 TO WS-ADJ-COUNT
			   MOVE 'J' TO JRN-TYPE
			   MOVE SPACES TO JRN-EST-NO
			   MOVE 0 TO JRN-PO-NO
			   MOVE 0 TO JRN-PO-LINE
			   MOVE SPACE TO JRN-RCPT-FLAG
			   MOVE WS-IN-SIGN TO JRN-SIGN
			   MOVE WS-IN-QTY-N TO JRN-QTY
			   PERFORM 2900-WRITE-JOURNAL
				 REWRITE INVENTORY-REC
				 MOVE 'U' TO JRN-TYPE
				 MOVE ACT-EST-NO TO JRN-EST-NO
				 MOVE 0 TO JRN-PO-NO
				 MOVE 0 TO JRN-PO-LINE
				 MOVE SPACE TO JRN-RCPT-FLAG
				 MOVE '-' TO JRN-SIGN
				 MOVE ACT-GALLONS TO JRN-QTY
				 PERFORM 2900-WRITE-JOURNAL
		   MOVE I-TIME TO JRN-TIME.
		   MOVE IN-PT-CODE TO JRN-PT-CODE.
		   MOVE IN-PT-ON-HAND TO JRN-AFTER.
		   MOVE WS-OPER-ID TO JRN-OPER-ID.
		   WRITE JOURNAL-REC.

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
		   IF MORE-FUNCTIONS = 'NO'
		      AND WS-INV-STATUS = '00'
		      AND WS-SIGNED-ON
			   PERFORM 3100-PRINT-STOCK-STATUS
		   END-IF.
		   MOVE WS-RCPT-COUNT TO O-RCPT-COUNT.
		   MOVE WS-POST-COUNT TO O-POST-COUNT.
		   MOVE WS-BYPASS-COUNT TO O-BYPASS-COUNT.
		   MOVE WS-REORDER-COUNT TO O-REORDER-COUNT.
		   MOVE WS-OVER-COUNT TO O-OVER-COUNT.
		   MOVE WS-UNDER-COUNT TO O-UNDER-COUNT.
		   MOVE WS-NOT-ORDERED-COUNT TO O-NOT-ORDERED-COUNT.
		   WRITE PRTLINE FROM TOTAL-LINE-1
			   AFTER ADVANCING 3 LINES.
		   WRITE PRTLINE FROM TOTAL-LINE-2
			   AFTER ADVANCING 1 LINE.
		   WRITE PRTLINE FROM TOTAL-LINE-5
			   AFTER ADVANCING 1 LINE.
		   WRITE PRTLINE FROM TOTAL-LINE-6
			   AFTER ADVANCING 1 LINE.
		   WRITE PRTLINE FROM TOTAL-LINE-7
			   AFTER ADVANCING 1 LINE.
		   WRITE PRTLINE FROM TOTAL-LINE-8
			   AFTER ADVANCING 1 LINE.
		   DISPLAY 'RECEIPTS POSTED:    ' WS-RCPT-COUNT.
		   DISPLAY 'ADJUSTMENTS POSTED: ' WS-ADJ-COUNT.
		   DISPLAY 'OVER-RECEIPTS:      ' WS-OVER-COUNT.
		   DISPLAY 'UNDER-RECEIPTS:     ' WS-UNDER-COUNT.
		   DISPLAY 'NOT ON A PO:        ' WS-NOT-ORDERED-COUNT.
		   CLOSE INVENTORY-MASTER
		         TRANS-JOURNAL
				 PRTOUT
				 SECURITY-FILE
				 SECURITY-LOG.
		   IF WS-PO-FILE-OPEN
			   CLOSE PO-FILE
		   END-IF.

	   3100-PRINT-STOCK-STATUS.
		   PERFORM 9100-HDGS.

      * FILE, AND REPORTS MATCHED, SHORT,      *
      * OVER, MISSING, AND UNEXPECTED          *
      * DEPOSITS FOR THE MONTH-END CASH PROOF. *
      * EACH RECONCILED DATE IS ALSO WRITTEN   *
      * TO THE DEPOSIT FILE THE SALES TAX      *
      * REPORT TIES ITS RECEIPTS TO.           *
      ******************************************
       ENVIRONMENT DIVISION.
	   INPUT-OUTPUT SECTION.
			  ORGANIZATION IS LINE SEQUENTIAL
		      FILE STATUS IS WS-BANK-STATUS.

		   SELECT DEPOSIT-FILE
		      ASSIGN TO
			 'C:\INDIANHILLS\COBOL\COBKMV18\DEPOSITS.DAT'
		      ORGANIZATION IS LINE SEQUENTIAL.

		   SELECT PRTOUT
		      ASSIGN TO
			 'C:\INDIANHILLS\COBOL\COBKMV18\DEPRECON.PRT'
		   05 BNK-DATE            PIC 9(8).
		   05 BNK-AMOUNT          PIC 9(7)V99.

	   FD  DEPOSIT-FILE
		   LABEL RECORD IS STANDARD
		   DATA RECORD IS DEPOSIT-REC
		   RECORD CONTAINS 38 CHARACTERS.

	   COPY DEPREC.

	   FD  PRTOUT
	       LABEL RECORD IS OMITTED
		   RECORD CONTAINS 132 CHARACTERS
	   1000-INIT.
		   OPEN INPUT PAYMENTS-ACCEPTED.
		   OPEN INPUT BANK-STATEMENT.
		   OPEN OUTPUT DEPOSIT-FILE.
		   OPEN OUTPUT PRTOUT.

		   MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
			   AFTER ADVANCING 1 LINE
			      AT EOP
				    PERFORM 9100-HDGS.
		   MOVE WS-DP-DATE (WS-MIN-SUB) TO DEP-DATE.
		   MOVE WS-DP-EXPECTED (WS-MIN-SUB) TO DEP-EXPECTED.
		   MOVE WS-DP-BANKED (WS-MIN-SUB) TO DEP-BANKED.
		   MOVE O-STATUS TO DEP-STATUS.
		   WRITE DEPOSIT-REC.

	   3000-CLOSING.
		   MOVE WS-MATCH-COUNT TO O-MATCH-COUNT.
			   AFTER ADVANCING 2 LINES.
		   CLOSE PAYMENTS-ACCEPTED
		         BANK-STATEMENT
				 DEPOSIT-FILE
		         PRTOUT.

	   9100-HDGS.

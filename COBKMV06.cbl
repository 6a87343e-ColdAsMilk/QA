      * THE PAINT JOB MASTER, PAYMENTS, AND    *
      * CUSTOMER MASTER BY CUSTOMER ID AND     *
      * PRINTS ONE STATEMENT PAGE PER CUSTOMER *
      * WITH EACH INVOICED JOB STILL OWING,    *
      * ITS FINANCE CHARGES AND PAYMENTS       *
      * IN DATE ORDER, AND THE BALANCE DUE,    *
      * PLUS A RUN SUMMARY PAGE.               *
      ******************************************
		      RECORD KEY IS CM-CUST-ID
		      FILE STATUS IS WS-CUST-STATUS.

		   SELECT INVOICE-FILE
		      ASSIGN TO
			 'C:\INDIANHILLS\COBOL\COBKMV24\INVOICE.DAT'
		      ORGANIZATION IS INDEXED
		      ACCESS MODE IS RANDOM
		      RECORD KEY IS INV-NO
		      ALTERNATE RECORD KEY IS INV-EST-NO
		      FILE STATUS IS WS-INVC-STATUS.

		   SELECT OPTIONAL FINANCE-CHARGES
		      ASSIGN TO
			 'C:\INDIANHILLS\COBOL\COBKMV25\FINCHG.DAT'
		      ORGANIZATION IS LINE SEQUENTIAL.

		   SELECT PRTOUT
		      ASSIGN TO

	   COPY CUSTREC.

	   FD  INVOICE-FILE
		   LABEL RECORD IS STANDARD
		   DATA RECORD IS INVOICE-REC
		   RECORD CONTAINS 52 CHARACTERS.

	   COPY INVREC.

	   FD  FINANCE-CHARGES
		   LABEL RECORD IS STANDARD
		   DATA RECORD IS FINCHG-REC
		   RECORD CONTAINS 36 CHARACTERS.

	   COPY FINCHG.

	   FD  PRTOUT
	       LABEL RECORD IS OMITTED
		   05  MORE-RECS           PIC XXX           VALUE 'YES'.
		   05  MORE-PAY-RECS       PIC XXX           VALUE 'YES'.
		   05  MORE-PAY-LINES      PIC XXX           VALUE 'YES'.
		   05  MORE-FC-RECS        PIC XXX           VALUE 'YES'.
		   05  WS-MAST-STATUS      PIC XX            VALUE '00'.
		   05  WS-CUST-STATUS      PIC XX            VALUE '00'.
		   05  WS-INVC-STATUS      PIC XX            VALUE '00'.
		   05  C-TOTAL-EST         PIC 9(6)V99       VALUE 0.
		   05  C-AMOUNT-PAID       PIC 9(6)V99       VALUE 0.
		   05  C-FIN-CHARGES       PIC 9(6)V99       VALUE 0.
		   05  C-BALANCE-DUE       PIC S9(6)V99      VALUE 0.
		   05  C-CUST-BALANCE      PIC 9(8)V99       VALUE 0.
		   05  WS-STMT-COUNT       PIC 9(4)          VALUE 0.
		   05  C-GT-BILLED         PIC 9(9)V99       VALUE 0.
		   05  C-GT-PAID           PIC 9(9)V99       VALUE 0.
		   05  C-GT-FIN-CHARGES    PIC 9(9)V99       VALUE 0.
		   05  C-GT-BALANCE        PIC 9(9)V99       VALUE 0.
		   05  WS-P-SUB            PIC 9(4)          VALUE 0.
		   05  WS-F-SUB            PIC 9(4)          VALUE 0.
		   05  WS-E-SUB            PIC 9(4)          VALUE 0.
		   05  WS-C-SUB            PIC 999           VALUE 0.
		   05  WS-X-SUB            PIC 999           VALUE 0.
		   05  WS-MIN-DATE         PIC 9(8)          VALUE 0.
		   05  WS-MIN-SUB          PIC 9(4)          VALUE 0.

	   01  WS-PAYMENT-TABLE.
		   05  WS-PAY-COUNT        PIC 9(4)          VALUE 0.
		   05  WS-PAY-ENTRY OCCURS 2000 TIMES.
			   10  WS-PAY-AMOUNT   PIC 9(5)V99.
			   10  WS-PAY-PRINTED  PIC X.

	   01  WS-FIN-CHARGE-TABLE.
		   05  WS-FC-COUNT         PIC 9(4)          VALUE 0.
		   05  WS-FC-ENTRY OCCURS 2000 TIMES.
			   10  WS-FC-EST-NO    PIC X(4).
			   10  WS-FC-DATE      PIC 9(8).
			   10  WS-FC-AMOUNT    PIC 9(5)V99.

	   01  WS-OPEN-EST-TABLE.
		   05  WS-EST-COUNT        PIC 9(4)          VALUE 0.
		   05  WS-EST-ENTRY OCCURS 1000 TIMES.
			   10  WS-EST-NO       PIC X(4).
			   10  WS-EST-CUST-ID  PIC X(5).
			   10  WS-EST-INV-NO   PIC 9(6).
			   10  WS-EST-DATE     PIC 9(8).
			   10  WS-EST-TOTAL    PIC 9(6)V99.
			   10  WS-EST-PAID     PIC 9(6)V99.
			   10  WS-EST-FIN-CHG  PIC 9(6)V99.
			   10  WS-EST-BALANCE  PIC 9(6)V99.

	   01  WS-CUST-LIST.
	   01  EST-HEADER.
		   05  FILLER          PIC X(2)    VALUE SPACES.
		   05  FILLER          PIC X(8)    VALUE 'ESTIMATE'.
		   05  FILLER          PIC X(2)    VALUE SPACES.
		   05  FILLER          PIC X(7)    VALUE 'INVOICE'.
		   05  FILLER          PIC X(2)    VALUE SPACES.
		   05  FILLER          PIC X(8)    VALUE 'INV DATE'.
		   05  FILLER          PIC X(11)   VALUE SPACES.
		   05  FILLER          PIC X(5)    VALUE 'TOTAL'.
		   05  FILLER          PIC X(10)   VALUE SPACES.
		   05  FILLER          PIC X(4)    VALUE 'PAID'.
	   01  EST-DETAIL.
		   05  FILLER          PIC X(4)    VALUE SPACES.
		   05  O-EST-NO        PIC X(4).
		   05  FILLER          PIC X(3)    VALUE SPACES.
		   05  O-EST-INV-NO    PIC 9(6).
		   05  FILLER          PIC X(3)    VALUE SPACES.
		   05  O-EST-MM        PIC 99.
		   05  FILLER          PIC X       VALUE '/'.
		   05  O-EST-DD        PIC 99.
		   05  FILLER          PIC X(5)    VALUE SPACES.
		   05  O-PAY-AMOUNT    PIC $$$,$$$.99.

	   01  FIN-CHG-DETAIL.
		   05  FILLER          PIC X(8)    VALUE SPACES.
		   05  FILLER          PIC X(8)    VALUE 'FIN CHG'.
		   05  O-FC-MM         PIC 99.
		   05  FILLER          PIC X       VALUE '/'.
		   05  O-FC-DD         PIC 99.
		   05  FILLER          PIC X       VALUE '/'.
		   05  O-FC-YY         PIC 9(4).
		   05  FILLER          PIC X(5)    VALUE SPACES.
		   05  O-FC-AMOUNT     PIC $$$,$$$.99.

	   01  CUST-TOTAL-LINE.
		   05  FILLER          PIC X(2)    VALUE SPACES.
		   05  FILLER          PIC X(28)
	                           VALUE 'TOTAL BALANCE DUE:'.
		   05  O-GT-BALANCE    PIC $$$$,$$$,$$$.99.

	   01  SUMMARY-LINE-5.
		   05  FILLER          PIC X(21)
	                           VALUE 'TOTAL FIN CHARGES:'.
		   05  O-GT-FIN-CHARGES PIC $$$$,$$$,$$$.99.

       PROCEDURE DIVISION.
	   0000-MAIN.
		   PERFORM 1000-INIT.

	   1000-INIT.
		   OPEN INPUT PAINTJOB-MASTER.
		   OPEN INPUT INVOICE-FILE.
		   OPEN INPUT PAYMENTS.
		   OPEN INPUT CUSTOMER-MASTER.
		   OPEN OUTPUT PRTOUT.

		   IF WS-MAST-STATUS NOT = '00'
		      OR WS-CUST-STATUS NOT = '00'
		      OR WS-INVC-STATUS NOT = '00'
			   DISPLAY 'MASTER FILE OPEN FAILED - STATUS '
				   WS-MAST-STATUS ' / ' WS-CUST-STATUS
				   ' / ' WS-INVC-STATUS
			   DISPLAY 'STATEMENT RUN CANCELLED'
			   MOVE 'NO' TO MORE-RECS
			   MOVE 'NO' TO MORE-PAY-RECS
			   CLOSE PAYMENTS
		   ELSE
			   PERFORM 1100-LOAD-PAYMENTS
				   UNTIL MORE-PAY-RECS = 'NO'
			   CLOSE PAYMENTS
			   OPEN INPUT FINANCE-CHARGES
			   PERFORM 1110-LOAD-FIN-CHARGES
				   UNTIL MORE-FC-RECS = 'NO'
			   CLOSE FINANCE-CHARGES
			   PERFORM 9000-READ
			   PERFORM 1200-LOAD-OPEN-ESTIMATES
				   UNTIL MORE-RECS = 'NO'
			   MOVE 'N' TO WS-PAY-PRINTED (WS-PAY-COUNT)
		   END-IF.

	   1110-LOAD-FIN-CHARGES.
		   READ FINANCE-CHARGES
			   AT END
				 MOVE 'NO' TO MORE-FC-RECS
			   NOT AT END
				 PERFORM 1160-STORE-FIN-CHARGE.

	   1160-STORE-FIN-CHARGE.
		   IF WS-FC-COUNT >= 2000
			   DISPLAY 'FINANCE CHARGE TABLE FULL - CHARGE FOR '
				   FC-EST-NO ' DROPPED'
		   ELSE
			   ADD 1 TO WS-FC-COUNT
			   MOVE FC-EST-NO TO WS-FC-EST-NO (WS-FC-COUNT)
			   MOVE FC-DATE TO WS-FC-DATE (WS-FC-COUNT)
			   MOVE FC-AMOUNT TO WS-FC-AMOUNT (WS-FC-COUNT)
		   END-IF.

      ******************************************
      * ONLY INVOICED JOBS ARE BILLED - A      *
      * QUOTE OR A JOB NOT YET THROUGH THE     *
      * INVOICING RUN NEVER REACHES A          *
      * STATEMENT. THE AMOUNT BILLED IS THE    *
      * FROZEN INVOICE TOTAL.                  *
      ******************************************
	   1200-LOAD-OPEN-ESTIMATES.
		   IF NOT PAINT-VOIDED
			   PERFORM 1300-CALCS
			   IF C-BALANCE-DUE > 0
				   PERFORM 1400-STORE-OPEN-ESTIMATE
		   PERFORM 9000-READ.

	   1300-CALCS.
		   MOVE 0 TO C-BALANCE-DUE.
		   MOVE I-PAINT-EST-NO TO INV-EST-NO.
		   READ INVOICE-FILE
			   KEY IS INV-EST-NO
			   INVALID KEY
				 MOVE 0 TO C-TOTAL-EST
			   NOT INVALID KEY
				 MOVE INV-TOTAL-AMT TO C-TOTAL-EST
				 PERFORM 1330-SUM-PAYMENTS
				 PERFORM 1350-SUM-FIN-CHARGES
				 COMPUTE C-BALANCE-DUE =
				     C-TOTAL-EST + C-FIN-CHARGES - C-AMOUNT-PAID
		   END-READ.

	   1330-SUM-PAYMENTS.
		   MOVE 0 TO C-AMOUNT-PAID.
			   ADD WS-PAY-AMOUNT (WS-P-SUB) TO C-AMOUNT-PAID
		   END-IF.

	   1350-SUM-FIN-CHARGES.
		   MOVE 0 TO C-FIN-CHARGES.
		   PERFORM 1360-ADD-ONE-FIN-CHARGE
			   VARYING WS-F-SUB FROM 1 BY 1
			   UNTIL WS-F-SUB > WS-FC-COUNT.

	   1360-ADD-ONE-FIN-CHARGE.
		   IF WS-FC-EST-NO (WS-F-SUB) = I-PAINT-EST-NO
			   ADD WS-FC-AMOUNT (WS-F-SUB) TO C-FIN-CHARGES
		   END-IF.

	   1400-STORE-OPEN-ESTIMATE.
		   IF WS-EST-COUNT >= 1000
			   DISPLAY 'OPEN ESTIMATE TABLE FULL - ESTIMATE '
			   ADD 1 TO WS-EST-COUNT
			   MOVE I-PAINT-EST-NO TO WS-EST-NO (WS-EST-COUNT)
			   MOVE I-CUST-ID TO WS-EST-CUST-ID (WS-EST-COUNT)
			   MOVE INV-NO TO WS-EST-INV-NO (WS-EST-COUNT)
			   MOVE INV-DATE TO WS-EST-DATE (WS-EST-COUNT)
			   MOVE C-TOTAL-EST TO WS-EST-TOTAL (WS-EST-COUNT)
			   MOVE C-AMOUNT-PAID TO WS-EST-PAID (WS-EST-COUNT)
			   MOVE C-FIN-CHARGES TO WS-EST-FIN-CHG (WS-EST-COUNT)
			   MOVE C-BALANCE-DUE TO WS-EST-BALANCE (WS-EST-COUNT)
			   PERFORM 1450-ADD-CUSTOMER
		   END-IF.
			   SET WS-CUST-FOUND TO TRUE
		   END-IF.

	   2000-PRINT-STATEMENT.
		   MOVE WS-CL-CUST-ID (WS-C-SUB) TO CM-CUST-ID.
		   READ CUSTOMER-MASTER
		   IF WS-EST-CUST-ID (WS-E-SUB) =
		      WS-CL-CUST-ID (WS-C-SUB)
			   MOVE WS-EST-NO (WS-E-SUB) TO O-EST-NO
			   MOVE WS-EST-INV-NO (WS-E-SUB) TO O-EST-INV-NO
			   MOVE WS-EST-DATE (WS-E-SUB) TO WS-WORK-DATE
			   MOVE WS-WD-MM TO O-EST-MM
			   MOVE WS-WD-DD TO O-EST-DD
			   MOVE WS-EST-BALANCE (WS-E-SUB) TO O-EST-BALANCE
			   WRITE PRTLINE FROM EST-DETAIL
				   AFTER ADVANCING 2 LINES
			   PERFORM 2250-PRINT-FIN-CHARGE
				   VARYING WS-F-SUB FROM 1 BY 1
				   UNTIL WS-F-SUB > WS-FC-COUNT
			   PERFORM 2300-PRINT-PAYMENTS
			   ADD WS-EST-TOTAL (WS-E-SUB) TO C-GT-BILLED
			   ADD WS-EST-FIN-CHG (WS-E-SUB) TO C-GT-FIN-CHARGES
			   ADD WS-EST-PAID (WS-E-SUB) TO C-GT-PAID
			   ADD WS-EST-BALANCE (WS-E-SUB) TO C-CUST-BALANCE
		   END-IF.

      ******************************************
      * FINANCE CHARGES ARE POSTED ONCE A      *
      * MONTH BY THE COLLECTIONS RUN, SO FILE  *
      * ORDER IS ALREADY DATE ORDER.           *
      ******************************************
	   2250-PRINT-FIN-CHARGE.
		   IF WS-FC-EST-NO (WS-F-SUB) = WS-EST-NO (WS-E-SUB)
			   MOVE WS-FC-DATE (WS-F-SUB) TO WS-WORK-DATE
			   MOVE WS-WD-MM TO O-FC-MM
			   MOVE WS-WD-DD TO O-FC-DD
			   MOVE WS-WD-YY TO O-FC-YY
			   MOVE WS-FC-AMOUNT (WS-F-SUB) TO O-FC-AMOUNT
			   WRITE PRTLINE FROM FIN-CHG-DETAIL
				   AFTER ADVANCING 1 LINE
		   END-IF.

	   2300-PRINT-PAYMENTS.
		   MOVE 'YES' TO MORE-PAY-LINES.
		   PERFORM 2310-PRINT-NEXT-PAYMENT
		   MOVE WS-STMT-COUNT TO O-STMT-COUNT.
		   MOVE C-GT-BILLED TO O-GT-BILLED.
		   MOVE C-GT-PAID TO O-GT-PAID.
		   MOVE C-GT-FIN-CHARGES TO O-GT-FIN-CHARGES.
		   MOVE C-GT-BALANCE TO O-GT-BALANCE.
		   WRITE PRTLINE FROM SUMMARY-LINE-1
			   AFTER ADVANCING PAGE.
		   WRITE PRTLINE FROM SUMMARY-LINE-2
			   AFTER ADVANCING 2 LINES.
		   WRITE PRTLINE FROM SUMMARY-LINE-5
			   AFTER ADVANCING 1 LINE.
		   WRITE PRTLINE FROM SUMMARY-LINE-3
			   AFTER ADVANCING 1 LINE.
		   WRITE PRTLINE FROM SUMMARY-LINE-4
			   AFTER ADVANCING 1 LINE.
		   CLOSE PAINTJOB-MASTER
				 INVOICE-FILE
		         CUSTOMER-MASTER
		         PRTOUT.


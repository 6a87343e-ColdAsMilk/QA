	  ******************************************
      * THIS PROGRAM READS THE PAINT JOB MASTER *
      * ALONG WITH A PAYMENTS FILE AND PRINTS   *
      * AN AGED RECEIVABLES REPORT. THE BILLED  *
      * AMOUNT AND THE AGING DATE ARE TAKEN     *
      * FROM THE INVOICE FILE. FINANCE CHARGES  *
      * POSTED BY THE COLLECTIONS RUN ARE ADDED *
      * TO THE BALANCE OF THEIR ESTIMATE.       *
      ******************************************
       ENVIRONMENT DIVISION.
	   INPUT-OUTPUT SECTION.
			 'C:\INDIANHILLS\COBOL\COBKMV02\PAYMENTS.DAT'
			  ORGANIZATION IS LINE SEQUENTIAL.

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
			  10    PAY-DD       PIC 99.
		   05 PAY-AMOUNT          PIC 9(5)V99.

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
		   05  C-PCTR              PIC 99            VALUE 0.
		   05  MORE-RECS           PIC XXX           VALUE 'YES'.
		   05  MORE-PAY-RECS       PIC XXX           VALUE 'YES'.
		   05  MORE-FC-RECS        PIC XXX           VALUE 'YES'.
		   05  C-TOTAL-EST         PIC 9(6)V99       VALUE 0.
		   05  C-AMOUNT-PAID       PIC 9(6)V99       VALUE 0.
		   05  C-FIN-CHARGES       PIC 9(6)V99       VALUE 0.
		   05  C-BALANCE-DUE       PIC S9(6)V99      VALUE 0.
		   05  C-DAYS-OUTSTANDING  PIC 9(5)          VALUE 0.
		   05  C-PJCTR             PIC 999           VALUE 0.
		   05  WS-EST-IDX          PIC 9(4)          VALUE 0.
		   05  WS-SUB              PIC 9(5)          VALUE 0.
		   05  WS-MAST-STATUS      PIC XX            VALUE '00'.
		   05  WS-INVC-STATUS      PIC XX            VALUE '00'.

	   01  WS-PAYMENT-TOTALS.
		   05  WS-PAY-TOTAL OCCURS 10000 TIMES
			   PIC 9(7)V99.

	   01  WS-FIN-CHARGE-TOTALS.
		   05  WS-FC-TOTAL OCCURS 10000 TIMES
			   PIC 9(7)V99.

	   01  CURRENT-DATE-AND-TIME.
	       05  I-DATE.
			   10  I-YY         PIC 9(4).
			   10  I-MM         PIC 99.
		       10  I-DD         PIC 99.
	   01  C-TODAY-INT             PIC 9(9)          VALUE 0.
	   01  C-INVOICE-DATE-INT      PIC 9(9)          VALUE 0.
	   01  WS-TODAY-YYYYMMDD       PIC 9(8)          VALUE 0.
	   01  WS-INVOICE-YYYYMMDD     PIC 9(8)          VALUE 0.

	   01  COMPANY-TITLE.
		   05  FILLER          PIC X(6)    VALUE 'DATE:'.

	   01 HEADER-LINE.
		   05  FILLER          PIC X(8)    VALUE 'ESTIMATE'.
		   05  FILLER          PIC X(3)    VALUE SPACES.
		   05  FILLER          PIC X(7)    VALUE 'INVOICE'.
		   05  FILLER          PIC X(4)    VALUE SPACES.
		   05  FILLER          PIC X(12)   VALUE 'INVOICE DATE'.
		   05  FILLER          PIC X(8)    VALUE SPACES.
		   05  FILLER          PIC X(5)    VALUE 'TOTAL'.
		   05  FILLER          PIC X(7)    VALUE SPACES.
		   05  FILLER          PIC X(7)    VALUE 'FINANCE'.
		   05  FILLER          PIC X(8)    VALUE SPACES.
		   05  FILLER          PIC X(6)    VALUE 'AMOUNT'.
		   05  FILLER          PIC X(9)    VALUE SPACES.
		   05  FILLER          PIC X(7)    VALUE 'BALANCE'.

	   01 HEADER-LINE-2.
		   05  FILLER          PIC X(7)    VALUE ' NUMBER'.
		   05  FILLER          PIC X(4)    VALUE SPACES.
		   05  FILLER          PIC X(7)    VALUE ' NUMBER'.
		   05  FILLER          PIC X(22)   VALUE SPACES.
		   05  FILLER          PIC X(8)    VALUE 'INVOICED'.
		   05  FILLER          PIC X(6)    VALUE SPACES.
		   05  FILLER          PIC X(7)    VALUE 'CHARGES'.
		   05  FILLER          PIC X(8)    VALUE SPACES.
		   05  FILLER          PIC X(4)    VALUE 'PAID'.
		   05  FILLER          PIC X(9)    VALUE SPACES.
       01 DETAIL-LINE.
		   05  FILLER             PIC X(2)        VALUE SPACES.
		   05  O-PAINT-EST-NO     PIC X(4).
		   05  FILLER             PIC X(5)        VALUE SPACES.
		   05  O-INV-NO           PIC 9(6).
		   05  FILLER             PIC X(4)        VALUE SPACES.
		   05  O-PAINT-MM         PIC 99.
		   05  FILLER             PIC X(1)        VALUE '/'.
		   05  O-PAINT-DD         PIC 99.
		   05  O-PAINT-YY         PIC 9(4).
		   05  FILLER             PIC X(6)        VALUE SPACES.
		   05  O-TOTAL-EST        PIC $$$$,$$$.99.
		   05  FILLER             PIC X(3)        VALUE SPACES.
		   05  O-FIN-CHARGES      PIC $$$,$$$.99.
		   05  FILLER             PIC X(6)        VALUE SPACES.
		   05  O-AMOUNT-PAID      PIC $$$$,$$$.99.
		   05  FILLER             PIC X(6)        VALUE SPACES.

	   1000-INIT.
		   OPEN INPUT PAINTJOB-MASTER.
		   OPEN INPUT INVOICE-FILE.
		   OPEN INPUT PAYMENTS.
		   OPEN OUTPUT PRTOUT.

		       FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD).

		   IF WS-MAST-STATUS NOT = '00'
		      OR WS-INVC-STATUS NOT = '00'
			   DISPLAY 'MASTER FILE OPEN FAILED - STATUS '
				   WS-MAST-STATUS ' / ' WS-INVC-STATUS
			   DISPLAY 'RECEIVABLES RUN CANCELLED'
			   MOVE 'NO' TO MORE-RECS
			   MOVE 'NO' TO MORE-PAY-RECS
			   CLOSE PAYMENTS
		   ELSE
			   INITIALIZE WS-PAYMENT-TOTALS
			   PERFORM 1100-LOAD-PAYMENTS
				   UNTIL MORE-PAY-RECS = 'NO'
			   CLOSE PAYMENTS

			   INITIALIZE WS-FIN-CHARGE-TOTALS
			   OPEN INPUT FINANCE-CHARGES
			   PERFORM 1200-LOAD-FIN-CHARGES
				   UNTIL MORE-FC-RECS = 'NO'
			   CLOSE FINANCE-CHARGES

			   PERFORM 9000-READ
			   PERFORM 9100-HDGS
		   END-IF.

	   1100-LOAD-PAYMENTS.
		   READ PAYMENTS
			   AT END
		   COMPUTE WS-SUB = WS-EST-IDX + 1.
		   ADD PAY-AMOUNT TO WS-PAY-TOTAL (WS-SUB).

	   1200-LOAD-FIN-CHARGES.
		   READ FINANCE-CHARGES
			   AT END
				 MOVE 'NO' TO MORE-FC-RECS
			   NOT AT END
				 PERFORM 1250-POST-FIN-CHARGE.

	   1250-POST-FIN-CHARGE.
		   IF FC-EST-NO NUMERIC
			   MOVE FC-EST-NO TO WS-EST-IDX
			   COMPUTE WS-SUB = WS-EST-IDX + 1
			   ADD FC-AMOUNT TO WS-FC-TOTAL (WS-SUB)
		   END-IF.

	   2000-MAINLINE.
		   IF NOT PAINT-VOIDED
			   PERFORM 2100-CALCS
		   END-IF.
		   PERFORM 9000-READ.

      ******************************************
      * THE BILLED AMOUNT AND THE AGING DATE   *
      * COME FROM THE INVOICE, NOT FROM        *
      * RE-PRICING THE ESTIMATE. AN ESTIMATE   *
      * NOT YET INVOICED OWES NOTHING.         *
      ******************************************
	   2100-CALCS.
		   MOVE 0 TO C-BALANCE-DUE.
		   MOVE 0 TO C-FIN-CHARGES.
		   MOVE I-PAINT-EST-NO TO INV-EST-NO.
		   READ INVOICE-FILE
			   KEY IS INV-EST-NO
			   INVALID KEY
				 MOVE 0 TO C-TOTAL-EST
			   NOT INVALID KEY
				 MOVE INV-TOTAL-AMT TO C-TOTAL-EST
				 PERFORM 2110-APPLY-PAYMENTS
		   END-READ.

	   2110-APPLY-PAYMENTS.
		   MOVE I-PAINT-EST-NO TO WS-EST-IDX.
		   COMPUTE WS-SUB = WS-EST-IDX + 1.
		   MOVE WS-PAY-TOTAL (WS-SUB) TO C-AMOUNT-PAID.
		   MOVE WS-FC-TOTAL (WS-SUB) TO C-FIN-CHARGES.
		   COMPUTE C-BALANCE-DUE =
			   C-TOTAL-EST + C-FIN-CHARGES - C-AMOUNT-PAID.
		   PERFORM 2120-AGE-ESTIMATE.

	   2120-AGE-ESTIMATE.
		   MOVE INV-DATE TO WS-INVOICE-YYYYMMDD.
		   COMPUTE C-INVOICE-DATE-INT =
			   FUNCTION INTEGER-OF-DATE(WS-INVOICE-YYYYMMDD).
		   COMPUTE C-DAYS-OUTSTANDING =
			   C-TODAY-INT - C-INVOICE-DATE-INT.

	   2200-OUTPUT.
		   ADD 1 TO C-PJCTR.
		   MOVE I-PAINT-EST-NO TO O-PAINT-EST-NO.
		   MOVE INV-NO TO O-INV-NO.
		   MOVE INV-YY TO O-PAINT-YY.
		   MOVE INV-MM TO O-PAINT-MM.
		   MOVE INV-DD TO O-PAINT-DD.
		   MOVE C-TOTAL-EST TO O-TOTAL-EST.
		   MOVE C-FIN-CHARGES TO O-FIN-CHARGES.
		   MOVE C-AMOUNT-PAID TO O-AMOUNT-PAID.
		   MOVE C-BALANCE-DUE TO O-BALANCE-DUE.
		   MOVE C-DAYS-OUTSTANDING TO O-DAYS-OUTSTANDING.
		   WRITE PRTLINE FROM GRAND-TOTAL-LINE
		         AFTER ADVANCING 3 LINES.
		   CLOSE PAINTJOB-MASTER
				 INVOICE-FILE
		         PRTOUT.

	   9000-READ.

	  ******************************************
      * PAYMENT EDIT AND DAILY CASH RECEIPTS   *
      * REGISTER. EVERY PAYMENT IS VALIDATED   *
      * AGAINST THE PAINT JOB MASTER AND THE   *
      * INVOICE FILE. UNKNOWN ESTIMATES,       *
      * VOIDED ESTIMATES, ESTIMATES NOT YET    *
      * INVOICED, AND PAYMENTS OVER THE        *
      * INVOICE TOTAL PLUS FINANCE CHARGES     *
      * ARE REPORTED AS                        *
      * EXCEPTIONS AND CARRIED ON A SUSPENSE   *
      * FILE INSTEAD OF DISAPPEARING. PRIOR    *
      * SUSPENSE IS RE-EDITED EACH RUN. THE    *
			 'C:\INDIANHILLS\COBOL\COBKMV07\SUSPNEW.DAT'
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

	   01  SUSPENSE-OUT-REC      PIC X(19).

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
		   05  MORE-PAY-RECS       PIC XXX           VALUE 'YES'.
		   05  MORE-SUSP-RECS      PIC XXX           VALUE 'YES'.
		   05  MORE-REG-DATES      PIC XXX           VALUE 'YES'.
		   05  MORE-FC-RECS        PIC XXX           VALUE 'YES'.
		   05  WS-MAST-STATUS      PIC XX            VALUE '00'.
		   05  WS-INVC-STATUS      PIC XX            VALUE '00'.
		   05  WS-EST-IDX          PIC 9(4)          VALUE 0.
		   05  WS-SUB              PIC 9(5)          VALUE 0.
		   05  WS-P-SUB            PIC 9(4)          VALUE 0.
		   05  WS-MIN-SUB          PIC 9(4)          VALUE 0.
		   05  WS-EXC-REASON       PIC X(30)         VALUE SPACES.

	   01  WS-PAYMENT-TOTALS.
		   05  WS-PAY-TOTAL OCCURS 10000 TIMES
			   PIC 9(7)V99.

	   01  WS-FIN-CHARGE-TOTALS.
		   05  WS-FC-TOTAL OCCURS 10000 TIMES
			   PIC 9(7)V99.

	   01  WS-CURR-PAYMENT.
		   05  WS-CP-EST-NO        PIC X(4).
		   05  WS-CP-DATE          PIC 9(8).

	   1000-INIT.
		   OPEN INPUT PAINTJOB-MASTER.
		   OPEN INPUT INVOICE-FILE.
		   OPEN INPUT PAYMENTS.
		   OPEN INPUT SUSPENSE-IN.
		   OPEN OUTPUT PAYMENTS-ACCEPTED.
		   MOVE I-MM TO O-MM.

		   INITIALIZE WS-PAYMENT-TOTALS.
		   INITIALIZE WS-FIN-CHARGE-TOTALS.
		   OPEN INPUT FINANCE-CHARGES.
		   PERFORM 1100-LOAD-FIN-CHARGES
			   UNTIL MORE-FC-RECS = 'NO'.
		   CLOSE FINANCE-CHARGES.

		   IF WS-MAST-STATUS NOT = '00'
		      OR WS-INVC-STATUS NOT = '00'
			   DISPLAY 'MASTER FILE OPEN FAILED - STATUS '
				   WS-MAST-STATUS ' / ' WS-INVC-STATUS
			   DISPLAY 'PAYMENT EDIT RUN CANCELLED'
			   IF WS-MAST-STATUS NOT = '00'
				   MOVE WS-MAST-STATUS TO WS-OPEN-STATUS
			   ELSE
				   MOVE WS-INVC-STATUS TO WS-OPEN-STATUS
			   END-IF
			   MOVE 'NO' TO MORE-SUSP-RECS
			   MOVE 'NO' TO MORE-PAY-RECS
		   END-IF.

	   1100-LOAD-FIN-CHARGES.
		   READ FINANCE-CHARGES
			   AT END
				 MOVE 'NO' TO MORE-FC-RECS
			   NOT AT END
				 PERFORM 1150-POST-FIN-CHARGE.

	   1150-POST-FIN-CHARGE.
		   IF FC-EST-NO NUMERIC
			   MOVE FC-EST-NO TO WS-EST-IDX
			   COMPUTE WS-SUB = WS-EST-IDX + 1
			   ADD FC-AMOUNT TO WS-FC-TOTAL (WS-SUB)
		   END-IF.

	   2000-PROCESS-SUSPENSE.
		   READ SUSPENSE-IN
			   MOVE 'ESTIMATE IS VOIDED' TO WS-EXC-REASON
			   PERFORM 2400-SEND-TO-SUSPENSE
		   ELSE
			   PERFORM 2300-GET-INVOICE
		   END-IF.

      ******************************************
      * A PAYMENT IS APPLIED AGAINST THE       *
      * FROZEN INVOICE TOTAL PLUS ANY FINANCE  *
      * CHARGES POSTED BY THE COLLECTIONS RUN. *
      * A PAYMENT FOR AN                       *
      * ESTIMATE NOT YET INVOICED WAITS ON     *
      * SUSPENSE AND IS RE-EDITED EACH RUN     *
      * UNTIL THE INVOICING RUN BILLS IT.      *
      ******************************************
	   2300-GET-INVOICE.
		   MOVE WS-CP-EST-NO TO INV-EST-NO.
		   READ INVOICE-FILE
			   KEY IS INV-EST-NO
			   INVALID KEY
				 MOVE 'ESTIMATE NOT YET INVOICED'
				     TO WS-EXC-REASON
				 PERFORM 2400-SEND-TO-SUSPENSE
			   NOT INVALID KEY
				 PERFORM 2310-CHECK-INVOICE-TOTAL
		   END-READ.

	   2310-CHECK-INVOICE-TOTAL.
		   MOVE WS-CP-EST-NO TO WS-EST-IDX.
		   COMPUTE WS-SUB = WS-EST-IDX + 1.
		   IF WS-PAY-TOTAL (WS-SUB) + WS-CP-AMOUNT
		      > INV-TOTAL-AMT + WS-FC-TOTAL (WS-SUB)
			   MOVE 'PAYMENT EXCEEDS INVOICE TOTAL'
				   TO WS-EXC-REASON
			   PERFORM 2400-SEND-TO-SUSPENSE
		   ELSE
			   PERFORM 2350-STORE-APPLIED
		   END-IF.

      ******************************************
			   AFTER ADVANCING 1 LINE.
		   PERFORM 3100-WRITE-STEP-STATUS.
		   CLOSE PAINTJOB-MASTER
				 INVOICE-FILE
		         PAYMENTS
		         SUSPENSE-IN
		         PAYMENTS-ACCEPTED

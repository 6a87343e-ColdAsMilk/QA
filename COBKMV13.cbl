	   AUTHOR.        KYLER VANDERAA.
	  ******************************************
      * ANNUAL ARCHIVE AND PURGE. MATCHES THE  *
      * PAINT JOB MASTER AGAINST THE INVOICE   *
      * FILE AND THE PAYMENT TOTALS THE WAY    *
      * THE RECEIVABLES RUN DOES, MOVES FULLY  *
      * PAID ESTIMATES INVOICED BEFORE THE     *
      * CUTOFF DATE TO THE HISTORY FILE ALONG  *
      * WITH THEIR PAYMENT DETAIL,             *
      * AND PRINTS A PURGE REPORT PROVING      *
      * MASTER-IN EQUALS MASTER-OUT PLUS       *
      * ARCHIVED.                              *
      * AREA LINES OF AN ARCHIVED ESTIMATE ARE *
      * DELETED WITH IT - THE HISTORY RECORD   *
      * CARRIES THE ROLLED-UP FOOTAGES.        *
      * FINANCE CHARGES COUNT TOWARD THE       *
      * BALANCE AND FOLLOW AN ARCHIVED         *
      * ESTIMATE TO A FINANCE CHARGE HISTORY.  *
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

		   SELECT ESTIMATE-HISTORY
		      ASSIGN TO
			 'C:\INDIANHILLS\COBOL\COBKMV13\PAYKEEP.DAT'
			  ORGANIZATION IS LINE SEQUENTIAL.

		   SELECT OPTIONAL FINANCE-CHARGES
		      ASSIGN TO
			 'C:\INDIANHILLS\COBOL\COBKMV25\FINCHG.DAT'
		      ORGANIZATION IS LINE SEQUENTIAL.

		   SELECT FIN-CHARGES-KEPT
		      ASSIGN TO
			 'C:\INDIANHILLS\COBOL\COBKMV13\FCKEEP.DAT'
		      ORGANIZATION IS LINE SEQUENTIAL.

		   SELECT OPTIONAL FIN-CHARGE-HISTORY
		      ASSIGN TO
			 'C:\INDIANHILLS\COBOL\COBKMV13\FCHIST.DAT'
		      ORGANIZATION IS LINE SEQUENTIAL.

		   SELECT PRTOUT
		      ASSIGN TO
			 'C:\INDIANHILLS\COBOL\COBKMV13\PURGE.PRT'
		      ORGANIZATION IS LINE SEQUENTIAL.

		   SELECT AREA-FILE
		      ASSIGN TO
			 'C:\INDIANHILLS\COBOL\COBKMV01\PNTAREA.DAT'
		      ORGANIZATION IS INDEXED
		      ACCESS MODE IS DYNAMIC
		      RECORD KEY IS AREA-KEY
		      FILE STATUS IS WS-AREA-STATUS.

       DATA DIVISION.
	   FILE SECTION.
	   FD  PAINTJOB-MASTER
			  10    PAY-DD       PIC 99.
		   05 PAY-AMOUNT          PIC 9(5)V99.

	   FD  INVOICE-FILE
		   LABEL RECORD IS STANDARD
		   DATA RECORD IS INVOICE-REC
		   RECORD CONTAINS 52 CHARACTERS.

	   COPY INVREC.

	   FD  ESTIMATE-HISTORY
		   LABEL RECORD IS STANDARD

	   01  PAY-KEPT-REC          PIC X(19).

	   FD  FINANCE-CHARGES
		   LABEL RECORD IS STANDARD
		   DATA RECORD IS FINCHG-REC
		   RECORD CONTAINS 36 CHARACTERS.

	   COPY FINCHG.

	   FD  FIN-CHARGES-KEPT
		   LABEL RECORD IS STANDARD
		   DATA RECORD IS FC-KEPT-REC
		   RECORD CONTAINS 36 CHARACTERS.

	   01  FC-KEPT-REC           PIC X(36).

	   FD  FIN-CHARGE-HISTORY
		   LABEL RECORD IS STANDARD
		   DATA RECORD IS FC-HISTORY-REC
		   RECORD CONTAINS 36 CHARACTERS.

	   01  FC-HISTORY-REC        PIC X(36).

	   FD  PRTOUT
	       LABEL RECORD IS OMITTED
		   RECORD CONTAINS 132 CHARACTERS

	   01  PRTLINE               PIC X(132).

	   FD  AREA-FILE
		   LABEL RECORD IS STANDARD
		   DATA RECORD IS AREA-REC
		   RECORD CONTAINS 42 CHARACTERS.

	   COPY AREAREC.

       WORKING-STORAGE SECTION.
	   01  WORK-AREA.
		   05  C-PCTR              PIC 99            VALUE 0.
		   05  MORE-RECS           PIC XXX           VALUE 'YES'.
		   05  MORE-PAY-RECS       PIC XXX           VALUE 'YES'.
		   05  MORE-FC-RECS        PIC XXX           VALUE 'YES'.
		   05  WS-CANCEL-SW        PIC X             VALUE 'N'.
	       88  WS-RUN-CANCELLED                      VALUE 'Y'.
		   05  WS-MAST-STATUS      PIC XX            VALUE '00'.
		   05  WS-INVC-STATUS      PIC XX            VALUE '00'.
		   05  WS-EHST-STATUS      PIC XX            VALUE '00'.
		   05  WS-PHST-STATUS      PIC XX            VALUE '00'.
		   05  WS-INVOICED-SW      PIC XXX           VALUE 'NO'.
		   05  C-TOTAL-EST         PIC 9(6)V99       VALUE 0.
		   05  C-AMOUNT-PAID       PIC 9(6)V99       VALUE 0.
		   05  C-FIN-CHARGES       PIC 9(6)V99       VALUE 0.
		   05  C-BALANCE-DUE       PIC S9(6)V99      VALUE 0.
		   05  WS-EST-IDX          PIC 9(4)          VALUE 0.
		   05  WS-SUB              PIC 9(5)          VALUE 0.
		   05  WS-CUTOFF-DATE      PIC 9(8)          VALUE 0.
		   05  WS-INVOICE-YYYYMMDD PIC 9(8)          VALUE 0.
		   05  WS-IN-COUNT         PIC 9(6)          VALUE 0.
		   05  WS-KEPT-COUNT       PIC 9(6)          VALUE 0.
		   05  WS-ARCH-COUNT       PIC 9(6)          VALUE 0.
		   05  WS-PAY-IN-COUNT     PIC 9(6)          VALUE 0.
		   05  WS-PAY-KEPT-COUNT   PIC 9(6)          VALUE 0.
		   05  WS-PAY-ARCH-COUNT   PIC 9(6)          VALUE 0.
		   05  WS-FC-IN-COUNT      PIC 9(6)          VALUE 0.
		   05  WS-FC-KEPT-COUNT    PIC 9(6)          VALUE 0.
		   05  WS-FC-ARCH-COUNT    PIC 9(6)          VALUE 0.
		   05  WS-IN-OUT-TOTAL     PIC 9(6)          VALUE 0.
		   05  C-IN-DOLLARS        PIC 9(9)V99       VALUE 0.
		   05  C-KEPT-DOLLARS      PIC 9(9)V99       VALUE 0.
		   05  C-ARCH-DOLLARS      PIC 9(9)V99       VALUE 0.
		   05  WS-AREA-STATUS      PIC XX            VALUE '00'.
		   05  WS-AREA-OPEN-SW     PIC X             VALUE 'N'.
		   88  WS-AREA-OPEN                          VALUE 'Y'.
		   05  MORE-AREA-RECS      PIC XXX           VALUE 'NO'.
		   05  WS-AREA-PURGE-COUNT PIC 9(6)          VALUE 0.

	   01  WS-PAYMENT-TOTALS.
		   05  WS-PAY-TOTAL OCCURS 10000 TIMES
			   PIC 9(7)V99.

	   01  WS-FIN-CHARGE-TOTALS.
		   05  WS-FC-TOTAL OCCURS 10000 TIMES
			   PIC 9(7)V99.

	   01  WS-ARCHIVED-FLAGS.
		   05  WS-ARCH-FLAG OCCURS 10000 TIMES       PIC X.

	                   VALUE 'PAYMENTS ARCHIVED:'.
		   05  O-PAY-ARCH-COUNT PIC ZZZ,ZZ9.

	   01 COUNT-LINE-8.
		   05  FILLER          PIC X(26)
	                   VALUE 'FINANCE CHARGES IN:'.
		   05  O-FC-IN-COUNT   PIC ZZZ,ZZ9.

	   01 COUNT-LINE-9.
		   05  FILLER          PIC X(26)
	                   VALUE 'FINANCE CHARGES KEPT:'.
		   05  O-FC-KEPT-COUNT PIC ZZZ,ZZ9.

	   01 COUNT-LINE-10.
		   05  FILLER          PIC X(26)
	                   VALUE 'FINANCE CHARGES ARCHIVED:'.
		   05  O-FC-ARCH-COUNT PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
	   0000-MAIN.
		   PERFORM 1000-INIT.
		   PERFORM 2000-MAINLINE
			   UNTIL MORE-RECS = 'NO'.
		   PERFORM 2500-SPLIT-PAYMENTS.
		   PERFORM 2600-SPLIT-FIN-CHARGES.
		   PERFORM 3000-CLOSING.
		   STOP RUN.

		   ACCEPT WS-CUTOFF-DATE.

		   OPEN I-O PAINTJOB-MASTER.
		   OPEN INPUT INVOICE-FILE.
		   OPEN INPUT PAYMENTS.
		   OPEN I-O ESTIMATE-HISTORY.
		   IF WS-EHST-STATUS = '35'
			   OPEN I-O PAYMENT-HISTORY
		   END-IF.
		   OPEN OUTPUT PAYMENTS-KEPT.
		   OPEN OUTPUT FIN-CHARGES-KEPT.
		   OPEN EXTEND FIN-CHARGE-HISTORY.
		   OPEN OUTPUT PRTOUT.
		   OPEN I-O AREA-FILE.
		   IF WS-AREA-STATUS = '00'
			   MOVE 'Y' TO WS-AREA-OPEN-SW
		   ELSE
			   IF WS-AREA-STATUS NOT = '35'
				   DISPLAY 'AREA LINE FILE OPEN FAILED - STATUS '
	                   WS-AREA-STATUS
				   DISPLAY 'AREA LINES NOT PURGED'
			   END-IF
		   END-IF.

		   MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
		   MOVE I-YY TO O-YY.
		   MOVE I-MM TO O-MM.

		   INITIALIZE WS-PAYMENT-TOTALS.
		   INITIALIZE WS-FIN-CHARGE-TOTALS.
		   INITIALIZE WS-ARCHIVED-FLAGS.
		   INITIALIZE WS-PAY-SEQ-TABLE.

		   IF WS-MAST-STATUS NOT = '00'
		      OR WS-INVC-STATUS NOT = '00'
			   DISPLAY 'MASTER FILE OPEN FAILED - STATUS '
				   WS-MAST-STATUS ' / ' WS-INVC-STATUS
			   DISPLAY 'ARCHIVE RUN CANCELLED'
			   MOVE 'Y' TO WS-CANCEL-SW
			   MOVE 'NO' TO MORE-RECS
			   MOVE 'NO' TO MORE-PAY-RECS
			   CLOSE PAYMENTS
		   ELSE
			   PERFORM 1200-LOAD-PAYMENTS
				   UNTIL MORE-PAY-RECS = 'NO'
			   CLOSE PAYMENTS
			   OPEN INPUT FINANCE-CHARGES
			   PERFORM 1300-LOAD-FIN-CHARGES
				   UNTIL MORE-FC-RECS = 'NO'
			   CLOSE FINANCE-CHARGES
			   PERFORM 9000-READ
		   END-IF.

	   1200-LOAD-PAYMENTS.
		   READ PAYMENTS
			   AT END
			   ADD PAY-AMOUNT TO WS-PAY-TOTAL (WS-SUB)
		   END-IF.

	   1300-LOAD-FIN-CHARGES.
		   READ FINANCE-CHARGES
			   AT END
				 MOVE 'NO' TO MORE-FC-RECS
			   NOT AT END
				 PERFORM 1350-POST-FIN-CHARGE.

	   1350-POST-FIN-CHARGE.
		   IF FC-EST-NO NUMERIC
			   MOVE FC-EST-NO TO WS-EST-IDX
			   COMPUTE WS-SUB = WS-EST-IDX + 1
			   ADD FC-AMOUNT TO WS-FC-TOTAL (WS-SUB)
		   END-IF.

      ******************************************
      * A MASTER RECORD IS ARCHIVED WHEN IT IS *
      * INVOICED, PAID IN FULL, AND ITS        *
      * INVOICE DATE IS BEFORE THE CUTOFF.     *
      * EVERYTHING ELSE IS RETAINED. THE       *
      * INVOICE ITSELF STAYS ON THE INVOICE    *
      * FILE AS THE PERMANENT BILLING RECORD.  *
      ******************************************
	   2000-MAINLINE.
		   ADD 1 TO WS-IN-COUNT.
		   PERFORM 2100-CALCS.
		   ADD C-TOTAL-EST TO C-IN-DOLLARS.
		   IF I-PAINT-EST-NO NUMERIC
		      AND WS-INVOICED-SW = 'YES'
		      AND C-BALANCE-DUE <= 0
		      AND WS-INVOICE-YYYYMMDD < WS-CUTOFF-DATE
			   PERFORM 2200-ARCHIVE-ESTIMATE
		   ELSE
			   ADD 1 TO WS-KEPT-COUNT
		   PERFORM 9000-READ.

	   2100-CALCS.
		   MOVE I-PAINT-EST-NO TO INV-EST-NO.
		   READ INVOICE-FILE
			   KEY IS INV-EST-NO
			   INVALID KEY
				 MOVE 'NO' TO WS-INVOICED-SW
				 MOVE 0 TO C-TOTAL-EST
				 MOVE 0 TO WS-INVOICE-YYYYMMDD
			   NOT INVALID KEY
				 MOVE 'YES' TO WS-INVOICED-SW
				 MOVE INV-TOTAL-AMT TO C-TOTAL-EST
				 MOVE INV-DATE TO WS-INVOICE-YYYYMMDD
		   END-READ.
		   IF I-PAINT-EST-NO NUMERIC
			   MOVE I-PAINT-EST-NO TO WS-EST-IDX
			   COMPUTE WS-SUB = WS-EST-IDX + 1
			   MOVE WS-PAY-TOTAL (WS-SUB) TO C-AMOUNT-PAID
			   MOVE WS-FC-TOTAL (WS-SUB) TO C-FIN-CHARGES
		   ELSE
			   MOVE 0 TO C-AMOUNT-PAID
			   MOVE 0 TO C-FIN-CHARGES
		   END-IF.
		   COMPUTE C-BALANCE-DUE =
			   C-TOTAL-EST + C-FIN-CHARGES - C-AMOUNT-PAID.

      ******************************************
      * A RECORD THAT CANNOT BE WRITTEN TO THE *
				 DELETE PAINTJOB-MASTER
				 ADD 1 TO WS-ARCH-COUNT
				 ADD C-TOTAL-EST TO C-ARCH-DOLLARS
				 PERFORM 2300-PURGE-AREA-LINES
		   END-WRITE.

	   2300-PURGE-AREA-LINES.
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
		   PERFORM 2310-PURGE-ONE-AREA
			   UNTIL MORE-AREA-RECS = 'NO'.

	   2310-PURGE-ONE-AREA.
		   READ AREA-FILE NEXT RECORD
			   AT END
				 MOVE 'NO' TO MORE-AREA-RECS
			   NOT AT END
				 IF AREA-EST-NO NOT = I-PAINT-EST-NO
				     MOVE 'NO' TO MORE-AREA-RECS
				 ELSE
				     DELETE AREA-FILE
				     ADD 1 TO WS-AREA-PURGE-COUNT
				 END-IF
		   END-READ.

      ******************************************
      * PAYMENTS FOR ARCHIVED ESTIMATES FOLLOW *
      * THEM TO HISTORY. THE REST GO TO THE    *
			   ADD 1 TO WS-PAY-KEPT-COUNT
		   END-IF.

      ******************************************
      * FINANCE CHARGES SPLIT THE SAME WAY -   *
      * THE KEPT FILE IS SWAPPED IN AS THE NEW *
      * FINCHG.DAT.                            *
      ******************************************
	   2600-SPLIT-FIN-CHARGES.
		   IF NOT WS-RUN-CANCELLED
			   OPEN INPUT FINANCE-CHARGES
			   MOVE 'YES' TO MORE-FC-RECS
			   PERFORM 2610-SPLIT-ONE-FIN-CHARGE
				   UNTIL MORE-FC-RECS = 'NO'
			   CLOSE FINANCE-CHARGES
		   END-IF.

	   2610-SPLIT-ONE-FIN-CHARGE.
		   READ FINANCE-CHARGES
			   AT END
				 MOVE 'NO' TO MORE-FC-RECS
			   NOT AT END
				 ADD 1 TO WS-FC-IN-COUNT
				 PERFORM 2620-ROUTE-FIN-CHARGE
		   END-READ.

	   2620-ROUTE-FIN-CHARGE.
		   MOVE 0 TO WS-SUB.
		   IF FC-EST-NO NUMERIC
			   MOVE FC-EST-NO TO WS-EST-IDX
			   COMPUTE WS-SUB = WS-EST-IDX + 1
		   END-IF.
		   IF WS-SUB > 0 AND WS-ARCH-FLAG (WS-SUB) = 'Y'
			   MOVE FINCHG-REC TO FC-HISTORY-REC
			   WRITE FC-HISTORY-REC
			   ADD 1 TO WS-FC-ARCH-COUNT
		   ELSE
			   MOVE FINCHG-REC TO FC-KEPT-REC
			   WRITE FC-KEPT-REC
			   ADD 1 TO WS-FC-KEPT-COUNT
		   END-IF.

	   3000-CLOSING.
		   PERFORM 9100-HDGS.
		   MOVE WS-CUTOFF-DATE TO O-CUTOFF-DATE.
			   AFTER ADVANCING 1 LINE.
		   WRITE PRTLINE FROM COUNT-LINE-7
			   AFTER ADVANCING 1 LINE.
		   MOVE WS-FC-IN-COUNT TO O-FC-IN-COUNT.
		   MOVE WS-FC-KEPT-COUNT TO O-FC-KEPT-COUNT.
		   MOVE WS-FC-ARCH-COUNT TO O-FC-ARCH-COUNT.
		   WRITE PRTLINE FROM COUNT-LINE-8
			   AFTER ADVANCING 2 LINES.
		   WRITE PRTLINE FROM COUNT-LINE-9
			   AFTER ADVANCING 1 LINE.
		   WRITE PRTLINE FROM COUNT-LINE-10
			   AFTER ADVANCING 1 LINE.
		   DISPLAY 'AREA LINES PURGED: ' WS-AREA-PURGE-COUNT.
		   CLOSE PAINTJOB-MASTER
				 INVOICE-FILE
		         ESTIMATE-HISTORY
		         PAYMENT-HISTORY
		         PAYMENTS-KEPT
				 FIN-CHARGES-KEPT
				 FIN-CHARGE-HISTORY
		         PRTOUT.
		   IF WS-AREA-OPEN
			   CLOSE AREA-FILE
		   END-IF.

	   9000-READ.
		   READ PAINTJOB-MASTER

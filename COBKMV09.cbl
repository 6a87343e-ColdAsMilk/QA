      * PAINT TYPE AND PRINTS A REORDER REPORT *
      * FOR ANY PRODUCT PROJECTED TO GO SHORT  *
      * BEFORE THE JOB DATES ARRIVE.           *
      * A MULTI-AREA ESTIMATE COMMITS EACH     *
      * AREA LINE'S GALLONS AGAINST THAT       *
      * LINE'S OWN PAINT TYPE.                 *
      * GALLONS STILL DUE IN ON OPEN PURCHASE  *
      * ORDER LINES COUNT TOWARD THE PROJECTED *
      * BALANCE, AND EACH PRODUCT STILL SHORT  *
      * IS PUT ON A SUGGESTED PURCHASE ORDER   *
      * TO THE FIRST VENDOR THAT SUPPLIES IT - *
      * ONE PO PER VENDOR PER RUN.             *
      ******************************************
       ENVIRONMENT DIVISION.
	   INPUT-OUTPUT SECTION.
			 'C:\INDIANHILLS\COBOL\COBKMV09\COBKMV09.STS'
		      ORGANIZATION IS LINE SEQUENTIAL.

		   SELECT AREA-FILE
		      ASSIGN TO
			 'C:\INDIANHILLS\COBOL\COBKMV01\PNTAREA.DAT'
		      ORGANIZATION IS INDEXED
		      ACCESS MODE IS DYNAMIC
		      RECORD KEY IS AREA-KEY
		      FILE STATUS IS WS-AREA-STATUS.

		   SELECT VENDOR-MASTER
		      ASSIGN TO
			 'C:\INDIANHILLS\COBOL\COBKMV27\VENDMAST.DAT'
		      ORGANIZATION IS INDEXED
		      ACCESS MODE IS SEQUENTIAL
		      RECORD KEY IS VN-VENDOR-ID
		      FILE STATUS IS WS-VEND-STATUS.

		   SELECT PO-FILE
		      ASSIGN TO
			 'C:\INDIANHILLS\COBOL\COBKMV09\PURCHORD.DAT'
		      ORGANIZATION IS INDEXED
		      ACCESS MODE IS DYNAMIC
		      RECORD KEY IS PO-KEY
		      ALTERNATE RECORD KEY IS PO-VENDOR-ID
			      WITH DUPLICATES
		      FILE STATUS IS WS-PO-STATUS.

       DATA DIVISION.
	   FILE SECTION.
	   FD  PAINTJOB-MASTER

	   COPY STEPSTAT.

	   FD  AREA-FILE
		   LABEL RECORD IS STANDARD
		   DATA RECORD IS AREA-REC
		   RECORD CONTAINS 42 CHARACTERS.

	   COPY AREAREC.

	   FD  VENDOR-MASTER
		   LABEL RECORD IS STANDARD
		   DATA RECORD IS VENDOR-REC
		   RECORD CONTAINS 100 CHARACTERS.

	   COPY VENDREC.

	   FD  PO-FILE
		   LABEL RECORD IS STANDARD
		   DATA RECORD IS PO-REC
		   RECORD CONTAINS 46 CHARACTERS.

	   COPY POREC.

       WORKING-STORAGE SECTION.
	   01  WORK-AREA.
		   05  C-PCTR              PIC 99            VALUE 0.
		   05  C-PROJECTED         PIC S9(6)V99      VALUE 0.
		   05  WS-TODAY-YYYYMMDD   PIC 9(8)          VALUE 0.
		   05  WS-PAINT-YYYYMMDD   PIC 9(8)          VALUE 0.
		   05  WS-AREA-STATUS      PIC XX            VALUE '00'.
		   05  WS-AREA-OPEN-SW     PIC X             VALUE 'N'.
		   88  WS-AREA-OPEN                          VALUE 'Y'.
		   05  MORE-AREA-RECS      PIC XXX           VALUE 'NO'.
		   05  C-AREA-COUNT        PIC 99            VALUE 0.
		   05  C-AREA-SQ-FT        PIC 9(5)          VALUE 0.
		   05  WS-VEND-STATUS      PIC XX            VALUE '00'.
		   05  WS-VEND-OPEN-SW     PIC X             VALUE 'N'.
		   88  WS-VEND-OPEN                          VALUE 'Y'.
		   05  WS-PO-STATUS        PIC XX            VALUE '00'.
		   05  WS-PO-OPEN-SW       PIC X             VALUE 'N'.
		   88  WS-PO-FILE-OPEN                       VALUE 'Y'.
		   05  MORE-VEND-RECS      PIC XXX           VALUE 'YES'.
		   05  MORE-PO-RECS        PIC XXX           VALUE 'YES'.
		   05  WS-VN-SUB           PIC 99            VALUE 0.
		   05  WS-PT-SUB           PIC 99            VALUE 0.
		   05  WS-LAST-PO-NO       PIC 9(6)          VALUE 0.
		   05  WS-NEW-PO-NO        PIC 9(6)          VALUE 0.
		   05  WS-NEW-LINE-NO      PIC 99            VALUE 0.
		   05  WS-PO-COUNT         PIC 999           VALUE 0.
		   05  WS-PO-LINE-COUNT    PIC 999           VALUE 0.
		   05  WS-NO-VENDOR-COUNT  PIC 999           VALUE 0.
		   05  C-GT-DUE-IN         PIC 9(7)V99       VALUE 0.
		   05  C-GT-ORDERED        PIC 9(7)V99       VALUE 0.
		   05  C-ORDER-WHOLE       PIC 9(5)          VALUE 0.

	   01  WS-INVENTORY-TABLE.
		   05  WS-IV-COUNT         PIC 99            VALUE 0.
			   10  WS-IV-ON-HAND   PIC 9(5)V99.
			   10  WS-IV-REORDER   PIC 9(5)V99.
			   10  WS-IV-COMMITTED PIC 9(6)V99.
			   10  WS-IV-DUE-IN    PIC 9(6)V99.
			   10  WS-IV-ORDER-QTY PIC 9(5)V99.
			   10  WS-IV-ORDERED-SW PIC X.

	   01  WS-VENDOR-TABLE.
		   05  WS-VN-COUNT         PIC 99            VALUE 0.
		   05  WS-VN-ENTRY OCCURS 50 TIMES.
			   10  WS-VN-ID        PIC X(5).
			   10  WS-VN-NAME      PIC X(25).
			   10  WS-VN-PT-SUPPLIED.
				   15  WS-VN-PT-CODE PIC X OCCURS 10 TIMES.

	   01  CURRENT-DATE-AND-TIME.
	       05  I-DATE.
		   05  FILLER          PIC X(7)    VALUE 'ON HAND'.
		   05  FILLER          PIC X(5)    VALUE SPACES.
		   05  FILLER          PIC X(9)    VALUE 'COMMITTED'.
		   05  FILLER          PIC X(7)    VALUE SPACES.
		   05  FILLER          PIC X(6)    VALUE 'DUE IN'.
		   05  FILLER          PIC X(4)    VALUE SPACES.
		   05  FILLER          PIC X(9)    VALUE 'PROJECTED'.
		   05  FILLER          PIC X(6)    VALUE SPACES.
		   05  FILLER          PIC X(7)    VALUE 'REORDER'.
		   05  FILLER          PIC X(5)    VALUE SPACES.
		   05  FILLER          PIC X(6)    VALUE 'ACTION'.

	   01 DETAIL-LINE.
		   05  FILLER             PIC X(3)        VALUE SPACES.
		   05  O-IV-COMMITTED     PIC ZZZ,ZZ9.99.
		   05  FILLER             PIC X(3)        VALUE SPACES.
		   05  O-IV-DUE-IN        PIC ZZZ,ZZ9.99.
		   05  FILLER             PIC X(3)        VALUE SPACES.
		   05  O-PROJECTED        PIC -ZZ,ZZ9.99.
		   05  FILLER             PIC X(4)        VALUE SPACES.
		   05  O-IV-REORDER       PIC ZZ,ZZ9.99.
	                   VALUE 'UNMATCHED PAINT TYPES:'.
		   05  O-UNMATCHED-COUNT   PIC ZZ,ZZ9.

	   01 TOTAL-LINE-5.
		   05  FILLER              PIC X(26)
	                   VALUE 'GALLONS DUE IN ON PO:'.
		   05  O-GT-DUE-IN         PIC ZZZ,ZZ9.99.

	   01 TOTAL-LINE-6.
		   05  FILLER              PIC X(26)
	                   VALUE 'PURCHASE ORDERS CREATED:'.
		   05  O-PO-COUNT          PIC ZZ9.

	   01 TOTAL-LINE-7.
		   05  FILLER              PIC X(26)
	                   VALUE 'SHORT WITH NO VENDOR:'.
		   05  O-NO-VENDOR-COUNT   PIC ZZ9.

	   01 PO-TITLE-LINE.
		   05  FILLER              PIC X(26)
	                   VALUE 'SUGGESTED PURCHASE ORDERS'.

	   01 PO-HEADER-LINE.
		   05  FILLER          PIC X(6)    VALUE 'PO NO.'.
		   05  FILLER          PIC X(3)    VALUE SPACES.
		   05  FILLER          PIC X(4)    VALUE 'LINE'.
		   05  FILLER          PIC X(3)    VALUE SPACES.
		   05  FILLER          PIC X(6)    VALUE 'VENDOR'.
		   05  FILLER          PIC X(2)    VALUE SPACES.
		   05  FILLER          PIC X(11)   VALUE 'VENDOR NAME'.
		   05  FILLER          PIC X(16)   VALUE SPACES.
		   05  FILLER          PIC X(4)    VALUE 'TYPE'.
		   05  FILLER          PIC X(3)    VALUE SPACES.
		   05  FILLER          PIC X(11)   VALUE 'DESCRIPTION'.
		   05  FILLER          PIC X(14)   VALUE SPACES.
		   05  FILLER          PIC X(7)    VALUE 'GALLONS'.

	   01 PO-DETAIL-LINE.
		   05  O-PO-NO            PIC 9(6).
		   05  FILLER             PIC X(4)        VALUE SPACES.
		   05  O-PO-LINE-NO       PIC Z9.
		   05  FILLER             PIC X(4)        VALUE SPACES.
		   05  O-PO-VENDOR-ID     PIC X(5).
		   05  FILLER             PIC X(3)        VALUE SPACES.
		   05  O-PO-VENDOR-NAME   PIC X(25).
		   05  FILLER             PIC X(4)        VALUE SPACES.
		   05  O-PO-PT-CODE       PIC X.
		   05  FILLER             PIC X(4)        VALUE SPACES.
		   05  O-PO-PT-DESC       PIC X(20).
		   05  FILLER             PIC X(4)        VALUE SPACES.
		   05  O-PO-QTY           PIC ZZ,ZZ9.99.

	   01 NO-VENDOR-LINE.
		   05  FILLER             PIC X(35)       VALUE
			   '** NO VENDOR ON FILE FOR TYPE'.
		   05  O-NV-PT-CODE       PIC X.
		   05  FILLER             PIC X(4)        VALUE SPACES.
		   05  O-NV-PT-DESC       PIC X(20).
		   05  FILLER             PIC X(4)        VALUE SPACES.
		   05  O-NV-QTY           PIC ZZ,ZZ9.99.

       PROCEDURE DIVISION.
	   0000-MAIN.
		   PERFORM 1000-INIT.
		   OPEN INPUT PAINTJOB-MASTER.
		   OPEN INPUT INVENTORY-MASTER.
		   OPEN OUTPUT PRTOUT.
		   OPEN INPUT VENDOR-MASTER.
		   IF WS-VEND-STATUS = '00'
			   MOVE 'Y' TO WS-VEND-OPEN-SW
		   ELSE
			   MOVE 'NO' TO MORE-VEND-RECS
			   IF WS-VEND-STATUS NOT = '35'
				   DISPLAY 'VENDOR MASTER OPEN FAILED - STATUS '
	                   WS-VEND-STATUS
			   END-IF
			   DISPLAY 'NO VENDORS - PURCHASE ORDERS NOT CREATED'
		   END-IF.
		   OPEN I-O PO-FILE.
		   IF WS-PO-STATUS = '35'
			   OPEN OUTPUT PO-FILE
			   CLOSE PO-FILE
			   OPEN I-O PO-FILE
		   END-IF.
		   IF WS-PO-STATUS = '00'
			   MOVE 'Y' TO WS-PO-OPEN-SW
		   ELSE
			   DISPLAY 'PURCHASE ORDER FILE OPEN FAILED - STATUS '
				   WS-PO-STATUS
			   DISPLAY 'NO GALLONS DUE IN - PURCHASE ORDERS NOT'
				   ' CREATED'
		   END-IF.
		   OPEN INPUT AREA-FILE.
		   IF WS-AREA-STATUS = '00'
			   MOVE 'Y' TO WS-AREA-OPEN-SW
		   ELSE
			   IF WS-AREA-STATUS NOT = '35'
				   DISPLAY 'AREA LINE FILE OPEN FAILED - STATUS '
	                   WS-AREA-STATUS
				   DISPLAY 'GALLONS FIGURED FROM HEADER FOOTAGES'
			   END-IF
		   END-IF.

		   MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
		   MOVE I-YY TO O-YY.
		   ELSE
			   PERFORM 1100-LOAD-INVENTORY
				   UNTIL MORE-INV-RECS = 'NO'
			   PERFORM 1200-LOAD-VENDOR
				   UNTIL MORE-VEND-RECS = 'NO'
			   IF WS-PO-FILE-OPEN
				   PERFORM 1300-LOAD-OPEN-PO
	                   UNTIL MORE-PO-RECS = 'NO'
			   END-IF
			   PERFORM 9000-READ
		   END-IF.

				         TO WS-IV-REORDER (WS-IV-COUNT)
				     MOVE 0
				         TO WS-IV-COMMITTED (WS-IV-COUNT)
				     MOVE 0
				         TO WS-IV-DUE-IN (WS-IV-COUNT)
				     MOVE 0
				         TO WS-IV-ORDER-QTY (WS-IV-COUNT)
				     MOVE 'N'
				         TO WS-IV-ORDERED-SW (WS-IV-COUNT)
			     END-IF
		   END-READ.

	   1200-LOAD-VENDOR.
		   READ VENDOR-MASTER
			   AT END
				 MOVE 'NO' TO MORE-VEND-RECS
			   NOT AT END
				 IF WS-VN-COUNT >= 50
				     DISPLAY 'VENDOR TABLE FULL - '
				         VN-VENDOR-ID ' DROPPED'
				 ELSE
				     ADD 1 TO WS-VN-COUNT
				     MOVE VN-VENDOR-ID TO WS-VN-ID (WS-VN-COUNT)
				     MOVE VN-NAME TO WS-VN-NAME (WS-VN-COUNT)
				     MOVE VN-PT-SUPPLIED
				         TO WS-VN-PT-SUPPLIED (WS-VN-COUNT)
				 END-IF
		   END-READ.

      ******************************************
      * GALLONS ORDERED BUT NOT YET RECEIVED   *
      * ON OPEN PO LINES ARE DUE IN. THE LAST  *
      * PO NUMBER IN KEY ORDER IS THE HIGHEST  *
      * - NEW POS RUN ON FROM IT.              *
      ******************************************
	   1300-LOAD-OPEN-PO.
		   READ PO-FILE NEXT RECORD
			   AT END
				 MOVE 'NO' TO MORE-PO-RECS
			   NOT AT END
				 MOVE PO-NO TO WS-LAST-PO-NO
				 IF PO-LINE-OPEN
				    AND PO-QTY-ORDERED > PO-QTY-RECEIVED
				     PERFORM 1310-ADD-DUE-IN
				 END-IF
		   END-READ.

	   1310-ADD-DUE-IN.
		   MOVE 0 TO WS-HIT-SUB.
		   PERFORM 1320-MATCH-PO-TYPE
			   VARYING WS-IV-SUB FROM 1 BY 1
			   UNTIL WS-IV-SUB > WS-IV-COUNT.
		   IF WS-HIT-SUB NOT = 0
			   COMPUTE WS-IV-DUE-IN (WS-HIT-SUB) =
				   WS-IV-DUE-IN (WS-HIT-SUB)
				   + PO-QTY-ORDERED - PO-QTY-RECEIVED
			   COMPUTE C-GT-DUE-IN =
				   C-GT-DUE-IN + PO-QTY-ORDERED - PO-QTY-RECEIVED
		   END-IF.

	   1320-MATCH-PO-TYPE.
		   IF WS-IV-CODE (WS-IV-SUB) = PO-PT-CODE
			   MOVE WS-IV-SUB TO WS-HIT-SUB
		   END-IF.

      ******************************************
      * ONLY ACCEPTED OR SCHEDULED ESTIMATES   *
      * WITH JOB DATES ON OR AFTER THE RUN     *
		   PERFORM 9000-READ.

	   2100-COMMIT-ESTIMATE.
		   PERFORM 2130-COMMIT-AREA-LINES.
		   IF C-AREA-COUNT > 0
			   ADD 1 TO WS-SCHED-COUNT
		   ELSE
			   MOVE 0 TO WS-HIT-SUB
			   PERFORM 2110-MATCH-TYPE
				   VARYING WS-IV-SUB FROM 1 BY 1
				   UNTIL WS-IV-SUB > WS-IV-COUNT
			   IF WS-HIT-SUB = 0
				   ADD 1 TO WS-UNMATCHED-COUNT
			   ELSE
				   ADD 1 TO WS-SCHED-COUNT
				   PERFORM 2120-CALC-GALLONS
				   ADD C-GALLONS-NEEDED
	                   TO WS-IV-COMMITTED (WS-HIT-SUB)
				   ADD C-GALLONS-NEEDED TO C-GT-COMMITTED
			   END-IF
		   END-IF.

	   2110-MATCH-TYPE.
		   IF WS-IV-CODE (WS-IV-SUB) = PAINT-TYPE
			   MOVE WS-IV-SUB TO WS-HIT-SUB
		   END-IF.

      ******************************************
      * EACH AREA LINE COMMITS AGAINST ITS OWN *
      * PAINT TYPE. A LINE WHOSE TYPE IS NOT   *
      * IN INVENTORY IS COUNTED UNMATCHED.     *
      ******************************************
	   2130-COMMIT-AREA-LINES.
		   MOVE 0 TO C-AREA-COUNT.
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
		   PERFORM 2135-COMMIT-ONE-AREA
			   UNTIL MORE-AREA-RECS = 'NO'.

	   2135-COMMIT-ONE-AREA.
		   READ AREA-FILE NEXT RECORD
			   AT END
				 MOVE 'NO' TO MORE-AREA-RECS
			   NOT AT END
				 IF AREA-EST-NO NOT = I-PAINT-EST-NO
				     MOVE 'NO' TO MORE-AREA-RECS
				 ELSE
				     PERFORM 2140-ADD-AREA-COMMITMENT
				 END-IF
		   END-READ.

	   2140-ADD-AREA-COMMITMENT.
		   ADD 1 TO C-AREA-COUNT.
		   MOVE 0 TO WS-HIT-SUB.
		   PERFORM 2145-MATCH-AREA-TYPE
			   VARYING WS-IV-SUB FROM 1 BY 1
			   UNTIL WS-IV-SUB > WS-IV-COUNT.
		   IF WS-HIT-SUB = 0
			   ADD 1 TO WS-UNMATCHED-COUNT
		   ELSE
			   SUBTRACT AREA-DOOR-SQ-FT FROM AREA-WALL-SQ-FT GIVING
			   C-AREA-SQ-FT
			   ADD AREA-CEILING-SQ-FT TO C-AREA-SQ-FT
			   DIVIDE WS-IV-COVERAGE (WS-HIT-SUB)
				   INTO C-AREA-SQ-FT
				   GIVING C-GALLONS-NEEDED
			   ADD C-GALLONS-NEEDED
			       TO WS-IV-COMMITTED (WS-HIT-SUB)
			   ADD C-GALLONS-NEEDED TO C-GT-COMMITTED
		   END-IF.

	   2145-MATCH-AREA-TYPE.
		   IF WS-IV-CODE (WS-IV-SUB) = AREA-PAINT-TYPE
			   MOVE WS-IV-SUB TO WS-HIT-SUB
		   END-IF.

		   MOVE C-GT-COMMITTED TO O-GT-COMMITTED.
		   MOVE WS-REORDER-COUNT TO O-REORDER-COUNT.
		   MOVE WS-UNMATCHED-COUNT TO O-UNMATCHED-COUNT.
		   IF WS-REORDER-COUNT > 0
			   PERFORM 3300-CREATE-SUGGESTED-POS
		   END-IF.
		   MOVE C-GT-DUE-IN TO O-GT-DUE-IN.
		   MOVE WS-PO-COUNT TO O-PO-COUNT.
		   MOVE WS-NO-VENDOR-COUNT TO O-NO-VENDOR-COUNT.
		   WRITE PRTLINE FROM TOTAL-LINE-1
			   AFTER ADVANCING 3 LINES.
		   WRITE PRTLINE FROM TOTAL-LINE-2
			   AFTER ADVANCING 1 LINE.
		   WRITE PRTLINE FROM TOTAL-LINE-4
			   AFTER ADVANCING 1 LINE.
		   WRITE PRTLINE FROM TOTAL-LINE-5
			   AFTER ADVANCING 1 LINE.
		   WRITE PRTLINE FROM TOTAL-LINE-6
			   AFTER ADVANCING 1 LINE.
		   WRITE PRTLINE FROM TOTAL-LINE-7
			   AFTER ADVANCING 1 LINE.
		   PERFORM 3200-WRITE-STEP-STATUS.
		   CLOSE PAINTJOB-MASTER
		         INVENTORY-MASTER
		         PRTOUT.
		   IF WS-VEND-OPEN
			   CLOSE VENDOR-MASTER
		   END-IF.
		   IF WS-PO-FILE-OPEN
			   CLOSE PO-FILE
		   END-IF.
		   IF WS-AREA-OPEN
			   CLOSE AREA-FILE
		   END-IF.

      ******************************************
      * ONE STATUS RECORD PER RUN SO THE       *
		   MOVE WS-IV-DESC (WS-IV-SUB) TO O-IV-DESC.
		   MOVE WS-IV-ON-HAND (WS-IV-SUB) TO O-IV-ON-HAND.
		   MOVE WS-IV-COMMITTED (WS-IV-SUB) TO O-IV-COMMITTED.
		   MOVE WS-IV-DUE-IN (WS-IV-SUB) TO O-IV-DUE-IN.
		   COMPUTE C-PROJECTED = WS-IV-ON-HAND (WS-IV-SUB)
			   - WS-IV-COMMITTED (WS-IV-SUB)
			   + WS-IV-DUE-IN (WS-IV-SUB).
		   MOVE C-PROJECTED TO O-PROJECTED.
		   MOVE WS-IV-REORDER (WS-IV-SUB) TO O-IV-REORDER.
		   IF C-PROJECTED < WS-IV-REORDER (WS-IV-SUB)
			   MOVE 'REORDER' TO O-ACTION
			   ADD 1 TO WS-REORDER-COUNT
			   COMPUTE WS-IV-ORDER-QTY (WS-IV-SUB) =
				   WS-IV-REORDER (WS-IV-SUB) - C-PROJECTED
			   MOVE WS-IV-ORDER-QTY (WS-IV-SUB) TO C-ORDER-WHOLE
			   IF C-ORDER-WHOLE < WS-IV-ORDER-QTY (WS-IV-SUB)
				   ADD 1 TO C-ORDER-WHOLE
			   END-IF
			   MOVE C-ORDER-WHOLE TO WS-IV-ORDER-QTY (WS-IV-SUB)
		   ELSE
			   MOVE SPACES TO O-ACTION
		   END-IF.
			      AT EOP
				    PERFORM 9100-HDGS.

      ******************************************
      * EACH SHORT PRODUCT IS ORDERED UP TO    *
      * ITS REORDER POINT IN WHOLE GALLONS     *
      * FROM THE FIRST VENDOR THAT SUPPLIES    *
      * IT. A VENDOR GETS ONE PO NUMBER FOR    *
      * ALL OF ITS LINES IN THIS RUN.          *
      ******************************************
	   3300-CREATE-SUGGESTED-POS.
		   WRITE PRTLINE FROM PO-TITLE-LINE
			   AFTER ADVANCING 3 LINES.
		   WRITE PRTLINE FROM PO-HEADER-LINE
			   AFTER ADVANCING 2 LINES.
		   IF WS-PO-FILE-OPEN
			   PERFORM 3310-ORDER-FROM-VENDOR
				   VARYING WS-VN-SUB FROM 1 BY 1
				   UNTIL WS-VN-SUB > WS-VN-COUNT
		   END-IF.
		   PERFORM 3350-PRINT-NO-VENDOR
			   VARYING WS-IV-SUB FROM 1 BY 1
			   UNTIL WS-IV-SUB > WS-IV-COUNT.

	   3310-ORDER-FROM-VENDOR.
		   MOVE 0 TO WS-NEW-PO-NO.
		   MOVE 0 TO WS-NEW-LINE-NO.
		   PERFORM 3320-CHECK-PRODUCT
			   VARYING WS-IV-SUB FROM 1 BY 1
			   UNTIL WS-IV-SUB > WS-IV-COUNT.

	   3320-CHECK-PRODUCT.
		   IF WS-IV-ORDER-QTY (WS-IV-SUB) > 0
		      AND WS-IV-ORDERED-SW (WS-IV-SUB) = 'N'
			   MOVE 0 TO WS-HIT-SUB
			   PERFORM 3325-MATCH-SUPPLIED
				   VARYING WS-PT-SUB FROM 1 BY 1
				   UNTIL WS-PT-SUB > 10
			   IF WS-HIT-SUB NOT = 0
				   PERFORM 3330-WRITE-PO-LINE
			   END-IF
		   END-IF.

	   3325-MATCH-SUPPLIED.
		   IF WS-VN-PT-CODE (WS-VN-SUB, WS-PT-SUB)
				   = WS-IV-CODE (WS-IV-SUB)
			   MOVE WS-PT-SUB TO WS-HIT-SUB
		   END-IF.

	   3330-WRITE-PO-LINE.
		   IF WS-NEW-PO-NO = 0
			   ADD 1 TO WS-LAST-PO-NO
			   MOVE WS-LAST-PO-NO TO WS-NEW-PO-NO
			   ADD 1 TO WS-PO-COUNT
		   END-IF.
		   ADD 1 TO WS-NEW-LINE-NO.
		   MOVE WS-NEW-PO-NO TO PO-NO.
		   MOVE WS-NEW-LINE-NO TO PO-LINE-NO.
		   MOVE WS-VN-ID (WS-VN-SUB) TO PO-VENDOR-ID.
		   MOVE I-DATE TO PO-DATE.
		   MOVE WS-IV-CODE (WS-IV-SUB) TO PO-PT-CODE.
		   MOVE WS-IV-ORDER-QTY (WS-IV-SUB) TO PO-QTY-ORDERED.
		   MOVE 0 TO PO-QTY-RECEIVED.
		   MOVE 0 TO PO-LAST-RCPT-DATE.
		   MOVE 'O' TO PO-STATUS.
		   MOVE 'S' TO PO-SOURCE.
		   WRITE PO-REC
			   INVALID KEY
				 DISPLAY 'PO ' PO-NO ' LINE ' PO-LINE-NO
				     ' ALREADY ON FILE - NOT WRITTEN'
			   NOT INVALID KEY
				 MOVE 'Y' TO WS-IV-ORDERED-SW (WS-IV-SUB)
				 ADD 1 TO WS-PO-LINE-COUNT
				 ADD PO-QTY-ORDERED TO C-GT-ORDERED
				 MOVE PO-NO TO O-PO-NO
				 MOVE PO-LINE-NO TO O-PO-LINE-NO
				 MOVE PO-VENDOR-ID TO O-PO-VENDOR-ID
				 MOVE WS-VN-NAME (WS-VN-SUB) TO O-PO-VENDOR-NAME
				 MOVE PO-PT-CODE TO O-PO-PT-CODE
				 MOVE WS-IV-DESC (WS-IV-SUB) TO O-PO-PT-DESC
				 MOVE PO-QTY-ORDERED TO O-PO-QTY
				 WRITE PRTLINE FROM PO-DETAIL-LINE
				     AFTER ADVANCING 1 LINE
				        AT EOP
			              PERFORM 9100-HDGS
				 END-WRITE
		   END-WRITE.

	   3350-PRINT-NO-VENDOR.
		   IF WS-IV-ORDER-QTY (WS-IV-SUB) > 0
		      AND WS-IV-ORDERED-SW (WS-IV-SUB) = 'N'
			   ADD 1 TO WS-NO-VENDOR-COUNT
			   MOVE WS-IV-CODE (WS-IV-SUB) TO O-NV-PT-CODE
			   MOVE WS-IV-DESC (WS-IV-SUB) TO O-NV-PT-DESC
			   MOVE WS-IV-ORDER-QTY (WS-IV-SUB) TO O-NV-QTY
			   WRITE PRTLINE FROM NO-VENDOR-LINE
				   AFTER ADVANCING 1 LINE
				      AT EOP
				        PERFORM 9100-HDGS
		   END-IF.

	   9000-READ.
		   READ PAINTJOB-MASTER
			   AT END

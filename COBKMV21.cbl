      * SELECTABLE BY ONE ESTIMATE NUMBER OR   *
      * BY THE SAME DATE RANGE THE ESTIMATE    *
      * REPORT TAKES.                          *
      * A MULTI-AREA ESTIMATE PRINTS ONE LINE  *
      * PER AREA - DESCRIPTION, PAINT AND      *
      * FOOTAGES - IN PLACE OF THE SINGLE      *
      * PAINT AND AREA LINES.                  *
      ******************************************
       ENVIRONMENT DIVISION.
	   INPUT-OUTPUT SECTION.
			 'C:\INDIANHILLS\COBOL\COBKMV21\PROPOSAL.PRT'
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

	   01  PRTLINE               PIC X(132).

	   FD  AREA-FILE
		   LABEL RECORD IS STANDARD
		   DATA RECORD IS AREA-REC
		   RECORD CONTAINS 42 CHARACTERS.

	   COPY AREAREC.

       WORKING-STORAGE SECTION.
	   01  WORK-AREA.
		   05  MORE-RECS           PIC XXX           VALUE 'YES'.
		   05  C-SUBTOTAL          PIC 9(6)V99       VALUE 0.
		   05  WS-PROP-COUNT       PIC 9(4)          VALUE 0.
		   05  WS-PT-DESC-HOLD     PIC X(20)         VALUE SPACES.
		   05  WS-AREA-STATUS      PIC XX            VALUE '00'.
		   05  WS-AREA-OPEN-SW     PIC X             VALUE 'N'.
		   88  WS-AREA-OPEN                          VALUE 'Y'.
		   05  MORE-AREA-RECS      PIC XXX           VALUE 'NO'.
		   05  WS-AREA-PRINT-SW    PIC X             VALUE 'N'.
		   88  WS-AREA-PRINTING                      VALUE 'Y'.
		   05  C-AREA-COUNT        PIC 99            VALUE 0.
		   05  C-AREA-SQ-FT        PIC 9(5)          VALUE 0.
		   05  C-AREA-GALLONS      PIC 999V99        VALUE 0.
		   05  C-AREA-PAINT        PIC 9(5)V99       VALUE 0.

	   COPY PNTTYPE.

		   05  O-CEILING-SQ-FT PIC Z,ZZ9.
		   05  FILLER          PIC X(7)    VALUE ' SQ FT'.

	   01  AREA-LINE.
		   05  FILLER          PIC X(6)    VALUE 'AREA:'.
		   05  O-AREA-DESC     PIC X(20).
		   05  FILLER          PIC X(2)    VALUE SPACES.
		   05  O-AREA-PT-DESC  PIC X(20).
		   05  FILLER          PIC X(2)    VALUE SPACES.
		   05  FILLER          PIC X(5)    VALUE 'WALL '.
		   05  O-AREA-WALL     PIC Z,ZZ9.
		   05  FILLER          PIC X(8)    VALUE '  DOOR '.
		   05  O-AREA-DOOR     PIC ZZ9.
		   05  FILLER          PIC X(11)   VALUE '  CEILING '.
		   05  O-AREA-CEILING  PIC Z,ZZ9.
		   05  FILLER          PIC X(7)    VALUE ' SQ FT'.

	   01  PRICE-LINE-1.
		   05  FILLER          PIC X(24)
	                           VALUE 'PAINT'.
		   OPEN INPUT PAINTJOB-MASTER.
		   OPEN INPUT CUSTOMER-MASTER.
		   OPEN OUTPUT PRTOUT.
		   OPEN INPUT AREA-FILE.
		   IF WS-AREA-STATUS = '00'
			   MOVE 'Y' TO WS-AREA-OPEN-SW
		   ELSE
			   IF WS-AREA-STATUS NOT = '35'
				   DISPLAY 'AREA LINE FILE OPEN FAILED - STATUS '
	                   WS-AREA-STATUS
				   DISPLAY 'ESTIMATES PRICED FROM HEADER FOOTAGES'
			   END-IF
		   END-IF.

		   MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
		   MOVE I-YY TO O-YY.
		   MOVE PAINT-YY TO O-JOB-YY.
		   WRITE PRTLINE FROM EST-NO-LINE
			   AFTER ADVANCING 3 LINES.
		   IF C-AREA-COUNT > 0
			   MOVE SPACES TO PRTLINE
			   WRITE PRTLINE
				   AFTER ADVANCING 1 LINE
			   MOVE 'Y' TO WS-AREA-PRINT-SW
			   PERFORM 2430-PRICE-AREA-LINES
			   MOVE 'N' TO WS-AREA-PRINT-SW
		   ELSE
			   MOVE WS-PT-DESC-HOLD TO O-PT-DESC
			   WRITE PRTLINE FROM PAINT-LINE
				   AFTER ADVANCING 2 LINES
			   MOVE PAINT-WALL-SQ-FT TO O-WALL-SQ-FT
			   MOVE PAINT-DOOR-SQ-FT TO O-DOOR-SQ-FT
			   MOVE PAINT-CEILING-SQ-FT TO O-CEILING-SQ-FT
			   WRITE PRTLINE FROM FOOTAGE-LINE
				   AFTER ADVANCING 1 LINE
		   END-IF.
		   MOVE C-PAINT-EST TO O-PAINT-EST.
		   WRITE PRTLINE FROM PRICE-LINE-1
			   AFTER ADVANCING 2 LINES.
			   AFTER ADVANCING 4 LINES.

	   2400-CALCS.
		   MOVE 'N' TO WS-AREA-PRINT-SW.
		   PERFORM 2430-PRICE-AREA-LINES.
		   IF C-AREA-COUNT = 0
			   PERFORM 2410-GET-COVERAGE-RATE
			   SUBTRACT PAINT-DOOR-SQ-FT FROM PAINT-WALL-SQ-FT GIVING
			   C-TOTAL-WALL-SQ-FT
			   ADD PAINT-CEILING-SQ-FT TO C-TOTAL-WALL-SQ-FT
			   DIVIDE C-COVERAGE-RATE INTO C-TOTAL-WALL-SQ-FT GIVING
			   C-GALLONS-NEEDED
			   MULTIPLY C-GALLONS-NEEDED BY PAINT-PRICE-GAL GIVING
			   C-PAINT-EST
		   END-IF.
		   PERFORM 2420-GET-LABOR-PARAMS.
		   COMPUTE C-LABOR-EST = C-GALLONS-NEEDED * C-CREW-SIZE
           * C-LABOR-RATE.
			   MOVE PAINT-LABOR-RATE TO C-LABOR-RATE
		   END-IF.

      ******************************************
      * AREA LINES ARE PRICED THE WAY THE      *
      * ESTIMATE REPORT PRICES THEM - EACH AT  *
      * ITS OWN COVERAGE AND PRICE - AND THE   *
      * SAME PASS PRINTS THEM ON THE PROPOSAL. *
      ******************************************
	   2430-PRICE-AREA-LINES.
		   MOVE 0 TO C-AREA-COUNT.
		   MOVE 0 TO C-GALLONS-NEEDED.
		   MOVE 0 TO C-PAINT-EST.
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
		   PERFORM 2440-PRICE-ONE-AREA
			   UNTIL MORE-AREA-RECS = 'NO'.

	   2440-PRICE-ONE-AREA.
		   READ AREA-FILE NEXT RECORD
			   AT END
				 MOVE 'NO' TO MORE-AREA-RECS
			   NOT AT END
				 IF AREA-EST-NO NOT = I-PAINT-EST-NO
				     MOVE 'NO' TO MORE-AREA-RECS
				 ELSE
				     PERFORM 2450-ADD-AREA-PRICE
				 END-IF
		   END-READ.

	   2450-ADD-AREA-PRICE.
		   ADD 1 TO C-AREA-COUNT.
		   MOVE 115 TO C-COVERAGE-RATE.
		   MOVE SPACES TO O-AREA-PT-DESC.
		   SET WS-PT-IDX TO 1.
		   SEARCH WS-PT-ENTRY
			   AT END
				 MOVE 115 TO C-COVERAGE-RATE
			   WHEN WS-PT-CODE (WS-PT-IDX) = AREA-PAINT-TYPE
				 MOVE WS-PT-COVERAGE (WS-PT-IDX) TO C-COVERAGE-RATE
				 MOVE WS-PT-DESC (WS-PT-IDX) TO O-AREA-PT-DESC.
		   SUBTRACT AREA-DOOR-SQ-FT FROM AREA-WALL-SQ-FT GIVING
		   C-AREA-SQ-FT.
		   ADD AREA-CEILING-SQ-FT TO C-AREA-SQ-FT.
		   DIVIDE C-COVERAGE-RATE INTO C-AREA-SQ-FT GIVING
		   C-AREA-GALLONS.
		   MULTIPLY C-AREA-GALLONS BY AREA-PRICE-GAL GIVING
		   C-AREA-PAINT.
		   ADD C-AREA-GALLONS TO C-GALLONS-NEEDED.
		   ADD C-AREA-PAINT TO C-PAINT-EST.
		   IF WS-AREA-PRINTING
			   MOVE AREA-DESC TO O-AREA-DESC
			   MOVE AREA-WALL-SQ-FT TO O-AREA-WALL
			   MOVE AREA-DOOR-SQ-FT TO O-AREA-DOOR
			   MOVE AREA-CEILING-SQ-FT TO O-AREA-CEILING
			   WRITE PRTLINE FROM AREA-LINE
				   AFTER ADVANCING 1 LINE
		   END-IF.

	   2500-GET-CUSTOMER.
		   MOVE I-CUST-ID TO CM-CUST-ID.
		   READ CUSTOMER-MASTER
		   CLOSE PAINTJOB-MASTER
		         CUSTOMER-MASTER
		         PRTOUT.
		   IF WS-AREA-OPEN
			   CLOSE AREA-FILE
		   END-IF.

      * WITH A REASON PER REJECTED RECORD.     *
      * CONTROL COUNTS PROVE ACCEPTED PLUS     *
      * REJECTED EQUALS INPUT.                 *
      * AREA LINES FOR MULTI-AREA ESTIMATES    *
      * COME IN ON THEIR OWN BATCH FILE. EACH  *
      * LINE IS EDITED WITH ITS HEADER, THE    *
      * HEADER FOOTAGES ARE RESET TO THE LINE  *
      * TOTALS, AND A BAD LINE REJECTS THE     *
      * WHOLE ESTIMATE. LINES WITH NO HEADER   *
      * IN THE BATCH ARE REJECTED AT THE END.  *
      ******************************************
       ENVIRONMENT DIVISION.
	   INPUT-OUTPUT SECTION.
		   SELECT REJECTS-OUT
		      ASSIGN TO
			 'C:\INDIANHILLS\COBOL\COBKMV05\PAINTREJ.DAT'
		      ORGANIZATION IS LINE SEQUENTIAL.

		   SELECT OPTIONAL AREA-INPUT
		      ASSIGN TO
			 'C:\INDIANHILLS\COBOL\COBKMV01\AREAEST.DAT'
		      ORGANIZATION IS LINE SEQUENTIAL.

		   SELECT AREA-ACC-OUT
		      ASSIGN TO
			 'C:\INDIANHILLS\COBOL\COBKMV05\AREAACC.DAT'
		      ORGANIZATION IS LINE SEQUENTIAL.

		   SELECT AREA-REJ-OUT
		      ASSIGN TO
			 'C:\INDIANHILLS\COBOL\COBKMV05\AREAREJ.DAT'
			  ORGANIZATION IS LINE SEQUENTIAL.

		   SELECT STEP-STATUS
		   05  FILLER              PIC X.
		   05  REJ-REASON          PIC X(35).

	   FD  AREA-INPUT
		   LABEL RECORD IS STANDARD
		   DATA RECORD IS AREA-REC
		   RECORD CONTAINS 42 CHARACTERS.

	   COPY AREAREC.

	   FD  AREA-ACC-OUT
		   LABEL RECORD IS OMITTED
		   RECORD CONTAINS 42 CHARACTERS
		   DATA RECORD IS AREA-ACC-REC.

	   01  AREA-ACC-REC          PIC X(42).

	   FD  AREA-REJ-OUT
		   LABEL RECORD IS OMITTED
		   RECORD CONTAINS 78 CHARACTERS
		   DATA RECORD IS AREA-REJ-REC.

	   01  AREA-REJ-REC.
		   05  AREJ-RECORD-IMAGE   PIC X(42).
		   05  FILLER              PIC X.
		   05  AREJ-REASON         PIC X(35).

	   FD  STEP-STATUS
	       LABEL RECORD IS OMITTED
		   RECORD CONTAINS 19 CHARACTERS
		   05  WS-LEAP-REM-4       PIC 9             VALUE 0.
		   05  WS-LEAP-REM-100     PIC 999           VALUE 0.
		   05  WS-LEAP-REM-400     PIC 999           VALUE 0.
		   05  MORE-AREA-RECS      PIC XXX           VALUE 'YES'.
		   05  WS-AREA-READ-COUNT  PIC 9(6)          VALUE 0.
		   05  WS-AREA-ACC-COUNT   PIC 9(6)          VALUE 0.
		   05  WS-AREA-REJ-COUNT   PIC 9(6)          VALUE 0.
		   05  WS-AREA-OUT-TOTAL   PIC 9(6)          VALUE 0.
		   05  WS-AR-SUB           PIC 9(4)          VALUE 0.
		   05  WS-AREA-ERROR-SW    PIC X             VALUE 'N'.
		   88  WS-AREA-IN-ERROR                      VALUE 'Y'.
		   05  WS-LINE-ERROR-SW    PIC X             VALUE 'N'.
		   88  WS-LINE-IN-ERROR                      VALUE 'Y'.
		   05  WS-FIRST-AREA-TYPE  PIC X             VALUE SPACE.
		   05  C-AREA-COUNT        PIC 99            VALUE 0.
		   05  C-AREA-WALL-TOTAL   PIC 9(6)          VALUE 0.
		   05  C-AREA-DOOR-TOTAL   PIC 9(6)          VALUE 0.
		   05  C-AREA-CEIL-TOTAL   PIC 9(6)          VALUE 0.
		   05  C-COVERAGE-RATE     PIC 999           VALUE 115.
		   05  C-SQ-FT             PIC 9(5)          VALUE 0.
		   05  C-LINE-GALLONS      PIC 999V99        VALUE 0.
		   05  C-EST-GALLONS       PIC 9(4)V99       VALUE 0.
		   05  C-GT-GALLONS        PIC 9(7)V99       VALUE 0.

      ******************************************
      * AREA LINES OF THE BATCH, HELD SO EACH  *
      * HEADER CAN PICK UP ITS OWN LINES IN    *
      * WHATEVER ORDER THEY ARRIVE. WS-AR-DISP *
      * IS SPACE UNTIL THE LINE'S HEADER IS    *
      * SEEN, THEN A (ACCEPTED) OR R (REJECTED *
      * AND ALREADY ON THE AREA REJECT FILE).  *
      ******************************************
	   01  WS-AREA-TABLE.
		   05  WS-AR-COUNT         PIC 9(4)          VALUE 0.
		   05  WS-AR-ENTRY OCCURS 2000 TIMES.
			   10  WS-AR-IMAGE     PIC X(42).
			   10  WS-AR-DISP      PIC X.

	   COPY PNTTYPE.

		   OPEN INPUT CUSTOMER-MASTER.
		   OPEN OUTPUT ACCEPTED-OUT.
		   OPEN OUTPUT REJECTS-OUT.
		   OPEN OUTPUT AREA-ACC-OUT.
		   OPEN OUTPUT AREA-REJ-OUT.
		   IF WS-CUST-STATUS NOT = '00'
			   DISPLAY 'CUSTOMER MASTER OPEN FAILED - STATUS '
				   WS-CUST-STATUS
			   MOVE 'NO' TO MORE-RECS
		   ELSE
			   PERFORM 1100-LOAD-PAINT-TYPES
			   PERFORM 1200-LOAD-AREA-LINES
			   PERFORM 9000-READ
		   END-IF.

			     END-IF
		   END-READ.

	   1200-LOAD-AREA-LINES.
		   MOVE 0 TO WS-AR-COUNT.
		   OPEN INPUT AREA-INPUT.
		   MOVE 'YES' TO MORE-AREA-RECS.
		   PERFORM 1210-LOAD-ONE-AREA-LINE
			   UNTIL MORE-AREA-RECS = 'NO'.
		   CLOSE AREA-INPUT.

	   1210-LOAD-ONE-AREA-LINE.
		   READ AREA-INPUT
			   AT END
				 MOVE 'NO' TO MORE-AREA-RECS
			   NOT AT END
				 ADD 1 TO WS-AREA-READ-COUNT
				 IF WS-AR-COUNT >= 2000
				     MOVE 'N' TO WS-LINE-ERROR-SW
				     MOVE 'AREA LINE TABLE FULL'
				         TO WS-EXC-REASON
				     PERFORM 2290-WRITE-AREA-REJECT
				 ELSE
				     ADD 1 TO WS-AR-COUNT
				     MOVE AREA-REC TO WS-AR-IMAGE (WS-AR-COUNT)
				     MOVE SPACE TO WS-AR-DISP (WS-AR-COUNT)
				 END-IF
		   END-READ.

	   2000-MAINLINE.
		   MOVE 'N' TO WS-REC-ERROR-SW.
		   PERFORM 2200-EDIT-AREA-LINES.
		   PERFORM 2100-EDIT-RECORD.
		   IF WS-REC-IN-ERROR
			   ADD 1 TO WS-REJ-COUNT
			   MOVE 'A' TO PAINT-STATUS
			   WRITE ACCEPTED-REC FROM PAINT-REC
			   ADD 1 TO WS-ACC-COUNT
			   IF C-AREA-COUNT = 0
				   PERFORM 2180-CALC-HEADER-GALLONS
			   END-IF
			   ADD C-EST-GALLONS TO C-GT-GALLONS
		   END-IF.
		   PERFORM 2250-RELEASE-AREA-LINES
			   VARYING WS-AR-SUB FROM 1 BY 1
			   UNTIL WS-AR-SUB > WS-AR-COUNT.
		   PERFORM 9000-READ.

	   2100-EDIT-RECORD.
			   END-READ
		   END-IF.

	   2180-CALC-HEADER-GALLONS.
		   MOVE 115 TO C-COVERAGE-RATE.
		   SET WS-PT-IDX TO 1.
		   SEARCH WS-PT-ENTRY
			   AT END
				 MOVE 115 TO C-COVERAGE-RATE
			   WHEN WS-PT-CODE (WS-PT-IDX) = PAINT-TYPE
				 MOVE WS-PT-COVERAGE (WS-PT-IDX) TO C-COVERAGE-RATE.
		   SUBTRACT PAINT-DOOR-SQ-FT FROM PAINT-WALL-SQ-FT GIVING
		   C-SQ-FT.
		   ADD PAINT-CEILING-SQ-FT TO C-SQ-FT.
		   DIVIDE C-COVERAGE-RATE INTO C-SQ-FT GIVING
		   C-EST-GALLONS.

	   2190-WRITE-REJECT.
		   MOVE SPACES TO REJECT-REC.
		   MOVE PAINT-REC TO REJ-RECORD-IMAGE.
		   ADD 1 TO WS-REASON-COUNT.
		   MOVE 'Y' TO WS-REC-ERROR-SW.

      ******************************************
      * EDITS EVERY AREA LINE CARRYING THIS    *
      * HEADER'S ESTIMATE NUMBER. A BAD LINE   *
      * GOES TO THE AREA REJECT FILE WITH ITS  *
      * REASON AND REJECTS THE HEADER. WHEN    *
      * ALL LINES ARE GOOD THE HEADER TAKES    *
      * THE LINE FOOTAGE TOTALS AND THE FIRST  *
      * LINE'S PAINT TYPE BEFORE IT IS EDITED. *
      ******************************************
	   2200-EDIT-AREA-LINES.
		   MOVE 'N' TO WS-AREA-ERROR-SW.
		   MOVE 0 TO C-AREA-COUNT.
		   MOVE 0 TO C-AREA-WALL-TOTAL.
		   MOVE 0 TO C-AREA-DOOR-TOTAL.
		   MOVE 0 TO C-AREA-CEIL-TOTAL.
		   MOVE 0 TO C-EST-GALLONS.
		   MOVE SPACE TO WS-FIRST-AREA-TYPE.
		   PERFORM 2210-EDIT-ONE-AREA-LINE
			   VARYING WS-AR-SUB FROM 1 BY 1
			   UNTIL WS-AR-SUB > WS-AR-COUNT.
		   IF WS-AREA-IN-ERROR
			   MOVE 'AREA LINE IN ERROR' TO WS-EXC-REASON
			   PERFORM 2190-WRITE-REJECT
		   ELSE
			   IF C-AREA-COUNT > 0
				   PERFORM 2240-ROLL-UP-HEADER
			   END-IF
		   END-IF.

	   2210-EDIT-ONE-AREA-LINE.
		   MOVE WS-AR-IMAGE (WS-AR-SUB) TO AREA-REC.
		   IF AREA-EST-NO = I-PAINT-EST-NO
		      AND WS-AR-DISP (WS-AR-SUB) = SPACE
			   MOVE 'N' TO WS-LINE-ERROR-SW
			   PERFORM 2220-EDIT-AREA-FIELDS
			   IF WS-LINE-IN-ERROR
				   MOVE 'R' TO WS-AR-DISP (WS-AR-SUB)
				   MOVE 'Y' TO WS-AREA-ERROR-SW
			   ELSE
				   MOVE 'A' TO WS-AR-DISP (WS-AR-SUB)
				   PERFORM 2230-ADD-AREA-TOTALS
			   END-IF
		   END-IF.

	   2220-EDIT-AREA-FIELDS.
		   IF AREA-LINE-NO NOT NUMERIC OR AREA-LINE-NO = 0
			   MOVE 'AREA LINE NUMBER NOT 01-99'
				   TO WS-EXC-REASON
			   PERFORM 2290-WRITE-AREA-REJECT
		   END-IF.
		   IF AREA-DESC = SPACES
			   MOVE 'AREA DESCRIPTION MISSING' TO WS-EXC-REASON
			   PERFORM 2290-WRITE-AREA-REJECT
		   END-IF.
		   IF AREA-WALL-SQ-FT NOT NUMERIC
			   MOVE 'WALL SQ FT NOT NUMERIC' TO WS-EXC-REASON
			   PERFORM 2290-WRITE-AREA-REJECT
		   END-IF.
		   IF AREA-DOOR-SQ-FT NOT NUMERIC
			   MOVE 'DOOR SQ FT NOT NUMERIC' TO WS-EXC-REASON
			   PERFORM 2290-WRITE-AREA-REJECT
		   END-IF.
		   IF AREA-CEILING-SQ-FT NOT NUMERIC
			   MOVE 'CEILING SQ FT NOT NUMERIC'
				   TO WS-EXC-REASON
			   PERFORM 2290-WRITE-AREA-REJECT
		   END-IF.
		   IF AREA-PRICE-GAL NOT NUMERIC
			   MOVE 'PRICE PER GALLON NOT NUMERIC'
				   TO WS-EXC-REASON
			   PERFORM 2290-WRITE-AREA-REJECT
		   END-IF.
		   IF AREA-DOOR-SQ-FT NUMERIC AND
		      AREA-WALL-SQ-FT NUMERIC AND
		      AREA-DOOR-SQ-FT > AREA-WALL-SQ-FT
			   MOVE 'DOOR SQ FT EXCEEDS WALL SQ FT'
				   TO WS-EXC-REASON
			   PERFORM 2290-WRITE-AREA-REJECT
		   END-IF.
		   MOVE 'N' TO WS-PT-FOUND-SW.
		   SET WS-PT-IDX TO 1.
		   SEARCH WS-PT-ENTRY
			   AT END
				 MOVE 'N' TO WS-PT-FOUND-SW
			   WHEN WS-PT-CODE (WS-PT-IDX) = AREA-PAINT-TYPE
				 SET WS-PT-FOUND TO TRUE.
		   IF NOT WS-PT-FOUND
			   MOVE 'PAINT TYPE CODE NOT ON TABLE'
				   TO WS-EXC-REASON
			   PERFORM 2290-WRITE-AREA-REJECT
		   END-IF.

      ******************************************
      * A LINE WITH NO PRICE OF ITS OWN TAKES  *
      * THE HEADER'S PRICE PER GALLON. GALLONS *
      * ARE FIGURED AT THE COVERAGE OF THE     *
      * LINE'S OWN PAINT TYPE (WS-PT-IDX IS    *
      * STILL ON IT FROM THE EDIT ABOVE).      *
      ******************************************
	   2230-ADD-AREA-TOTALS.
		   IF AREA-PRICE-GAL = 0 AND PAINT-PRICE-GAL NUMERIC
			   MOVE PAINT-PRICE-GAL TO AREA-PRICE-GAL
			   MOVE AREA-REC TO WS-AR-IMAGE (WS-AR-SUB)
		   END-IF.
		   ADD 1 TO C-AREA-COUNT.
		   IF C-AREA-COUNT = 1
			   MOVE AREA-PAINT-TYPE TO WS-FIRST-AREA-TYPE
		   END-IF.
		   ADD AREA-WALL-SQ-FT TO C-AREA-WALL-TOTAL.
		   ADD AREA-DOOR-SQ-FT TO C-AREA-DOOR-TOTAL.
		   ADD AREA-CEILING-SQ-FT TO C-AREA-CEIL-TOTAL.
		   MOVE WS-PT-COVERAGE (WS-PT-IDX) TO C-COVERAGE-RATE.
		   SUBTRACT AREA-DOOR-SQ-FT FROM AREA-WALL-SQ-FT GIVING
		   C-SQ-FT.
		   ADD AREA-CEILING-SQ-FT TO C-SQ-FT.
		   DIVIDE C-COVERAGE-RATE INTO C-SQ-FT GIVING
		   C-LINE-GALLONS.
		   ADD C-LINE-GALLONS TO C-EST-GALLONS.

	   2240-ROLL-UP-HEADER.
		   IF C-AREA-WALL-TOTAL > 9999
		      OR C-AREA-DOOR-TOTAL > 999
		      OR C-AREA-CEIL-TOTAL > 9999
			   MOVE 'AREA TOTALS EXCEED HEADER FOOTAGE'
				   TO WS-EXC-REASON
			   PERFORM 2190-WRITE-REJECT
		   ELSE
			   MOVE C-AREA-WALL-TOTAL TO PAINT-WALL-SQ-FT
			   MOVE C-AREA-DOOR-TOTAL TO PAINT-DOOR-SQ-FT
			   MOVE C-AREA-CEIL-TOTAL TO PAINT-CEILING-SQ-FT
			   MOVE WS-FIRST-AREA-TYPE TO PAINT-TYPE
		   END-IF.

      ******************************************
      * ONCE THE HEADER IS DECIDED ITS GOOD    *
      * LINES FOLLOW IT - TO THE ACCEPTED AREA *
      * FILE, OR TO THE AREA REJECT FILE WHEN  *
      * THE HEADER WAS REJECTED.               *
      ******************************************
	   2250-RELEASE-AREA-LINES.
		   MOVE WS-AR-IMAGE (WS-AR-SUB) TO AREA-REC.
		   IF AREA-EST-NO = I-PAINT-EST-NO
		      AND WS-AR-DISP (WS-AR-SUB) = 'A'
			   IF WS-REC-IN-ERROR
				   MOVE 'R' TO WS-AR-DISP (WS-AR-SUB)
				   MOVE 'N' TO WS-LINE-ERROR-SW
				   MOVE 'ESTIMATE HEADER REJECTED'
					   TO WS-EXC-REASON
				   PERFORM 2290-WRITE-AREA-REJECT
			   ELSE
				   MOVE 'W' TO WS-AR-DISP (WS-AR-SUB)
				   WRITE AREA-ACC-REC FROM AREA-REC
				   ADD 1 TO WS-AREA-ACC-COUNT
			   END-IF
		   END-IF.

      ******************************************
      * ONE REJECT RECORD PER REASON, LIKE THE *
      * HEADER REJECTS. THE LINE IS COUNTED    *
      * REJECTED ONCE, ON ITS FIRST REASON.    *
      ******************************************
	   2290-WRITE-AREA-REJECT.
		   MOVE SPACES TO AREA-REJ-REC.
		   MOVE AREA-REC TO AREJ-RECORD-IMAGE.
		   MOVE WS-EXC-REASON TO AREJ-REASON.
		   WRITE AREA-REJ-REC.
		   ADD 1 TO WS-REASON-COUNT.
		   IF NOT WS-LINE-IN-ERROR
			   ADD 1 TO WS-AREA-REJ-COUNT
		   END-IF.
		   MOVE 'Y' TO WS-LINE-ERROR-SW.

      ******************************************
      * AN AREA LINE WHOSE ESTIMATE NEVER CAME *
      * THROUGH THE HEADER BATCH HAS NOWHERE   *
      * TO GO AND IS REJECTED.                 *
      ******************************************
	   3050-REJECT-ORPHAN-AREA.
		   IF WS-AR-DISP (WS-AR-SUB) = SPACE
			   MOVE WS-AR-IMAGE (WS-AR-SUB) TO AREA-REC
			   MOVE 'N' TO WS-LINE-ERROR-SW
			   MOVE 'NO ESTIMATE HEADER IN BATCH'
				   TO WS-EXC-REASON
			   PERFORM 2290-WRITE-AREA-REJECT
		   END-IF.

	   3000-CLOSING.
		   PERFORM 3050-REJECT-ORPHAN-AREA
			   VARYING WS-AR-SUB FROM 1 BY 1
			   UNTIL WS-AR-SUB > WS-AR-COUNT.
		   ADD WS-ACC-COUNT WS-REJ-COUNT GIVING WS-IN-OUT-TOTAL.
		   ADD WS-AREA-ACC-COUNT WS-AREA-REJ-COUNT
			   GIVING WS-AREA-OUT-TOTAL.
		   DISPLAY 'RECORDS READ:     ' WS-READ-COUNT.
		   DISPLAY 'RECORDS ACCEPTED: ' WS-ACC-COUNT.
		   DISPLAY 'RECORDS REJECTED: ' WS-REJ-COUNT.
		   DISPLAY 'REJECT REASONS:   ' WS-REASON-COUNT.
		   DISPLAY 'AREA LINES READ:     ' WS-AREA-READ-COUNT.
		   DISPLAY 'AREA LINES ACCEPTED: ' WS-AREA-ACC-COUNT.
		   DISPLAY 'AREA LINES REJECTED: ' WS-AREA-REJ-COUNT.
		   DISPLAY 'GALLONS ACCEPTED:    ' C-GT-GALLONS.
		   IF WS-IN-OUT-TOTAL = WS-READ-COUNT
		      AND WS-AREA-OUT-TOTAL = WS-AREA-READ-COUNT
			   DISPLAY 'CONTROL COUNTS BALANCED'
		   ELSE
			   DISPLAY 'CONTROL COUNTS OUT OF BALANCE'
		   CLOSE PAINT-INPUT
		         CUSTOMER-MASTER
		         ACCEPTED-OUT
				 REJECTS-OUT
				 AREA-ACC-OUT
				 AREA-REJ-OUT.

      ******************************************
      * ONE STATUS RECORD PER RUN SO THE       *
		   OPEN OUTPUT STEP-STATUS.
		   MOVE 'COBKMV05' TO ST-PROGRAM.
		   MOVE WS-OPEN-STATUS TO ST-FILE-STATUS.
		   COMPUTE ST-REJECT-COUNT =
			   WS-REJ-COUNT + WS-AREA-REJ-COUNT.
		   IF WS-IN-OUT-TOTAL = WS-READ-COUNT
		      AND WS-AREA-OUT-TOTAL = WS-AREA-READ-COUNT
			   MOVE 'YES' TO ST-BALANCE-FLAG
		   ELSE
			   MOVE 'NO' TO ST-BALANCE-FLAG

	  ******************************************
      * THIS PROGRAM READS A FILE AND CREATES  *
      * A PAINT JOB ESTIMATION REPORT.         *
      * AN ESTIMATE WITH AREA LINES IS PRICED  *
      * LINE BY LINE AT EACH LINE'S OWN PAINT  *
      * TYPE AND PRICE, AND ITS LINES PRINT    *
      * UNDER THE ESTIMATE.                    *
      ******************************************
       ENVIRONMENT DIVISION.
	   INPUT-OUTPUT SECTION.
			 'C:\INDIANHILLS\COBOL\COBKMV01\COBKMV01.STS'
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

	   COPY STEPSTAT.

	   FD  AREA-FILE
		   LABEL RECORD IS STANDARD
		   DATA RECORD IS AREA-REC
		   RECORD CONTAINS 42 CHARACTERS.

	   COPY AREAREC.

       WORKING-STORAGE SECTION.
	   01  WORK-AREA.
		   05  C-PCTR              PIC 99            VALUE 0.
	       88  WS-RUN-CANCELLED                      VALUE 'Y'.
		   05  WS-READ-COUNT       PIC 9(6)          VALUE 0.
		   05  WS-CSV-COUNT        PIC 9(6)          VALUE 0.
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

	   01  WS-SEEN-NUMBERS.
		   05  WS-SEEN OCCURS 10000 TIMES            PIC X.
		   05  FILLER             PIC X(6)        VALUE SPACES.
		   05  O-TOTAL-EST        PIC $$$$,$$$.99.

	   01 AREA-DETAIL-LINE.
		   05  FILLER             PIC X(4)        VALUE SPACES.
		   05  FILLER             PIC X(5)        VALUE 'AREA '.
		   05  O-AREA-LINE-NO     PIC 99.
		   05  FILLER             PIC X(2)        VALUE SPACES.
		   05  O-AREA-DESC        PIC X(20).
		   05  FILLER             PIC X(3)        VALUE SPACES.
		   05  FILLER             PIC X(5)        VALUE 'TYPE '.
		   05  O-AREA-PAINT-TYPE  PIC X.
		   05  FILLER             PIC X(38)       VALUE SPACES.
		   05  O-AREA-WALL-SQ-FT  PIC 9,999.
		   05  FILLER             PIC X(7)        VALUE SPACES.
		   05  O-AREA-DOOR-SQ-FT  PIC 9(3).
		   05  FILLER             PIC X(7)        VALUE SPACES.
		   05  O-AREA-CEILING-SQ-FT PIC 9(4).
		   05  FILLER             PIC X(3)        VALUE SPACES.
		   05  O-AREA-SQ-FT       PIC ZZ,ZZ9.
		   05  FILLER             PIC X(7)        VALUE SPACES.
		   05  O-AREA-GALLONS     PIC 999.99.
		   05  FILLER             PIC X(7)        VALUE SPACES.
		   05  O-AREA-PRICE-GAL   PIC ZZ.99.
		   05  FILLER             PIC X(6)        VALUE SPACES.
		   05  O-AREA-PAINT-EST   PIC $$$,$$$.99.

       01 GRAND-TOTAL-LINE.
		   05  FILLER              PIC X(13)          VALUE 
                                                    'GRAND TOTALS;'.
		   END-IF.
		   OPEN EXTEND CHECKPOINT-FILE.
		   OPEN EXTEND RUN-LOG.
		   PERFORM 1090-OPEN-AREA-FILE.

		   IF WS-MAST-STATUS NOT = '00'
			   PERFORM 1004-LOG-FAILED-RUN
		         CHECKPOINT-FILE
		         EXCEPTIONS-OUT
		         RUN-LOG.
		   IF WS-AREA-OPEN
			   CLOSE AREA-FILE
		   END-IF.

      ******************************************
      * WHEN A PARAMETER RECORD IS PRESENT THE *
			     END-IF
		   END-READ.

      ******************************************
      * THE AREA LINE FILE IS NOT THERE UNTIL  *
      * THE FIRST MULTI-AREA ESTIMATE IS KEYED.*
      * WITHOUT IT EVERY ESTIMATE IS PRICED    *
      * FROM ITS HEADER AS BEFORE.             *
      ******************************************
	   1090-OPEN-AREA-FILE.
		   OPEN INPUT AREA-FILE.
		   IF WS-AREA-STATUS = '00'
			   MOVE 'Y' TO WS-AREA-OPEN-SW
		   ELSE
			   MOVE 'N' TO WS-AREA-OPEN-SW
			   IF WS-AREA-STATUS NOT = '35'
				   DISPLAY 'AREA LINE FILE OPEN FAILED - STATUS '
	                   WS-AREA-STATUS
				   DISPLAY 'ESTIMATES PRICED FROM HEADER FOOTAGES'
			   END-IF
		   END-IF.

	   1050-GET-DATE-RANGE.
		   DISPLAY 'ENTER START PAINT DATE (YYYYMMDD, OR 0 FOR NO'
			   ' LOWER LIMIT): '.
	   2100-CALCS.
		   ADD 1 TO C-PJCTR.
		   PERFORM 2170-EDIT-EST-NO.
		   SUBTRACT PAINT-DOOR-SQ-FT FROM PAINT-WALL-SQ-FT GIVING
           C-TOTAL-WALL-SQ-FT.
		   ADD PAINT-CEILING-SQ-FT TO C-TOTAL-WALL-SQ-FT.
		   MOVE 'N' TO WS-AREA-PRINT-SW.
		   PERFORM 2120-PRICE-AREA-LINES.
		   IF C-AREA-COUNT = 0
			   PERFORM 2110-GET-COVERAGE-RATE
			   DIVIDE C-COVERAGE-RATE INTO C-TOTAL-WALL-SQ-FT GIVING
			   C-GALLONS-NEEDED
			   MULTIPLY C-GALLONS-NEEDED BY PAINT-PRICE-GAL GIVING
			   C-PAINT-EST
		   END-IF.
		   PERFORM 2115-GET-LABOR-PARAMS.
		   COMPUTE C-LABOR-EST = C-GALLONS-NEEDED * C-CREW-SIZE
        * C-LABOR-RATE.
			   MOVE PAINT-LABOR-RATE TO C-LABOR-RATE
		   END-IF.

      ******************************************
      * PRICES EVERY AREA LINE OF THE ESTIMATE *
      * AT ITS OWN COVERAGE AND PRICE. THE     *
      * SAME PASS PRINTS THE LINES WHEN CALLED *
      * FROM THE OUTPUT PARAGRAPH.             *
      ******************************************
	   2120-PRICE-AREA-LINES.
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
		   PERFORM 2125-PRICE-ONE-AREA
			   UNTIL MORE-AREA-RECS = 'NO'.

	   2125-PRICE-ONE-AREA.
		   READ AREA-FILE NEXT RECORD
			   AT END
				 MOVE 'NO' TO MORE-AREA-RECS
			   NOT AT END
				 IF AREA-EST-NO NOT = I-PAINT-EST-NO
				     MOVE 'NO' TO MORE-AREA-RECS
				 ELSE
				     PERFORM 2130-ADD-AREA-PRICE
				 END-IF
		   END-READ.

	   2130-ADD-AREA-PRICE.
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
		   IF WS-AREA-PRINTING
			   PERFORM 2210-PRINT-AREA-LINE
		   END-IF.

	   2170-EDIT-EST-NO.
		   MOVE I-PAINT-EST-NO TO WS-CUR-EST-NO.
		   MOVE WS-CUR-EST-NO TO WS-SUB.
		   MOVE PAINT-DD TO O-PAINT-DD.
		   MOVE C-GALLONS-NEEDED TO O-GALLONS-NEEDED.
		   MOVE C-PAINT-EST TO O-PAINT-EST
		   IF C-AREA-COUNT > 0
			   MOVE 0 TO O-PAINT-PRICE-GAL
		   ELSE
			   MOVE PAINT-PRICE-GAL TO O-PAINT-PRICE-GAL
		   END-IF.
		   MOVE C-LABOR-EST TO O-LABOR-EST.
		   MOVE C-TAX-EST TO O-TAX-EST.
		   MOVE C-TOTAL-EST TO O-TOTAL-EST.
			      AFTER ADVANCING 1 LINE
				      AT EOP
				        PERFORM 9100-HDGS.
		   IF C-AREA-COUNT > 0
			   MOVE 'Y' TO WS-AREA-PRINT-SW
			   PERFORM 2120-PRICE-AREA-LINES
			   MOVE 'N' TO WS-AREA-PRINT-SW
		   END-IF.
		   PERFORM 2250-WRITE-CSV.

	   2210-PRINT-AREA-LINE.
		   MOVE AREA-LINE-NO TO O-AREA-LINE-NO.
		   MOVE AREA-DESC TO O-AREA-DESC.
		   MOVE AREA-PAINT-TYPE TO O-AREA-PAINT-TYPE.
		   MOVE AREA-WALL-SQ-FT TO O-AREA-WALL-SQ-FT.
		   MOVE AREA-DOOR-SQ-FT TO O-AREA-DOOR-SQ-FT.
		   MOVE AREA-CEILING-SQ-FT TO O-AREA-CEILING-SQ-FT.
		   MOVE C-AREA-SQ-FT TO O-AREA-SQ-FT.
		   MOVE C-AREA-GALLONS TO O-AREA-GALLONS.
		   MOVE AREA-PRICE-GAL TO O-AREA-PRICE-GAL.
		   MOVE C-AREA-PAINT TO O-AREA-PAINT-EST.
		   WRITE PRTLINE FROM AREA-DETAIL-LINE
			      AFTER ADVANCING 1 LINE
				      AT EOP
				        PERFORM 9100-HDGS.

	   2250-WRITE-CSV.
		   MOVE SPACES TO CSVLINE.
		   MOVE C-GALLONS-NEEDED TO WS-CSV-GALLONS.
		         CHECKPOINT-FILE
		         EXCEPTIONS-OUT
		         RUN-LOG.
		   IF WS-AREA-OPEN
			   CLOSE AREA-FILE
		   END-IF.

      ******************************************
      * ONE CONTROL RECORD PER EXECUTION SO    *

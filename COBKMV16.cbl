      * WAREHOUSE PULL LIST TOTALING GALLONS   *
      * BY PAINT TYPE SO THE TRUCK IS LOADED   *
      * ONCE.                                  *
      * A MULTI-AREA ESTIMATE LISTS EACH AREA  *
      * ON ITS SHEET AND POSTS EACH AREA'S     *
      * GALLONS TO THE PULL LIST UNDER THAT    *
      * AREA'S OWN PAINT TYPE.                 *
      * SHEETS PRINT GROUPED BY THE CREW THE   *
      * JOB IS BOOKED TO ON THE CREW SCHEDULE  *
      * (COBKMV29), ONE COVER PAGE PER CREW.   *
      * A BOOKED JOB GETS A SHEET FOR EVERY    *
      * DAY OF ITS SPAN BUT GOES ON THE PULL   *
      * LIST ON ITS FIRST DAY ONLY. JOBS WITH  *
      * NO BOOKING PRINT LAST AS UNASSIGNED.   *
      ******************************************
       ENVIRONMENT DIVISION.
	   INPUT-OUTPUT SECTION.
		      ASSIGN TO
			 'C:\INDIANHILLS\COBOL\COBKMV01\PAINTJOB.MST'
		      ORGANIZATION IS INDEXED
		      ACCESS MODE IS DYNAMIC
		      RECORD KEY IS I-PAINT-EST-NO
		      FILE STATUS IS WS-MAST-STATUS.

			 'C:\INDIANHILLS\COBOL\COBKMV16\DISPATCH.PRT'
		      ORGANIZATION IS LINE SEQUENTIAL.

		   SELECT AREA-FILE
		      ASSIGN TO
			 'C:\INDIANHILLS\COBOL\COBKMV01\PNTAREA.DAT'
		      ORGANIZATION IS INDEXED
		      ACCESS MODE IS DYNAMIC
		      RECORD KEY IS AREA-KEY
		      FILE STATUS IS WS-AREA-STATUS.

		   SELECT SCHED-FILE
		      ASSIGN TO
			 'C:\INDIANHILLS\COBOL\COBKMV29\CREWSCHD.DAT'
		      ORGANIZATION IS INDEXED
		      ACCESS MODE IS RANDOM
		      RECORD KEY IS SCH-EST-NO
		      ALTERNATE RECORD KEY IS SCH-CREW-ID
			      WITH DUPLICATES
		      FILE STATUS IS WS-SCHD-STATUS.

		   SELECT CREW-MASTER
		      ASSIGN TO
			 'C:\INDIANHILLS\COBOL\COBKMV22\CREWMAST.DAT'
		      ORGANIZATION IS INDEXED
		      ACCESS MODE IS RANDOM
		      RECORD KEY IS CR-CREW-ID
		      FILE STATUS IS WS-CREW-STATUS.

       DATA DIVISION.
	   FILE SECTION.
	   FD  PAINTJOB-MASTER

	   01  PRTLINE               PIC X(132).

	   FD  AREA-FILE
		   LABEL RECORD IS STANDARD
		   DATA RECORD IS AREA-REC
		   RECORD CONTAINS 42 CHARACTERS.

	   COPY AREAREC.

	   FD  SCHED-FILE
		   LABEL RECORD IS STANDARD
		   DATA RECORD IS SCHED-REC
		   RECORD CONTAINS 41 CHARACTERS.

	   COPY SCHEDREC.

	   FD  CREW-MASTER
		   LABEL RECORD IS STANDARD
		   DATA RECORD IS CREW-REC
		   RECORD CONTAINS 32 CHARACTERS.

	   COPY CREWREC.

       WORKING-STORAGE SECTION.
	   01  WORK-AREA.
		   05  MORE-RECS           PIC XXX           VALUE 'YES'.
		   05  WS-PT-DESC-HOLD     PIC X(20)         VALUE SPACES.
		   05  WS-P-SUB            PIC 99            VALUE 0.
		   05  WS-HIT-SUB          PIC 99            VALUE 0.
		   05  WS-AREA-STATUS      PIC XX            VALUE '00'.
		   05  WS-AREA-OPEN-SW     PIC X             VALUE 'N'.
		   88  WS-AREA-OPEN                          VALUE 'Y'.
		   05  MORE-AREA-RECS      PIC XXX           VALUE 'NO'.
		   05  WS-AREA-PRINT-SW    PIC X             VALUE 'N'.
		   88  WS-AREA-PRINTING                      VALUE 'Y'.
		   05  C-AREA-COUNT        PIC 99            VALUE 0.
		   05  C-AREA-SQ-FT        PIC 9(5)          VALUE 0.
		   05  C-AREA-GALLONS      PIC 999V99        VALUE 0.
		   05  WS-POST-TYPE        PIC X             VALUE SPACE.
		   05  WS-POST-DESC        PIC X(20)         VALUE SPACES.
		   05  WS-POST-GALLONS     PIC 999V99        VALUE 0.
		   05  WS-SCHD-STATUS      PIC XX            VALUE '00'.
		   05  WS-SCHD-OPEN-SW     PIC X             VALUE 'N'.
		   88  WS-SCHD-OPEN                          VALUE 'Y'.
		   05  WS-CREW-STATUS      PIC XX            VALUE '00'.
		   05  WS-CREW-OPEN-SW     PIC X             VALUE 'N'.
		   88  WS-CREW-OPEN                          VALUE 'Y'.
		   05  WS-BOOKED-SW        PIC X             VALUE 'N'.
		   88  WS-JOB-BOOKED                         VALUE 'Y'.
		   05  WS-ENTRY-ADDED-SW   PIC X             VALUE 'N'.
		   88  WS-ENTRY-ADDED                        VALUE 'Y'.
		   05  WS-PULL-SW          PIC X             VALUE 'Y'.
		   88  WS-PULL-TODAY                         VALUE 'Y'.
		   05  C-DISPATCH-INT      PIC 9(9)          VALUE 0.
		   05  C-START-INT         PIC 9(9)          VALUE 0.
		   05  WS-DT-SUB           PIC 9(4)          VALUE 0.
		   05  WS-LOW-SUB          PIC 9(4)          VALUE 0.
		   05  WS-PRINT-SUB        PIC 9(4)          VALUE 0.
		   05  WS-LOW-KEY          PIC X(7)          VALUE SPACES.
		   05  WS-PREV-CREW-ID     PIC X(3)          VALUE SPACES.
		   05  WS-CREW-JOB-COUNT   PIC 9(4)          VALUE 0.
		   05  WS-CREW-COUNT       PIC 9(4)          VALUE 0.
		   05  WS-UNASSIGNED-COUNT PIC 9(4)          VALUE 0.
		   05  WS-NO-CREW          PIC X(3)          VALUE HIGH-VALUES.

      ******************************************
      * ONE ENTRY PER WORK ORDER FOR THE DAY,  *
      * KEYED CREW THEN ESTIMATE. JOBS WITH NO *
      * CREW CARRY HIGH-VALUES SO THEY PRINT   *
      * LAST.                                  *
      ******************************************
	   01  WS-DISPATCH-TABLE.
		   05  WS-DT-COUNT         PIC 9(4)          VALUE 0.
		   05  WS-DT-ENTRY OCCURS 500 TIMES.
			   10  WS-DT-KEY.
				   15  WS-DT-CREW-ID   PIC X(3).
				   15  WS-DT-EST-NO    PIC X(4).
			   10  WS-DT-DAY-NO    PIC 99.
			   10  WS-DT-DAYS      PIC 99.
			   10  WS-DT-DOUBLE    PIC X.
			   10  WS-DT-PRINTED   PIC X.

	   COPY PNTTYPE.

		   05  FILLER          PIC X(3)    VALUE SPACES.
		   05  O-PT-DESC       PIC X(20).

	   01  AREA-SHEET-LINE.
		   05  FILLER          PIC X(5)    VALUE 'AREA '.
		   05  O-AREA-LINE-NO  PIC 99.
		   05  FILLER          PIC X(2)    VALUE SPACES.
		   05  O-AREA-DESC     PIC X(20).
		   05  FILLER          PIC X(2)    VALUE SPACES.
		   05  FILLER          PIC X(5)    VALUE 'TYPE '.
		   05  O-AREA-PT-CODE  PIC X.
		   05  FILLER          PIC X(3)    VALUE SPACES.
		   05  O-AREA-PT-DESC  PIC X(20).
		   05  FILLER          PIC X(2)    VALUE SPACES.
		   05  O-AREA-GALLONS  PIC ZZ9.99.
		   05  FILLER          PIC X(4)    VALUE ' GAL'.

	   01  GALLONS-LINE.
		   05  FILLER          PIC X(16)
	                           VALUE 'GALLONS NEEDED '.
	                           VALUE 'CREW SIZE      '.
		   05  O-CREW-SIZE     PIC 9.

	   01  ASSIGNED-LINE.
		   05  FILLER          PIC X(16)
	                           VALUE 'ASSIGNED CREW  '.
		   05  O-ASG-CREW-ID   PIC X(4).
		   05  FILLER          PIC X(6)    VALUE 'LEAD '.
		   05  O-ASG-LEAD      PIC X(25).
		   05  FILLER          PIC X(2)    VALUE SPACES.
		   05  FILLER          PIC X(4)    VALUE 'DAY '.
		   05  O-ASG-DAY-NO    PIC Z9.
		   05  FILLER          PIC X(4)    VALUE ' OF '.
		   05  O-ASG-DAYS      PIC Z9.
		   05  FILLER          PIC X(2)    VALUE SPACES.
		   05  O-ASG-DOUBLE    PIC X(17).

	   01  CREW-TITLE.
		   05  FILLER          PIC X(10)
	                           VALUE 'JOB DATE '.
		   05  O-CT-MM         PIC 99.
		   05  FILLER          PIC X       VALUE '/'.
		   05  O-CT-DD         PIC 99.
		   05  FILLER          PIC X       VALUE '/'.
		   05  O-CT-YY         PIC 9(4).
		   05  FILLER          PIC X(10)   VALUE SPACES.
		   05  FILLER          PIC X(37)
				   VALUE 'CREW DISPATCH - WORK ORDERS FOLLOW'.

	   01  CREW-COVER-LINE.
		   05  FILLER          PIC X(6)    VALUE 'CREW '.
		   05  O-CC-CREW-ID    PIC X(4).
		   05  FILLER          PIC X(6)    VALUE 'LEAD '.
		   05  O-CC-LEAD       PIC X(25).
		   05  FILLER          PIC X(4)    VALUE SPACES.
		   05  FILLER          PIC X(13)   VALUE 'WORK ORDERS: '.
		   05  O-CC-JOB-COUNT  PIC Z,ZZ9.

	   01  FOOTAGE-LINE.
		   05  FILLER          PIC X(6)    VALUE 'WALL '.
		   05  O-WALL-SQ-FT    PIC Z,ZZ9.
	                   VALUE 'TOTAL GALLONS:'.
		   05  O-GT-GALLONS        PIC ZZZ,ZZ9.99.

	   01  CREW-TOTAL-LINE.
		   05  FILLER              PIC X(20)
	                   VALUE 'CREWS DISPATCHED:'.
		   05  O-CREW-COUNT        PIC Z,ZZ9.
		   05  FILLER              PIC X(6)           VALUE SPACES.
		   05  FILLER              PIC X(15)
	                   VALUE 'UNASSIGNED:'.
		   05  O-UNASSIGNED-COUNT  PIC Z,ZZ9.

       PROCEDURE DIVISION.
	   0000-MAIN.
		   PERFORM 1000-INIT.
		   PERFORM 2000-MAINLINE
			   UNTIL MORE-RECS = 'NO'.
		   PERFORM 2500-PRINT-BY-CREW
			   VARYING WS-PRINT-SUB FROM 1 BY 1
			   UNTIL WS-PRINT-SUB > WS-DT-COUNT.
		   PERFORM 3000-CLOSING.
		   STOP RUN.

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
				   DISPLAY 'GALLONS FIGURED FROM HEADER FOOTAGES'
			   END-IF
		   END-IF.
		   OPEN INPUT SCHED-FILE.
		   IF WS-SCHD-STATUS = '00'
			   MOVE 'Y' TO WS-SCHD-OPEN-SW
		   ELSE
			   IF WS-SCHD-STATUS NOT = '35'
				   DISPLAY 'CREW SCHEDULE OPEN FAILED - STATUS '
	                   WS-SCHD-STATUS
			   END-IF
			   DISPLAY 'NO CREW BOOKINGS - ALL JOBS UNASSIGNED'
		   END-IF.
		   OPEN INPUT CREW-MASTER.
		   IF WS-CREW-STATUS = '00'
			   MOVE 'Y' TO WS-CREW-OPEN-SW
		   ELSE
			   DISPLAY 'CREW MASTER NOT AVAILABLE - STATUS '
				   WS-CREW-STATUS
		   END-IF.

		   MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
		   MOVE WS-DISPATCH-DATE TO WS-WORK-DATE.
		   MOVE WS-WD-MM TO O-PULL-MM.
		   MOVE WS-WD-DD TO O-PULL-DD.
		   MOVE WS-WD-YY TO O-PULL-YY.
		   MOVE WS-WD-MM TO O-CT-MM.
		   MOVE WS-WD-DD TO O-CT-DD.
		   MOVE WS-WD-YY TO O-CT-YY.
		   COMPUTE C-DISPATCH-INT =
			   FUNCTION INTEGER-OF-DATE(WS-DISPATCH-DATE).

		   IF WS-MAST-STATUS NOT = '00'
		      OR WS-CUST-STATUS NOT = '00'

      ******************************************
      * ONLY ACCEPTED OR SCHEDULED ESTIMATES   *
      * GET A WORK ORDER SHEET - A BOOKED JOB  *
      * ON EVERY DAY OF ITS SPAN, ANY OTHER    *
      * JOB WHEN ITS JOB DATE MATCHES THE      *
      * DISPATCH DATE. THE SHEETS ARE PRINTED  *
      * AFTER THE PASS, IN CREW ORDER.         *
      ******************************************
	   2000-MAINLINE.
		   IF PAINT-OPEN-FOR-WORK
			   PERFORM 2050-SELECT-JOB
		   END-IF.
		   PERFORM 9000-READ.

	   2050-SELECT-JOB.
		   MOVE 'N' TO WS-BOOKED-SW.
		   IF WS-SCHD-OPEN AND PAINT-SCHEDULED
			   MOVE I-PAINT-EST-NO TO SCH-EST-NO
			   READ SCHED-FILE
				   INVALID KEY
				     MOVE 'N' TO WS-BOOKED-SW
				   NOT INVALID KEY
				     MOVE 'Y' TO WS-BOOKED-SW
			   END-READ
		   END-IF.
		   IF WS-JOB-BOOKED
			   IF WS-DISPATCH-DATE NOT < SCH-START-DATE
			      AND WS-DISPATCH-DATE NOT > SCH-END-DATE
				   PERFORM 2060-ADD-DISPATCH-ENTRY
				   IF WS-ENTRY-ADDED
	                   COMPUTE C-START-INT =
						   FUNCTION INTEGER-OF-DATE(SCH-START-DATE)
	                   COMPUTE WS-DT-DAY-NO (WS-DT-COUNT) =
						   C-DISPATCH-INT - C-START-INT + 1
	                   MOVE SCH-DAYS TO WS-DT-DAYS (WS-DT-COUNT)
	                   MOVE SCH-CREW-ID
						   TO WS-DT-CREW-ID (WS-DT-COUNT)
	                   MOVE SCH-CONFLICT-SW
						   TO WS-DT-DOUBLE (WS-DT-COUNT)
				   END-IF
			   END-IF
		   ELSE
			   MOVE PAINT-DATE TO WS-PAINT-YYYYMMDD
			   IF WS-PAINT-YYYYMMDD = WS-DISPATCH-DATE
				   PERFORM 2060-ADD-DISPATCH-ENTRY
			   END-IF
		   END-IF.

	   2060-ADD-DISPATCH-ENTRY.
		   IF WS-DT-COUNT >= 500
			   DISPLAY 'DISPATCH TABLE FULL - ESTIMATE '
				   I-PAINT-EST-NO ' DROPPED'
			   MOVE 'N' TO WS-ENTRY-ADDED-SW
		   ELSE
			   MOVE 'Y' TO WS-ENTRY-ADDED-SW
			   ADD 1 TO WS-DT-COUNT
			   MOVE WS-NO-CREW TO WS-DT-CREW-ID (WS-DT-COUNT)
			   MOVE I-PAINT-EST-NO TO WS-DT-EST-NO (WS-DT-COUNT)
			   MOVE 1 TO WS-DT-DAY-NO (WS-DT-COUNT)
			   MOVE 1 TO WS-DT-DAYS (WS-DT-COUNT)
			   MOVE 'N' TO WS-DT-DOUBLE (WS-DT-COUNT)
			   MOVE 'N' TO WS-DT-PRINTED (WS-DT-COUNT)
		   END-IF.

	   2100-PRINT-JOB-SHEET.
		   PERFORM 2110-CALC-GALLONS.
		   PERFORM 2150-GET-CUSTOMER.
		   ADD 1 TO WS-JOB-COUNT.
		   IF WS-PULL-TODAY
			   ADD C-GALLONS-NEEDED TO C-GT-GALLONS
		   END-IF.

		   WRITE PRTLINE FROM SHEET-TITLE
			   AFTER ADVANCING PAGE.
		   MOVE CM-CUST-CITY-ST-ZIP TO O-ADDR-TEXT.
		   WRITE PRTLINE FROM ADDRESS-LINE
			   AFTER ADVANCING 1 LINE.
		   IF C-AREA-COUNT > 0
			   MOVE SPACES TO PRTLINE
			   WRITE PRTLINE
				   AFTER ADVANCING 1 LINE
			   MOVE 'Y' TO WS-AREA-PRINT-SW
			   PERFORM 2130-CALC-AREA-LINES
			   MOVE 'N' TO WS-AREA-PRINT-SW
		   ELSE
			   MOVE PAINT-TYPE TO O-PT-CODE
			   MOVE WS-PT-DESC-HOLD TO O-PT-DESC
			   WRITE PRTLINE FROM PAINT-LINE
				   AFTER ADVANCING 2 LINES
			   MOVE PAINT-WALL-SQ-FT TO O-WALL-SQ-FT
			   MOVE PAINT-DOOR-SQ-FT TO O-DOOR-SQ-FT
			   MOVE PAINT-CEILING-SQ-FT TO O-CEILING-SQ-FT
			   WRITE PRTLINE FROM FOOTAGE-LINE
				   AFTER ADVANCING 1 LINE
		   END-IF.
		   MOVE C-GALLONS-NEEDED TO O-GALLONS.
		   WRITE PRTLINE FROM GALLONS-LINE
			   AFTER ADVANCING 2 LINES.
		   MOVE C-CREW-SIZE TO O-CREW-SIZE.
		   WRITE PRTLINE FROM CREW-LINE
			   AFTER ADVANCING 1 LINE.
		   MOVE WS-DT-DAY-NO (WS-LOW-SUB) TO O-ASG-DAY-NO.
		   MOVE WS-DT-DAYS (WS-LOW-SUB) TO O-ASG-DAYS.
		   IF WS-DT-DOUBLE (WS-LOW-SUB) = 'Y'
			   MOVE '** DOUBLE BOOKED' TO O-ASG-DOUBLE
		   ELSE
			   MOVE SPACES TO O-ASG-DOUBLE
		   END-IF.
		   WRITE PRTLINE FROM ASSIGNED-LINE
			   AFTER ADVANCING 1 LINE.

      ******************************************
      * GALLONS ARE POSTED TO THE PULL LIST AS *
      * THEY ARE FIGURED - ONCE PER AREA LINE  *
      * UNDER ITS OWN TYPE, OR ONCE FOR THE    *
      * HEADER WHEN THE ESTIMATE HAS NO LINES. *
      ******************************************
	   2110-CALC-GALLONS.
		   MOVE 'N' TO WS-AREA-PRINT-SW.
		   PERFORM 2130-CALC-AREA-LINES.
		   IF C-AREA-COUNT = 0
			   PERFORM 2115-GET-COVERAGE-RATE
			   SUBTRACT PAINT-DOOR-SQ-FT FROM PAINT-WALL-SQ-FT GIVING
			   C-TOTAL-WALL-SQ-FT
			   ADD PAINT-CEILING-SQ-FT TO C-TOTAL-WALL-SQ-FT
			   DIVIDE C-COVERAGE-RATE INTO C-TOTAL-WALL-SQ-FT GIVING
			   C-GALLONS-NEEDED
			   MOVE PAINT-TYPE TO WS-POST-TYPE
			   MOVE WS-PT-DESC-HOLD TO WS-POST-DESC
			   MOVE C-GALLONS-NEEDED TO WS-POST-GALLONS
			   IF WS-PULL-TODAY
				   PERFORM 2200-POST-PULL-LIST
			   END-IF
		   END-IF.
		   PERFORM 2120-GET-LABOR-PARAMS.

	   2115-GET-COVERAGE-RATE.
			   MOVE PAINT-LABOR-RATE TO C-LABOR-RATE
		   END-IF.

	   2130-CALC-AREA-LINES.
		   MOVE 0 TO C-AREA-COUNT.
		   MOVE 0 TO C-GALLONS-NEEDED.
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
		   PERFORM 2135-CALC-ONE-AREA
			   UNTIL MORE-AREA-RECS = 'NO'.

	   2135-CALC-ONE-AREA.
		   READ AREA-FILE NEXT RECORD
			   AT END
				 MOVE 'NO' TO MORE-AREA-RECS
			   NOT AT END
				 IF AREA-EST-NO NOT = I-PAINT-EST-NO
				     MOVE 'NO' TO MORE-AREA-RECS
				 ELSE
				     PERFORM 2140-ADD-AREA-GALLONS
				 END-IF
		   END-READ.

	   2140-ADD-AREA-GALLONS.
		   ADD 1 TO C-AREA-COUNT.
		   MOVE 115 TO C-COVERAGE-RATE.
		   MOVE SPACES TO WS-POST-DESC.
		   SET WS-PT-IDX TO 1.
		   SEARCH WS-PT-ENTRY
			   AT END
				 MOVE 115 TO C-COVERAGE-RATE
			   WHEN WS-PT-CODE (WS-PT-IDX) = AREA-PAINT-TYPE
				 MOVE WS-PT-COVERAGE (WS-PT-IDX) TO C-COVERAGE-RATE
				 MOVE WS-PT-DESC (WS-PT-IDX) TO WS-POST-DESC.
		   SUBTRACT AREA-DOOR-SQ-FT FROM AREA-WALL-SQ-FT GIVING
		   C-AREA-SQ-FT.
		   ADD AREA-CEILING-SQ-FT TO C-AREA-SQ-FT.
		   DIVIDE C-COVERAGE-RATE INTO C-AREA-SQ-FT GIVING
		   C-AREA-GALLONS.
		   ADD C-AREA-GALLONS TO C-GALLONS-NEEDED.
		   IF WS-AREA-PRINTING
			   MOVE AREA-LINE-NO TO O-AREA-LINE-NO
			   MOVE AREA-DESC TO O-AREA-DESC
			   MOVE AREA-PAINT-TYPE TO O-AREA-PT-CODE
			   MOVE WS-POST-DESC TO O-AREA-PT-DESC
			   MOVE C-AREA-GALLONS TO O-AREA-GALLONS
			   WRITE PRTLINE FROM AREA-SHEET-LINE
				   AFTER ADVANCING 1 LINE
			   MOVE AREA-WALL-SQ-FT TO O-WALL-SQ-FT
			   MOVE AREA-DOOR-SQ-FT TO O-DOOR-SQ-FT
			   MOVE AREA-CEILING-SQ-FT TO O-CEILING-SQ-FT
			   WRITE PRTLINE FROM FOOTAGE-LINE
				   AFTER ADVANCING 1 LINE
		   ELSE
			   MOVE AREA-PAINT-TYPE TO WS-POST-TYPE
			   MOVE C-AREA-GALLONS TO WS-POST-GALLONS
			   IF WS-PULL-TODAY
				   PERFORM 2200-POST-PULL-LIST
			   END-IF
		   END-IF.

	   2150-GET-CUSTOMER.
		   MOVE I-CUST-ID TO CM-CUST-ID.
		   READ CUSTOMER-MASTER
		   IF WS-HIT-SUB = 0
			   IF WS-PU-COUNT >= 25
				   DISPLAY 'PULL LIST TABLE FULL - TYPE '
	                   WS-POST-TYPE ' DROPPED'
			   ELSE
				   ADD 1 TO WS-PU-COUNT
				   MOVE WS-PU-COUNT TO WS-HIT-SUB
				   MOVE WS-POST-TYPE TO WS-PU-CODE (WS-HIT-SUB)
				   MOVE WS-POST-DESC
				       TO WS-PU-DESC (WS-HIT-SUB)
				   MOVE 0 TO WS-PU-GALLONS (WS-HIT-SUB)
			   END-IF
		   END-IF.
		   IF WS-HIT-SUB > 0
			   ADD WS-POST-GALLONS
			       TO WS-PU-GALLONS (WS-HIT-SUB)
		   END-IF.

	   2210-MATCH-TYPE.
		   IF WS-PU-CODE (WS-P-SUB) = WS-POST-TYPE
			   MOVE WS-P-SUB TO WS-HIT-SUB
		   END-IF.

      ******************************************
      * EACH PASS PICKS THE LOWEST CREW AND    *
      * ESTIMATE NOT YET PRINTED. A NEW CREW   *
      * GETS A COVER PAGE AHEAD OF ITS SHEETS. *
      * A JOB PAST ITS FIRST DAY IS ALREADY ON *
      * THE TRUCK AND STAYS OFF THE PULL LIST. *
      ******************************************
	   2500-PRINT-BY-CREW.
		   MOVE 0 TO WS-LOW-SUB.
		   PERFORM 2510-FIND-LOW
			   VARYING WS-DT-SUB FROM 1 BY 1
			   UNTIL WS-DT-SUB > WS-DT-COUNT.
		   IF WS-LOW-SUB > 0
			   MOVE 'Y' TO WS-DT-PRINTED (WS-LOW-SUB)
			   IF WS-PRINT-SUB = 1
			      OR WS-DT-CREW-ID (WS-LOW-SUB) NOT = WS-PREV-CREW-ID
				   PERFORM 2520-CREW-BREAK
			   END-IF
			   IF WS-DT-DAY-NO (WS-LOW-SUB) = 1
				   MOVE 'Y' TO WS-PULL-SW
			   ELSE
				   MOVE 'N' TO WS-PULL-SW
			   END-IF
			   MOVE WS-DT-EST-NO (WS-LOW-SUB) TO I-PAINT-EST-NO
			   READ PAINTJOB-MASTER
				   INVALID KEY
				     DISPLAY 'ESTIMATE ' I-PAINT-EST-NO
				         ' NOT ON FILE - NO WORK ORDER'
				   NOT INVALID KEY
				     PERFORM 2100-PRINT-JOB-SHEET
			   END-READ
		   END-IF.

	   2510-FIND-LOW.
		   IF WS-DT-PRINTED (WS-DT-SUB) = 'N'
			   IF WS-LOW-SUB = 0
			      OR WS-DT-KEY (WS-DT-SUB) < WS-LOW-KEY
				   MOVE WS-DT-SUB TO WS-LOW-SUB
				   MOVE WS-DT-KEY (WS-DT-SUB) TO WS-LOW-KEY
			   END-IF
		   END-IF.

	   2520-CREW-BREAK.
		   MOVE WS-DT-CREW-ID (WS-LOW-SUB) TO WS-PREV-CREW-ID.
		   MOVE 0 TO WS-CREW-JOB-COUNT.
		   PERFORM 2525-COUNT-CREW-JOB
			   VARYING WS-DT-SUB FROM 1 BY 1
			   UNTIL WS-DT-SUB > WS-DT-COUNT.
		   IF WS-PREV-CREW-ID = WS-NO-CREW
			   MOVE 'NONE' TO O-CC-CREW-ID
			   MOVE 'UNASSIGNED - NO CREW BOOKED' TO O-CC-LEAD
			   ADD WS-CREW-JOB-COUNT TO WS-UNASSIGNED-COUNT
		   ELSE
			   MOVE WS-PREV-CREW-ID TO O-CC-CREW-ID
			   PERFORM 2530-GET-CREW-LEAD
			   ADD 1 TO WS-CREW-COUNT
		   END-IF.
		   MOVE O-CC-CREW-ID TO O-ASG-CREW-ID.
		   MOVE O-CC-LEAD TO O-ASG-LEAD.
		   MOVE WS-CREW-JOB-COUNT TO O-CC-JOB-COUNT.
		   WRITE PRTLINE FROM CREW-TITLE
			   AFTER ADVANCING PAGE.
		   WRITE PRTLINE FROM CREW-COVER-LINE
			   AFTER ADVANCING 3 LINES.

	   2525-COUNT-CREW-JOB.
		   IF WS-DT-CREW-ID (WS-DT-SUB) = WS-PREV-CREW-ID
			   ADD 1 TO WS-CREW-JOB-COUNT
		   END-IF.

	   2530-GET-CREW-LEAD.
		   MOVE 'NOT ON CREW MASTER' TO O-CC-LEAD.
		   IF WS-CREW-OPEN
			   MOVE WS-PREV-CREW-ID TO CR-CREW-ID
			   READ CREW-MASTER
				   NOT INVALID KEY
				     MOVE CR-LEAD-NAME TO O-CC-LEAD
			   END-READ
		   END-IF.

	   3000-CLOSING.
		   WRITE PRTLINE FROM PULL-TITLE
			   AFTER ADVANCING PAGE.
		   MOVE C-GT-GALLONS TO O-GT-GALLONS.
		   WRITE PRTLINE FROM PULL-TOTAL-LINE
			   AFTER ADVANCING 3 LINES.
		   MOVE WS-CREW-COUNT TO O-CREW-COUNT.
		   MOVE WS-UNASSIGNED-COUNT TO O-UNASSIGNED-COUNT.
		   WRITE PRTLINE FROM CREW-TOTAL-LINE
			   AFTER ADVANCING 1 LINE.
		   CLOSE PAINTJOB-MASTER
		         CUSTOMER-MASTER
		         PRTOUT.
		   IF WS-AREA-OPEN
			   CLOSE AREA-FILE
		   END-IF.
		   IF WS-SCHD-OPEN
			   CLOSE SCHED-FILE
		   END-IF.
		   IF WS-CREW-OPEN
			   CLOSE CREW-MASTER
		   END-IF.

	   3100-PRINT-PULL-LINE.
		   MOVE WS-PU-CODE (WS-P-SUB) TO O-PU-CODE.
			   AFTER ADVANCING 1 LINE.

	   9000-READ.
		   READ PAINTJOB-MASTER NEXT RECORD
			   AT END
			     MOVE 'NO' TO MORE-RECS.

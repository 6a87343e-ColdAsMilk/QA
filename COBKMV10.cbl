      * NUMBER. EVERY ESTIMATE IS VERIFIED     *
      * AGAINST THE PAINT JOB MASTER AND THE   *
      * CREW AGAINST THE CREW MASTER.          *
      * A CREW OTHER THAN THE ONE BOOKED ON    *
      * THE CREW SCHEDULE (COBKMV29) IS TAKEN  *
      * WITH A WARNING.                        *
      ******************************************
       ENVIRONMENT DIVISION.
	   INPUT-OUTPUT SECTION.
		      RECORD KEY IS CR-CREW-ID
		      FILE STATUS IS WS-CREW-STATUS.

		   SELECT SCHED-FILE
		      ASSIGN TO
			 'C:\INDIANHILLS\COBOL\COBKMV29\CREWSCHD.DAT'
		      ORGANIZATION IS INDEXED
		      ACCESS MODE IS RANDOM
		      RECORD KEY IS SCH-EST-NO
		      ALTERNATE RECORD KEY IS SCH-CREW-ID
			      WITH DUPLICATES
		      FILE STATUS IS WS-SCHD-STATUS.

       DATA DIVISION.
	   FILE SECTION.
	   FD  ACTUALS-FILE
		   LABEL RECORD IS STANDARD
		   DATA RECORD IS ACTUALS-REC
		   RECORD CONTAINS 37 CHARACTERS.

	   COPY ACTREC.


	   COPY CREWREC.

	   FD  SCHED-FILE
		   LABEL RECORD IS STANDARD
		   DATA RECORD IS SCHED-REC
		   RECORD CONTAINS 41 CHARACTERS.

	   COPY SCHEDREC.

       WORKING-STORAGE SECTION.
	   01  WORK-AREA.
		   05  MORE-FUNCTIONS      PIC XXX           VALUE 'YES'.
		   05  WS-ADD-COUNT        PIC 9(5)          VALUE 0.
		   05  WS-CHG-COUNT        PIC 9(5)          VALUE 0.
		   05  WS-DEL-COUNT        PIC 9(5)          VALUE 0.
		   05  WS-SCHD-STATUS      PIC XX            VALUE '00'.
		   05  WS-SCHD-OPEN-SW     PIC X             VALUE 'N'.
		   88  WS-SCHD-OPEN                          VALUE 'Y'.
		   05  WS-CREW-WARN-COUNT  PIC 9(5)          VALUE 0.

	   01  ENTRY-AREA.
		   05  WS-IN-EST-NO        PIC X(4)          VALUE SPACES.
			   DISPLAY 'CREW IDS WILL NOT BE VERIFIED'
			   MOVE 'N' TO WS-CREW-CHECK-SW
		   END-IF.
		   OPEN INPUT SCHED-FILE.
		   IF WS-SCHD-STATUS = '00'
			   MOVE 'Y' TO WS-SCHD-OPEN-SW
		   ELSE
			   IF WS-SCHD-STATUS NOT = '35'
				   DISPLAY 'CREW SCHEDULE NOT AVAILABLE - STATUS '
	                   WS-SCHD-STATUS
				   DISPLAY 'SCHEDULED CREWS WILL NOT BE CHECKED'
			   END-IF
		   END-IF.

	   2000-MAINLINE.
		   DISPLAY ' '.
				   PERFORM 2130-BUILD-RECORD
				   MOVE WS-IN-EST-NO TO ACT-EST-NO
				   MOVE 'N' TO ACT-POSTED
				   MOVE 'N' TO ACT-PAID
				   MOVE 0 TO ACT-PAY-WEEK
				   WRITE ACTUALS-REC
					   INVALID KEY
						 DISPLAY 'ACTUALS FOR ' WS-IN-EST-NO
							 ' NOT ON CREW MASTER'
				   END-READ
			   END-IF
			   IF WS-SCHD-OPEN
				   PERFORM 2122-CHECK-SCHEDULED-CREW
			   END-IF
		   END-IF.

      ******************************************
      * THE TIMECARD CREW SHOULD BE THE CREW   *
      * THE JOB WAS BOOKED TO. A DIFFERENT     *
      * CREW IS ONLY A WARNING - CREWS DO GET  *
      * SWAPPED ON THE DAY - SO THE HOURS ARE  *
      * STILL TAKEN.                           *
      ******************************************
	   2122-CHECK-SCHEDULED-CREW.
		   MOVE WS-IN-EST-NO TO SCH-EST-NO.
		   READ SCHED-FILE
			   NOT INVALID KEY
				 IF SCH-CREW-ID NOT = WS-IN-CREW-ID
				     ADD 1 TO WS-CREW-WARN-COUNT
				     DISPLAY '*** WARNING - CREW ' WS-IN-CREW-ID
				         ' IS NOT THE SCHEDULED CREW ' SCH-CREW-ID
				 END-IF
		   END-READ.

	   2125-EDIT-CALENDAR-DATE.
		   EVALUATE WS-IN-MM-N
			   WHEN 01
				 DISPLAY 'ACTUALS FOR ' WS-KEY-EST-NO
					 ' NOT ON FILE'
			   NOT INVALID KEY
				 IF ACT-PAYROLL-PAID
				     DISPLAY 'ACTUALS FOR ' WS-KEY-EST-NO
				         ' PAID IN WEEK ENDING ' ACT-PAY-WEEK
				         ' - NOT CHANGED'
				     DISPLAY 'REVERSE THAT PAY WEEK FIRST'
				 ELSE
				     PERFORM 2210-APPLY-CHANGES
				 END-IF
		   END-READ.

	   2210-APPLY-CHANGES.
				 DISPLAY 'ACTUALS FOR ' WS-KEY-EST-NO
					 ' NOT ON FILE'
			   NOT INVALID KEY
				 IF ACT-PAYROLL-PAID
				     DISPLAY 'ACTUALS FOR ' WS-KEY-EST-NO
				         ' PAID IN WEEK ENDING ' ACT-PAY-WEEK
				         ' - NOT DELETED'
				     DISPLAY 'REVERSE THAT PAY WEEK FIRST'
				 ELSE
				     DELETE ACTUALS-FILE
				     ADD 1 TO WS-DEL-COUNT
				     DISPLAY 'ACTUALS FOR ' WS-KEY-EST-NO
				         ' DELETED'
				 END-IF
		   END-READ.

	   3000-CLOSING.
		   DISPLAY 'ACTUALS ADDED:   ' WS-ADD-COUNT.
		   DISPLAY 'ACTUALS CHANGED: ' WS-CHG-COUNT.
		   DISPLAY 'ACTUALS DELETED: ' WS-DEL-COUNT.
		   DISPLAY 'CREW WARNINGS:   ' WS-CREW-WARN-COUNT.
		   CLOSE ACTUALS-FILE
		         PAINTJOB-MASTER
		         CREW-MASTER.
		   IF WS-SCHD-OPEN
			   CLOSE SCHED-FILE
		   END-IF.

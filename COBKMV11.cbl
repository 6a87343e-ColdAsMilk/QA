	   FD  ACTUALS-FILE
		   LABEL RECORD IS STANDARD
		   DATA RECORD IS ACTUALS-REC
		   RECORD CONTAINS 37 CHARACTERS.

	   COPY ACTREC.


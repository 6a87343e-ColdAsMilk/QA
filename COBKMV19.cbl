
	   FD  ESTIMATE-JOURNAL
	       LABEL RECORD IS OMITTED
		   RECORD CONTAINS 105 CHARACTERS
		   DATA RECORD IS EJRNL-REC.

	   01  EJRNL-REC.
		   05  EJ-EST-NO           PIC X(4).
		   05  EJ-BEFORE-IMAGE     PIC X(39).
		   05  EJ-AFTER-IMAGE      PIC X(39).
		   05  EJ-OPER-ID          PIC X(8).

	   FD  PRTOUT
	       LABEL RECORD IS OMITTED

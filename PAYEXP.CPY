      ***************************************************
      * PAY-EXPORT-REC RECORD LAYOUT FOR THE WEEKLY     *
      * PAYROLL EXPORT (PAYEXP.DAT) SENT TO THE PAYROLL *
      * SERVICE. FIXED 100 BYTES, NO DECIMAL POINTS OR  *
      * SIGNS - ONE HEADER RECORD, ONE DETAIL RECORD    *
      * PER CREW PAID, AND ONE TRAILER RECORD CARRYING  *
      * THE RECORD COUNT AND HASH TOTALS FOR THE WEEK.  *
      * WRITTEN BY COBKMV30 - KEEP IN SYNC WITH THE     *
      * PAYROLL SERVICE'S FILE SPECIFICATION.           *
      ***************************************************
       01 PAY-EXPORT-REC.
           05 PX-REC-TYPE        PIC X.
              88 PX-HEADER                   VALUE 'H'.
              88 PX-DETAIL                   VALUE 'D'.
              88 PX-TRAILER                  VALUE 'T'.
           05 PX-DETAIL-DATA.
              10 PX-CREW-ID      PIC X(3).
              10 PX-LEAD-NAME    PIC X(25).
              10 PX-WEEK-END     PIC 9(8).
              10 PX-REG-HOURS    PIC 9(5)V99.
              10 PX-OT-HOURS     PIC 9(5)V99.
              10 PX-RATE         PIC 99V99.
              10 PX-REG-PAY      PIC 9(7)V99.
              10 PX-OT-PAY       PIC 9(7)V99.
              10 PX-GROSS-PAY    PIC 9(7)V99.
              10 FILLER          PIC X(18).
           05 PX-HEADER-DATA     REDEFINES PX-DETAIL-DATA.
              10 PX-H-COMPANY    PIC X(30).
              10 PX-H-WEEK-END   PIC 9(8).
              10 PX-H-RUN-DATE   PIC 9(8).
              10 PX-H-RUN-TIME   PIC 9(6).
              10 FILLER          PIC X(47).
           05 PX-TRAILER-DATA    REDEFINES PX-DETAIL-DATA.
              10 PX-T-WEEK-END   PIC 9(8).
              10 PX-T-CREW-COUNT PIC 9(5).
              10 PX-T-REG-HOURS  PIC 9(7)V99.
              10 PX-T-OT-HOURS   PIC 9(7)V99.
              10 PX-T-GROSS-PAY  PIC 9(9)V99.
              10 FILLER          PIC X(57).

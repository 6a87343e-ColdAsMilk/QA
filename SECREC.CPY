      ***************************************************
      * SECURITY-REC RECORD LAYOUT FOR THE OPERATOR     *
      * SECURITY FILE (OPERSEC.DAT) - ONE RECORD PER    *
      * OPERATOR, KEYED BY OPERATOR ID. EACH OF UP TO   *
      * EIGHT ENTRIES NAMES A PROGRAM THE OPERATOR MAY  *
      * SIGN ON TO AND THE FUNCTION LETTERS ALLOWED IN  *
      * IT ('*' ALLOWS EVERY FUNCTION). SEC-SUPERVISOR  *
      * MAY APPROVE OVERRIDES SUCH AS THE CREDIT LIMIT  *
      * OVERRIDE IN COBKMV03. MAINTAINED BY COBKMV32;   *
      * READ AT SIGN-ON BY COBKMV03, COBKMV04,          *
      * COBKMV08, COBKMV17, COBKMV22, COBKMV27, AND     *
      * COBKMV29 - KEEP IN SYNC.                        *
      ***************************************************
       01 SECURITY-REC.
           05 SEC-OPER-ID        PIC X(8).
           05 SEC-PASSWORD       PIC X(8).
           05 SEC-OPER-NAME      PIC X(25).
           05 SEC-SUPERVISOR-SW  PIC X.
              88 SEC-SUPERVISOR              VALUE 'Y'.
           05 SEC-STATUS         PIC X.
              88 SEC-ACTIVE                  VALUE 'A'.
              88 SEC-SUSPENDED               VALUE 'S'.
           05 SEC-AUTH-ENTRY OCCURS 8 TIMES.
              10 SEC-AUTH-PROGRAM   PIC X(8).
              10 SEC-AUTH-FUNCTIONS PIC X(10).
           05 SEC-CHANGED-BY     PIC X(8).
           05 SEC-CHANGED-DATE   PIC 9(8).
           05 FILLER             PIC X(17).

      ***************************************************
      * SECLOG-REC RECORD LAYOUT FOR THE SECURITY LOG   *
      * (SECLOG.DAT) - ONE RECORD PER SIGN-ON, FAILED   *
      * SIGN-ON, REFUSED FUNCTION, SUPERVISOR OVERRIDE  *
      * OR DENIED OVERRIDE, AND SECURITY FILE CHANGE.   *
      * APPENDED BY EVERY PROGRAM THAT REQUIRES SIGN-ON *
      * AND BY COBKMV32; REPORTED BY DATE BY COBKMV33 - *
      * KEEP IN SYNC.                                   *
      ***************************************************
       01 SECLOG-REC.
           05 SL-DATE.
              10    SL-YY        PIC 9(4).
              10    SL-MM        PIC 99.
              10    SL-DD        PIC 99.
           05 SL-TIME            PIC 9(6).
           05 SL-PROGRAM         PIC X(8).
           05 SL-OPER-ID         PIC X(8).
           05 SL-EVENT           PIC X.
              88 SL-SIGN-ON                  VALUE 'S'.
              88 SL-SIGN-ON-FAILED           VALUE 'F'.
              88 SL-REFUSED                  VALUE 'R'.
              88 SL-OVERRIDE                 VALUE 'O'.
              88 SL-OVERRIDE-DENIED          VALUE 'D'.
              88 SL-SECURITY-CHANGE          VALUE 'M'.
           05 SL-FUNCTION        PIC X.
           05 SL-KEY             PIC X(8).
           05 SL-SUPERVISOR-ID   PIC X(8).
           05 SL-TEXT            PIC X(30).

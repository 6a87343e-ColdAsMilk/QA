      ***************************************************
      * VENDOR-REC RECORD LAYOUT FOR THE VENDOR MASTER  *
      * (VENDMAST.DAT). MAINTAINED BY COBKMV27 WITH A   *
      * BEFORE/AFTER AUDIT TRAIL. VN-PT-SUPPLIED LISTS  *
      * UP TO TEN PAINT TYPE CODES THE VENDOR SUPPLIES; *
      * THE COMMITMENT RUN ORDERS A SHORT PRODUCT FROM  *
      * THE FIRST VENDOR (IN ID ORDER) THAT CARRIES IT. *
      * READ BY COBKMV09 AND COBKMV28 - KEEP IN SYNC.   *
      ***************************************************
       01 VENDOR-REC.
           05 VN-VENDOR-ID       PIC X(5).
           05 VN-NAME            PIC X(25).
           05 VN-ADDRESS         PIC X(25).
           05 VN-CITY-ST-ZIP     PIC X(25).
           05 VN-PHONE           PIC X(10).
           05 VN-PT-SUPPLIED     PIC X(10).
           05 VN-PT-SUPPLIED-R   REDEFINES VN-PT-SUPPLIED.
              10 VN-PT-CODE      PIC X OCCURS 10 TIMES.

      ***************************************************
      * AREA-REC RECORD LAYOUT FOR THE ESTIMATE AREA    *
      * LINE FILE (PNTAREA.DAT). ONE RECORD PER ROOM OR *
      * SURFACE UNDER AN ESTIMATE HEADER ON THE PAINT   *
      * JOB MASTER - KEYED BY ESTIMATE NUMBER AND LINE  *
      * NUMBER. MAINTAINED BY COBKMV03, EDITED IN BATCH *
      * BY COBKMV05. AN ESTIMATE WITH AREA LINES IS     *
      * PRICED LINE BY LINE - EACH LINE'S FOOTAGE AT    *
      * THE COVERAGE OF ITS OWN PAINT TYPE AND AT ITS   *
      * OWN PRICE PER GALLON - AND THE HEADER CARRIES   *
      * THE FOOTAGE TOTALS AND THE FIRST LINE'S PAINT   *
      * TYPE. AN ESTIMATE WITH NO AREA LINES IS PRICED  *
      * FROM THE HEADER ALONE. SHARED - KEEP IN SYNC.   *
      ***************************************************
       01 AREA-REC.
           05 AREA-KEY.
              10    AREA-EST-NO  PIC X(4).
              10    AREA-LINE-NO PIC 99.
           05 AREA-DESC          PIC X(20).
           05 AREA-WALL-SQ-FT    PIC 9(4).
           05 AREA-DOOR-SQ-FT    PIC 9(3).
           05 AREA-CEILING-SQ-FT PIC 9(4).
           05 AREA-PAINT-TYPE    PIC X.
           05 AREA-PRICE-GAL     PIC 99V99.

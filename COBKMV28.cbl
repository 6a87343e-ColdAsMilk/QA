       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBKMV28.
       DATE-WRITTEN.  10/15/2026
       AUTHOR.        KYLER VANDERAA.
      ******************************************
      * OPEN PURCHASE ORDER REPORT. LISTS      *
      * EVERY OPEN PO LINE IN PO NUMBER ORDER  *
      * - VENDOR, PAINT TYPE, GALLONS ORDERED, *
      * RECEIVED, AND STILL DUE, AND HOW MANY  *
      * DAYS THE LINE HAS BEEN OPEN - THEN     *
      * SUMMARIZES GALLONS ON ORDER BY PAINT   *
      * TYPE. LINES CLOSED SHORT OR OVER ARE   *
      * COUNTED AT THE END.                    *
      ******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PO-FILE
              ASSIGN TO
             'C:\INDIANHILLS\COBOL\COBKMV09\PURCHORD.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS PO-KEY
              ALTERNATE RECORD KEY IS PO-VENDOR-ID
                  WITH DUPLICATES
              FILE STATUS IS WS-PO-STATUS.

           SELECT VENDOR-MASTER
              ASSIGN TO
             'C:\INDIANHILLS\COBOL\COBKMV27\VENDMAST.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS VN-VENDOR-ID
              FILE STATUS IS WS-VEND-STATUS.

           SELECT INVENTORY-MASTER
              ASSIGN TO
             'C:\INDIANHILLS\COBOL\COBKMV08\PAINTINV.DAT'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS IN-PT-CODE
              FILE STATUS IS WS-INV-STATUS.

           SELECT PRTOUT
              ASSIGN TO
             'C:\INDIANHILLS\COBOL\COBKMV28\OPENPO.PRT'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PO-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PO-REC
           RECORD CONTAINS 46 CHARACTERS.

       COPY POREC.

       FD  VENDOR-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS VENDOR-REC
           RECORD CONTAINS 100 CHARACTERS.

       COPY VENDREC.

       FD  INVENTORY-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS INVENTORY-REC
           RECORD CONTAINS 42 CHARACTERS.

       COPY PNTINV.

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  C-PCTR              PIC 99            VALUE 0.
           05  MORE-RECS           PIC XXX           VALUE 'YES'.
           05  MORE-INV-RECS       PIC XXX           VALUE 'YES'.
           05  WS-PO-STATUS        PIC XX            VALUE '00'.
           05  WS-VEND-STATUS      PIC XX            VALUE '00'.
           05  WS-VEND-OPEN-SW     PIC X             VALUE 'N'.
           88  WS-VEND-OPEN                          VALUE 'Y'.
           05  WS-INV-STATUS       PIC XX            VALUE '00'.
           05  WS-IV-SUB           PIC 99            VALUE 0.
           05  WS-HIT-SUB          PIC 99            VALUE 0.
           05  WS-PREV-PO-NO       PIC 9(6)          VALUE 0.
           05  WS-OPEN-PO-COUNT    PIC 9(5)          VALUE 0.
           05  WS-OPEN-LINE-COUNT  PIC 9(5)          VALUE 0.
           05  WS-SHORT-COUNT      PIC 9(5)          VALUE 0.
           05  WS-OVER-COUNT       PIC 9(5)          VALUE 0.
           05  C-DUE               PIC 9(5)V99       VALUE 0.
           05  C-GT-ORDERED        PIC 9(7)V99       VALUE 0.
           05  C-GT-RECEIVED       PIC 9(7)V99       VALUE 0.
           05  C-GT-DUE            PIC 9(7)V99       VALUE 0.
           05  C-TODAY-INT         PIC 9(9)          VALUE 0.
           05  C-PO-DATE-INT       PIC 9(9)          VALUE 0.
           05  C-DAYS-OPEN         PIC 9(5)          VALUE 0.
           05  WS-TODAY-YYYYMMDD   PIC 9(8)          VALUE 0.
           05  WS-PO-YYYYMMDD      PIC 9(8)          VALUE 0.

       01  WS-INVENTORY-TABLE.
           05  WS-IV-COUNT         PIC 99            VALUE 0.
           05  WS-IV-ENTRY OCCURS 25 TIMES.
               10  WS-IV-CODE      PIC X.
               10  WS-IV-DESC      PIC X(20).
               10  WS-IV-ON-HAND   PIC 9(5)V99.
               10  WS-IV-DUE       PIC 9(6)V99.
               10  WS-IV-LINES     PIC 9(4).

       01  CURRENT-DATE-AND-TIME.
           05  I-DATE.
               10  I-YY         PIC 9(4).
               10  I-MM         PIC 99.
               10  I-DD         PIC 99.

       01  COMPANY-TITLE.
           05  FILLER          PIC X(6)    VALUE 'DATE:'.
           05  O-MM            PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-DD            PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-YY            PIC 9(4).
           05  FILLER          PIC X(36)   VALUE SPACES.
           05  FILLER          PIC X(32)
                       VALUE 'OPEN PURCHASE ORDER REPORT'.
           05  FILLER          PIC X(32)   VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE 'PAGE:'.
           05  O-PCTR          PIC Z9.

       01 HEADER-LINE.
           05  FILLER          PIC X(6)    VALUE 'PO NO.'.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  FILLER          PIC X(4)    VALUE 'LINE'.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  FILLER          PIC X(8)    VALUE 'PO DATE'.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE 'VENDOR'.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  FILLER          PIC X(11)   VALUE 'VENDOR NAME'.
           05  FILLER          PIC X(11)   VALUE SPACES.
           05  FILLER          PIC X(4)    VALUE 'TYPE'.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  FILLER          PIC X(11)   VALUE 'DESCRIPTION'.
           05  FILLER          PIC X(13)   VALUE SPACES.
           05  FILLER          PIC X(7)    VALUE 'ORDERED'.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(8)    VALUE 'RECEIVED'.
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE 'DUE IN'.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(9)    VALUE 'DAYS OPEN'.

       01 DETAIL-LINE.
           05  O-PO-NO            PIC 9(6).
           05  FILLER             PIC X(4)        VALUE SPACES.
           05  O-PO-LINE-NO       PIC Z9.
           05  FILLER             PIC X(2)        VALUE SPACES.
           05  O-PO-MM            PIC 99.
           05  FILLER             PIC X           VALUE '/'.
           05  O-PO-DD            PIC 99.
           05  FILLER             PIC X           VALUE '/'.
           05  O-PO-YY            PIC 9(4).
           05  FILLER             PIC X(2)        VALUE SPACES.
           05  O-VENDOR-ID        PIC X(5).
           05  FILLER             PIC X(3)        VALUE SPACES.
           05  O-VENDOR-NAME      PIC X(20).
           05  FILLER             PIC X(3)        VALUE SPACES.
           05  O-PT-CODE          PIC X.
           05  FILLER             PIC X(4)        VALUE SPACES.
           05  O-PT-DESC          PIC X(20).
           05  FILLER             PIC X(2)        VALUE SPACES.
           05  O-ORDERED          PIC ZZ,ZZ9.99.
           05  FILLER             PIC X(3)        VALUE SPACES.
           05  O-RECEIVED         PIC ZZ,ZZ9.99.
           05  FILLER             PIC X(3)        VALUE SPACES.
           05  O-DUE              PIC ZZ,ZZ9.99.
           05  FILLER             PIC X(6)        VALUE SPACES.
           05  O-DAYS-OPEN        PIC ZZ,ZZ9.

       01 TOTAL-LINE.
           05  FILLER              PIC X(83)
                       VALUE 'TOTAL OPEN LINES'.
           05  O-GT-ORDERED        PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  O-GT-RECEIVED       PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  O-GT-DUE            PIC ZZZ,ZZ9.99.

       01 TYPE-TITLE-LINE.
           05  FILLER              PIC X(30)
                       VALUE 'GALLONS ON ORDER BY PAINT TYPE'.

       01 TYPE-HEADER-LINE.
           05  FILLER          PIC X(4)    VALUE 'TYPE'.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(11)   VALUE 'DESCRIPTION'.
           05  FILLER          PIC X(12)   VALUE SPACES.
           05  FILLER          PIC X(7)    VALUE 'ON HAND'.
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE 'DUE IN'.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE 'OPEN LINES'.

       01 TYPE-DETAIL-LINE.
           05  FILLER             PIC X(2)        VALUE SPACES.
           05  O-TY-CODE          PIC X.
           05  FILLER             PIC X(4)        VALUE SPACES.
           05  O-TY-DESC          PIC X(20).
           05  FILLER             PIC X(2)        VALUE SPACES.
           05  O-TY-ON-HAND       PIC ZZ,ZZ9.99.
           05  FILLER             PIC X(2)        VALUE SPACES.
           05  O-TY-DUE           PIC ZZZ,ZZ9.99.
           05  FILLER             PIC X(8)        VALUE SPACES.
           05  O-TY-LINES         PIC Z,ZZ9.

       01 COUNT-LINE-1.
           05  FILLER              PIC X(26)
                       VALUE 'OPEN PURCHASE ORDERS:'.
           05  O-OPEN-PO-COUNT     PIC ZZ,ZZ9.

       01 COUNT-LINE-2.
           05  FILLER              PIC X(26)
                       VALUE 'OPEN PO LINES:'.
           05  O-OPEN-LINE-COUNT   PIC ZZ,ZZ9.

       01 COUNT-LINE-3.
           05  FILLER              PIC X(26)
                       VALUE 'LINES CLOSED SHORT:'.
           05  O-SHORT-COUNT       PIC ZZ,ZZ9.

       01 COUNT-LINE-4.
           05  FILLER              PIC X(26)
                       VALUE 'LINES CLOSED OVER:'.
           05  O-OVER-COUNT        PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-RECS = 'NO'.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           OPEN INPUT PO-FILE.
           OPEN INPUT VENDOR-MASTER.
           OPEN INPUT INVENTORY-MASTER.
           OPEN OUTPUT PRTOUT.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.
           MOVE I-DATE TO WS-TODAY-YYYYMMDD.
           COMPUTE C-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD).

           IF WS-INV-STATUS = '00'
               PERFORM 1100-LOAD-INVENTORY
                   UNTIL MORE-INV-RECS = 'NO'
           ELSE
               DISPLAY 'PAINT INVENTORY OPEN FAILED - STATUS '
                   WS-INV-STATUS
           END-IF.
           IF WS-VEND-STATUS = '00'
               MOVE 'Y' TO WS-VEND-OPEN-SW
           ELSE
               DISPLAY 'VENDOR MASTER OPEN FAILED - STATUS '
                   WS-VEND-STATUS
           END-IF.

           PERFORM 9100-HDGS.
           IF WS-PO-STATUS NOT = '00'
               DISPLAY 'PURCHASE ORDER FILE OPEN FAILED - STATUS '
                   WS-PO-STATUS
               MOVE 'NO' TO MORE-RECS
           ELSE
               PERFORM 9000-READ
           END-IF.

       1100-LOAD-INVENTORY.
           READ INVENTORY-MASTER
               AT END
                 MOVE 'NO' TO MORE-INV-RECS
               NOT AT END
                 IF WS-IV-COUNT >= 25
                     DISPLAY 'INVENTORY TABLE FULL - '
                         IN-PT-CODE ' DROPPED'
                 ELSE
                     ADD 1 TO WS-IV-COUNT
                     MOVE IN-PT-CODE TO WS-IV-CODE (WS-IV-COUNT)
                     MOVE IN-PT-DESC TO WS-IV-DESC (WS-IV-COUNT)
                     MOVE IN-PT-ON-HAND
                         TO WS-IV-ON-HAND (WS-IV-COUNT)
                     MOVE 0 TO WS-IV-DUE (WS-IV-COUNT)
                     MOVE 0 TO WS-IV-LINES (WS-IV-COUNT)
                 END-IF
           END-READ.

       2000-MAINLINE.
           EVALUATE TRUE
               WHEN PO-LINE-OPEN
                 PERFORM 2100-PRINT-OPEN-LINE
               WHEN PO-CLOSED-SHORT
                 ADD 1 TO WS-SHORT-COUNT
               WHEN PO-CLOSED-OVER
                 ADD 1 TO WS-OVER-COUNT
           END-EVALUATE.
           PERFORM 9000-READ.

       2100-PRINT-OPEN-LINE.
           IF PO-NO NOT = WS-PREV-PO-NO
               ADD 1 TO WS-OPEN-PO-COUNT
               MOVE PO-NO TO WS-PREV-PO-NO
           END-IF.
           ADD 1 TO WS-OPEN-LINE-COUNT.
           IF PO-QTY-RECEIVED < PO-QTY-ORDERED
               COMPUTE C-DUE = PO-QTY-ORDERED - PO-QTY-RECEIVED
           ELSE
               MOVE 0 TO C-DUE
           END-IF.
           ADD PO-QTY-ORDERED TO C-GT-ORDERED.
           ADD PO-QTY-RECEIVED TO C-GT-RECEIVED.
           ADD C-DUE TO C-GT-DUE.

           MOVE PO-NO TO O-PO-NO.
           MOVE PO-LINE-NO TO O-PO-LINE-NO.
           MOVE PO-MM TO O-PO-MM.
           MOVE PO-DD TO O-PO-DD.
           MOVE PO-YY TO O-PO-YY.
           MOVE PO-VENDOR-ID TO O-VENDOR-ID.
           MOVE PO-VENDOR-ID TO VN-VENDOR-ID.
           IF WS-VEND-OPEN
               READ VENDOR-MASTER
                   INVALID KEY
                     MOVE 'VENDOR NOT ON FILE' TO VN-NAME
               END-READ
           ELSE
               MOVE SPACES TO VN-NAME
           END-IF.
           MOVE VN-NAME TO O-VENDOR-NAME.
           MOVE PO-PT-CODE TO O-PT-CODE.
           MOVE 0 TO WS-HIT-SUB.
           PERFORM 2110-MATCH-TYPE
               VARYING WS-IV-SUB FROM 1 BY 1
               UNTIL WS-IV-SUB > WS-IV-COUNT.
           IF WS-HIT-SUB = 0
               MOVE 'TYPE NOT ON FILE' TO O-PT-DESC
           ELSE
               MOVE WS-IV-DESC (WS-HIT-SUB) TO O-PT-DESC
               ADD C-DUE TO WS-IV-DUE (WS-HIT-SUB)
               ADD 1 TO WS-IV-LINES (WS-HIT-SUB)
           END-IF.
           MOVE PO-QTY-ORDERED TO O-ORDERED.
           MOVE PO-QTY-RECEIVED TO O-RECEIVED.
           MOVE C-DUE TO O-DUE.
           MOVE PO-DATE TO WS-PO-YYYYMMDD.
           COMPUTE C-PO-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-PO-YYYYMMDD).
           IF C-TODAY-INT > C-PO-DATE-INT
               COMPUTE C-DAYS-OPEN = C-TODAY-INT - C-PO-DATE-INT
           ELSE
               MOVE 0 TO C-DAYS-OPEN
           END-IF.
           MOVE C-DAYS-OPEN TO O-DAYS-OPEN.
           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE
                  AT EOP
                    PERFORM 9100-HDGS.

       2110-MATCH-TYPE.
           IF WS-IV-CODE (WS-IV-SUB) = PO-PT-CODE
               MOVE WS-IV-SUB TO WS-HIT-SUB
           END-IF.

       3000-CLOSING.
           MOVE C-GT-ORDERED TO O-GT-ORDERED.
           MOVE C-GT-RECEIVED TO O-GT-RECEIVED.
           MOVE C-GT-DUE TO O-GT-DUE.
           WRITE PRTLINE FROM TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM TYPE-TITLE-LINE
               AFTER ADVANCING 3 LINES.
           WRITE PRTLINE FROM TYPE-HEADER-LINE
               AFTER ADVANCING 2 LINES.
           PERFORM 3100-PRINT-TYPE
               VARYING WS-IV-SUB FROM 1 BY 1
               UNTIL WS-IV-SUB > WS-IV-COUNT.
           MOVE WS-OPEN-PO-COUNT TO O-OPEN-PO-COUNT.
           MOVE WS-OPEN-LINE-COUNT TO O-OPEN-LINE-COUNT.
           MOVE WS-SHORT-COUNT TO O-SHORT-COUNT.
           MOVE WS-OVER-COUNT TO O-OVER-COUNT.
           WRITE PRTLINE FROM COUNT-LINE-1
               AFTER ADVANCING 3 LINES.
           WRITE PRTLINE FROM COUNT-LINE-2
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM COUNT-LINE-3
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM COUNT-LINE-4
               AFTER ADVANCING 1 LINE.
           CLOSE PO-FILE
                 INVENTORY-MASTER
                 PRTOUT.
           IF WS-VEND-OPEN
               CLOSE VENDOR-MASTER
           END-IF.

       3100-PRINT-TYPE.
           IF WS-IV-LINES (WS-IV-SUB) > 0
               MOVE WS-IV-CODE (WS-IV-SUB) TO O-TY-CODE
               MOVE WS-IV-DESC (WS-IV-SUB) TO O-TY-DESC
               MOVE WS-IV-ON-HAND (WS-IV-SUB) TO O-TY-ON-HAND
               MOVE WS-IV-DUE (WS-IV-SUB) TO O-TY-DUE
               MOVE WS-IV-LINES (WS-IV-SUB) TO O-TY-LINES
               WRITE PRTLINE FROM TYPE-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                      AT EOP
                        PERFORM 9100-HDGS
           END-IF.

       9000-READ.
           READ PO-FILE
               AT END
                 MOVE 'NO' TO MORE-RECS.

       9100-HDGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM HEADER-LINE
               AFTER ADVANCING 2 LINES.

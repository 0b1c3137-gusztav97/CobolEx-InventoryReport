       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM21.
       AUTHOR. GUSZTAV FRANCIA.


      *  This program is the accounts-payable invoice entry desk.
      *  The clerk keys each vendor invoice as it arrives - vendor
      *  number, invoice number, and invoice date once, then one
      *  line per item billed: the PO number and catalog number the
      *  vendor quotes, the location the stock was shipped to, the
      *  quantity billed, and the unit price billed.  Each line is
      *  appended to the vendor invoice file as unmatched, to be
      *  checked by the three-way match (PROGRAM22) against the PO
      *  line's agreed cost and the dock's receipts before anything
      *  is vouchered for payment.
      *
      *  The vendor must be on the vendor master.  Quantities and
      *  prices are proved numeric as keyed; whether the billing
      *  agrees with the PO and the receipts is the match run's
      *  job, so a line that will not match still goes on file and
      *  shows up on the exception report where AP can chase it.
      *  The entry log lists every line keyed with a total per
      *  invoice for the clerk to tick against the paper.
      *
      *  INPUT:  PR1FA17V.TXT  - vendor master
      *          CONSOLE       - invoice header and lines as keyed
      *  OUTPUT: PR1FA17F.TXT  - vendor invoice lines (extended)
      *          PROGRAM21FA18.TXT - invoice entry log
      *
      **********************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBMPC.
       OBJECT-COMPUTER.    IBMPC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * VENDOR MASTER, READ ONCE INTO A TABLE AT STARTUP TO PROVE
      * THE VENDOR NUMBER ON EACH INVOICE.

           SELECT VENDOR-FILE
               ASSIGN TO 'PR1FA17V.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENDOR-FILE-STATUS.

      * VENDOR INVOICE LINES, OPENED EXTEND SO EVERY SESSION'S
      * INVOICES QUEUE BEHIND THE ONES ALREADY WAITING ON THE
      * MATCH.  OPTIONAL SO THE FIRST SESSION CREATES THE FILE.

           SELECT OPTIONAL INVOICE-FILE
               ASSIGN TO 'PR1FA17F.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ENTRY-LOG-FILE
               ASSIGN TO PRINTER 'PROGRAM21FA18.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.

       FD  VENDOR-FILE
           RECORD CONTAINS 90 CHARACTERS.
       01  VENDOR-REC.
           05  VEND-NUMBER            PIC X(5).
           05  VEND-NAME              PIC X(25).
           05  FILLER                 PIC X(60).

      * ONE INVOICE LINE AS BILLED - VENDOR, INVOICE NUMBER AND
      * DATE, THE PO LINE IT BILLS (PO, CATALOG NUMBER, LOCATION),
      * QUANTITY AND UNIT PRICE BILLED, AND THE MATCH STATUS
      * (U = UNMATCHED, E = EXCEPTION HELD, M = MATCHED AND
      * VOUCHERED) WITH THE DATES IT WAS KEYED AND MATCHED.

       FD  INVOICE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  INVOICE-REC.
           05  INV-VENDOR-NUMBER      PIC X(5).
           05  INV-INVOICE-NUMBER     PIC X(10).
           05  INV-INVOICE-DATE       PIC 9(8).
           05  INV-PO-NUMBER          PIC X(6).
           05  INV-CATALOG-NUMBER     PIC X(5).
           05  INV-LOCATION           PIC X(2).
           05  INV-QUANTITY           PIC 9(5).
           05  INV-UNIT-PRICE         PIC 999V99.
           05  INV-STATUS             PIC X(1).
           05  INV-ENTRY-DATE         PIC 9(8).
           05  INV-MATCH-DATE         PIC 9(8).
           05  FILLER                 PIC X(17).

       FD  ENTRY-LOG-FILE
           RECORD CONTAINS 90 CHARACTERS.
       01  LOG-REC.
           05                         PIC X(90).

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05  WS-VENDOR-FILE-STATUS  PIC X(2).
           05  WS-DONE-SW             PIC X(3) VALUE 'NO'.
           05  WS-RUN-OK-SW           PIC X(3) VALUE 'YES'.
           05  WS-VENDOR-EOF-SW       PIC X(3) VALUE 'NO'.
           05  WS-VENDOR-FOUND-SW     PIC X(3) VALUE 'NO'.
           05  WS-INVOICE-DONE-SW     PIC X(3) VALUE 'NO'.
           05  WS-HEADER-OK-SW        PIC X(3) VALUE 'NO'.

       01  WS-DATE.
           05  WS-YEAR                PIC 99.
           05  WS-MONTH               PIC 99.
           05  WS-DAY                 PIC 99.

      * RUN DATE AS YYYYMMDD, SAME CENTURY WINDOW THE REST OF THE
      * SYSTEM STAMPS.

       01  WS-RUN-DATE.
           05  WS-RD-CENTURY          PIC 99 VALUE 20.
           05  WS-RD-YEAR             PIC 99.
           05  WS-RD-MONTH            PIC 99.
           05  WS-RD-DAY              PIC 99.
       01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE
                                      PIC 9(8).

      * CONSOLE ENTRIES AS KEYED.  THE PRICE IS KEYED AS FIVE
      * DIGITS WITH NO POINT, THE WAY IT SITS ON THE MASTER -
      * 01250 IS $12.50.

       01  WS-CONSOLE-FIELDS.
           05  WS-VENDOR-IN           PIC X(5).
           05  WS-INVOICE-NUMBER-IN   PIC X(10).
           05  WS-INVOICE-DATE-IN     PIC X(8).
           05  WS-PO-NUMBER-IN        PIC X(6).
           05  WS-CATALOG-IN          PIC X(5).
           05  WS-LOCATION-IN         PIC X(2).
           05  WS-QUANTITY-IN         PIC X(5).
           05  WS-PRICE-IN            PIC X(5).
           05  WS-PRICE-IN-N REDEFINES WS-PRICE-IN
                                      PIC 999V99.

       01  WS-VENDOR-TABLE.
           05  WS-VEND-ENTRY OCCURS 100 TIMES.
               10  WS-VT-NUMBER       PIC X(5).
               10  WS-VT-NAME         PIC X(25).

       01  WS-VENDOR-SUBSCRIPTS.
           05  WS-VENDOR-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-VT-IX               PIC 9(3).

       01  WS-VALUE-FIELDS.
           05  WS-LINE-VALUE          PIC 9(7)V99.
           05  WS-LINE-VALUE-ED       PIC $$,$$$,$$9.99.

       01  WS-TOTALS.
           05  WS-INVOICE-LINES       PIC 9(5) VALUE ZERO.
           05  WS-INVOICE-VALUE       PIC 9(9)V99 VALUE ZERO.
           05  WS-INVOICES-KEYED      PIC 9(5) VALUE ZERO.
           05  WS-LINES-KEYED         PIC 9(5) VALUE ZERO.
           05  WS-SESSION-VALUE       PIC 9(9)V99 VALUE ZERO.

       01  WS-LOG-HEADING-1.
           05  FILLER                 PIC X(22) VALUE SPACES.
           05  LH1-TITLE              PIC X(21) VALUE
               'VENDOR INVOICE ENTRY'.
           05  FILLER                 PIC X(10) VALUE SPACES.
           05  LH1-DATE.
               10  LH1-MONTH          PIC 99.
               10  FILLER             PIC X VALUE '/'.
               10  LH1-DAY            PIC 99.
               10  FILLER             PIC X VALUE '/'.
               10  LH1-YEAR           PIC 9999.
           05  FILLER                 PIC X(27) VALUE SPACES.

       01  WS-LOG-HEADING-2.
           05  FILLER                 PIC X(1).
           05  LH2-VEND-NAME          PIC X(6) VALUE 'VENDOR'.
           05  FILLER                 PIC X(1).
           05  LH2-INV-NAME           PIC X(7) VALUE 'INVOICE'.
           05  FILLER                 PIC X(5).
           05  LH2-PO-NAME            PIC X(2) VALUE 'PO'.
           05  FILLER                 PIC X(6).
           05  LH2-CAT-NAME           PIC X(3) VALUE 'CAT'.
           05  FILLER                 PIC X(3).
           05  LH2-LOC-NAME           PIC X(3) VALUE 'LOC'.
           05  FILLER                 PIC X(2).
           05  LH2-QTY-NAME           PIC X(6) VALUE 'BILLED'.
           05  FILLER                 PIC X(3).
           05  LH2-PRICE-NAME         PIC X(5) VALUE 'PRICE'.
           05  FILLER                 PIC X(9).
           05  LH2-VALUE-NAME         PIC X(10) VALUE 'LINE VALUE'.
           05  FILLER                 PIC X(18).

       01  ENTRY-LINE.
           05  ENL-VENDOR-OUT         PIC X(5).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  ENL-INVOICE-OUT        PIC X(10).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  ENL-PO-NUMBER-OUT      PIC X(6).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  ENL-CATALOG-OUT        PIC X(5).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  ENL-LOCATION-OUT       PIC X(2).
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  ENL-QTY-OUT            PIC ZZZZ9.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  ENL-PRICE-OUT          PIC $999.99.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  ENL-VALUE-OUT          PIC $$,$$$,$$9.99.
           05  FILLER                 PIC X(20) VALUE SPACES.

       01  INVOICE-TOTAL-LINE.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  ITL-LABEL              PIC X(14) VALUE
               'INVOICE TOTAL:'.
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  ITL-LINES-OUT          PIC ZZZZ9.
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  ITL-LINES-LABEL        PIC X(5) VALUE 'LINES'.
           05  FILLER                 PIC X(24) VALUE SPACES.
           05  ITL-VALUE-OUT          PIC $$$,$$$,$$9.99.
           05  FILLER                 PIC X(23) VALUE SPACES.

       01  LOG-COUNT-LINE.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  LCL-LABEL              PIC X(30).
           05  LCL-COUNT-OUT          PIC ZZZZ9.
           05  FILLER                 PIC X(52) VALUE SPACES.

       01  LOG-VALUE-LINE.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  LVL-LABEL              PIC X(24) VALUE
               'TOTAL VALUE KEYED:'.
           05  LVL-VALUE-OUT          PIC $$,$$$,$$$,$$9.99.
           05  FILLER                 PIC X(46) VALUE SPACES.

       PROCEDURE DIVISION.

       100-MAIN-MODULE.

           PERFORM 125-HOUSEKEEPING
           IF WS-RUN-OK-SW = 'YES'
               PERFORM 130-LOAD-VENDOR-TABLE
           END-IF
           IF WS-RUN-OK-SW = 'YES'
               OPEN EXTEND INVOICE-FILE
               DISPLAY 'DRAKEA CAR PARTS WAREHOUSE INVOICE ENTRY'
               PERFORM 200-PROCESS-INVOICE
                   UNTIL WS-DONE-SW = 'YES'
               CLOSE INVOICE-FILE
           END-IF
           PERFORM 250-CLOSE-ROUTINE

           .

       125-HOUSEKEEPING.

           OPEN    OUTPUT  ENTRY-LOG-FILE

           ACCEPT WS-DATE FROM DATE
           MOVE WS-YEAR TO LH1-YEAR
           MOVE WS-MONTH TO LH1-MONTH
           MOVE WS-DAY TO LH1-DAY
           MOVE WS-YEAR TO WS-RD-YEAR
           MOVE WS-MONTH TO WS-RD-MONTH
           MOVE WS-DAY TO WS-RD-DAY

           MOVE WS-LOG-HEADING-1 TO LOG-REC
           WRITE LOG-REC AFTER ADVANCING 1 LINE
           MOVE WS-LOG-HEADING-2 TO LOG-REC
           WRITE LOG-REC AFTER ADVANCING 2 LINES
           .

       130-LOAD-VENDOR-TABLE.

      * AN INVOICE CANNOT BE PROVED WITHOUT THE VENDOR MASTER, SO
      * A MISSING VENDOR FILE REFUSES THE SESSION.

           OPEN INPUT VENDOR-FILE
           IF WS-VENDOR-FILE-STATUS NOT = '00'
               DISPLAY 'VENDOR MASTER NOT AVAILABLE - RUN REFUSED'
               MOVE 'VENDOR MASTER NOT AVAILABLE - RUN REFUSED'
                   TO LOG-REC
               WRITE LOG-REC AFTER ADVANCING 1 LINE
               MOVE 'NO' TO WS-RUN-OK-SW
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 131-LOAD-VENDOR-ENTRY
                   UNTIL WS-VENDOR-EOF-SW = 'YES'
                      OR WS-VENDOR-COUNT = 100
               CLOSE VENDOR-FILE
           END-IF
           .

       131-LOAD-VENDOR-ENTRY.

           READ VENDOR-FILE
               AT END
                   MOVE 'YES' TO WS-VENDOR-EOF-SW
               NOT AT END
                   ADD 1 TO WS-VENDOR-COUNT
                   MOVE VEND-NUMBER
                       TO WS-VT-NUMBER(WS-VENDOR-COUNT)
                   MOVE VEND-NAME
                       TO WS-VT-NAME(WS-VENDOR-COUNT)
           END-READ
           .

       200-PROCESS-INVOICE.

           DISPLAY ' '
           DISPLAY 'ENTER VENDOR NUMBER (BLANK OR END TO QUIT):'
           MOVE SPACES TO WS-VENDOR-IN
           ACCEPT WS-VENDOR-IN

           IF WS-VENDOR-IN = SPACES
                   OR WS-VENDOR-IN = 'END'
               MOVE 'YES' TO WS-DONE-SW
           ELSE
               PERFORM 205-ENTER-INVOICE-HEADER
               IF WS-HEADER-OK-SW = 'YES'
                   MOVE ZERO TO WS-INVOICE-LINES
                   MOVE ZERO TO WS-INVOICE-VALUE
                   MOVE 'NO' TO WS-INVOICE-DONE-SW
                   PERFORM 210-ENTER-INVOICE-LINE
                       UNTIL WS-INVOICE-DONE-SW = 'YES'
                   PERFORM 230-CLOSE-INVOICE
               END-IF
           END-IF
           .

       205-ENTER-INVOICE-HEADER.

      * PROVE THE VENDOR, THEN TAKE THE INVOICE NUMBER AND DATE.
      * A BLANK DATE IS TODAY'S.

           MOVE 'NO' TO WS-HEADER-OK-SW
           MOVE 'NO' TO WS-VENDOR-FOUND-SW
           MOVE 1 TO WS-VT-IX
           PERFORM 206-CHECK-VENDOR-ENTRY
               UNTIL WS-VENDOR-FOUND-SW = 'YES'
                  OR WS-VT-IX > WS-VENDOR-COUNT

           IF WS-VENDOR-FOUND-SW = 'NO'
               DISPLAY 'VENDOR ' WS-VENDOR-IN ' NOT ON FILE'
           ELSE
               DISPLAY 'VENDOR:           ' WS-VT-NAME(WS-VT-IX)
               DISPLAY 'ENTER INVOICE NUMBER:'
               MOVE SPACES TO WS-INVOICE-NUMBER-IN
               ACCEPT WS-INVOICE-NUMBER-IN
               DISPLAY 'ENTER INVOICE DATE YYYYMMDD (BLANK FOR TODAY):'
               MOVE SPACES TO WS-INVOICE-DATE-IN
               ACCEPT WS-INVOICE-DATE-IN
               IF WS-INVOICE-DATE-IN = SPACES
                   MOVE WS-RUN-DATE-N TO WS-INVOICE-DATE-IN
               END-IF
               IF WS-INVOICE-NUMBER-IN = SPACES
                   DISPLAY 'INVOICE NUMBER REQUIRED - NOT ENTERED'
               ELSE
                   IF WS-INVOICE-DATE-IN IS NOT NUMERIC
                       DISPLAY 'INVOICE DATE NOT NUMERIC - NOT ENTERED'
                   ELSE
                       MOVE 'YES' TO WS-HEADER-OK-SW
                   END-IF
               END-IF
           END-IF
           .

       206-CHECK-VENDOR-ENTRY.

           IF WS-VT-NUMBER(WS-VT-IX) = WS-VENDOR-IN
               MOVE 'YES' TO WS-VENDOR-FOUND-SW
           ELSE
               ADD 1 TO WS-VT-IX
           END-IF
           .

       210-ENTER-INVOICE-LINE.

           DISPLAY ' '
           DISPLAY 'ENTER PO NUMBER (BLANK TO END THIS INVOICE):'
           MOVE SPACES TO WS-PO-NUMBER-IN
           ACCEPT WS-PO-NUMBER-IN

           IF WS-PO-NUMBER-IN = SPACES
               MOVE 'YES' TO WS-INVOICE-DONE-SW
           ELSE
               DISPLAY 'ENTER CATALOG NUMBER:'
               MOVE SPACES TO WS-CATALOG-IN
               ACCEPT WS-CATALOG-IN

      * A BLANK LOCATION MEANS THE MAIN WAREHOUSE, SAME DEFAULT
      * EVERY OTHER PROGRAM APPLIES.

               DISPLAY 'ENTER LOCATION (BLANK FOR 01):'
               MOVE SPACES TO WS-LOCATION-IN
               ACCEPT WS-LOCATION-IN
               IF WS-LOCATION-IN = SPACES
                   MOVE '01' TO WS-LOCATION-IN
               END-IF
               DISPLAY 'ENTER QUANTITY BILLED:'
               MOVE SPACES TO WS-QUANTITY-IN
               ACCEPT WS-QUANTITY-IN
               DISPLAY 'ENTER UNIT PRICE BILLED (5 DIGITS, NO POINT):'
               MOVE SPACES TO WS-PRICE-IN
               ACCEPT WS-PRICE-IN
               IF WS-QUANTITY-IN IS NOT NUMERIC
                   DISPLAY 'QUANTITY NOT NUMERIC - LINE NOT ENTERED'
               ELSE
                   IF WS-PRICE-IN IS NOT NUMERIC
                       DISPLAY 'PRICE NOT NUMERIC - LINE NOT ENTERED'
                   ELSE
                       PERFORM 220-WRITE-INVOICE-LINE
                   END-IF
               END-IF
           END-IF
           .

       220-WRITE-INVOICE-LINE.

           MOVE SPACES TO INVOICE-REC
           MOVE WS-VENDOR-IN TO INV-VENDOR-NUMBER
           MOVE WS-INVOICE-NUMBER-IN TO INV-INVOICE-NUMBER
           MOVE WS-INVOICE-DATE-IN TO INV-INVOICE-DATE
           MOVE WS-PO-NUMBER-IN TO INV-PO-NUMBER
           MOVE WS-CATALOG-IN TO INV-CATALOG-NUMBER
           MOVE WS-LOCATION-IN TO INV-LOCATION
           MOVE WS-QUANTITY-IN TO INV-QUANTITY
           MOVE WS-PRICE-IN-N TO INV-UNIT-PRICE
           MOVE 'U' TO INV-STATUS
           MOVE WS-RUN-DATE-N TO INV-ENTRY-DATE
           MOVE ZERO TO INV-MATCH-DATE
           WRITE INVOICE-REC

           COMPUTE WS-LINE-VALUE = INV-QUANTITY * INV-UNIT-PRICE
           ADD 1 TO WS-INVOICE-LINES
           ADD 1 TO WS-LINES-KEYED
           ADD WS-LINE-VALUE TO WS-INVOICE-VALUE
           ADD WS-LINE-VALUE TO WS-SESSION-VALUE
           MOVE WS-LINE-VALUE TO WS-LINE-VALUE-ED
           DISPLAY 'LINE ENTERED - VALUE ' WS-LINE-VALUE-ED

           MOVE INV-VENDOR-NUMBER TO ENL-VENDOR-OUT
           MOVE INV-INVOICE-NUMBER TO ENL-INVOICE-OUT
           MOVE INV-PO-NUMBER TO ENL-PO-NUMBER-OUT
           MOVE INV-CATALOG-NUMBER TO ENL-CATALOG-OUT
           MOVE INV-LOCATION TO ENL-LOCATION-OUT
           MOVE INV-QUANTITY TO ENL-QTY-OUT
           MOVE INV-UNIT-PRICE TO ENL-PRICE-OUT
           MOVE WS-LINE-VALUE TO ENL-VALUE-OUT
           MOVE ENTRY-LINE TO LOG-REC
           WRITE LOG-REC AFTER ADVANCING 1 LINE
           .

       230-CLOSE-INVOICE.

      * AN INVOICE THAT ENDS WITH NO LINES KEYED LEAVES NOTHING ON
      * FILE AND NOTHING TO TOTAL.

           IF WS-INVOICE-LINES > ZERO
               ADD 1 TO WS-INVOICES-KEYED
               MOVE WS-INVOICE-LINES TO ITL-LINES-OUT
               MOVE WS-INVOICE-VALUE TO ITL-VALUE-OUT
               MOVE INVOICE-TOTAL-LINE TO LOG-REC
               WRITE LOG-REC AFTER ADVANCING 1 LINE
               MOVE SPACES TO LOG-REC
               WRITE LOG-REC AFTER ADVANCING 1 LINE
               DISPLAY 'INVOICE ' WS-INVOICE-NUMBER-IN ' ENTERED - '
                   WS-INVOICE-LINES ' LINES'
           END-IF
           .

       250-CLOSE-ROUTINE.

           MOVE 'INVOICES KEYED:' TO LCL-LABEL
           MOVE WS-INVOICES-KEYED TO LCL-COUNT-OUT
           MOVE LOG-COUNT-LINE TO LOG-REC
           WRITE LOG-REC AFTER ADVANCING 2 LINES

           MOVE 'INVOICE LINES KEYED:' TO LCL-LABEL
           MOVE WS-LINES-KEYED TO LCL-COUNT-OUT
           MOVE LOG-COUNT-LINE TO LOG-REC
           WRITE LOG-REC AFTER ADVANCING 1 LINE

           MOVE WS-SESSION-VALUE TO LVL-VALUE-OUT
           MOVE LOG-VALUE-LINE TO LOG-REC
           WRITE LOG-REC AFTER ADVANCING 1 LINE

           CLOSE ENTRY-LOG-FILE
           STOP RUN
           .

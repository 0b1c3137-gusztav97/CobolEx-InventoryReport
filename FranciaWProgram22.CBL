       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM22.
       AUTHOR. GUSZTAV FRANCIA.


      *  This program is the three-way match for vendor invoices.
      *  Every invoice line the entry desk (PROGRAM21) keyed and
      *  every line held as an exception on an earlier run is
      *  checked against the PO line it bills - the vendor and the
      *  unit cost the order was cut at by PROGRAM5 - and against
      *  what the dock actually received on that line, off the
      *  receipt history PROGRAM11 keeps.  A line passes when the
      *  quantity billed is covered by what was received and not
      *  already paid, and the price billed is within the price
      *  tolerance of the PO cost.  A line that passes is marked
      *  matched and written to the accounts-payable voucher
      *  interface file for payment; a line that fails is held on
      *  the invoice file as an exception and tried again on the
      *  next run, so a receipt posted late clears it on its own.
      *  Only the PO lines billed by lines still to be matched are
      *  gathered off the open-PO file and the receipt history, so
      *  the history can grow for years without crowding the run.
      *
      *  The match report lists every line tried with the quantity
      *  billed against the quantity still payable, the price
      *  billed against the PO cost, the extended price variance,
      *  and the disposition, with totals of what was vouchered
      *  and what was held.
      *
      *  The tolerances come from PROGRAM22.CTL - price tolerance
      *  as a percent with one decimal (025 is 2.5 percent) and a
      *  quantity tolerance in units.  When the control file is
      *  missing the price tolerance is 2.0 percent and the
      *  quantity tolerance is zero.
      *
      *  INPUT:  PR1FA17F.TXT  - vendor invoice lines
      *          PR1FA17P.TXT  - open-PO file (agreed unit cost)
      *          PR1FA17Q.TXT  - receipt history out of PROGRAM11
      *          PROGRAM22.CTL - match tolerances
      *  OUTPUT: PR1FA17F.TXT  - invoice lines with match status
      *          PR1FA17F.VCH  - AP voucher interface (extended)
      *          PROGRAM22FA18.TXT - match and exception report
      *
      **********************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBMPC.
       OBJECT-COMPUTER.    IBMPC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * OPTIONAL SO A RUN BEFORE THE FIRST INVOICE IS KEYED COMES
      * OUT CLEAN WITH ZERO COUNTS.

           SELECT OPTIONAL INVOICE-FILE
               ASSIGN TO 'PR1FA17F.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

      * THE INVOICE LINES WITH THEIR NEW STATUS, WRITTEN HERE AND
      * COPIED BACK OVER THE INVOICE FILE AT END OF JOB - SAME
      * REWRITE-IN-TWO-STEPS SHAPE THE BACKORDER RUN USES.

           SELECT NEW-INVOICE-FILE
               ASSIGN TO 'PR1FA17F.NEW'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL OPEN-PO-FILE
               ASSIGN TO 'PR1FA17P.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RECEIPT-HISTORY-FILE
               ASSIGN TO 'PR1FA17Q.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MATCH-CONTROL-FILE
               ASSIGN TO 'PROGRAM22.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

      * AP VOUCHER INTERFACE - ONE RECORD PER MATCHED INVOICE
      * LINE, OPENED EXTEND SO NOTHING IS LOST IF ACCOUNTS PAYABLE
      * HAS NOT PICKED UP THE LAST RUN'S VOUCHERS.  OPTIONAL SO THE
      * FIRST RUN CREATES IT.

           SELECT OPTIONAL VOUCHER-FILE
               ASSIGN TO 'PR1FA17F.VCH'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MATCH-REPORT-FILE
               ASSIGN TO PRINTER 'PROGRAM22FA18.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.

      * SAME INVOICE LINE THE ENTRY DESK WRITES (U = UNMATCHED,
      * E = EXCEPTION HELD, M = MATCHED AND VOUCHERED).

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

       FD  NEW-INVOICE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  NEW-INVOICE-REC            PIC X(80).

      * SAME OPEN-PO LINE PROGRAM5 WRITES AND PROGRAM11 MAINTAINS.

       FD  OPEN-PO-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  OPEN-PO-REC.
           05  OPO-PO-NUMBER          PIC X(6).
           05  OPO-VENDOR-NUMBER      PIC X(5).
           05  OPO-CATALOG-NUMBER     PIC X(5).
           05  OPO-LOCATION           PIC X(2).
           05  OPO-ORDER-QUANTITY     PIC 9(5).
           05  OPO-ORDER-DATE         PIC 9(8).
           05  OPO-STATUS             PIC X(1).
           05  OPO-RECEIVED-QUANTITY  PIC 9(5).
           05  OPO-UNIT-COST          PIC 999V99.
           05  FILLER                 PIC X(38).

      * SAME RECEIPT HISTORY RECORD PROGRAM11 WRITES.

       FD  RECEIPT-HISTORY-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RECEIPT-HISTORY-REC.
           05  RCH-RECEIPT-DATE       PIC 9(8).
           05  RCH-PO-NUMBER          PIC X(6).
           05  RCH-VENDOR-NUMBER      PIC X(5).
           05  RCH-CATALOG-NUMBER     PIC X(5).
           05  RCH-LOCATION           PIC X(2).
           05  RCH-QUANTITY           PIC 9(5).
           05  RCH-UNIT-COST          PIC 999V99.
           05  RCH-ORDER-QUANTITY     PIC 9(5).
           05  RCH-LINE-STATUS        PIC X(1).
           05  FILLER                 PIC X(38).

       FD  MATCH-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  MATCH-CONTROL-REC.
           05  CTL-PRICE-TOLERANCE    PIC 99V9.
           05  FILLER                 PIC X(1).
           05  CTL-QTY-TOLERANCE      PIC 9(3).
           05  FILLER                 PIC X(73).

      * ONE VOUCHER PER MATCHED INVOICE LINE, AT THE PRICE BILLED.

       FD  VOUCHER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  VOUCHER-REC.
           05  VCH-VOUCHER-DATE       PIC 9(8).
           05  VCH-VENDOR-NUMBER      PIC X(5).
           05  VCH-INVOICE-NUMBER     PIC X(10).
           05  VCH-INVOICE-DATE       PIC 9(8).
           05  VCH-PO-NUMBER          PIC X(6).
           05  VCH-CATALOG-NUMBER     PIC X(5).
           05  VCH-LOCATION           PIC X(2).
           05  VCH-QUANTITY           PIC 9(5).
           05  VCH-UNIT-PRICE         PIC 999V99.
           05  VCH-AMOUNT             PIC 9(7)V99.
           05  FILLER                 PIC X(17).

       FD  MATCH-REPORT-FILE
           RECORD CONTAINS 110 CHARACTERS.
       01  REPORT-REC.
           05                         PIC X(110).

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05  ARE-THERE-MORE-RECORDS PIC X(3) VALUE 'YES'.
           05  WS-BILLED-EOF-SW       PIC X(3) VALUE 'NO'.
           05  WS-PO-EOF-SW           PIC X(3) VALUE 'NO'.
           05  WS-RECEIPT-EOF-SW      PIC X(3) VALUE 'NO'.
           05  WS-PAID-EOF-SW         PIC X(3) VALUE 'NO'.
           05  WS-COPY-EOF-SW         PIC X(3) VALUE 'NO'.
           05  WS-CONTROL-FILE-STATUS PIC X(2).
           05  WS-RUN-OK-SW           PIC X(3) VALUE 'YES'.
           05  WS-LINE-FOUND-SW       PIC X(3).

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

       01  WS-TOLERANCES.
           05  WS-PRICE-TOLERANCE     PIC 99V9 VALUE 2.0.
           05  WS-QTY-TOLERANCE       PIC 9(3) VALUE ZERO.

      * ONE ENTRY PER PO LINE BILLED BY A LINE STILL TO BE MATCHED.
      * OPEN LINES ARE FILLED OFF THE OPEN-PO FILE, CLOSED ONES
      * FROM THE RECEIPT HISTORY, WHICH CARRIES THE LINE'S VENDOR
      * AND COST WITH EVERY RECEIPT.  ON-FILE STAYS N FOR A LINE
      * FOUND IN NEITHER.  RECEIVED IS THE SUM OF THE DOCK'S
      * RECEIPTS ON THE LINE; VOUCHERED IS THE QUANTITY ALREADY
      * MATCHED AND PASSED FOR PAYMENT.

       01  WS-PO-LINE-TABLE.
           05  WS-PL-ENTRY OCCURS 2000 TIMES.
               10  WS-PL-PO-NUMBER    PIC X(6).
               10  WS-PL-CATALOG      PIC X(5).
               10  WS-PL-LOCATION     PIC X(2).
               10  WS-PL-VENDOR       PIC X(5).
               10  WS-PL-ORDER-QTY    PIC 9(5).
               10  WS-PL-UNIT-COST    PIC 999V99.
               10  WS-PL-RECEIVED-QTY PIC 9(7).
               10  WS-PL-VOUCHERED-QTY PIC 9(7).
               10  WS-PL-ON-FILE      PIC X(1).

       01  WS-PO-LINE-SUBSCRIPTS.
           05  WS-PL-COUNT            PIC 9(4) VALUE ZERO.
           05  WS-PL-IX               PIC 9(4).

      * THE PO LINE BEING LOOKED FOR.

       01  WS-PO-LINE-KEY.
           05  WS-KEY-PO-NUMBER       PIC X(6).
           05  WS-KEY-CATALOG         PIC X(5).
           05  WS-KEY-LOCATION        PIC X(2).

       01  WS-MATCH-FIELDS.
           05  WS-EXCEPTION-REASON    PIC X(22).
           05  WS-PAYABLE-QTY         PIC S9(7).
           05  WS-QTY-LIMIT           PIC S9(7).
           05  WS-PRICE-VARIANCE      PIC S999V99.
           05  WS-VARIANCE-PCT        PIC S9(7)V9.
           05  WS-EXT-VARIANCE        PIC S9(7)V99.
           05  WS-LINE-VALUE          PIC 9(7)V99.

       01  WS-TOTALS.
           05  WS-LINES-READ          PIC 9(5) VALUE ZERO.
           05  WS-LINES-TRIED         PIC 9(5) VALUE ZERO.
           05  WS-LINES-MATCHED       PIC 9(5) VALUE ZERO.
           05  WS-LINES-HELD          PIC 9(5) VALUE ZERO.
           05  WS-LINES-PAID-BEFORE   PIC 9(5) VALUE ZERO.
           05  WS-LINES-IN-ERROR      PIC 9(5) VALUE ZERO.
           05  WS-VOUCHER-VALUE       PIC 9(9)V99 VALUE ZERO.
           05  WS-HELD-VALUE          PIC 9(9)V99 VALUE ZERO.

       01  WS-RPT-HEADING-1.
           05  FILLER                 PIC X(30) VALUE SPACES.
           05  RH1-TITLE              PIC X(31) VALUE
               'VENDOR INVOICE THREE-WAY MATCH'.
           05  FILLER                 PIC X(9) VALUE SPACES.
           05  RH1-DATE.
               10  RH1-MONTH          PIC 99.
               10  FILLER             PIC X VALUE '/'.
               10  RH1-DAY            PIC 99.
               10  FILLER             PIC X VALUE '/'.
               10  RH1-YEAR           PIC 9999.
           05  FILLER                 PIC X(30) VALUE SPACES.

       01  WS-RPT-HEADING-2.
           05  FILLER                 PIC X(30) VALUE SPACES.
           05  RH2-PRICE-LABEL        PIC X(17) VALUE
               'PRICE TOLERANCE: '.
           05  RH2-PRICE-TOL-OUT      PIC Z9.9.
           05  FILLER                 PIC X(5) VALUE ' PCT '.
           05  RH2-QTY-LABEL          PIC X(15) VALUE
               'QTY TOLERANCE: '.
           05  RH2-QTY-TOL-OUT        PIC ZZ9.
           05  FILLER                 PIC X(36) VALUE SPACES.

       01  WS-RPT-HEADING-3.
           05  FILLER                 PIC X(1).
           05  RH3-VEND-NAME          PIC X(4) VALUE 'VEND'.
           05  FILLER                 PIC X(2).
           05  RH3-INV-NAME           PIC X(7) VALUE 'INVOICE'.
           05  FILLER                 PIC X(4).
           05  RH3-PO-NAME            PIC X(2) VALUE 'PO'.
           05  FILLER                 PIC X(4).
           05  RH3-CAT-NAME           PIC X(3) VALUE 'CAT'.
           05  FILLER                 PIC X(2).
           05  RH3-LOC-NAME           PIC X(3) VALUE 'LOC'.
           05  FILLER                 PIC X(1).
           05  RH3-BILLED-NAME        PIC X(6) VALUE 'BILLED'.
           05  FILLER                 PIC X(1).
           05  RH3-PAYABLE-NAME       PIC X(6) VALUE 'PAYABL'.
           05  FILLER                 PIC X(3).
           05  RH3-PRICE-NAME         PIC X(5) VALUE 'PRICE'.
           05  FILLER                 PIC X(4).
           05  RH3-COST-NAME          PIC X(7) VALUE 'PO COST'.
           05  FILLER                 PIC X(6).
           05  RH3-VAR-NAME           PIC X(8) VALUE 'VARIANCE'.
           05  FILLER                 PIC X(2).
           05  RH3-DISP-NAME          PIC X(11) VALUE 'DISPOSITION'.
           05  FILLER                 PIC X(18).

       01  MATCH-LINE.
           05  MTL-VENDOR-OUT         PIC X(5).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  MTL-INVOICE-OUT        PIC X(10).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  MTL-PO-NUMBER-OUT      PIC X(6).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  MTL-CATALOG-OUT        PIC X(5).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  MTL-LOCATION-OUT       PIC X(2).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  MTL-BILLED-OUT         PIC ZZZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  MTL-PAYABLE-OUT        PIC ZZZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  MTL-PRICE-OUT          PIC $999.99.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  MTL-COST-OUT           PIC $999.99.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  MTL-VARIANCE-OUT       PIC $$$,$$9.99-.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  MTL-DISP-OUT           PIC X(22).
           05  FILLER                 PIC X(9) VALUE SPACES.

       01  REPORT-COUNT-LINE.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  RCL-LABEL              PIC X(30).
           05  RCL-COUNT-OUT          PIC ZZZZ9.
           05  FILLER                 PIC X(72) VALUE SPACES.

       01  REPORT-VALUE-LINE.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  RVL-LABEL              PIC X(24).
           05  RVL-VALUE-OUT          PIC $$,$$$,$$$,$$9.99.
           05  FILLER                 PIC X(66) VALUE SPACES.

       PROCEDURE DIVISION.

       100-MAIN-MODULE.

           PERFORM 125-HOUSEKEEPING
           PERFORM 127-LOAD-BILLED-PO-LINES
           IF WS-RUN-OK-SW = 'YES'
               PERFORM 130-LOAD-OPEN-PO-LINES
               PERFORM 132-LOAD-RECEIPTS
               PERFORM 134-LOAD-PAID-QUANTITIES
           END-IF
           IF WS-RUN-OK-SW = 'YES'
               PERFORM 150-MATCH-INVOICES
               PERFORM 230-REWRITE-INVOICE-FILE
           END-IF
           PERFORM 250-CLOSE-ROUTINE

           .

       125-HOUSEKEEPING.

           OPEN    OUTPUT  MATCH-REPORT-FILE

           ACCEPT WS-DATE FROM DATE
           MOVE WS-YEAR TO RH1-YEAR
           MOVE WS-MONTH TO RH1-MONTH
           MOVE WS-DAY TO RH1-DAY
           MOVE WS-YEAR TO WS-RD-YEAR
           MOVE WS-MONTH TO WS-RD-MONTH
           MOVE WS-DAY TO WS-RD-DAY

           PERFORM 126-READ-MATCH-CONTROL

           MOVE WS-RPT-HEADING-1 TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE
           MOVE WS-PRICE-TOLERANCE TO RH2-PRICE-TOL-OUT
           MOVE WS-QTY-TOLERANCE TO RH2-QTY-TOL-OUT
           MOVE WS-RPT-HEADING-2 TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE
           MOVE WS-RPT-HEADING-3 TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 2 LINES
           .

       126-READ-MATCH-CONTROL.

      * PICK UP THE TOLERANCES.  WITH NO CONTROL FILE, OR A FIELD
      * THAT IS NOT NUMERIC, THE DEFAULTS ABOVE STAND.

           OPEN INPUT MATCH-CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS = '00'
               READ MATCH-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-PRICE-TOLERANCE IS NUMERIC
                           MOVE CTL-PRICE-TOLERANCE
                               TO WS-PRICE-TOLERANCE
                       END-IF
                       IF CTL-QTY-TOLERANCE IS NUMERIC
                           MOVE CTL-QTY-TOLERANCE TO WS-QTY-TOLERANCE
                       END-IF
               END-READ
               CLOSE MATCH-CONTROL-FILE
           END-IF
           .

       127-LOAD-BILLED-PO-LINES.

      * THE TABLE HOLDS ONLY THE PO LINES THIS RUN WILL TRY TO
      * MATCH - THOSE BILLED BY AN UNMATCHED OR HELD INVOICE LINE -
      * SO THE RECEIPT HISTORY, WHICH IS NEVER PURGED, CAN GROW
      * WITHOUT EVER FILLING IT.

           OPEN INPUT INVOICE-FILE
           PERFORM 128-LOAD-BILLED-ENTRY
               UNTIL WS-BILLED-EOF-SW = 'YES'
                  OR WS-RUN-OK-SW = 'NO'
           CLOSE INVOICE-FILE
           .

       128-LOAD-BILLED-ENTRY.

           READ INVOICE-FILE
               AT END
                   MOVE 'YES' TO WS-BILLED-EOF-SW
               NOT AT END
                   IF INV-STATUS = 'U' OR 'E'
                       MOVE INV-PO-NUMBER TO WS-KEY-PO-NUMBER
                       MOVE INV-CATALOG-NUMBER TO WS-KEY-CATALOG
                       MOVE INV-LOCATION TO WS-KEY-LOCATION
                       PERFORM 136-FIND-PO-LINE
                       IF WS-LINE-FOUND-SW = 'NO'
                           PERFORM 138-ADD-PO-LINE
                       END-IF
                   END-IF
           END-READ
           .

       130-LOAD-OPEN-PO-LINES.

      * THE LINES STILL OPEN COME OFF THE OPEN-PO FILE WITH THEIR
      * VENDOR AND AGREED COST.  WHAT HAS BEEN RECEIVED ON THEM IS
      * TAKEN FROM THE RECEIPT HISTORY BELOW, NOT FROM THE LINE'S
      * OWN RUNNING COUNT, SO OPEN AND CLOSED LINES ARE MATCHED ON
      * THE SAME FOOTING.

           OPEN INPUT OPEN-PO-FILE
           PERFORM 131-LOAD-OPEN-PO-ENTRY
               UNTIL WS-PO-EOF-SW = 'YES'
           CLOSE OPEN-PO-FILE
           .

       131-LOAD-OPEN-PO-ENTRY.

           READ OPEN-PO-FILE
               AT END
                   MOVE 'YES' TO WS-PO-EOF-SW
               NOT AT END
                   MOVE OPO-PO-NUMBER TO WS-KEY-PO-NUMBER
                   MOVE OPO-CATALOG-NUMBER TO WS-KEY-CATALOG
                   MOVE OPO-LOCATION TO WS-KEY-LOCATION
                   PERFORM 136-FIND-PO-LINE
                   IF WS-LINE-FOUND-SW = 'YES'
                       MOVE 'Y' TO WS-PL-ON-FILE(WS-PL-IX)
                       MOVE OPO-VENDOR-NUMBER
                           TO WS-PL-VENDOR(WS-PL-IX)
                       IF OPO-ORDER-QUANTITY IS NUMERIC
                           MOVE OPO-ORDER-QUANTITY
                               TO WS-PL-ORDER-QTY(WS-PL-IX)
                       END-IF
                       IF OPO-UNIT-COST IS NUMERIC
                           MOVE OPO-UNIT-COST
                               TO WS-PL-UNIT-COST(WS-PL-IX)
                       END-IF
                   END-IF
           END-READ
           .

       132-LOAD-RECEIPTS.

      * SUM THE DOCK'S RECEIPTS BY PO LINE.  A LINE THAT CLOSED
      * AND LEFT THE OPEN-PO FILE IS REBUILT FROM ITS RECEIPTS,
      * WHICH CARRY THE LINE'S VENDOR AND COST.  RECEIPTS ON A
      * LINE NOBODY IS BILLING THIS RUN ARE PASSED OVER.

           OPEN INPUT RECEIPT-HISTORY-FILE
           PERFORM 133-LOAD-RECEIPT-ENTRY
               UNTIL WS-RECEIPT-EOF-SW = 'YES'
           CLOSE RECEIPT-HISTORY-FILE
           .

       133-LOAD-RECEIPT-ENTRY.

           READ RECEIPT-HISTORY-FILE
               AT END
                   MOVE 'YES' TO WS-RECEIPT-EOF-SW
               NOT AT END
                   IF RCH-QUANTITY IS NUMERIC
                       MOVE RCH-PO-NUMBER TO WS-KEY-PO-NUMBER
                       MOVE RCH-CATALOG-NUMBER TO WS-KEY-CATALOG
                       MOVE RCH-LOCATION TO WS-KEY-LOCATION
                       PERFORM 136-FIND-PO-LINE
                       IF WS-LINE-FOUND-SW = 'YES'
                           IF WS-PL-ON-FILE(WS-PL-IX) = 'N'
                               PERFORM 139-FILL-FROM-RECEIPT
                           END-IF
                           ADD RCH-QUANTITY
                               TO WS-PL-RECEIVED-QTY(WS-PL-IX)
                       END-IF
                   END-IF
           END-READ
           .

       134-LOAD-PAID-QUANTITIES.

      * WHAT HAS ALREADY BEEN MATCHED AND VOUCHERED ON EACH PO
      * LINE, SO A SECOND INVOICE FOR THE SAME RECEIPT - A
      * RESENT INVOICE OR A DOUBLE BILLING - HAS NOTHING LEFT TO
      * BE PAID AGAINST.

           OPEN INPUT INVOICE-FILE
           PERFORM 135-LOAD-PAID-ENTRY
               UNTIL WS-PAID-EOF-SW = 'YES'
           CLOSE INVOICE-FILE
           .

       135-LOAD-PAID-ENTRY.

           READ INVOICE-FILE
               AT END
                   MOVE 'YES' TO WS-PAID-EOF-SW
               NOT AT END
                   IF INV-STATUS = 'M'
                           AND INV-QUANTITY IS NUMERIC
                       MOVE INV-PO-NUMBER TO WS-KEY-PO-NUMBER
                       MOVE INV-CATALOG-NUMBER TO WS-KEY-CATALOG
                       MOVE INV-LOCATION TO WS-KEY-LOCATION
                       PERFORM 136-FIND-PO-LINE
                       IF WS-LINE-FOUND-SW = 'YES'
                           ADD INV-QUANTITY
                               TO WS-PL-VOUCHERED-QTY(WS-PL-IX)
                       END-IF
                   END-IF
           END-READ
           .

       136-FIND-PO-LINE.

           MOVE 'NO' TO WS-LINE-FOUND-SW
           MOVE 1 TO WS-PL-IX
           PERFORM 137-CHECK-PO-LINE-ENTRY
               UNTIL WS-LINE-FOUND-SW = 'YES'
                  OR WS-PL-IX > WS-PL-COUNT
           .

       137-CHECK-PO-LINE-ENTRY.

           IF WS-PL-PO-NUMBER(WS-PL-IX) = WS-KEY-PO-NUMBER
                   AND WS-PL-CATALOG(WS-PL-IX) = WS-KEY-CATALOG
                   AND WS-PL-LOCATION(WS-PL-IX) = WS-KEY-LOCATION
               MOVE 'YES' TO WS-LINE-FOUND-SW
           ELSE
               ADD 1 TO WS-PL-IX
           END-IF
           .

       138-ADD-PO-LINE.

      * A TABLE TOO SMALL FOR THE PO LINES BILLED REFUSES THE RUN
      * - A LINE LEFT OUT WOULD SHOW ITS INVOICES AS BILLING A PO
      * THAT DOES NOT EXIST.

           IF WS-PL-COUNT = 2000
               MOVE 'BILLED PO LINES EXCEED 2000 - RUN REFUSED'
                   TO REPORT-REC
               WRITE REPORT-REC AFTER ADVANCING 1 LINE
               MOVE 'NO' TO WS-RUN-OK-SW
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-PL-COUNT
               MOVE WS-PL-COUNT TO WS-PL-IX
               MOVE WS-KEY-PO-NUMBER TO WS-PL-PO-NUMBER(WS-PL-IX)
               MOVE WS-KEY-CATALOG TO WS-PL-CATALOG(WS-PL-IX)
               MOVE WS-KEY-LOCATION TO WS-PL-LOCATION(WS-PL-IX)
               MOVE SPACES TO WS-PL-VENDOR(WS-PL-IX)
               MOVE ZERO TO WS-PL-ORDER-QTY(WS-PL-IX)
               MOVE ZERO TO WS-PL-UNIT-COST(WS-PL-IX)
               MOVE ZERO TO WS-PL-RECEIVED-QTY(WS-PL-IX)
               MOVE ZERO TO WS-PL-VOUCHERED-QTY(WS-PL-IX)
               MOVE 'N' TO WS-PL-ON-FILE(WS-PL-IX)
           END-IF
           .

       139-FILL-FROM-RECEIPT.

           MOVE 'Y' TO WS-PL-ON-FILE(WS-PL-IX)
           MOVE RCH-VENDOR-NUMBER TO WS-PL-VENDOR(WS-PL-IX)
           IF RCH-ORDER-QUANTITY IS NUMERIC
               MOVE RCH-ORDER-QUANTITY TO WS-PL-ORDER-QTY(WS-PL-IX)
           END-IF
           IF RCH-UNIT-COST IS NUMERIC
               MOVE RCH-UNIT-COST TO WS-PL-UNIT-COST(WS-PL-IX)
           END-IF
           .

       150-MATCH-INVOICES.

           OPEN INPUT INVOICE-FILE
           OPEN OUTPUT NEW-INVOICE-FILE
           OPEN EXTEND VOUCHER-FILE
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO'
               READ INVOICE-FILE
                   AT END
                       MOVE 'NO' TO ARE-THERE-MORE-RECORDS
                   NOT AT END
                       PERFORM 200-PROCESS-INVOICE-LINE
               END-READ
           END-PERFORM
           CLOSE VOUCHER-FILE
           .

       200-PROCESS-INVOICE-LINE.

      * A LINE ALREADY VOUCHERED IS CARRIED AS IT IS; AN UNMATCHED
      * LINE OR ONE HELD LAST TIME IS TRIED.  A LINE WITH A STATUS
      * THIS RUN DOES NOT KNOW IS COUNTED AS AN ERROR BUT STAYS ON
      * THE FILE FOR A LOOK.

           ADD 1 TO WS-LINES-READ
           EVALUATE INV-STATUS
               WHEN 'M'
                   ADD 1 TO WS-LINES-PAID-BEFORE
               WHEN 'U'
               WHEN 'E'
                   PERFORM 210-MATCH-LINE
               WHEN OTHER
                   ADD 1 TO WS-LINES-IN-ERROR
           END-EVALUATE
           PERFORM 225-KEEP-LINE
           .

       210-MATCH-LINE.

      * EACH TEST RUNS ONLY WHILE THE LINE IS STILL CLEAN, SO THE
      * REASON PRINTED IS THE FIRST THING WRONG WITH IT.

           ADD 1 TO WS-LINES-TRIED
           MOVE SPACES TO WS-EXCEPTION-REASON
           MOVE ZERO TO WS-PAYABLE-QTY
           MOVE ZERO TO WS-EXT-VARIANCE
           MOVE ZERO TO MTL-COST-OUT

           IF INV-QUANTITY IS NOT NUMERIC
                   OR INV-UNIT-PRICE IS NOT NUMERIC
               MOVE 'LINE DATA BAD' TO WS-EXCEPTION-REASON
           ELSE
               MOVE INV-PO-NUMBER TO WS-KEY-PO-NUMBER
               MOVE INV-CATALOG-NUMBER TO WS-KEY-CATALOG
               MOVE INV-LOCATION TO WS-KEY-LOCATION
               PERFORM 136-FIND-PO-LINE
               IF WS-LINE-FOUND-SW = 'YES'
                   IF WS-PL-ON-FILE(WS-PL-IX) = 'N'
                       MOVE 'NO' TO WS-LINE-FOUND-SW
                   END-IF
               END-IF
               IF WS-LINE-FOUND-SW = 'NO'
                   MOVE 'NO SUCH PO LINE' TO WS-EXCEPTION-REASON
               END-IF
           END-IF

           IF WS-EXCEPTION-REASON = SPACES
               MOVE WS-PL-UNIT-COST(WS-PL-IX) TO MTL-COST-OUT
               COMPUTE WS-PAYABLE-QTY =
                   WS-PL-RECEIVED-QTY(WS-PL-IX)
                   - WS-PL-VOUCHERED-QTY(WS-PL-IX)
               IF WS-PAYABLE-QTY < ZERO
                   MOVE ZERO TO WS-PAYABLE-QTY
               END-IF
               IF WS-PL-VENDOR(WS-PL-IX) NOT = INV-VENDOR-NUMBER
                   MOVE 'VENDOR NOT ON THIS PO' TO WS-EXCEPTION-REASON
               END-IF
           END-IF
           IF WS-EXCEPTION-REASON = SPACES
                   AND WS-PL-UNIT-COST(WS-PL-IX) = ZERO
               MOVE 'NO AGREED COST ON PO' TO WS-EXCEPTION-REASON
           END-IF

      * QUANTITY - THE BILLING MUST BE COVERED BY WHAT THE DOCK
      * RECEIVED AND HAS NOT ALREADY BEEN PAID FOR, WITHIN THE
      * QUANTITY TOLERANCE.

           IF WS-EXCEPTION-REASON = SPACES
               COMPUTE WS-QTY-LIMIT = WS-PAYABLE-QTY + WS-QTY-TOLERANCE
               IF INV-QUANTITY > WS-QTY-LIMIT
                   IF WS-PL-RECEIVED-QTY(WS-PL-IX) = ZERO
                       MOVE 'NOTHING RECEIVED YET'
                           TO WS-EXCEPTION-REASON
                   ELSE
                       MOVE 'BILLED OVER RECEIVED'
                           TO WS-EXCEPTION-REASON
                   END-IF
               END-IF
           END-IF

      * PRICE - THE PRICE BILLED MUST BE WITHIN THE PRICE
      * TOLERANCE OF THE PO COST EITHER WAY.  AN UNDERBILLING IS
      * HELD TOO - IT IS AS LIKELY A WRONG PART AS A BARGAIN.

           IF WS-EXCEPTION-REASON = SPACES
               COMPUTE WS-PRICE-VARIANCE =
                   INV-UNIT-PRICE - WS-PL-UNIT-COST(WS-PL-IX)
               COMPUTE WS-EXT-VARIANCE =
                   WS-PRICE-VARIANCE * INV-QUANTITY
               COMPUTE WS-VARIANCE-PCT ROUNDED =
                   WS-PRICE-VARIANCE * 100
                   / WS-PL-UNIT-COST(WS-PL-IX)
               IF WS-VARIANCE-PCT > WS-PRICE-TOLERANCE
                   MOVE 'PRICE OVER PO COST' TO WS-EXCEPTION-REASON
               END-IF
               IF WS-VARIANCE-PCT < ZERO
                       AND (0 - WS-VARIANCE-PCT) > WS-PRICE-TOLERANCE
                   MOVE 'PRICE UNDER PO COST' TO WS-EXCEPTION-REASON
               END-IF
           END-IF

           IF WS-EXCEPTION-REASON = SPACES
               PERFORM 215-VOUCHER-LINE
           ELSE
               MOVE 'E' TO INV-STATUS
               ADD 1 TO WS-LINES-HELD
               IF INV-QUANTITY IS NUMERIC
                       AND INV-UNIT-PRICE IS NUMERIC
                   COMPUTE WS-LINE-VALUE =
                       INV-QUANTITY * INV-UNIT-PRICE
                   ADD WS-LINE-VALUE TO WS-HELD-VALUE
               END-IF
               MOVE WS-EXCEPTION-REASON TO MTL-DISP-OUT
           END-IF
           PERFORM 220-PRINT-MATCH-LINE
           .

       215-VOUCHER-LINE.

      * PASS THE LINE FOR PAYMENT AT THE PRICE BILLED AND COUNT
      * ITS QUANTITY AS PAID, SO A LATER LINE ON THE SAME PO LINE
      * IN THIS RUN SEES IT.

           MOVE 'M' TO INV-STATUS
           MOVE WS-RUN-DATE-N TO INV-MATCH-DATE
           ADD INV-QUANTITY TO WS-PL-VOUCHERED-QTY(WS-PL-IX)
           COMPUTE WS-LINE-VALUE = INV-QUANTITY * INV-UNIT-PRICE
           ADD 1 TO WS-LINES-MATCHED
           ADD WS-LINE-VALUE TO WS-VOUCHER-VALUE

           MOVE SPACES TO VOUCHER-REC
           MOVE WS-RUN-DATE-N TO VCH-VOUCHER-DATE
           MOVE INV-VENDOR-NUMBER TO VCH-VENDOR-NUMBER
           MOVE INV-INVOICE-NUMBER TO VCH-INVOICE-NUMBER
           MOVE INV-INVOICE-DATE TO VCH-INVOICE-DATE
           MOVE INV-PO-NUMBER TO VCH-PO-NUMBER
           MOVE INV-CATALOG-NUMBER TO VCH-CATALOG-NUMBER
           MOVE INV-LOCATION TO VCH-LOCATION
           MOVE INV-QUANTITY TO VCH-QUANTITY
           MOVE INV-UNIT-PRICE TO VCH-UNIT-PRICE
           MOVE WS-LINE-VALUE TO VCH-AMOUNT
           WRITE VOUCHER-REC
           MOVE 'MATCHED - VOUCHERED' TO MTL-DISP-OUT
           .

       220-PRINT-MATCH-LINE.

           MOVE INV-VENDOR-NUMBER TO MTL-VENDOR-OUT
           MOVE INV-INVOICE-NUMBER TO MTL-INVOICE-OUT
           MOVE INV-PO-NUMBER TO MTL-PO-NUMBER-OUT
           MOVE INV-CATALOG-NUMBER TO MTL-CATALOG-OUT
           MOVE INV-LOCATION TO MTL-LOCATION-OUT
           IF INV-QUANTITY IS NUMERIC
               MOVE INV-QUANTITY TO MTL-BILLED-OUT
           ELSE
               MOVE ZERO TO MTL-BILLED-OUT
           END-IF
           MOVE WS-PAYABLE-QTY TO MTL-PAYABLE-OUT
           IF INV-UNIT-PRICE IS NUMERIC
               MOVE INV-UNIT-PRICE TO MTL-PRICE-OUT
           ELSE
               MOVE ZERO TO MTL-PRICE-OUT
           END-IF
           MOVE WS-EXT-VARIANCE TO MTL-VARIANCE-OUT
           MOVE MATCH-LINE TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE
           .

       225-KEEP-LINE.

           MOVE INVOICE-REC TO NEW-INVOICE-REC
           WRITE NEW-INVOICE-REC
           .

       230-REWRITE-INVOICE-FILE.

      * COPY THE LINES, WITH THEIR NEW STATUS, BACK UNDER THE NAME
      * THE ENTRY DESK EXTENDS.

           CLOSE INVOICE-FILE
                 NEW-INVOICE-FILE
           OPEN INPUT NEW-INVOICE-FILE
           OPEN OUTPUT INVOICE-FILE
           PERFORM 231-COPY-INVOICE-RECORD
               UNTIL WS-COPY-EOF-SW = 'YES'
           CLOSE NEW-INVOICE-FILE
                 INVOICE-FILE
           .

       231-COPY-INVOICE-RECORD.

           READ NEW-INVOICE-FILE
               AT END
                   MOVE 'YES' TO WS-COPY-EOF-SW
               NOT AT END
                   MOVE NEW-INVOICE-REC TO INVOICE-REC
                   WRITE INVOICE-REC
           END-READ
           .

       250-CLOSE-ROUTINE.

           MOVE 'INVOICE LINES READ:' TO RCL-LABEL
           MOVE WS-LINES-READ TO RCL-COUNT-OUT
           MOVE REPORT-COUNT-LINE TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 2 LINES

           MOVE 'LINES TRIED THIS RUN:' TO RCL-LABEL
           MOVE WS-LINES-TRIED TO RCL-COUNT-OUT
           MOVE REPORT-COUNT-LINE TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE

           MOVE 'MATCHED AND VOUCHERED:' TO RCL-LABEL
           MOVE WS-LINES-MATCHED TO RCL-COUNT-OUT
           MOVE REPORT-COUNT-LINE TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE

           MOVE 'HELD AS EXCEPTIONS:' TO RCL-LABEL
           MOVE WS-LINES-HELD TO RCL-COUNT-OUT
           MOVE REPORT-COUNT-LINE TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE

           MOVE 'VOUCHERED ON EARLIER RUNS:' TO RCL-LABEL
           MOVE WS-LINES-PAID-BEFORE TO RCL-COUNT-OUT
           MOVE REPORT-COUNT-LINE TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE

           MOVE 'LINES IN ERROR:' TO RCL-LABEL
           MOVE WS-LINES-IN-ERROR TO RCL-COUNT-OUT
           MOVE REPORT-COUNT-LINE TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE

           MOVE 'VALUE VOUCHERED:' TO RVL-LABEL
           MOVE WS-VOUCHER-VALUE TO RVL-VALUE-OUT
           MOVE REPORT-VALUE-LINE TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 2 LINES

           MOVE 'VALUE HELD:' TO RVL-LABEL
           MOVE WS-HELD-VALUE TO RVL-VALUE-OUT
           MOVE REPORT-VALUE-LINE TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE

           CLOSE MATCH-REPORT-FILE

           IF RETURN-CODE = ZERO
                   AND (WS-LINES-HELD > ZERO
                        OR WS-LINES-IN-ERROR > ZERO)
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

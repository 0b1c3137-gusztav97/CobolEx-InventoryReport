       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM25.
       AUTHOR. GUSZTAV FRANCIA.


      *  This program prints the daily sales journal from the sales
      *  lines the counter sales desk (PROGRAM24) files as each
      *  ticket posts.  The day's lines are sorted into ticket
      *  order and each invoice prints as one line - customer,
      *  number of lines, merchandise, sales tax, invoice total,
      *  cost of goods at the UNIT-PURCHASE-PRICE in force when the
      *  part was sold, and the gross margin - with tax-exempt
      *  invoices marked.  The day's totals split merchandise into
      *  taxable and exempt sales and show the tax collected for
      *  the tax return, and the cost of goods and margin for the
      *  books.
      *
      *  Only the run date's lines are journaled; the sales file
      *  keeps every day's lines, so yesterday's journal can be
      *  reprinted by running with the date on PROGRAM25.CTL
      *  (YYYYMMDD).
      *
      *  INPUT:  PR1FA17U.SLS  - posted sales lines
      *          PR1FA17U.TXT  - customer master (names)
      *          PROGRAM25.CTL - journal date, when not today
      *  OUTPUT: PROGRAM25FA18.TXT - daily sales journal
      *
      **********************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBMPC.
       OBJECT-COMPUTER.    IBMPC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL SALES-FILE
               ASSIGN TO 'PR1FA17U.SLS'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORTED-SALES-FILE
               ASSIGN TO 'PR1FA17U.SRT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-FILE
               ASSIGN TO 'SORTWK25.TMP'.

           SELECT OPTIONAL CUSTOMER-FILE
               ASSIGN TO 'PR1FA17U.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOURNAL-CONTROL-FILE
               ASSIGN TO 'PROGRAM25.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT SALES-JOURNAL-FILE
               ASSIGN TO PRINTER 'PROGRAM25FA18.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.

       FD  SALES-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SALES-REC                  PIC X(80).

       SD  SORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SORT-REC.
           05  SORT-TICKET-NUMBER     PIC 9(6).
           05  SORT-DATE              PIC 9(8).
           05  FILLER                 PIC X(66).

      * SAME SALES LINE PROGRAM24 WRITES.

       FD  SORTED-SALES-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SORTED-SALES-REC.
           05  SLS-TICKET-NUMBER      PIC 9(6).
           05  SLS-DATE               PIC 9(8).
           05  SLS-CUSTOMER-NUMBER    PIC X(5).
           05  SLS-CATALOG-NUMBER     PIC X(5).
           05  SLS-LOCATION           PIC X(2).
           05  SLS-QUANTITY           PIC 9(4).
           05  SLS-LIST-PRICE         PIC 999V99.
           05  SLS-DISCOUNT-PCT       PIC 99V9.
           05  SLS-NET-AMOUNT         PIC 9(7)V99.
           05  SLS-TAX-AMOUNT         PIC 9(5)V99.
           05  SLS-UNIT-COST          PIC 999V99.
           05  SLS-TAX-EXEMPT         PIC X(1).
           05  FILLER                 PIC X(20).

       FD  CUSTOMER-FILE
           RECORD CONTAINS 90 CHARACTERS.
       01  CUSTOMER-REC.
           05  CUST-NUMBER            PIC X(5).
           05  CUST-NAME              PIC X(25).
           05  FILLER                 PIC X(60).

       FD  JOURNAL-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  JOURNAL-CONTROL-REC.
           05  CTL-JOURNAL-DATE       PIC 9(8).
           05  FILLER                 PIC X(72).

       FD  SALES-JOURNAL-FILE
           RECORD CONTAINS 110 CHARACTERS.
       01  REPORT-REC.
           05                         PIC X(110).

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05  ARE-THERE-MORE-RECORDS PIC X(3) VALUE 'YES'.
           05  WS-CUSTOMER-EOF-SW     PIC X(3) VALUE 'NO'.
           05  WS-CUSTOMER-FOUND-SW   PIC X(3).
           05  WS-CONTROL-FILE-STATUS PIC X(2).
           05  WS-PRIOR-TICKET        PIC 9(6) VALUE ZERO.

       01  WS-DATE.
           05  WS-YEAR                PIC 99.
           05  WS-MONTH               PIC 99.
           05  WS-DAY                 PIC 99.

      * JOURNAL DATE AS YYYYMMDD - TODAY UNLESS THE CONTROL FILE
      * ASKS FOR ANOTHER DAY.

       01  WS-RUN-DATE.
           05  WS-RD-CENTURY          PIC 99 VALUE 20.
           05  WS-RD-YEAR             PIC 99.
           05  WS-RD-MONTH            PIC 99.
           05  WS-RD-DAY              PIC 99.
       01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE
                                      PIC 9(8).

       01  WS-JOURNAL-DATE            PIC 9(8).
       01  WS-JOURNAL-DATE-X REDEFINES WS-JOURNAL-DATE.
           05  WS-JD-YEAR             PIC 9(4).
           05  WS-JD-MONTH            PIC 99.
           05  WS-JD-DAY              PIC 99.

       01  WS-CUSTOMER-TABLE.
           05  WS-CUST-ENTRY OCCURS 500 TIMES.
               10  WS-CT-NUMBER       PIC X(5).
               10  WS-CT-NAME         PIC X(25).

       01  WS-CUSTOMER-SUBSCRIPTS.
           05  WS-CUSTOMER-COUNT      PIC 9(3) VALUE ZERO.
           05  WS-CT-IX               PIC 9(3).

      * THE INVOICE BEING GATHERED.

       01  WS-INVOICE-FIELDS.
           05  WS-INV-CUSTOMER        PIC X(5).
           05  WS-INV-TAX-EXEMPT      PIC X(1).
           05  WS-INV-LINES           PIC 9(3).
           05  WS-INV-MERCHANDISE     PIC 9(7)V99.
           05  WS-INV-TAX             PIC 9(7)V99.
           05  WS-INV-TOTAL           PIC 9(7)V99.
           05  WS-INV-COST            PIC 9(7)V99.
           05  WS-INV-MARGIN          PIC S9(7)V99.
           05  WS-LINE-COST           PIC 9(7)V99.

       01  WS-TOTALS.
           05  WS-LINES-READ          PIC 9(7) VALUE ZERO.
           05  WS-INVOICE-COUNT       PIC 9(5) VALUE ZERO.
           05  WS-LINE-COUNT          PIC 9(5) VALUE ZERO.
           05  WS-TOT-TAXABLE         PIC 9(9)V99 VALUE ZERO.
           05  WS-TOT-EXEMPT          PIC 9(9)V99 VALUE ZERO.
           05  WS-TOT-MERCHANDISE     PIC 9(9)V99 VALUE ZERO.
           05  WS-TOT-TAX             PIC 9(9)V99 VALUE ZERO.
           05  WS-TOT-INVOICED        PIC 9(9)V99 VALUE ZERO.
           05  WS-TOT-COST            PIC 9(9)V99 VALUE ZERO.
           05  WS-TOT-MARGIN          PIC S9(9)V99 VALUE ZERO.

       01  WS-JRN-HEADING-1.
           05  FILLER                 PIC X(35) VALUE SPACES.
           05  JH1-TITLE              PIC X(20) VALUE
               'DAILY SALES JOURNAL'.
           05  FILLER                 PIC X(25) VALUE SPACES.
           05  JH1-DATE.
               10  JH1-MONTH          PIC 99.
               10  FILLER             PIC X VALUE '/'.
               10  JH1-DAY            PIC 99.
               10  FILLER             PIC X VALUE '/'.
               10  JH1-YEAR           PIC 9999.
           05  FILLER                 PIC X(20) VALUE SPACES.

       01  WS-JRN-HEADING-2.
           05  JH2-TICKET-NAME        PIC X(6) VALUE 'TICKET'.
           05  FILLER                 PIC X(2).
           05  JH2-CUST-NAME          PIC X(4) VALUE 'CUST'.
           05  FILLER                 PIC X(3).
           05  JH2-NAME-NAME          PIC X(4) VALUE 'NAME'.
           05  FILLER                 PIC X(16).
           05  JH2-LINES-NAME         PIC X(5) VALUE 'LINES'.
           05  FILLER                 PIC X(1).
           05  JH2-MERCH-NAME         PIC X(11) VALUE 'MERCHANDISE'.
           05  FILLER                 PIC X(8).
           05  JH2-TAX-NAME           PIC X(3) VALUE 'TAX'.
           05  FILLER                 PIC X(7).
           05  JH2-TOTAL-NAME         PIC X(5) VALUE 'TOTAL'.
           05  FILLER                 PIC X(8).
           05  JH2-COST-NAME          PIC X(4) VALUE 'COST'.
           05  FILLER                 PIC X(6).
           05  JH2-MARGIN-NAME        PIC X(6) VALUE 'MARGIN'.
           05  FILLER                 PIC X(11).

       01  JOURNAL-LINE.
           05  JNL-TICKET-OUT         PIC 9(6).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  JNL-CUSTOMER-OUT       PIC X(5).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  JNL-NAME-OUT           PIC X(20).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  JNL-LINES-OUT          PIC ZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  JNL-MERCH-OUT          PIC $$$,$$9.99.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  JNL-TAX-OUT            PIC $$,$$9.99.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  JNL-TOTAL-OUT          PIC $$$,$$9.99.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  JNL-COST-OUT           PIC $$$,$$9.99.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  JNL-MARGIN-OUT         PIC $$$,$$9.99-.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  JNL-EXEMPT-OUT         PIC X(6).
           05  FILLER                 PIC X(2) VALUE SPACES.

       01  REPORT-COUNT-LINE.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  RCL-LABEL              PIC X(30).
           05  RCL-COUNT-OUT          PIC ZZZZ9.
           05  FILLER                 PIC X(72) VALUE SPACES.

       01  REPORT-VALUE-LINE.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  RVL-LABEL              PIC X(30).
           05  RVL-VALUE-OUT          PIC $$,$$$,$$$,$$9.99-.
           05  FILLER                 PIC X(59) VALUE SPACES.

       PROCEDURE DIVISION.

       100-MAIN-MODULE.

           PERFORM 125-HOUSEKEEPING
           PERFORM 130-LOAD-CUSTOMER-TABLE
           PERFORM 140-SORT-SALES
           PERFORM 150-JOURNAL-SALES
           PERFORM 250-CLOSE-ROUTINE

           .

       125-HOUSEKEEPING.

           OPEN    OUTPUT  SALES-JOURNAL-FILE

           ACCEPT WS-DATE FROM DATE
           MOVE WS-YEAR TO WS-RD-YEAR
           MOVE WS-MONTH TO WS-RD-MONTH
           MOVE WS-DAY TO WS-RD-DAY
           PERFORM 120-READ-JOURNAL-CONTROL

           MOVE WS-JD-YEAR TO JH1-YEAR
           MOVE WS-JD-MONTH TO JH1-MONTH
           MOVE WS-JD-DAY TO JH1-DAY
           MOVE WS-JRN-HEADING-1 TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE
           MOVE WS-JRN-HEADING-2 TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 2 LINES
           .

       120-READ-JOURNAL-CONTROL.

      * A REPRINT DATE ON THE CONTROL FILE REPLACES TODAY.  NO
      * CONTROL FILE, OR A DATE THAT IS NOT NUMERIC, JOURNALS
      * TODAY.

           MOVE WS-RUN-DATE-N TO WS-JOURNAL-DATE
           OPEN INPUT JOURNAL-CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS = '00'
               READ JOURNAL-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-JOURNAL-DATE IS NUMERIC
                               AND CTL-JOURNAL-DATE > ZERO
                           MOVE CTL-JOURNAL-DATE TO WS-JOURNAL-DATE
                       END-IF
               END-READ
               CLOSE JOURNAL-CONTROL-FILE
           END-IF
           .

       130-LOAD-CUSTOMER-TABLE.

           OPEN INPUT CUSTOMER-FILE
           PERFORM 131-LOAD-CUSTOMER-ENTRY
               UNTIL WS-CUSTOMER-EOF-SW = 'YES'
                  OR WS-CUSTOMER-COUNT = 500
           CLOSE CUSTOMER-FILE
           .

       131-LOAD-CUSTOMER-ENTRY.

           READ CUSTOMER-FILE
               AT END
                   MOVE 'YES' TO WS-CUSTOMER-EOF-SW
               NOT AT END
                   ADD 1 TO WS-CUSTOMER-COUNT
                   MOVE CUST-NUMBER
                       TO WS-CT-NUMBER(WS-CUSTOMER-COUNT)
                   MOVE CUST-NAME
                       TO WS-CT-NAME(WS-CUSTOMER-COUNT)
           END-READ
           .

       140-SORT-SALES.

           SORT SORT-FILE
               ON ASCENDING KEY SORT-DATE
                                SORT-TICKET-NUMBER
               USING SALES-FILE
               GIVING SORTED-SALES-FILE
           .

       150-JOURNAL-SALES.

           OPEN INPUT SORTED-SALES-FILE
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO'
               READ SORTED-SALES-FILE
                   AT END
                       MOVE 'NO' TO ARE-THERE-MORE-RECORDS
                   NOT AT END
                       PERFORM 200-PROCESS-SALES-LINE
               END-READ
           END-PERFORM
           IF WS-PRIOR-TICKET NOT = ZERO
               PERFORM 220-PRINT-INVOICE-LINE
           END-IF
           CLOSE SORTED-SALES-FILE
           .

       200-PROCESS-SALES-LINE.

      * EVERY LINE OF A TICKET CARRIES THE SAME DATE, SO A NEW
      * TICKET NUMBER INSIDE THE DAY IS A NEW INVOICE.

           ADD 1 TO WS-LINES-READ
           IF SLS-DATE = WS-JOURNAL-DATE
               IF SLS-TICKET-NUMBER NOT = WS-PRIOR-TICKET
                   IF WS-PRIOR-TICKET NOT = ZERO
                       PERFORM 220-PRINT-INVOICE-LINE
                   END-IF
                   PERFORM 210-START-INVOICE
               END-IF
               PERFORM 215-ADD-SALES-LINE
           END-IF
           .

       210-START-INVOICE.

           MOVE SLS-TICKET-NUMBER TO WS-PRIOR-TICKET
           MOVE SLS-CUSTOMER-NUMBER TO WS-INV-CUSTOMER
           MOVE SLS-TAX-EXEMPT TO WS-INV-TAX-EXEMPT
           MOVE ZERO TO WS-INV-LINES
           MOVE ZERO TO WS-INV-MERCHANDISE
           MOVE ZERO TO WS-INV-TAX
           MOVE ZERO TO WS-INV-COST
           .

       215-ADD-SALES-LINE.

           ADD 1 TO WS-INV-LINES
           ADD 1 TO WS-LINE-COUNT
           ADD SLS-NET-AMOUNT TO WS-INV-MERCHANDISE
           ADD SLS-TAX-AMOUNT TO WS-INV-TAX
           COMPUTE WS-LINE-COST = SLS-UNIT-COST * SLS-QUANTITY
           ADD WS-LINE-COST TO WS-INV-COST
           .

       220-PRINT-INVOICE-LINE.

           COMPUTE WS-INV-TOTAL = WS-INV-MERCHANDISE + WS-INV-TAX
           COMPUTE WS-INV-MARGIN = WS-INV-MERCHANDISE - WS-INV-COST

           ADD 1 TO WS-INVOICE-COUNT
           IF WS-INV-TAX-EXEMPT = 'Y'
               ADD WS-INV-MERCHANDISE TO WS-TOT-EXEMPT
               MOVE 'EXEMPT' TO JNL-EXEMPT-OUT
           ELSE
               ADD WS-INV-MERCHANDISE TO WS-TOT-TAXABLE
               MOVE SPACES TO JNL-EXEMPT-OUT
           END-IF
           ADD WS-INV-MERCHANDISE TO WS-TOT-MERCHANDISE
           ADD WS-INV-TAX TO WS-TOT-TAX
           ADD WS-INV-TOTAL TO WS-TOT-INVOICED
           ADD WS-INV-COST TO WS-TOT-COST
           ADD WS-INV-MARGIN TO WS-TOT-MARGIN

           MOVE WS-PRIOR-TICKET TO JNL-TICKET-OUT
           MOVE WS-INV-CUSTOMER TO JNL-CUSTOMER-OUT
           PERFORM 225-FIND-CUSTOMER-NAME
           MOVE WS-INV-LINES TO JNL-LINES-OUT
           MOVE WS-INV-MERCHANDISE TO JNL-MERCH-OUT
           MOVE WS-INV-TAX TO JNL-TAX-OUT
           MOVE WS-INV-TOTAL TO JNL-TOTAL-OUT
           MOVE WS-INV-COST TO JNL-COST-OUT
           MOVE WS-INV-MARGIN TO JNL-MARGIN-OUT
           MOVE JOURNAL-LINE TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE
           .

       225-FIND-CUSTOMER-NAME.

           IF WS-INV-CUSTOMER = 'CASH'
               MOVE 'CASH SALE' TO JNL-NAME-OUT
           ELSE
               MOVE 'NO' TO WS-CUSTOMER-FOUND-SW
               MOVE 1 TO WS-CT-IX
               PERFORM 226-CHECK-CUSTOMER-ENTRY
                   UNTIL WS-CUSTOMER-FOUND-SW = 'YES'
                      OR WS-CT-IX > WS-CUSTOMER-COUNT
               IF WS-CUSTOMER-FOUND-SW = 'YES'
                   MOVE WS-CT-NAME(WS-CT-IX) TO JNL-NAME-OUT
               ELSE
                   MOVE 'NOT ON FILE' TO JNL-NAME-OUT
               END-IF
           END-IF
           .

       226-CHECK-CUSTOMER-ENTRY.

           IF WS-CT-NUMBER(WS-CT-IX) = WS-INV-CUSTOMER
               MOVE 'YES' TO WS-CUSTOMER-FOUND-SW
           ELSE
               ADD 1 TO WS-CT-IX
           END-IF
           .

       250-CLOSE-ROUTINE.

           MOVE 'INVOICES:' TO RCL-LABEL
           MOVE WS-INVOICE-COUNT TO RCL-COUNT-OUT
           MOVE REPORT-COUNT-LINE TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 2 LINES

           MOVE 'LINES SOLD:' TO RCL-LABEL
           MOVE WS-LINE-COUNT TO RCL-COUNT-OUT
           MOVE REPORT-COUNT-LINE TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE

           MOVE 'TAXABLE SALES:' TO RVL-LABEL
           MOVE WS-TOT-TAXABLE TO RVL-VALUE-OUT
           MOVE REPORT-VALUE-LINE TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 2 LINES

           MOVE 'TAX-EXEMPT SALES:' TO RVL-LABEL
           MOVE WS-TOT-EXEMPT TO RVL-VALUE-OUT
           MOVE REPORT-VALUE-LINE TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE

           MOVE 'TOTAL MERCHANDISE:' TO RVL-LABEL
           MOVE WS-TOT-MERCHANDISE TO RVL-VALUE-OUT
           MOVE REPORT-VALUE-LINE TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE

           MOVE 'SALES TAX COLLECTED:' TO RVL-LABEL
           MOVE WS-TOT-TAX TO RVL-VALUE-OUT
           MOVE REPORT-VALUE-LINE TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE

           MOVE 'TOTAL INVOICED:' TO RVL-LABEL
           MOVE WS-TOT-INVOICED TO RVL-VALUE-OUT
           MOVE REPORT-VALUE-LINE TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE

           MOVE 'COST OF GOODS SOLD:' TO RVL-LABEL
           MOVE WS-TOT-COST TO RVL-VALUE-OUT
           MOVE REPORT-VALUE-LINE TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 2 LINES

           MOVE 'GROSS MARGIN:' TO RVL-LABEL
           MOVE WS-TOT-MARGIN TO RVL-VALUE-OUT
           MOVE REPORT-VALUE-LINE TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE

           CLOSE SALES-JOURNAL-FILE
           STOP RUN
           .

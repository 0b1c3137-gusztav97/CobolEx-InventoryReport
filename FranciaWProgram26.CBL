       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM26.
       AUTHOR. GUSZTAV FRANCIA.


      *  This program is the daily debit memo run for stock sent
      *  back to vendors.  Every return to vendor ('W') the
      *  maintenance run (PROGRAM2) applies drops an open credit on
      *  the vendor-credit file, new and not yet claimed.  This run
      *  sorts the file by vendor and RA number and prints one debit
      *  memo per vendor for the day's new credits - the vendor's
      *  name and address off the vendor master at the top, one
      *  line per returned part with its RA number, reason, unit
      *  credit and extended credit, and a memo total - numbered off
      *  the memo number control record so every claim can be
      *  chased by number.  A credit on a printed memo is marked
      *  open.
      *
      *  Accounts payable keys the vendor's credits as they arrive
      *  onto the clearance file - vendor, RA number, amount, and
      *  date.  Each clearance is applied against the open credits
      *  under its RA: a credit paid in full is marked cleared with
      *  the date, a short payment is recorded against the credit
      *  and leaves it open for the balance.  A cleared credit has
      *  its day on the register and is released off the file on
      *  the next run, so the file only holds credits still owed
      *  and the ones just cleared.  A clearance that matches no
      *  credit, or pays more than the RA was owed, is listed on
      *  the register for payables to chase and kept on the
      *  clearance file so nothing keyed is lost.  The unused part
      *  of an overpayment goes back flagged R, listed as owed for
      *  refund on every run until payables takes it off the file,
      *  and still applies to a credit that turns up later under
      *  the same RA.  Clearances past
      *  what one run can hold are carried over untouched to the
      *  next run behind the ones written back.
      *
      *  INPUT:  PR1FA17V.CRD  - vendor credits out of PROGRAM2
      *          PR1FA17V.TXT  - vendor master: number, name,
      *                          address, city/state/zip
      *          PR1FA17V.CLR  - vendor credits received, keyed by
      *                          accounts payable
      *          PR1FA17V.CTL  - last debit memo number used
      *  OUTPUT: PR1FA17V.CRD  - credits still open, new ones marked
      *                          claimed, paid ones marked cleared
      *          PR1FA17V.CLR  - clearances that matched nothing,
      *                          overpayments owed for refund,
      *                          and any held over for the next
      *                          run
      *          PR1FA17V.CTL  - last memo number, carried forward
      *          PROGRAM26FA18.TXT - debit memos, one per vendor
      *          PROGRAM26FA19.TXT - vendor credit register with
      *                          clearances, exceptions, and counts
      *
      **********************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBMPC.
       OBJECT-COMPUTER.    IBMPC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * OPEN VENDOR CREDITS, ONE PER RETURN TO VENDOR.  OPTIONAL SO
      * A RUN BEFORE THE FIRST RETURN COMES OUT CLEAN WITH ZERO
      * COUNTS.

           SELECT OPTIONAL VENDOR-CREDIT-FILE
               ASSIGN TO 'PR1FA17V.CRD'
               ORGANIZATION IS LINE SEQUENTIAL.

      * CREDITS SORTED INTO VENDOR/RA SEQUENCE SO EACH VENDOR'S NEW
      * CREDITS COME OFF TOGETHER FOR ITS MEMO.

           SELECT SORTED-CREDIT-FILE
               ASSIGN TO 'PR1FA17V.SRT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-CREDIT-FILE
               ASSIGN TO 'SORTWK26.TMP'.

      * THE SURVIVING CREDITS, WRITTEN HERE AND COPIED BACK OVER
      * THE CREDIT FILE AT END OF JOB - SAME REWRITE-IN-TWO-STEPS
      * SHAPE THE BACKORDER RUN USES.

           SELECT NEW-CREDIT-FILE
               ASSIGN TO 'PR1FA17V.NEW'
               ORGANIZATION IS LINE SEQUENTIAL.

      * VENDOR MASTER - NUMBER, NAME, AND ADDRESS FOR THE HEADING
      * BLOCK OF EACH MEMO.  READ ONCE INTO A TABLE AT STARTUP.

           SELECT VENDOR-FILE
               ASSIGN TO 'PR1FA17V.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENDOR-FILE-STATUS.

      * VENDOR CREDITS RECEIVED, KEYED BY ACCOUNTS PAYABLE.  READ
      * ONCE INTO A TABLE AT STARTUP AND WRITTEN BACK AT END OF JOB
      * WITH ONLY THE CLEARANCES THAT MATCHED NOTHING.

           SELECT OPTIONAL CLEARANCE-FILE
               ASSIGN TO 'PR1FA17V.CLR'
               ORGANIZATION IS LINE SEQUENTIAL.

      * CLEARANCES PAST THE TABLE'S 200, COPIED ASIDE UNREAD AT
      * STARTUP AND PUT BACK BEHIND THE UNMATCHED ONES AT END OF
      * JOB.

           SELECT CLEARANCE-HOLD-FILE
               ASSIGN TO 'PR1FA17V.CLH'
               ORGANIZATION IS LINE SEQUENTIAL.

      * LAST DEBIT MEMO NUMBER USED - ONE RECORD, SAME ONE-RECORD
      * CONTROL PATTERN AS THE ORDER RUN'S PO NUMBER RECORD.

           SELECT MEMO-CONTROL-FILE
               ASSIGN TO 'PR1FA17V.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMO-CONTROL-STATUS.

           SELECT DEBIT-MEMO-FILE
               ASSIGN TO PRINTER 'PROGRAM26FA18.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REGISTER-FILE
               ASSIGN TO PRINTER 'PROGRAM26FA19.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.

      * SAME CREDIT RECORD THE MAINTENANCE RUN WRITES.  STATUS N IS
      * NEW (NO MEMO YET), O IS OPEN (MEMO SENT), C IS CLEARED.

       FD  VENDOR-CREDIT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  VENDOR-CREDIT-REC.
           05  CRD-VENDOR-NUMBER      PIC X(5).
           05  CRD-RA-NUMBER          PIC X(10).
           05  CRD-RTV-DATE           PIC 9(8).
           05  CRD-CATALOG-NUMBER     PIC X(5).
           05  CRD-LOCATION           PIC X(2).
           05  CRD-QUANTITY           PIC 9(4).
           05  CRD-REASON             PIC X(1).
           05  CRD-UNIT-CREDIT        PIC 999V99.
           05  CRD-CREDIT-AMOUNT      PIC 9(7)V99.
           05  CRD-STATUS             PIC X(1).
           05  CRD-CLEAR-DATE         PIC 9(8).
           05  CRD-AMOUNT-RECEIVED    PIC 9(7)V99.
           05  CRD-MEMO-NUMBER        PIC 9(6).
           05  FILLER                 PIC X(7).

       SD  SORT-CREDIT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SORT-CREDIT-REC.
           05  SORT-CRD-VENDOR        PIC X(5).
           05  SORT-CRD-RA-NUMBER     PIC X(10).
           05  FILLER                 PIC X(65).

       FD  SORTED-CREDIT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SORTED-CREDIT-REC          PIC X(80).

       FD  NEW-CREDIT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  NEW-CREDIT-REC             PIC X(80).

       FD  VENDOR-FILE
           RECORD CONTAINS 90 CHARACTERS.
       01  VENDOR-REC.
           05  VEND-NUMBER            PIC X(5).
           05  VEND-NAME              PIC X(25).
           05  VEND-ADDRESS           PIC X(25).
           05  VEND-CITY-LINE         PIC X(25).
           05  VEND-LEAD-TIME-DAYS    PIC X(3).
           05  FILLER                 PIC X(7).

      * ONE CLEARANCE PER VENDOR CREDIT RECEIVED.  A BLANK OR BAD
      * DATE TAKES THE RUN DATE.

       FD  CLEARANCE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CLEARANCE-REC.
           05  CLR-VENDOR-NUMBER      PIC X(5).
           05  CLR-RA-NUMBER          PIC X(10).
           05  CLR-AMOUNT             PIC 9(7)V99.
           05  CLR-DATE               PIC 9(8).
           05  CLR-REFUND-FLAG        PIC X(1).
           05  FILLER                 PIC X(47).

       FD  CLEARANCE-HOLD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CLEARANCE-HOLD-REC         PIC X(80).

       FD  MEMO-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  MEMO-CONTROL-REC.
           05  MCT-LAST-MEMO-NUMBER   PIC 9(6).
           05  FILLER                 PIC X(74).

       FD  DEBIT-MEMO-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  MEMO-REC.
           05                         PIC X(80).

       FD  REGISTER-FILE
           RECORD CONTAINS 90 CHARACTERS.
       01  REGISTER-REC.
           05                         PIC X(90).

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05  WS-CREDIT-EOF-SW       PIC X(3) VALUE 'NO'.
           05  WS-COPY-EOF-SW         PIC X(3) VALUE 'NO'.
           05  WS-VENDOR-EOF-SW       PIC X(3) VALUE 'NO'.
           05  WS-CLEARANCE-EOF-SW    PIC X(3) VALUE 'NO'.
           05  WS-CLEARANCE-OVERFLOW-SW PIC X(3) VALUE 'NO'.
           05  WS-HOLD-EOF-SW         PIC X(3) VALUE 'NO'.
           05  WS-VENDOR-FOUND-SW     PIC X(3) VALUE 'NO'.
           05  WS-CLEARANCE-FOUND-SW  PIC X(3) VALUE 'NO'.
           05  WS-FIRST-MEMO-SW       PIC X(3) VALUE 'YES'.
           05  WS-MEMO-OPEN-SW        PIC X(3) VALUE 'NO'.
           05  WS-VENDOR-FILE-STATUS  PIC X(2).
           05  WS-MEMO-CONTROL-STATUS PIC X(2).

       01  WS-DATE.
           05  WS-YEAR                PIC 99.
           05  WS-MONTH               PIC 99.
           05  WS-DAY                 PIC 99.

      * RUN DATE AS YYYYMMDD, SAME CENTURY WINDOW THE MAINTENANCE
      * RUN STAMPS ON THE CREDITS.

       01  WS-RUN-DATE.
           05  WS-RD-CENTURY          PIC 99 VALUE 20.
           05  WS-RD-YEAR             PIC 99.
           05  WS-RD-MONTH            PIC 99.
           05  WS-RD-DAY              PIC 99.
       01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE
                                      PIC 9(8).

       01  WS-MEMO-FIELDS.
           05  WS-MEMO-NUMBER         PIC 9(6) VALUE ZERO.
           05  WS-MEMO-VENDOR         PIC X(5) VALUE SPACES.
           05  WS-MEMO-LINES          PIC 9(5) VALUE ZERO.
           05  WS-MEMO-VALUE          PIC 9(9)V99 VALUE ZERO.

       01  WS-CLEARANCE-WORK.
           05  WS-OUTSTANDING         PIC 9(7)V99.
           05  WS-APPLIED             PIC 9(7)V99.

      * VENDOR MASTER, LOADED INTO THIS TABLE ONCE AT STARTUP AND
      * SEARCHED AS EACH VENDOR'S MEMO STARTS.

       01  WS-VENDOR-TABLE.
           05  WS-VEND-ENTRY OCCURS 100 TIMES.
               10  WS-VT-NUMBER       PIC X(5).
               10  WS-VT-NAME         PIC X(25).
               10  WS-VT-ADDRESS      PIC X(25).
               10  WS-VT-CITY-LINE    PIC X(25).

       01  WS-VENDOR-SUBSCRIPTS.
           05  WS-VENDOR-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-VT-IX               PIC 9(3).

      * CLEARANCES KEYED BY PAYABLES, LOADED ONCE AT STARTUP.  THE
      * REMAINING AMOUNT IS DRAWN DOWN AS IT IS SPREAD OVER THE
      * RA'S CREDIT LINES; THE MATCHED SWITCH SAYS WHETHER ANY
      * CREDIT WAS FOUND FOR IT AT ALL.

       01  WS-CLEARANCE-TABLE.
           05  WS-CLR-ENTRY OCCURS 200 TIMES.
               10  WS-CT-VENDOR       PIC X(5).
               10  WS-CT-RA-NUMBER    PIC X(10).
               10  WS-CT-REMAINING    PIC 9(7)V99.
               10  WS-CT-DATE         PIC 9(8).
               10  WS-CT-MATCHED-SW   PIC X(3).

       01  WS-CLEARANCE-SUBSCRIPTS.
           05  WS-CLEARANCE-COUNT     PIC 9(3) VALUE ZERO.
           05  WS-CT-IX               PIC 9(3).

       01  WS-TOTALS.
           05  WS-CREDITS-READ        PIC 9(5) VALUE ZERO.
           05  WS-MEMOS-PRINTED       PIC 9(5) VALUE ZERO.
           05  WS-LINES-ON-MEMOS      PIC 9(5) VALUE ZERO.
           05  WS-CREDITS-CLEARED     PIC 9(5) VALUE ZERO.
           05  WS-CREDITS-PART-PAID   PIC 9(5) VALUE ZERO.
           05  WS-CREDITS-RELEASED    PIC 9(5) VALUE ZERO.
           05  WS-CREDITS-OPEN        PIC 9(5) VALUE ZERO.
           05  WS-CREDITS-IN-ERROR    PIC 9(5) VALUE ZERO.
           05  WS-CLEARANCE-EXCEPTIONS PIC 9(5) VALUE ZERO.
           05  WS-CLEARANCES-HELD     PIC 9(5) VALUE ZERO.
           05  WS-TOTAL-MEMOED        PIC 9(9)V99 VALUE ZERO.
           05  WS-TOTAL-RECEIVED      PIC 9(9)V99 VALUE ZERO.
           05  WS-TOTAL-OUTSTANDING   PIC 9(9)V99 VALUE ZERO.

       01  WS-MEMO-HEADING-1.
           05  FILLER                 PIC X(25) VALUE SPACES.
           05  MH1-TITLE              PIC X(26) VALUE
               'DRAKEA CAR PARTS WAREHOUSE'.
           05  FILLER                 PIC X(29) VALUE SPACES.

       01  WS-MEMO-HEADING-2.
           05  FILLER                 PIC X(32) VALUE SPACES.
           05  MH2-TITLE              PIC X(10) VALUE
               'DEBIT MEMO'.
           05  FILLER                 PIC X(9) VALUE SPACES.
           05  MH2-DATE.
               10  MH2-MONTH          PIC 99.
               10  FILLER             PIC X VALUE '/'.
               10  MH2-DAY            PIC 99.
               10  FILLER             PIC X VALUE '/'.
               10  MH2-YEAR           PIC 9999.
           05  FILLER                 PIC X(19) VALUE SPACES.

       01  MEMO-NUMBER-LINE.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  MNL-LABEL              PIC X(13) VALUE 'MEMO NUMBER: '.
           05  MNL-MEMO-NUMBER-OUT    PIC 9(6).
           05  FILLER                 PIC X(58) VALUE SPACES.

       01  VENDOR-NUMBER-LINE.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  VNL-LABEL              PIC X(8) VALUE 'VENDOR: '.
           05  VNL-VENDOR-OUT         PIC X(5).
           05  FILLER                 PIC X(64) VALUE SPACES.

       01  VENDOR-NAME-LINE.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  VAL-TEXT-OUT           PIC X(25).
           05  FILLER                 PIC X(52) VALUE SPACES.

       01  MEMO-INSTRUCTION-LINE.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  MIL-TEXT               PIC X(50) VALUE
               'PLEASE ISSUE CREDIT FOR THE GOODS RETURNED BELOW.'.
           05  FILLER                 PIC X(27) VALUE SPACES.

       01  WS-MEMO-HEADING-3.
           05  FILLER                 PIC X(1).
           05  MH3-RA-NAME            PIC X(9) VALUE 'RA NUMBER'.
           05  FILLER                 PIC X(3).
           05  MH3-CAT-NAME           PIC X(3) VALUE 'CAT'.
           05  FILLER                 PIC X(3).
           05  MH3-LOC-NAME           PIC X(3) VALUE 'LOC'.
           05  FILLER                 PIC X(2).
           05  MH3-QTY-NAME           PIC X(3) VALUE 'QTY'.
           05  FILLER                 PIC X(2).
           05  MH3-REASON-NAME        PIC X(6) VALUE 'REASON'.
           05  FILLER                 PIC X(5).
           05  MH3-UNIT-NAME          PIC X(6) VALUE 'CREDIT'.
           05  FILLER                 PIC X(9).
           05  MH3-VALUE-NAME         PIC X(6) VALUE 'AMOUNT'.
           05  FILLER                 PIC X(19).

       01  MEMO-DETAIL-LINE.
           05  MDL-RA-NUMBER-OUT      PIC X(10).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  MDL-CATALOG-NUMBER-OUT PIC X(5).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  MDL-LOCATION-OUT       PIC X(2).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  MDL-QUANTITY-OUT       PIC ZZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  MDL-REASON-OUT         PIC X(9).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  MDL-UNIT-CREDIT-OUT    PIC $999.99.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  MDL-CREDIT-OUT         PIC $$,$$$,$$9.99.
           05  FILLER                 PIC X(18) VALUE SPACES.

       01  MEMO-TOTAL-LINE.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  MTL-COUNT-LABEL        PIC X(11) VALUE 'MEMO LINES:'.
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  MTL-COUNT-OUT          PIC ZZZZ9.
           05  FILLER                 PIC X(5) VALUE SPACES.
           05  MTL-VALUE-LABEL        PIC X(18) VALUE
               'TOTAL CREDIT DUE: '.
           05  MTL-VALUE-OUT          PIC $$,$$$,$$$,$$9.99.
           05  FILLER                 PIC X(20) VALUE SPACES.

       01  WS-REG-HEADING-1.
           05  FILLER                 PIC X(25) VALUE SPACES.
           05  RH1-TITLE              PIC X(22) VALUE
               'VENDOR CREDIT REGISTER'.
           05  FILLER                 PIC X(9) VALUE SPACES.
           05  RH1-DATE.
               10  RH1-MONTH          PIC 99.
               10  FILLER             PIC X VALUE '/'.
               10  RH1-DAY            PIC 99.
               10  FILLER             PIC X VALUE '/'.
               10  RH1-YEAR           PIC 9999.
           05  FILLER                 PIC X(24) VALUE SPACES.

       01  WS-REG-HEADING-2.
           05  FILLER                 PIC X(1).
           05  RH2-VENDOR-NAME        PIC X(4) VALUE 'VEND'.
           05  FILLER                 PIC X(2).
           05  RH2-RA-NAME            PIC X(9) VALUE 'RA NUMBER'.
           05  FILLER                 PIC X(3).
           05  RH2-CAT-NAME           PIC X(3) VALUE 'CAT'.
           05  FILLER                 PIC X(3).
           05  RH2-LOC-NAME           PIC X(3) VALUE 'LOC'.
           05  FILLER                 PIC X(1).
           05  RH2-DATE-NAME          PIC X(8) VALUE 'RETURNED'.
           05  FILLER                 PIC X(9).
           05  RH2-CREDIT-NAME        PIC X(6) VALUE 'CREDIT'.
           05  FILLER                 PIC X(7).
           05  RH2-RECEIVED-NAME      PIC X(8) VALUE 'RECEIVED'.
           05  FILLER                 PIC X(2).
           05  RH2-DISP-NAME          PIC X(11) VALUE 'DISPOSITION'.
           05  FILLER                 PIC X(10).

       01  REGISTER-LINE.
           05  RGL-VENDOR-OUT         PIC X(5).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  RGL-RA-NUMBER-OUT      PIC X(10).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  RGL-CATALOG-OUT        PIC X(5).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  RGL-LOCATION-OUT       PIC X(2).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  RGL-DATE-OUT           PIC 9(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  RGL-CREDIT-OUT         PIC $$,$$$,$$9.99.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  RGL-RECEIVED-OUT       PIC $$,$$$,$$9.99.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  RGL-DISP-OUT           PIC X(18).
           05  FILLER                 PIC X(2) VALUE SPACES.

       01  REGISTER-COUNT-LINE.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  RCL-LABEL              PIC X(30).
           05  RCL-COUNT-OUT          PIC ZZZZ9.
           05  FILLER                 PIC X(52) VALUE SPACES.

       01  REGISTER-VALUE-LINE.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  RVL-LABEL              PIC X(30).
           05  RVL-VALUE-OUT          PIC $$,$$$,$$$,$$9.99.
           05  FILLER                 PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.

       100-MAIN-MODULE.

           PERFORM 125-HOUSEKEEPING
           PERFORM 130-LOAD-VENDOR-TABLE
           PERFORM 132-LOAD-CLEARANCE-TABLE
           PERFORM 140-SORT-CREDITS
           PERFORM 150-READ-CREDITS
           IF WS-MEMO-OPEN-SW = 'YES'
               PERFORM 235-PRINT-MEMO-TOTAL
           END-IF
           PERFORM 240-LIST-UNMATCHED-CLEARANCES
           PERFORM 230-REWRITE-CREDIT-FILE
           PERFORM 245-REWRITE-CLEARANCE-FILE
           PERFORM 250-CLOSE-ROUTINE

           .

       125-HOUSEKEEPING.

           OPEN    OUTPUT  DEBIT-MEMO-FILE
                           REGISTER-FILE
                           NEW-CREDIT-FILE

           ACCEPT WS-DATE FROM DATE
           MOVE WS-YEAR TO MH2-YEAR
           MOVE WS-MONTH TO MH2-MONTH
           MOVE WS-DAY TO MH2-DAY
           MOVE WS-YEAR TO RH1-YEAR
           MOVE WS-MONTH TO RH1-MONTH
           MOVE WS-DAY TO RH1-DAY
           MOVE WS-YEAR TO WS-RD-YEAR
           MOVE WS-MONTH TO WS-RD-MONTH
           MOVE WS-DAY TO WS-RD-DAY

           MOVE WS-REG-HEADING-1 TO REGISTER-REC
           WRITE REGISTER-REC AFTER ADVANCING 1 LINE
           MOVE WS-REG-HEADING-2 TO REGISTER-REC
           WRITE REGISTER-REC AFTER ADVANCING 2 LINES

           PERFORM 126-READ-MEMO-CONTROL
           .

       126-READ-MEMO-CONTROL.

      * PICK UP THE LAST MEMO NUMBER USED.  IF THE CONTROL FILE
      * DOES NOT EXIST YET THE NUMBERS START FROM ONE.

           OPEN INPUT MEMO-CONTROL-FILE
           IF WS-MEMO-CONTROL-STATUS = '00'
               READ MEMO-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF MCT-LAST-MEMO-NUMBER IS NUMERIC
                           MOVE MCT-LAST-MEMO-NUMBER
                               TO WS-MEMO-NUMBER
                       END-IF
               END-READ
               CLOSE MEMO-CONTROL-FILE
           END-IF
           .

       130-LOAD-VENDOR-TABLE.

      * A MISSING VENDOR FILE LEAVES THE TABLE EMPTY, SO EVERY MEMO
      * PRINTS WITH THE VENDOR-NOT-ON-FILE NAME BLOCK RATHER THAN
      * FAILING THE RUN.

           OPEN INPUT VENDOR-FILE
           IF WS-VENDOR-FILE-STATUS = '00'
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
                   MOVE VEND-ADDRESS
                       TO WS-VT-ADDRESS(WS-VENDOR-COUNT)
                   MOVE VEND-CITY-LINE
                       TO WS-VT-CITY-LINE(WS-VENDOR-COUNT)
           END-READ
           .

       132-LOAD-CLEARANCE-TABLE.

      * A FILE PAST THE TABLE'S 200 LINES STOPS LOADING AT 200 -
      * THE LOADED CLEARANCES ARE APPLIED, AND THE ONES PAST THEM
      * ARE COPIED ASIDE UNREAD AND PUT BACK ON THE FILE AT END OF
      * JOB FOR THE NEXT RUN TO APPLY.

           OPEN INPUT CLEARANCE-FILE
           PERFORM 133-LOAD-CLEARANCE-ENTRY
               UNTIL WS-CLEARANCE-EOF-SW = 'YES'
                  OR WS-CLEARANCE-COUNT = 200
           IF WS-CLEARANCE-EOF-SW NOT = 'YES'
               PERFORM 134-CHECK-CLEARANCE-OVERFLOW
           END-IF
           CLOSE CLEARANCE-FILE
           .

       133-LOAD-CLEARANCE-ENTRY.

           READ CLEARANCE-FILE
               AT END
                   MOVE 'YES' TO WS-CLEARANCE-EOF-SW
               NOT AT END
                   ADD 1 TO WS-CLEARANCE-COUNT
                   MOVE CLR-VENDOR-NUMBER
                       TO WS-CT-VENDOR(WS-CLEARANCE-COUNT)
                   MOVE CLR-RA-NUMBER
                       TO WS-CT-RA-NUMBER(WS-CLEARANCE-COUNT)
                   IF CLR-AMOUNT IS NUMERIC
                       MOVE CLR-AMOUNT
                           TO WS-CT-REMAINING(WS-CLEARANCE-COUNT)
                   ELSE
                       MOVE ZERO
                           TO WS-CT-REMAINING(WS-CLEARANCE-COUNT)
                   END-IF
                   IF CLR-DATE IS NUMERIC
                           AND CLR-DATE > ZERO
                       MOVE CLR-DATE
                           TO WS-CT-DATE(WS-CLEARANCE-COUNT)
                   ELSE
                       MOVE WS-RUN-DATE-N
                           TO WS-CT-DATE(WS-CLEARANCE-COUNT)
                   END-IF
                   IF CLR-REFUND-FLAG = 'R'
                       MOVE 'YES'
                           TO WS-CT-MATCHED-SW(WS-CLEARANCE-COUNT)
                   ELSE
                       MOVE 'NO'
                           TO WS-CT-MATCHED-SW(WS-CLEARANCE-COUNT)
                   END-IF
           END-READ
           .

       134-CHECK-CLEARANCE-OVERFLOW.

      * A FULL TABLE ONLY MEANS OVERFLOW IF THERE IS ANOTHER LINE
      * BEHIND IT - A FILE OF EXACTLY 200 LINES LOADS WHOLE.

           READ CLEARANCE-FILE
               AT END
                   MOVE 'YES' TO WS-CLEARANCE-EOF-SW
               NOT AT END
                   MOVE 'YES' TO WS-CLEARANCE-OVERFLOW-SW
                   OPEN OUTPUT CLEARANCE-HOLD-FILE
                   PERFORM 135-HOLD-CLEARANCE-RECORD
                       UNTIL WS-CLEARANCE-EOF-SW = 'YES'
                   CLOSE CLEARANCE-HOLD-FILE
           END-READ
           .

       135-HOLD-CLEARANCE-RECORD.

      * THE RECORD IN THE BUFFER GOES ASIDE, THEN THE NEXT ONE IS
      * READ IN BEHIND IT.

           MOVE CLEARANCE-REC TO CLEARANCE-HOLD-REC
           WRITE CLEARANCE-HOLD-REC
           ADD 1 TO WS-CLEARANCES-HELD
           READ CLEARANCE-FILE
               AT END
                   MOVE 'YES' TO WS-CLEARANCE-EOF-SW
           END-READ
           .

       140-SORT-CREDITS.

      * DUPLICATES IN ORDER SO AN RA'S LINES KEEP THE ORDER THE
      * RETURNS WERE APPLIED IN, AND A CLEARANCE IS SPREAD OVER
      * THEM OLDEST FIRST.

           SORT SORT-CREDIT-FILE
               ON ASCENDING KEY SORT-CRD-VENDOR
                                SORT-CRD-RA-NUMBER
               WITH DUPLICATES IN ORDER
               USING VENDOR-CREDIT-FILE
               GIVING SORTED-CREDIT-FILE

           OPEN INPUT SORTED-CREDIT-FILE
           .

       150-READ-CREDITS.

           PERFORM UNTIL WS-CREDIT-EOF-SW = 'YES'
               READ SORTED-CREDIT-FILE INTO VENDOR-CREDIT-REC
                   AT END
                       MOVE 'YES' TO WS-CREDIT-EOF-SW
                   NOT AT END
                       PERFORM 200-PROCESS-CREDIT
               END-READ
           END-PERFORM
           .

       200-PROCESS-CREDIT.

      * A CREDIT CLEARED ON AN EARLIER RUN HAS HAD ITS DAY ON THE
      * REGISTER AND IS RELEASED OFF THE FILE.  A NEW OR OPEN
      * CREDIT IS CHECKED AGAINST THE DAY'S CLEARANCES FIRST - A
      * NEW CREDIT THE VENDOR HAS ALREADY PAID NEEDS NO MEMO - AND
      * A NEW CREDIT STILL OWED GOES ONTO ITS VENDOR'S MEMO.  A
      * CREDIT WITH A STATUS OR AMOUNT THIS RUN DOES NOT KNOW IS
      * COUNTED AS AN ERROR BUT STAYS ON THE FILE.

           ADD 1 TO WS-CREDITS-READ
           IF CRD-STATUS = 'C'
               ADD 1 TO WS-CREDITS-RELEASED
           ELSE
               IF (CRD-STATUS = 'N' OR 'O')
                       AND CRD-CREDIT-AMOUNT IS NUMERIC
                   IF CRD-AMOUNT-RECEIVED IS NOT NUMERIC
                       MOVE ZERO TO CRD-AMOUNT-RECEIVED
                   END-IF
                   PERFORM 205-APPLY-CLEARANCE
                   IF CRD-STATUS = 'N'
                       PERFORM 220-PRINT-MEMO-LINE
                   END-IF
                   IF CRD-STATUS NOT = 'C'
                       ADD 1 TO WS-CREDITS-OPEN
                       COMPUTE WS-OUTSTANDING =
                           CRD-CREDIT-AMOUNT - CRD-AMOUNT-RECEIVED
                       ADD WS-OUTSTANDING TO WS-TOTAL-OUTSTANDING
                   END-IF
               ELSE
                   ADD 1 TO WS-CREDITS-IN-ERROR
                   MOVE SPACES TO RGL-DISP-OUT
                   MOVE 'CREDIT IN ERROR' TO RGL-DISP-OUT
                   MOVE ZERO TO WS-APPLIED
                   PERFORM 210-WRITE-REGISTER-LINE
               END-IF
               MOVE VENDOR-CREDIT-REC TO NEW-CREDIT-REC
               WRITE NEW-CREDIT-REC
           END-IF
           .

       205-APPLY-CLEARANCE.

      * FIND A CLEARANCE FOR THIS VENDOR AND RA WITH MONEY LEFT ON
      * IT AND TAKE AS MUCH AS THE CREDIT STILL OWES.  PAID IN FULL
      * CLEARS THE CREDIT; ANYTHING LESS IS RECORDED AND THE CREDIT
      * STAYS OPEN FOR THE BALANCE.

           MOVE 'NO' TO WS-CLEARANCE-FOUND-SW
           MOVE 1 TO WS-CT-IX
           PERFORM 206-CHECK-CLEARANCE-ENTRY
               UNTIL WS-CLEARANCE-FOUND-SW = 'YES'
                  OR WS-CT-IX > WS-CLEARANCE-COUNT

           IF WS-CLEARANCE-FOUND-SW = 'YES'
               COMPUTE WS-OUTSTANDING =
                   CRD-CREDIT-AMOUNT - CRD-AMOUNT-RECEIVED
               IF WS-CT-REMAINING(WS-CT-IX) < WS-OUTSTANDING
                   MOVE WS-CT-REMAINING(WS-CT-IX) TO WS-APPLIED
               ELSE
                   MOVE WS-OUTSTANDING TO WS-APPLIED
               END-IF
               SUBTRACT WS-APPLIED FROM WS-CT-REMAINING(WS-CT-IX)
               ADD WS-APPLIED TO CRD-AMOUNT-RECEIVED
               ADD WS-APPLIED TO WS-TOTAL-RECEIVED
               MOVE SPACES TO RGL-DISP-OUT
               IF CRD-AMOUNT-RECEIVED < CRD-CREDIT-AMOUNT
                   ADD 1 TO WS-CREDITS-PART-PAID
                   MOVE 'PART PAID' TO RGL-DISP-OUT
               ELSE
                   ADD 1 TO WS-CREDITS-CLEARED
                   MOVE 'C' TO CRD-STATUS
                   MOVE WS-CT-DATE(WS-CT-IX) TO CRD-CLEAR-DATE
                   MOVE 'CLEARED' TO RGL-DISP-OUT
               END-IF
               PERFORM 210-WRITE-REGISTER-LINE
           END-IF
           .

       206-CHECK-CLEARANCE-ENTRY.

      * A MATCH ON VENDOR AND RA MARKS THE CLEARANCE AS BELONGING
      * TO A REAL CREDIT EVEN WHEN ITS MONEY IS ALREADY SPENT ON
      * EARLIER LINES, SO IT IS NOT REPORTED AS UNMATCHED.

           IF WS-CT-VENDOR(WS-CT-IX) = CRD-VENDOR-NUMBER
                   AND WS-CT-RA-NUMBER(WS-CT-IX) = CRD-RA-NUMBER
               MOVE 'YES' TO WS-CT-MATCHED-SW(WS-CT-IX)
               IF WS-CT-REMAINING(WS-CT-IX) > ZERO
                   MOVE 'YES' TO WS-CLEARANCE-FOUND-SW
               ELSE
                   ADD 1 TO WS-CT-IX
               END-IF
           ELSE
               ADD 1 TO WS-CT-IX
           END-IF
           .

       210-WRITE-REGISTER-LINE.

           MOVE CRD-VENDOR-NUMBER TO RGL-VENDOR-OUT
           MOVE CRD-RA-NUMBER TO RGL-RA-NUMBER-OUT
           MOVE CRD-CATALOG-NUMBER TO RGL-CATALOG-OUT
           MOVE CRD-LOCATION TO RGL-LOCATION-OUT
           IF CRD-RTV-DATE IS NUMERIC
               MOVE CRD-RTV-DATE TO RGL-DATE-OUT
           ELSE
               MOVE ZERO TO RGL-DATE-OUT
           END-IF
           IF CRD-CREDIT-AMOUNT IS NUMERIC
               MOVE CRD-CREDIT-AMOUNT TO RGL-CREDIT-OUT
           ELSE
               MOVE ZERO TO RGL-CREDIT-OUT
           END-IF
           MOVE WS-APPLIED TO RGL-RECEIVED-OUT
           MOVE REGISTER-LINE TO REGISTER-REC
           WRITE REGISTER-REC AFTER ADVANCING 1 LINE
           .

       220-PRINT-MEMO-LINE.

      * A CHANGE OF VENDOR CLOSES THE PRIOR VENDOR'S MEMO WITH ITS
      * TOTAL AND STARTS A NEW ONE, SAME CONTROL-BREAK SHAPE AS THE
      * PURCHASE ORDERS.

           IF CRD-VENDOR-NUMBER NOT = WS-MEMO-VENDOR
                   OR WS-MEMO-OPEN-SW = 'NO'
               IF WS-MEMO-OPEN-SW = 'YES'
                   PERFORM 235-PRINT-MEMO-TOTAL
               END-IF
               MOVE CRD-VENDOR-NUMBER TO WS-MEMO-VENDOR
               PERFORM 225-PRINT-MEMO-HEADING
           END-IF

           MOVE CRD-RA-NUMBER TO MDL-RA-NUMBER-OUT
           MOVE CRD-CATALOG-NUMBER TO MDL-CATALOG-NUMBER-OUT
           MOVE CRD-LOCATION TO MDL-LOCATION-OUT
           MOVE CRD-QUANTITY TO MDL-QUANTITY-OUT
           EVALUATE CRD-REASON
               WHEN 'D'
                   MOVE 'DEFECTIVE' TO MDL-REASON-OUT
               WHEN 'C'
                   MOVE 'CORE' TO MDL-REASON-OUT
               WHEN 'E'
                   MOVE 'EXPIRED' TO MDL-REASON-OUT
               WHEN OTHER
                   MOVE 'OTHER' TO MDL-REASON-OUT
           END-EVALUATE
           MOVE CRD-UNIT-CREDIT TO MDL-UNIT-CREDIT-OUT
           MOVE CRD-CREDIT-AMOUNT TO MDL-CREDIT-OUT
           MOVE MEMO-DETAIL-LINE TO MEMO-REC
           WRITE MEMO-REC AFTER ADVANCING 1 LINE

           ADD 1 TO WS-MEMO-LINES
           ADD 1 TO WS-LINES-ON-MEMOS
           ADD CRD-CREDIT-AMOUNT TO WS-MEMO-VALUE
           ADD CRD-CREDIT-AMOUNT TO WS-TOTAL-MEMOED

      * THE CREDIT IS NOW CLAIMED - IT CARRIES THE MEMO NUMBER SO
      * PAYABLES CAN TIE THE VENDOR'S CREDIT BACK TO THE CLAIM.

           MOVE 'O' TO CRD-STATUS
           MOVE WS-MEMO-NUMBER TO CRD-MEMO-NUMBER
           .

       225-PRINT-MEMO-HEADING.

           IF WS-FIRST-MEMO-SW = 'YES'
               MOVE 'NO' TO WS-FIRST-MEMO-SW
               MOVE WS-MEMO-HEADING-1 TO MEMO-REC
               WRITE MEMO-REC AFTER ADVANCING 1 LINE
           ELSE
               MOVE WS-MEMO-HEADING-1 TO MEMO-REC
               WRITE MEMO-REC AFTER ADVANCING PAGE
           END-IF
           MOVE WS-MEMO-HEADING-2 TO MEMO-REC
           WRITE MEMO-REC AFTER ADVANCING 1 LINE

           ADD 1 TO WS-MEMO-NUMBER
           MOVE WS-MEMO-NUMBER TO MNL-MEMO-NUMBER-OUT
           MOVE MEMO-NUMBER-LINE TO MEMO-REC
           WRITE MEMO-REC AFTER ADVANCING 2 LINES

           MOVE WS-MEMO-VENDOR TO VNL-VENDOR-OUT
           MOVE VENDOR-NUMBER-LINE TO MEMO-REC
           WRITE MEMO-REC AFTER ADVANCING 1 LINE

           PERFORM 226-FIND-VENDOR-ENTRY
           PERFORM 227-PRINT-VENDOR-ADDRESS

           MOVE MEMO-INSTRUCTION-LINE TO MEMO-REC
           WRITE MEMO-REC AFTER ADVANCING 2 LINES
           MOVE WS-MEMO-HEADING-3 TO MEMO-REC
           WRITE MEMO-REC AFTER ADVANCING 2 LINES
           MOVE SPACES TO MEMO-REC
           WRITE MEMO-REC AFTER ADVANCING 1 LINE

           MOVE 'YES' TO WS-MEMO-OPEN-SW
           ADD 1 TO WS-MEMOS-PRINTED
           .

       226-FIND-VENDOR-ENTRY.

           MOVE 'NO' TO WS-VENDOR-FOUND-SW
           MOVE 1 TO WS-VT-IX
           PERFORM 228-CHECK-VENDOR-ENTRY
               UNTIL WS-VENDOR-FOUND-SW = 'YES'
                  OR WS-VT-IX > WS-VENDOR-COUNT
           .

       227-PRINT-VENDOR-ADDRESS.

           IF WS-VENDOR-FOUND-SW = 'YES'
               MOVE WS-VT-NAME(WS-VT-IX) TO VAL-TEXT-OUT
               MOVE VENDOR-NAME-LINE TO MEMO-REC
               WRITE MEMO-REC AFTER ADVANCING 1 LINE
               MOVE WS-VT-ADDRESS(WS-VT-IX) TO VAL-TEXT-OUT
               MOVE VENDOR-NAME-LINE TO MEMO-REC
               WRITE MEMO-REC AFTER ADVANCING 1 LINE
               MOVE WS-VT-CITY-LINE(WS-VT-IX) TO VAL-TEXT-OUT
               MOVE VENDOR-NAME-LINE TO MEMO-REC
               WRITE MEMO-REC AFTER ADVANCING 1 LINE
           ELSE
               MOVE 'VENDOR NOT ON FILE' TO VAL-TEXT-OUT
               MOVE VENDOR-NAME-LINE TO MEMO-REC
               WRITE MEMO-REC AFTER ADVANCING 1 LINE
           END-IF
           .

       228-CHECK-VENDOR-ENTRY.

           IF WS-VT-NUMBER(WS-VT-IX) = WS-MEMO-VENDOR
               MOVE 'YES' TO WS-VENDOR-FOUND-SW
           ELSE
               ADD 1 TO WS-VT-IX
           END-IF
           .

       235-PRINT-MEMO-TOTAL.

           MOVE WS-MEMO-LINES TO MTL-COUNT-OUT
           MOVE WS-MEMO-VALUE TO MTL-VALUE-OUT
           MOVE MEMO-TOTAL-LINE TO MEMO-REC
           WRITE MEMO-REC AFTER ADVANCING 2 LINES
           MOVE ZERO TO WS-MEMO-LINES
           MOVE ZERO TO WS-MEMO-VALUE
           .

       240-LIST-UNMATCHED-CLEARANCES.

      * A CLEARANCE THAT FOUND NO CREDIT UNDER ITS VENDOR AND RA,
      * OR HAD MONEY LEFT AFTER PAYING EVERY LINE OF ITS RA, GOES
      * ON THE REGISTER FOR PAYABLES TO CHASE.

           MOVE 1 TO WS-CT-IX
           PERFORM 241-CHECK-UNMATCHED-ENTRY
               UNTIL WS-CT-IX > WS-CLEARANCE-COUNT
           .

       241-CHECK-UNMATCHED-ENTRY.

           IF WS-CT-MATCHED-SW(WS-CT-IX) = 'NO'
                   OR WS-CT-REMAINING(WS-CT-IX) > ZERO
               ADD 1 TO WS-CLEARANCE-EXCEPTIONS
               MOVE WS-CT-VENDOR(WS-CT-IX) TO RGL-VENDOR-OUT
               MOVE WS-CT-RA-NUMBER(WS-CT-IX) TO RGL-RA-NUMBER-OUT
               MOVE SPACES TO RGL-CATALOG-OUT
               MOVE SPACES TO RGL-LOCATION-OUT
               MOVE WS-CT-DATE(WS-CT-IX) TO RGL-DATE-OUT
               MOVE ZERO TO RGL-CREDIT-OUT
               MOVE WS-CT-REMAINING(WS-CT-IX) TO RGL-RECEIVED-OUT
               IF WS-CT-MATCHED-SW(WS-CT-IX) = 'NO'
                   MOVE 'NO SUCH CREDIT' TO RGL-DISP-OUT
               ELSE
                   MOVE 'OVERPAID - REFUND' TO RGL-DISP-OUT
               END-IF
               MOVE REGISTER-LINE TO REGISTER-REC
               WRITE REGISTER-REC AFTER ADVANCING 1 LINE
           END-IF
           ADD 1 TO WS-CT-IX
           .

       230-REWRITE-CREDIT-FILE.

      * COPY THE SURVIVING CREDITS BACK UNDER THE NAME THE
      * MAINTENANCE RUN EXTENDS AND THE AGING REPORT READS.

           CLOSE SORTED-CREDIT-FILE
                 NEW-CREDIT-FILE
           OPEN INPUT NEW-CREDIT-FILE
           OPEN OUTPUT VENDOR-CREDIT-FILE
           PERFORM 231-COPY-CREDIT-RECORD
               UNTIL WS-COPY-EOF-SW = 'YES'
           CLOSE NEW-CREDIT-FILE
                 VENDOR-CREDIT-FILE
           .

       231-COPY-CREDIT-RECORD.

           READ NEW-CREDIT-FILE
               AT END
                   MOVE 'YES' TO WS-COPY-EOF-SW
               NOT AT END
                   MOVE NEW-CREDIT-REC TO VENDOR-CREDIT-REC
                   WRITE VENDOR-CREDIT-REC
           END-READ
           .

       245-REWRITE-CLEARANCE-FILE.

      * THE CLEARANCES THAT MATCHED NO CREDIT ARE WRITTEN BACK SO
      * A MIS-KEYED RA CAN BE CORRECTED AND RERUN, AND SO IS THE
      * MONEY LEFT OVER ON AN OVERPAID RA, FLAGGED R AS OWED FOR
      * REFUND; WHAT WAS APPLIED IS DONE WITH AND NEVER GOES
      * BACK.  THE CLEARANCES THE TABLE COULD NOT HOLD FOLLOW
      * THEM, AS KEYED.

           OPEN OUTPUT CLEARANCE-FILE
           MOVE 1 TO WS-CT-IX
           PERFORM 246-WRITE-CLEARANCE-ENTRY
               UNTIL WS-CT-IX > WS-CLEARANCE-COUNT
           IF WS-CLEARANCE-OVERFLOW-SW = 'YES'
               OPEN INPUT CLEARANCE-HOLD-FILE
               PERFORM 247-COPY-HELD-CLEARANCE
                   UNTIL WS-HOLD-EOF-SW = 'YES'
               CLOSE CLEARANCE-HOLD-FILE
           END-IF
           CLOSE CLEARANCE-FILE
           .

       246-WRITE-CLEARANCE-ENTRY.

           IF WS-CT-MATCHED-SW(WS-CT-IX) = 'NO'
                   OR WS-CT-REMAINING(WS-CT-IX) > ZERO
               MOVE SPACES TO CLEARANCE-REC
               MOVE WS-CT-VENDOR(WS-CT-IX) TO CLR-VENDOR-NUMBER
               MOVE WS-CT-RA-NUMBER(WS-CT-IX) TO CLR-RA-NUMBER
               MOVE WS-CT-REMAINING(WS-CT-IX) TO CLR-AMOUNT
               MOVE WS-CT-DATE(WS-CT-IX) TO CLR-DATE
               IF WS-CT-MATCHED-SW(WS-CT-IX) = 'YES'
                   MOVE 'R' TO CLR-REFUND-FLAG
               END-IF
               WRITE CLEARANCE-REC
           END-IF
           ADD 1 TO WS-CT-IX
           .

       247-COPY-HELD-CLEARANCE.

           READ CLEARANCE-HOLD-FILE
               AT END
                   MOVE 'YES' TO WS-HOLD-EOF-SW
               NOT AT END
                   MOVE CLEARANCE-HOLD-REC TO CLEARANCE-REC
                   WRITE CLEARANCE-REC
           END-READ
           .

       250-CLOSE-ROUTINE.

           MOVE 'CREDITS READ:' TO RCL-LABEL
           MOVE WS-CREDITS-READ TO RCL-COUNT-OUT
           MOVE REGISTER-COUNT-LINE TO REGISTER-REC
           WRITE REGISTER-REC AFTER ADVANCING 2 LINES

           MOVE 'DEBIT MEMOS PRINTED:' TO RCL-LABEL
           MOVE WS-MEMOS-PRINTED TO RCL-COUNT-OUT
           MOVE REGISTER-COUNT-LINE TO REGISTER-REC
           WRITE REGISTER-REC AFTER ADVANCING 1 LINE

           MOVE 'CREDITS CLAIMED ON MEMOS:' TO RCL-LABEL
           MOVE WS-LINES-ON-MEMOS TO RCL-COUNT-OUT
           MOVE REGISTER-COUNT-LINE TO REGISTER-REC
           WRITE REGISTER-REC AFTER ADVANCING 1 LINE

           MOVE 'CREDITS CLEARED:' TO RCL-LABEL
           MOVE WS-CREDITS-CLEARED TO RCL-COUNT-OUT
           MOVE REGISTER-COUNT-LINE TO REGISTER-REC
           WRITE REGISTER-REC AFTER ADVANCING 1 LINE

           MOVE 'CREDITS PART PAID:' TO RCL-LABEL
           MOVE WS-CREDITS-PART-PAID TO RCL-COUNT-OUT
           MOVE REGISTER-COUNT-LINE TO REGISTER-REC
           WRITE REGISTER-REC AFTER ADVANCING 1 LINE

           MOVE 'RELEASED (CLEARED EARLIER):' TO RCL-LABEL
           MOVE WS-CREDITS-RELEASED TO RCL-COUNT-OUT
           MOVE REGISTER-COUNT-LINE TO REGISTER-REC
           WRITE REGISTER-REC AFTER ADVANCING 1 LINE

           MOVE 'CREDITS STILL OPEN:' TO RCL-LABEL
           MOVE WS-CREDITS-OPEN TO RCL-COUNT-OUT
           MOVE REGISTER-COUNT-LINE TO REGISTER-REC
           WRITE REGISTER-REC AFTER ADVANCING 1 LINE

           MOVE 'CREDITS IN ERROR:' TO RCL-LABEL
           MOVE WS-CREDITS-IN-ERROR TO RCL-COUNT-OUT
           MOVE REGISTER-COUNT-LINE TO REGISTER-REC
           WRITE REGISTER-REC AFTER ADVANCING 1 LINE

           MOVE 'CLEARANCE EXCEPTIONS:' TO RCL-LABEL
           MOVE WS-CLEARANCE-EXCEPTIONS TO RCL-COUNT-OUT
           MOVE REGISTER-COUNT-LINE TO REGISTER-REC
           WRITE REGISTER-REC AFTER ADVANCING 1 LINE

           MOVE 'CLEARANCES HELD FOR NEXT RUN:' TO RCL-LABEL
           MOVE WS-CLEARANCES-HELD TO RCL-COUNT-OUT
           MOVE REGISTER-COUNT-LINE TO REGISTER-REC
           WRITE REGISTER-REC AFTER ADVANCING 1 LINE

           MOVE 'VALUE CLAIMED TODAY:' TO RVL-LABEL
           MOVE WS-TOTAL-MEMOED TO RVL-VALUE-OUT
           MOVE REGISTER-VALUE-LINE TO REGISTER-REC
           WRITE REGISTER-REC AFTER ADVANCING 2 LINES

           MOVE 'CREDIT RECEIVED TODAY:' TO RVL-LABEL
           MOVE WS-TOTAL-RECEIVED TO RVL-VALUE-OUT
           MOVE REGISTER-VALUE-LINE TO REGISTER-REC
           WRITE REGISTER-REC AFTER ADVANCING 1 LINE

           MOVE 'CREDIT STILL OUTSTANDING:' TO RVL-LABEL
           MOVE WS-TOTAL-OUTSTANDING TO RVL-VALUE-OUT
           MOVE REGISTER-VALUE-LINE TO REGISTER-REC
           WRITE REGISTER-REC AFTER ADVANCING 1 LINE

           PERFORM 255-WRITE-MEMO-CONTROL

           CLOSE   DEBIT-MEMO-FILE
                   REGISTER-FILE

      * CREDITS IN ERROR OR CLEARANCES PAYABLES HAS TO CHASE HAND
      * THE JOB STREAM A CONDITION CODE OF 4.

           IF WS-CREDITS-IN-ERROR > ZERO
                   OR WS-CLEARANCE-EXCEPTIONS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

       255-WRITE-MEMO-CONTROL.

      * CARRY THE LAST MEMO NUMBER USED FORWARD SO THE NEXT RUN
      * PICKS UP WHERE THIS ONE LEFT OFF.

           OPEN OUTPUT MEMO-CONTROL-FILE
           MOVE SPACES TO MEMO-CONTROL-REC
           MOVE WS-MEMO-NUMBER TO MCT-LAST-MEMO-NUMBER
           WRITE MEMO-CONTROL-REC
           CLOSE MEMO-CONTROL-FILE
           .

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM27.
       AUTHOR. GUSZTAV FRANCIA.


      *  This program is the weekly vendor credit aging.  It reads
      *  the vendor-credit file the maintenance run (PROGRAM2)
      *  builds from returns to vendor and the debit memo run
      *  (PROGRAM26) keeps current, and lists every credit still
      *  owed - new or claimed, less anything the vendor has already
      *  paid against it - aged from the day the stock went back
      *  and valued into 0-30, 31-60, 61-90, and over-90-day
      *  columns.  Credits are grouped by vendor with a subtotal per
      *  vendor, so purchasing knows whose account to lean on
      *  before the next order goes out.
      *
      *  Core returns are tracked separately as well: the core
      *  charges a vendor bills on a rebuilt part come back only
      *  when the old core is returned, and they age quietly if
      *  nobody watches them, so the core credits carry their own
      *  line under the grand totals.  A credit over 90 days hands
      *  the job stream a condition code of 4.
      *
      *  INPUT:  PR1FA17V.CRD  - vendor credits
      *          PR1FA17V.TXT  - vendor master (names for the
      *                          vendor subtotals)
      *  OUTPUT: PROGRAM27FA18.TXT - aged open vendor credits with
      *                          vendor, core, and grand totals
      *
      **********************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBMPC.
       OBJECT-COMPUTER.    IBMPC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * OPTIONAL SO A RUN BEFORE THE FIRST RETURN COMES OUT CLEAN
      * WITH ZERO TOTALS.

           SELECT OPTIONAL VENDOR-CREDIT-FILE
               ASSIGN TO 'PR1FA17V.CRD'
               ORGANIZATION IS LINE SEQUENTIAL.

      * CREDITS SORTED INTO VENDOR/RETURN-DATE SEQUENCE SO EACH
      * VENDOR'S CREDITS COME OFF TOGETHER, OLDEST FIRST.

           SELECT SORTED-CREDIT-FILE
               ASSIGN TO 'PR1FA17V.AGE'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-CREDIT-FILE
               ASSIGN TO 'SORTWK27.TMP'.

           SELECT VENDOR-FILE
               ASSIGN TO 'PR1FA17V.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENDOR-FILE-STATUS.

           SELECT AGING-REPORT-FILE
               ASSIGN TO PRINTER 'PROGRAM27FA18.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.

      * SAME CREDIT RECORD THE MAINTENANCE RUN WRITES.  STATUS N IS
      * NEW (NO MEMO YET), O IS OPEN (MEMO SENT), C IS CLEARED.

       FD  VENDOR-CREDIT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  VENDOR-CREDIT-REC          PIC X(80).

       SD  SORT-CREDIT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SORT-CREDIT-REC.
           05  SORT-CRD-VENDOR        PIC X(5).
           05  FILLER                 PIC X(10).
           05  SORT-CRD-RTV-DATE      PIC 9(8).
           05  FILLER                 PIC X(57).

       FD  SORTED-CREDIT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SORTED-CREDIT-REC.
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

       FD  VENDOR-FILE
           RECORD CONTAINS 90 CHARACTERS.
       01  VENDOR-REC.
           05  VEND-NUMBER            PIC X(5).
           05  VEND-NAME              PIC X(25).
           05  VEND-ADDRESS           PIC X(25).
           05  VEND-CITY-LINE         PIC X(25).
           05  VEND-LEAD-TIME-DAYS    PIC X(3).
           05  FILLER                 PIC X(7).

       FD  AGING-REPORT-FILE
           RECORD CONTAINS 110 CHARACTERS.
       01  REPORT-REC.
           05                         PIC X(110).

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05  ARE-THERE-MORE-RECORDS PIC X(3) VALUE 'YES'.
           05  WS-VENDOR-EOF-SW       PIC X(3) VALUE 'NO'.
           05  WS-VENDOR-FOUND-SW     PIC X(3) VALUE 'NO'.
           05  WS-FIRST-VENDOR-SW     PIC X(3) VALUE 'YES'.
           05  WS-VENDOR-FILE-STATUS  PIC X(2).

       01  WS-DATE.
           05  WS-YEAR                PIC 99.
           05  WS-MONTH               PIC 99.
           05  WS-DAY                 PIC 99.

       01  WS-RUN-DATE.
           05  WS-RD-CENTURY          PIC 99 VALUE 20.
           05  WS-RD-YEAR             PIC 99.
           05  WS-RD-MONTH            PIC 99.
           05  WS-RD-DAY              PIC 99.
       01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE
                                      PIC 9(8).

      * APPROXIMATE DAY SERIALS (YEAR X 365 + MONTH X 30 + DAY),
      * SAME ARITHMETIC THE BACKORDER AND PO AGING USE.

       01  WS-DAY-SERIALS.
           05  WS-SERIAL-WORK-DATE    PIC 9(8).
           05  WS-SERIAL-WORK-DATE-X REDEFINES WS-SERIAL-WORK-DATE.
               10  WS-SW-YEAR         PIC 9(4).
               10  WS-SW-MONTH        PIC 9(2).
               10  WS-SW-DAY          PIC 9(2).
           05  WS-SERIAL-RESULT       PIC 9(7).
           05  WS-RUN-SERIAL          PIC 9(7).
           05  WS-DAYS-OUTSTANDING    PIC S9(5).

       01  WS-AGING-FIELDS.
           05  WS-OUTSTANDING         PIC 9(7)V99.
           05  WS-BUCKET-IX           PIC 9(1).
           05  WS-TOTAL-IX            PIC 9(1).
           05  WS-PRIOR-VENDOR        PIC X(5) VALUE SPACES.

      * BUCKET ACCUMULATORS - 1 = 0-30 DAYS, 2 = 31-60, 3 = 61-90,
      * 4 = OVER 90 - FOR THE VENDOR IN HAND, THE CORE CREDITS, AND
      * THE WHOLE FILE.

       01  WS-VENDOR-BUCKETS.
           05  WS-VENDOR-BUCKET       PIC 9(9)V99 OCCURS 4 TIMES.

       01  WS-CORE-BUCKETS.
           05  WS-CORE-BUCKET         PIC 9(9)V99 OCCURS 4 TIMES.

       01  WS-GRAND-BUCKETS.
           05  WS-GRAND-BUCKET        PIC 9(9)V99 OCCURS 4 TIMES.

      * VENDOR MASTER, LOADED INTO THIS TABLE ONCE AT STARTUP FOR
      * THE NAMES ON THE VENDOR SUBTOTALS.

       01  WS-VENDOR-TABLE.
           05  WS-VEND-ENTRY OCCURS 100 TIMES.
               10  WS-VT-NUMBER       PIC X(5).
               10  WS-VT-NAME         PIC X(25).

       01  WS-VENDOR-SUBSCRIPTS.
           05  WS-VENDOR-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-VT-IX               PIC 9(3).

       01  WS-TOTALS.
           05  WS-CREDITS-READ        PIC 9(5) VALUE ZERO.
           05  WS-CREDITS-OPEN        PIC 9(5) VALUE ZERO.
           05  WS-CORE-CREDITS        PIC 9(5) VALUE ZERO.
           05  WS-CREDITS-OVER-90     PIC 9(5) VALUE ZERO.
           05  WS-CREDITS-IN-ERROR    PIC 9(5) VALUE ZERO.
           05  WS-TOTAL-OUTSTANDING   PIC 9(9)V99 VALUE ZERO.

       01  WS-RPT-HEADING-1.
           05  FILLER                 PIC X(36) VALUE SPACES.
           05  RH1-TITLE              PIC X(28) VALUE
               'OPEN VENDOR CREDITS - AGING'.
           05  FILLER                 PIC X(10) VALUE SPACES.
           05  RH1-DATE.
               10  RH1-MONTH          PIC 99.
               10  FILLER             PIC X VALUE '/'.
               10  RH1-DAY            PIC 99.
               10  FILLER             PIC X VALUE '/'.
               10  RH1-YEAR           PIC 9999.
           05  FILLER                 PIC X(26) VALUE SPACES.

       01  WS-RPT-HEADING-2.
           05  FILLER                 PIC X(1).
           05  RH2-VENDOR-NAME        PIC X(4) VALUE 'VEND'.
           05  FILLER                 PIC X(1).
           05  RH2-RA-NAME            PIC X(9) VALUE 'RA NUMBER'.
           05  FILLER                 PIC X(2).
           05  RH2-CAT-NAME           PIC X(3) VALUE 'CAT'.
           05  FILLER                 PIC X(2).
           05  RH2-LOC-NAME           PIC X(3) VALUE 'LOC'.
           05  FILLER                 PIC X(2).
           05  RH2-MEMO-NAME          PIC X(4) VALUE 'MEMO'.
           05  FILLER                 PIC X(1).
           05  RH2-DATE-NAME          PIC X(8) VALUE 'RETURNED'.
           05  FILLER                 PIC X(1).
           05  RH2-DAYS-NAME          PIC X(4) VALUE 'DAYS'.
           05  FILLER                 PIC X(1).
           05  RH2-RSN-NAME           PIC X(1) VALUE 'R'.
           05  FILLER                 PIC X(6).
           05  RH2-BUCKET-1-NAME      PIC X(9) VALUE '0-30 DAYS'.
           05  FILLER                 PIC X(4).
           05  RH2-BUCKET-2-NAME      PIC X(10) VALUE '31-60 DAYS'.
           05  FILLER                 PIC X(4).
           05  RH2-BUCKET-3-NAME      PIC X(10) VALUE '61-90 DAYS'.
           05  FILLER                 PIC X(2).
           05  RH2-BUCKET-4-NAME      PIC X(12) VALUE 'OVER 90 DAYS'.
           05  FILLER                 PIC X(6).

       01  AGING-DETAIL-LINE.
           05  ADL-VENDOR-OUT         PIC X(5).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  ADL-RA-NUMBER-OUT      PIC X(10).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  ADL-CATALOG-OUT        PIC X(5).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  ADL-LOCATION-OUT       PIC X(2).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  ADL-MEMO-OUT           PIC ZZZZZ9.
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  ADL-DATE-OUT           PIC 9(8).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  ADL-DAYS-OUT           PIC ZZZ9.
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  ADL-REASON-OUT         PIC X(1).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  ADL-BUCKET-1-OUT       PIC $$,$$$,$$9.99
                                      BLANK WHEN ZERO.
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  ADL-BUCKET-2-OUT       PIC $$,$$$,$$9.99
                                      BLANK WHEN ZERO.
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  ADL-BUCKET-3-OUT       PIC $$,$$$,$$9.99
                                      BLANK WHEN ZERO.
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  ADL-BUCKET-4-OUT       PIC $$,$$$,$$9.99
                                      BLANK WHEN ZERO.
           05  FILLER                 PIC X(5) VALUE SPACES.

       01  AGING-TOTAL-LINE.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  ATL-LABEL              PIC X(46).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  ATL-BUCKET-1-OUT       PIC $$,$$$,$$9.99.
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  ATL-BUCKET-2-OUT       PIC $$,$$$,$$9.99.
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  ATL-BUCKET-3-OUT       PIC $$,$$$,$$9.99.
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  ATL-BUCKET-4-OUT       PIC $$,$$$,$$9.99.
           05  FILLER                 PIC X(5) VALUE SPACES.

       01  REPORT-COUNT-LINE.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  RCL-LABEL              PIC X(30).
           05  RCL-COUNT-OUT          PIC ZZZZ9.
           05  FILLER                 PIC X(72) VALUE SPACES.

       01  REPORT-VALUE-LINE.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  RVL-LABEL              PIC X(30) VALUE
               'TOTAL CREDIT OUTSTANDING:'.
           05  RVL-VALUE-OUT          PIC $$,$$$,$$$,$$9.99.
           05  FILLER                 PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.

       100-MAIN-MODULE.

           PERFORM 125-HOUSEKEEPING
           PERFORM 130-LOAD-VENDOR-TABLE
           PERFORM 140-SORT-CREDITS
           PERFORM 150-READ-CREDITS
           IF WS-FIRST-VENDOR-SW = 'NO'
               PERFORM 230-PRINT-VENDOR-TOTAL
           END-IF
           PERFORM 250-CLOSE-ROUTINE

           .

       125-HOUSEKEEPING.

           OPEN    OUTPUT  AGING-REPORT-FILE

           ACCEPT WS-DATE FROM DATE
           MOVE WS-YEAR TO RH1-YEAR
           MOVE WS-MONTH TO RH1-MONTH
           MOVE WS-DAY TO RH1-DAY
           MOVE WS-YEAR TO WS-RD-YEAR
           MOVE WS-MONTH TO WS-RD-MONTH
           MOVE WS-DAY TO WS-RD-DAY

           MOVE WS-RUN-DATE-N TO WS-SERIAL-WORK-DATE
           PERFORM 135-DATE-TO-SERIAL
           MOVE WS-SERIAL-RESULT TO WS-RUN-SERIAL

           MOVE 1 TO WS-TOTAL-IX
           PERFORM 126-CLEAR-BUCKET
               UNTIL WS-TOTAL-IX > 4

           MOVE WS-RPT-HEADING-1 TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE
           MOVE WS-RPT-HEADING-2 TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 2 LINES
           .

       126-CLEAR-BUCKET.

           MOVE ZERO TO WS-VENDOR-BUCKET(WS-TOTAL-IX)
           MOVE ZERO TO WS-CORE-BUCKET(WS-TOTAL-IX)
           MOVE ZERO TO WS-GRAND-BUCKET(WS-TOTAL-IX)
           ADD 1 TO WS-TOTAL-IX
           .

       130-LOAD-VENDOR-TABLE.

      * A MISSING VENDOR FILE LEAVES THE TABLE EMPTY AND THE
      * SUBTOTALS PRINT WITHOUT NAMES.

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
           END-READ
           .

       135-DATE-TO-SERIAL.

      * TURN WS-SERIAL-WORK-DATE (YYYYMMDD) INTO AN APPROXIMATE
      * DAY SERIAL FOR THE AGING COMPARISONS.

           COMPUTE WS-SERIAL-RESULT =
               WS-SW-YEAR * 365 + WS-SW-MONTH * 30 + WS-SW-DAY
           .

       140-SORT-CREDITS.

           SORT SORT-CREDIT-FILE
               ON ASCENDING KEY SORT-CRD-VENDOR
                                SORT-CRD-RTV-DATE
               USING VENDOR-CREDIT-FILE
               GIVING SORTED-CREDIT-FILE

           OPEN INPUT SORTED-CREDIT-FILE
           .

       150-READ-CREDITS.

           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO'
               READ SORTED-CREDIT-FILE
                   AT END
                       MOVE 'NO' TO ARE-THERE-MORE-RECORDS
                   NOT AT END
                       PERFORM 200-AGE-CREDIT
               END-READ
           END-PERFORM
           .

       200-AGE-CREDIT.

      * ONLY A CREDIT STILL OWED IS AGED - A CLEARED ONE IS DONE
      * WITH, WHATEVER IT SITS ON THE FILE FOR.  A CREDIT WITH A
      * BAD AMOUNT OR DATE IS COUNTED AS AN ERROR AND LEFT OFF THE
      * COLUMNS RATHER THAN AGED ON NOISE.

           ADD 1 TO WS-CREDITS-READ
           IF CRD-STATUS = 'N' OR 'O'
               IF CRD-CREDIT-AMOUNT IS NUMERIC
                       AND CRD-RTV-DATE IS NUMERIC
                   IF CRD-AMOUNT-RECEIVED IS NOT NUMERIC
                       MOVE ZERO TO CRD-AMOUNT-RECEIVED
                   END-IF
                   PERFORM 210-BUCKET-CREDIT
               ELSE
                   ADD 1 TO WS-CREDITS-IN-ERROR
               END-IF
           END-IF
           .

       210-BUCKET-CREDIT.

      * A CHANGE OF VENDOR CLOSES THE PRIOR VENDOR'S SUBTOTAL.

           IF CRD-VENDOR-NUMBER NOT = WS-PRIOR-VENDOR
                   OR WS-FIRST-VENDOR-SW = 'YES'
               IF WS-FIRST-VENDOR-SW = 'NO'
                   PERFORM 230-PRINT-VENDOR-TOTAL
               END-IF
               MOVE 'NO' TO WS-FIRST-VENDOR-SW
               MOVE CRD-VENDOR-NUMBER TO WS-PRIOR-VENDOR
           END-IF

           COMPUTE WS-OUTSTANDING =
               CRD-CREDIT-AMOUNT - CRD-AMOUNT-RECEIVED

           MOVE CRD-RTV-DATE TO WS-SERIAL-WORK-DATE
           PERFORM 135-DATE-TO-SERIAL
           COMPUTE WS-DAYS-OUTSTANDING =
               WS-RUN-SERIAL - WS-SERIAL-RESULT
           IF WS-DAYS-OUTSTANDING < ZERO
               MOVE ZERO TO WS-DAYS-OUTSTANDING
           END-IF

           EVALUATE TRUE
               WHEN WS-DAYS-OUTSTANDING NOT > 30
                   MOVE 1 TO WS-BUCKET-IX
               WHEN WS-DAYS-OUTSTANDING NOT > 60
                   MOVE 2 TO WS-BUCKET-IX
               WHEN WS-DAYS-OUTSTANDING NOT > 90
                   MOVE 3 TO WS-BUCKET-IX
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET-IX
                   ADD 1 TO WS-CREDITS-OVER-90
           END-EVALUATE

           ADD WS-OUTSTANDING TO WS-VENDOR-BUCKET(WS-BUCKET-IX)
           ADD WS-OUTSTANDING TO WS-GRAND-BUCKET(WS-BUCKET-IX)
           ADD WS-OUTSTANDING TO WS-TOTAL-OUTSTANDING
           ADD 1 TO WS-CREDITS-OPEN
           IF CRD-REASON = 'C'
               ADD WS-OUTSTANDING TO WS-CORE-BUCKET(WS-BUCKET-IX)
               ADD 1 TO WS-CORE-CREDITS
           END-IF

           PERFORM 220-PRINT-DETAIL-LINE
           .

       220-PRINT-DETAIL-LINE.

           MOVE CRD-VENDOR-NUMBER TO ADL-VENDOR-OUT
           MOVE CRD-RA-NUMBER TO ADL-RA-NUMBER-OUT
           MOVE CRD-CATALOG-NUMBER TO ADL-CATALOG-OUT
           MOVE CRD-LOCATION TO ADL-LOCATION-OUT
           IF CRD-MEMO-NUMBER IS NUMERIC
               MOVE CRD-MEMO-NUMBER TO ADL-MEMO-OUT
           ELSE
               MOVE ZERO TO ADL-MEMO-OUT
           END-IF
           MOVE CRD-RTV-DATE TO ADL-DATE-OUT
           MOVE WS-DAYS-OUTSTANDING TO ADL-DAYS-OUT
           MOVE CRD-REASON TO ADL-REASON-OUT
           MOVE ZERO TO ADL-BUCKET-1-OUT
           MOVE ZERO TO ADL-BUCKET-2-OUT
           MOVE ZERO TO ADL-BUCKET-3-OUT
           MOVE ZERO TO ADL-BUCKET-4-OUT
           EVALUATE WS-BUCKET-IX
               WHEN 1
                   MOVE WS-OUTSTANDING TO ADL-BUCKET-1-OUT
               WHEN 2
                   MOVE WS-OUTSTANDING TO ADL-BUCKET-2-OUT
               WHEN 3
                   MOVE WS-OUTSTANDING TO ADL-BUCKET-3-OUT
               WHEN 4
                   MOVE WS-OUTSTANDING TO ADL-BUCKET-4-OUT
           END-EVALUATE
           MOVE AGING-DETAIL-LINE TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE
           .

       230-PRINT-VENDOR-TOTAL.

           PERFORM 231-FIND-VENDOR-NAME
           MOVE SPACES TO ATL-LABEL
           IF WS-VENDOR-FOUND-SW = 'YES'
               STRING 'VENDOR ' DELIMITED BY SIZE
                      WS-PRIOR-VENDOR DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-VT-NAME(WS-VT-IX) DELIMITED BY SIZE
                   INTO ATL-LABEL
           ELSE
               STRING 'VENDOR ' DELIMITED BY SIZE
                      WS-PRIOR-VENDOR DELIMITED BY SIZE
                      ' NOT ON FILE' DELIMITED BY SIZE
                   INTO ATL-LABEL
           END-IF
           MOVE WS-VENDOR-BUCKET(1) TO ATL-BUCKET-1-OUT
           MOVE WS-VENDOR-BUCKET(2) TO ATL-BUCKET-2-OUT
           MOVE WS-VENDOR-BUCKET(3) TO ATL-BUCKET-3-OUT
           MOVE WS-VENDOR-BUCKET(4) TO ATL-BUCKET-4-OUT
           MOVE AGING-TOTAL-LINE TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE

           MOVE 1 TO WS-TOTAL-IX
           PERFORM 233-CLEAR-VENDOR-BUCKET
               UNTIL WS-TOTAL-IX > 4
           .

       231-FIND-VENDOR-NAME.

           MOVE 'NO' TO WS-VENDOR-FOUND-SW
           MOVE 1 TO WS-VT-IX
           PERFORM 232-CHECK-VENDOR-ENTRY
               UNTIL WS-VENDOR-FOUND-SW = 'YES'
                  OR WS-VT-IX > WS-VENDOR-COUNT
           .

       232-CHECK-VENDOR-ENTRY.

           IF WS-VT-NUMBER(WS-VT-IX) = WS-PRIOR-VENDOR
               MOVE 'YES' TO WS-VENDOR-FOUND-SW
           ELSE
               ADD 1 TO WS-VT-IX
           END-IF
           .

       233-CLEAR-VENDOR-BUCKET.

           MOVE ZERO TO WS-VENDOR-BUCKET(WS-TOTAL-IX)
           ADD 1 TO WS-TOTAL-IX
           .

       250-CLOSE-ROUTINE.

           MOVE 'ALL OPEN CREDITS' TO ATL-LABEL
           MOVE WS-GRAND-BUCKET(1) TO ATL-BUCKET-1-OUT
           MOVE WS-GRAND-BUCKET(2) TO ATL-BUCKET-2-OUT
           MOVE WS-GRAND-BUCKET(3) TO ATL-BUCKET-3-OUT
           MOVE WS-GRAND-BUCKET(4) TO ATL-BUCKET-4-OUT
           MOVE AGING-TOTAL-LINE TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 2 LINES

           MOVE '  OF WHICH CORE CREDITS' TO ATL-LABEL
           MOVE WS-CORE-BUCKET(1) TO ATL-BUCKET-1-OUT
           MOVE WS-CORE-BUCKET(2) TO ATL-BUCKET-2-OUT
           MOVE WS-CORE-BUCKET(3) TO ATL-BUCKET-3-OUT
           MOVE WS-CORE-BUCKET(4) TO ATL-BUCKET-4-OUT
           MOVE AGING-TOTAL-LINE TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE

           MOVE 'CREDITS READ:' TO RCL-LABEL
           MOVE WS-CREDITS-READ TO RCL-COUNT-OUT
           MOVE REPORT-COUNT-LINE TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 2 LINES

           MOVE 'CREDITS STILL OWED:' TO RCL-LABEL
           MOVE WS-CREDITS-OPEN TO RCL-COUNT-OUT
           MOVE REPORT-COUNT-LINE TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE

           MOVE '  CORE CREDITS:' TO RCL-LABEL
           MOVE WS-CORE-CREDITS TO RCL-COUNT-OUT
           MOVE REPORT-COUNT-LINE TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE

           MOVE '  OVER 90 DAYS:' TO RCL-LABEL
           MOVE WS-CREDITS-OVER-90 TO RCL-COUNT-OUT
           MOVE REPORT-COUNT-LINE TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE

           MOVE 'CREDITS IN ERROR:' TO RCL-LABEL
           MOVE WS-CREDITS-IN-ERROR TO RCL-COUNT-OUT
           MOVE REPORT-COUNT-LINE TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE

           MOVE WS-TOTAL-OUTSTANDING TO RVL-VALUE-OUT
           MOVE REPORT-VALUE-LINE TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 2 LINES

           CLOSE   SORTED-CREDIT-FILE
                   AGING-REPORT-FILE

           IF WS-CREDITS-OVER-90 > ZERO
                   OR WS-CREDITS-IN-ERROR > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

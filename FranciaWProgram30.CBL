       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM30.
       AUTHOR. GUSZTAV FRANCIA.


      *  This program is the daily item-level roll-forward proof.
      *  The record count and hash prove the master as a whole; this
      *  run proves every catalog number at every location.  It
      *  starts from the morning's generation image (PR1FA17.G01)
      *  PROGRAM7 unloaded, adds everything the maintenance run
      *  journaled since - deltas, transfers, adjustments, adds and
      *  deletes, taken as the change between each journal record's
      *  before and after images - and every receipt the dock posted
      *  through PROGRAM11, and compares the result with the
      *  QUANTITY-ON-HAND on the live master.  PROGRAM7 starts the
      *  journal and the dock receipt file fresh each time it takes
      *  the image, so all three always cover the same day.
      *
      *  Every item whose book quantity cannot be explained that way
      *  prints on the out-of-balance report with the unexplained
      *  quantity and its value at UNIT-PURCHASE-PRICE.  An item the
      *  obsolete purge (PROGRAM18) took off the master is explained
      *  when its roll-forward comes to nothing, and the discontinued
      *  marking (PROGRAM17) never moves a quantity, so neither shows
      *  up unless stock went missing with it.  The report ends with
      *  the company-wide proof total and a line for the supervisor
      *  to sign it off.
      *
      *  The proof is stamped on the shared run-control record -
      *  complete when every item is in balance, out of balance
      *  otherwise (condition code 4) - and the day-end rollover
      *  (PROGRAM3) will not run behind an out-of-balance proof
      *  without the supervisor's override.
      *
      *  INPUT:  PR1FA17.G01   - morning generation image
      *          PR1FA17J.TXT  - maintenance journal out of PROGRAM2
      *          PR1FA17W.TXT  - dock receipts out of PROGRAM11
      *          PR1FA17.MST   - live indexed master
      *          PR1FA17R.CTL  - daily run-control record
      *  OUTPUT: PROGRAM30FA18.TXT - roll-forward proof and
      *                          out-of-balance report
      *          PR1FA17R.CTL  - proof step stamped
      *
      **********************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBMPC.
       OBJECT-COMPUTER.    IBMPC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * THE THREE SOURCES OF THE ROLL-FORWARD.  ALL OPTIONAL - A
      * FIRST DAY WITH NO IMAGE, OR A DAY WITH NO MAINTENANCE OR
      * NO RECEIPTS, STILL PROVES.

           SELECT OPTIONAL GEN1-FILE
               ASSIGN TO 'PR1FA17.G01'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL JOURNAL-FILE
               ASSIGN TO 'PR1FA17J.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DOCK-RECEIPT-FILE
               ASSIGN TO 'PR1FA17W.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

      * THE LIVE INDEXED MASTER, READ SEQUENTIALLY FOR THE BOOK
      * QUANTITY.

           SELECT MASTER-FILE
               ASSIGN TO 'PR1FA17.MST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-LOCATION-KEY
               FILE STATUS IS WS-MASTER-STATUS.

      * EVERY SOURCE IS BROKEN DOWN ONTO THE PROOF WORK FILE, ONE
      * QUANTITY PER RECORD, AND SORTED INTO LOCATION AND CATALOG
      * NUMBER ORDER SO EACH ITEM IS PROVED IN ONE CONTROL BREAK.

           SELECT PROOF-WORK-FILE
               ASSIGN TO 'PR1FA17W.WRK'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORTED-PROOF-FILE
               ASSIGN TO 'PR1FA17W.SRT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-FILE
               ASSIGN TO 'SORTWK30.TMP'.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO 'PR1FA17R.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT PROOF-REPORT-FILE
               ASSIGN TO PRINTER 'PROGRAM30FA18.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.

       FD  GEN1-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  GEN1-REC                   PIC X(80).

      * SAME JOURNAL RECORD THE MAINTENANCE RUN WRITES - RUN DATE,
      * TRANSACTION SEQUENCE, ACTION (WR/RW/DL), THE FULL BEFORE
      * AND AFTER RECORD IMAGES, AND THE RELEASING OPERATOR.  A
      * WRITE HAS NO BEFORE IMAGE AND A DELETE NO AFTER IMAGE.

       FD  JOURNAL-FILE
           RECORD CONTAINS 180 CHARACTERS.
       01  JOURNAL-REC.
           05  JRN-DATE               PIC 9(8).
           05  JRN-SEQUENCE           PIC 9(7).
           05  JRN-ACTION             PIC X(2).
           05  JRN-BEFORE-IMAGE       PIC X(80).
           05  JRN-AFTER-IMAGE        PIC X(80).
           05  JRN-OPERATOR-ID        PIC X(3).

      * SAME RECEIPT RECORD PROGRAM11 KEEPS ON THE RECEIPT HISTORY -
      * ONLY THE ITEM AND THE QUANTITY POSTED MATTER HERE.

       FD  DOCK-RECEIPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  DOCK-RECEIPT-REC.
           05  DRC-RECEIPT-DATE       PIC 9(8).
           05  DRC-PO-NUMBER          PIC X(6).
           05  DRC-VENDOR-NUMBER      PIC X(5).
           05  DRC-CATALOG-NUMBER     PIC X(5).
           05  DRC-LOCATION           PIC X(2).
           05  DRC-QUANTITY           PIC 9(5).
           05  FILLER                 PIC X(49).

       FD  MASTER-FILE.
       01  MASTER-REC.
           05  MST-CATALOG-NUMBER     PIC X(5).
           05  FILLER                 PIC X(60).
           05  MST-LOCATION-KEY.
               10  MST-KEY-LOCATION   PIC X(2).
               10  MST-KEY-CATALOG    PIC X(5).
           05  FILLER                 PIC X(8).

      * ONE QUANTITY TOWARD ONE ITEM'S PROOF.  SOURCE G IS THE
      * OPENING IMAGE, O A JOURNALED BEFORE IMAGE (GOING OUT), I A
      * JOURNALED AFTER IMAGE (COMING IN), M THE LIVE MASTER, AND
      * R A DOCK RECEIPT.  THE QUANTITY-BAD FLAG IS Y WHEN THE
      * IMAGE'S QUANTITY-ON-HAND WAS NOT NUMERIC.

       FD  PROOF-WORK-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PROOF-WORK-REC.
           05  PFW-LOCATION           PIC X(2).
           05  PFW-CATALOG            PIC X(5).
           05  PFW-SOURCE             PIC X(1).
           05  PFW-QUANTITY           PIC 9(5).
           05  PFW-UNIT-PRICE         PIC 999V99.
           05  PFW-DESCRIPTION        PIC X(20).
           05  PFW-QTY-BAD            PIC X(1).
           05  FILLER                 PIC X(41).

       SD  SORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SORT-REC.
           05  SORT-LOCATION          PIC X(2).
           05  SORT-CATALOG           PIC X(5).
           05  SORT-SOURCE            PIC X(1).
           05  FILLER                 PIC X(72).

       FD  SORTED-PROOF-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SORTED-PROOF-REC.
           05  SPF-LOCATION-KEY.
               10  SPF-LOCATION       PIC X(2).
               10  SPF-CATALOG        PIC X(5).
           05  SPF-SOURCE             PIC X(1).
           05  SPF-QUANTITY           PIC 9(5).
           05  SPF-UNIT-PRICE         PIC 999V99.
           05  SPF-DESCRIPTION        PIC X(20).
           05  SPF-QTY-BAD            PIC X(1).
           05  FILLER                 PIC X(41).

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RUN-CONTROL-REC            PIC X(80).

       FD  PROOF-REPORT-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  REPORT-REC.
           05                         PIC X(120).

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05  ARE-THERE-MORE-RECORDS PIC X(3) VALUE 'YES'.
           05  WS-COPY-EOF-SW         PIC X(3).
           05  WS-MASTER-STATUS       PIC X(2).
           05  WS-MASTER-OK-SW        PIC X(3) VALUE 'YES'.
           05  WS-RUN-CONTROL-STATUS  PIC X(2).
           05  WS-PRIOR-KEY           PIC X(7) VALUE SPACES.
           05  WS-WORK-SOURCE         PIC X(1).

       01  WS-DATE.
           05  WS-YEAR                PIC 99.
           05  WS-MONTH               PIC 99.
           05  WS-DAY                 PIC 99.

      * RUN DATE AS YYYYMMDD FOR THE RUN-CONTROL STAMP, SAME
      * CENTURY WINDOW THE REST OF THE SYSTEM STAMPS.

       01  WS-TODAY.
           05  WS-TD-CENTURY          PIC 99 VALUE 20.
           05  WS-TD-YEAR             PIC 99.
           05  WS-TD-MONTH            PIC 99.
           05  WS-TD-DAY              PIC 99.

      * ONE INVENTORY RECORD IMAGE - FROM THE GENERATION, EITHER
      * SIDE OF A JOURNAL RECORD, OR THE LIVE MASTER - BROKEN OUT
      * FOR THE FIELDS THE PROOF NEEDS.

       01  WS-IMAGE.
           05  WS-IMG-CATALOG         PIC X(5).
           05  WS-IMG-DESCRIPTION     PIC X(20).
           05  WS-IMG-UNIT-PRICE      PIC 999V99.
           05  FILLER                 PIC X(6).
           05  WS-IMG-QOH             PIC X(4).
           05  FILLER                 PIC X(25).
           05  WS-IMG-LOCATION        PIC X(2).
           05  WS-IMG-KEY-CATALOG     PIC X(5).
           05  FILLER                 PIC X(8).

      * THE SHARED RUN-CONTROL RECORD - ONE DATE AND STATUS PER
      * STEP OF THE DAILY STREAM (R = RUNNING, C = COMPLETE).  THE
      * PROOF STEP IS C WHEN EVERY ITEM IS IN BALANCE, X WHEN IT IS
      * NOT.

       01  WS-RUN-CONTROL.
           05  WS-RC-BACKUP-DATE      PIC X(8).
           05  WS-RC-BACKUP-STATUS    PIC X(1).
           05  WS-RC-EDIT-DATE        PIC X(8).
           05  WS-RC-EDIT-STATUS      PIC X(1).
           05  WS-RC-MAINT-DATE       PIC X(8).
           05  WS-RC-MAINT-STATUS     PIC X(1).
           05  WS-RC-REPORT-DATE      PIC X(8).
           05  WS-RC-REPORT-STATUS    PIC X(1).
           05  WS-RC-ROLLOVER-DATE    PIC X(8).
           05  WS-RC-ROLLOVER-STATUS  PIC X(1).
           05  WS-RC-PROOF-DATE       PIC X(8).
           05  WS-RC-PROOF-STATUS     PIC X(1).
           05  FILLER                 PIC X(26).

      * THE ITEM BEING PROVED.

       01  WS-ITEM-FIELDS.
           05  WS-ITM-LOCATION        PIC X(2).
           05  WS-ITM-CATALOG         PIC X(5).
           05  WS-ITM-DESCRIPTION     PIC X(20).
           05  WS-ITM-UNIT-PRICE      PIC 999V99.
           05  WS-ITM-ON-IMAGE-SW     PIC X(3).
           05  WS-ITM-ON-MASTER-SW    PIC X(3).
           05  WS-ITM-QTY-BAD-SW      PIC X(3).
           05  WS-ITM-OPENING         PIC 9(5).
           05  WS-ITM-JOURNAL-IN      PIC 9(7).
           05  WS-ITM-JOURNAL-OUT     PIC 9(7).
           05  WS-ITM-RECEIVED        PIC 9(7).
           05  WS-ITM-BOOK            PIC 9(5).
           05  WS-ITM-JOURNAL-NET     PIC S9(7).
           05  WS-ITM-EXPECTED        PIC S9(7).
           05  WS-ITM-UNEXPLAINED     PIC S9(7).
           05  WS-ITM-VALUE           PIC S9(7)V99.

       01  WS-TOTALS.
           05  WS-IMAGE-RECORDS       PIC 9(7) VALUE ZERO.
           05  WS-JOURNAL-RECORDS     PIC 9(7) VALUE ZERO.
           05  WS-RECEIPT-RECORDS     PIC 9(7) VALUE ZERO.
           05  WS-MASTER-RECORDS      PIC 9(7) VALUE ZERO.
           05  WS-ITEMS-PROVED        PIC 9(7) VALUE ZERO.
           05  WS-ITEMS-IN-BALANCE    PIC 9(7) VALUE ZERO.
           05  WS-ITEMS-OUT           PIC 9(7) VALUE ZERO.
           05  WS-ITEMS-PURGED        PIC 9(7) VALUE ZERO.
           05  WS-TOT-OPENING         PIC S9(9) VALUE ZERO.
           05  WS-TOT-JOURNAL-NET     PIC S9(9) VALUE ZERO.
           05  WS-TOT-RECEIVED        PIC S9(9) VALUE ZERO.
           05  WS-TOT-EXPECTED        PIC S9(9) VALUE ZERO.
           05  WS-TOT-BOOK            PIC S9(9) VALUE ZERO.
           05  WS-TOT-UNEXPLAINED     PIC S9(9) VALUE ZERO.
           05  WS-TOT-VALUE-NET       PIC S9(9)V99 VALUE ZERO.
           05  WS-TOT-VALUE-GROSS     PIC S9(9)V99 VALUE ZERO.

       01  WS-RPT-HEADING-1.
           05  FILLER                 PIC X(38) VALUE SPACES.
           05  RH1-TITLE              PIC X(34) VALUE
               'DAILY INVENTORY ROLL-FORWARD PROOF'.
           05  FILLER                 PIC X(10) VALUE SPACES.
           05  RH1-DATE.
               10  RH1-MONTH          PIC 99.
               10  FILLER             PIC X VALUE '/'.
               10  RH1-DAY            PIC 99.
               10  FILLER             PIC X VALUE '/'.
               10  RH1-YEAR           PIC 9999.
           05  FILLER                 PIC X(28) VALUE SPACES.

       01  WS-RPT-HEADING-2.
           05  RH2-LOC-NAME           PIC X(3) VALUE 'LOC'.
           05  FILLER                 PIC X(1).
           05  RH2-CATALOG-NAME       PIC X(5) VALUE 'CATLG'.
           05  FILLER                 PIC X(2).
           05  RH2-DESC-NAME          PIC X(11) VALUE 'DESCRIPTION'.
           05  FILLER                 PIC X(12).
           05  RH2-OPENING-NAME       PIC X(4) VALUE 'OPEN'.
           05  FILLER                 PIC X(2).
           05  RH2-JOURNAL-NAME       PIC X(7) VALUE 'JOURNAL'.
           05  FILLER                 PIC X(4).
           05  RH2-RECEIVED-NAME      PIC X(5) VALUE 'RECVD'.
           05  FILLER                 PIC X(3).
           05  RH2-EXPECTED-NAME      PIC X(6) VALUE 'EXPECT'.
           05  FILLER                 PIC X(4).
           05  RH2-BOOK-NAME          PIC X(4) VALUE 'BOOK'.
           05  FILLER                 PIC X(3).
           05  RH2-UNEXPLAINED-NAME   PIC X(6) VALUE 'UNEXPL'.
           05  FILLER                 PIC X(11).
           05  RH2-VALUE-NAME         PIC X(5) VALUE 'VALUE'.
           05  FILLER                 PIC X(2).
           05  RH2-NOTE-NAME          PIC X(4) VALUE 'NOTE'.
           05  FILLER                 PIC X(16).

       01  PROOF-DETAIL-LINE.
           05  PDL-LOCATION-OUT       PIC X(2).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PDL-CATALOG-OUT        PIC X(5).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PDL-DESCRIPTION-OUT    PIC X(20).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PDL-OPENING-OUT        PIC ZZZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PDL-JOURNAL-OUT        PIC ZZZZZZ9-.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PDL-RECEIVED-OUT       PIC ZZZZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PDL-EXPECTED-OUT       PIC ZZZZZZ9-.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PDL-BOOK-OUT           PIC ZZZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PDL-UNEXPLAINED-OUT    PIC ZZZZZZ9-.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PDL-VALUE-OUT          PIC $$$$,$$9.99-.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  PDL-NOTE-OUT           PIC X(15).
           05  FILLER                 PIC X(5) VALUE SPACES.

       01  REPORT-COUNT-LINE.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  RCL-LABEL              PIC X(30).
           05  RCL-COUNT-OUT          PIC ZZZZZZ9.
           05  FILLER                 PIC X(80) VALUE SPACES.

       01  REPORT-QUANTITY-LINE.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  RQL-LABEL              PIC X(30).
           05  RQL-QUANTITY-OUT       PIC ZZZZZZZZ9-.
           05  FILLER                 PIC X(77) VALUE SPACES.

       01  REPORT-VALUE-LINE.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  RVL-LABEL              PIC X(30).
           05  RVL-VALUE-OUT          PIC $$,$$$,$$$,$$9.99-.
           05  FILLER                 PIC X(69) VALUE SPACES.

       01  REPORT-SIGN-OFF-LINE.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  RSL-REVIEWED-LABEL     PIC X(24) VALUE
               'PROOF SIGNED OFF BY:'.
           05  RSL-SIGNATURE          PIC X(25) VALUE ALL '_'.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  RSL-DATE-LABEL         PIC X(6) VALUE 'DATE:'.
           05  RSL-DATE               PIC X(10) VALUE ALL '_'.
           05  FILLER                 PIC X(49) VALUE SPACES.

       PROCEDURE DIVISION.

       100-MAIN-MODULE.

           PERFORM 125-HOUSEKEEPING
           IF WS-MASTER-OK-SW = 'YES'
               PERFORM 130-BUILD-PROOF-WORK
               PERFORM 140-SORT-PROOF-WORK
               PERFORM 150-PROVE-ITEMS
               PERFORM 240-STAMP-PROOF
           END-IF
           PERFORM 250-CLOSE-ROUTINE

           .

       125-HOUSEKEEPING.

           OPEN    OUTPUT  PROOF-REPORT-FILE

           ACCEPT WS-DATE FROM DATE
           MOVE WS-YEAR TO RH1-YEAR
           MOVE WS-MONTH TO RH1-MONTH
           MOVE WS-DAY TO RH1-DAY
           MOVE WS-YEAR TO WS-TD-YEAR
           MOVE WS-MONTH TO WS-TD-MONTH
           MOVE WS-DAY TO WS-TD-DAY

           MOVE WS-RPT-HEADING-1 TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE

      * SAME AVAILABILITY GUARD THE OTHER MASTER-FILE PROGRAMS USE.
      * WITH NO MASTER THERE IS NOTHING TO PROVE AND NOTHING IS
      * STAMPED.

           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'MASTER NOT AVAILABLE - LOAD IT WITH PROGRAM8'
               MOVE 'MASTER NOT AVAILABLE - LOAD IT WITH PROGRAM8'
                   TO REPORT-REC
               WRITE REPORT-REC AFTER ADVANCING 2 LINES
               MOVE 'NO' TO WS-MASTER-OK-SW
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE WS-RPT-HEADING-2 TO REPORT-REC
               WRITE REPORT-REC AFTER ADVANCING 2 LINES
           END-IF
           .

       130-BUILD-PROOF-WORK.

      * BREAK EVERY SOURCE DOWN ONTO THE WORK FILE - THE OPENING
      * IMAGE, BOTH SIDES OF EVERY JOURNAL RECORD, THE DOCK
      * RECEIPTS, AND THE LIVE MASTER.

           OPEN OUTPUT PROOF-WORK-FILE

           MOVE 'NO' TO WS-COPY-EOF-SW
           OPEN INPUT GEN1-FILE
           PERFORM 131-READ-IMAGE
               UNTIL WS-COPY-EOF-SW = 'YES'
           CLOSE GEN1-FILE

           MOVE 'NO' TO WS-COPY-EOF-SW
           OPEN INPUT JOURNAL-FILE
           PERFORM 132-READ-JOURNAL
               UNTIL WS-COPY-EOF-SW = 'YES'
           CLOSE JOURNAL-FILE

           MOVE 'NO' TO WS-COPY-EOF-SW
           OPEN INPUT DOCK-RECEIPT-FILE
           PERFORM 133-READ-DOCK-RECEIPT
               UNTIL WS-COPY-EOF-SW = 'YES'
           CLOSE DOCK-RECEIPT-FILE

           MOVE 'NO' TO WS-COPY-EOF-SW
           PERFORM 134-READ-MASTER
               UNTIL WS-COPY-EOF-SW = 'YES'

           CLOSE PROOF-WORK-FILE
           .

       131-READ-IMAGE.

           READ GEN1-FILE
               AT END
                   MOVE 'YES' TO WS-COPY-EOF-SW
               NOT AT END
                   ADD 1 TO WS-IMAGE-RECORDS
                   MOVE GEN1-REC TO WS-IMAGE
                   MOVE 'G' TO WS-WORK-SOURCE
                   PERFORM 135-WRITE-IMAGE-WORK
           END-READ
           .

       132-READ-JOURNAL.

      * THE BEFORE IMAGE GOES OUT AND THE AFTER IMAGE COMES IN, SO
      * A REWRITE NETS TO ITS CHANGE, A WRITE BRINGS IN ITS WHOLE
      * QUANTITY, A DELETE TAKES IT ALL OUT, AND EACH SIDE OF A
      * TRANSFER LANDS ON ITS OWN LOCATION.

           READ JOURNAL-FILE
               AT END
                   MOVE 'YES' TO WS-COPY-EOF-SW
               NOT AT END
                   ADD 1 TO WS-JOURNAL-RECORDS
                   IF JRN-BEFORE-IMAGE NOT = SPACES
                       MOVE JRN-BEFORE-IMAGE TO WS-IMAGE
                       MOVE 'O' TO WS-WORK-SOURCE
                       PERFORM 135-WRITE-IMAGE-WORK
                   END-IF
                   IF JRN-AFTER-IMAGE NOT = SPACES
                       MOVE JRN-AFTER-IMAGE TO WS-IMAGE
                       MOVE 'I' TO WS-WORK-SOURCE
                       PERFORM 135-WRITE-IMAGE-WORK
                   END-IF
           END-READ
           .

       133-READ-DOCK-RECEIPT.

           READ DOCK-RECEIPT-FILE
               AT END
                   MOVE 'YES' TO WS-COPY-EOF-SW
               NOT AT END
                   ADD 1 TO WS-RECEIPT-RECORDS
                   MOVE SPACES TO PROOF-WORK-REC
                   MOVE DRC-LOCATION TO PFW-LOCATION
                   MOVE DRC-CATALOG-NUMBER TO PFW-CATALOG
                   MOVE 'R' TO PFW-SOURCE
                   MOVE ZERO TO PFW-UNIT-PRICE
                   IF DRC-QUANTITY IS NUMERIC
                       MOVE DRC-QUANTITY TO PFW-QUANTITY
                       MOVE 'N' TO PFW-QTY-BAD
                   ELSE
                       MOVE ZERO TO PFW-QUANTITY
                       MOVE 'Y' TO PFW-QTY-BAD
                   END-IF
                   WRITE PROOF-WORK-REC
           END-READ
           .

       134-READ-MASTER.

           READ MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'YES' TO WS-COPY-EOF-SW
               NOT AT END
                   ADD 1 TO WS-MASTER-RECORDS
                   MOVE MASTER-REC TO WS-IMAGE
                   MOVE 'M' TO WS-WORK-SOURCE
                   PERFORM 135-WRITE-IMAGE-WORK
           END-READ
           .

       135-WRITE-IMAGE-WORK.

      * ONE RECORD IMAGE ONTO THE WORK FILE UNDER ITS MASTER KEY.
      * A QUANTITY THAT IS NOT NUMERIC CANNOT BE PROVED; IT GOES
      * ON AS ZERO, FLAGGED, AND THE ITEM IS REPORTED.

           MOVE SPACES TO PROOF-WORK-REC
           MOVE WS-IMG-LOCATION TO PFW-LOCATION
           MOVE WS-IMG-KEY-CATALOG TO PFW-CATALOG
           MOVE WS-WORK-SOURCE TO PFW-SOURCE
           MOVE WS-IMG-DESCRIPTION TO PFW-DESCRIPTION
           IF WS-IMG-UNIT-PRICE IS NUMERIC
               MOVE WS-IMG-UNIT-PRICE TO PFW-UNIT-PRICE
           ELSE
               MOVE ZERO TO PFW-UNIT-PRICE
           END-IF
           IF WS-IMG-QOH IS NUMERIC
               MOVE WS-IMG-QOH TO PFW-QUANTITY
               MOVE 'N' TO PFW-QTY-BAD
           ELSE
               MOVE ZERO TO PFW-QUANTITY
               MOVE 'Y' TO PFW-QTY-BAD
           END-IF
           WRITE PROOF-WORK-REC
           .

       140-SORT-PROOF-WORK.

      * WITHIN AN ITEM THE SOURCES SORT G, I, M, O, R, SO THE
      * MASTER'S DESCRIPTION AND PRICE ARE THE LAST TAKEN UP.

           SORT SORT-FILE
               ON ASCENDING KEY SORT-LOCATION
                                SORT-CATALOG
                                SORT-SOURCE
               USING PROOF-WORK-FILE
               GIVING SORTED-PROOF-FILE
           .

       150-PROVE-ITEMS.

           OPEN INPUT SORTED-PROOF-FILE
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO'
               READ SORTED-PROOF-FILE
                   AT END
                       MOVE 'NO' TO ARE-THERE-MORE-RECORDS
                   NOT AT END
                       PERFORM 200-PROCESS-PROOF-RECORD
               END-READ
           END-PERFORM
           IF WS-PRIOR-KEY NOT = SPACES
               PERFORM 220-PROVE-ITEM
           END-IF
           CLOSE SORTED-PROOF-FILE
           .

       200-PROCESS-PROOF-RECORD.

           IF SPF-LOCATION-KEY NOT = WS-PRIOR-KEY
               IF WS-PRIOR-KEY NOT = SPACES
                   PERFORM 220-PROVE-ITEM
               END-IF
               PERFORM 210-START-ITEM
           END-IF
           PERFORM 215-ADD-PROOF-RECORD
           .

       210-START-ITEM.

           MOVE SPF-LOCATION-KEY TO WS-PRIOR-KEY
           MOVE SPF-LOCATION TO WS-ITM-LOCATION
           MOVE SPF-CATALOG TO WS-ITM-CATALOG
           MOVE SPACES TO WS-ITM-DESCRIPTION
           MOVE ZERO TO WS-ITM-UNIT-PRICE
           MOVE 'NO' TO WS-ITM-ON-IMAGE-SW
           MOVE 'NO' TO WS-ITM-ON-MASTER-SW
           MOVE 'NO' TO WS-ITM-QTY-BAD-SW
           MOVE ZERO TO WS-ITM-OPENING
           MOVE ZERO TO WS-ITM-JOURNAL-IN
           MOVE ZERO TO WS-ITM-JOURNAL-OUT
           MOVE ZERO TO WS-ITM-RECEIVED
           MOVE ZERO TO WS-ITM-BOOK
           .

       215-ADD-PROOF-RECORD.

           IF SPF-QTY-BAD = 'Y'
               MOVE 'YES' TO WS-ITM-QTY-BAD-SW
           END-IF
           IF SPF-SOURCE = 'G' OR 'I' OR 'M'
               MOVE SPF-DESCRIPTION TO WS-ITM-DESCRIPTION
               MOVE SPF-UNIT-PRICE TO WS-ITM-UNIT-PRICE
           END-IF

           EVALUATE SPF-SOURCE
               WHEN 'G'
                   MOVE 'YES' TO WS-ITM-ON-IMAGE-SW
                   ADD SPF-QUANTITY TO WS-ITM-OPENING
               WHEN 'I'
                   ADD SPF-QUANTITY TO WS-ITM-JOURNAL-IN
               WHEN 'O'
                   ADD SPF-QUANTITY TO WS-ITM-JOURNAL-OUT
               WHEN 'R'
                   ADD SPF-QUANTITY TO WS-ITM-RECEIVED
               WHEN 'M'
                   MOVE 'YES' TO WS-ITM-ON-MASTER-SW
                   ADD SPF-QUANTITY TO WS-ITM-BOOK
           END-EVALUATE
           .

       220-PROVE-ITEM.

      * OPENING PLUS WHAT THE JOURNAL MOVED PLUS WHAT THE DOCK
      * RECEIVED IS WHAT THE BOOK SHOULD SAY.  ANYTHING ELSE ON THE
      * MASTER IS UNEXPLAINED AND IS VALUED AT UNIT-PURCHASE-PRICE.

           ADD 1 TO WS-ITEMS-PROVED
           COMPUTE WS-ITM-JOURNAL-NET =
               WS-ITM-JOURNAL-IN - WS-ITM-JOURNAL-OUT
           COMPUTE WS-ITM-EXPECTED =
               WS-ITM-OPENING + WS-ITM-JOURNAL-NET + WS-ITM-RECEIVED
           COMPUTE WS-ITM-UNEXPLAINED =
               WS-ITM-BOOK - WS-ITM-EXPECTED
           COMPUTE WS-ITM-VALUE =
               WS-ITM-UNEXPLAINED * WS-ITM-UNIT-PRICE

           ADD WS-ITM-OPENING TO WS-TOT-OPENING
           ADD WS-ITM-JOURNAL-NET TO WS-TOT-JOURNAL-NET
           ADD WS-ITM-RECEIVED TO WS-TOT-RECEIVED
           ADD WS-ITM-EXPECTED TO WS-TOT-EXPECTED
           ADD WS-ITM-BOOK TO WS-TOT-BOOK

           IF WS-ITM-UNEXPLAINED = ZERO
                   AND WS-ITM-QTY-BAD-SW = 'NO'
               ADD 1 TO WS-ITEMS-IN-BALANCE
               IF WS-ITM-ON-MASTER-SW = 'NO'
                       AND WS-ITM-ON-IMAGE-SW = 'YES'
                   ADD 1 TO WS-ITEMS-PURGED
               END-IF
           ELSE
               PERFORM 230-PRINT-OUT-OF-BALANCE
           END-IF
           .

       230-PRINT-OUT-OF-BALANCE.

           ADD 1 TO WS-ITEMS-OUT
           ADD WS-ITM-UNEXPLAINED TO WS-TOT-UNEXPLAINED
           ADD WS-ITM-VALUE TO WS-TOT-VALUE-NET
           IF WS-ITM-VALUE < ZERO
               SUBTRACT WS-ITM-VALUE FROM WS-TOT-VALUE-GROSS
           ELSE
               ADD WS-ITM-VALUE TO WS-TOT-VALUE-GROSS
           END-IF

           MOVE WS-ITM-LOCATION TO PDL-LOCATION-OUT
           MOVE WS-ITM-CATALOG TO PDL-CATALOG-OUT
           MOVE WS-ITM-DESCRIPTION TO PDL-DESCRIPTION-OUT
           MOVE WS-ITM-OPENING TO PDL-OPENING-OUT
           MOVE WS-ITM-JOURNAL-NET TO PDL-JOURNAL-OUT
           MOVE WS-ITM-RECEIVED TO PDL-RECEIVED-OUT
           MOVE WS-ITM-EXPECTED TO PDL-EXPECTED-OUT
           MOVE WS-ITM-BOOK TO PDL-BOOK-OUT
           MOVE WS-ITM-UNEXPLAINED TO PDL-UNEXPLAINED-OUT
           MOVE WS-ITM-VALUE TO PDL-VALUE-OUT

           EVALUATE TRUE
               WHEN WS-ITM-QTY-BAD-SW = 'YES'
                   MOVE 'QTY NOT NUMERIC' TO PDL-NOTE-OUT
               WHEN WS-ITM-ON-MASTER-SW = 'NO'
                   MOVE 'NOT ON MASTER' TO PDL-NOTE-OUT
               WHEN WS-ITM-ON-IMAGE-SW = 'NO'
                       AND WS-ITM-JOURNAL-IN = ZERO
                   MOVE 'NOT IN IMAGE' TO PDL-NOTE-OUT
               WHEN OTHER
                   MOVE SPACES TO PDL-NOTE-OUT
           END-EVALUATE

           MOVE PROOF-DETAIL-LINE TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE
           .

       240-STAMP-PROOF.

      * STAMP THE PROOF STEP FOR THE ROLLOVER TO CHECK.  THE RECORD
      * IS RE-READ FIRST SO A STAMP ANOTHER STEP LANDED WHILE THE
      * PROOF RAN IS NOT LOST.

           PERFORM 111-READ-RUN-CONTROL
           MOVE WS-TODAY TO WS-RC-PROOF-DATE
           IF WS-ITEMS-OUT = ZERO
               MOVE 'C' TO WS-RC-PROOF-STATUS
           ELSE
               MOVE 'X' TO WS-RC-PROOF-STATUS
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 113-WRITE-RUN-CONTROL
           .

       111-READ-RUN-CONTROL.

           MOVE SPACES TO WS-RUN-CONTROL
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUN-CONTROL-STATUS = '00'
               READ RUN-CONTROL-FILE INTO WS-RUN-CONTROL
                   AT END
                       MOVE SPACES TO WS-RUN-CONTROL
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF
           .

       113-WRITE-RUN-CONTROL.

           OPEN OUTPUT RUN-CONTROL-FILE
           MOVE WS-RUN-CONTROL TO RUN-CONTROL-REC
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL-FILE
           .

       250-CLOSE-ROUTINE.

           IF WS-MASTER-OK-SW = 'YES'
               PERFORM 260-PRINT-PROOF-TOTALS
               CLOSE MASTER-FILE
           END-IF
           CLOSE PROOF-REPORT-FILE
           STOP RUN
           .

       260-PRINT-PROOF-TOTALS.

      * THE COMPANY-WIDE PROOF - OPENING PLUS JOURNALED MOVEMENT
      * PLUS DOCK RECEIPTS AGAINST THE BOOK - AND THE LINE THE
      * SUPERVISOR SIGNS BEFORE THE DAY-END ROLLOVER RUNS.

           IF WS-ITEMS-OUT = ZERO
               MOVE '   NO ITEMS OUT OF BALANCE' TO REPORT-REC
               WRITE REPORT-REC AFTER ADVANCING 1 LINE
           END-IF

           MOVE 'IMAGE RECORDS READ:' TO RCL-LABEL
           MOVE WS-IMAGE-RECORDS TO RCL-COUNT-OUT
           MOVE REPORT-COUNT-LINE TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 2 LINES

           MOVE 'JOURNAL RECORDS READ:' TO RCL-LABEL
           MOVE WS-JOURNAL-RECORDS TO RCL-COUNT-OUT
           MOVE REPORT-COUNT-LINE TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE

           MOVE 'DOCK RECEIPTS READ:' TO RCL-LABEL
           MOVE WS-RECEIPT-RECORDS TO RCL-COUNT-OUT
           MOVE REPORT-COUNT-LINE TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE

           MOVE 'MASTER RECORDS READ:' TO RCL-LABEL
           MOVE WS-MASTER-RECORDS TO RCL-COUNT-OUT
           MOVE REPORT-COUNT-LINE TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE

           MOVE 'ITEMS PROVED:' TO RCL-LABEL
           MOVE WS-ITEMS-PROVED TO RCL-COUNT-OUT
           MOVE REPORT-COUNT-LINE TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 2 LINES

           MOVE 'ITEMS IN BALANCE:' TO RCL-LABEL
           MOVE WS-ITEMS-IN-BALANCE TO RCL-COUNT-OUT
           MOVE REPORT-COUNT-LINE TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE

           MOVE '  PURGED OFF THE MASTER:' TO RCL-LABEL
           MOVE WS-ITEMS-PURGED TO RCL-COUNT-OUT
           MOVE REPORT-COUNT-LINE TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE

           MOVE 'ITEMS OUT OF BALANCE:' TO RCL-LABEL
           MOVE WS-ITEMS-OUT TO RCL-COUNT-OUT
           MOVE REPORT-COUNT-LINE TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE

           MOVE 'OPENING QUANTITY (G01):' TO RQL-LABEL
           MOVE WS-TOT-OPENING TO RQL-QUANTITY-OUT
           MOVE REPORT-QUANTITY-LINE TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 2 LINES

           MOVE 'JOURNALED MOVEMENT:' TO RQL-LABEL
           MOVE WS-TOT-JOURNAL-NET TO RQL-QUANTITY-OUT
           MOVE REPORT-QUANTITY-LINE TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE

           MOVE 'DOCK RECEIPTS:' TO RQL-LABEL
           MOVE WS-TOT-RECEIVED TO RQL-QUANTITY-OUT
           MOVE REPORT-QUANTITY-LINE TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE

           MOVE 'EXPECTED ON HAND:' TO RQL-LABEL
           MOVE WS-TOT-EXPECTED TO RQL-QUANTITY-OUT
           MOVE REPORT-QUANTITY-LINE TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE

           MOVE 'BOOK ON HAND (MASTER):' TO RQL-LABEL
           MOVE WS-TOT-BOOK TO RQL-QUANTITY-OUT
           MOVE REPORT-QUANTITY-LINE TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE

           MOVE 'UNEXPLAINED QUANTITY:' TO RQL-LABEL
           MOVE WS-TOT-UNEXPLAINED TO RQL-QUANTITY-OUT
           MOVE REPORT-QUANTITY-LINE TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE

           MOVE 'UNEXPLAINED VALUE - NET:' TO RVL-LABEL
           MOVE WS-TOT-VALUE-NET TO RVL-VALUE-OUT
           MOVE REPORT-VALUE-LINE TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 2 LINES

           MOVE 'UNEXPLAINED VALUE - GROSS:' TO RVL-LABEL
           MOVE WS-TOT-VALUE-GROSS TO RVL-VALUE-OUT
           MOVE REPORT-VALUE-LINE TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE

           IF WS-ITEMS-OUT = ZERO
               MOVE '   PROOF IN BALANCE' TO REPORT-REC
           ELSE
               MOVE '   PROOF OUT OF BALANCE - ROLLOVER NEEDS OVERRIDE'
                   TO REPORT-REC
           END-IF
           WRITE REPORT-REC AFTER ADVANCING 2 LINES

           MOVE REPORT-SIGN-OFF-LINE TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 3 LINES
           .

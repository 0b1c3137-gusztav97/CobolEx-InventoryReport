      *  other) and is released off the file, so the backorder file
      *  only ever holds demand still waiting.
      *
      *  A line the number wanted cannot cover - short on the
      *  shelf, or taken off the master after a supersession - is
      *  tried against the part cross-reference (PROGRAM20): first
      *  the replacement chain, then the interchangeable
      *  equivalents, at the same location.  The first one with
      *  enough on hand fills it; the line is flagged FILL FROM
      *  with that number, which is carried on the backorder line
      *  so the counter desk pulls the right part.
      *
      *  Every line flagged this run also goes on a pick list, one
      *  page per location, with the part to pull - the number
      *  wanted or the one it fills from - and its bins off the bin
      *  location file (PROGRAM31), in bin walk order, so the
      *  customers' parts are pulled and held at the counter in one
      *  pass through the aisles.  A part with no bin on file
      *  prints at the end of its location's list.
      *
      *  INPUT:  PR1FA17B.TXT  - backorder file out of PROGRAM9
      *          PR1FA17.MST   - indexed inventory master
      *          PR1FA17I.TXT  - part cross-reference
      *          PR1FA17Z.TXT  - bin location file
      *  OUTPUT: PR1FA17B.TXT  - still-waiting lines, fillable ones
      *                          flagged
      *          PROGRAM15FA18.TXT - aged and valued backorder
      *                          report
      *          PROGRAM15FA19.TXT - fill-now pick list
      *
      **********************************************************

           SELECT BACKORDER-REPORT-FILE
               ASSIGN TO PRINTER 'PROGRAM15FA18.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

      * PART CROSS-REFERENCE, READ ONCE INTO A TABLE AT STARTUP.
      * OPTIONAL SO A RUN BEFORE THE FIRST PAIR IS KEYED WORKS AS
      * BEFORE.

           SELECT OPTIONAL XREF-FILE
               ASSIGN TO 'PR1FA17I.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

      * BIN LOCATION FILE, READ ONCE INTO A TABLE AT STARTUP.
      * OPTIONAL SO A RUN BEFORE THE FIRST BIN IS KEYED STILL
      * PRINTS ITS PICK LIST, EVERY LINE WITHOUT A BIN.

           SELECT OPTIONAL BIN-FILE
               ASSIGN TO 'PR1FA17Z.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

      * ONE PICK LINE PER LINE FLAGGED, SORTED INTO BIN WALK
      * ORDER WITHIN LOCATION FOR THE PICK LIST.

           SELECT PICK-WORK-FILE
               ASSIGN TO 'PR1FA17B.PKW'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORTED-PICK-FILE
               ASSIGN TO 'PR1FA17B.PKS'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-FILE
               ASSIGN TO 'SORTWK15.TMP'.

           SELECT PICK-LIST-FILE
               ASSIGN TO PRINTER 'PROGRAM15FA19.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.

      * SAME BACKORDER LINE THE INQUIRY CAPTURES (O = OPEN,
      * F = FILLABLE).  A LINE FILLABLE FROM A REPLACEMENT OR AN
      * INTERCHANGEABLE NUMBER CARRIES THAT NUMBER IN
      * BKO-FILL-CATALOG.

       FD  BACKORDER-FILE
           RECORD CONTAINS 80 CHARACTERS.
           05  BKO-CATALOG-NUMBER     PIC X(5).
           05  BKO-LOCATION           PIC X(2).
           05  BKO-QUANTITY           PIC 9(4).
           05  BKO-CUSTOMER-NUMBER    PIC X(5).
           05  BKO-OPERATOR-ID        PIC X(3).
           05  FILLER                 PIC X(2).
           05  BKO-DATE               PIC 9(8).
           05  BKO-STATUS             PIC X(1).
           05  BKO-FILL-CATALOG       PIC X(5).
           05  FILLER                 PIC X(45).

       FD  NEW-BACKORDER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-REC.
           05                         PIC X(90).

      * SAME CROSS-REFERENCE RECORD PROGRAM20 MAINTAINS - S = OLD
      * NUMBER SUPERSEDED BY NEW, I = INTERCHANGEABLE EITHER WAY.

       FD  XREF-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  XREF-REC.
           05  XRF-OLD-CATALOG        PIC X(5).
           05  XRF-NEW-CATALOG        PIC X(5).
           05  XRF-TYPE               PIC X(1).
           05  XRF-EFFECTIVE-DATE     PIC 9(8).
           05  FILLER                 PIC X(61).

      * SAME BIN LINE PROGRAM31 MAINTAINS - LOCATION, CATALOG
      * NUMBER, PRIMARY AND OVERFLOW BIN.

       FD  BIN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  BIN-REC.
           05  BIN-LOCATION           PIC X(2).
           05  BIN-CATALOG-NUMBER     PIC X(5).
           05  BIN-PRIMARY            PIC X(8).
           05  BIN-OVERFLOW           PIC X(8).
           05  FILLER                 PIC X(57).

       FD  PICK-WORK-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PICK-WORK-REC              PIC X(80).

       SD  SORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SORT-REC.
           05  SORT-LOCATION          PIC X(2).
           05  SORT-WALK-GROUP        PIC X(1).
           05  SORT-BIN               PIC X(8).
           05  SORT-CATALOG-NUMBER    PIC X(5).
           05  FILLER                 PIC X(64).

      * ONE LINE TO PICK - WHERE, WHAT, HOW MANY, AND FOR WHOM.
      * THE WALK GROUP IS 1 FOR A PART WITH A BIN AND 2 FOR ONE
      * WITHOUT, SO THE UNSHELVED PARTS SORT TO THE END OF THEIR
      * LOCATION'S LIST.

       FD  SORTED-PICK-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SORTED-PICK-REC.
           05  PKS-LOCATION           PIC X(2).
           05  PKS-WALK-GROUP         PIC X(1).
           05  PKS-BIN                PIC X(8).
           05  PKS-CATALOG-NUMBER     PIC X(5).
           05  PKS-DESCRIPTION        PIC X(20).
           05  PKS-QUANTITY           PIC 9(5).
           05  PKS-OVERFLOW           PIC X(8).
           05  PKS-REFERENCE          PIC X(12).
           05  FILLER                 PIC X(19).

       FD  PICK-LIST-FILE
           RECORD CONTAINS 90 CHARACTERS.
       01  PICK-REC.
           05                         PIC X(90).

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05  WS-COPY-EOF-SW         PIC X(3) VALUE 'NO'.
           05  WS-MASTER-STATUS       PIC X(2).
           05  WS-MASTER-OK-SW        PIC X(3) VALUE 'YES'.
           05  WS-XREF-EOF-SW         PIC X(3) VALUE 'NO'.
           05  WS-SUPERSEDED-SW       PIC X(3).
           05  WS-ALT-FILLED-SW       PIC X(3).
           05  WS-LINE-VALUED-SW      PIC X(3).
           05  WS-BIN-EOF-SW          PIC X(3) VALUE 'NO'.
           05  WS-BIN-FOUND-SW        PIC X(3).
           05  WS-PICK-EOF-SW         PIC X(3) VALUE 'NO'.
           05  WS-FIRST-PICK-PAGE-SW  PIC X(3) VALUE 'YES'.

       01  WS-DATE.
           05  WS-YEAR                PIC 99.
           05  WS-QOH-N               PIC 9(4).
           05  WS-LINE-VALUE          PIC 9(8)V99.

      * PART CROSS-REFERENCE, LOADED ONCE AT STARTUP.  A
      * SUPERSESSION NOT YET EFFECTIVE IS LEFT OUT.

       01  WS-XREF-TABLE.
           05  WS-XREF-ENTRY OCCURS 500 TIMES.
               10  WS-XT-OLD-CATALOG  PIC X(5).
               10  WS-XT-NEW-CATALOG  PIC X(5).
               10  WS-XT-TYPE         PIC X(1).

       01  WS-XREF-SUBSCRIPTS.
           05  WS-XREF-COUNT          PIC 9(3) VALUE ZERO.
           05  WS-XT-IX               PIC 9(3).
           05  WS-XS-IX               PIC 9(3).

      * SUPERSESSION CHAIN WALK AND THE ALTERNATE BEING TRIED -
      * NINE HOPS IS FAR MORE THAN ANY MANUFACTURER HAS EVER
      * RENUMBERED ONE PART.

       01  WS-ALTERNATE-FIELDS.
           05  WS-CHAIN-CATALOG       PIC X(5).
           05  WS-CHAIN-HOPS          PIC 9(2).
           05  WS-ALT-CATALOG         PIC X(5).

      * ONE PICK LINE, BUILT HERE AND WRITTEN TO THE PICK WORK
      * FILE - SAME LAYOUT THE SORTED PICK FILE DELIVERS BACK.

       01  WS-PICK-WORK-REC.
           05  WS-PKW-LOCATION        PIC X(2).
           05  WS-PKW-WALK-GROUP      PIC X(1).
           05  WS-PKW-BIN             PIC X(8).
           05  WS-PKW-CATALOG-NUMBER  PIC X(5).
           05  WS-PKW-DESCRIPTION     PIC X(20).
           05  WS-PKW-QUANTITY        PIC 9(5).
           05  WS-PKW-OVERFLOW        PIC X(8).
           05  WS-PKW-REFERENCE       PIC X(12).
           05  FILLER                 PIC X(19).

      * THE BIN LOCATION FILE, LOADED ONCE AT STARTUP.  A FILE
      * PAST THE TABLE'S 1000 LINES JUST STOPS LOADING - THE PARTS
      * PAST IT PRINT WITHOUT A BIN.

       01  WS-BIN-TABLE.
           05  WS-BIN-ENTRY OCCURS 1000 TIMES.
               10  WS-BT-LOCATION     PIC X(2).
               10  WS-BT-CATALOG      PIC X(5).
               10  WS-BT-PRIMARY      PIC X(8).
               10  WS-BT-OVERFLOW     PIC X(8).

       01  WS-BIN-SUBSCRIPTS.
           05  WS-BIN-COUNT           PIC 9(4) VALUE ZERO.
           05  WS-BT-IX               PIC 9(4).

       01  WS-PICK-CONTROL.
           05  WS-PICK-PRIOR-LOCATION PIC X(2) VALUE SPACES.
           05  WS-LINES-TO-PICK       PIC 9(5) VALUE ZERO.
           05  WS-LINES-WITHOUT-BIN   PIC 9(5) VALUE ZERO.

       01  WS-TOTALS.
           05  WS-LINES-READ          PIC 9(5) VALUE ZERO.
           05  WS-LINES-OPEN          PIC 9(5) VALUE ZERO.
           05  WS-LINES-FILLABLE      PIC 9(5) VALUE ZERO.
           05  WS-LINES-FILL-ALT      PIC 9(5) VALUE ZERO.
           05  WS-LINES-RELEASED      PIC 9(5) VALUE ZERO.
           05  WS-LINES-IN-ERROR      PIC 9(5) VALUE ZERO.
           05  WS-TOTAL-VALUE         PIC 9(9)V99 VALUE ZERO.
           05  RVL-VALUE-OUT          PIC $$,$$$,$$$,$$9.99.
           05  FILLER                 PIC X(46) VALUE SPACES.

       01  WS-PICK-HEADING-1.
           05  FILLER                 PIC X(25) VALUE SPACES.
           05  PKH1-TITLE             PIC X(22) VALUE
               'BACKORDER PICK LIST'.
           05  FILLER                 PIC X(9) VALUE SPACES.
           05  PKH1-DATE.
               10  PKH1-MONTH         PIC 99.
               10  FILLER             PIC X VALUE '/'.
               10  PKH1-DAY           PIC 99.
               10  FILLER             PIC X VALUE '/'.
               10  PKH1-YEAR          PIC 9999.
           05  FILLER                 PIC X(24) VALUE SPACES.

       01  WS-PICK-LOCATION-LINE.
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  PLL-LABEL              PIC X(15) VALUE
               'PICK AT LOC:   '.
           05  PLL-LOCATION-OUT       PIC X(2).
           05  FILLER                 PIC X(72) VALUE SPACES.

       01  WS-PICK-HEADING-2.
           05  PKH2-BIN-NAME          PIC X(3) VALUE 'BIN'.
           05  FILLER                 PIC X(7).
           05  PKH2-CAT-NAME          PIC X(3) VALUE 'CAT'.
           05  FILLER                 PIC X(4).
           05  PKH2-ITEM-NAME         PIC X(4) VALUE 'ITEM'.
           05  FILLER                 PIC X(20).
           05  PKH2-QTY-NAME          PIC X(3) VALUE 'QTY'.
           05  FILLER                 PIC X(2).
           05  PKH2-OVERFLOW-NAME     PIC X(8) VALUE 'OVERFLOW'.
           05  FILLER                 PIC X(2).
           05  PKH2-REF-NAME          PIC X(12) VALUE 'CUSTOMER'.
           05  FILLER                 PIC X(2).
           05  PKH2-PICKED-NAME       PIC X(10) VALUE 'PICKED'.
           05  FILLER                 PIC X(10).

       01  PICK-LINE.
           05  PKL-BIN-OUT            PIC X(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PKL-CATALOG-OUT        PIC X(5).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PKL-DESC-OUT           PIC X(20).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PKL-QTY-OUT            PIC ZZZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PKL-OVERFLOW-OUT       PIC X(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PKL-REFERENCE-OUT      PIC X(12).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PKL-PICKED-OUT         PIC X(10) VALUE
               '__________'.
           05  FILLER                 PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.

       100-MAIN-MODULE.
           IF WS-MASTER-OK-SW = 'YES'
               PERFORM 150-READ-BACKORDERS
               PERFORM 230-REWRITE-BACKORDER-FILE
               PERFORM 400-PRINT-PICK-LIST
               PERFORM 250-CLOSE-ROUTINE
           ELSE
               CLOSE BACKORDER-REPORT-FILE
                     PICK-LIST-FILE
               STOP RUN
           END-IF
           .
       125-HOUSEKEEPING.

           OPEN    OUTPUT  BACKORDER-REPORT-FILE
                           PICK-LIST-FILE

           ACCEPT WS-DATE FROM DATE
           MOVE WS-YEAR TO RH1-YEAR
           MOVE WS-MONTH TO RH1-MONTH
           MOVE WS-DAY TO RH1-DAY
           MOVE WS-YEAR TO PKH1-YEAR
           MOVE WS-MONTH TO PKH1-MONTH
           MOVE WS-DAY TO PKH1-DAY
           MOVE WS-YEAR TO WS-RD-YEAR
           MOVE WS-MONTH TO WS-RD-MONTH
           MOVE WS-DAY TO WS-RD-DAY
           ELSE
               OPEN INPUT BACKORDER-FILE
               OPEN OUTPUT NEW-BACKORDER-FILE
                           PICK-WORK-FILE
               PERFORM 130-LOAD-XREF-TABLE
               PERFORM 137-LOAD-BIN-TABLE
           END-IF
           .

       130-LOAD-XREF-TABLE.

      * A FILE PAST THE TABLE'S 500 LINES JUST STOPS LOADING - THE
      * LINES PAST IT ARE MATCHED ON THE NUMBER WANTED ONLY.

           OPEN INPUT XREF-FILE
           PERFORM 131-LOAD-XREF-ENTRY
               UNTIL WS-XREF-EOF-SW = 'YES'
                  OR WS-XREF-COUNT = 500
           CLOSE XREF-FILE
           .

       131-LOAD-XREF-ENTRY.

           READ XREF-FILE
               AT END
                   MOVE 'YES' TO WS-XREF-EOF-SW
               NOT AT END
                   IF XRF-TYPE = 'I'
                           OR XRF-EFFECTIVE-DATE
                               NOT GREATER THAN WS-RUN-DATE-N
                       ADD 1 TO WS-XREF-COUNT
                       MOVE XRF-OLD-CATALOG
                           TO WS-XT-OLD-CATALOG(WS-XREF-COUNT)
                       MOVE XRF-NEW-CATALOG
                           TO WS-XT-NEW-CATALOG(WS-XREF-COUNT)
                       MOVE XRF-TYPE
                           TO WS-XT-TYPE(WS-XREF-COUNT)
                   END-IF
           END-READ
           .

       137-LOAD-BIN-TABLE.

           OPEN INPUT BIN-FILE
           PERFORM 138-LOAD-BIN-ENTRY
               UNTIL WS-BIN-EOF-SW = 'YES'
                  OR WS-BIN-COUNT = 1000
           CLOSE BIN-FILE
           .

       138-LOAD-BIN-ENTRY.

           READ BIN-FILE
               AT END
                   MOVE 'YES' TO WS-BIN-EOF-SW
               NOT AT END
                   ADD 1 TO WS-BIN-COUNT
                   MOVE BIN-LOCATION
                       TO WS-BT-LOCATION(WS-BIN-COUNT)
                   MOVE BIN-CATALOG-NUMBER
                       TO WS-BT-CATALOG(WS-BIN-COUNT)
                   MOVE BIN-PRIMARY
                       TO WS-BT-PRIMARY(WS-BIN-COUNT)
                   MOVE BIN-OVERFLOW
                       TO WS-BT-OVERFLOW(WS-BIN-COUNT)
           END-READ
           .

       135-DATE-TO-SERIAL.

      * TURN WS-SERIAL-WORK-DATE (YYYYMMDD) INTO AN APPROXIMATE
           ELSE
               MOVE ZERO TO BOL-QUANTITY-OUT
           END-IF
           MOVE BKO-CUSTOMER-NUMBER TO BOL-REFERENCE-OUT
           MOVE BKO-DATE TO BOL-DATE-OUT

           IF BKO-DATE IS NUMERIC
           END-IF
           MOVE WS-DAYS-WAITING TO BOL-DAYS-OUT

      * A NUMBER TAKEN OFF THE MASTER AFTER A SUPERSESSION CAN
      * STILL BE FILLED FROM ITS REPLACEMENT - ONLY WHEN NO
      * ALTERNATE COVERS IT IS THE LINE AN ERROR.

           MOVE SPACES TO BKO-FILL-CATALOG
           MOVE BKO-LOCATION TO LOCATION-CODE
           MOVE BKO-CATALOG-NUMBER TO MST-KEY-CATALOG
           READ MASTER-FILE
               INVALID KEY
                   MOVE 'NO' TO WS-LINE-VALUED-SW
                   MOVE 'NO' TO WS-ALT-FILLED-SW
                   IF BKO-QUANTITY IS NUMERIC
                       PERFORM 300-TRY-ALTERNATES
                   END-IF
                   IF WS-ALT-FILLED-SW = 'YES'
                       PERFORM 228-FLAG-FILL-FROM-ALTERNATE
                   ELSE
                       ADD 1 TO WS-LINES-IN-ERROR
                       MOVE ZERO TO BOL-VALUE-OUT
                       MOVE 'NOT ON MASTER' TO BOL-DISP-OUT
                   END-IF
                   PERFORM 225-KEEP-LINE
               NOT INVALID KEY
                   PERFORM 220-CHECK-RELEASE
               MOVE WS-LINE-VALUE TO BOL-VALUE-OUT
               ADD WS-LINE-VALUE TO WS-TOTAL-VALUE

      * SHORT ON THE NUMBER WANTED - A REPLACEMENT OR AN
      * INTERCHANGEABLE PART ON THE SHELF FILLS IT INSTEAD.

               IF QUANTITY-ON-HAND IS NUMERIC
                   MOVE QUANTITY-ON-HAND TO WS-QOH-N
                   IF WS-QOH-N NOT < BKO-QUANTITY
                       MOVE 'F' TO BKO-STATUS
                       ADD 1 TO WS-LINES-FILLABLE
                       MOVE '** FILL NOW **' TO BOL-DISP-OUT
                       PERFORM 340-WRITE-PICK-WORK
                   ELSE
                       MOVE 'YES' TO WS-LINE-VALUED-SW
                       MOVE 'NO' TO WS-ALT-FILLED-SW
                       PERFORM 300-TRY-ALTERNATES
                       IF WS-ALT-FILLED-SW = 'YES'
                           PERFORM 228-FLAG-FILL-FROM-ALTERNATE
                       ELSE
                           ADD 1 TO WS-LINES-OPEN
                           MOVE 'WAITING ON STOCK' TO BOL-DISP-OUT
                       END-IF
                   END-IF
               ELSE
                   ADD 1 TO WS-LINES-OPEN
           WRITE NEW-BACKORDER-REC
           .

       228-FLAG-FILL-FROM-ALTERNATE.

           MOVE 'F' TO BKO-STATUS
           MOVE WS-ALT-CATALOG TO BKO-FILL-CATALOG
           ADD 1 TO WS-LINES-FILLABLE
           ADD 1 TO WS-LINES-FILL-ALT
           MOVE SPACES TO BOL-DISP-OUT
           STRING 'FILL FROM ' DELIMITED BY SIZE
                  WS-ALT-CATALOG DELIMITED BY SIZE
               INTO BOL-DISP-OUT
           PERFORM 340-WRITE-PICK-WORK
           .

       300-TRY-ALTERNATES.

      * THE REPLACEMENT CHAIN FIRST, HOP BY HOP TOWARD THE CURRENT
      * NUMBER, THEN THE INTERCHANGEABLE EQUIVALENTS - THE FIRST
      * ONE WITH ENOUGH ON HAND AT THE LINE'S LOCATION FILLS IT.

           MOVE BKO-CATALOG-NUMBER TO WS-CHAIN-CATALOG
           MOVE ZERO TO WS-CHAIN-HOPS
           MOVE 'YES' TO WS-SUPERSEDED-SW
           PERFORM 310-TRY-REPLACEMENT
               UNTIL WS-SUPERSEDED-SW = 'NO'
                  OR WS-CHAIN-HOPS = 9
                  OR WS-ALT-FILLED-SW = 'YES'

           MOVE 1 TO WS-XT-IX
           PERFORM 320-TRY-INTERCHANGE
               UNTIL WS-XT-IX > WS-XREF-COUNT
                  OR WS-ALT-FILLED-SW = 'YES'
           .

       310-TRY-REPLACEMENT.

           MOVE 'NO' TO WS-SUPERSEDED-SW
           MOVE 1 TO WS-XS-IX
           PERFORM 311-CHECK-REPLACEMENT-ENTRY
               UNTIL WS-SUPERSEDED-SW = 'YES'
                  OR WS-XS-IX > WS-XREF-COUNT
           IF WS-SUPERSEDED-SW = 'YES'
               ADD 1 TO WS-CHAIN-HOPS
               MOVE WS-XT-NEW-CATALOG(WS-XS-IX) TO WS-CHAIN-CATALOG
               MOVE WS-CHAIN-CATALOG TO WS-ALT-CATALOG
               PERFORM 330-CHECK-ALTERNATE-STOCK
           END-IF
           .

       311-CHECK-REPLACEMENT-ENTRY.

           IF WS-XT-OLD-CATALOG(WS-XS-IX) = WS-CHAIN-CATALOG
                   AND WS-XT-TYPE(WS-XS-IX) = 'S'
               MOVE 'YES' TO WS-SUPERSEDED-SW
           ELSE
               ADD 1 TO WS-XS-IX
           END-IF
           .

       320-TRY-INTERCHANGE.

      * AN INTERCHANGE LINE WORKS BOTH WAYS ROUND.

           IF WS-XT-TYPE(WS-XT-IX) = 'I'
               IF WS-XT-OLD-CATALOG(WS-XT-IX) = BKO-CATALOG-NUMBER
                   MOVE WS-XT-NEW-CATALOG(WS-XT-IX) TO WS-ALT-CATALOG
                   PERFORM 330-CHECK-ALTERNATE-STOCK
               END-IF
               IF WS-XT-NEW-CATALOG(WS-XT-IX) = BKO-CATALOG-NUMBER
                       AND WS-ALT-FILLED-SW = 'NO'
                   MOVE WS-XT-OLD-CATALOG(WS-XT-IX) TO WS-ALT-CATALOG
                   PERFORM 330-CHECK-ALTERNATE-STOCK
               END-IF
           END-IF
           ADD 1 TO WS-XT-IX
           .

       330-CHECK-ALTERNATE-STOCK.

      * A LINE WHOSE OWN NUMBER IS OFF THE MASTER IS VALUED AT THE
      * COST OF THE PART THAT FILLS IT.

           MOVE BKO-LOCATION TO LOCATION-CODE
           MOVE WS-ALT-CATALOG TO MST-KEY-CATALOG
           READ MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF QUANTITY-ON-HAND IS NUMERIC
                       MOVE QUANTITY-ON-HAND TO WS-QOH-N
                       IF WS-QOH-N NOT < BKO-QUANTITY
                           MOVE 'YES' TO WS-ALT-FILLED-SW
                       END-IF
                   END-IF
           END-READ

           IF WS-ALT-FILLED-SW = 'YES'
                   AND WS-LINE-VALUED-SW = 'NO'
               IF UNIT-PURCHASE-PRICE IS NUMERIC
                   COMPUTE WS-LINE-VALUE =
                       BKO-QUANTITY * UNIT-PURCHASE-PRICE
               ELSE
                   MOVE ZERO TO WS-LINE-VALUE
               END-IF
               MOVE WS-LINE-VALUE TO BOL-VALUE-OUT
               ADD WS-LINE-VALUE TO WS-TOTAL-VALUE
               MOVE 'YES' TO WS-LINE-VALUED-SW
           END-IF
           .

       340-WRITE-PICK-WORK.

      * THE PART PULLED IS THE ONE THE LINE FILLS FROM - THE
      * NUMBER WANTED, OR THE REPLACEMENT OR EQUIVALENT CARRIED IN
      * BKO-FILL-CATALOG.  THE MASTER RECORD AREA HOLDS THAT
      * PART'S RECORD, THE LAST ONE READ.

           MOVE SPACES TO WS-PICK-WORK-REC
           MOVE BKO-LOCATION TO WS-PKW-LOCATION
           IF BKO-FILL-CATALOG = SPACES
               MOVE BKO-CATALOG-NUMBER TO WS-PKW-CATALOG-NUMBER
           ELSE
               MOVE BKO-FILL-CATALOG TO WS-PKW-CATALOG-NUMBER
           END-IF
           MOVE ITEM-DESCRIPTION TO WS-PKW-DESCRIPTION
           MOVE BKO-QUANTITY TO WS-PKW-QUANTITY
           MOVE BKO-CUSTOMER-NUMBER TO WS-PKW-REFERENCE
           PERFORM 345-FIND-BIN
           IF WS-BIN-FOUND-SW = 'YES'
               MOVE '1' TO WS-PKW-WALK-GROUP
               MOVE WS-BT-PRIMARY(WS-BT-IX) TO WS-PKW-BIN
               MOVE WS-BT-OVERFLOW(WS-BT-IX) TO WS-PKW-OVERFLOW
           ELSE
               MOVE '2' TO WS-PKW-WALK-GROUP
           END-IF
           MOVE WS-PICK-WORK-REC TO PICK-WORK-REC
           WRITE PICK-WORK-REC
           .

       345-FIND-BIN.

           MOVE 'NO' TO WS-BIN-FOUND-SW
           MOVE 1 TO WS-BT-IX
           PERFORM 346-CHECK-BIN-ENTRY
               UNTIL WS-BIN-FOUND-SW = 'YES'
                  OR WS-BT-IX > WS-BIN-COUNT
           .

       346-CHECK-BIN-ENTRY.

           IF WS-BT-LOCATION(WS-BT-IX) = WS-PKW-LOCATION
                   AND WS-BT-CATALOG(WS-BT-IX) = WS-PKW-CATALOG-NUMBER
               MOVE 'YES' TO WS-BIN-FOUND-SW
           ELSE
               ADD 1 TO WS-BT-IX
           END-IF
           .

       230-REWRITE-BACKORDER-FILE.

      * COPY THE SURVIVING LINES BACK UNDER THE NAME THE INQUIRY
           END-READ
           .

       400-PRINT-PICK-LIST.

      * SORT THE PICK LINES INTO BIN WALK ORDER WITHIN LOCATION
      * AND PRINT THEM, EACH LOCATION ON ITS OWN PAGE.

           CLOSE PICK-WORK-FILE
           SORT SORT-FILE
               ON ASCENDING KEY SORT-LOCATION
                                SORT-WALK-GROUP
                                SORT-BIN
                                SORT-CATALOG-NUMBER
               USING PICK-WORK-FILE
               GIVING SORTED-PICK-FILE

           OPEN INPUT SORTED-PICK-FILE
           PERFORM UNTIL WS-PICK-EOF-SW = 'YES'
               READ SORTED-PICK-FILE
                   AT END
                       MOVE 'YES' TO WS-PICK-EOF-SW
                   NOT AT END
                       PERFORM 410-PRINT-PICK-LINE
               END-READ
           END-PERFORM
           CLOSE SORTED-PICK-FILE

           MOVE 'LINES TO PICK:' TO RCL-LABEL
           MOVE WS-LINES-TO-PICK TO RCL-COUNT-OUT
           MOVE REPORT-COUNT-LINE TO PICK-REC
           WRITE PICK-REC AFTER ADVANCING 2 LINES

           MOVE 'LINES WITH NO BIN ON FILE:' TO RCL-LABEL
           MOVE WS-LINES-WITHOUT-BIN TO RCL-COUNT-OUT
           MOVE REPORT-COUNT-LINE TO PICK-REC
           WRITE PICK-REC AFTER ADVANCING 1 LINE
           .

       410-PRINT-PICK-LINE.

           IF PKS-LOCATION NOT = WS-PICK-PRIOR-LOCATION
               PERFORM 415-PRINT-PICK-HEADINGS
           END-IF
           ADD 1 TO WS-LINES-TO-PICK
           IF PKS-WALK-GROUP = '1'
               MOVE PKS-BIN TO PKL-BIN-OUT
           ELSE
               ADD 1 TO WS-LINES-WITHOUT-BIN
               MOVE 'NO BIN' TO PKL-BIN-OUT
           END-IF
           MOVE PKS-CATALOG-NUMBER TO PKL-CATALOG-OUT
           MOVE PKS-DESCRIPTION TO PKL-DESC-OUT
           MOVE PKS-QUANTITY TO PKL-QTY-OUT
           MOVE PKS-OVERFLOW TO PKL-OVERFLOW-OUT
           MOVE PKS-REFERENCE TO PKL-REFERENCE-OUT
           MOVE PICK-LINE TO PICK-REC
           WRITE PICK-REC AFTER ADVANCING 1 LINE
           .

       415-PRINT-PICK-HEADINGS.

           MOVE PKS-LOCATION TO WS-PICK-PRIOR-LOCATION
           MOVE WS-PICK-HEADING-1 TO PICK-REC
           IF WS-FIRST-PICK-PAGE-SW = 'YES'
               MOVE 'NO' TO WS-FIRST-PICK-PAGE-SW
               WRITE PICK-REC AFTER ADVANCING 1 LINE
           ELSE
               WRITE PICK-REC AFTER ADVANCING PAGE
           END-IF
           MOVE PKS-LOCATION TO PLL-LOCATION-OUT
           MOVE WS-PICK-LOCATION-LINE TO PICK-REC
           WRITE PICK-REC AFTER ADVANCING 2 LINES
           MOVE WS-PICK-HEADING-2 TO PICK-REC
           WRITE PICK-REC AFTER ADVANCING 2 LINES
           .

       250-CLOSE-ROUTINE.

           MOVE 'BACKORDER LINES READ:' TO RCL-LABEL
           MOVE REPORT-COUNT-LINE TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE

           MOVE '  FROM A REPLACEMENT PART:' TO RCL-LABEL
           MOVE WS-LINES-FILL-ALT TO RCL-COUNT-OUT
           MOVE REPORT-COUNT-LINE TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE

           MOVE 'RELEASED (FILLED):' TO RCL-LABEL
           MOVE WS-LINES-RELEASED TO RCL-COUNT-OUT
           MOVE REPORT-COUNT-LINE TO REPORT-REC

           CLOSE   MASTER-FILE
                   BACKORDER-REPORT-FILE
                   PICK-LIST-FILE

           IF RETURN-CODE = ZERO
                   AND WS-LINES-IN-ERROR > ZERO

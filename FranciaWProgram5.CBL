      *  obsolete on the master never gets a PO line, whatever its
      *  on-hand has drifted to.
      *
      *  A low-stock item the part cross-reference (PROGRAM20) shows
      *  as superseded by a current number - the end of the
      *  supersession chain - that is carried, live, at the same
      *  location is not ordered at all: the current number is
      *  ordered on its own line, off its own on-hand, on-order,
      *  and reorder point, when its own record comes through the
      *  low-stock test.  The open backorders for the old numbers
      *  it replaces there count toward its demand, and its line
      *  carries a REPLACES note naming one of them.  A
      *  supersession not yet effective, or a replacement not
      *  carried at that location, leaves the old number ordered
      *  as before.
      *
      *  INPUT:  PR1FA17.MST   - indexed inventory master (vendor
      *                          code in positions 61-65)
      *          PR1FA17V.TXT  - vendor master: number, name,
      *                          address, city/state/zip, lead
      *                          time in days
      *          PR1FA17B.TXT  - open backorders (demand on top of
      *                          the reorder target)
      *          PR1FA17P.CTL  - last PO number used
      *          PR1FA17I.TXT  - part cross-reference
      *  OUTPUT: PROGRAM5FA18.TXT - purchase orders, one per vendor
      *          PR1FA17P.TXT  - open-PO file, one record per order
      *                          line at its agreed unit cost
      *                          (extended)
      *          PR1FA17.MST   - QUANTITY-ON-ORDER topped up in place
      *          PR1FA17P.CTL  - last PO number, carried forward
      *
           SELECT OPTIONAL BACKORDER-FILE
               ASSIGN TO 'PR1FA17B.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

      * PART CROSS-REFERENCE, READ ONCE INTO A TABLE AT STARTUP SO
      * A SUPERSEDED LOW-STOCK ITEM CAN BE ORDERED UNDER ITS
      * CURRENT NUMBER.  OPTIONAL SO A RUN BEFORE THE FIRST PAIR IS
      * KEYED WORKS AS BEFORE.

           SELECT OPTIONAL XREF-FILE
               ASSIGN TO 'PR1FA17I.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
           05  FILLER                 PIC X(8).

       FD  VENDOR-FILE
           RECORD CONTAINS 90 CHARACTERS.
       01  VENDOR-REC.
           05  VEND-NUMBER            PIC X(5).
           05  VEND-NAME              PIC X(25).
           05  VEND-ADDRESS           PIC X(25).
           05  VEND-CITY-LINE         PIC X(25).
           05  VEND-LEAD-TIME-DAYS    PIC X(3).
           05  FILLER                 PIC X(7).

       FD  ORDER-EXTRACT-FILE
           RECORD CONTAINS 80 CHARACTERS.
      * ONE OPEN-PO LINE - THE SAME FACTS THE PRINTED ORDER LINE
      * CARRIES PLUS THE PO NUMBER, ORDER DATE, LINE STATUS
      * (O = OPEN, C = CLOSED, S = CLOSED SHORT), AND THE QUANTITY
      * RECEIVED SO FAR, WHICH THE RECEIVING RUN MAINTAINS.  THE
      * UNIT COST IS THE PRICE THE ORDER WAS CUT AT - THE PRICE
      * THE VENDOR'S INVOICE IS MATCHED AGAINST.

       FD  OPEN-PO-FILE
           RECORD CONTAINS 80 CHARACTERS.
           05  OPO-ORDER-DATE         PIC 9(8).
           05  OPO-STATUS             PIC X(1).
           05  OPO-RECEIVED-QUANTITY  PIC 9(5).
           05  OPO-UNIT-COST          PIC 999V99.
           05  FILLER                 PIC X(38).

       FD  PO-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
           05  BKO-CATALOG-NUMBER     PIC X(5).
           05  BKO-LOCATION           PIC X(2).
           05  BKO-QUANTITY           PIC 9(4).
           05  BKO-CUSTOMER-NUMBER    PIC X(5).
           05  BKO-OPERATOR-ID        PIC X(3).
           05  FILLER                 PIC X(2).
           05  BKO-DATE               PIC 9(8).
           05  BKO-STATUS             PIC X(1).
           05  FILLER                 PIC X(50).

      * SAME CROSS-REFERENCE RECORD PROGRAM20 MAINTAINS - S = OLD
      * NUMBER SUPERSEDED BY NEW, I = INTERCHANGEABLE.

       FD  XREF-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  XREF-REC.
           05  XRF-OLD-CATALOG        PIC X(5).
           05  XRF-NEW-CATALOG        PIC X(5).
           05  XRF-TYPE               PIC X(1).
           05  XRF-EFFECTIVE-DATE     PIC 9(8).
           05  FILLER                 PIC X(61).

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05  WS-PO-CONTROL-STATUS   PIC X(2).
           05  WS-BKO-EOF-SW          PIC X(3) VALUE 'NO'.
           05  WS-BKO-FOUND-SW        PIC X(3) VALUE 'NO'.
           05  WS-XREF-EOF-SW         PIC X(3) VALUE 'NO'.
           05  WS-SUPERSEDED-SW       PIC X(3).
           05  WS-REPLACEMENT-SW      PIC X(3).

       01  WS-DATE.
           05  WS-YEAR                PIC 99.
           05  OL-ORDER-QUANTITY      PIC 9(5).
           05  OL-UNIT-PRICE          PIC 999V99.
           05  OL-LOCATION            PIC X(2).
           05  OL-REPLACES-CATALOG    PIC X(5).
           05  FILLER                 PIC X(33).

      * THE CURRENT NUMBER'S MASTER RECORD FOR A SUPERSEDED ITEM -
      * READ BY KEY INTO HERE SO THE LOW-STOCK RECORD IN
      * INVENTORY-REC IS LEFT AS IT WAS.

       01  WS-REPLACEMENT-REC.
           05  RPL-CATALOG-NUMBER     PIC X(5).
           05  RPL-ITEM-DESCRIPTION   PIC X(20).
           05  RPL-UNIT-PURCHASE-PRICE PIC 999V99.
           05  FILLER                 PIC X(6).
           05  RPL-QUANTITY-ON-HAND   PIC X(4).
           05  RPL-QUANTITY-ON-ORDER  PIC X(4).
           05  RPL-REORDER-POINT      PIC X(4).
           05  FILLER                 PIC X(12).
           05  RPL-VENDOR-NUMBER      PIC X(5).
           05  FILLER                 PIC X(7).
           05  RPL-ITEM-STATUS        PIC X(1).
           05  FILLER                 PIC X(7).

      * THE MASTER KEY THE LOW-STOCK EXTRACT WAS READING AT, HELD
      * WHILE A REPLACEMENT IS READ BY KEY AND USED TO PUT THE
      * EXTRACT BACK WHERE IT LEFT OFF.

       01  WS-SAVED-MASTER-KEY        PIC X(7).

       01  WS-COMPARE-FIELDS.
           05  WS-QOH-N               PIC 9(4).
           05  WS-SUGGESTED-N         PIC S9(6).
           05  WS-LINE-VALUE          PIC 9(8)V99.
           05  WS-BKO-DEMAND-N        PIC 9(5).
           05  WS-REPLACES-CATALOG    PIC X(5).

      * OPEN BACKORDER DEMAND SUMMED BY CATALOG NUMBER AND
      * LOCATION, LOADED ONCE AT STARTUP THE WAY THE VENDOR TABLE
           05  WS-BK-COUNT            PIC 9(3) VALUE ZERO.
           05  WS-BK-IX               PIC 9(3).

      * PART CROSS-REFERENCE, LOADED ONCE AT STARTUP THE WAY THE
      * VENDOR TABLE IS.  ONLY SUPERSESSIONS MATTER TO THE ORDER
      * RUN.

       01  WS-XREF-TABLE.
           05  WS-XREF-ENTRY OCCURS 500 TIMES.
               10  WS-XT-OLD-CATALOG  PIC X(5).
               10  WS-XT-NEW-CATALOG  PIC X(5).
               10  WS-XT-EFFECTIVE-DATE PIC 9(8).

       01  WS-XREF-SUBSCRIPTS.
           05  WS-XREF-COUNT          PIC 9(3) VALUE ZERO.
           05  WS-XS-IX               PIC 9(3).

      * SUPERSESSION CHAIN WALK - NINE HOPS IS FAR MORE THAN ANY
      * MANUFACTURER HAS EVER RENUMBERED ONE PART.

       01  WS-CHAIN-FIELDS.
           05  WS-CHAIN-CATALOG       PIC X(5).
           05  WS-CHAIN-HOPS          PIC 9(2).

       01  WS-TOTALS.
           05  WS-VENDOR-VALUE        PIC 9(9)V99 VALUE ZERO.
           05  WS-VENDOR-LINES        PIC 9(5) VALUE ZERO.
           05  PDL-UNIT-PRICE-OUT     PIC $999.99.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  PDL-LINE-VALUE-OUT     PIC $$,$$$,$$9.99.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PDL-NOTE-OUT           PIC X(14).
           05  FILLER                 PIC X(7) VALUE SPACES.

       01  VENDOR-TOTAL-LINE.
           05  FILLER                 PIC X(3) VALUE SPACES.
           PERFORM 125-HOUSEKEEPING
           PERFORM 130-LOAD-VENDOR-TABLE
           PERFORM 132-LOAD-BACKORDER-TABLE
           PERFORM 137-LOAD-XREF-TABLE
           PERFORM 150-EXTRACT-ORDER-LINES
           PERFORM 140-SORT-ORDER-LINES
           PERFORM 170-PRINT-ORDERS
           END-IF
           .

       137-LOAD-XREF-TABLE.

      * LOAD THE SUPERSESSION LINES OF THE CROSS-REFERENCE.  A FILE
      * PAST THE TABLE'S 500 LINES JUST STOPS LOADING - THE ITEMS
      * PAST IT ARE ORDERED UNDER THE NUMBER ON THE MASTER.

           OPEN INPUT XREF-FILE
           PERFORM 138-LOAD-XREF-ENTRY
               UNTIL WS-XREF-EOF-SW = 'YES'
                  OR WS-XREF-COUNT = 500
           CLOSE XREF-FILE
           .

       138-LOAD-XREF-ENTRY.

           READ XREF-FILE
               AT END
                   MOVE 'YES' TO WS-XREF-EOF-SW
               NOT AT END
                   IF XRF-TYPE = 'S'
                       ADD 1 TO WS-XREF-COUNT
                       MOVE XRF-OLD-CATALOG
                           TO WS-XT-OLD-CATALOG(WS-XREF-COUNT)
                       MOVE XRF-NEW-CATALOG
                           TO WS-XT-NEW-CATALOG(WS-XREF-COUNT)
                       MOVE XRF-EFFECTIVE-DATE
                           TO WS-XT-EFFECTIVE-DATE(WS-XREF-COUNT)
                   END-IF
           END-READ
           .

       150-EXTRACT-ORDER-LINES.

      * THE MASTER STAYS OPEN AFTER THE EXTRACT - THE PRINT PASS
                   IF WS-SUGGESTED-N > 99999
                       MOVE 99999 TO WS-SUGGESTED-N
                   END-IF
                   MOVE 'NO' TO WS-REPLACEMENT-SW
                   IF WS-SUGGESTED-N > ZERO
                       PERFORM 207-FIND-CURRENT-NUMBER
                   END-IF
                   IF WS-SUGGESTED-N > ZERO
                       PERFORM 210-WRITE-ORDER-LINE
                   END-IF
       205-FIND-BACKORDER-DEMAND.

           MOVE ZERO TO WS-BKO-DEMAND-N
           MOVE SPACES TO WS-REPLACES-CATALOG
           MOVE 'NO' TO WS-BKO-FOUND-SW
           MOVE 1 TO WS-BK-IX
           PERFORM 206-MATCH-BACKORDER-ENTRY
               UNTIL WS-BKO-FOUND-SW = 'YES'
                  OR WS-BK-IX > WS-BK-COUNT
           MOVE 1 TO WS-BK-IX
           PERFORM 212-ADD-SUPERSEDED-DEMAND
               UNTIL WS-BK-IX > WS-BK-COUNT
           .

       206-MATCH-BACKORDER-ENTRY.
           END-IF
           .

       207-FIND-CURRENT-NUMBER.

      * FOLLOW THE EFFECTIVE SUPERSESSIONS FORWARD FROM THE LOW-STOCK
      * NUMBER TO THE CURRENT ONE.  WHEN THERE IS ONE AND IT IS
      * CARRIED, LIVE, AT THIS LOCATION, THE OLD NUMBER'S LINE IS
      * DROPPED.

           MOVE CATALOG-NUMBER TO WS-CHAIN-CATALOG
           MOVE ZERO TO WS-CHAIN-HOPS
           MOVE 'YES' TO WS-SUPERSEDED-SW
           PERFORM 208-FOLLOW-SUPERSESSION
               UNTIL WS-SUPERSEDED-SW = 'NO'
                  OR WS-CHAIN-HOPS = 9

           IF WS-CHAIN-HOPS > ZERO
               MOVE MST-LOCATION-KEY TO WS-SAVED-MASTER-KEY
               MOVE LOCATION-CODE TO MST-KEY-LOCATION
               MOVE WS-CHAIN-CATALOG TO MST-KEY-CATALOG
               READ MASTER-FILE INTO WS-REPLACEMENT-REC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RPL-ITEM-STATUS NOT = 'D' AND 'O'
                           MOVE 'YES' TO WS-REPLACEMENT-SW
                       END-IF
               END-READ

      * THE KEYED READ MOVED THE EXTRACT'S PLACE IN THE MASTER -
      * PUT IT BACK JUST PAST THE RECORD IT WAS ON.

               MOVE WS-SAVED-MASTER-KEY TO MST-LOCATION-KEY
               START MASTER-FILE
                   KEY IS GREATER THAN MST-LOCATION-KEY
                   INVALID KEY
                       MOVE 'NO' TO ARE-THERE-MORE-RECORDS
               END-START
           END-IF

      * THE REPLACEMENT IS ORDERED OFF ITS OWN RECORD WHEN THE
      * EXTRACT COMES TO IT, WITH THIS NUMBER'S BACKORDERS IN ITS
      * DEMAND, SO NOTHING IS ORDERED HERE UNDER EITHER NUMBER.

           IF WS-REPLACEMENT-SW = 'YES'
               MOVE ZERO TO WS-SUGGESTED-N
           END-IF
           .

       208-FOLLOW-SUPERSESSION.

           MOVE 'NO' TO WS-SUPERSEDED-SW
           MOVE 1 TO WS-XS-IX
           PERFORM 209-CHECK-SUPERSESSION-ENTRY
               UNTIL WS-SUPERSEDED-SW = 'YES'
                  OR WS-XS-IX > WS-XREF-COUNT
           IF WS-SUPERSEDED-SW = 'YES'
               MOVE WS-XT-NEW-CATALOG(WS-XS-IX) TO WS-CHAIN-CATALOG
               ADD 1 TO WS-CHAIN-HOPS
           END-IF
           .

       209-CHECK-SUPERSESSION-ENTRY.

           IF WS-XT-OLD-CATALOG(WS-XS-IX) = WS-CHAIN-CATALOG
                   AND WS-XT-EFFECTIVE-DATE(WS-XS-IX)
                       NOT GREATER THAN WS-ORDER-DATE
               MOVE 'YES' TO WS-SUPERSEDED-SW
           ELSE
               ADD 1 TO WS-XS-IX
           END-IF
           .

       210-WRITE-ORDER-LINE.

           MOVE SPACES TO WS-ORDER-LINE-REC
           MOVE VENDOR-NUMBER TO OL-VENDOR-NUMBER
           MOVE CATALOG-NUMBER TO OL-CATALOG-NUMBER
           MOVE ITEM-DESCRIPTION TO OL-ITEM-DESCRIPTION
           MOVE UNIT-PURCHASE-PRICE TO OL-UNIT-PRICE
           MOVE WS-REPLACES-CATALOG TO OL-REPLACES-CATALOG
           MOVE WS-SUGGESTED-N TO OL-ORDER-QUANTITY
           MOVE LOCATION-CODE TO OL-LOCATION
           MOVE WS-ORDER-LINE-REC TO ORDER-EXTRACT-REC
           WRITE ORDER-EXTRACT-REC
           .

       212-ADD-SUPERSEDED-DEMAND.

      * AN OPEN BACKORDER AT THIS LOCATION FOR AN OLD NUMBER WHOSE
      * EFFECTIVE SUPERSESSIONS END AT THIS ONE IS DEMAND ON THIS
      * ONE - THE OLD NUMBER IS NOT ORDERED ITSELF WHILE THIS ONE
      * IS CARRIED HERE.

           IF WS-BK-LOCATION(WS-BK-IX) = LOCATION-CODE
                   AND WS-BK-CATALOG(WS-BK-IX) NOT = CATALOG-NUMBER
               MOVE WS-BK-CATALOG(WS-BK-IX) TO WS-CHAIN-CATALOG
               MOVE ZERO TO WS-CHAIN-HOPS
               MOVE 'YES' TO WS-SUPERSEDED-SW
               PERFORM 208-FOLLOW-SUPERSESSION
                   UNTIL WS-SUPERSEDED-SW = 'NO'
                      OR WS-CHAIN-HOPS = 9
               IF WS-CHAIN-HOPS > ZERO
                       AND WS-CHAIN-CATALOG = CATALOG-NUMBER
                   ADD WS-BK-QUANTITY(WS-BK-IX) TO WS-BKO-DEMAND-N
                   IF WS-REPLACES-CATALOG = SPACES
                       MOVE WS-BK-CATALOG(WS-BK-IX)
                           TO WS-REPLACES-CATALOG
                   END-IF
               END-IF
           END-IF
           ADD 1 TO WS-BK-IX
           .

       140-SORT-ORDER-LINES.

           SORT SORT-ORDER-FILE
           COMPUTE WS-LINE-VALUE =
               OL-ORDER-QUANTITY * OL-UNIT-PRICE
           MOVE WS-LINE-VALUE TO PDL-LINE-VALUE-OUT
           MOVE SPACES TO PDL-NOTE-OUT
           IF OL-REPLACES-CATALOG NOT = SPACES
               STRING 'REPLACES ' DELIMITED BY SIZE
                      OL-REPLACES-CATALOG DELIMITED BY SIZE
                   INTO PDL-NOTE-OUT
           END-IF
           ADD WS-LINE-VALUE TO WS-VENDOR-VALUE
           ADD WS-LINE-VALUE TO WS-GRAND-VALUE
           ADD 1 TO WS-VENDOR-LINES
           MOVE WS-ORDER-DATE TO OPO-ORDER-DATE
           MOVE 'O' TO OPO-STATUS
           MOVE ZERO TO OPO-RECEIVED-QUANTITY
           MOVE OL-UNIT-PRICE TO OPO-UNIT-COST
           WRITE OPEN-PO-REC
           PERFORM 233-TOP-UP-ON-ORDER
           .

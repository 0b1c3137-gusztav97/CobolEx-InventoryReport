      *  still open prints with the days outstanding, flagging lines
      *  open past 30 days so purchasing can chase the vendor.
      *
      *  Every receipt posted is also written to the receipt
      *  history file with the PO line's vendor, agreed unit cost,
      *  quantity ordered, and the line's status after the receipt,
      *  so the dock's count outlives the PO line it closed.  The
      *  invoice match (PROGRAM22) checks the vendor's billing
      *  against it.
      *
      *  Nobody gets a session without signing on.  The operator
      *  keys an ID and password, proved against the operator file,
      *  and needs receiving authority to get in.  Three failed
      *  sign-ons refuse the session, and every failed sign-on and
      *  every attempt without the authority goes on the security
      *  violation log PROGRAM29 prints for the supervisor.  The
      *  operator's ID is stamped on every receipt history record
      *  and heads the receipt log.
      *
      *  The receipt posts onto the master outside the maintenance
      *  journal, so the same record also goes onto the day's dock
      *  receipt file, which PROGRAM7 starts fresh with the journal
      *  each morning.  The daily roll-forward proof (PROGRAM30)
      *  adds it to the morning's image alongside the journal.
      *
      *  When the session ends a put-away list prints for the dock:
      *  every quantity received, with the bin it goes to and the
      *  overflow bin for what the primary will not hold, off the
      *  bin location file (PROGRAM31).  The list runs one page per
      *  location in bin walk order, so the stock is put away in
      *  one pass through the aisles.  A part with no bin on file
      *  prints at the end of its location's list for the
      *  warehouse lead to assign one.
      *
      *  A part on the date-coded parts file - batteries, tires,
      *  fluids, rubber - is received by lot.  The dock keys the
      *  manufacture date code (YYYYMM) off the carton, and the
      *  quantity goes onto that date code's lot at the receiving
      *  location on the lot file, so the lots under the master
      *  grow by exactly what its on-hand did.  A date code that is
      *  not a real month, or is later than this month, refuses the
      *  receipt until it is keyed right.  A date-coded parts file
      *  too big to hold refuses the run, so no such part is ever
      *  received without its lot.
      *
      *  INPUT:  PR1FA17P.TXT  - open-PO file written by PROGRAM5
      *          PR1FA17.MST   - indexed inventory master
      *          PR1FA17Y.TXT  - operator file
      *          PR1FA17Z.TXT  - bin location file
      *          PR1FA17.SHL   - date-coded parts file
      *          CONSOLE       - sign-on, then PO number, catalog
      *                          number, quantity, and on a
      *                          date-coded part the date code
      *  OUTPUT: PR1FA17.MST   - receipt quantities posted in place
      *          PR1FA17P.TXT  - open-PO file, closed lines dropped
      *          PR1FA17Q.TXT  - receipt history (extended)
      *          PR1FA17W.TXT  - day's dock receipts (extended)
      *          PR1FA17Y.VIO  - security violation log (extended)
      *          PR1FA17.LOT   - indexed lot file, receipts added
      *                          to their date code's lot
      *          PROGRAM11FA18.TXT - receipt log and open-PO aging
      *                          listing
      *          PROGRAM11FA19.TXT - put-away list
      *
      **********************************************************

           SELECT RECEIPT-LOG-FILE
               ASSIGN TO PRINTER 'PROGRAM11FA18.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

      * RECEIPT HISTORY - ONE RECORD PER RECEIPT POSTED, OPENED
      * EXTEND SO EVERY SESSION'S RECEIPTS QUEUE BEHIND THE ONES
      * ALREADY KEPT.  OPTIONAL SO THE FIRST SESSION CREATES IT.

           SELECT OPTIONAL RECEIPT-HISTORY-FILE
               ASSIGN TO 'PR1FA17Q.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

      * THE DAY'S DOCK RECEIPTS FOR THE ROLL-FORWARD PROOF - THE
      * SAME RECORD AS THE HISTORY, OPENED EXTEND THE SAME WAY.

           SELECT OPTIONAL DOCK-RECEIPT-FILE
               ASSIGN TO 'PR1FA17W.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

      * OPERATOR FILE - ID, PASSWORD, NAME, AND AUTHORITY BY
      * FUNCTION.  READ AT SIGN-ON TO PROVE WHO IS AT THE TERMINAL.

           SELECT OPERATOR-FILE
               ASSIGN TO 'PR1FA17Y.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-STATUS.

      * SECURITY VIOLATION LOG, OPENED EXTEND FOR EACH FAILED
      * SIGN-ON OR ATTEMPT OUTSIDE AUTHORITY.  PROGRAM29 PRINTS IT
      * DAILY FOR THE SUPERVISOR.

           SELECT OPTIONAL VIOLATION-FILE
               ASSIGN TO 'PR1FA17Y.VIO'
               ORGANIZATION IS LINE SEQUENTIAL.

      * BIN LOCATION FILE, READ ONCE INTO A TABLE AT STARTUP.
      * OPTIONAL SO THE DOCK CAN RECEIVE BEFORE THE FIRST BIN IS
      * KEYED - EVERY LINE THEN PRINTS WITHOUT A BIN.

           SELECT OPTIONAL BIN-FILE
               ASSIGN TO 'PR1FA17Z.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

      * DATE-CODED PARTS FILE, READ ONCE INTO A TABLE AT STARTUP,
      * AND THE LOT FILE UNDER THE MASTER THE DATE-CODED RECEIPTS
      * POST TO.  BOTH OPTIONAL, SO THE DOCK CAN RECEIVE BEFORE THE
      * FIRST PART IS DATE-CODED.

           SELECT OPTIONAL SHELF-LIFE-FILE
               ASSIGN TO 'PR1FA17.SHL'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL LOT-FILE
               ASSIGN TO 'PR1FA17.LOT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LOT-KEY
               FILE STATUS IS WS-LOT-STATUS.

      * ONE PUT-AWAY LINE PER RECEIPT POSTED, SORTED INTO BIN
      * WALK ORDER WITHIN LOCATION AT END OF SESSION.

           SELECT PUT-AWAY-WORK-FILE
               ASSIGN TO 'PR1FA17Q.PAW'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORTED-PUT-AWAY-FILE
               ASSIGN TO 'PR1FA17Q.PAS'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-FILE
               ASSIGN TO 'SORTWK11.TMP'.

           SELECT PUT-AWAY-LIST-FILE
               ASSIGN TO PRINTER 'PROGRAM11FA19.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.

      * SAME OPEN-PO LINE LAYOUT PROGRAM5 WRITES - PO NUMBER,
      * VENDOR, CATALOG NUMBER, LOCATION, QUANTITY ORDERED, ORDER
      * DATE, LINE STATUS (O/C/S), QUANTITY RECEIVED SO FAR, AND
      * THE UNIT COST THE ORDER WAS CUT AT.

       FD  OPEN-PO-FILE
           RECORD CONTAINS 80 CHARACTERS.
           05  OPO-ORDER-DATE         PIC 9(8).
           05  OPO-STATUS             PIC X(1).
           05  OPO-RECEIVED-QUANTITY  PIC 9(5).
           05  OPO-UNIT-COST          PIC 999V99.
           05  FILLER                 PIC X(38).

       FD  MASTER-FILE.
       01  INVENTORY-REC.
       01  LOG-REC.
           05                         PIC X(90).

      * ONE RECEIPT AS POSTED - RECEIPT DATE, THE PO LINE IT WAS
      * POSTED AGAINST, THE QUANTITY THE DOCK COUNTED, THE LINE'S
      * AGREED UNIT COST AND QUANTITY ORDERED, AND THE LINE STATUS
      * THE RECEIPT LEFT IT IN (O = STILL OPEN, C = CLOSED,
      * S = CLOSED SHORT), AND THE OPERATOR WHO POSTED IT.

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
           05  RCH-OPERATOR-ID        PIC X(3).
           05  FILLER                 PIC X(35).

       FD  DOCK-RECEIPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  DOCK-RECEIPT-REC           PIC X(80).

      * ONE OPERATOR - ID, PASSWORD, NAME, AND A Y/N AUTHORITY FLAG
      * PER FUNCTION.  ONLY THE ID IS BROKEN OUT HERE; THE RECORD
      * FOUND IS COPIED TO WS-OPERATOR.

       FD  OPERATOR-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  OPERATOR-REC.
           05  OPR-ID                 PIC X(3).
           05  FILLER                 PIC X(77).

      * ONE SECURITY VIOLATION - WHEN, WHERE, THE ID AS KEYED, AND
      * WHAT WAS TRIED.  TYPE S IS A FAILED SIGN-ON, A IS AN
      * ATTEMPT OUTSIDE THE OPERATOR'S AUTHORITY.

       FD  VIOLATION-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  VIOLATION-REC.
           05  VIO-DATE               PIC 9(8).
           05  VIO-TIME               PIC 9(6).
           05  VIO-PROGRAM            PIC X(9).
           05  VIO-OPERATOR-ID        PIC X(3).
           05  VIO-TYPE               PIC X(1).
           05  VIO-FUNCTION           PIC X(20).
           05  FILLER                 PIC X(33).

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

      * SAME DATE-CODED PART AND LOT LAYOUTS THE MAINTENANCE RUN
      * (PROGRAM2) KEEPS.  THE DATE CODE IS THE MANUFACTURE YEAR
      * AND MONTH (YYYYMM).

       FD  SHELF-LIFE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SHELF-LIFE-REC.
           05  SHL-CATALOG-NUMBER     PIC X(5).
           05  SHL-LIFE-MONTHS        PIC 9(3).
           05  SHL-WARNING-DAYS       PIC 9(3).
           05  FILLER                 PIC X(69).

       FD  LOT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  LOT-REC.
           05  LOT-KEY.
               10  LOT-LOCATION       PIC X(2).
               10  LOT-CATALOG-NUMBER PIC X(5).
               10  LOT-DATE-CODE      PIC X(6).
           05  LOT-QUANTITY           PIC 9(4).
           05  LOT-RECEIVED-DATE      PIC 9(8).
           05  LOT-LAST-MOVED         PIC 9(8).
           05  FILLER                 PIC X(47).

       FD  PUT-AWAY-WORK-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PUT-AWAY-WORK-REC          PIC X(80).

       SD  SORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SORT-REC.
           05  SORT-LOCATION          PIC X(2).
           05  SORT-WALK-GROUP        PIC X(1).
           05  SORT-BIN               PIC X(8).
           05  SORT-CATALOG-NUMBER    PIC X(5).
           05  FILLER                 PIC X(64).

      * ONE LINE TO PUT AWAY - WHERE, WHAT, HOW MANY, AND OFF
      * WHICH PO.  THE WALK GROUP IS 1 FOR A PART WITH A BIN AND 2
      * FOR ONE WITHOUT, SO THE UNSHELVED PARTS SORT TO THE END OF
      * THEIR LOCATION'S LIST.

       FD  SORTED-PUT-AWAY-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SORTED-PUT-AWAY-REC.
           05  PAS-LOCATION           PIC X(2).
           05  PAS-WALK-GROUP         PIC X(1).
           05  PAS-BIN                PIC X(8).
           05  PAS-CATALOG-NUMBER     PIC X(5).
           05  PAS-DESCRIPTION        PIC X(20).
           05  PAS-QUANTITY           PIC 9(5).
           05  PAS-OVERFLOW           PIC X(8).
           05  PAS-REFERENCE          PIC X(12).
           05  FILLER                 PIC X(19).

       FD  PUT-AWAY-LIST-FILE
           RECORD CONTAINS 90 CHARACTERS.
       01  PUT-AWAY-REC.
           05                         PIC X(90).

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05  WS-PO-EOF-SW           PIC X(3) VALUE 'NO'.
           05  WS-LINE-FOUND-SW       PIC X(3) VALUE 'NO'.
           05  WS-BAD-PO-LINES        PIC 9(3) VALUE ZERO.
           05  WS-OPERATOR-STATUS     PIC X(2).
           05  WS-OPERATOR-EOF-SW     PIC X(3).
           05  WS-OPERATOR-FOUND-SW   PIC X(3).
           05  WS-OPERATOR-OK-SW      PIC X(3).
           05  WS-SIGNED-ON-SW        PIC X(3) VALUE 'NO'.
           05  WS-BIN-EOF-SW          PIC X(3) VALUE 'NO'.
           05  WS-BIN-FOUND-SW        PIC X(3).
           05  WS-PUT-AWAY-EOF-SW     PIC X(3) VALUE 'NO'.
           05  WS-FIRST-PUT-PAGE-SW   PIC X(3) VALUE 'YES'.
           05  WS-LOT-STATUS          PIC X(2).
           05  WS-SHELF-EOF-SW        PIC X(3) VALUE 'NO'.
           05  WS-SHELF-FOUND-SW      PIC X(3).
           05  WS-DATE-CODE-OK-SW     PIC X(3).

      * THE OPERATOR SIGNED ON, AS CARRIED ON THE OPERATOR FILE.
      * AUTHORITY FLAGS ARE Y FOR GRANTED - INQUIRY, BACKORDER
      * CAPTURE, RECEIVING, MAINTENANCE BATCH RELEASE, OVERRIDE.

       01  WS-OPERATOR.
           05  WS-OP-ID               PIC X(3).
           05  WS-OP-PASSWORD         PIC X(8).
           05  WS-OP-NAME             PIC X(20).
           05  WS-OP-AUTH-INQUIRY     PIC X(1).
           05  WS-OP-AUTH-BACKORDER   PIC X(1).
           05  WS-OP-AUTH-RECEIVING   PIC X(1).
           05  WS-OP-AUTH-RELEASE     PIC X(1).
           05  WS-OP-AUTH-OVERRIDE    PIC X(1).
           05  FILLER                 PIC X(44).

       01  WS-SIGN-ON-FIELDS.
           05  WS-SIGN-ON-ID          PIC X(3).
           05  WS-SIGN-ON-PASSWORD    PIC X(8).
           05  WS-SIGN-ON-TRIES       PIC 9(1) VALUE ZERO.
           05  WS-SIGN-ON-LIMIT       PIC 9(1) VALUE 3.
           05  WS-VIOLATION-TYPE      PIC X(1).
           05  WS-VIOLATION-FUNCTION  PIC X(20).

       01  WS-TIME.
           05  WS-TIME-HHMMSS         PIC 9(6).
           05  WS-TIME-HUNDREDTHS     PIC 9(2).

       01  WS-DATE.
           05  WS-YEAR                PIC 99.
           05  WS-LOCATION-IN         PIC X(2).
           05  WS-QUANTITY-IN         PIC X(5).
           05  WS-SHORT-ANSWER        PIC X(1).
           05  WS-DATE-CODE-IN        PIC X(6).
           05  WS-DATE-CODE-IN-X REDEFINES WS-DATE-CODE-IN.
               10  WS-DC-YEAR         PIC 9(4).
               10  WS-DC-MONTH        PIC 9(2).
           05  WS-DATE-CODE-N REDEFINES WS-DATE-CODE-IN
                                      PIC 9(6).
           05  WS-RUN-MONTH-N         PIC 9(6).

      * RECEIPT ARITHMETIC.  THE MASTER'S QUANTITY FIELDS ARE
      * ALPHANUMERIC, SO EACH IS PROVED NUMERIC BEFORE IT IS MOVED
               10  WS-PT-ORDER-DATE   PIC 9(8).
               10  WS-PT-STATUS       PIC X(1).
               10  WS-PT-RECEIVED-QTY PIC 9(5).
               10  WS-PT-UNIT-COST    PIC 999V99.

       01  WS-PO-SUBSCRIPTS.
           05  WS-PO-COUNT            PIC 9(3) VALUE ZERO.
           05  WS-PT-IX               PIC 9(3).

      * ONE PUT-AWAY LINE, BUILT HERE AND WRITTEN TO THE WORK
      * FILE - SAME LAYOUT THE SORTED FILE DELIVERS BACK.

       01  WS-PUT-AWAY-WORK-REC.
           05  WS-PAW-LOCATION        PIC X(2).
           05  WS-PAW-WALK-GROUP      PIC X(1).
           05  WS-PAW-BIN             PIC X(8).
           05  WS-PAW-CATALOG-NUMBER  PIC X(5).
           05  WS-PAW-DESCRIPTION     PIC X(20).
           05  WS-PAW-QUANTITY        PIC 9(5).
           05  WS-PAW-OVERFLOW        PIC X(8).
           05  WS-PAW-REFERENCE       PIC X(12).
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

      * THE DATE-CODED PARTS FILE, LOADED ONCE AT STARTUP.  ONLY
      * WHETHER A PART IS ON IT MATTERS AT THE DOCK.

       01  WS-SHELF-LIFE-TABLE.
           05  WS-SHL-ENTRY OCCURS 500 TIMES.
               10  WS-SHL-CATALOG     PIC X(5).

       01  WS-SHELF-LIFE-SUBSCRIPTS.
           05  WS-SHL-COUNT           PIC 9(3) VALUE ZERO.
           05  WS-SHL-IX              PIC 9(3).

       01  WS-PUT-AWAY-CONTROL.
           05  WS-PUT-PRIOR-LOCATION  PIC X(2) VALUE SPACES.
           05  WS-LINES-TO-PUT-AWAY   PIC 9(5) VALUE ZERO.
           05  WS-LINES-WITHOUT-BIN   PIC 9(5) VALUE ZERO.

       01  WS-TOTALS.
           05  WS-RECEIPTS-POSTED     PIC 9(5) VALUE ZERO.
           05  WS-LINES-CLOSED        PIC 9(5) VALUE ZERO.
               10  LH1-YEAR           PIC 9999.
           05  FILLER                 PIC X(27) VALUE SPACES.

       01  WS-LOG-OPERATOR-LINE.
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  LOL-LABEL              PIC X(13) VALUE
               'RECEIVED BY: '.
           05  LOL-OPERATOR-ID-OUT    PIC X(3).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  LOL-OPERATOR-NAME-OUT  PIC X(20).
           05  FILLER                 PIC X(51) VALUE SPACES.

       01  WS-LOG-HEADING-2.
           05  FILLER                 PIC X(1).
           05  LH2-PO-NAME            PIC X(2) VALUE 'PO'.
           05  LH2-QTY-NAME           PIC X(8) VALUE 'RECEIVED'.
           05  FILLER                 PIC X(3).
           05  LH2-DISP-NAME          PIC X(11) VALUE 'DISPOSITION'.
           05  FILLER                 PIC X(9).
           05  LH2-DATE-CODE-NAME     PIC X(9) VALUE 'DATE CODE'.
           05  FILLER                 PIC X(28).

       01  RECEIPT-LINE.
           05  RCL-PO-NUMBER-OUT      PIC X(6).
           05  RCL-QTY-OUT            PIC ZZZZ9.
           05  FILLER                 PIC X(5) VALUE SPACES.
           05  RCL-DISP-OUT           PIC X(20).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  RCL-DATE-CODE-OUT      PIC X(6).
           05  FILLER                 PIC X(31) VALUE SPACES.

       01  WS-AGING-HEADING-1.
           05  FILLER                 PIC X(25) VALUE SPACES.
           05  LCL-COUNT-OUT          PIC ZZZZ9.
           05  FILLER                 PIC X(52) VALUE SPACES.

       01  WS-PUT-AWAY-HEADING-1.
           05  FILLER                 PIC X(25) VALUE SPACES.
           05  PAH1-TITLE             PIC X(22) VALUE
               'RECEIVING PUT-AWAY'.
           05  FILLER                 PIC X(9) VALUE SPACES.
           05  PAH1-DATE.
               10  PAH1-MONTH         PIC 99.
               10  FILLER             PIC X VALUE '/'.
               10  PAH1-DAY           PIC 99.
               10  FILLER             PIC X VALUE '/'.
               10  PAH1-YEAR          PIC 9999.
           05  FILLER                 PIC X(24) VALUE SPACES.

       01  WS-PUT-AWAY-LOCATION-LINE.
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  PLL-LABEL              PIC X(15) VALUE
               'PUT AWAY AT:   '.
           05  PLL-LOCATION-OUT       PIC X(2).
           05  FILLER                 PIC X(72) VALUE SPACES.

       01  WS-PUT-AWAY-HEADING-2.
           05  PAH2-BIN-NAME          PIC X(6) VALUE 'PUT TO'.
           05  FILLER                 PIC X(4).
           05  PAH2-CAT-NAME          PIC X(3) VALUE 'CAT'.
           05  FILLER                 PIC X(4).
           05  PAH2-ITEM-NAME         PIC X(4) VALUE 'ITEM'.
           05  FILLER                 PIC X(20).
           05  PAH2-QTY-NAME          PIC X(3) VALUE 'QTY'.
           05  FILLER                 PIC X(2).
           05  PAH2-OVERFLOW-NAME     PIC X(8) VALUE 'OVERFLOW'.
           05  FILLER                 PIC X(2).
           05  PAH2-REF-NAME          PIC X(12) VALUE 'PO NUMBER'.
           05  FILLER                 PIC X(2).
           05  PAH2-DONE-NAME         PIC X(10) VALUE 'PUT AWAY'.
           05  FILLER                 PIC X(10).

       01  PUT-AWAY-LINE.
           05  PAL-BIN-OUT            PIC X(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PAL-CATALOG-OUT        PIC X(5).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PAL-DESC-OUT           PIC X(20).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PAL-QTY-OUT            PIC ZZZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PAL-OVERFLOW-OUT       PIC X(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PAL-REFERENCE-OUT      PIC X(12).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PAL-DONE-OUT           PIC X(10) VALUE
               '__________'.
           05  FILLER                 PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.

       100-MAIN-MODULE.

           PERFORM 115-SIGN-ON
           IF WS-SIGNED-ON-SW = 'NO'
               STOP RUN
           END-IF
           PERFORM 125-HOUSEKEEPING
           IF WS-RUN-OK-SW = 'YES'
               PERFORM 130-LOAD-PO-TABLE
           END-IF
           IF WS-RUN-OK-SW = 'YES'
               PERFORM 133-LOAD-SHELF-LIFE-TABLE
           END-IF
           IF WS-RUN-OK-SW = 'YES'
               PERFORM 137-LOAD-BIN-TABLE
               OPEN OUTPUT PUT-AWAY-WORK-FILE
               PERFORM 200-PROCESS-RECEIPT
                   UNTIL WS-DONE-SW = 'YES'
               PERFORM 300-REWRITE-PO-FILE
               PERFORM 310-PRINT-AGING-LISTING
               PERFORM 320-PRINT-PUT-AWAY-LIST
           END-IF
           PERFORM 250-CLOSE-ROUTINE

           .

       115-SIGN-ON.

      * NOBODY GETS A SESSION WITHOUT SIGNING ON, AND NOTHING IS
      * OPENED UNTIL THEY HAVE.  EVERY FAILED TRY GOES ON THE
      * SECURITY VIOLATION LOG, AND AFTER THE THIRD THE SESSION IS
      * REFUSED.  A GOOD SIGN-ON STILL NEEDS RECEIVING AUTHORITY.

           ACCEPT WS-DATE FROM DATE
           MOVE WS-YEAR TO WS-RD-YEAR
           MOVE WS-MONTH TO WS-RD-MONTH
           MOVE WS-DAY TO WS-RD-DAY

           DISPLAY 'DRAKEA CAR PARTS WAREHOUSE PO RECEIVING'
           PERFORM 116-ATTEMPT-SIGN-ON
               UNTIL WS-SIGNED-ON-SW = 'YES'
                  OR WS-SIGN-ON-TRIES = WS-SIGN-ON-LIMIT
           IF WS-SIGNED-ON-SW = 'NO'
               DISPLAY 'SIGN-ON FAILED - SESSION REFUSED'
               MOVE 12 TO RETURN-CODE
           ELSE
               IF WS-OP-AUTH-RECEIVING NOT = 'Y'
                   MOVE 'A' TO WS-VIOLATION-TYPE
                   MOVE 'PO RECEIVING' TO WS-VIOLATION-FUNCTION
                   PERFORM 119-WRITE-VIOLATION
                   DISPLAY 'NOT AUTHORIZED FOR PO RECEIVING'
                   MOVE 'NO' TO WS-SIGNED-ON-SW
                   MOVE 12 TO RETURN-CODE
               ELSE
                   DISPLAY 'SIGNED ON: ' WS-OP-NAME
               END-IF
           END-IF
           .

       116-ATTEMPT-SIGN-ON.

           ADD 1 TO WS-SIGN-ON-TRIES
           DISPLAY 'ENTER OPERATOR ID:'
           MOVE SPACES TO WS-SIGN-ON-ID
           ACCEPT WS-SIGN-ON-ID
           DISPLAY 'ENTER PASSWORD:'
           MOVE SPACES TO WS-SIGN-ON-PASSWORD
           ACCEPT WS-SIGN-ON-PASSWORD
           PERFORM 117-FIND-OPERATOR
           IF WS-OPERATOR-OK-SW = 'YES'
               MOVE 'YES' TO WS-SIGNED-ON-SW
           ELSE
               MOVE 'S' TO WS-VIOLATION-TYPE
               MOVE 'SIGN-ON' TO WS-VIOLATION-FUNCTION
               PERFORM 119-WRITE-VIOLATION
               DISPLAY 'SIGN-ON REJECTED'
           END-IF
           .

       117-FIND-OPERATOR.

      * LOOK THE ID UP ON THE OPERATOR FILE.  THE OPERATOR ONLY
      * PROVES OUT IF THE PASSWORD KEYED MATCHES THE ONE ON FILE -
      * AN OPERATOR WITH NO PASSWORD ON FILE NEVER PROVES OUT, AND
      * WITH NO OPERATOR FILE NOBODY DOES.

           MOVE 'NO' TO WS-OPERATOR-OK-SW
           MOVE 'NO' TO WS-OPERATOR-FOUND-SW
           MOVE 'NO' TO WS-OPERATOR-EOF-SW
           MOVE SPACES TO WS-OPERATOR
           IF WS-SIGN-ON-ID NOT = SPACES
               OPEN INPUT OPERATOR-FILE
               IF WS-OPERATOR-STATUS = '00'
                   PERFORM 118-READ-OPERATOR
                       UNTIL WS-OPERATOR-FOUND-SW = 'YES'
                          OR WS-OPERATOR-EOF-SW = 'YES'
                   CLOSE OPERATOR-FILE
               END-IF
           END-IF
           IF WS-OPERATOR-FOUND-SW = 'YES'
                   AND WS-OP-PASSWORD NOT = SPACES
                   AND WS-OP-PASSWORD = WS-SIGN-ON-PASSWORD
               MOVE 'YES' TO WS-OPERATOR-OK-SW
           ELSE
               MOVE SPACES TO WS-OPERATOR
           END-IF
           .

       118-READ-OPERATOR.

           READ OPERATOR-FILE
               AT END
                   MOVE 'YES' TO WS-OPERATOR-EOF-SW
               NOT AT END
                   IF OPR-ID = WS-SIGN-ON-ID
                       MOVE OPERATOR-REC TO WS-OPERATOR
                       MOVE 'YES' TO WS-OPERATOR-FOUND-SW
                   END-IF
           END-READ
           .

       119-WRITE-VIOLATION.

      * ONE LINE ON THE SECURITY VIOLATION LOG, CARRYING THE ID AS
      * KEYED WHETHER OR NOT IT IS ON FILE, SO THE SUPERVISOR SEES
      * EXACTLY WHAT WAS TRIED.

           ACCEPT WS-TIME FROM TIME
           OPEN EXTEND VIOLATION-FILE
           MOVE SPACES TO VIOLATION-REC
           MOVE WS-RUN-DATE-N TO VIO-DATE
           MOVE WS-TIME-HHMMSS TO VIO-TIME
           MOVE 'PROGRAM11' TO VIO-PROGRAM
           MOVE WS-SIGN-ON-ID TO VIO-OPERATOR-ID
           MOVE WS-VIOLATION-TYPE TO VIO-TYPE
           MOVE WS-VIOLATION-FUNCTION TO VIO-FUNCTION
           WRITE VIOLATION-REC
           CLOSE VIOLATION-FILE
           .

       125-HOUSEKEEPING.

           OPEN    OUTPUT  RECEIPT-LOG-FILE
           MOVE WS-YEAR TO LH1-YEAR
           MOVE WS-MONTH TO LH1-MONTH
           MOVE WS-DAY TO LH1-DAY
           MOVE WS-YEAR TO PAH1-YEAR
           MOVE WS-MONTH TO PAH1-MONTH
           MOVE WS-DAY TO PAH1-DAY
           MOVE WS-YEAR TO WS-RD-YEAR
           MOVE WS-MONTH TO WS-RD-MONTH
           MOVE WS-DAY TO WS-RD-DAY
           MOVE WS-RUN-DATE-N TO WS-SERIAL-WORK-DATE
           PERFORM 135-DATE-TO-SERIAL
           MOVE WS-SERIAL-RESULT TO WS-RUN-SERIAL
           COMPUTE WS-RUN-MONTH-N = WS-RUN-DATE-N / 100

           MOVE WS-LOG-HEADING-1 TO LOG-REC
           WRITE LOG-REC AFTER ADVANCING 1 LINE
           MOVE WS-OP-ID TO LOL-OPERATOR-ID-OUT
           MOVE WS-OP-NAME TO LOL-OPERATOR-NAME-OUT
           MOVE WS-LOG-OPERATOR-LINE TO LOG-REC
           WRITE LOG-REC AFTER ADVANCING 1 LINE
           MOVE WS-LOG-HEADING-2 TO LOG-REC
           WRITE LOG-REC AFTER ADVANCING 2 LINES

               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 'YES' TO WS-MASTER-OPEN-SW
               OPEN EXTEND RECEIPT-HISTORY-FILE
                           DOCK-RECEIPT-FILE
               OPEN I-O LOT-FILE
               IF WS-LOT-STATUS NOT = '00' AND '05'

      * A LOT FILE THAT IS THERE BUT WILL NOT OPEN CANNOT TAKE THE
      * DATE-CODED RECEIPTS, SO THE SESSION IS REFUSED BEFORE
      * ANYTHING POSTS TO THE MASTER.

                   DISPLAY 'LOT FILE NOT AVAILABLE - RUN REFUSED'
                   MOVE 'LOT FILE NOT AVAILABLE - RUN REFUSED'
                       TO LOG-REC
                   WRITE LOG-REC AFTER ADVANCING 1 LINE
                   CLOSE   MASTER-FILE
                           RECEIPT-HISTORY-FILE
                           DOCK-RECEIPT-FILE
                   MOVE 'NO' TO WS-MASTER-OPEN-SW
                   MOVE 'NO' TO WS-RUN-OK-SW
                   MOVE 'YES' TO WS-DONE-SW
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           .

               TO WS-PT-STATUS(WS-PO-COUNT)
           MOVE OPO-RECEIVED-QUANTITY
               TO WS-PT-RECEIVED-QTY(WS-PO-COUNT)

      * A LINE CUT BEFORE THE ORDER RUN CARRIED A COST HAS NONE -
      * IT CARRIES ZERO, AND THE INVOICE MATCH HOLDS ITS BILLING
      * FOR A LOOK RATHER THAN PASSING ANY PRICE.

           IF OPO-UNIT-COST IS NUMERIC
               MOVE OPO-UNIT-COST
                   TO WS-PT-UNIT-COST(WS-PO-COUNT)
           ELSE
               MOVE ZERO TO WS-PT-UNIT-COST(WS-PO-COUNT)
           END-IF
           .

       133-LOAD-SHELF-LIFE-TABLE.

      * A DATE-CODED PART LEFT OFF THE TABLE WOULD BE RECEIVED
      * WITHOUT ITS LOT, SO A LIST TOO BIG FOR THE TABLE REFUSES
      * THE RUN THE SAME AS AN OVERSIZE OPEN-PO FILE DOES.

           OPEN INPUT SHELF-LIFE-FILE
           PERFORM 134-LOAD-SHELF-LIFE-ENTRY
               UNTIL WS-SHELF-EOF-SW = 'YES'
                  OR WS-SHL-COUNT = 500
           IF WS-SHELF-EOF-SW NOT = 'YES'
               PERFORM 136-CHECK-SHELF-LIFE-OVERFLOW
           END-IF
           IF WS-SHELF-EOF-SW NOT = 'YES'
               DISPLAY 'DATE-CODED PARTS EXCEED 500 - RUN REFUSED'
               MOVE 'DATE-CODED PARTS EXCEED 500 - RUN REFUSED'
                   TO LOG-REC
               WRITE LOG-REC AFTER ADVANCING 1 LINE
               MOVE 'NO' TO WS-RUN-OK-SW
               MOVE 'YES' TO WS-DONE-SW
               MOVE 16 TO RETURN-CODE
           END-IF
           CLOSE SHELF-LIFE-FILE
           .

       134-LOAD-SHELF-LIFE-ENTRY.

           READ SHELF-LIFE-FILE
               AT END
                   MOVE 'YES' TO WS-SHELF-EOF-SW
               NOT AT END
                   ADD 1 TO WS-SHL-COUNT
                   MOVE SHL-CATALOG-NUMBER
                       TO WS-SHL-CATALOG(WS-SHL-COUNT)
           END-READ
           .

       135-DATE-TO-SERIAL.
               WS-SW-YEAR * 365 + WS-SW-MONTH * 30 + WS-SW-DAY
           .

       136-CHECK-SHELF-LIFE-OVERFLOW.

      * A FULL TABLE ONLY MEANS OVERFLOW IF THERE IS ANOTHER LINE
      * BEHIND IT - A FILE OF EXACTLY 500 LINES LOADS WHOLE.

           READ SHELF-LIFE-FILE
               AT END
                   MOVE 'YES' TO WS-SHELF-EOF-SW
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

       200-PROCESS-RECEIPT.

           DISPLAY ' '
               IF WS-QUANTITY-IN IS NOT NUMERIC
                   DISPLAY 'QUANTITY NOT NUMERIC - RECEIPT NOT POSTED'
               ELSE
                   PERFORM 205-CAPTURE-DATE-CODE
               END-IF
               IF WS-QUANTITY-IN IS NUMERIC
                       AND WS-DATE-CODE-OK-SW = 'YES'
                   PERFORM 210-FIND-PO-LINE
                   IF WS-LINE-FOUND-SW = 'YES'
                       PERFORM 220-POST-RECEIPT
           END-IF
           .

       205-CAPTURE-DATE-CODE.

      * A DATE-CODED PART IS RECEIVED ONTO A LOT, SO THE DOCK KEYS
      * THE MANUFACTURE DATE CODE OFF THE CARTON.  IT MUST BE A
      * REAL MONTH, AND NOT ONE STILL TO COME - A CARTON CANNOT BE
      * MADE AFTER IT ARRIVES.

           MOVE SPACES TO WS-DATE-CODE-IN
           MOVE 'YES' TO WS-DATE-CODE-OK-SW
           MOVE 'NO' TO WS-SHELF-FOUND-SW
           MOVE 1 TO WS-SHL-IX
           PERFORM 206-CHECK-SHELF-LIFE-ENTRY
               UNTIL WS-SHELF-FOUND-SW = 'YES'
                  OR WS-SHL-IX > WS-SHL-COUNT
           IF WS-SHELF-FOUND-SW = 'YES'
               DISPLAY 'ENTER DATE CODE (YYYYMM):'
               ACCEPT WS-DATE-CODE-IN
               IF WS-DATE-CODE-IN IS NOT NUMERIC
                   MOVE 'NO' TO WS-DATE-CODE-OK-SW
               ELSE
                   IF WS-DC-MONTH < 1
                           OR WS-DC-MONTH > 12
                           OR WS-DATE-CODE-N > WS-RUN-MONTH-N
                       MOVE 'NO' TO WS-DATE-CODE-OK-SW
                   END-IF
               END-IF
               IF WS-DATE-CODE-OK-SW = 'NO'
                   DISPLAY 'DATE CODE NOT VALID - RECEIPT NOT POSTED'
               END-IF
           END-IF
           .

       206-CHECK-SHELF-LIFE-ENTRY.

           IF WS-SHL-CATALOG(WS-SHL-IX) = WS-CATALOG-IN
               MOVE 'YES' TO WS-SHELF-FOUND-SW
           ELSE
               ADD 1 TO WS-SHL-IX
           END-IF
           .

       210-FIND-PO-LINE.

           MOVE 'NO' TO WS-LINE-FOUND-SW
               END-IF
           END-IF
           PERFORM 240-WRITE-RECEIPT-LINE
           PERFORM 245-WRITE-RECEIPT-HISTORY
           PERFORM 246-WRITE-PUT-AWAY-WORK
           IF WS-SHELF-FOUND-SW = 'YES'
               PERFORM 249-ADD-TO-LOT
           END-IF
           .

       240-WRITE-RECEIPT-LINE.
           MOVE WS-CATALOG-IN TO RCL-CATALOG-OUT
           MOVE WS-PT-LOCATION(WS-PT-IX) TO RCL-LOCATION-OUT
           MOVE WS-QTY-N TO RCL-QTY-OUT
           MOVE WS-DATE-CODE-IN TO RCL-DATE-CODE-OUT
           MOVE RECEIPT-LINE TO LOG-REC
           WRITE LOG-REC AFTER ADVANCING 1 LINE
           .

       245-WRITE-RECEIPT-HISTORY.

      * KEEP THE RECEIPT, WITH THE PO LINE'S FACTS AS THEY STOOD,
      * SO IT SURVIVES THE LINE BEING DROPPED AT END OF SESSION,
      * AND PUT THE SAME RECORD ON THE DAY'S DOCK RECEIPTS SO THE
      * ROLL-FORWARD PROOF CAN ACCOUNT FOR IT.

           MOVE SPACES TO RECEIPT-HISTORY-REC
           MOVE WS-RUN-DATE-N TO RCH-RECEIPT-DATE
           MOVE WS-PT-PO-NUMBER(WS-PT-IX) TO RCH-PO-NUMBER
           MOVE WS-PT-VENDOR(WS-PT-IX) TO RCH-VENDOR-NUMBER
           MOVE WS-PT-CATALOG(WS-PT-IX) TO RCH-CATALOG-NUMBER
           MOVE WS-PT-LOCATION(WS-PT-IX) TO RCH-LOCATION
           MOVE WS-QTY-N TO RCH-QUANTITY
           MOVE WS-PT-UNIT-COST(WS-PT-IX) TO RCH-UNIT-COST
           MOVE WS-PT-ORDER-QTY(WS-PT-IX) TO RCH-ORDER-QUANTITY
           MOVE WS-PT-STATUS(WS-PT-IX) TO RCH-LINE-STATUS
           MOVE WS-OP-ID TO RCH-OPERATOR-ID
           WRITE RECEIPT-HISTORY-REC
           MOVE RECEIPT-HISTORY-REC TO DOCK-RECEIPT-REC
           WRITE DOCK-RECEIPT-REC
           .

       246-WRITE-PUT-AWAY-WORK.

      * THE MASTER RECORD AREA STILL HOLDS THE PART JUST RECEIVED.

           MOVE SPACES TO WS-PUT-AWAY-WORK-REC
           MOVE WS-PT-LOCATION(WS-PT-IX) TO WS-PAW-LOCATION
           MOVE WS-PT-CATALOG(WS-PT-IX) TO WS-PAW-CATALOG-NUMBER
           MOVE ITEM-DESCRIPTION TO WS-PAW-DESCRIPTION
           MOVE WS-QTY-N TO WS-PAW-QUANTITY
           MOVE WS-PT-PO-NUMBER(WS-PT-IX) TO WS-PAW-REFERENCE
           PERFORM 247-FIND-BIN
           IF WS-BIN-FOUND-SW = 'YES'
               MOVE '1' TO WS-PAW-WALK-GROUP
               MOVE WS-BT-PRIMARY(WS-BT-IX) TO WS-PAW-BIN
               MOVE WS-BT-OVERFLOW(WS-BT-IX) TO WS-PAW-OVERFLOW
           ELSE
               MOVE '2' TO WS-PAW-WALK-GROUP
           END-IF
           MOVE WS-PUT-AWAY-WORK-REC TO PUT-AWAY-WORK-REC
           WRITE PUT-AWAY-WORK-REC
           .

       247-FIND-BIN.

           MOVE 'NO' TO WS-BIN-FOUND-SW
           MOVE 1 TO WS-BT-IX
           PERFORM 248-CHECK-BIN-ENTRY
               UNTIL WS-BIN-FOUND-SW = 'YES'
                  OR WS-BT-IX > WS-BIN-COUNT
           .

       248-CHECK-BIN-ENTRY.

           IF WS-BT-LOCATION(WS-BT-IX) = WS-PAW-LOCATION
                   AND WS-BT-CATALOG(WS-BT-IX) = WS-PAW-CATALOG-NUMBER
               MOVE 'YES' TO WS-BIN-FOUND-SW
           ELSE
               ADD 1 TO WS-BT-IX
           END-IF
           .

       249-ADD-TO-LOT.

      * THE RECEIPT GOES ONTO ITS DATE CODE'S LOT AT THE RECEIVING
      * LOCATION - ADDED TO A LOT ALREADY ON THE SHELF FROM AN
      * EARLIER DELIVERY, OR STARTING A NEW ONE.  THE MASTER'S
      * ON-HAND WAS JUST PROVED TO FIT FOUR DIGITS, SO THE LOT,
      * WHICH IS PART OF IT, DOES TOO.

           MOVE WS-PT-LOCATION(WS-PT-IX) TO LOT-LOCATION
           MOVE WS-PT-CATALOG(WS-PT-IX) TO LOT-CATALOG-NUMBER
           MOVE WS-DATE-CODE-IN TO LOT-DATE-CODE
           READ LOT-FILE
               INVALID KEY
                   MOVE SPACES TO LOT-REC
                   MOVE WS-PT-LOCATION(WS-PT-IX) TO LOT-LOCATION
                   MOVE WS-PT-CATALOG(WS-PT-IX) TO LOT-CATALOG-NUMBER
                   MOVE WS-DATE-CODE-IN TO LOT-DATE-CODE
                   MOVE WS-QTY-N TO LOT-QUANTITY
                   MOVE WS-RUN-DATE-N TO LOT-RECEIVED-DATE
                   MOVE WS-RUN-DATE-N TO LOT-LAST-MOVED
                   WRITE LOT-REC
               NOT INVALID KEY
                   IF LOT-QUANTITY IS NOT NUMERIC
                       MOVE ZERO TO LOT-QUANTITY
                   END-IF
                   ADD WS-QTY-N TO LOT-QUANTITY
                   MOVE WS-RUN-DATE-N TO LOT-LAST-MOVED
                   REWRITE LOT-REC
           END-READ
           .

       300-REWRITE-PO-FILE.

      * WRITE THE TABLE BACK OVER THE OPEN-PO FILE.  LINES CLOSED
      * IN FULL OR CLOSED SHORT ARE DONE WITH AND ARE DROPPED; THE
      * RECEIPT LOG AND THE RECEIPT HISTORY ARE THEIR RECORD.

           OPEN OUTPUT OPEN-PO-FILE
           MOVE 1 TO WS-PT-IX
               MOVE WS-PT-STATUS(WS-PT-IX) TO OPO-STATUS
               MOVE WS-PT-RECEIVED-QTY(WS-PT-IX)
                   TO OPO-RECEIVED-QUANTITY
               MOVE WS-PT-UNIT-COST(WS-PT-IX) TO OPO-UNIT-COST
               WRITE OPEN-PO-REC
           ELSE
               ADD 1 TO WS-LINES-PURGED
           ADD 1 TO WS-PT-IX
           .

       320-PRINT-PUT-AWAY-LIST.

      * SORT THE SESSION'S RECEIPTS INTO BIN WALK ORDER WITHIN
      * LOCATION AND PRINT THEM, EACH LOCATION ON ITS OWN PAGE.

           CLOSE PUT-AWAY-WORK-FILE
           SORT SORT-FILE
               ON ASCENDING KEY SORT-LOCATION
                                SORT-WALK-GROUP
                                SORT-BIN
                                SORT-CATALOG-NUMBER
               USING PUT-AWAY-WORK-FILE
               GIVING SORTED-PUT-AWAY-FILE

           OPEN OUTPUT PUT-AWAY-LIST-FILE
           OPEN INPUT SORTED-PUT-AWAY-FILE
           PERFORM UNTIL WS-PUT-AWAY-EOF-SW = 'YES'
               READ SORTED-PUT-AWAY-FILE
                   AT END
                       MOVE 'YES' TO WS-PUT-AWAY-EOF-SW
                   NOT AT END
                       PERFORM 321-PRINT-PUT-AWAY-LINE
               END-READ
           END-PERFORM
           CLOSE SORTED-PUT-AWAY-FILE

           MOVE 'LINES TO PUT AWAY:' TO LCL-LABEL
           MOVE WS-LINES-TO-PUT-AWAY TO LCL-COUNT-OUT
           MOVE LOG-COUNT-LINE TO PUT-AWAY-REC
           WRITE PUT-AWAY-REC AFTER ADVANCING 2 LINES

           MOVE 'LINES WITH NO BIN ON FILE:' TO LCL-LABEL
           MOVE WS-LINES-WITHOUT-BIN TO LCL-COUNT-OUT
           MOVE LOG-COUNT-LINE TO PUT-AWAY-REC
           WRITE PUT-AWAY-REC AFTER ADVANCING 1 LINE
           CLOSE PUT-AWAY-LIST-FILE
           .

       321-PRINT-PUT-AWAY-LINE.

           IF PAS-LOCATION NOT = WS-PUT-PRIOR-LOCATION
               PERFORM 322-PRINT-PUT-AWAY-HEADINGS
           END-IF
           ADD 1 TO WS-LINES-TO-PUT-AWAY
           IF PAS-WALK-GROUP = '1'
               MOVE PAS-BIN TO PAL-BIN-OUT
           ELSE
               ADD 1 TO WS-LINES-WITHOUT-BIN
               MOVE 'NO BIN' TO PAL-BIN-OUT
           END-IF
           MOVE PAS-CATALOG-NUMBER TO PAL-CATALOG-OUT
           MOVE PAS-DESCRIPTION TO PAL-DESC-OUT
           MOVE PAS-QUANTITY TO PAL-QTY-OUT
           MOVE PAS-OVERFLOW TO PAL-OVERFLOW-OUT
           MOVE PAS-REFERENCE TO PAL-REFERENCE-OUT
           MOVE PUT-AWAY-LINE TO PUT-AWAY-REC
           WRITE PUT-AWAY-REC AFTER ADVANCING 1 LINE
           .

       322-PRINT-PUT-AWAY-HEADINGS.

           MOVE PAS-LOCATION TO WS-PUT-PRIOR-LOCATION
           MOVE WS-PUT-AWAY-HEADING-1 TO PUT-AWAY-REC
           IF WS-FIRST-PUT-PAGE-SW = 'YES'
               MOVE 'NO' TO WS-FIRST-PUT-PAGE-SW
               WRITE PUT-AWAY-REC AFTER ADVANCING 1 LINE
           ELSE
               WRITE PUT-AWAY-REC AFTER ADVANCING PAGE
           END-IF
           MOVE PAS-LOCATION TO PLL-LOCATION-OUT
           MOVE WS-PUT-AWAY-LOCATION-LINE TO PUT-AWAY-REC
           WRITE PUT-AWAY-REC AFTER ADVANCING 2 LINES
           MOVE WS-PUT-AWAY-HEADING-2 TO PUT-AWAY-REC
           WRITE PUT-AWAY-REC AFTER ADVANCING 2 LINES
           .

       250-CLOSE-ROUTINE.

           IF WS-MASTER-OPEN-SW = 'YES'
               CLOSE   MASTER-FILE
                       RECEIPT-HISTORY-FILE
                       DOCK-RECEIPT-FILE
                       LOT-FILE
           END-IF
           CLOSE RECEIPT-LOG-FILE
           STOP RUN

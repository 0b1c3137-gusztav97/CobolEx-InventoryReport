      *  blank entry or the word END finishes the session.
      *
      *  When the lookup finds nothing on hand the session offers
      *  to capture a backorder - quantity wanted and the
      *  customer's account number, proved against the same
      *  customer master the counter sales desk (PROGRAM24) sells
      *  from - onto the backorder file, so the demand the
      *  walk-away customer represents stops vanishing.  The daily
      *  backorder run (PROGRAM15) ages and values the file and
      *  flags the lines that can be filled once receipts post.
      *
      *  The part cross-reference (maintained by PROGRAM20) is
      *  checked on every lookup.  A superseded number shows its
      *  replacement - followed down the chain to the current
      *  number - with the replacement's on-hand at the same
      *  location, and when the number keyed is out of stock or
      *  not on file the interchangeable equivalents show the same
      *  way, so the clerk can sell what is on the shelf before
      *  taking a backorder.  A supersession whose effective date
      *  is still to come is not shown until that date arrives.
      *
      *  When the number keyed is a kit on the kit component file,
      *  the display goes on to list the kit's components with
      *  their on-hand at the same location and how many kits
      *  could be built from the component stock there now - the
      *  smallest whole number of kits any one component allows.
      *
      *  The display also shows where the part lives in the
      *  building - its primary and overflow bin at that location,
      *  off the bin location file PROGRAM31 maintains.
      *
      *  Nobody gets a session without signing on.  The operator
      *  keys an ID and password, proved against the operator file,
      *  and needs inquiry authority to get in; capturing a
      *  backorder needs backorder authority as well, and the
      *  operator's ID is stamped on every backorder captured.
      *  Three failed sign-ons refuse the session, and every failed
      *  sign-on and every attempt outside the operator's authority
      *  goes on the security violation log PROGRAM29 prints for
      *  the supervisor.
      *
      *  INPUT:  PR1FA17.MST   - indexed inventory master
      *          PR1FA17I.TXT  - part cross-reference
      *          PR1FA17U.TXT  - customer master
      *          PR1FA17K.TXT  - kit component file
      *          PR1FA17Y.TXT  - operator file
      *          PR1FA17Z.TXT  - bin location file
      *          CONSOLE       - sign-on, then catalog numbers as
      *                          keyed
      *  OUTPUT: CONSOLE       - one inquiry display per lookup
      *          PR1FA17B.TXT  - captured backorders (extended)
      *          PR1FA17Y.VIO  - security violation log (extended)
      *
      **********************************************************

           SELECT OPTIONAL BACKORDER-FILE
               ASSIGN TO 'PR1FA17B.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

      * PART CROSS-REFERENCE, LOADED INTO A TABLE AT STARTUP.
      * OPTIONAL SO THE INQUIRY RUNS BEFORE THE FIRST PAIR IS KEYED.

           SELECT OPTIONAL XREF-FILE
               ASSIGN TO 'PR1FA17I.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

      * CUSTOMER MASTER, LOADED INTO A TABLE AT STARTUP TO PROVE
      * THE ACCOUNT A BACKORDER IS CAPTURED FOR.

           SELECT OPTIONAL CUSTOMER-FILE
               ASSIGN TO 'PR1FA17U.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

      * KIT COMPONENT FILE, LOADED INTO A TABLE AT STARTUP.
      * OPTIONAL SO THE INQUIRY RUNS BEFORE THE FIRST KIT IS SET UP.

           SELECT OPTIONAL KIT-FILE
               ASSIGN TO 'PR1FA17K.TXT'
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

      * BIN LOCATION FILE, READ THROUGH FOR EACH PART DISPLAYED SO
      * A BIN KEYED IN PROGRAM31 SHOWS AT ONCE.

           SELECT BIN-FILE
               ASSIGN TO 'PR1FA17Z.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BIN-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.

      * ONE BACKORDER LINE - WHAT THE CUSTOMER WANTED, WHERE, FOR
      * WHOM, AND WHEN, WITH THE STATUS THE DAILY BACKORDER RUN
      * MAINTAINS (O = OPEN, F = FILLABLE), AND THE OPERATOR WHO
      * CAPTURED IT.

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
           05  FILLER                 PIC X(50).

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

       FD  CUSTOMER-FILE
           RECORD CONTAINS 90 CHARACTERS.
       01  CUSTOMER-REC.
           05  CUST-NUMBER            PIC X(5).
           05  CUST-NAME              PIC X(25).
           05  FILLER                 PIC X(60).

      * SAME KIT COMPONENT RECORD THE MAINTENANCE RUN BUILDS AND
      * BREAKS KITS FROM.

       FD  KIT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  KIT-REC.
           05  KIT-CATALOG-NUMBER     PIC X(5).
           05  KIT-COMPONENT-CATALOG  PIC X(5).
           05  KIT-QUANTITY-PER       PIC 9(3).
           05  FILLER                 PIC X(67).

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

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05  WS-MASTER-STATUS       PIC X(2).
           05  WS-DONE-SW             PIC X(3) VALUE 'NO'.
           05  WS-MASTER-OPEN-SW      PIC X(3) VALUE 'NO'.
           05  WS-XREF-EOF-SW         PIC X(3) VALUE 'NO'.
           05  WS-OFFER-BACKORDER-SW  PIC X(3).
           05  WS-SHOW-INTERCHANGE-SW PIC X(3).
           05  WS-SUPERSEDED-SW       PIC X(3).
           05  WS-CUSTOMER-EOF-SW     PIC X(3) VALUE 'NO'.
           05  WS-CUSTOMER-FOUND-SW   PIC X(3).
           05  WS-KIT-EOF-SW          PIC X(3) VALUE 'NO'.
           05  WS-KIT-FOUND-SW        PIC X(3).
           05  WS-OPERATOR-STATUS     PIC X(2).
           05  WS-OPERATOR-EOF-SW     PIC X(3).
           05  WS-OPERATOR-FOUND-SW   PIC X(3).
           05  WS-OPERATOR-OK-SW      PIC X(3).
           05  WS-SIGNED-ON-SW        PIC X(3) VALUE 'NO'.
           05  WS-BIN-STATUS          PIC X(2).
           05  WS-BIN-EOF-SW          PIC X(3).
           05  WS-BIN-FOUND-SW        PIC X(3).

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

       01  WS-INQUIRY-KEY             PIC X(5).
       01  WS-INQUIRY-LOCATION        PIC X(2).

      * THE PART'S BINS, COPIED OFF THE BIN LINE FOUND.

       01  WS-INQUIRY-BINS.
           05  WS-IB-PRIMARY          PIC X(8).
           05  WS-IB-OVERFLOW         PIC X(8).

      * THE CROSS-REFERENCE, HELD FOR THE SESSION.

       01  WS-XREF-TABLE.
           05  WS-XREF-ENTRY OCCURS 500 TIMES.
               10  WS-XT-OLD-CATALOG  PIC X(5).
               10  WS-XT-NEW-CATALOG  PIC X(5).
               10  WS-XT-TYPE         PIC X(1).

       01  WS-XREF-SUBSCRIPTS.
           05  WS-XREF-COUNT          PIC 9(3) VALUE ZERO.
           05  WS-XT-IX               PIC 9(3).
           05  WS-XS-IX               PIC 9(3).

      * THE CUSTOMER MASTER, HELD FOR THE SESSION.

       01  WS-CUSTOMER-TABLE.
           05  WS-CUST-ENTRY OCCURS 500 TIMES.
               10  WS-CT-NUMBER       PIC X(5).
               10  WS-CT-NAME         PIC X(25).

       01  WS-CUSTOMER-SUBSCRIPTS.
           05  WS-CUSTOMER-COUNT      PIC 9(3) VALUE ZERO.
           05  WS-CT-IX               PIC 9(3).

      * THE KIT COMPONENT FILE, HELD FOR THE SESSION.

       01  WS-KIT-TABLE.
           05  WS-KIT-ENTRY OCCURS 500 TIMES.
               10  WS-KT-KIT-CATALOG  PIC X(5).
               10  WS-KT-COMPONENT    PIC X(5).
               10  WS-KT-QTY-PER      PIC 9(3).

       01  WS-KIT-SUBSCRIPTS.
           05  WS-KIT-COUNT           PIC 9(3) VALUE ZERO.
           05  WS-KT-IX               PIC 9(3).

       01  WS-KIT-FIELDS.
           05  WS-KIT-COMP-QOH-N      PIC 9(4).
           05  WS-KIT-CAN-MAKE        PIC 9(4).
           05  WS-KIT-BUILDABLE       PIC 9(4).
           05  WS-KIT-BUILDABLE-ED    PIC ZZZ9.

      * SUPERSESSION CHAIN WALK AND THE ALTERNATE BEING SHOWN.
      * NINE HOPS IS FAR MORE THAN ANY MANUFACTURER HAS EVER
      * RENUMBERED ONE PART.

       01  WS-ALTERNATE-FIELDS.
           05  WS-CHAIN-CATALOG       PIC X(5).
           05  WS-CHAIN-HOPS          PIC 9(2).
           05  WS-ALT-CATALOG         PIC X(5).
           05  WS-ALT-RELATION        PIC X(18).

       01  WS-DATE.
           05  WS-YEAR                PIC 99.
           05  WS-MONTH               PIC 99.
       01  WS-BACKORDER-FIELDS.
           05  WS-BKO-ANSWER          PIC X(1).
           05  WS-BKO-QUANTITY-IN     PIC X(4).
           05  WS-BKO-CUSTOMER-IN     PIC X(5).

       01  WS-EDIT-FIELDS.
           05  WS-QOH-N               PIC 9(4).

       100-MAIN-MODULE.

           PERFORM 115-SIGN-ON
           IF WS-SIGNED-ON-SW = 'YES'
               PERFORM 125-HOUSEKEEPING
               PERFORM 200-PROCESS-INQUIRY
                   UNTIL WS-DONE-SW = 'YES'
           END-IF
           PERFORM 250-CLOSE-ROUTINE

           .

       115-SIGN-ON.

      * NOBODY GETS A SESSION WITHOUT SIGNING ON, AND NOTHING IS
      * OPENED UNTIL THEY HAVE.  EVERY FAILED TRY GOES ON THE
      * SECURITY VIOLATION LOG, AND AFTER THE THIRD THE SESSION IS
      * REFUSED.  A GOOD SIGN-ON STILL NEEDS INQUIRY AUTHORITY.

           ACCEPT WS-DATE FROM DATE
           MOVE WS-YEAR TO WS-CD-YEAR
           MOVE WS-MONTH TO WS-CD-MONTH
           MOVE WS-DAY TO WS-CD-DAY

           DISPLAY 'DRAKEA CAR PARTS WAREHOUSE STOCK INQUIRY'
           PERFORM 116-ATTEMPT-SIGN-ON
               UNTIL WS-SIGNED-ON-SW = 'YES'
                  OR WS-SIGN-ON-TRIES = WS-SIGN-ON-LIMIT
           IF WS-SIGNED-ON-SW = 'NO'
               DISPLAY 'SIGN-ON FAILED - SESSION REFUSED'
               MOVE 12 TO RETURN-CODE
           ELSE
               IF WS-OP-AUTH-INQUIRY NOT = 'Y'
                   MOVE 'A' TO WS-VIOLATION-TYPE
                   MOVE 'STOCK INQUIRY' TO WS-VIOLATION-FUNCTION
                   PERFORM 119-WRITE-VIOLATION
                   DISPLAY 'NOT AUTHORIZED FOR STOCK INQUIRY'
                   MOVE 'NO' TO WS-SIGNED-ON-SW
                   MOVE 12 TO RETURN-CODE
               ELSE
                   DISPLAY 'SIGNED ON:        ' WS-OP-NAME
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
           MOVE WS-CAPTURE-DATE TO VIO-DATE
           MOVE WS-TIME-HHMMSS TO VIO-TIME
           MOVE 'PROGRAM9' TO VIO-PROGRAM
           MOVE WS-SIGN-ON-ID TO VIO-OPERATOR-ID
           MOVE WS-VIOLATION-TYPE TO VIO-TYPE
           MOVE WS-VIOLATION-FUNCTION TO VIO-FUNCTION
           WRITE VIOLATION-REC
           CLOSE VIOLATION-FILE
           .

       125-HOUSEKEEPING.

           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'MASTER NOT AVAILABLE - LOAD IT WITH PROGRAM8'
           ELSE
               MOVE 'YES' TO WS-MASTER-OPEN-SW
               OPEN EXTEND BACKORDER-FILE
               PERFORM 130-LOAD-XREF-TABLE
               PERFORM 135-LOAD-CUSTOMER-TABLE
               PERFORM 137-LOAD-KIT-TABLE
           END-IF
           .

       130-LOAD-XREF-TABLE.

      * A CROSS-REFERENCE TOO BIG FOR THE TABLE STILL LETS THE
      * COUNTER WORK - THE LINES PAST THE TABLE JUST DO NOT SHOW.

           OPEN INPUT XREF-FILE
           PERFORM 131-LOAD-XREF-ENTRY
               UNTIL WS-XREF-EOF-SW = 'YES'
                  OR WS-XREF-COUNT = 500
           IF WS-XREF-EOF-SW NOT = 'YES'
               PERFORM 132-CHECK-XREF-OVERFLOW
           END-IF
           IF WS-XREF-EOF-SW NOT = 'YES'
               DISPLAY 'CROSS-REFERENCE TABLE FULL - LINES PAST 500 '
                   'NOT SHOWN'
           END-IF
           CLOSE XREF-FILE
           .

       131-LOAD-XREF-ENTRY.

      * A SUPERSESSION NOT YET EFFECTIVE IS LEFT OUT OF THE TABLE,
      * SO THE REPLACEMENT CHAIN NEVER HOPS TO A NUMBER THAT DOES
      * NOT REPLACE THE OLD ONE UNTIL A LATER DATE - SAME RULE THE
      * ORDER RUN AND THE BACKORDER RUN APPLY.

           READ XREF-FILE
               AT END
                   MOVE 'YES' TO WS-XREF-EOF-SW
               NOT AT END
                   IF XRF-TYPE = 'I'
                           OR XRF-EFFECTIVE-DATE
                               NOT GREATER THAN WS-CAPTURE-DATE
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

       132-CHECK-XREF-OVERFLOW.

      * A FULL TABLE ONLY MEANS OVERFLOW IF THERE IS ANOTHER LINE
      * BEHIND IT - A FILE OF EXACTLY 500 LINES LOADS WHOLE.

           READ XREF-FILE
               AT END
                   MOVE 'YES' TO WS-XREF-EOF-SW
           END-READ
           .

       135-LOAD-CUSTOMER-TABLE.

           OPEN INPUT CUSTOMER-FILE
           PERFORM 136-LOAD-CUSTOMER-ENTRY
               UNTIL WS-CUSTOMER-EOF-SW = 'YES'
                  OR WS-CUSTOMER-COUNT = 500
           IF WS-CUSTOMER-EOF-SW NOT = 'YES'
               PERFORM 134-CHECK-CUSTOMER-OVERFLOW
           END-IF
           IF WS-CUSTOMER-EOF-SW NOT = 'YES'
               DISPLAY 'CUSTOMER TABLE FULL - ACCOUNTS PAST 500 '
                   'NOT LOADED'
           END-IF
           CLOSE CUSTOMER-FILE
           .

       136-LOAD-CUSTOMER-ENTRY.

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

       134-CHECK-CUSTOMER-OVERFLOW.

      * A FULL TABLE ONLY MEANS OVERFLOW IF THERE IS ANOTHER LINE
      * BEHIND IT - A FILE OF EXACTLY 500 LINES LOADS WHOLE.

           READ CUSTOMER-FILE
               AT END
                   MOVE 'YES' TO WS-CUSTOMER-EOF-SW
           END-READ
           .

       137-LOAD-KIT-TABLE.

           OPEN INPUT KIT-FILE
           PERFORM 138-LOAD-KIT-ENTRY
               UNTIL WS-KIT-EOF-SW = 'YES'
                  OR WS-KIT-COUNT = 500
           IF WS-KIT-EOF-SW NOT = 'YES'
               PERFORM 139-CHECK-KIT-OVERFLOW
           END-IF
           IF WS-KIT-EOF-SW NOT = 'YES'
               DISPLAY 'KIT TABLE FULL - COMPONENT LINES PAST 500 '
                   'NOT SHOWN'
           END-IF
           CLOSE KIT-FILE
           .

       138-LOAD-KIT-ENTRY.

           READ KIT-FILE
               AT END
                   MOVE 'YES' TO WS-KIT-EOF-SW
               NOT AT END
                   ADD 1 TO WS-KIT-COUNT
                   MOVE KIT-CATALOG-NUMBER
                       TO WS-KT-KIT-CATALOG(WS-KIT-COUNT)
                   MOVE KIT-COMPONENT-CATALOG
                       TO WS-KT-COMPONENT(WS-KIT-COUNT)
                   MOVE KIT-QUANTITY-PER
                       TO WS-KT-QTY-PER(WS-KIT-COUNT)
           END-READ
           .

       139-CHECK-KIT-OVERFLOW.

      * A FULL TABLE ONLY MEANS OVERFLOW IF THERE IS ANOTHER LINE
      * BEHIND IT - A FILE OF EXACTLY 500 LINES LOADS WHOLE.

           READ KIT-FILE
               AT END
                   MOVE 'YES' TO WS-KIT-EOF-SW
           END-READ
           .

       200-PROCESS-INQUIRY.

       210-LOOK-UP-RECORD.

      * THE ALTERNATES ARE READ OFF THE SAME MASTER RECORD AREA,
      * SO THE BACKORDER OFFER IS DECIDED BEFORE THEY SHOW AND
      * THE CAPTURE WORKS FROM THE NUMBER AND LOCATION KEYED.

           MOVE 'NO' TO WS-OFFER-BACKORDER-SW
           MOVE 'NO' TO WS-SHOW-INTERCHANGE-SW
           MOVE WS-INQUIRY-LOCATION TO LOCATION-CODE
           MOVE WS-INQUIRY-KEY TO MST-KEY-CATALOG
           READ MASTER-FILE
               INVALID KEY
                   DISPLAY 'CATALOG NUMBER ' WS-INQUIRY-KEY
                       ' NOT FOUND AT LOCATION ' WS-INQUIRY-LOCATION
                   MOVE 'YES' TO WS-SHOW-INTERCHANGE-SW
               NOT INVALID KEY
                   PERFORM 220-DISPLAY-RECORD
                   PERFORM 240-SHOW-KITS-BUILDABLE
           END-READ
           PERFORM 300-SHOW-ALTERNATES
           IF WS-OFFER-BACKORDER-SW = 'YES'
               PERFORM 230-OFFER-BACKORDER
           END-IF
           .

       220-DISPLAY-RECORD.
           DISPLAY 'SOLD TODAY:       ' QUANTITY-SOLD
           DISPLAY 'RETURNED TODAY:   ' QUANTITY-RETURNED
           DISPLAY 'VENDOR:           ' VENDOR-NUMBER
           PERFORM 225-SHOW-BINS

      * SAME EXTENSION THE STOCK REPORT PRINTS - LEFT OFF WHEN
      * QUANTITY-ON-HAND IS NOT NUMERIC, THE WAY THE REPORT'S EDIT
               MOVE WS-EXT-VALUE TO WS-EXT-VALUE-ED
               DISPLAY 'EXTENDED VALUE:   ' WS-EXT-VALUE-ED
               IF WS-QOH-N = ZERO
                   MOVE 'YES' TO WS-OFFER-BACKORDER-SW
                   MOVE 'YES' TO WS-SHOW-INTERCHANGE-SW
               END-IF
           ELSE
               DISPLAY 'EXTENDED VALUE:   N/A - QUANTITY NOT NUMERIC'
               MOVE 'YES' TO WS-SHOW-INTERCHANGE-SW
           END-IF
           .

       225-SHOW-BINS.

      * WHERE THE PART IS SHELVED AT THIS LOCATION.  NO BIN FILE
      * AND NO BIN LINE FOR THE PART SHOW THE SAME WAY.

           MOVE 'NO' TO WS-BIN-FOUND-SW
           MOVE 'NO' TO WS-BIN-EOF-SW
           MOVE SPACES TO WS-INQUIRY-BINS
           OPEN INPUT BIN-FILE
           IF WS-BIN-STATUS = '00'
               PERFORM 226-READ-BIN
                   UNTIL WS-BIN-FOUND-SW = 'YES'
                      OR WS-BIN-EOF-SW = 'YES'
               CLOSE BIN-FILE
           END-IF
           IF WS-BIN-FOUND-SW = 'YES'
               DISPLAY 'PRIMARY BIN:      ' WS-IB-PRIMARY
               IF WS-IB-OVERFLOW NOT = SPACES
                   DISPLAY 'OVERFLOW BIN:     ' WS-IB-OVERFLOW
               END-IF
           ELSE
               DISPLAY 'BIN:              NONE ON FILE'
           END-IF
           .

       226-READ-BIN.

           READ BIN-FILE
               AT END
                   MOVE 'YES' TO WS-BIN-EOF-SW
               NOT AT END
                   IF BIN-LOCATION = LOCATION-CODE
                           AND BIN-CATALOG-NUMBER = MST-KEY-CATALOG
                       MOVE BIN-PRIMARY TO WS-IB-PRIMARY
                       MOVE BIN-OVERFLOW TO WS-IB-OVERFLOW
                       MOVE 'YES' TO WS-BIN-FOUND-SW
                   END-IF
           END-READ
           .

       230-OFFER-BACKORDER.

      * NOTHING ON HAND - BEFORE THE CUSTOMER WALKS, OFFER TO PUT
           DISPLAY 'NOTHING ON HAND - CAPTURE A BACKORDER (Y/N):'
           MOVE SPACES TO WS-BKO-ANSWER
           ACCEPT WS-BKO-ANSWER

      * ONLY AN OPERATOR WITH BACKORDER AUTHORITY MAY CAPTURE ONE -
      * ANYONE ELSE WHO TRIES IS TURNED AWAY AND LOGGED.

           IF WS-BKO-ANSWER = 'Y'
                   AND WS-OP-AUTH-BACKORDER NOT = 'Y'
               MOVE 'A' TO WS-VIOLATION-TYPE
               MOVE 'BACKORDER CAPTURE' TO WS-VIOLATION-FUNCTION
               PERFORM 119-WRITE-VIOLATION
               DISPLAY 'NOT AUTHORIZED TO CAPTURE BACKORDERS'
               MOVE SPACES TO WS-BKO-ANSWER
           END-IF
           IF WS-BKO-ANSWER = 'Y'
               DISPLAY 'ENTER QUANTITY WANTED:'
               MOVE SPACES TO WS-BKO-QUANTITY-IN
               ACCEPT WS-BKO-QUANTITY-IN
               IF WS-BKO-QUANTITY-IN IS NUMERIC
                   DISPLAY 'ENTER CUSTOMER NUMBER:'
                   MOVE SPACES TO WS-BKO-CUSTOMER-IN
                   ACCEPT WS-BKO-CUSTOMER-IN
                   PERFORM 231-FIND-CUSTOMER
                   IF WS-CUSTOMER-FOUND-SW = 'YES'
                       DISPLAY 'CUSTOMER:         '
                           WS-CT-NAME(WS-CT-IX)
                       PERFORM 235-WRITE-BACKORDER
                   ELSE
                       DISPLAY 'CUSTOMER ' WS-BKO-CUSTOMER-IN
                           ' NOT ON FILE - NOT CAPTURED'
                   END-IF
               ELSE
                   DISPLAY 'QUANTITY NOT NUMERIC - NOT CAPTURED'
               END-IF
           END-IF
           .

       231-FIND-CUSTOMER.

      * A BACKORDER IS ONLY WORTH CAPTURING FOR A CUSTOMER THE
      * COUNTER CAN CALL BACK, SO THE ACCOUNT MUST BE ON FILE.

           MOVE 'NO' TO WS-CUSTOMER-FOUND-SW
           MOVE 1 TO WS-CT-IX
           PERFORM 232-CHECK-CUSTOMER-ENTRY
               UNTIL WS-CUSTOMER-FOUND-SW = 'YES'
                  OR WS-CT-IX > WS-CUSTOMER-COUNT
           .

       232-CHECK-CUSTOMER-ENTRY.

           IF WS-CT-NUMBER(WS-CT-IX) = WS-BKO-CUSTOMER-IN
                   AND WS-BKO-CUSTOMER-IN NOT = SPACES
               MOVE 'YES' TO WS-CUSTOMER-FOUND-SW
           ELSE
               ADD 1 TO WS-CT-IX
           END-IF
           .

       235-WRITE-BACKORDER.

           MOVE SPACES TO BACKORDER-REC
           MOVE WS-INQUIRY-KEY TO BKO-CATALOG-NUMBER
           MOVE WS-INQUIRY-LOCATION TO BKO-LOCATION
           MOVE WS-BKO-QUANTITY-IN TO BKO-QUANTITY
           MOVE WS-BKO-CUSTOMER-IN TO BKO-CUSTOMER-NUMBER
           MOVE WS-OP-ID TO BKO-OPERATOR-ID
           MOVE WS-CAPTURE-DATE TO BKO-DATE
           MOVE 'O' TO BKO-STATUS
           WRITE BACKORDER-REC
           DISPLAY 'BACKORDER CAPTURED'
           .

       240-SHOW-KITS-BUILDABLE.

      * A KIT'S COMPONENTS ARE READ OFF THE SAME MASTER RECORD AREA
      * AS THE ALTERNATES, SO THIS RUNS AFTER THE KIT'S OWN DISPLAY
      * IS DONE WITH IT.  EACH COMPONENT ALLOWS ITS ON-HAND OVER
      * ITS QUANTITY PER KIT, ROUNDED DOWN; THE KIT CAN BE BUILT
      * AS MANY TIMES AS THE SCARCEST COMPONENT ALLOWS.

           MOVE 'NO' TO WS-KIT-FOUND-SW
           MOVE 9999 TO WS-KIT-BUILDABLE
           MOVE 1 TO WS-KT-IX
           PERFORM 241-CHECK-KIT-ENTRY
               UNTIL WS-KT-IX > WS-KIT-COUNT
           IF WS-KIT-FOUND-SW = 'YES'
               MOVE WS-KIT-BUILDABLE TO WS-KIT-BUILDABLE-ED
               DISPLAY 'KITS BUILDABLE:   ' WS-KIT-BUILDABLE-ED
           END-IF
           .

       241-CHECK-KIT-ENTRY.

           IF WS-KT-KIT-CATALOG(WS-KT-IX) = WS-INQUIRY-KEY
               IF WS-KIT-FOUND-SW = 'NO'
                   MOVE 'YES' TO WS-KIT-FOUND-SW
                   DISPLAY 'KIT COMPONENTS:'
               END-IF
               PERFORM 242-SHOW-KIT-COMPONENT
           END-IF
           ADD 1 TO WS-KT-IX
           .

       242-SHOW-KIT-COMPONENT.

      * A COMPONENT NOT STOCKED HERE, OR WITH GARBAGE IN ITS
      * ON-HAND, MEANS NO KIT CAN BE BUILT HERE UNTIL IT IS PUT
      * RIGHT.

           MOVE WS-INQUIRY-LOCATION TO LOCATION-CODE
           MOVE WS-KT-COMPONENT(WS-KT-IX) TO MST-KEY-CATALOG
           READ MASTER-FILE
               INVALID KEY
                   MOVE ZERO TO WS-KIT-BUILDABLE
                   DISPLAY '  ' WS-KT-COMPONENT(WS-KT-IX)
                       '  PER KIT ' WS-KT-QTY-PER(WS-KT-IX)
                       '  NOT STOCKED AT LOCATION '
                       WS-INQUIRY-LOCATION
               NOT INVALID KEY
                   DISPLAY '  ' WS-KT-COMPONENT(WS-KT-IX)
                       '  ' ITEM-DESCRIPTION
                       '  PER KIT ' WS-KT-QTY-PER(WS-KT-IX)
                       '  ON HAND ' QUANTITY-ON-HAND
                   IF QUANTITY-ON-HAND IS NUMERIC
                       MOVE QUANTITY-ON-HAND TO WS-KIT-COMP-QOH-N
                       IF WS-KT-QTY-PER(WS-KT-IX) > ZERO
                           DIVIDE WS-KIT-COMP-QOH-N
                               BY WS-KT-QTY-PER(WS-KT-IX)
                               GIVING WS-KIT-CAN-MAKE
                           IF WS-KIT-CAN-MAKE < WS-KIT-BUILDABLE
                               MOVE WS-KIT-CAN-MAKE
                                   TO WS-KIT-BUILDABLE
                           END-IF
                       END-IF
                   ELSE
                       MOVE ZERO TO WS-KIT-BUILDABLE
                   END-IF
           END-READ
           .

       300-SHOW-ALTERNATES.

      * A SUPERSEDED NUMBER ALWAYS SHOWS ITS REPLACEMENT, HOP BY
      * HOP DOWN TO THE CURRENT NUMBER.  THE INTERCHANGEABLE
      * EQUIVALENTS SHOW ONLY WHEN THE NUMBER KEYED CANNOT BE SOLD
      * FROM THE SHELF.

           MOVE WS-INQUIRY-KEY TO WS-CHAIN-CATALOG
           MOVE ZERO TO WS-CHAIN-HOPS
           MOVE 'YES' TO WS-SUPERSEDED-SW
           PERFORM 310-SHOW-REPLACEMENT
               UNTIL WS-SUPERSEDED-SW = 'NO'
                  OR WS-CHAIN-HOPS = 9

           IF WS-SHOW-INTERCHANGE-SW = 'YES'
               MOVE 'INTERCHANGES WITH:' TO WS-ALT-RELATION
               MOVE 1 TO WS-XT-IX
               PERFORM 320-SHOW-INTERCHANGE
                   UNTIL WS-XT-IX > WS-XREF-COUNT
           END-IF
           .

       310-SHOW-REPLACEMENT.

           MOVE 'NO' TO WS-SUPERSEDED-SW
           MOVE 1 TO WS-XS-IX
           PERFORM 311-CHECK-REPLACEMENT-ENTRY
               UNTIL WS-SUPERSEDED-SW = 'YES'
                  OR WS-XS-IX > WS-XREF-COUNT
           IF WS-SUPERSEDED-SW = 'YES'
               ADD 1 TO WS-CHAIN-HOPS
               MOVE WS-XT-NEW-CATALOG(WS-XS-IX) TO WS-CHAIN-CATALOG
               MOVE WS-CHAIN-CATALOG TO WS-ALT-CATALOG
               MOVE 'SUPERSEDED BY:' TO WS-ALT-RELATION
               PERFORM 330-SHOW-ALTERNATE-STOCK
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

       320-SHOW-INTERCHANGE.

      * AN INTERCHANGE LINE WORKS BOTH WAYS ROUND.

           IF WS-XT-TYPE(WS-XT-IX) = 'I'
               IF WS-XT-OLD-CATALOG(WS-XT-IX) = WS-INQUIRY-KEY
                   MOVE WS-XT-NEW-CATALOG(WS-XT-IX) TO WS-ALT-CATALOG
                   PERFORM 330-SHOW-ALTERNATE-STOCK
               END-IF
               IF WS-XT-NEW-CATALOG(WS-XT-IX) = WS-INQUIRY-KEY
                   MOVE WS-XT-OLD-CATALOG(WS-XT-IX) TO WS-ALT-CATALOG
                   PERFORM 330-SHOW-ALTERNATE-STOCK
               END-IF
           END-IF
           ADD 1 TO WS-XT-IX
           .

       330-SHOW-ALTERNATE-STOCK.

           MOVE WS-INQUIRY-LOCATION TO LOCATION-CODE
           MOVE WS-ALT-CATALOG TO MST-KEY-CATALOG
           READ MASTER-FILE
               INVALID KEY
                   DISPLAY WS-ALT-RELATION WS-ALT-CATALOG
                       '  NOT STOCKED AT LOCATION ' WS-INQUIRY-LOCATION
               NOT INVALID KEY
                   DISPLAY WS-ALT-RELATION WS-ALT-CATALOG
                       '  ' ITEM-DESCRIPTION
                       '  ON HAND ' QUANTITY-ON-HAND
           END-READ
           .

       250-CLOSE-ROUTINE.

           IF WS-MASTER-OPEN-SW = 'YES'

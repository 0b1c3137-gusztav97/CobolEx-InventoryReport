      *  This program is the front-end edit for the maintenance
      *  transaction batch.  It validates every record keyed against
      *  PR1FA17T.TXT before the master update ever sees it: the
      *  TRANS-CODE must be A, C, D, T, S, R, V, W, B, K, X, P,
      *  or O; the unit price
      *  and the six quantity fields must be numeric on adds and
      *  changes; a transfer must carry a numeric quantity and two
      *  different, non-blank locations; a delta posting (S sale,
      *  R receipt, V return) must carry a numeric quantity; a
      *  return to vendor (W) must carry a numeric quantity, the
      *  vendor's return authorization (RA) number, and a reason of
      *  D (defective), C (core), E (expired), or O (other), with a
      *  numeric per-unit core charge on a core return - or a
      *  reason of X (expired, written off), which needs no RA
      *  number - and any lot date code it names must be numeric;
      *  a kit
      *  build (B) or break (K) must carry a numeric, non-zero
      *  number of kits; a
      *  status change (X) must carry a status of A (active),
      *  D (discontinued), or O (obsolete); a selling-price change
      *  (P) must carry a numeric price, with the below-cost test
      *  left to the update where the cost lives; a reorder-point
      *  change (O) must carry a numeric reorder point; and a
      *  catalog number may appear only once per warehouse location
      *  in the batch - deltas, vendor returns, and kit builds and
      *  breaks excepted, since posting the same part several times
      *  in one day is the normal course of business at the
      *  counter, the dock, and the assembly bench.  Clean
      *  transactions and rejects are split into separate files, and
      *  a proof listing shows every record with its disposition,
      *  counts by transaction type, and the total value keyed, so
      *  was built from.  An operator override on PR1FA17R.OVR lets
      *  a genuine re-key rerun through, and a clean finish stamps
      *  the edit step complete so maintenance is allowed to run.
      *  The override only counts if it carries the ID and password
      *  of an operator with override authority.
      *
      *  No batch is edited until it has been released: the ID and
      *  password of an operator with maintenance batch release
      *  authority, with today's date, keyed onto PR1FA17Y.REL.  The
      *  releasing operator is printed at the head of the proof
      *  listing, and the maintenance run stamps the same operator
      *  on every journal record.  A release that does not prove
      *  out refuses the edit with condition code 12, and a bad
      *  sign-on or a release outside the operator's authority goes
      *  on the security violation log PROGRAM29 prints for the
      *  supervisor.
      *
      *  INPUT:  PR1FA17T.TXT  - transaction batch as keyed
      *          PR1FA17R.CTL  - daily run-control record
      *          PR1FA17Y.REL  - today's batch release
      *          PR1FA17Y.TXT  - operator file
      *  OUTPUT: PR1FA17T.CLN  - transactions that passed every edit
      *          PR1FA17T.REJ  - rejected transactions, for re-key
      *          PR1FA17R.CTL  - edit step stamped complete
      *          PROGRAM6FA18.TXT - proof listing with the releasing
      *                          operator, counts, and total value
      *                          keyed
      *          PR1FA17Y.VIO  - security violation log (extended)
      *
      **********************************************************

               ASSIGN TO 'PR1FA17R.OVR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERRIDE-STATUS.

      * OPERATOR FILE - ID, PASSWORD, NAME, AND AUTHORITY BY
      * FUNCTION - THAT PROVES THE OPERATOR KEYED ON AN OVERRIDE,
      * AND THE SECURITY VIOLATION LOG A BAD ONE GOES ON.  PROGRAM29
      * PRINTS THE LOG DAILY FOR THE SUPERVISOR.

           SELECT OPERATOR-FILE
               ASSIGN TO 'PR1FA17Y.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-STATUS.

           SELECT OPTIONAL VIOLATION-FILE
               ASSIGN TO 'PR1FA17Y.VIO'
               ORGANIZATION IS LINE SEQUENTIAL.

      * THE DAY'S BATCH RELEASE - THE ID AND PASSWORD OF THE
      * OPERATOR WHO RELEASED THE MAINTENANCE BATCH, AND THE DATE.
      * KEYED BY THE SUPERVISOR; THE EDIT AND THE UPDATE BOTH READ
      * IT AND NEITHER CONSUMES IT.

           SELECT RELEASE-FILE
               ASSIGN TO 'PR1FA17Y.REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELEASE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
           05  OVR-WORD               PIC X(8).
           05  FILLER                 PIC X(1).
           05  OVR-DATE               PIC X(8).
           05  FILLER                 PIC X(1).
           05  OVR-OPERATOR-ID        PIC X(3).
           05  FILLER                 PIC X(1).
           05  OVR-PASSWORD           PIC X(8).
           05  FILLER                 PIC X(50).

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

       FD  RELEASE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RELEASE-REC                PIC X(80).

       WORKING-STORAGE SECTION.

           05  WS-OVERRIDE-STATUS     PIC X(2).
           05  WS-RUN-ALLOWED-SW      PIC X(3) VALUE 'YES'.
           05  WS-OVERRIDE-SW         PIC X(3) VALUE 'NO'.
           05  WS-OPERATOR-STATUS     PIC X(2).
           05  WS-OPERATOR-EOF-SW     PIC X(3).
           05  WS-OPERATOR-FOUND-SW   PIC X(3).
           05  WS-OPERATOR-OK-SW      PIC X(3).
           05  WS-RELEASE-STATUS      PIC X(2).
           05  WS-REFUSAL-REASON      PIC X(45).

       01  WS-DATE.
           05  WS-YEAR                PIC 99.
           05  WS-TD-MONTH            PIC 99.
           05  WS-TD-DAY              PIC 99.

      * THE OPERATOR AN OVERRIDE OR RELEASE WAS KEYED BY, AS
      * CARRIED ON THE OPERATOR FILE.  AUTHORITY FLAGS ARE Y FOR
      * GRANTED - INQUIRY, BACKORDER CAPTURE, RECEIVING,
      * MAINTENANCE BATCH RELEASE, OVERRIDE.

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
           05  WS-VIOLATION-TYPE      PIC X(1).
           05  WS-VIOLATION-FUNCTION  PIC X(20).

       01  WS-TIME.
           05  WS-TIME-HHMMSS         PIC 9(6).
           05  WS-TIME-HUNDREDTHS     PIC 9(2).

      * THE BATCH RELEASE AS KEYED, AND THE OPERATOR IT PROVED OUT
      * TO.

       01  WS-RELEASE.
           05  WS-REL-OPERATOR-ID     PIC X(3).
           05  FILLER                 PIC X(1).
           05  WS-REL-PASSWORD        PIC X(8).
           05  FILLER                 PIC X(1).
           05  WS-REL-DATE            PIC X(8).
           05  FILLER                 PIC X(59).

       01  WS-RELEASE-OPERATOR.
           05  WS-RELEASE-OPERATOR-ID PIC X(3).
           05  WS-RELEASE-OPERATOR-NAME PIC X(20).

      * THE SHARED RUN-CONTROL RECORD - ONE DATE AND STATUS PER
      * STEP OF THE DAILY STREAM (R = RUNNING, C = COMPLETE).

           05  WS-PRC-OVERRIDE        PIC X(1).
           05  FILLER                 PIC X(68).

      * REORDER-POINT VIEW OF THE SAME RECORD - ON AN O THE FIRST
      * DESCRIPTION BYTES CARRY THE NEW REORDER POINT.

       01  WS-REORDER-CHANGE REDEFINES WS-TRANSACTION.
           05  FILLER                 PIC X(6).
           05  WS-ROP-NEW-POINT       PIC X(4).
           05  FILLER                 PIC X(70).

      * RETURN-TO-VENDOR VIEW OF THE SAME RECORD - ON A W THE
      * DESCRIPTION BYTES CARRY THE QUANTITY GOING BACK, THE
      * VENDOR'S RETURN AUTHORIZATION NUMBER, THE REASON CODE, ON A
      * CORE RETURN THE CORE CHARGE CREDITED PER UNIT, AND, WHEN
      * THE STOCK IS A DATE-CODED LOT, ITS DATE CODE (YYYYMM).  THE
      * VENDOR RIDES IN ITS USUAL FIELD (BLANK MEANS THE ITEM'S OWN
      * VENDOR) AND SO DOES THE LOCATION.

       01  WS-VENDOR-RETURN REDEFINES WS-TRANSACTION.
           05  FILLER                 PIC X(6).
           05  WS-RTV-QUANTITY        PIC X(4).
           05  WS-RTV-RA-NUMBER       PIC X(10).
           05  WS-RTV-REASON          PIC X(1).
           05  WS-RTV-CORE-CHARGE     PIC 999V99.
           05  WS-RTV-DATE-CODE       PIC X(6).
           05  FILLER                 PIC X(48).

      * KIT VIEW OF THE SAME RECORD - ON A B (BUILD) OR K (BREAK)
      * THE FIRST DESCRIPTION BYTES CARRY THE NUMBER OF KITS TO
      * BUILD FROM, OR BREAK BACK INTO, THEIR COMPONENTS AT THE
      * LOCATION IN ITS USUAL FIELD.

       01  WS-KIT-ASSEMBLY REDEFINES WS-TRANSACTION.
           05  FILLER                 PIC X(6).
           05  WS-KIT-QUANTITY        PIC X(4).
           05  FILLER                 PIC X(70).

      * WORKING FIELDS FOR THE EDIT.  WS-ERROR-REASON IS BUILT ONE
      * BAD FIELD NAME AT A TIME BY 203-APPEND-BAD-FIELD, SAME AS
      * PROGRAM1'S MASTER-FILE EDIT.
           05  WS-RETURN-COUNT        PIC 9(5) VALUE ZERO.
           05  WS-STATUS-COUNT        PIC 9(5) VALUE ZERO.
           05  WS-PRICE-COUNT         PIC 9(5) VALUE ZERO.
           05  WS-REORDER-COUNT       PIC 9(5) VALUE ZERO.
           05  WS-VENDOR-RETURN-COUNT PIC 9(5) VALUE ZERO.
           05  WS-KIT-BUILD-COUNT     PIC 9(5) VALUE ZERO.
           05  WS-KIT-BREAK-COUNT     PIC 9(5) VALUE ZERO.
           05  WS-REJECT-COUNT        PIC 9(5) VALUE ZERO.
           05  WS-TOTAL-KEYED-VALUE   PIC 9(9)V99 VALUE ZERO.

               10  PH1-YEAR           PIC 9999.
           05  FILLER                 PIC X(21) VALUE SPACES.

       01  WS-PROOF-RELEASE-LINE.
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  PRL-LABEL              PIC X(13) VALUE
               'RELEASED BY: '.
           05  PRL-OPERATOR-ID-OUT    PIC X(3).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PRL-OPERATOR-NAME-OUT  PIC X(20).
           05  FILLER                 PIC X(121) VALUE SPACES.

       01  WS-PROOF-HEADING-2.
           05  FILLER                 PIC X(1).
           05  PH2-CODE-NAME          PIC X(4) VALUE 'CODE'.
       100-MAIN-MODULE.

           PERFORM 110-CHECK-RUN-CONTROL
           IF WS-RUN-ALLOWED-SW = 'YES'
               PERFORM 115-CHECK-RELEASE
           END-IF
           IF WS-RUN-ALLOWED-SW = 'NO'
               STOP RUN
           END-IF
       112-CHECK-OVERRIDE.

      * A GENUINE RERUN IS LET THROUGH BY KEYING AN OVERRIDE
      * RECORD - THE WORD OVERRIDE, TODAY'S DATE, AND THE ID AND
      * PASSWORD OF AN OPERATOR WITH OVERRIDE AUTHORITY - ONTO
      * PR1FA17R.OVR.  THE OVERRIDE IS CONSUMED AS IT IS USED, SO
      * IT WAIVES EXACTLY ONE STEP'S CHECK ON EXACTLY ONE DAY.

                   NOT AT END
                       IF OVR-WORD = 'OVERRIDE'
                               AND OVR-DATE = WS-TODAY
                           PERFORM 116-CHECK-OVERRIDE-OPERATOR
                       END-IF
               END-READ
               CLOSE OVERRIDE-FILE
           END-IF
           .

       115-CHECK-RELEASE.

      * THE BATCH GOES NOWHERE UNTIL AN OPERATOR WITH BATCH
      * RELEASE AUTHORITY HAS RELEASED IT - THEIR ID, PASSWORD, AND
      * TODAY'S DATE KEYED ONTO PR1FA17Y.REL.  A RELEASE CARRYING A
      * BAD SIGN-ON, OR THE ID OF AN OPERATOR WITHOUT THE AUTHORITY,
      * GOES ON THE SECURITY VIOLATION LOG.  NO OVERRIDE WAIVES IT.

           MOVE SPACES TO WS-REFUSAL-REASON
           MOVE SPACES TO WS-RELEASE
           OPEN INPUT RELEASE-FILE
           IF WS-RELEASE-STATUS = '00'
               READ RELEASE-FILE INTO WS-RELEASE
                   AT END
                       MOVE SPACES TO WS-RELEASE
               END-READ
               CLOSE RELEASE-FILE
           END-IF

           IF WS-REL-DATE NOT = WS-TODAY
               MOVE 'EDIT REFUSED - BATCH NOT RELEASED TODAY'
                   TO WS-REFUSAL-REASON
           END-IF
           IF WS-REFUSAL-REASON = SPACES
               MOVE WS-REL-OPERATOR-ID TO WS-SIGN-ON-ID
               MOVE WS-REL-PASSWORD TO WS-SIGN-ON-PASSWORD
               PERFORM 117-FIND-OPERATOR
               IF WS-OPERATOR-OK-SW = 'NO'
                   MOVE 'S' TO WS-VIOLATION-TYPE
                   MOVE 'BATCH RELEASE' TO WS-VIOLATION-FUNCTION
                   PERFORM 119-WRITE-VIOLATION
                   MOVE 'EDIT REFUSED - RELEASE SIGN-ON INVALID'
                       TO WS-REFUSAL-REASON
               END-IF
           END-IF
           IF WS-REFUSAL-REASON = SPACES
                   AND WS-OP-AUTH-RELEASE NOT = 'Y'
               MOVE 'A' TO WS-VIOLATION-TYPE
               MOVE 'BATCH RELEASE' TO WS-VIOLATION-FUNCTION
               PERFORM 119-WRITE-VIOLATION
               MOVE 'EDIT REFUSED - RELEASER NOT AUTHORIZED'
                   TO WS-REFUSAL-REASON
           END-IF
           IF WS-REFUSAL-REASON = SPACES
               MOVE WS-OP-ID TO WS-RELEASE-OPERATOR-ID
               MOVE WS-OP-NAME TO WS-RELEASE-OPERATOR-NAME
           END-IF

           IF WS-REFUSAL-REASON NOT = SPACES
               DISPLAY WS-REFUSAL-REASON
               MOVE 'NO' TO WS-RUN-ALLOWED-SW
               MOVE 12 TO RETURN-CODE
           END-IF
           .

       116-CHECK-OVERRIDE-OPERATOR.

      * AN OVERRIDE ONLY COUNTS IF IT CARRIES THE ID AND PASSWORD
      * OF AN OPERATOR WITH OVERRIDE AUTHORITY.  ONE THAT DOES NOT
      * IS REFUSED, LEFT ON FILE UNCONSUMED, AND LOGGED AS A
      * SECURITY VIOLATION.

           MOVE OVR-OPERATOR-ID TO WS-SIGN-ON-ID
           MOVE OVR-PASSWORD TO WS-SIGN-ON-PASSWORD
           PERFORM 117-FIND-OPERATOR
           IF WS-OPERATOR-OK-SW = 'NO'
               MOVE 'S' TO WS-VIOLATION-TYPE
               MOVE 'RUN-CONTROL OVERRIDE' TO WS-VIOLATION-FUNCTION
               PERFORM 119-WRITE-VIOLATION
               DISPLAY 'OVERRIDE REFUSED - OPERATOR SIGN-ON INVALID'
           ELSE
               IF WS-OP-AUTH-OVERRIDE NOT = 'Y'
                   MOVE 'A' TO WS-VIOLATION-TYPE
                   MOVE 'RUN-CONTROL OVERRIDE'
                       TO WS-VIOLATION-FUNCTION
                   PERFORM 119-WRITE-VIOLATION
                   DISPLAY 'OVERRIDE REFUSED - OPERATOR NOT AUTHORIZED'
               ELSE
                   MOVE 'YES' TO WS-OVERRIDE-SW
                   DISPLAY 'OVERRIDE KEYED BY ' WS-OP-ID ' '
                       WS-OP-NAME
               END-IF
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
           MOVE WS-TODAY TO VIO-DATE
           MOVE WS-TIME-HHMMSS TO VIO-TIME
           MOVE 'PROGRAM6' TO VIO-PROGRAM
           MOVE WS-SIGN-ON-ID TO VIO-OPERATOR-ID
           MOVE WS-VIOLATION-TYPE TO VIO-TYPE
           MOVE WS-VIOLATION-FUNCTION TO VIO-FUNCTION
           WRITE VIOLATION-REC
           CLOSE VIOLATION-FILE
           .

       113-WRITE-RUN-CONTROL.

           OPEN OUTPUT RUN-CONTROL-FILE

           MOVE WS-PROOF-HEADING-1 TO PROOF-REC
           WRITE PROOF-REC AFTER ADVANCING 1 LINE
           MOVE WS-RELEASE-OPERATOR-ID TO PRL-OPERATOR-ID-OUT
           MOVE WS-RELEASE-OPERATOR-NAME TO PRL-OPERATOR-NAME-OUT
           MOVE WS-PROOF-RELEASE-LINE TO PROOF-REC
           WRITE PROOF-REC AFTER ADVANCING 1 LINE
           MOVE WS-PROOF-HEADING-2 TO PROOF-REC
           WRITE PROOF-REC AFTER ADVANCING 2 LINES
           .
      * FROM THE CHECK IN BOTH DIRECTIONS, SO A TRANSFER AND A
      * CHANGE FOR THE SAME PART IN ONE BATCH DO NOT COLLIDE.  THE
      * DELTA POSTINGS ARE EXEMPT THE SAME WAY - SEVERAL SALES OF
      * ONE PART IN ONE BATCH IS THE NORMAL DAY'S KEYING, AND SO
      * ARE VENDOR RETURNS - ONE RA CAN SEND A PART BACK IN TWO
      * LOTS - AND KIT BUILDS AND BREAKS, WHICH THE BENCH KEYS AS
      * EACH BATCH OF KITS IS PUT TOGETHER.

           IF WS-TRANS-CODE NOT = 'T' AND 'S' AND 'R' AND 'V' AND 'W'
                   AND 'B' AND 'K'
               MOVE WS-CURRENT-TRANS-KEY TO WS-PRIOR-TRANS-KEY
           END-IF

           ELSE
               MOVE WS-TRANS-LOCATION TO WS-CURRENT-LOCATION
           END-IF
           IF WS-TRANS-CODE NOT = 'T' AND 'S' AND 'R' AND 'V' AND 'W'
                   AND 'B' AND 'K'
                   AND WS-CURRENT-TRANS-KEY = WS-PRIOR-TRANS-KEY
               MOVE 'DUPLICATE-IN-BATCH' TO WS-BAD-FIELD-NAME
               PERFORM 203-APPEND-BAD-FIELD
      * ONE QUANTITY IT MOVES.

           IF WS-TRANS-CODE = 'A' OR 'C' OR 'D' OR 'T'
                   OR 'S' OR 'R' OR 'V' OR 'W' OR 'X' OR 'P'
                   OR 'B' OR 'K' OR 'O'
               CONTINUE
           ELSE
               MOVE 'TRANS-CODE' TO WS-BAD-FIELD-NAME
               END-IF
           END-IF

           IF WS-TRANS-CODE = 'W'
               IF WS-RTV-QUANTITY IS NOT NUMERIC
                   MOVE 'RETURN-QUANTITY' TO WS-BAD-FIELD-NAME
                   PERFORM 203-APPEND-BAD-FIELD
               END-IF

      * EXPIRED STOCK WRITTEN OFF (X) GOES TO NO VENDOR, SO IT
      * CARRIES NO RA NUMBER.

               IF WS-RTV-RA-NUMBER = SPACES
                       AND WS-RTV-REASON NOT = 'X'
                   MOVE 'RA-NUMBER' TO WS-BAD-FIELD-NAME
                   PERFORM 203-APPEND-BAD-FIELD
               END-IF
               IF WS-RTV-REASON = 'D' OR 'C' OR 'E' OR 'O' OR 'X'
                   CONTINUE
               ELSE
                   MOVE 'RETURN-REASON' TO WS-BAD-FIELD-NAME
                   PERFORM 203-APPEND-BAD-FIELD
               END-IF
               IF WS-RTV-REASON = 'C'
                       AND WS-RTV-CORE-CHARGE IS NOT NUMERIC
                   MOVE 'CORE-CHARGE' TO WS-BAD-FIELD-NAME
                   PERFORM 203-APPEND-BAD-FIELD
               END-IF
               IF WS-RTV-DATE-CODE NOT = SPACES
                       AND WS-RTV-DATE-CODE IS NOT NUMERIC
                   MOVE 'DATE-CODE' TO WS-BAD-FIELD-NAME
                   PERFORM 203-APPEND-BAD-FIELD
               END-IF
           END-IF

      * THE COMPONENTS AND STOCK ON HAND ARE PROVED BY THE UPDATE,
      * WHERE THE KIT FILE AND THE MASTER ARE.

           IF WS-TRANS-CODE = 'B' OR 'K'
               IF WS-KIT-QUANTITY IS NOT NUMERIC
                   MOVE 'KIT-QUANTITY' TO WS-BAD-FIELD-NAME
                   PERFORM 203-APPEND-BAD-FIELD
               ELSE
                   IF WS-KIT-QUANTITY = ZERO
                       MOVE 'KIT-QUANTITY' TO WS-BAD-FIELD-NAME
                       PERFORM 203-APPEND-BAD-FIELD
                   END-IF
               END-IF
           END-IF

           IF WS-TRANS-CODE = 'X'
               IF WS-STAT-NEW-STATUS = 'A' OR 'D' OR 'O'
                   CONTINUE
               END-IF
           END-IF

           IF WS-TRANS-CODE = 'O'
               IF WS-ROP-NEW-POINT IS NOT NUMERIC
                   MOVE 'REORDER-POINT' TO WS-BAD-FIELD-NAME
                   PERFORM 203-APPEND-BAD-FIELD
               END-IF
           END-IF

           IF WS-TRANS-CODE = 'T'
               IF WS-XFER-QUANTITY IS NOT NUMERIC
                   MOVE 'TRANSFER-QUANTITY' TO WS-BAD-FIELD-NAME
                   ADD 1 TO WS-RECEIPT-COUNT
               WHEN 'V'
                   ADD 1 TO WS-RETURN-COUNT
               WHEN 'W'
                   ADD 1 TO WS-VENDOR-RETURN-COUNT
               WHEN 'B'
                   ADD 1 TO WS-KIT-BUILD-COUNT
               WHEN 'K'
                   ADD 1 TO WS-KIT-BREAK-COUNT
               WHEN 'X'
                   ADD 1 TO WS-STATUS-COUNT
               WHEN 'P'
                   ADD 1 TO WS-PRICE-COUNT
               WHEN 'O'
                   ADD 1 TO WS-REORDER-COUNT
           END-EVALUATE
           .

           MOVE PROOF-COUNT-LINE TO PROOF-REC
           WRITE PROOF-REC AFTER ADVANCING 1 LINE

           MOVE 'VENDOR RETURNS:' TO PCL-LABEL
           MOVE WS-VENDOR-RETURN-COUNT TO PCL-COUNT-OUT
           MOVE PROOF-COUNT-LINE TO PROOF-REC
           WRITE PROOF-REC AFTER ADVANCING 1 LINE

           MOVE 'KIT BUILDS:' TO PCL-LABEL
           MOVE WS-KIT-BUILD-COUNT TO PCL-COUNT-OUT
           MOVE PROOF-COUNT-LINE TO PROOF-REC
           WRITE PROOF-REC AFTER ADVANCING 1 LINE

           MOVE 'KIT BREAKS:' TO PCL-LABEL
           MOVE WS-KIT-BREAK-COUNT TO PCL-COUNT-OUT
           MOVE PROOF-COUNT-LINE TO PROOF-REC
           WRITE PROOF-REC AFTER ADVANCING 1 LINE

           MOVE 'STATUS CHANGES:' TO PCL-LABEL
           MOVE WS-STATUS-COUNT TO PCL-COUNT-OUT
           MOVE PROOF-COUNT-LINE TO PROOF-REC
           MOVE PROOF-COUNT-LINE TO PROOF-REC
           WRITE PROOF-REC AFTER ADVANCING 1 LINE

           MOVE 'REORDER PT CHANGES:' TO PCL-LABEL
           MOVE WS-REORDER-COUNT TO PCL-COUNT-OUT
           MOVE PROOF-COUNT-LINE TO PROOF-REC
           WRITE PROOF-REC AFTER ADVANCING 1 LINE

           MOVE 'REJECTED:' TO PCL-LABEL
           MOVE WS-REJECT-COUNT TO PCL-COUNT-OUT
           MOVE PROOF-COUNT-LINE TO PROOF-REC

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM20.
       AUTHOR. GUSZTAV FRANCIA.


      *  This program maintains the part cross-reference file.
      *  Manufacturers supersede catalog numbers constantly, and a
      *  superseded number left on the master is a dead record the
      *  counter has to remember.  The cross-reference carries one
      *  line per pair of catalog numbers: type S says the old
      *  number is superseded by the new one, type I says the two
      *  are interchangeable equivalents either way round.  The
      *  inquiry (PROGRAM9) shows the replacement and its on-hand,
      *  the order run (PROGRAM5) orders the current number instead
      *  of the old one, and the backorder run (PROGRAM15) fills a
      *  waiting line from a replacement that is in stock.
      *
      *  Maintenance is keyed onto PR1FA17I.TRN - A to add a pair,
      *  C to change the type, effective date, or note on a pair
      *  already on file, D to take a pair off.  Every transaction
      *  is proved and listed with its disposition, and the whole
      *  cross-reference prints after the update in old-number
      *  order with the replacement's description off the master,
      *  so the listing can be signed off against the
      *  manufacturer's bulletin.  A supersession is refused when
      *  the old number already has a replacement, or when the new
      *  number leads back round to the old one - a loop would send
      *  the order run chasing its own tail.
      *
      *  INPUT:  PR1FA17I.TXT  - part cross-reference
      *          PR1FA17I.TRN  - cross-reference maintenance
      *                          transactions
      *          PR1FA17.MST   - indexed inventory master
      *  OUTPUT: PR1FA17I.TXT  - updated cross-reference, in old
      *                          catalog number order
      *          PROGRAM20FA18.TXT - maintenance proof and
      *                          cross-reference listing
      *
      **********************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBMPC.
       OBJECT-COMPUTER.    IBMPC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * THE CROSS-REFERENCE IS READ INTO A TABLE AT STARTUP,
      * MAINTAINED THERE, AND WRITTEN BACK AT END OF JOB.  OPTIONAL
      * SO THE FIRST MAINTENANCE RUN CREATES IT.

           SELECT OPTIONAL XREF-FILE
               ASSIGN TO 'PR1FA17I.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL XREF-TRANS-FILE
               ASSIGN TO 'PR1FA17I.TRN'
               ORGANIZATION IS LINE SEQUENTIAL.

      * THE UPDATED TABLE, WRITTEN OUT HERE AND SORTED BACK OVER
      * THE CROSS-REFERENCE IN OLD-NUMBER ORDER.

           SELECT XREF-WORK-FILE
               ASSIGN TO 'PR1FA17I.TMP'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-FILE
               ASSIGN TO 'SORTWK20.TMP'.

           SELECT MASTER-FILE
               ASSIGN TO 'PR1FA17.MST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-LOCATION-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT PROOF-LIST-FILE
               ASSIGN TO PRINTER 'PROGRAM20FA18.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.

      * ONE CROSS-REFERENCE LINE - THE OLD (OR FIRST) NUMBER, THE
      * NEW (OR EQUIVALENT) NUMBER, THE TYPE (S = SUPERSEDED BY,
      * I = INTERCHANGEABLE), THE DATE THE MANUFACTURER MADE IT
      * EFFECTIVE, A SHORT NOTE, AND THE DATE IT WAS LAST
      * MAINTAINED.

       FD  XREF-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  XREF-REC.
           05  XRF-OLD-CATALOG        PIC X(5).
           05  XRF-NEW-CATALOG        PIC X(5).
           05  XRF-TYPE               PIC X(1).
           05  XRF-EFFECTIVE-DATE     PIC 9(8).
           05  XRF-NOTE               PIC X(20).
           05  XRF-MAINT-DATE         PIC 9(8).
           05  FILLER                 PIC X(33).

      * ONE MAINTENANCE TRANSACTION - ACTION CODE (A/C/D) AND THE
      * CROSS-REFERENCE FIELDS AS KEYED.  A BLANK EFFECTIVE DATE
      * ON AN ADD TAKES THE RUN DATE.

       FD  XREF-TRANS-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  XREF-TRANS-REC.
           05  XTR-CODE               PIC X(1).
           05  XTR-OLD-CATALOG        PIC X(5).
           05  XTR-NEW-CATALOG        PIC X(5).
           05  XTR-TYPE               PIC X(1).
           05  XTR-EFFECTIVE-DATE     PIC X(8).
           05  XTR-NOTE               PIC X(20).
           05  FILLER                 PIC X(40).

       FD  XREF-WORK-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  XREF-WORK-REC              PIC X(80).

       SD  SORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SORT-REC.
           05  SORT-OLD-CATALOG       PIC X(5).
           05  SORT-NEW-CATALOG       PIC X(5).
           05  FILLER                 PIC X(70).

       FD  MASTER-FILE.
       01  INVENTORY-REC.
           05  CATALOG-NUMBER         PIC X(5).
           05  ITEM-DESCRIPTION       PIC X(20).
           05  FILLER                 PIC X(40).
           05  MST-LOCATION-KEY.
               10  LOCATION-CODE      PIC X(2).
               10  MST-KEY-CATALOG    PIC X(5).
           05  FILLER                 PIC X(8).

       FD  PROOF-LIST-FILE
           RECORD CONTAINS 110 CHARACTERS.
       01  PROOF-REC.
           05                         PIC X(110).

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05  ARE-THERE-MORE-RECORDS PIC X(3) VALUE 'YES'.
           05  WS-XREF-EOF-SW         PIC X(3) VALUE 'NO'.
           05  WS-LIST-EOF-SW         PIC X(3) VALUE 'NO'.
           05  WS-MASTER-STATUS       PIC X(2).
           05  WS-RUN-OK-SW           PIC X(3) VALUE 'YES'.
           05  WS-MASTER-OPEN-SW      PIC X(3) VALUE 'NO'.
           05  WS-RECORD-VALID-SW     PIC X(3).
           05  WS-PAIR-FOUND-SW       PIC X(3).
           05  WS-SUPERSEDED-SW       PIC X(3).
           05  WS-LOOP-FOUND-SW       PIC X(3).

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

      * THE CROSS-REFERENCE, LOADED HERE AT STARTUP.  A DELETED
      * PAIR IS MARKED RATHER THAN CLOSED UP, AND IS SIMPLY NOT
      * WRITTEN BACK AT END OF JOB.

       01  WS-XREF-TABLE.
           05  WS-XREF-ENTRY OCCURS 500 TIMES.
               10  WS-XT-OLD-CATALOG  PIC X(5).
               10  WS-XT-NEW-CATALOG  PIC X(5).
               10  WS-XT-TYPE         PIC X(1).
               10  WS-XT-EFFECTIVE-DATE PIC 9(8).
               10  WS-XT-NOTE         PIC X(20).
               10  WS-XT-MAINT-DATE   PIC 9(8).
               10  WS-XT-DELETED-SW   PIC X(3).

       01  WS-XREF-SUBSCRIPTS.
           05  WS-XREF-COUNT          PIC 9(3) VALUE ZERO.
           05  WS-XT-IX               PIC 9(3).
           05  WS-XS-IX               PIC 9(3).

      * SUPERSESSION CHAIN WALK - FOLLOWS S LINES FORWARD FROM A
      * NUMBER, A HOP AT A TIME, HELD TO TWENTY HOPS.

       01  WS-CHAIN-FIELDS.
           05  WS-CHAIN-CATALOG       PIC X(5).
           05  WS-CHAIN-HOPS          PIC 9(2).

       01  WS-REASON-FIELDS.
           05  WS-REJECT-REASON       PIC X(40).

       01  WS-TOTALS.
           05  WS-TRANS-READ          PIC 9(5) VALUE ZERO.
           05  WS-ADD-COUNT           PIC 9(5) VALUE ZERO.
           05  WS-CHANGE-COUNT        PIC 9(5) VALUE ZERO.
           05  WS-DELETE-COUNT        PIC 9(5) VALUE ZERO.
           05  WS-REJECT-COUNT        PIC 9(5) VALUE ZERO.
           05  WS-LINES-LISTED        PIC 9(5) VALUE ZERO.
           05  WS-NOT-ON-MASTER       PIC 9(5) VALUE ZERO.

       01  WS-PROOF-HEADING-1.
           05  FILLER                 PIC X(30) VALUE SPACES.
           05  PH1-TITLE              PIC X(32) VALUE
               'PART CROSS-REFERENCE MAINTENANCE'.
           05  FILLER                 PIC X(8) VALUE SPACES.
           05  PH1-DATE.
               10  PH1-MONTH          PIC 99.
               10  FILLER             PIC X VALUE '/'.
               10  PH1-DAY            PIC 99.
               10  FILLER             PIC X VALUE '/'.
               10  PH1-YEAR           PIC 9999.
           05  FILLER                 PIC X(30) VALUE SPACES.

       01  WS-PROOF-HEADING-2.
           05  FILLER                 PIC X(1).
           05  PH2-CODE-NAME          PIC X(4) VALUE 'CODE'.
           05  FILLER                 PIC X(2).
           05  PH2-OLD-NAME           PIC X(3) VALUE 'OLD'.
           05  FILLER                 PIC X(4).
           05  PH2-NEW-NAME           PIC X(3) VALUE 'NEW'.
           05  FILLER                 PIC X(3).
           05  PH2-TYPE-NAME          PIC X(4) VALUE 'TYPE'.
           05  FILLER                 PIC X(2).
           05  PH2-DISP-NAME          PIC X(4) VALUE 'DISP'.
           05  FILLER                 PIC X(7).
           05  PH2-REASON-NAME        PIC X(6) VALUE 'REASON'.
           05  FILLER                 PIC X(67).

       01  PROOF-LINE.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PRF-CODE-OUT           PIC X(1).
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  PRF-OLD-OUT            PIC X(5).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PRF-NEW-OUT            PIC X(5).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PRF-TYPE-OUT           PIC X(1).
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  PRF-DISP-OUT           PIC X(8).
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  PRF-REASON-OUT         PIC X(40).
           05  FILLER                 PIC X(33) VALUE SPACES.

       01  WS-LIST-HEADING-1.
           05  FILLER                 PIC X(30) VALUE SPACES.
           05  LH1-TITLE              PIC X(34) VALUE
               'CROSS-REFERENCE AFTER MAINTENANCE'.
           05  FILLER                 PIC X(46) VALUE SPACES.

       01  WS-LIST-HEADING-2.
           05  FILLER                 PIC X(1).
           05  LH2-OLD-NAME           PIC X(3) VALUE 'OLD'.
           05  FILLER                 PIC X(4).
           05  LH2-REL-NAME           PIC X(8) VALUE 'RELATION'.
           05  FILLER                 PIC X(10).
           05  LH2-NEW-NAME           PIC X(3) VALUE 'NEW'.
           05  FILLER                 PIC X(4).
           05  LH2-ITEM-NAME          PIC X(16) VALUE
               'NEW ITEM AT 01'.
           05  FILLER                 PIC X(6).
           05  LH2-EFF-NAME           PIC X(9) VALUE 'EFFECTIVE'.
           05  FILLER                 PIC X(2).
           05  LH2-NOTE-NAME          PIC X(4) VALUE 'NOTE'.
           05  FILLER                 PIC X(40).

       01  XREF-LIST-LINE.
           05  XLL-OLD-OUT            PIC X(5).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  XLL-RELATION-OUT       PIC X(17).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  XLL-NEW-OUT            PIC X(5).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  XLL-DESC-OUT           PIC X(20).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  XLL-EFFECTIVE-OUT      PIC 9(8).
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  XLL-NOTE-OUT           PIC X(20).
           05  FILLER                 PIC X(24) VALUE SPACES.

       01  PROOF-COUNT-LINE.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  PCL-LABEL              PIC X(30).
           05  PCL-COUNT-OUT          PIC ZZZZ9.
           05  FILLER                 PIC X(72) VALUE SPACES.

       PROCEDURE DIVISION.

       100-MAIN-MODULE.

           PERFORM 125-HOUSEKEEPING
           IF WS-RUN-OK-SW = 'YES'
               PERFORM 130-LOAD-XREF-TABLE
           END-IF
           IF WS-RUN-OK-SW = 'YES'
               PERFORM 150-READ-TRANSACTIONS
               PERFORM 300-WRITE-XREF-FILE
               PERFORM 310-PRINT-XREF-LISTING
           END-IF
           PERFORM 250-CLOSE-ROUTINE

           .

       125-HOUSEKEEPING.

           OPEN    OUTPUT  PROOF-LIST-FILE

           ACCEPT WS-DATE FROM DATE
           MOVE WS-YEAR TO PH1-YEAR
           MOVE WS-MONTH TO PH1-MONTH
           MOVE WS-DAY TO PH1-DAY
           MOVE WS-YEAR TO WS-RD-YEAR
           MOVE WS-MONTH TO WS-RD-MONTH
           MOVE WS-DAY TO WS-RD-DAY

           MOVE WS-PROOF-HEADING-1 TO PROOF-REC
           WRITE PROOF-REC AFTER ADVANCING 1 LINE
           MOVE WS-PROOF-HEADING-2 TO PROOF-REC
           WRITE PROOF-REC AFTER ADVANCING 2 LINES

      * SAME AVAILABILITY GUARD THE OTHER MASTER-FILE PROGRAMS USE.

           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               MOVE 'MASTER NOT AVAILABLE - LOAD IT WITH PROGRAM8'
                   TO PROOF-REC
               WRITE PROOF-REC AFTER ADVANCING 1 LINE
               MOVE 'NO' TO WS-RUN-OK-SW
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 'YES' TO WS-MASTER-OPEN-SW
           END-IF
           .

       130-LOAD-XREF-TABLE.

      * LOAD THE CROSS-REFERENCE INTO THE TABLE THE RUN WORKS ON.
      * A FILE TOO BIG FOR THE TABLE REFUSES THE RUN RATHER THAN
      * LOSING THE OVERFLOW LINES ON THE REWRITE AT END OF JOB,
      * SAME GUARD THE RECEIVING DESK TAKES ON THE OPEN-PO FILE.

           OPEN INPUT XREF-FILE
           PERFORM 131-LOAD-XREF-ENTRY
               UNTIL WS-XREF-EOF-SW = 'YES'
                  OR WS-XREF-COUNT = 500
           IF WS-XREF-EOF-SW NOT = 'YES'
               PERFORM 132-CHECK-XREF-OVERFLOW
           END-IF
           IF WS-XREF-EOF-SW NOT = 'YES'
               MOVE 'CROSS-REFERENCE EXCEEDS 500 LINES - RUN REFUSED'
                   TO PROOF-REC
               WRITE PROOF-REC AFTER ADVANCING 1 LINE
               MOVE 'NO' TO WS-RUN-OK-SW
               MOVE 16 TO RETURN-CODE
           END-IF
           CLOSE XREF-FILE
           .

       131-LOAD-XREF-ENTRY.

           READ XREF-FILE
               AT END
                   MOVE 'YES' TO WS-XREF-EOF-SW
               NOT AT END
                   ADD 1 TO WS-XREF-COUNT
                   MOVE XRF-OLD-CATALOG
                       TO WS-XT-OLD-CATALOG(WS-XREF-COUNT)
                   MOVE XRF-NEW-CATALOG
                       TO WS-XT-NEW-CATALOG(WS-XREF-COUNT)
                   MOVE XRF-TYPE
                       TO WS-XT-TYPE(WS-XREF-COUNT)
                   MOVE XRF-EFFECTIVE-DATE
                       TO WS-XT-EFFECTIVE-DATE(WS-XREF-COUNT)
                   MOVE XRF-NOTE
                       TO WS-XT-NOTE(WS-XREF-COUNT)
                   MOVE XRF-MAINT-DATE
                       TO WS-XT-MAINT-DATE(WS-XREF-COUNT)
                   MOVE 'NO' TO WS-XT-DELETED-SW(WS-XREF-COUNT)
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

       150-READ-TRANSACTIONS.

           OPEN INPUT XREF-TRANS-FILE
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO'
               READ XREF-TRANS-FILE
                   AT END
                       MOVE 'NO' TO ARE-THERE-MORE-RECORDS
                   NOT AT END
                       PERFORM 200-APPLY-TRANSACTION
               END-READ
           END-PERFORM
           CLOSE XREF-TRANS-FILE
           .

       200-APPLY-TRANSACTION.

      * PROVE THE TRANSACTION, APPLY IT TO THE TABLE IF IT IS
      * GOOD, AND LIST IT EITHER WAY.

           ADD 1 TO WS-TRANS-READ
           MOVE 'YES' TO WS-RECORD-VALID-SW
           MOVE SPACES TO WS-REJECT-REASON

           IF XTR-OLD-CATALOG = SPACES
                   OR XTR-NEW-CATALOG = SPACES
               MOVE 'OLD AND NEW NUMBERS BOTH REQUIRED'
                   TO WS-REJECT-REASON
               MOVE 'NO' TO WS-RECORD-VALID-SW
           END-IF
           IF WS-RECORD-VALID-SW = 'YES'
                   AND XTR-OLD-CATALOG = XTR-NEW-CATALOG
               MOVE 'OLD AND NEW NUMBERS THE SAME'
                   TO WS-REJECT-REASON
               MOVE 'NO' TO WS-RECORD-VALID-SW
           END-IF

           IF WS-RECORD-VALID-SW = 'YES'
               PERFORM 240-FIND-PAIR
               EVALUATE XTR-CODE
                   WHEN 'A'
                       PERFORM 210-ADD-PAIR
                   WHEN 'C'
                       PERFORM 220-CHANGE-PAIR
                   WHEN 'D'
                       PERFORM 230-DELETE-PAIR
                   WHEN OTHER
                       MOVE 'INVALID TRANSACTION CODE'
                           TO WS-REJECT-REASON
                       MOVE 'NO' TO WS-RECORD-VALID-SW
               END-EVALUATE
           END-IF

           IF WS-RECORD-VALID-SW = 'YES'
               MOVE 'ACCEPTED' TO PRF-DISP-OUT
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'REJECTED' TO PRF-DISP-OUT
           END-IF
           PERFORM 260-WRITE-PROOF-LINE
           .

       210-ADD-PAIR.

      * A NEW PAIR MUST CARRY A TYPE OF S OR I, MUST NOT ALREADY
      * BE ON FILE, AND A SUPERSESSION MUST NEITHER GIVE AN OLD
      * NUMBER A SECOND REPLACEMENT NOR CLOSE A LOOP.

           IF XTR-TYPE NOT = 'S' AND 'I'
               MOVE 'TYPE MUST BE S OR I' TO WS-REJECT-REASON
               MOVE 'NO' TO WS-RECORD-VALID-SW
           END-IF
           IF WS-RECORD-VALID-SW = 'YES'
                   AND WS-PAIR-FOUND-SW = 'YES'
               MOVE 'PAIR ALREADY ON FILE' TO WS-REJECT-REASON
               MOVE 'NO' TO WS-RECORD-VALID-SW
           END-IF
           IF WS-RECORD-VALID-SW = 'YES'
                   AND XTR-EFFECTIVE-DATE NOT = SPACES
                   AND XTR-EFFECTIVE-DATE IS NOT NUMERIC
               MOVE 'EFFECTIVE DATE NOT NUMERIC' TO WS-REJECT-REASON
               MOVE 'NO' TO WS-RECORD-VALID-SW
           END-IF
           IF WS-RECORD-VALID-SW = 'YES'
                   AND XTR-TYPE = 'S'
               PERFORM 245-CHECK-SUPERSESSION
           END-IF
           IF WS-RECORD-VALID-SW = 'YES'
                   AND WS-XREF-COUNT = 500
               MOVE 'CROSS-REFERENCE TABLE FULL' TO WS-REJECT-REASON
               MOVE 'NO' TO WS-RECORD-VALID-SW
           END-IF

           IF WS-RECORD-VALID-SW = 'YES'
               ADD 1 TO WS-XREF-COUNT
               MOVE WS-XREF-COUNT TO WS-XT-IX
               MOVE XTR-OLD-CATALOG TO WS-XT-OLD-CATALOG(WS-XT-IX)
               MOVE XTR-NEW-CATALOG TO WS-XT-NEW-CATALOG(WS-XT-IX)
               MOVE XTR-TYPE TO WS-XT-TYPE(WS-XT-IX)
               IF XTR-EFFECTIVE-DATE = SPACES
                   MOVE WS-RUN-DATE-N
                       TO WS-XT-EFFECTIVE-DATE(WS-XT-IX)
               ELSE
                   MOVE XTR-EFFECTIVE-DATE
                       TO WS-XT-EFFECTIVE-DATE(WS-XT-IX)
               END-IF
               MOVE XTR-NOTE TO WS-XT-NOTE(WS-XT-IX)
               MOVE WS-RUN-DATE-N TO WS-XT-MAINT-DATE(WS-XT-IX)
               MOVE 'NO' TO WS-XT-DELETED-SW(WS-XT-IX)
               ADD 1 TO WS-ADD-COUNT
           END-IF
           .

       220-CHANGE-PAIR.

      * A CHANGE REPLACES THE TYPE, EFFECTIVE DATE, AND NOTE ON A
      * PAIR ALREADY ON FILE.  A BLANK FIELD LEAVES THE OLD VALUE.
      * TURNING AN INTERCHANGE INTO A SUPERSESSION IS HELD TO THE
      * SAME RULES AS ADDING ONE.

           IF WS-PAIR-FOUND-SW NOT = 'YES'
               MOVE 'PAIR NOT ON FILE' TO WS-REJECT-REASON
               MOVE 'NO' TO WS-RECORD-VALID-SW
           END-IF
           IF WS-RECORD-VALID-SW = 'YES'
                   AND XTR-TYPE NOT = SPACES
                   AND XTR-TYPE NOT = 'S' AND 'I'
               MOVE 'TYPE MUST BE S OR I' TO WS-REJECT-REASON
               MOVE 'NO' TO WS-RECORD-VALID-SW
           END-IF
           IF WS-RECORD-VALID-SW = 'YES'
                   AND XTR-EFFECTIVE-DATE NOT = SPACES
                   AND XTR-EFFECTIVE-DATE IS NOT NUMERIC
               MOVE 'EFFECTIVE DATE NOT NUMERIC' TO WS-REJECT-REASON
               MOVE 'NO' TO WS-RECORD-VALID-SW
           END-IF
           IF WS-RECORD-VALID-SW = 'YES'
                   AND XTR-TYPE = 'S'
                   AND WS-XT-TYPE(WS-XT-IX) NOT = 'S'
               PERFORM 245-CHECK-SUPERSESSION
           END-IF

           IF WS-RECORD-VALID-SW = 'YES'
               IF XTR-TYPE NOT = SPACES
                   MOVE XTR-TYPE TO WS-XT-TYPE(WS-XT-IX)
               END-IF
               IF XTR-EFFECTIVE-DATE NOT = SPACES
                   MOVE XTR-EFFECTIVE-DATE
                       TO WS-XT-EFFECTIVE-DATE(WS-XT-IX)
               END-IF
               IF XTR-NOTE NOT = SPACES
                   MOVE XTR-NOTE TO WS-XT-NOTE(WS-XT-IX)
               END-IF
               MOVE WS-RUN-DATE-N TO WS-XT-MAINT-DATE(WS-XT-IX)
               ADD 1 TO WS-CHANGE-COUNT
           END-IF
           .

       230-DELETE-PAIR.

           IF WS-PAIR-FOUND-SW NOT = 'YES'
               MOVE 'PAIR NOT ON FILE' TO WS-REJECT-REASON
               MOVE 'NO' TO WS-RECORD-VALID-SW
           ELSE
               MOVE 'YES' TO WS-XT-DELETED-SW(WS-XT-IX)
               ADD 1 TO WS-DELETE-COUNT
           END-IF
           .

       240-FIND-PAIR.

      * LOOK FOR THE OLD/NEW PAIR AMONG THE LIVE LINES.  WS-XT-IX
      * IS LEFT ON THE PAIR WHEN IT IS FOUND.

           MOVE 'NO' TO WS-PAIR-FOUND-SW
           MOVE 1 TO WS-XT-IX
           PERFORM 241-CHECK-PAIR-ENTRY
               UNTIL WS-PAIR-FOUND-SW = 'YES'
                  OR WS-XT-IX > WS-XREF-COUNT
           .

       241-CHECK-PAIR-ENTRY.

           IF WS-XT-OLD-CATALOG(WS-XT-IX) = XTR-OLD-CATALOG
                   AND WS-XT-NEW-CATALOG(WS-XT-IX) = XTR-NEW-CATALOG
                   AND WS-XT-DELETED-SW(WS-XT-IX) = 'NO'
               MOVE 'YES' TO WS-PAIR-FOUND-SW
           ELSE
               ADD 1 TO WS-XT-IX
           END-IF
           .

       245-CHECK-SUPERSESSION.

      * ONE CURRENT REPLACEMENT PER OLD NUMBER - A SECOND ONE
      * WOULD LEAVE THE ORDER RUN GUESSING WHICH TO BUY.  AND THE
      * CHAIN FORWARD FROM THE NEW NUMBER MUST NOT COME BACK TO
      * THE OLD ONE.

           MOVE XTR-OLD-CATALOG TO WS-CHAIN-CATALOG
           PERFORM 246-FIND-REPLACEMENT
           IF WS-SUPERSEDED-SW = 'YES'
               MOVE 'OLD NUMBER ALREADY SUPERSEDED'
                   TO WS-REJECT-REASON
               MOVE 'NO' TO WS-RECORD-VALID-SW
           ELSE
               MOVE 'NO' TO WS-LOOP-FOUND-SW
               MOVE XTR-NEW-CATALOG TO WS-CHAIN-CATALOG
               MOVE ZERO TO WS-CHAIN-HOPS
               MOVE 'YES' TO WS-SUPERSEDED-SW
               PERFORM 248-FOLLOW-CHAIN
                   UNTIL WS-SUPERSEDED-SW = 'NO'
                      OR WS-LOOP-FOUND-SW = 'YES'
                      OR WS-CHAIN-HOPS = 20
               IF WS-LOOP-FOUND-SW = 'YES'
                   MOVE 'SUPERSESSION WOULD CLOSE A LOOP'
                       TO WS-REJECT-REASON
                   MOVE 'NO' TO WS-RECORD-VALID-SW
               END-IF
           END-IF
           .

       246-FIND-REPLACEMENT.

      * IS WS-CHAIN-CATALOG SUPERSEDED?  WS-XS-IX IS LEFT ON ITS
      * S LINE WHEN IT IS.

           MOVE 'NO' TO WS-SUPERSEDED-SW
           MOVE 1 TO WS-XS-IX
           PERFORM 247-CHECK-REPLACEMENT-ENTRY
               UNTIL WS-SUPERSEDED-SW = 'YES'
                  OR WS-XS-IX > WS-XREF-COUNT
           .

       247-CHECK-REPLACEMENT-ENTRY.

           IF WS-XT-OLD-CATALOG(WS-XS-IX) = WS-CHAIN-CATALOG
                   AND WS-XT-TYPE(WS-XS-IX) = 'S'
                   AND WS-XT-DELETED-SW(WS-XS-IX) = 'NO'
               MOVE 'YES' TO WS-SUPERSEDED-SW
           ELSE
               ADD 1 TO WS-XS-IX
           END-IF
           .

       248-FOLLOW-CHAIN.

           IF WS-CHAIN-CATALOG = XTR-OLD-CATALOG
               MOVE 'YES' TO WS-LOOP-FOUND-SW
           ELSE
               PERFORM 246-FIND-REPLACEMENT
               IF WS-SUPERSEDED-SW = 'YES'
                   MOVE WS-XT-NEW-CATALOG(WS-XS-IX)
                       TO WS-CHAIN-CATALOG
                   ADD 1 TO WS-CHAIN-HOPS
               END-IF
           END-IF
           .

       260-WRITE-PROOF-LINE.

           MOVE XTR-CODE TO PRF-CODE-OUT
           MOVE XTR-OLD-CATALOG TO PRF-OLD-OUT
           MOVE XTR-NEW-CATALOG TO PRF-NEW-OUT
           MOVE XTR-TYPE TO PRF-TYPE-OUT
           MOVE WS-REJECT-REASON TO PRF-REASON-OUT
           MOVE PROOF-LINE TO PROOF-REC
           WRITE PROOF-REC AFTER ADVANCING 1 LINE
           .

       300-WRITE-XREF-FILE.

      * WRITE THE LIVE LINES OUT AND SORT THEM BACK OVER THE
      * CROSS-REFERENCE IN OLD-NUMBER ORDER, SO THE FILE AND THE
      * LISTING BELOW READ THE SAME WAY THE BULLETINS DO.

           OPEN OUTPUT XREF-WORK-FILE
           MOVE 1 TO WS-XT-IX
           PERFORM 301-WRITE-XREF-ENTRY
               UNTIL WS-XT-IX > WS-XREF-COUNT
           CLOSE XREF-WORK-FILE

           SORT SORT-FILE
               ON ASCENDING KEY SORT-OLD-CATALOG
                                SORT-NEW-CATALOG
               USING XREF-WORK-FILE
               GIVING XREF-FILE
           .

       301-WRITE-XREF-ENTRY.

           IF WS-XT-DELETED-SW(WS-XT-IX) = 'NO'
               MOVE SPACES TO XREF-REC
               MOVE WS-XT-OLD-CATALOG(WS-XT-IX) TO XRF-OLD-CATALOG
               MOVE WS-XT-NEW-CATALOG(WS-XT-IX) TO XRF-NEW-CATALOG
               MOVE WS-XT-TYPE(WS-XT-IX) TO XRF-TYPE
               MOVE WS-XT-EFFECTIVE-DATE(WS-XT-IX)
                   TO XRF-EFFECTIVE-DATE
               MOVE WS-XT-NOTE(WS-XT-IX) TO XRF-NOTE
               MOVE WS-XT-MAINT-DATE(WS-XT-IX) TO XRF-MAINT-DATE
               MOVE XREF-REC TO XREF-WORK-REC
               WRITE XREF-WORK-REC
           END-IF
           ADD 1 TO WS-XT-IX
           .

       310-PRINT-XREF-LISTING.

      * LIST THE UPDATED CROSS-REFERENCE WITH THE NEW NUMBER'S
      * DESCRIPTION OFF THE MAIN-WAREHOUSE RECORD.  A NEW NUMBER
      * NOT ON THE MASTER THERE IS FLAGGED AND COUNTED - THE ORDER
      * RUN CANNOT BUY A NUMBER THE MASTER DOES NOT CARRY.

           MOVE WS-LIST-HEADING-1 TO PROOF-REC
           WRITE PROOF-REC AFTER ADVANCING 3 LINES
           MOVE WS-LIST-HEADING-2 TO PROOF-REC
           WRITE PROOF-REC AFTER ADVANCING 2 LINES

           OPEN INPUT XREF-FILE
           PERFORM UNTIL WS-LIST-EOF-SW = 'YES'
               READ XREF-FILE
                   AT END
                       MOVE 'YES' TO WS-LIST-EOF-SW
                   NOT AT END
                       PERFORM 311-PRINT-XREF-LINE
               END-READ
           END-PERFORM
           CLOSE XREF-FILE
           .

       311-PRINT-XREF-LINE.

           ADD 1 TO WS-LINES-LISTED
           MOVE XRF-OLD-CATALOG TO XLL-OLD-OUT
           IF XRF-TYPE = 'S'
               MOVE 'SUPERSEDED BY' TO XLL-RELATION-OUT
           ELSE
               MOVE 'INTERCHANGES WITH' TO XLL-RELATION-OUT
           END-IF
           MOVE XRF-NEW-CATALOG TO XLL-NEW-OUT
           MOVE XRF-EFFECTIVE-DATE TO XLL-EFFECTIVE-OUT
           MOVE XRF-NOTE TO XLL-NOTE-OUT

           MOVE '01' TO LOCATION-CODE
           MOVE XRF-NEW-CATALOG TO MST-KEY-CATALOG
           READ MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-NOT-ON-MASTER
                   MOVE '** NOT ON MASTER **' TO XLL-DESC-OUT
               NOT INVALID KEY
                   MOVE ITEM-DESCRIPTION TO XLL-DESC-OUT
           END-READ
           MOVE XREF-LIST-LINE TO PROOF-REC
           WRITE PROOF-REC AFTER ADVANCING 1 LINE
           .

       250-CLOSE-ROUTINE.

           MOVE 'TRANSACTIONS READ:' TO PCL-LABEL
           MOVE WS-TRANS-READ TO PCL-COUNT-OUT
           MOVE PROOF-COUNT-LINE TO PROOF-REC
           WRITE PROOF-REC AFTER ADVANCING 2 LINES

           MOVE 'PAIRS ADDED:' TO PCL-LABEL
           MOVE WS-ADD-COUNT TO PCL-COUNT-OUT
           MOVE PROOF-COUNT-LINE TO PROOF-REC
           WRITE PROOF-REC AFTER ADVANCING 1 LINE

           MOVE 'PAIRS CHANGED:' TO PCL-LABEL
           MOVE WS-CHANGE-COUNT TO PCL-COUNT-OUT
           MOVE PROOF-COUNT-LINE TO PROOF-REC
           WRITE PROOF-REC AFTER ADVANCING 1 LINE

           MOVE 'PAIRS DELETED:' TO PCL-LABEL
           MOVE WS-DELETE-COUNT TO PCL-COUNT-OUT
           MOVE PROOF-COUNT-LINE TO PROOF-REC
           WRITE PROOF-REC AFTER ADVANCING 1 LINE

           MOVE 'REJECTED:' TO PCL-LABEL
           MOVE WS-REJECT-COUNT TO PCL-COUNT-OUT
           MOVE PROOF-COUNT-LINE TO PROOF-REC
           WRITE PROOF-REC AFTER ADVANCING 1 LINE

           MOVE 'CROSS-REFERENCE LINES:' TO PCL-LABEL
           MOVE WS-LINES-LISTED TO PCL-COUNT-OUT
           MOVE PROOF-COUNT-LINE TO PROOF-REC
           WRITE PROOF-REC AFTER ADVANCING 1 LINE

           MOVE 'NEW NUMBERS NOT ON MASTER:' TO PCL-LABEL
           MOVE WS-NOT-ON-MASTER TO PCL-COUNT-OUT
           MOVE PROOF-COUNT-LINE TO PROOF-REC
           WRITE PROOF-REC AFTER ADVANCING 1 LINE

           IF WS-MASTER-OPEN-SW = 'YES'
               CLOSE MASTER-FILE
           END-IF
           CLOSE PROOF-LIST-FILE

           IF RETURN-CODE = ZERO
                   AND (WS-REJECT-COUNT > ZERO
                        OR WS-NOT-ON-MASTER > ZERO)
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

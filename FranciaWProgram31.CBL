       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM31.
       AUTHOR. GUSZTAV FRANCIA.


      *  This program maintains the bin location file.  The
      *  location code on the master says which warehouse a part
      *  is in, but not where in the building; the bin file carries
      *  one line per catalog number per location with the part's
      *  primary bin - where it is picked from and put away to -
      *  and an overflow bin for the stock the primary cannot hold.
      *  Bin codes are laid out aisle first, then section, then
      *  shelf (for example 03-12-B), so ascending bin code order is
      *  the order a picker walks the building.  The pick lists out
      *  of the rebalancing advisor (PROGRAM16), the backorder run
      *  (PROGRAM15), and the counter desk (PROGRAM24), the dock's
      *  put-away list (PROGRAM11), and the cycle-count sheets
      *  (PROGRAM10) all print in that order, and the inquiry
      *  (PROGRAM9) shows both bins.
      *
      *  Maintenance is keyed onto PR1FA17Z.TRN - A to give a part
      *  its bins, C to move it (a blank bin keeps the old one, and
      *  an overflow keyed as NONE takes the overflow away), D to
      *  take the part's bins off.  A part must be on the master at
      *  that location before it can be given a bin, a primary bin
      *  is required, and the overflow may not be the primary.
      *  Every transaction is proved and listed with its
      *  disposition, and the whole bin file prints after the
      *  update in walk order with each part's description off the
      *  master, so the listing can be walked and checked against
      *  the shelves.
      *
      *  INPUT:  PR1FA17Z.TXT  - bin location file
      *          PR1FA17Z.TRN  - bin maintenance transactions
      *          PR1FA17.MST   - indexed inventory master
      *  OUTPUT: PR1FA17Z.TXT  - updated bin location file, in walk
      *                          order within location
      *          PROGRAM31FA18.TXT - maintenance proof and bin
      *                          listing
      *
      **********************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBMPC.
       OBJECT-COMPUTER.    IBMPC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * THE BIN FILE IS READ INTO A TABLE AT STARTUP, MAINTAINED
      * THERE, AND WRITTEN BACK AT END OF JOB.  OPTIONAL SO THE
      * FIRST MAINTENANCE RUN CREATES IT.

           SELECT OPTIONAL BIN-FILE
               ASSIGN TO 'PR1FA17Z.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BIN-TRANS-FILE
               ASSIGN TO 'PR1FA17Z.TRN'
               ORGANIZATION IS LINE SEQUENTIAL.

      * THE UPDATED TABLE, WRITTEN OUT HERE AND SORTED BACK OVER
      * THE BIN FILE IN WALK ORDER.

           SELECT BIN-WORK-FILE
               ASSIGN TO 'PR1FA17Z.TMP'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-FILE
               ASSIGN TO 'SORTWK31.TMP'.

           SELECT MASTER-FILE
               ASSIGN TO 'PR1FA17.MST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-LOCATION-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT PROOF-LIST-FILE
               ASSIGN TO PRINTER 'PROGRAM31FA18.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.

      * ONE BIN LINE - THE LOCATION AND CATALOG NUMBER IT BELONGS
      * TO, THE PRIMARY AND OVERFLOW BINS, AND THE DATE IT WAS
      * LAST MAINTAINED.

       FD  BIN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  BIN-REC.
           05  BIN-LOCATION           PIC X(2).
           05  BIN-CATALOG-NUMBER     PIC X(5).
           05  BIN-PRIMARY            PIC X(8).
           05  BIN-OVERFLOW           PIC X(8).
           05  BIN-MAINT-DATE         PIC 9(8).
           05  FILLER                 PIC X(49).

      * ONE MAINTENANCE TRANSACTION - ACTION CODE (A/C/D) AND THE
      * BIN FIELDS AS KEYED.  A BLANK LOCATION MEANS THE MAIN
      * WAREHOUSE.

       FD  BIN-TRANS-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  BIN-TRANS-REC.
           05  BTR-CODE               PIC X(1).
           05  BTR-LOCATION           PIC X(2).
           05  BTR-CATALOG-NUMBER     PIC X(5).
           05  BTR-PRIMARY            PIC X(8).
           05  BTR-OVERFLOW           PIC X(8).
           05  FILLER                 PIC X(56).

       FD  BIN-WORK-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  BIN-WORK-REC               PIC X(80).

       SD  SORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SORT-REC.
           05  SORT-LOCATION          PIC X(2).
           05  SORT-CATALOG-NUMBER    PIC X(5).
           05  SORT-PRIMARY           PIC X(8).
           05  FILLER                 PIC X(65).

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
           05  WS-BIN-EOF-SW          PIC X(3) VALUE 'NO'.
           05  WS-LIST-EOF-SW         PIC X(3) VALUE 'NO'.
           05  WS-MASTER-STATUS       PIC X(2).
           05  WS-RUN-OK-SW           PIC X(3) VALUE 'YES'.
           05  WS-MASTER-OPEN-SW      PIC X(3) VALUE 'NO'.
           05  WS-RECORD-VALID-SW     PIC X(3).
           05  WS-BIN-FOUND-SW        PIC X(3).

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

      * THE BIN FILE, LOADED HERE AT STARTUP.  A DELETED LINE IS
      * MARKED RATHER THAN CLOSED UP, AND IS SIMPLY NOT WRITTEN
      * BACK AT END OF JOB.

       01  WS-BIN-TABLE.
           05  WS-BIN-ENTRY OCCURS 1000 TIMES.
               10  WS-BT-LOCATION     PIC X(2).
               10  WS-BT-CATALOG      PIC X(5).
               10  WS-BT-PRIMARY      PIC X(8).
               10  WS-BT-OVERFLOW     PIC X(8).
               10  WS-BT-MAINT-DATE   PIC 9(8).
               10  WS-BT-DELETED-SW   PIC X(3).

       01  WS-BIN-SUBSCRIPTS.
           05  WS-BIN-COUNT           PIC 9(4) VALUE ZERO.
           05  WS-BT-IX               PIC 9(4).

      * THE BINS THE LINE WILL CARRY IF THE TRANSACTION GOES
      * THROUGH, PROVED TOGETHER BEFORE EITHER IS STORED.

       01  WS-NEW-BIN-FIELDS.
           05  WS-NEW-PRIMARY         PIC X(8).
           05  WS-NEW-OVERFLOW        PIC X(8).

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
               'BIN LOCATION MAINTENANCE'.
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
           05  PH2-LOC-NAME           PIC X(3) VALUE 'LOC'.
           05  FILLER                 PIC X(2).
           05  PH2-CAT-NAME           PIC X(3) VALUE 'CAT'.
           05  FILLER                 PIC X(4).
           05  PH2-PRIMARY-NAME       PIC X(7) VALUE 'PRIMARY'.
           05  FILLER                 PIC X(3).
           05  PH2-OVERFLOW-NAME      PIC X(8) VALUE 'OVERFLOW'.
           05  FILLER                 PIC X(2).
           05  PH2-DISP-NAME          PIC X(4) VALUE 'DISP'.
           05  FILLER                 PIC X(7).
           05  PH2-REASON-NAME        PIC X(6) VALUE 'REASON'.
           05  FILLER                 PIC X(54).

       01  PROOF-LINE.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PRF-CODE-OUT           PIC X(1).
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  PRF-LOCATION-OUT       PIC X(2).
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  PRF-CATALOG-OUT        PIC X(5).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PRF-PRIMARY-OUT        PIC X(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PRF-OVERFLOW-OUT       PIC X(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PRF-DISP-OUT           PIC X(8).
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  PRF-REASON-OUT         PIC X(40).
           05  FILLER                 PIC X(20) VALUE SPACES.

       01  WS-LIST-HEADING-1.
           05  FILLER                 PIC X(30) VALUE SPACES.
           05  LH1-TITLE              PIC X(40) VALUE
               'BIN LOCATIONS IN WALK ORDER'.
           05  FILLER                 PIC X(40) VALUE SPACES.

       01  WS-LIST-HEADING-2.
           05  FILLER                 PIC X(1).
           05  LH2-LOC-NAME           PIC X(3) VALUE 'LOC'.
           05  FILLER                 PIC X(2).
           05  LH2-PRIMARY-NAME       PIC X(7) VALUE 'PRIMARY'.
           05  FILLER                 PIC X(3).
           05  LH2-CAT-NAME           PIC X(3) VALUE 'CAT'.
           05  FILLER                 PIC X(4).
           05  LH2-ITEM-NAME          PIC X(4) VALUE 'ITEM'.
           05  FILLER                 PIC X(18).
           05  LH2-OVERFLOW-NAME      PIC X(8) VALUE 'OVERFLOW'.
           05  FILLER                 PIC X(2).
           05  LH2-MAINT-NAME         PIC X(10) VALUE 'MAINTAINED'.
           05  FILLER                 PIC X(45).

       01  BIN-LIST-LINE.
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  BLL-LOCATION-OUT       PIC X(2).
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  BLL-PRIMARY-OUT        PIC X(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  BLL-CATALOG-OUT        PIC X(5).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  BLL-DESC-OUT           PIC X(20).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  BLL-OVERFLOW-OUT       PIC X(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  BLL-MAINT-DATE-OUT     PIC 9(8).
           05  FILLER                 PIC X(47) VALUE SPACES.

       01  PROOF-COUNT-LINE.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  PCL-LABEL              PIC X(30).
           05  PCL-COUNT-OUT          PIC ZZZZ9.
           05  FILLER                 PIC X(72) VALUE SPACES.

       PROCEDURE DIVISION.

       100-MAIN-MODULE.

           PERFORM 125-HOUSEKEEPING
           IF WS-RUN-OK-SW = 'YES'
               PERFORM 130-LOAD-BIN-TABLE
           END-IF
           IF WS-RUN-OK-SW = 'YES'
               PERFORM 150-READ-TRANSACTIONS
               PERFORM 300-WRITE-BIN-FILE
               PERFORM 310-PRINT-BIN-LISTING
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

       130-LOAD-BIN-TABLE.

      * LOAD THE BIN FILE INTO THE TABLE THE RUN WORKS ON.  A FILE
      * TOO BIG FOR THE TABLE REFUSES THE RUN RATHER THAN LOSING
      * THE OVERFLOW LINES ON THE REWRITE AT END OF JOB, SAME GUARD
      * THE CROSS-REFERENCE MAINTENANCE TAKES.

           OPEN INPUT BIN-FILE
           PERFORM 131-LOAD-BIN-ENTRY
               UNTIL WS-BIN-EOF-SW = 'YES'
                  OR WS-BIN-COUNT = 1000
           IF WS-BIN-EOF-SW NOT = 'YES'
               PERFORM 132-CHECK-BIN-OVERFLOW
           END-IF
           IF WS-BIN-EOF-SW NOT = 'YES'
               MOVE 'BIN FILE EXCEEDS 1000 LINES - RUN REFUSED'
                   TO PROOF-REC
               WRITE PROOF-REC AFTER ADVANCING 1 LINE
               MOVE 'NO' TO WS-RUN-OK-SW
               MOVE 16 TO RETURN-CODE
           END-IF
           CLOSE BIN-FILE
           .

       131-LOAD-BIN-ENTRY.

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
                   MOVE BIN-MAINT-DATE
                       TO WS-BT-MAINT-DATE(WS-BIN-COUNT)
                   MOVE 'NO' TO WS-BT-DELETED-SW(WS-BIN-COUNT)
           END-READ
           .

       132-CHECK-BIN-OVERFLOW.

      * A FULL TABLE ONLY MEANS OVERFLOW IF THERE IS ANOTHER LINE
      * BEHIND IT - A FILE OF EXACTLY 1000 LINES LOADS WHOLE.

           READ BIN-FILE
               AT END
                   MOVE 'YES' TO WS-BIN-EOF-SW
           END-READ
           .

       150-READ-TRANSACTIONS.

           OPEN INPUT BIN-TRANS-FILE
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO'
               READ BIN-TRANS-FILE
                   AT END
                       MOVE 'NO' TO ARE-THERE-MORE-RECORDS
                   NOT AT END
                       PERFORM 200-APPLY-TRANSACTION
               END-READ
           END-PERFORM
           CLOSE BIN-TRANS-FILE
           .

       200-APPLY-TRANSACTION.

      * PROVE THE TRANSACTION, APPLY IT TO THE TABLE IF IT IS
      * GOOD, AND LIST IT EITHER WAY.  A BLANK LOCATION MEANS THE
      * MAIN WAREHOUSE, SAME DEFAULT EVERY OTHER PROGRAM APPLIES.

           ADD 1 TO WS-TRANS-READ
           MOVE 'YES' TO WS-RECORD-VALID-SW
           MOVE SPACES TO WS-REJECT-REASON
           IF BTR-LOCATION = SPACES
               MOVE '01' TO BTR-LOCATION
           END-IF

           IF BTR-CATALOG-NUMBER = SPACES
               MOVE 'CATALOG NUMBER REQUIRED' TO WS-REJECT-REASON
               MOVE 'NO' TO WS-RECORD-VALID-SW
           END-IF

           IF WS-RECORD-VALID-SW = 'YES'
               PERFORM 240-FIND-BIN
               EVALUATE BTR-CODE
                   WHEN 'A'
                       PERFORM 210-ADD-BIN
                   WHEN 'C'
                       PERFORM 220-CHANGE-BIN
                   WHEN 'D'
                       PERFORM 230-DELETE-BIN
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

       210-ADD-BIN.

      * A NEW LINE MUST NOT ALREADY BE ON FILE, MUST BE FOR A PART
      * THE MASTER CARRIES AT THAT LOCATION, AND MUST NAME A
      * PRIMARY BIN.

           IF WS-BIN-FOUND-SW = 'YES'
               MOVE 'PART ALREADY HAS BINS AT LOCATION'
                   TO WS-REJECT-REASON
               MOVE 'NO' TO WS-RECORD-VALID-SW
           END-IF
           IF WS-RECORD-VALID-SW = 'YES'
               PERFORM 245-CHECK-MASTER
           END-IF
           IF WS-RECORD-VALID-SW = 'YES'
                   AND BTR-PRIMARY = SPACES
               MOVE 'PRIMARY BIN REQUIRED' TO WS-REJECT-REASON
               MOVE 'NO' TO WS-RECORD-VALID-SW
           END-IF
           IF WS-RECORD-VALID-SW = 'YES'
               MOVE BTR-PRIMARY TO WS-NEW-PRIMARY
               IF BTR-OVERFLOW = 'NONE'
                   MOVE SPACES TO WS-NEW-OVERFLOW
               ELSE
                   MOVE BTR-OVERFLOW TO WS-NEW-OVERFLOW
               END-IF
               PERFORM 246-CHECK-NEW-BINS
           END-IF
           IF WS-RECORD-VALID-SW = 'YES'
                   AND WS-BIN-COUNT = 1000
               MOVE 'BIN TABLE FULL' TO WS-REJECT-REASON
               MOVE 'NO' TO WS-RECORD-VALID-SW
           END-IF

           IF WS-RECORD-VALID-SW = 'YES'
               ADD 1 TO WS-BIN-COUNT
               MOVE WS-BIN-COUNT TO WS-BT-IX
               MOVE BTR-LOCATION TO WS-BT-LOCATION(WS-BT-IX)
               MOVE BTR-CATALOG-NUMBER TO WS-BT-CATALOG(WS-BT-IX)
               MOVE WS-NEW-PRIMARY TO WS-BT-PRIMARY(WS-BT-IX)
               MOVE WS-NEW-OVERFLOW TO WS-BT-OVERFLOW(WS-BT-IX)
               MOVE WS-RUN-DATE-N TO WS-BT-MAINT-DATE(WS-BT-IX)
               MOVE 'NO' TO WS-BT-DELETED-SW(WS-BT-IX)
               ADD 1 TO WS-ADD-COUNT
           END-IF
           .

       220-CHANGE-BIN.

      * A CHANGE MOVES THE PART TO A NEW PRIMARY OR OVERFLOW BIN.
      * A BLANK BIN LEAVES THE OLD ONE; AN OVERFLOW KEYED AS NONE
      * TAKES THE OVERFLOW AWAY.

           IF WS-BIN-FOUND-SW NOT = 'YES'
               MOVE 'PART HAS NO BINS AT LOCATION' TO WS-REJECT-REASON
               MOVE 'NO' TO WS-RECORD-VALID-SW
           END-IF
           IF WS-RECORD-VALID-SW = 'YES'
               MOVE WS-BT-PRIMARY(WS-BT-IX) TO WS-NEW-PRIMARY
               MOVE WS-BT-OVERFLOW(WS-BT-IX) TO WS-NEW-OVERFLOW
               IF BTR-PRIMARY NOT = SPACES
                   MOVE BTR-PRIMARY TO WS-NEW-PRIMARY
               END-IF
               IF BTR-OVERFLOW = 'NONE'
                   MOVE SPACES TO WS-NEW-OVERFLOW
               ELSE
                   IF BTR-OVERFLOW NOT = SPACES
                       MOVE BTR-OVERFLOW TO WS-NEW-OVERFLOW
                   END-IF
               END-IF
               PERFORM 246-CHECK-NEW-BINS
           END-IF

           IF WS-RECORD-VALID-SW = 'YES'
               MOVE WS-NEW-PRIMARY TO WS-BT-PRIMARY(WS-BT-IX)
               MOVE WS-NEW-OVERFLOW TO WS-BT-OVERFLOW(WS-BT-IX)
               MOVE WS-RUN-DATE-N TO WS-BT-MAINT-DATE(WS-BT-IX)
               ADD 1 TO WS-CHANGE-COUNT
           END-IF
           .

       230-DELETE-BIN.

           IF WS-BIN-FOUND-SW NOT = 'YES'
               MOVE 'PART HAS NO BINS AT LOCATION' TO WS-REJECT-REASON
               MOVE 'NO' TO WS-RECORD-VALID-SW
           ELSE
               MOVE 'YES' TO WS-BT-DELETED-SW(WS-BT-IX)
               ADD 1 TO WS-DELETE-COUNT
           END-IF
           .

       240-FIND-BIN.

      * LOOK FOR THE PART'S LINE AT THE LOCATION AMONG THE LIVE
      * LINES.  WS-BT-IX IS LEFT ON THE LINE WHEN IT IS FOUND.

           MOVE 'NO' TO WS-BIN-FOUND-SW
           MOVE 1 TO WS-BT-IX
           PERFORM 241-CHECK-BIN-ENTRY
               UNTIL WS-BIN-FOUND-SW = 'YES'
                  OR WS-BT-IX > WS-BIN-COUNT
           .

       241-CHECK-BIN-ENTRY.

           IF WS-BT-LOCATION(WS-BT-IX) = BTR-LOCATION
                   AND WS-BT-CATALOG(WS-BT-IX) = BTR-CATALOG-NUMBER
                   AND WS-BT-DELETED-SW(WS-BT-IX) = 'NO'
               MOVE 'YES' TO WS-BIN-FOUND-SW
           ELSE
               ADD 1 TO WS-BT-IX
           END-IF
           .

       245-CHECK-MASTER.

      * A BIN FOR A PART THE WAREHOUSE DOES NOT CARRY WOULD SEND
      * THE DOCK TO PUT AWAY STOCK THAT CAN NEVER ARRIVE.

           MOVE BTR-LOCATION TO LOCATION-CODE
           MOVE BTR-CATALOG-NUMBER TO MST-KEY-CATALOG
           READ MASTER-FILE
               INVALID KEY
                   MOVE 'CATALOG NUM NOT ON MASTER AT LOCATION'
                       TO WS-REJECT-REASON
                   MOVE 'NO' TO WS-RECORD-VALID-SW
               NOT INVALID KEY
                   CONTINUE
           END-READ
           .

       246-CHECK-NEW-BINS.

      * AN OVERFLOW THAT IS THE PRIMARY ITSELF IS NO OVERFLOW AT
      * ALL - THE PUT-AWAY LIST WOULD SEND THE SURPLUS BACK TO THE
      * SHELF IT DID NOT FIT ON.

           IF WS-NEW-OVERFLOW NOT = SPACES
                   AND WS-NEW-OVERFLOW = WS-NEW-PRIMARY
               MOVE 'OVERFLOW BIN SAME AS PRIMARY' TO WS-REJECT-REASON
               MOVE 'NO' TO WS-RECORD-VALID-SW
           END-IF
           .

       260-WRITE-PROOF-LINE.

           MOVE BTR-CODE TO PRF-CODE-OUT
           MOVE BTR-LOCATION TO PRF-LOCATION-OUT
           MOVE BTR-CATALOG-NUMBER TO PRF-CATALOG-OUT
           MOVE BTR-PRIMARY TO PRF-PRIMARY-OUT
           MOVE BTR-OVERFLOW TO PRF-OVERFLOW-OUT
           MOVE WS-REJECT-REASON TO PRF-REASON-OUT
           MOVE PROOF-LINE TO PROOF-REC
           WRITE PROOF-REC AFTER ADVANCING 1 LINE
           .

       300-WRITE-BIN-FILE.

      * WRITE THE LIVE LINES OUT AND SORT THEM BACK OVER THE BIN
      * FILE BY LOCATION AND PRIMARY BIN, SO THE FILE AND THE
      * LISTING BELOW READ IN THE ORDER THE SHELVES ARE WALKED.

           OPEN OUTPUT BIN-WORK-FILE
           MOVE 1 TO WS-BT-IX
           PERFORM 301-WRITE-BIN-ENTRY
               UNTIL WS-BT-IX > WS-BIN-COUNT
           CLOSE BIN-WORK-FILE

           SORT SORT-FILE
               ON ASCENDING KEY SORT-LOCATION
                                SORT-PRIMARY
                                SORT-CATALOG-NUMBER
               USING BIN-WORK-FILE
               GIVING BIN-FILE
           .

       301-WRITE-BIN-ENTRY.

           IF WS-BT-DELETED-SW(WS-BT-IX) = 'NO'
               MOVE SPACES TO BIN-REC
               MOVE WS-BT-LOCATION(WS-BT-IX) TO BIN-LOCATION
               MOVE WS-BT-CATALOG(WS-BT-IX) TO BIN-CATALOG-NUMBER
               MOVE WS-BT-PRIMARY(WS-BT-IX) TO BIN-PRIMARY
               MOVE WS-BT-OVERFLOW(WS-BT-IX) TO BIN-OVERFLOW
               MOVE WS-BT-MAINT-DATE(WS-BT-IX) TO BIN-MAINT-DATE
               MOVE BIN-REC TO BIN-WORK-REC
               WRITE BIN-WORK-REC
           END-IF
           ADD 1 TO WS-BT-IX
           .

       310-PRINT-BIN-LISTING.

      * LIST THE UPDATED BIN FILE WITH EACH PART'S DESCRIPTION OFF
      * THE MASTER AT ITS LOCATION.  A PART SINCE TAKEN OFF THE
      * MASTER IS FLAGGED AND COUNTED SO ITS SHELF CAN BE FREED.

           MOVE WS-LIST-HEADING-1 TO PROOF-REC
           WRITE PROOF-REC AFTER ADVANCING 3 LINES
           MOVE WS-LIST-HEADING-2 TO PROOF-REC
           WRITE PROOF-REC AFTER ADVANCING 2 LINES

           OPEN INPUT BIN-FILE
           PERFORM UNTIL WS-LIST-EOF-SW = 'YES'
               READ BIN-FILE
                   AT END
                       MOVE 'YES' TO WS-LIST-EOF-SW
                   NOT AT END
                       PERFORM 311-PRINT-BIN-LINE
               END-READ
           END-PERFORM
           CLOSE BIN-FILE
           .

       311-PRINT-BIN-LINE.

           ADD 1 TO WS-LINES-LISTED
           MOVE BIN-LOCATION TO BLL-LOCATION-OUT
           MOVE BIN-PRIMARY TO BLL-PRIMARY-OUT
           MOVE BIN-CATALOG-NUMBER TO BLL-CATALOG-OUT
           MOVE BIN-OVERFLOW TO BLL-OVERFLOW-OUT
           MOVE BIN-MAINT-DATE TO BLL-MAINT-DATE-OUT

           MOVE BIN-LOCATION TO LOCATION-CODE
           MOVE BIN-CATALOG-NUMBER TO MST-KEY-CATALOG
           READ MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-NOT-ON-MASTER
                   MOVE '** NOT ON MASTER **' TO BLL-DESC-OUT
               NOT INVALID KEY
                   MOVE ITEM-DESCRIPTION TO BLL-DESC-OUT
           END-READ
           MOVE BIN-LIST-LINE TO PROOF-REC
           WRITE PROOF-REC AFTER ADVANCING 1 LINE
           .

       250-CLOSE-ROUTINE.

           MOVE 'TRANSACTIONS READ:' TO PCL-LABEL
           MOVE WS-TRANS-READ TO PCL-COUNT-OUT
           MOVE PROOF-COUNT-LINE TO PROOF-REC
           WRITE PROOF-REC AFTER ADVANCING 2 LINES

           MOVE 'BINS ADDED:' TO PCL-LABEL
           MOVE WS-ADD-COUNT TO PCL-COUNT-OUT
           MOVE PROOF-COUNT-LINE TO PROOF-REC
           WRITE PROOF-REC AFTER ADVANCING 1 LINE

           MOVE 'BINS CHANGED:' TO PCL-LABEL
           MOVE WS-CHANGE-COUNT TO PCL-COUNT-OUT
           MOVE PROOF-COUNT-LINE TO PROOF-REC
           WRITE PROOF-REC AFTER ADVANCING 1 LINE

           MOVE 'BINS DELETED:' TO PCL-LABEL
           MOVE WS-DELETE-COUNT TO PCL-COUNT-OUT
           MOVE PROOF-COUNT-LINE TO PROOF-REC
           WRITE PROOF-REC AFTER ADVANCING 1 LINE

           MOVE 'REJECTED:' TO PCL-LABEL
           MOVE WS-REJECT-COUNT TO PCL-COUNT-OUT
           MOVE PROOF-COUNT-LINE TO PROOF-REC
           WRITE PROOF-REC AFTER ADVANCING 1 LINE

           MOVE 'BIN LINES:' TO PCL-LABEL
           MOVE WS-LINES-LISTED TO PCL-COUNT-OUT
           MOVE PROOF-COUNT-LINE TO PROOF-REC
           WRITE PROOF-REC AFTER ADVANCING 1 LINE

           MOVE 'PARTS NOT ON MASTER:' TO PCL-LABEL
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

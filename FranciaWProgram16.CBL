      *  discontinued or obsolete is never proposed as a receiving
      *  site - dead stock does not get topped back up.
      *
      *  Every proposal also goes on a pick list for the sending
      *  warehouse, one page per location, with each part's bins
      *  off the bin location file (PROGRAM31) and the lines in
      *  bin walk order, so the picker pulls the whole transfer in
      *  one pass through the aisles.  A part with no bin on file
      *  prints at the end of its location's list.
      *
      *  INPUT:  PR1FA17.MST   - indexed inventory master
      *          PR1FA17Z.TXT  - bin location file
      *  OUTPUT: PROGRAM16FA18.TXT - rebalancing proposal listing
      *          PROGRAM16FA19.TXT - transfer pick list
      *          PR1FA17X.TXT  - proposed 'T' transactions, ready
      *                          to append to PR1FA17T.TXT
      *
           SELECT PROPOSAL-REPORT-FILE
               ASSIGN TO PRINTER 'PROGRAM16FA18.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

      * BIN LOCATION FILE, READ ONCE INTO A TABLE AT STARTUP.
      * OPTIONAL SO A RUN BEFORE THE FIRST BIN IS KEYED STILL
      * PRINTS ITS PICK LIST, EVERY LINE WITHOUT A BIN.

           SELECT OPTIONAL BIN-FILE
               ASSIGN TO 'PR1FA17Z.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

      * ONE PICK LINE PER PROPOSAL, SORTED INTO BIN WALK ORDER
      * WITHIN THE SENDING LOCATION FOR THE PICK LIST.

           SELECT PICK-WORK-FILE
               ASSIGN TO 'PR1FA17X.PKW'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORTED-PICK-FILE
               ASSIGN TO 'PR1FA17X.PKS'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PICK-LIST-FILE
               ASSIGN TO PRINTER 'PROGRAM16FA19.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
           05  SORT-CATALOG-NUMBER    PIC X(5).
           05  SORT-LOCATION          PIC X(2).
           05  FILLER                 PIC X(73).
       01  SORT-PICK-REC.
           05  SORT-PICK-LOCATION     PIC X(2).
           05  SORT-PICK-WALK-GROUP   PIC X(1).
           05  SORT-PICK-BIN          PIC X(8).
           05  SORT-PICK-CATALOG      PIC X(5).
           05  FILLER                 PIC X(64).

       FD  SORTED-BALANCE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-REC.
           05                         PIC X(90).

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

      * ONE LINE TO PICK - WHERE, WHAT, HOW MANY, AND WHERE IT IS
      * GOING.  THE WALK GROUP IS 1 FOR A PART WITH A BIN AND 2
      * FOR ONE WITHOUT, SO THE UNSHELVED PARTS SORT TO THE END
      * OF THEIR LOCATION'S LIST.

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
           05  WS-SORTED-EOF-SW       PIC X(3) VALUE 'NO'.
           05  WS-MASTER-STATUS       PIC X(2).
           05  WS-MASTER-OK-SW        PIC X(3) VALUE 'YES'.
           05  WS-BIN-EOF-SW          PIC X(3) VALUE 'NO'.
           05  WS-BIN-FOUND-SW        PIC X(3).
           05  WS-PICK-EOF-SW         PIC X(3) VALUE 'NO'.
           05  WS-FIRST-PICK-PAGE-SW  PIC X(3) VALUE 'YES'.

       01  WS-DATE.
           05  WS-YEAR                PIC 99.
           05  WS-FROM-BEFORE-N       PIC 9(4).
           05  WS-TO-BEFORE-N         PIC 9(4).

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

       01  WS-TOTALS.
           05  WS-RECORDS-READ        PIC 9(7) VALUE ZERO.
           05  WS-RECORDS-EXTRACTED   PIC 9(7) VALUE ZERO.
           05  WS-PROPOSALS-WRITTEN   PIC 9(5) VALUE ZERO.
           05  WS-LINES-TO-PICK       PIC 9(5) VALUE ZERO.
           05  WS-LINES-WITHOUT-BIN   PIC 9(5) VALUE ZERO.

       01  WS-RPT-HEADING-1.
           05  FILLER                 PIC X(22) VALUE SPACES.
           05  RCL-COUNT-OUT          PIC ZZZZZZ9.
           05  FILLER                 PIC X(50) VALUE SPACES.

       01  WS-PICK-HEADING-1.
           05  FILLER                 PIC X(22) VALUE SPACES.
           05  PKH1-TITLE             PIC X(30) VALUE
               'TRANSFER PICK LIST'.
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  PKH1-DATE.
               10  PKH1-MONTH         PIC 99.
               10  FILLER             PIC X VALUE '/'.
               10  PKH1-DAY           PIC 99.
               10  FILLER             PIC X VALUE '/'.
               10  PKH1-YEAR          PIC 9999.
           05  FILLER                 PIC X(27) VALUE SPACES.

       01  WS-PICK-LOCATION-LINE.
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  PLL-LABEL              PIC X(15) VALUE
               'PICK FROM LOC: '.
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
           05  PKH2-REF-NAME          PIC X(12) VALUE 'SEND TO'.
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
               PERFORM 130-EXTRACT-BALANCES
               PERFORM 140-SORT-BALANCES
               PERFORM 150-COMPARE-LOCATIONS
               PERFORM 400-PRINT-PICK-LIST
               PERFORM 250-CLOSE-ROUTINE
           ELSE
               CLOSE PROPOSAL-REPORT-FILE
                     PICK-LIST-FILE
               STOP RUN
           END-IF
           .

           OPEN    OUTPUT  PROPOSAL-REPORT-FILE
                           DRAFT-TRANS-FILE
                           PICK-LIST-FILE

           ACCEPT WS-DATE FROM DATE
           MOVE WS-YEAR TO RH1-YEAR
           MOVE WS-MONTH TO RH1-MONTH
           MOVE WS-DAY TO RH1-DAY
           MOVE WS-YEAR TO PKH1-YEAR
           MOVE WS-MONTH TO PKH1-MONTH
           MOVE WS-DAY TO PKH1-DAY

           MOVE WS-RPT-HEADING-1 TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE
               WRITE REPORT-REC AFTER ADVANCING 1 LINE
               MOVE 'NO' TO WS-MASTER-OK-SW
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 135-LOAD-BIN-TABLE
               OPEN OUTPUT PICK-WORK-FILE
           END-IF
           .

       135-LOAD-BIN-TABLE.

           OPEN INPUT BIN-FILE
           PERFORM 136-LOAD-BIN-ENTRY
               UNTIL WS-BIN-EOF-SW = 'YES'
                  OR WS-BIN-COUNT = 1000
           CLOSE BIN-FILE
           .

       136-LOAD-BIN-ENTRY.

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

       130-EXTRACT-BALANCES.

      * PULL EACH RECORD'S LOCATION, ON HAND, AND REORDER POINT.
           MOVE WS-MOVE-N TO DFT-QUANTITY
           WRITE DRAFT-TRANS-REC
           ADD 1 TO WS-PROPOSALS-WRITTEN
           PERFORM 340-WRITE-PICK-WORK
           .

       340-WRITE-PICK-WORK.

      * THE TRANSFER IS PICKED AT THE SENDING WAREHOUSE, SO IT IS
      * THAT LOCATION'S BIN THE LINE CARRIES.

           MOVE SPACES TO WS-PICK-WORK-REC
           MOVE WS-GE-LOCATION(WS-DONOR-IX) TO WS-PKW-LOCATION
           MOVE WS-PRIOR-CATALOG TO WS-PKW-CATALOG-NUMBER
           MOVE WS-GROUP-DESC TO WS-PKW-DESCRIPTION
           MOVE WS-MOVE-N TO WS-PKW-QUANTITY
           STRING 'TO LOC ' DELIMITED BY SIZE
                  WS-GE-LOCATION(WS-SHORT-IX) DELIMITED BY SIZE
               INTO WS-PKW-REFERENCE
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

       400-PRINT-PICK-LIST.

      * SORT THE PICK LINES INTO BIN WALK ORDER WITHIN THE SENDING
      * LOCATION AND PRINT THEM, EACH LOCATION ON ITS OWN PAGE FOR
      * ITS OWN PICKER.

           CLOSE PICK-WORK-FILE
           SORT SORT-FILE
               ON ASCENDING KEY SORT-PICK-LOCATION
                                SORT-PICK-WALK-GROUP
                                SORT-PICK-BIN
                                SORT-PICK-CATALOG
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

           CLOSE   PROPOSAL-REPORT-FILE
                   DRAFT-TRANS-FILE
                   PICK-LIST-FILE
           STOP RUN
           .

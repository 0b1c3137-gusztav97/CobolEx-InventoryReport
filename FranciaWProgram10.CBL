      *  adds PR1FA17A.TXT to the day's PR1FA17T.TXT batch once the
      *  report is signed off.
      *
      *  The week's count is planned on the same file: a line keyed
      *  with the counted quantity left blank is a part to be
      *  counted, not a count.  Those lines print on the cycle
      *  count sheet instead, with each part's bins off the bin
      *  location file (PROGRAM31), one page per location in bin
      *  walk order, so the counters walk the aisles once.  Parts
      *  with no bin on file print at the end of their location's
      *  sheet.  The counted quantities and initials are written on
      *  the sheet and keyed back onto the count file for the
      *  reconciliation run.
      *
      *  INPUT:  PR1FA17C.TXT  - count transactions: catalog number,
      *                          counted quantity, counter initials
      *          PR1FA17.MST   - indexed inventory master
      *          PR1FA17Z.TXT  - bin location file
      *  OUTPUT: PROGRAM10FA18.TXT - count variance report
      *          PR1FA17A.TXT  - 'C' adjustment transactions, one
      *                          per variance
      *          PROGRAM10FA19.TXT - cycle count sheet
      *
      **********************************************************

           SELECT VARIANCE-REPORT-FILE
               ASSIGN TO PRINTER 'PROGRAM10FA18.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

      * BIN LOCATION FILE, READ ONCE INTO A TABLE AT STARTUP.
      * OPTIONAL SO A COUNT CAN BE PLANNED BEFORE THE FIRST BIN IS
      * KEYED - EVERY LINE THEN PRINTS WITHOUT A BIN.

           SELECT OPTIONAL BIN-FILE
               ASSIGN TO 'PR1FA17Z.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

      * ONE SHEET LINE PER PART TO BE COUNTED, SORTED INTO BIN
      * WALK ORDER WITHIN LOCATION FOR THE COUNT SHEET.

           SELECT SHEET-WORK-FILE
               ASSIGN TO 'PR1FA17C.TMP'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORTED-SHEET-FILE
               ASSIGN TO 'PR1FA17C.SRT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-FILE
               ASSIGN TO 'SORTWK10.TMP'.

           SELECT COUNT-SHEET-FILE
               ASSIGN TO PRINTER 'PROGRAM10FA19.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       01  VARIANCE-REC.
           05                         PIC X(110).

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

       FD  SHEET-WORK-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SHEET-WORK-REC             PIC X(80).

       SD  SORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SORT-REC.
           05  SORT-LOCATION          PIC X(2).
           05  SORT-WALK-GROUP        PIC X(1).
           05  SORT-BIN               PIC X(8).
           05  SORT-CATALOG-NUMBER    PIC X(5).
           05  FILLER                 PIC X(64).

      * ONE PART TO COUNT - WHERE AND WHAT.  THE WALK GROUP IS 1
      * FOR A PART WITH A BIN AND 2 FOR ONE WITHOUT, SO THE
      * UNSHELVED PARTS SORT TO THE END OF THEIR LOCATION'S SHEET.

       FD  SORTED-SHEET-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SORTED-SHEET-REC.
           05  SHS-LOCATION           PIC X(2).
           05  SHS-WALK-GROUP         PIC X(1).
           05  SHS-BIN                PIC X(8).
           05  SHS-CATALOG-NUMBER     PIC X(5).
           05  SHS-DESCRIPTION        PIC X(20).
           05  SHS-OVERFLOW           PIC X(8).
           05  FILLER                 PIC X(36).

       FD  COUNT-SHEET-FILE
           RECORD CONTAINS 90 CHARACTERS.
       01  COUNT-SHEET-REC.
           05                         PIC X(90).

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05  ARE-THERE-MORE-RECORDS PIC X(3) VALUE 'YES'.
           05  WS-MASTER-STATUS       PIC X(2).
           05  WS-MASTER-OPEN-SW      PIC X(3) VALUE 'NO'.
           05  WS-BIN-EOF-SW          PIC X(3) VALUE 'NO'.
           05  WS-BIN-FOUND-SW        PIC X(3).
           05  WS-SHEET-EOF-SW        PIC X(3) VALUE 'NO'.
           05  WS-FIRST-SHEET-PAGE-SW PIC X(3) VALUE 'YES'.

       01  WS-DATE.
           05  WS-YEAR                PIC 99.
           05  WS-QTY-VARIANCE        PIC S9(5).
           05  WS-DOLLAR-VARIANCE     PIC S9(7)V99.

      * ONE SHEET LINE, BUILT HERE AND WRITTEN TO THE SHEET WORK
      * FILE - SAME LAYOUT THE SORTED SHEET FILE DELIVERS BACK.

       01  WS-SHEET-WORK-REC.
           05  WS-SHW-LOCATION        PIC X(2).
           05  WS-SHW-WALK-GROUP      PIC X(1).
           05  WS-SHW-BIN             PIC X(8).
           05  WS-SHW-CATALOG-NUMBER  PIC X(5).
           05  WS-SHW-DESCRIPTION     PIC X(20).
           05  WS-SHW-OVERFLOW        PIC X(8).
           05  FILLER                 PIC X(36).

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

       01  WS-SHEET-CONTROL.
           05  WS-SHEET-PRIOR-LOCATION PIC X(2) VALUE SPACES.
           05  WS-LINES-WITHOUT-BIN   PIC 9(5) VALUE ZERO.

       01  WS-TOTALS.
           05  WS-ITEMS-COUNTED       PIC 9(5) VALUE ZERO.
           05  WS-ON-SHEET-COUNT      PIC 9(5) VALUE ZERO.
           05  WS-VARIANCE-COUNT      PIC 9(5) VALUE ZERO.
           05  WS-REJECT-COUNT        PIC 9(5) VALUE ZERO.
           05  WS-NET-DOLLAR-VARIANCE PIC S9(9)V99 VALUE ZERO.
           05  DTL-DOLLAR-OUT         PIC $$,$$$,$$$,$$9.99-.
           05  FILLER                 PIC X(67) VALUE SPACES.

       01  WS-SHEET-HEADING-1.
           05  FILLER                 PIC X(25) VALUE SPACES.
           05  SH1-TITLE              PIC X(22) VALUE
               'CYCLE COUNT SHEET'.
           05  FILLER                 PIC X(9) VALUE SPACES.
           05  SH1-DATE.
               10  SH1-MONTH          PIC 99.
               10  FILLER             PIC X VALUE '/'.
               10  SH1-DAY            PIC 99.
               10  FILLER             PIC X VALUE '/'.
               10  SH1-YEAR           PIC 9999.
           05  FILLER                 PIC X(24) VALUE SPACES.

       01  WS-SHEET-LOCATION-LINE.
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  SLL-LABEL              PIC X(15) VALUE
               'COUNT AT LOC:  '.
           05  SLL-LOCATION-OUT       PIC X(2).
           05  FILLER                 PIC X(72) VALUE SPACES.

       01  WS-SHEET-HEADING-2.
           05  SH2-BIN-NAME           PIC X(3) VALUE 'BIN'.
           05  FILLER                 PIC X(7).
           05  SH2-CAT-NAME           PIC X(3) VALUE 'CAT'.
           05  FILLER                 PIC X(4).
           05  SH2-ITEM-NAME          PIC X(4) VALUE 'ITEM'.
           05  FILLER                 PIC X(20).
           05  SH2-OVERFLOW-NAME      PIC X(8) VALUE 'OVERFLOW'.
           05  FILLER                 PIC X(4).
           05  SH2-COUNTED-NAME       PIC X(7) VALUE 'COUNTED'.
           05  FILLER                 PIC X(5).
           05  SH2-BY-NAME            PIC X(2) VALUE 'BY'.
           05  FILLER                 PIC X(23).

       01  SHEET-LINE.
           05  SHL-BIN-OUT            PIC X(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  SHL-CATALOG-OUT        PIC X(5).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  SHL-DESC-OUT           PIC X(20).
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  SHL-OVERFLOW-OUT       PIC X(8).
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  SHL-COUNTED-OUT        PIC X(8) VALUE
               '________'.
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  SHL-BY-OUT             PIC X(3) VALUE '___'.
           05  FILLER                 PIC X(22) VALUE SPACES.

       01  SHEET-COUNT-LINE.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  SCL-LABEL              PIC X(30).
           05  SCL-COUNT-OUT          PIC ZZZZ9.
           05  FILLER                 PIC X(52) VALUE SPACES.

       PROCEDURE DIVISION.

       100-MAIN-MODULE.
           PERFORM 125-HOUSEKEEPING
           IF WS-MASTER-OPEN-SW = 'YES'
               PERFORM 150-READ-RECORDS
               PERFORM 300-PRINT-COUNT-SHEET
           END-IF
           PERFORM 250-CLOSE-ROUTINE


           OPEN    OUTPUT  VARIANCE-REPORT-FILE
                           ADJUSTMENT-FILE
                           COUNT-SHEET-FILE

           ACCEPT WS-DATE FROM DATE
           MOVE WS-YEAR TO VH1-YEAR
           MOVE WS-MONTH TO VH1-MONTH
           MOVE WS-DAY TO VH1-DAY
           MOVE WS-YEAR TO SH1-YEAR
           MOVE WS-MONTH TO SH1-MONTH
           MOVE WS-DAY TO SH1-DAY

           MOVE WS-VAR-HEADING-1 TO VARIANCE-REC
           WRITE VARIANCE-REC AFTER ADVANCING 1 LINE
           ELSE
               MOVE 'YES' TO WS-MASTER-OPEN-SW
               OPEN INPUT COUNT-FILE
               OPEN OUTPUT SHEET-WORK-FILE
               PERFORM 135-LOAD-BIN-TABLE
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

       150-READ-RECORDS.

           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO'
      * MATCH THE COUNT AGAINST THE BOOK RECORD.  A COUNT FOR A
      * CATALOG NUMBER NOT ON THE MASTER, OR WITH A NON-NUMERIC
      * COUNTED QUANTITY, GOES ON THE REPORT AS AN ERROR AND WRITES
      * NO ADJUSTMENT.  A LINE WITH THE QUANTITY LEFT BLANK IS A
      * PART STILL TO BE COUNTED AND GOES ON THE COUNT SHEET.

           IF CNT-COUNTED-QUANTITY IS NOT NUMERIC
                   AND CNT-COUNTED-QUANTITY NOT = SPACES
               MOVE 'COUNTED QUANTITY NOT NUMERIC' TO CEL-REASON-OUT
               PERFORM 205-WRITE-COUNT-ERROR
           ELSE
                           TO CEL-REASON-OUT
                       PERFORM 205-WRITE-COUNT-ERROR
                   NOT INVALID KEY
                       IF CNT-COUNTED-QUANTITY = SPACES
                           PERFORM 240-WRITE-SHEET-WORK
                       ELSE
                           PERFORM 210-RECONCILE-COUNT
                       END-IF
               END-READ
           END-IF
           .
           WRITE ADJUSTMENT-REC
           .

       240-WRITE-SHEET-WORK.

           ADD 1 TO WS-ON-SHEET-COUNT
           MOVE SPACES TO WS-SHEET-WORK-REC
           MOVE CNT-LOCATION TO WS-SHW-LOCATION
           MOVE CNT-CATALOG-NUMBER TO WS-SHW-CATALOG-NUMBER
           MOVE ITEM-DESCRIPTION TO WS-SHW-DESCRIPTION
           PERFORM 245-FIND-BIN
           IF WS-BIN-FOUND-SW = 'YES'
               MOVE '1' TO WS-SHW-WALK-GROUP
               MOVE WS-BT-PRIMARY(WS-BT-IX) TO WS-SHW-BIN
               MOVE WS-BT-OVERFLOW(WS-BT-IX) TO WS-SHW-OVERFLOW
           ELSE
               MOVE '2' TO WS-SHW-WALK-GROUP
           END-IF
           MOVE WS-SHEET-WORK-REC TO SHEET-WORK-REC
           WRITE SHEET-WORK-REC
           .

       245-FIND-BIN.

           MOVE 'NO' TO WS-BIN-FOUND-SW
           MOVE 1 TO WS-BT-IX
           PERFORM 246-CHECK-BIN-ENTRY
               UNTIL WS-BIN-FOUND-SW = 'YES'
                  OR WS-BT-IX > WS-BIN-COUNT
           .

       246-CHECK-BIN-ENTRY.

           IF WS-BT-LOCATION(WS-BT-IX) = WS-SHW-LOCATION
                   AND WS-BT-CATALOG(WS-BT-IX) = WS-SHW-CATALOG-NUMBER
               MOVE 'YES' TO WS-BIN-FOUND-SW
           ELSE
               ADD 1 TO WS-BT-IX
           END-IF
           .

       300-PRINT-COUNT-SHEET.

      * SORT THE PARTS TO BE COUNTED INTO BIN WALK ORDER WITHIN
      * LOCATION AND PRINT THE SHEET, EACH LOCATION ON ITS OWN
      * PAGE.

           CLOSE SHEET-WORK-FILE
           SORT SORT-FILE
               ON ASCENDING KEY SORT-LOCATION
                                SORT-WALK-GROUP
                                SORT-BIN
                                SORT-CATALOG-NUMBER
               USING SHEET-WORK-FILE
               GIVING SORTED-SHEET-FILE

           OPEN INPUT SORTED-SHEET-FILE
           PERFORM UNTIL WS-SHEET-EOF-SW = 'YES'
               READ SORTED-SHEET-FILE
                   AT END
                       MOVE 'YES' TO WS-SHEET-EOF-SW
                   NOT AT END
                       PERFORM 310-PRINT-SHEET-LINE
               END-READ
           END-PERFORM
           CLOSE SORTED-SHEET-FILE

           MOVE 'LINES TO COUNT:' TO SCL-LABEL
           MOVE WS-ON-SHEET-COUNT TO SCL-COUNT-OUT
           MOVE SHEET-COUNT-LINE TO COUNT-SHEET-REC
           WRITE COUNT-SHEET-REC AFTER ADVANCING 2 LINES

           MOVE 'LINES WITH NO BIN ON FILE:' TO SCL-LABEL
           MOVE WS-LINES-WITHOUT-BIN TO SCL-COUNT-OUT
           MOVE SHEET-COUNT-LINE TO COUNT-SHEET-REC
           WRITE COUNT-SHEET-REC AFTER ADVANCING 1 LINE
           .

       310-PRINT-SHEET-LINE.

           IF SHS-LOCATION NOT = WS-SHEET-PRIOR-LOCATION
               PERFORM 315-PRINT-SHEET-HEADINGS
           END-IF
           IF SHS-WALK-GROUP = '1'
               MOVE SHS-BIN TO SHL-BIN-OUT
           ELSE
               ADD 1 TO WS-LINES-WITHOUT-BIN
               MOVE 'NO BIN' TO SHL-BIN-OUT
           END-IF
           MOVE SHS-CATALOG-NUMBER TO SHL-CATALOG-OUT
           MOVE SHS-DESCRIPTION TO SHL-DESC-OUT
           MOVE SHS-OVERFLOW TO SHL-OVERFLOW-OUT
           MOVE SHEET-LINE TO COUNT-SHEET-REC
           WRITE COUNT-SHEET-REC AFTER ADVANCING 2 LINES
           .

       315-PRINT-SHEET-HEADINGS.

           MOVE SHS-LOCATION TO WS-SHEET-PRIOR-LOCATION
           MOVE WS-SHEET-HEADING-1 TO COUNT-SHEET-REC
           IF WS-FIRST-SHEET-PAGE-SW = 'YES'
               MOVE 'NO' TO WS-FIRST-SHEET-PAGE-SW
               WRITE COUNT-SHEET-REC AFTER ADVANCING 1 LINE
           ELSE
               WRITE COUNT-SHEET-REC AFTER ADVANCING PAGE
           END-IF
           MOVE SHS-LOCATION TO SLL-LOCATION-OUT
           MOVE WS-SHEET-LOCATION-LINE TO COUNT-SHEET-REC
           WRITE COUNT-SHEET-REC AFTER ADVANCING 2 LINES
           MOVE WS-SHEET-HEADING-2 TO COUNT-SHEET-REC
           WRITE COUNT-SHEET-REC AFTER ADVANCING 1 LINE
           .

       250-CLOSE-ROUTINE.

           MOVE 'ITEMS COUNTED:' TO VTL-LABEL
           MOVE VARIANCE-TOTAL-LINE TO VARIANCE-REC
           WRITE VARIANCE-REC AFTER ADVANCING 2 LINES

           MOVE 'ON COUNT SHEET:' TO VTL-LABEL
           MOVE WS-ON-SHEET-COUNT TO VTL-COUNT-OUT
           MOVE VARIANCE-TOTAL-LINE TO VARIANCE-REC
           WRITE VARIANCE-REC AFTER ADVANCING 1 LINE

           MOVE 'VARIANCES FOUND:' TO VTL-LABEL
           MOVE WS-VARIANCE-COUNT TO VTL-COUNT-OUT
           MOVE VARIANCE-TOTAL-LINE TO VARIANCE-REC
           END-IF
           CLOSE   VARIANCE-REPORT-FILE
                   ADJUSTMENT-FILE
                   COUNT-SHEET-FILE

           IF RETURN-CODE = ZERO
                   AND WS-REJECT-COUNT > ZERO

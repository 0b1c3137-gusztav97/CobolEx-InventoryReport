       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM23.
       AUTHOR. GUSZTAV FRANCIA.


      *  This program recalculates REORDER-POINT from the movement
      *  history instead of trusting the number keyed when the part
      *  was set up.  The history (PR1FA17H.TXT - daily detail from
      *  the rollover plus the monthly summaries PROGRAM13 rolls
      *  up) is read for the last few full calendar months, and
      *  each catalog number's demand at each location - sold less
      *  customer returns - is totalled by month.  From the monthly
      *  totals come the average daily usage and its variability,
      *  and the recommended reorder point is the usage over the
      *  vendor's lead time plus a safety stock for the service
      *  level wanted:
      *
      *      reorder point = daily usage x lead days
      *                    + z x daily std dev x root(lead days)
      *
      *  The lead time comes off the vendor master (PR1FA17V.TXT);
      *  a vendor with none keyed gets the default lead time.  The
      *  review report shows every active item before and after
      *  with its usage, and flags a big swing - a move of more
      *  than the swing percent and more than the swing units.
      *  Every change that is not a big swing writes an 'O'
      *  reorder-point transaction in the PR1FA17T.TXT layout,
      *  carrying only the new point, the same hand-off the
      *  cycle-count adjustments out of PROGRAM10 use, so the new
      *  points go through the PROGRAM6 edit and the PROGRAM2
      *  apply like any other keyed work, and nothing else on the
      *  record moves when they land.  A big swing is
      *  held until purchasing approves it by keying its catalog
      *  number, location, and the new reorder point it approves
      *  on PR1FA17N.APR, and is written on the next run that
      *  comes up with that same point.  An approval approves that
      *  one number only - once it lands the swing is gone, and a
      *  later swing to some other point is held for a fresh look.
      *  Discontinued and obsolete items are skipped - there is no
      *  point recalculating a reorder point for a part the order
      *  run will never reorder.
      *
      *  Run it after the day's maintenance and append
      *  PR1FA17N.TXT to the front of the next batch, so the
      *  new points land before any of that day's postings.
      *
      *  The settings come from PROGRAM23.CTL: months of history,
      *  service level (90, 95, 98, or 99 percent), swing percent,
      *  swing units, and default lead days.  When the control file
      *  is missing the run uses 6 months, 95 percent, 50 percent
      *  and 2 units, and 14 days.
      *
      *  INPUT:  PR1FA17.MST   - indexed inventory master
      *          PR1FA17H.TXT  - movement history
      *          PR1FA17V.TXT  - vendor master (lead time in days)
      *          PR1FA17N.APR  - big swings approved by purchasing
      *          PROGRAM23.CTL - recalculation settings
      *  OUTPUT: PROGRAM23FA18.TXT - before/after review report
      *          PR1FA17N.TXT  - 'O' transactions, ready to append
      *                          to PR1FA17T.TXT
      *
      **********************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBMPC.
       OBJECT-COMPUTER.    IBMPC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT MASTER-FILE
               ASSIGN TO 'PR1FA17.MST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-LOCATION-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPTIONAL HISTORY-FILE
               ASSIGN TO 'PR1FA17H.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

      * THE HISTORY INSIDE THE WINDOW, CUT DOWN TO LOCATION,
      * CATALOG NUMBER, MONTH, AND DEMAND AND SORTED INTO THE
      * MASTER'S OWN LOCATION-MAJOR ORDER, SO THE TWO FILES CAN BE
      * MATCHED IN ONE PASS.

           SELECT USAGE-EXTRACT-FILE
               ASSIGN TO 'PR1FA17N.TMP'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORTED-USAGE-FILE
               ASSIGN TO 'PR1FA17N.SRT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-FILE
               ASSIGN TO 'SORTWK23.TMP'.

           SELECT VENDOR-FILE
               ASSIGN TO 'PR1FA17V.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENDOR-FILE-STATUS.

      * BIG SWINGS PURCHASING HAS LOOKED AT AND APPROVED - ONE
      * CATALOG NUMBER, LOCATION, AND APPROVED REORDER POINT PER
      * RECORD.  OPTIONAL, SINCE MOST RUNS HAVE NOTHING ON IT.

           SELECT OPTIONAL APPROVAL-FILE
               ASSIGN TO 'PR1FA17N.APR'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RECALC-CONTROL-FILE
               ASSIGN TO 'PROGRAM23.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

      * THE DRAFTED CHANGES, IN THE SAME RECORD LAYOUT THE KEYED
      * BATCH USES, SAME HAND-OFF SHAPE AS THE CYCLE-COUNT
      * ADJUSTMENTS OUT OF PROGRAM10.

           SELECT CHANGE-TRANS-FILE
               ASSIGN TO 'PR1FA17N.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REVIEW-REPORT-FILE
               ASSIGN TO PRINTER 'PROGRAM23FA18.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.

       FD  MASTER-FILE.
       01  INVENTORY-REC.
           05  CATALOG-NUMBER         PIC X(5).
           05  ITEM-DESCRIPTION       PIC X(20).
           05  UNIT-PURCHASE-PRICE    PIC 999V99.
           05  FILLER                 PIC X(6).
           05  QUANTITY-ON-HAND       PIC X(4).
           05  QUANTITY-ON-ORDER      PIC X(4).
           05  REORDER-POINT          PIC X(4).
           05  QUANTITY-RECIEVED      PIC X(4).
           05  QUANTITY-SOLD          PIC X(4).
           05  QUANTITY-RETURNED      PIC X(4).
           05  VENDOR-NUMBER          PIC X(5).
           05  MST-LOCATION-KEY.
               10  LOCATION-CODE      PIC X(2).
               10  MST-KEY-CATALOG    PIC X(5).
           05  ITEM-STATUS            PIC X(1).
           05  FILLER                 PIC X(7).

      * SAME HISTORY RECORD THE ROLLOVER WRITES AND PROGRAM13
      * SUMMARIZES.

       FD  HISTORY-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  HISTORY-REC.
           05  HIST-CATALOG-NUMBER    PIC X(5).
           05  HIST-RUN-DATE          PIC 9(8).
           05  HIST-QUANTITY-RECIEVED PIC X(4).
           05  HIST-QUANTITY-SOLD     PIC X(4).
           05  HIST-QUANTITY-RETURNED PIC X(4).
           05  HIST-LOCATION          PIC X(2).
           05  FILLER                 PIC X(53).

       FD  USAGE-EXTRACT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  USAGE-EXTRACT-REC.
           05  EXT-LOCATION           PIC X(2).
           05  EXT-CATALOG-NUMBER     PIC X(5).
           05  EXT-MONTH-IX           PIC 99.
           05  EXT-DEMAND             PIC 9(4).
           05  FILLER                 PIC X(67).

       SD  SORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SORT-REC.
           05  SORT-LOCATION          PIC X(2).
           05  SORT-CATALOG-NUMBER    PIC X(5).
           05  FILLER                 PIC X(73).

       FD  SORTED-USAGE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SORTED-USAGE-REC.
           05  SRT-USAGE-KEY.
               10  SRT-LOCATION       PIC X(2).
               10  SRT-CATALOG-NUMBER PIC X(5).
           05  SRT-MONTH-IX           PIC 99.
           05  SRT-DEMAND             PIC 9(4).
           05  FILLER                 PIC X(67).

       FD  VENDOR-FILE
           RECORD CONTAINS 90 CHARACTERS.
       01  VENDOR-REC.
           05  VEND-NUMBER            PIC X(5).
           05  VEND-NAME              PIC X(25).
           05  VEND-ADDRESS           PIC X(25).
           05  VEND-CITY-LINE         PIC X(25).
           05  VEND-LEAD-TIME-DAYS    PIC X(3).
           05  FILLER                 PIC X(7).

       FD  APPROVAL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  APPROVAL-REC.
           05  APR-CATALOG-NUMBER     PIC X(5).
           05  APR-LOCATION           PIC X(2).
           05  APR-REORDER-POINT      PIC 9(4).
           05  FILLER                 PIC X(69).

       FD  RECALC-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RECALC-CONTROL-REC.
           05  CTL-HISTORY-MONTHS     PIC 99.
           05  FILLER                 PIC X(1).
           05  CTL-SERVICE-LEVEL      PIC 99.
           05  FILLER                 PIC X(1).
           05  CTL-SWING-PCT          PIC 9(3).
           05  FILLER                 PIC X(1).
           05  CTL-SWING-UNITS        PIC 9(3).
           05  FILLER                 PIC X(1).
           05  CTL-DEFAULT-LEAD-DAYS  PIC 9(3).
           05  FILLER                 PIC X(63).

      * REORDER-POINT CHANGE IN THE LAYOUT PROGRAM2'S TRANSACTION
      * FILE CARRIES AN 'O' IN - THE NEW POINT IN THE FIRST
      * DESCRIPTION BYTES AND THE LOCATION IN ITS USUAL FIELD - SO
      * THE NEW POINTS RIDE THE EXISTING MAINTENANCE RUN.

       FD  CHANGE-TRANS-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CHANGE-TRANS-REC.
           05  CHG-CODE               PIC X(1).
           05  CHG-CATALOG-NUMBER     PIC X(5).
           05  CHG-REORDER-POINT      PIC 9(4).
           05  FILLER                 PIC X(56).
           05  CHG-LOCATION           PIC X(2).
           05  FILLER                 PIC X(12).

       FD  REVIEW-REPORT-FILE
           RECORD CONTAINS 110 CHARACTERS.
       01  REPORT-REC.
           05                         PIC X(110).

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05  ARE-THERE-MORE-RECORDS PIC X(3) VALUE 'YES'.
           05  WS-HISTORY-EOF-SW      PIC X(3) VALUE 'NO'.
           05  WS-VENDOR-EOF-SW       PIC X(3) VALUE 'NO'.
           05  WS-APPROVAL-EOF-SW     PIC X(3) VALUE 'NO'.
           05  WS-MASTER-STATUS       PIC X(2).
           05  WS-MASTER-OK-SW        PIC X(3) VALUE 'YES'.
           05  WS-VENDOR-FILE-STATUS  PIC X(2).
           05  WS-CONTROL-FILE-STATUS PIC X(2).
           05  WS-VENDOR-FOUND-SW     PIC X(3).
           05  WS-APPROVED-SW         PIC X(3).
           05  WS-BIG-SWING-SW        PIC X(3).
           05  WS-OLD-ROP-OK-SW       PIC X(3).

       01  WS-DATE.
           05  WS-YEAR                PIC 99.
           05  WS-MONTH               PIC 99.
           05  WS-DAY                 PIC 99.

      * THE RUN'S YEAR AND MONTH AS A COUNT OF MONTHS, SO A HISTORY
      * DATE'S DISTANCE BACK IS ONE SUBTRACTION.  THE MONTH THE RUN
      * FALLS IN IS PART-DONE AND IS LEFT OUT - MONTH 1 IS LAST
      * MONTH.

       01  WS-MONTH-FIELDS.
           05  WS-RUN-MONTHS          PIC 9(6).
           05  WS-HIST-MONTHS         PIC 9(6).
           05  WS-MONTH-IX-WORK       PIC S9(6).
           05  WS-HIST-DATE           PIC 9(8).
           05  WS-HIST-DATE-X REDEFINES WS-HIST-DATE.
               10  WS-HD-YEAR         PIC 9(4).
               10  WS-HD-MONTH        PIC 9(2).
               10  WS-HD-DAY          PIC 9(2).

      * THE SETTINGS, WITH THEIR DEFAULTS FOR A RUN WITHOUT A
      * CONTROL FILE.  THE Z FACTOR FOLLOWS THE SERVICE LEVEL.

       01  WS-SETTINGS.
           05  WS-HISTORY-MONTHS      PIC 99 VALUE 6.
           05  WS-SERVICE-LEVEL       PIC 99 VALUE 95.
           05  WS-Z-FACTOR            PIC 9V99 VALUE 1.65.
           05  WS-SWING-PCT           PIC 9(3) VALUE 50.
           05  WS-SWING-UNITS         PIC 9(3) VALUE 2.
           05  WS-DEFAULT-LEAD-DAYS   PIC 9(3) VALUE 14.

      * THE USAGE RECORD NEXT IN LINE FOR THE MATCH, AND THE MASTER
      * RECORD IT IS BEING MATCHED TO.  END OF THE USAGE FILE PARKS
      * ITS KEY AT HIGH-VALUES SO EVERY REMAINING MASTER RECORD
      * SEES NO HISTORY.

       01  WS-USAGE-KEY.
           05  WS-USE-LOCATION        PIC X(2).
           05  WS-USE-CATALOG         PIC X(5).

       01  WS-ITEM-KEY.
           05  WS-ITM-LOCATION        PIC X(2).
           05  WS-ITM-CATALOG         PIC X(5).

      * ONE ITEM'S DEMAND BY MONTH BACK FROM THE RUN MONTH.  THE
      * OLDEST MONTH WITH ANY HISTORY SETS HOW MANY MONTHS THE
      * AVERAGE RUNS OVER, SO A PART SET UP TWO MONTHS AGO IS NOT
      * AVERAGED OVER SIX.

       01  WS-MONTH-TABLE.
           05  WS-MONTH-DEMAND        PIC 9(7) OCCURS 24 TIMES.

       01  WS-USAGE-FIELDS.
           05  WS-MONTH-IX            PIC 99.
           05  WS-OLDEST-IX           PIC 99.
           05  WS-MONTHS-USED         PIC 99.
           05  WS-NET-DEMAND          PIC S9(5).
           05  WS-RETURNED-N          PIC 9(4).
           05  WS-SOLD-N              PIC 9(4).
           05  WS-TOTAL-DEMAND        PIC 9(9).
           05  WS-MEAN-MONTHLY        PIC 9(7)V9(4).
           05  WS-DEVIATION           PIC S9(7)V9(4).
           05  WS-SUM-SQUARES         PIC 9(15)V9(4).
           05  WS-MONTHLY-VARIANCE    PIC 9(13)V9(4).
           05  WS-DAILY-USAGE         PIC 9(5)V9(4).
           05  WS-DAILY-VARIANCE      PIC 9(11)V9(4).
           05  WS-DAILY-STD-DEV       PIC 9(7)V9(4).
           05  WS-LEAD-DAYS           PIC 9(3).
           05  WS-SAFETY-STOCK        PIC 9(9)V9(4).
           05  WS-NEW-ROP-WORK        PIC 9(9).

      * A MONTH IS TAKEN AS 30.4 DAYS - A YEAR OF MONTHS OVER 365.

       01  WS-DAYS-PER-MONTH          PIC 99V9 VALUE 30.4.

      * SQUARE ROOT BY NEWTON'S METHOD.  STARTING AT OR ABOVE THE
      * ROOT, EACH STEP HALVES THE GAP OR BETTER, AND THIRTY STEPS
      * SETTLE ANY INPUT THIS RUN CAN PRODUCE.

       01  WS-SQUARE-ROOT-FIELDS.
           05  WS-SQRT-INPUT          PIC 9(11)V9(4).
           05  WS-SQRT-RESULT         PIC 9(11)V9(4).
           05  WS-SQRT-STEP           PIC 99.

       01  WS-CHANGE-FIELDS.
           05  WS-OLD-ROP-N           PIC 9(4).
           05  WS-NEW-ROP-N           PIC 9(4).
           05  WS-ROP-CHANGE          PIC S9(5).
           05  WS-ABS-CHANGE          PIC 9(5).
           05  WS-SWING-LIMIT         PIC 9(7)V99.
           05  WS-DISPOSITION         PIC X(20).

       01  WS-VENDOR-TABLE.
           05  WS-VT-ENTRY OCCURS 100 TIMES.
               10  WS-VT-NUMBER       PIC X(5).
               10  WS-VT-LEAD-DAYS    PIC X(3).

       01  WS-VENDOR-SUBSCRIPTS.
           05  WS-VENDOR-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-VT-IX               PIC 9(3).

       01  WS-APPROVAL-TABLE.
           05  WS-AP-ENTRY OCCURS 500 TIMES.
               10  WS-AP-CATALOG      PIC X(5).
               10  WS-AP-LOCATION     PIC X(2).
               10  WS-AP-REORDER-POINT PIC 9(4).

       01  WS-APPROVAL-SUBSCRIPTS.
           05  WS-APPROVAL-COUNT      PIC 9(3) VALUE ZERO.
           05  WS-AP-IX               PIC 9(3).

       01  WS-TOTALS.
           05  WS-RECORDS-READ        PIC 9(5) VALUE ZERO.
           05  WS-HISTORY-READ        PIC 9(7) VALUE ZERO.
           05  WS-HISTORY-USED        PIC 9(7) VALUE ZERO.
           05  WS-ITEMS-SKIPPED       PIC 9(5) VALUE ZERO.
           05  WS-ITEMS-NO-HISTORY    PIC 9(5) VALUE ZERO.
           05  WS-ITEMS-IN-ERROR      PIC 9(5) VALUE ZERO.
           05  WS-ITEMS-UNCHANGED     PIC 9(5) VALUE ZERO.
           05  WS-CHANGES-WRITTEN     PIC 9(5) VALUE ZERO.
           05  WS-SWINGS-APPROVED     PIC 9(5) VALUE ZERO.
           05  WS-SWINGS-HELD         PIC 9(5) VALUE ZERO.
           05  WS-LEAD-DEFAULTED      PIC 9(5) VALUE ZERO.

       01  WS-RPT-HEADING-1.
           05  FILLER                 PIC X(30) VALUE SPACES.
           05  RH1-TITLE              PIC X(28) VALUE
               'REORDER POINT RECALCULATION'.
           05  FILLER                 PIC X(22) VALUE SPACES.
           05  RH1-DATE.
               10  RH1-MONTH          PIC 99.
               10  FILLER             PIC X VALUE '/'.
               10  RH1-DAY            PIC 99.
               10  FILLER             PIC X VALUE '/'.
               10  RH1-YEAR           PIC 9999.
           05  FILLER                 PIC X(20) VALUE SPACES.

       01  WS-RPT-HEADING-2.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  RH2-MONTHS-NAME        PIC X(16) VALUE
               'HISTORY MONTHS: '.
           05  RH2-MONTHS-OUT         PIC Z9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  RH2-SERVICE-NAME       PIC X(15) VALUE
               'SERVICE LEVEL: '.
           05  RH2-SERVICE-OUT        PIC Z9.
           05  FILLER                 PIC X(6) VALUE ' PCT  '.
           05  RH2-SWING-NAME         PIC X(13) VALUE
               'SWING LIMIT: '.
           05  RH2-SWING-PCT-OUT      PIC ZZ9.
           05  FILLER                 PIC X(10) VALUE ' PCT OVER '.
           05  RH2-SWING-UNITS-OUT    PIC ZZ9.
           05  FILLER                 PIC X(8) VALUE ' UNITS  '.
           05  RH2-LEAD-NAME          PIC X(14) VALUE
               'DEFAULT LEAD: '.
           05  RH2-LEAD-OUT           PIC ZZ9.
           05  FILLER                 PIC X(5) VALUE ' DAYS'.
           05  FILLER                 PIC X(5) VALUE SPACES.

       01  WS-RPT-HEADING-3.
           05  RH3-CAT-NAME           PIC X(3) VALUE 'CAT'.
           05  FILLER                 PIC X(4).
           05  RH3-LOC-NAME           PIC X(3) VALUE 'LOC'.
           05  FILLER                 PIC X(1).
           05  RH3-ITEM-NAME          PIC X(4) VALUE 'ITEM'.
           05  FILLER                 PIC X(18).
           05  RH3-VEND-NAME          PIC X(4) VALUE 'VEND'.
           05  FILLER                 PIC X(3).
           05  RH3-LEAD-NAME          PIC X(4) VALUE 'LEAD'.
           05  FILLER                 PIC X(1).
           05  RH3-USAGE-NAME         PIC X(6) VALUE 'PER DY'.
           05  FILLER                 PIC X(2).
           05  RH3-STD-DEV-NAME       PIC X(6) VALUE 'STDDEV'.
           05  FILLER                 PIC X(2).
           05  RH3-OLD-NAME           PIC X(3) VALUE 'OLD'.
           05  FILLER                 PIC X(3).
           05  RH3-NEW-NAME           PIC X(3) VALUE 'NEW'.
           05  FILLER                 PIC X(3).
           05  RH3-CHANGE-NAME        PIC X(6) VALUE 'CHANGE'.
           05  FILLER                 PIC X(2).
           05  RH3-DISP-NAME          PIC X(11) VALUE 'DISPOSITION'.
           05  FILLER                 PIC X(18).

       01  REVIEW-LINE.
           05  RVW-CATALOG-OUT        PIC X(5).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  RVW-LOCATION-OUT       PIC X(2).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  RVW-DESCRIPTION-OUT    PIC X(20).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  RVW-VENDOR-OUT         PIC X(5).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  RVW-LEAD-OUT           PIC ZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  RVW-USAGE-OUT          PIC ZZ9.99.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  RVW-STD-DEV-OUT        PIC ZZ9.99.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  RVW-OLD-ROP-OUT        PIC ZZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  RVW-NEW-ROP-OUT        PIC ZZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  RVW-CHANGE-OUT         PIC ZZZZ9-.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  RVW-DISP-OUT           PIC X(20).
           05  FILLER                 PIC X(9) VALUE SPACES.

       01  REPORT-COUNT-LINE.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  RCL-LABEL              PIC X(30).
           05  RCL-COUNT-OUT          PIC ZZZZZZ9.
           05  FILLER                 PIC X(70) VALUE SPACES.

       PROCEDURE DIVISION.

       100-MAIN-MODULE.

           PERFORM 125-HOUSEKEEPING
           IF WS-MASTER-OK-SW = 'YES'
               PERFORM 130-LOAD-VENDOR-TABLE
               PERFORM 135-LOAD-APPROVAL-TABLE
               PERFORM 140-EXTRACT-USAGE
               PERFORM 145-SORT-USAGE
               PERFORM 150-RECALCULATE-ITEMS
           END-IF
           PERFORM 250-CLOSE-ROUTINE

           .

       125-HOUSEKEEPING.

           OPEN    OUTPUT  REVIEW-REPORT-FILE
                           CHANGE-TRANS-FILE

           ACCEPT WS-DATE FROM DATE
           MOVE WS-YEAR TO RH1-YEAR
           MOVE WS-MONTH TO RH1-MONTH
           MOVE WS-DAY TO RH1-DAY
           COMPUTE WS-RUN-MONTHS = (2000 + WS-YEAR) * 12 + WS-MONTH

           PERFORM 120-READ-RECALC-CONTROL

           MOVE WS-RPT-HEADING-1 TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE
           MOVE WS-HISTORY-MONTHS TO RH2-MONTHS-OUT
           MOVE WS-SERVICE-LEVEL TO RH2-SERVICE-OUT
           MOVE WS-SWING-PCT TO RH2-SWING-PCT-OUT
           MOVE WS-SWING-UNITS TO RH2-SWING-UNITS-OUT
           MOVE WS-DEFAULT-LEAD-DAYS TO RH2-LEAD-OUT
           MOVE WS-RPT-HEADING-2 TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE
           MOVE WS-RPT-HEADING-3 TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 2 LINES

      * SAME AVAILABILITY GUARD THE OTHER MASTER-FILE PROGRAMS USE.

           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               MOVE 'MASTER NOT AVAILABLE - LOAD IT WITH PROGRAM8'
                   TO REPORT-REC
               WRITE REPORT-REC AFTER ADVANCING 1 LINE
               MOVE 'NO' TO WS-MASTER-OK-SW
               MOVE 16 TO RETURN-CODE
           END-IF
           .

       120-READ-RECALC-CONTROL.

      * PICK UP THE SETTINGS.  A FIELD THAT IS NOT NUMERIC OR OUT
      * OF RANGE LEAVES ITS DEFAULT STANDING, AND A SERVICE LEVEL
      * WITHOUT A Z FACTOR BELOW STAYS AT 95 PERCENT.

           OPEN INPUT RECALC-CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS = '00'
               READ RECALC-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 121-APPLY-RECALC-CONTROL
               END-READ
               CLOSE RECALC-CONTROL-FILE
           END-IF
           .

       121-APPLY-RECALC-CONTROL.

           IF CTL-HISTORY-MONTHS IS NUMERIC
                   AND CTL-HISTORY-MONTHS > ZERO
                   AND CTL-HISTORY-MONTHS NOT > 24
               MOVE CTL-HISTORY-MONTHS TO WS-HISTORY-MONTHS
           END-IF
           IF CTL-SERVICE-LEVEL IS NUMERIC
               EVALUATE CTL-SERVICE-LEVEL
                   WHEN 90
                       MOVE 90 TO WS-SERVICE-LEVEL
                       MOVE 1.28 TO WS-Z-FACTOR
                   WHEN 95
                       MOVE 95 TO WS-SERVICE-LEVEL
                       MOVE 1.65 TO WS-Z-FACTOR
                   WHEN 98
                       MOVE 98 TO WS-SERVICE-LEVEL
                       MOVE 2.05 TO WS-Z-FACTOR
                   WHEN 99
                       MOVE 99 TO WS-SERVICE-LEVEL
                       MOVE 2.33 TO WS-Z-FACTOR
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF CTL-SWING-PCT IS NUMERIC
               MOVE CTL-SWING-PCT TO WS-SWING-PCT
           END-IF
           IF CTL-SWING-UNITS IS NUMERIC
               MOVE CTL-SWING-UNITS TO WS-SWING-UNITS
           END-IF
           IF CTL-DEFAULT-LEAD-DAYS IS NUMERIC
                   AND CTL-DEFAULT-LEAD-DAYS > ZERO
               MOVE CTL-DEFAULT-LEAD-DAYS TO WS-DEFAULT-LEAD-DAYS
           END-IF
           .

       130-LOAD-VENDOR-TABLE.

      * WITHOUT THE VENDOR MASTER EVERY ITEM GETS THE DEFAULT LEAD
      * TIME - THE RUN STILL MEANS SOMETHING, SO IT CARRIES ON AND
      * SAYS SO ON THE REPORT.

           OPEN INPUT VENDOR-FILE
           IF WS-VENDOR-FILE-STATUS NOT = '00'
               MOVE 'VENDOR MASTER NOT AVAILABLE - DEFAULT LEAD TIME'
                   TO REPORT-REC
               WRITE REPORT-REC AFTER ADVANCING 1 LINE
           ELSE
               PERFORM 131-LOAD-VENDOR-ENTRY
                   UNTIL WS-VENDOR-EOF-SW = 'YES'
                      OR WS-VENDOR-COUNT = 100
               CLOSE VENDOR-FILE
           END-IF
           .

       131-LOAD-VENDOR-ENTRY.

           READ VENDOR-FILE
               AT END
                   MOVE 'YES' TO WS-VENDOR-EOF-SW
               NOT AT END
                   ADD 1 TO WS-VENDOR-COUNT
                   MOVE VEND-NUMBER
                       TO WS-VT-NUMBER(WS-VENDOR-COUNT)
                   MOVE VEND-LEAD-TIME-DAYS
                       TO WS-VT-LEAD-DAYS(WS-VENDOR-COUNT)
           END-READ
           .

       135-LOAD-APPROVAL-TABLE.

           OPEN INPUT APPROVAL-FILE
           PERFORM 136-LOAD-APPROVAL-ENTRY
               UNTIL WS-APPROVAL-EOF-SW = 'YES'
                  OR WS-APPROVAL-COUNT = 500
           CLOSE APPROVAL-FILE
           .

       136-LOAD-APPROVAL-ENTRY.

      * A BLANK LOCATION MEANS THE MAIN WAREHOUSE, SAME DEFAULT
      * EVERY OTHER PROGRAM APPLIES.  AN APPROVAL WITHOUT A NUMERIC
      * REORDER POINT APPROVES NOTHING AND IS NOT LOADED.

           READ APPROVAL-FILE
               AT END
                   MOVE 'YES' TO WS-APPROVAL-EOF-SW
               NOT AT END
                   IF APR-REORDER-POINT IS NUMERIC
                       ADD 1 TO WS-APPROVAL-COUNT
                       MOVE APR-CATALOG-NUMBER
                           TO WS-AP-CATALOG(WS-APPROVAL-COUNT)
                       IF APR-LOCATION = SPACES
                           MOVE '01'
                               TO WS-AP-LOCATION(WS-APPROVAL-COUNT)
                       ELSE
                           MOVE APR-LOCATION
                               TO WS-AP-LOCATION(WS-APPROVAL-COUNT)
                       END-IF
                       MOVE APR-REORDER-POINT
                           TO WS-AP-REORDER-POINT(WS-APPROVAL-COUNT)
                   END-IF
           END-READ
           .

       140-EXTRACT-USAGE.

      * CUT THE HISTORY DOWN TO THE FULL MONTHS INSIDE THE WINDOW.
      * DEMAND IS WHAT WAS SOLD LESS WHAT CUSTOMERS BROUGHT BACK -
      * A PART SOLD AND RETURNED WAS NEVER REALLY USED.  A BLANK
      * LOCATION DEFAULTS TO THE MAIN WAREHOUSE, AND A RECORD WITH
      * A DATE OR SOLD BUCKET THAT IS NOT NUMERIC IS LEFT OUT.

           OPEN INPUT HISTORY-FILE
           OPEN OUTPUT USAGE-EXTRACT-FILE
           PERFORM 141-EXTRACT-HISTORY-RECORD
               UNTIL WS-HISTORY-EOF-SW = 'YES'
           CLOSE HISTORY-FILE
                 USAGE-EXTRACT-FILE
           .

       141-EXTRACT-HISTORY-RECORD.

           READ HISTORY-FILE
               AT END
                   MOVE 'YES' TO WS-HISTORY-EOF-SW
               NOT AT END
                   ADD 1 TO WS-HISTORY-READ
                   IF HIST-RUN-DATE IS NUMERIC
                           AND HIST-QUANTITY-SOLD IS NUMERIC
                       PERFORM 142-PLACE-HISTORY-MONTH
                   END-IF
           END-READ
           .

       142-PLACE-HISTORY-MONTH.

           MOVE HIST-RUN-DATE TO WS-HIST-DATE
           COMPUTE WS-HIST-MONTHS = WS-HD-YEAR * 12 + WS-HD-MONTH
           COMPUTE WS-MONTH-IX-WORK = WS-RUN-MONTHS - WS-HIST-MONTHS
           IF WS-MONTH-IX-WORK > ZERO
                   AND WS-MONTH-IX-WORK NOT > WS-HISTORY-MONTHS
               MOVE HIST-QUANTITY-SOLD TO WS-SOLD-N
               IF HIST-QUANTITY-RETURNED IS NUMERIC
                   MOVE HIST-QUANTITY-RETURNED TO WS-RETURNED-N
               ELSE
                   MOVE ZERO TO WS-RETURNED-N
               END-IF
               COMPUTE WS-NET-DEMAND = WS-SOLD-N - WS-RETURNED-N
               IF WS-NET-DEMAND < ZERO
                   MOVE ZERO TO WS-NET-DEMAND
               END-IF
               MOVE SPACES TO USAGE-EXTRACT-REC
               IF HIST-LOCATION = SPACES
                   MOVE '01' TO EXT-LOCATION
               ELSE
                   MOVE HIST-LOCATION TO EXT-LOCATION
               END-IF
               MOVE HIST-CATALOG-NUMBER TO EXT-CATALOG-NUMBER
               MOVE WS-MONTH-IX-WORK TO EXT-MONTH-IX
               MOVE WS-NET-DEMAND TO EXT-DEMAND
               WRITE USAGE-EXTRACT-REC
               ADD 1 TO WS-HISTORY-USED
           END-IF
           .

       145-SORT-USAGE.

           SORT SORT-FILE
               ON ASCENDING KEY SORT-LOCATION
                                SORT-CATALOG-NUMBER
               USING USAGE-EXTRACT-FILE
               GIVING SORTED-USAGE-FILE

           OPEN INPUT SORTED-USAGE-FILE
           PERFORM 160-READ-USAGE
           .

       150-RECALCULATE-ITEMS.

           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO'
               READ MASTER-FILE
                   AT END
                       MOVE 'NO' TO ARE-THERE-MORE-RECORDS
                   NOT AT END
                       PERFORM 200-PROCESS-ITEM
               END-READ
           END-PERFORM
           CLOSE MASTER-FILE
                 SORTED-USAGE-FILE
           .

       160-READ-USAGE.

           READ SORTED-USAGE-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-USAGE-KEY
               NOT AT END
                   MOVE SRT-USAGE-KEY TO WS-USAGE-KEY
           END-READ
           .

       200-PROCESS-ITEM.

      * MATCH THE ITEM'S USAGE RECORDS.  HISTORY FOR A CATALOG
      * NUMBER NO LONGER ON THE MASTER IS PASSED OVER.  THE USAGE
      * IS GATHERED EVEN FOR AN ITEM ABOUT TO BE SKIPPED, SO THE
      * MATCH STAYS IN STEP.

           ADD 1 TO WS-RECORDS-READ
           MOVE MST-LOCATION-KEY TO WS-ITEM-KEY
           MOVE ZEROS TO WS-MONTH-TABLE
           MOVE ZERO TO WS-OLDEST-IX
           PERFORM 160-READ-USAGE
               UNTIL WS-USAGE-KEY NOT < WS-ITEM-KEY
           PERFORM 205-ACCUMULATE-USAGE
               UNTIL WS-USAGE-KEY NOT = WS-ITEM-KEY

           IF ITEM-STATUS = 'D' OR 'O'
               ADD 1 TO WS-ITEMS-SKIPPED
           ELSE
               PERFORM 210-RECALCULATE-ITEM
           END-IF
           .

       205-ACCUMULATE-USAGE.

           ADD SRT-DEMAND TO WS-MONTH-DEMAND(SRT-MONTH-IX)
           IF SRT-MONTH-IX > WS-OLDEST-IX
               MOVE SRT-MONTH-IX TO WS-OLDEST-IX
           END-IF
           PERFORM 160-READ-USAGE
           .

       210-RECALCULATE-ITEM.

      * A RECORD WITH GARBAGE IN ITS PRICE OR QUANTITIES IS LISTED
      * AND LEFT ALONE FOR DATA ENTRY TO PUT RIGHT BEFORE ITS
      * REORDER POINT IS TRUSTED TO A RECALCULATION.

           MOVE ZERO TO WS-DAILY-USAGE
           MOVE ZERO TO WS-DAILY-STD-DEV
           MOVE ZERO TO WS-LEAD-DAYS
           MOVE ZERO TO WS-ROP-CHANGE
           IF REORDER-POINT IS NUMERIC
               MOVE REORDER-POINT TO WS-OLD-ROP-N
               MOVE 'YES' TO WS-OLD-ROP-OK-SW
           ELSE
               MOVE ZERO TO WS-OLD-ROP-N
               MOVE 'NO' TO WS-OLD-ROP-OK-SW
           END-IF
           MOVE WS-OLD-ROP-N TO WS-NEW-ROP-N

           IF UNIT-PURCHASE-PRICE IS NOT NUMERIC
                   OR QUANTITY-ON-HAND IS NOT NUMERIC
                   OR QUANTITY-ON-ORDER IS NOT NUMERIC
                   OR QUANTITY-RECIEVED IS NOT NUMERIC
                   OR QUANTITY-SOLD IS NOT NUMERIC
                   OR QUANTITY-RETURNED IS NOT NUMERIC
               ADD 1 TO WS-ITEMS-IN-ERROR
               MOVE 'MASTER DATA BAD' TO WS-DISPOSITION
           ELSE
               IF WS-OLDEST-IX = ZERO
                   ADD 1 TO WS-ITEMS-NO-HISTORY
                   MOVE 'NO HISTORY - KEPT' TO WS-DISPOSITION
               ELSE
                   PERFORM 215-COMPUTE-USAGE
                   PERFORM 220-FIND-LEAD-TIME
                   PERFORM 225-COMPUTE-REORDER-POINT
                   PERFORM 230-JUDGE-CHANGE
               END-IF
           END-IF
           PERFORM 240-PRINT-REVIEW-LINE
           .

       215-COMPUTE-USAGE.

      * AVERAGE AND VARIANCE OF MONTHLY DEMAND OVER THE MONTHS THE
      * ITEM HAS HISTORY FOR, THEN BOTH BROUGHT DOWN TO A DAY.
      * MONTHS ARE TAKEN AS INDEPENDENT, SO A MONTH'S VARIANCE IS
      * THIRTY-ODD DAYS' WORTH AND DIVIDES BACK DOWN THE SAME WAY.

           MOVE WS-OLDEST-IX TO WS-MONTHS-USED
           MOVE ZERO TO WS-TOTAL-DEMAND
           MOVE 1 TO WS-MONTH-IX
           PERFORM 216-ADD-MONTH-DEMAND
               UNTIL WS-MONTH-IX > WS-MONTHS-USED
           COMPUTE WS-MEAN-MONTHLY ROUNDED =
               WS-TOTAL-DEMAND / WS-MONTHS-USED

           MOVE ZERO TO WS-SUM-SQUARES
           MOVE 1 TO WS-MONTH-IX
           PERFORM 217-ADD-MONTH-SQUARE
               UNTIL WS-MONTH-IX > WS-MONTHS-USED
           IF WS-MONTHS-USED > 1
               COMPUTE WS-MONTHLY-VARIANCE ROUNDED =
                   WS-SUM-SQUARES / (WS-MONTHS-USED - 1)
           ELSE
               MOVE ZERO TO WS-MONTHLY-VARIANCE
           END-IF

           COMPUTE WS-DAILY-USAGE ROUNDED =
               WS-MEAN-MONTHLY / WS-DAYS-PER-MONTH
           COMPUTE WS-DAILY-VARIANCE ROUNDED =
               WS-MONTHLY-VARIANCE / WS-DAYS-PER-MONTH
           MOVE WS-DAILY-VARIANCE TO WS-SQRT-INPUT
           PERFORM 235-SQUARE-ROOT
           MOVE WS-SQRT-RESULT TO WS-DAILY-STD-DEV
           .

       216-ADD-MONTH-DEMAND.

           ADD WS-MONTH-DEMAND(WS-MONTH-IX) TO WS-TOTAL-DEMAND
           ADD 1 TO WS-MONTH-IX
           .

       217-ADD-MONTH-SQUARE.

           COMPUTE WS-DEVIATION =
               WS-MONTH-DEMAND(WS-MONTH-IX) - WS-MEAN-MONTHLY
           COMPUTE WS-SUM-SQUARES =
               WS-SUM-SQUARES + WS-DEVIATION * WS-DEVIATION
           ADD 1 TO WS-MONTH-IX
           .

       220-FIND-LEAD-TIME.

      * THE VENDOR'S LEAD TIME IN DAYS, OR THE DEFAULT WHEN THE
      * VENDOR IS NOT ON FILE OR HAS NO LEAD TIME KEYED.

           MOVE 'NO' TO WS-VENDOR-FOUND-SW
           MOVE 1 TO WS-VT-IX
           PERFORM 221-CHECK-VENDOR-ENTRY
               UNTIL WS-VENDOR-FOUND-SW = 'YES'
                  OR WS-VT-IX > WS-VENDOR-COUNT

      * THE TABLE ENTRY IS ONLY TOUCHED WHEN THE VENDOR WAS FOUND -
      * A MISS LEAVES THE SUBSCRIPT ONE PAST THE LAST ENTRY.

           MOVE WS-DEFAULT-LEAD-DAYS TO WS-LEAD-DAYS
           IF WS-VENDOR-FOUND-SW = 'YES'
               IF WS-VT-LEAD-DAYS(WS-VT-IX) IS NUMERIC
                   MOVE WS-VT-LEAD-DAYS(WS-VT-IX) TO WS-LEAD-DAYS
               ELSE
                   ADD 1 TO WS-LEAD-DEFAULTED
               END-IF
           ELSE
               ADD 1 TO WS-LEAD-DEFAULTED
           END-IF
           IF WS-LEAD-DAYS = ZERO
               MOVE WS-DEFAULT-LEAD-DAYS TO WS-LEAD-DAYS
           END-IF
           .

       221-CHECK-VENDOR-ENTRY.

           IF WS-VT-NUMBER(WS-VT-IX) = VENDOR-NUMBER
               MOVE 'YES' TO WS-VENDOR-FOUND-SW
           ELSE
               ADD 1 TO WS-VT-IX
           END-IF
           .

       225-COMPUTE-REORDER-POINT.

      * USAGE OVER THE LEAD TIME PLUS THE SAFETY STOCK.  THE
      * VARIANCE OVER THE LEAD TIME IS THE DAILY VARIANCE TIMES
      * THE LEAD DAYS, AND ITS ROOT TIMES Z IS THE SAFETY STOCK.
      * THE RESULT IS HELD TO THE MASTER'S FOUR-DIGIT FIELD.

           COMPUTE WS-SQRT-INPUT = WS-DAILY-VARIANCE * WS-LEAD-DAYS
           PERFORM 235-SQUARE-ROOT
           COMPUTE WS-SAFETY-STOCK ROUNDED =
               WS-Z-FACTOR * WS-SQRT-RESULT
           COMPUTE WS-NEW-ROP-WORK ROUNDED =
               WS-DAILY-USAGE * WS-LEAD-DAYS + WS-SAFETY-STOCK
           IF WS-NEW-ROP-WORK > 9999
               MOVE 9999 TO WS-NEW-ROP-N
           ELSE
               MOVE WS-NEW-ROP-WORK TO WS-NEW-ROP-N
           END-IF
           .

       230-JUDGE-CHANGE.

      * A BIG SWING IS A MOVE OF MORE THAN THE SWING UNITS AND MORE
      * THAN THE SWING PERCENT OF THE OLD POINT - THE UNITS FLOOR
      * KEEPS A SLOW MOVER GOING FROM 2 TO 4 OFF THE HOLD LIST.  A
      * POINT THAT WAS ZERO OR GARBAGE HAS NO PERCENT TO MEASURE,
      * SO ANY REAL MOVE FROM IT COUNTS AS BIG.

           COMPUTE WS-ROP-CHANGE = WS-NEW-ROP-N - WS-OLD-ROP-N
           IF WS-ROP-CHANGE < ZERO
               COMPUTE WS-ABS-CHANGE = 0 - WS-ROP-CHANGE
           ELSE
               MOVE WS-ROP-CHANGE TO WS-ABS-CHANGE
           END-IF

           IF WS-ABS-CHANGE = ZERO
                   AND WS-OLD-ROP-OK-SW = 'YES'
               ADD 1 TO WS-ITEMS-UNCHANGED
               MOVE 'NO CHANGE' TO WS-DISPOSITION
           ELSE
               MOVE 'NO' TO WS-BIG-SWING-SW
               IF WS-OLD-ROP-OK-SW = 'NO'
                   MOVE 'YES' TO WS-BIG-SWING-SW
               END-IF
               COMPUTE WS-SWING-LIMIT =
                   WS-OLD-ROP-N * WS-SWING-PCT / 100
               IF WS-ABS-CHANGE > WS-SWING-UNITS
                       AND WS-ABS-CHANGE > WS-SWING-LIMIT
                   MOVE 'YES' TO WS-BIG-SWING-SW
               END-IF
               IF WS-BIG-SWING-SW = 'YES'
                   PERFORM 231-CHECK-APPROVAL
               ELSE
                   MOVE 'CHANGE WRITTEN' TO WS-DISPOSITION
                   PERFORM 245-WRITE-CHANGE
               END-IF
           END-IF
           .

       231-CHECK-APPROVAL.

      * THE SWING IS WRITTEN ONLY WHEN PURCHASING APPROVED THE VERY
      * POINT THIS RUN CAME UP WITH.

           MOVE 'NO' TO WS-APPROVED-SW
           MOVE 1 TO WS-AP-IX
           PERFORM 232-CHECK-APPROVAL-ENTRY
               UNTIL WS-APPROVED-SW = 'YES'
                  OR WS-AP-IX > WS-APPROVAL-COUNT
           IF WS-APPROVED-SW = 'YES'
               ADD 1 TO WS-SWINGS-APPROVED
               MOVE 'BIG SWING - APPROVED' TO WS-DISPOSITION
               PERFORM 245-WRITE-CHANGE
           ELSE
               ADD 1 TO WS-SWINGS-HELD
               MOVE '** BIG SWING - HELD' TO WS-DISPOSITION
           END-IF
           .

       232-CHECK-APPROVAL-ENTRY.

           IF WS-AP-CATALOG(WS-AP-IX) = CATALOG-NUMBER
                   AND WS-AP-LOCATION(WS-AP-IX) = LOCATION-CODE
                   AND WS-AP-REORDER-POINT(WS-AP-IX) = WS-NEW-ROP-N
               MOVE 'YES' TO WS-APPROVED-SW
           ELSE
               ADD 1 TO WS-AP-IX
           END-IF
           .

       235-SQUARE-ROOT.

           IF WS-SQRT-INPUT = ZERO
               MOVE ZERO TO WS-SQRT-RESULT
           ELSE
               IF WS-SQRT-INPUT < 1
                   MOVE 1 TO WS-SQRT-RESULT
               ELSE
                   MOVE WS-SQRT-INPUT TO WS-SQRT-RESULT
               END-IF
               MOVE ZERO TO WS-SQRT-STEP
               PERFORM 236-NEWTON-STEP
                   UNTIL WS-SQRT-STEP = 30
           END-IF
           .

       236-NEWTON-STEP.

           COMPUTE WS-SQRT-RESULT ROUNDED =
               (WS-SQRT-RESULT + WS-SQRT-INPUT / WS-SQRT-RESULT) / 2
           ADD 1 TO WS-SQRT-STEP
           .

       240-PRINT-REVIEW-LINE.

           MOVE CATALOG-NUMBER TO RVW-CATALOG-OUT
           MOVE LOCATION-CODE TO RVW-LOCATION-OUT
           MOVE ITEM-DESCRIPTION TO RVW-DESCRIPTION-OUT
           MOVE VENDOR-NUMBER TO RVW-VENDOR-OUT
           MOVE WS-LEAD-DAYS TO RVW-LEAD-OUT
           MOVE WS-DAILY-USAGE TO RVW-USAGE-OUT
           MOVE WS-DAILY-STD-DEV TO RVW-STD-DEV-OUT
           MOVE WS-OLD-ROP-N TO RVW-OLD-ROP-OUT
           MOVE WS-NEW-ROP-N TO RVW-NEW-ROP-OUT
           MOVE WS-ROP-CHANGE TO RVW-CHANGE-OUT
           MOVE WS-DISPOSITION TO RVW-DISP-OUT
           MOVE REVIEW-LINE TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE
           .

       245-WRITE-CHANGE.

      * THE CHANGE IS AN 'O' THAT CARRIES ONLY THE NEW POINT, SO
      * THE QUANTITIES POSTED BETWEEN THIS RUN AND THE MAINTENANCE
      * RUN THAT APPLIES IT - RECEIPTS, ORDERS, THE DAY-END
      * ROLLOVER - ARE NEVER WOUND BACK TO WHAT THIS RUN READ.

           MOVE SPACES TO CHANGE-TRANS-REC
           MOVE 'O' TO CHG-CODE
           MOVE CATALOG-NUMBER TO CHG-CATALOG-NUMBER
           MOVE WS-NEW-ROP-N TO CHG-REORDER-POINT
           MOVE LOCATION-CODE TO CHG-LOCATION
           WRITE CHANGE-TRANS-REC
           ADD 1 TO WS-CHANGES-WRITTEN
           .

       250-CLOSE-ROUTINE.

           MOVE 'MASTER RECORDS READ:' TO RCL-LABEL
           MOVE WS-RECORDS-READ TO RCL-COUNT-OUT
           MOVE REPORT-COUNT-LINE TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 2 LINES

           MOVE 'HISTORY RECORDS READ:' TO RCL-LABEL
           MOVE WS-HISTORY-READ TO RCL-COUNT-OUT
           MOVE REPORT-COUNT-LINE TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE

           MOVE 'HISTORY RECORDS IN WINDOW:' TO RCL-LABEL
           MOVE WS-HISTORY-USED TO RCL-COUNT-OUT
           MOVE REPORT-COUNT-LINE TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE

           MOVE 'DISCONTINUED/OBSOLETE SKIPPED:' TO RCL-LABEL
           MOVE WS-ITEMS-SKIPPED TO RCL-COUNT-OUT
           MOVE REPORT-COUNT-LINE TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE

           MOVE 'NO HISTORY - KEPT:' TO RCL-LABEL
           MOVE WS-ITEMS-NO-HISTORY TO RCL-COUNT-OUT
           MOVE REPORT-COUNT-LINE TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE

           MOVE 'MASTER DATA BAD:' TO RCL-LABEL
           MOVE WS-ITEMS-IN-ERROR TO RCL-COUNT-OUT
           MOVE REPORT-COUNT-LINE TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE

           MOVE 'NO CHANGE:' TO RCL-LABEL
           MOVE WS-ITEMS-UNCHANGED TO RCL-COUNT-OUT
           MOVE REPORT-COUNT-LINE TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE

           MOVE 'CHANGES WRITTEN:' TO RCL-LABEL
           MOVE WS-CHANGES-WRITTEN TO RCL-COUNT-OUT
           MOVE REPORT-COUNT-LINE TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE

           MOVE '  BIG SWINGS APPROVED:' TO RCL-LABEL
           MOVE WS-SWINGS-APPROVED TO RCL-COUNT-OUT
           MOVE REPORT-COUNT-LINE TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE

           MOVE 'BIG SWINGS HELD FOR REVIEW:' TO RCL-LABEL
           MOVE WS-SWINGS-HELD TO RCL-COUNT-OUT
           MOVE REPORT-COUNT-LINE TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE

           MOVE 'DEFAULT LEAD TIME USED:' TO RCL-LABEL
           MOVE WS-LEAD-DEFAULTED TO RCL-COUNT-OUT
           MOVE REPORT-COUNT-LINE TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE

           CLOSE   REVIEW-REPORT-FILE
                   CHANGE-TRANS-FILE

      * HELD SWINGS AND BAD RECORDS BOTH WANT PURCHASING'S EYES,
      * SO THE RUN HANDS THE SCHEDULER A 4 WHEN THERE ARE ANY.

           IF RETURN-CODE = ZERO
                   AND (WS-SWINGS-HELD > ZERO
                        OR WS-ITEMS-IN-ERROR > ZERO)
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

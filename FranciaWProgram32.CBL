       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM32.
       AUTHOR. GUSZTAV FRANCIA.


      *  This program is the weekly expiring-stock report.  It
      *  reads the lot file under the master - quantity by
      *  location and manufacture date code for every part on the
      *  date-coded parts file - and dates each lot against the
      *  part's shelf life: a lot expires on the first of the month
      *  its shelf life in months runs out, counted from its date
      *  code.  Every lot already past that date, and every lot
      *  inside the part's warning days (60 when none is given),
      *  is listed with the days it has left and its value at
      *  UNIT-PURCHASE-PRICE, so the counter can sell it down or
      *  purchasing can send it back while there is still time.
      *  Lots that came in without a date code are listed too, for
      *  someone to go and read the carton.
      *
      *  Each expired lot is also drafted as a 'W' transaction,
      *  reason E, naming the lot's date code, onto PR1FA17.EXP.
      *  The buyer keys the vendor's RA number onto the lines going
      *  back, changes the reason to X on the lines being written
      *  off, drops any line being held, and appends the file to
      *  the day's batch (PR1FA17T.TXT) - the expired stock then
      *  leaves the shelf, the master, and its lot through the
      *  edit and the maintenance run like any other return.
      *
      *  A second report proves the lots against the master: the
      *  lot quantities of every date-coded part at every location
      *  must add up to its QUANTITY-ON-HAND.  A part out of step,
      *  and any lots left for a part no longer on the master, are
      *  listed with the difference - the usual cause is a master
      *  reloaded or rolled forward outside the maintenance run.
      *
      *  An expired lot or a part out of step hands the job stream
      *  a condition code of 4.
      *
      *  INPUT:  PR1FA17.LOT   - indexed lot file
      *          PR1FA17.SHL   - date-coded parts file: catalog
      *                          number, shelf life in months, and
      *                          warning days
      *          PR1FA17.MST   - indexed inventory master
      *  OUTPUT: PROGRAM32FA18.TXT - expiring-stock report
      *          PROGRAM32FA19.TXT - lots out of step with the
      *                          master
      *          PR1FA17.EXP   - draft 'W' transactions, one per
      *                          expired lot
      *
      **********************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBMPC.
       OBJECT-COMPUTER.    IBMPC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * THE LOT FILE IS READ FRONT TO BACK - ITS KEY PUTS THE LOTS
      * IN LOCATION AND CATALOG NUMBER ORDER, OLDEST DATE CODE
      * FIRST.  OPTIONAL SO THE RUN COMES OUT CLEAN BEFORE THE
      * FIRST LOT IS RECEIVED.

           SELECT OPTIONAL LOT-FILE
               ASSIGN TO 'PR1FA17.LOT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LOT-KEY
               FILE STATUS IS WS-LOT-STATUS.

      * DATE-CODED PARTS FILE, LOADED INTO A TABLE AT STARTUP.

           SELECT OPTIONAL SHELF-LIFE-FILE
               ASSIGN TO 'PR1FA17.SHL'
               ORGANIZATION IS LINE SEQUENTIAL.

      * DYNAMIC ACCESS: EACH LOT'S PART IS READ BY KEY FOR ITS
      * DESCRIPTION AND COST, AND THE AGREEMENT CHECK SWEEPS THE
      * WHOLE FILE SEQUENTIALLY.

           SELECT MASTER-FILE
               ASSIGN TO 'PR1FA17.MST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-LOCATION-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT EXPIRING-REPORT-FILE
               ASSIGN TO PRINTER 'PROGRAM32FA18.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AGREEMENT-REPORT-FILE
               ASSIGN TO PRINTER 'PROGRAM32FA19.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXPIRED-DRAFT-FILE
               ASSIGN TO 'PR1FA17.EXP'
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.

      * SAME LOT RECORD THE MAINTENANCE RUN (PROGRAM2) AND THE DOCK
      * (PROGRAM11) KEEP.  THE DATE CODE IS THE MANUFACTURE YEAR
      * AND MONTH (YYYYMM); 000000 IS STOCK THAT CAME IN WITHOUT
      * ONE.

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

      * ONE DATE-CODED PART - ITS CATALOG NUMBER, HOW MANY MONTHS
      * IT KEEPS FROM ITS DATE CODE, AND HOW MANY DAYS AHEAD OF THAT
      * THIS REPORT STARTS WARNING.

       FD  SHELF-LIFE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SHELF-LIFE-REC.
           05  SHL-CATALOG-NUMBER     PIC X(5).
           05  SHL-LIFE-MONTHS        PIC 9(3).
           05  SHL-WARNING-DAYS       PIC 9(3).
           05  FILLER                 PIC X(69).

       FD  MASTER-FILE.
       01  MASTER-REC.
           05  FILLER                 PIC X(65).
           05  MST-LOCATION-KEY.
               10  MST-KEY-LOCATION   PIC X(2).
               10  MST-KEY-CATALOG    PIC X(5).
           05  FILLER                 PIC X(8).

       FD  EXPIRING-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  REPORT-REC.
           05                         PIC X(100).

       FD  AGREEMENT-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  AGREEMENT-REC.
           05                         PIC X(100).

      * DRAFT RETURN-TO-VENDOR IN THE SAME LAYOUT PROGRAM2'S
      * TRANSACTION FILE CARRIES ON A 'W' - QUANTITY, RA NUMBER,
      * REASON, CORE CHARGE, AND THE LOT'S DATE CODE IN THE
      * DESCRIPTION BYTES, THE VENDOR (BLANK FOR THE PART'S OWN)
      * AND LOCATION IN THEIR USUAL FIELDS.

       FD  EXPIRED-DRAFT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  EXPIRED-DRAFT-REC.
           05  DRF-CODE               PIC X(1).
           05  DRF-CATALOG-NUMBER     PIC X(5).
           05  DRF-QUANTITY           PIC 9(4).
           05  DRF-RA-NUMBER          PIC X(10).
           05  DRF-REASON             PIC X(1).
           05  DRF-CORE-CHARGE        PIC 999V99.
           05  DRF-DATE-CODE          PIC X(6).
           05  FILLER                 PIC X(29).
           05  DRF-VENDOR-NUMBER      PIC X(5).
           05  DRF-LOCATION           PIC X(2).
           05  FILLER                 PIC X(12).

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05  ARE-THERE-MORE-RECORDS PIC X(3) VALUE 'YES'.
           05  WS-LOT-STATUS          PIC X(2).
           05  WS-MASTER-STATUS       PIC X(2).
           05  WS-MASTER-OK-SW        PIC X(3) VALUE 'YES'.
           05  WS-LOT-EOF-SW          PIC X(3) VALUE 'NO'.
           05  WS-SHELF-EOF-SW        PIC X(3) VALUE 'NO'.
           05  WS-SHELF-FOUND-SW      PIC X(3).
           05  WS-MASTER-FOUND-SW     PIC X(3).
           05  WS-TOTAL-FOUND-SW      PIC X(3).
           05  WS-TOTALS-FULL-SW      PIC X(3) VALUE 'NO'.

       01  WS-DATE.
           05  WS-YEAR                PIC 99.
           05  WS-MONTH               PIC 99.
           05  WS-DAY                 PIC 99.

      * RUN DATE AS YYYYMMDD, SAME CENTURY WINDOW THE REST OF THE
      * SYSTEM STAMPS ITS DATES WITH.

       01  WS-RUN-DATE.
           05  WS-RD-CENTURY          PIC 99 VALUE 20.
           05  WS-RD-YEAR             PIC 99.
           05  WS-RD-MONTH            PIC 99.
           05  WS-RD-DAY              PIC 99.
       01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE
                                      PIC 9(8).

      * APPROXIMATE DAY SERIALS (YEAR X 365 + MONTH X 30 + DAY),
      * SAME ARITHMETIC THE RECEIVING DESK AGES ITS OPEN LINES
      * WITH.

       01  WS-DAY-SERIALS.
           05  WS-SERIAL-WORK-DATE    PIC 9(8).
           05  WS-SERIAL-WORK-DATE-X REDEFINES WS-SERIAL-WORK-DATE.
               10  WS-SW-YEAR         PIC 9(4).
               10  WS-SW-MONTH        PIC 9(2).
               10  WS-SW-DAY          PIC 9(2).
           05  WS-SERIAL-RESULT       PIC 9(7).
           05  WS-RUN-SERIAL          PIC 9(7).
           05  WS-EXPIRY-SERIAL       PIC 9(7).
           05  WS-DAYS-LEFT           PIC S9(7).

      * THE LOT BEING DATED.  ITS EXPIRY IS THE FIRST OF THE MONTH
      * ITS SHELF LIFE RUNS OUT.

       01  WS-LOT-DATE-CODE           PIC X(6).
       01  WS-LOT-DATE-CODE-X REDEFINES WS-LOT-DATE-CODE.
           05  WS-LDC-YEAR            PIC 9(4).
           05  WS-LDC-MONTH           PIC 9(2).

       01  WS-EXPIRY-FIELDS.
           05  WS-EXPIRY-MONTHS       PIC 9(6).
           05  WS-EXPIRY-YEAR         PIC 9(4).
           05  WS-EXPIRY-MONTH        PIC 9(2).
           05  WS-EXPIRY-DATE         PIC 9(8).
           05  WS-LOT-UNIT-COST       PIC 999V99.
           05  WS-LOT-VALUE           PIC 9(7)V99.
           05  WS-DAYS-EDIT           PIC Z(6)9.

      * THE LOT'S PART, READ BY KEY AT THE LOT'S LOCATION, AND THE
      * PART AS IT COMES OFF THE AGREEMENT SWEEP.

       01  INVENTORY-REC.
           05  CATALOG-NUMBER         PIC X(5).
           05  ITEM-DESCRIPTION       PIC X(20).
           05  UNIT-PURCHASE-PRICE    PIC 999V99.
           05  SELLING-PRICE          PIC 999V99.
           05  FILLER                 PIC X(1).
           05  QUANTITY-ON-HAND       PIC X(4).
           05  QUANTITY-ON-ORDER      PIC X(4).
           05  REORDER-POINT          PIC X(4).
           05  QUANTITY-RECIEVED      PIC X(4).
           05  QUANTITY-SOLD          PIC X(4).
           05  QUANTITY-RETURNED      PIC X(4).
           05  VENDOR-NUMBER          PIC X(5).
           05  LOCATION-CODE          PIC X(2).
           05  INV-KEY-CATALOG        PIC X(5).
           05  ITEM-STATUS            PIC X(1).
           05  FILLER                 PIC X(7).

      * THE DATE-CODED PARTS FILE, HELD FOR THE RUN.  A WARNING
      * PERIOD LEFT OFF THE FILE DEFAULTS TO 60 DAYS; A SHELF LIFE
      * LEFT OFF IT LEAVES THE PART'S LOTS UNDATABLE, AND THEY ARE
      * ONLY COUNTED.

       01  WS-SHELF-LIFE-TABLE.
           05  WS-SHL-ENTRY OCCURS 500 TIMES.
               10  WS-SHL-CATALOG     PIC X(5).
               10  WS-SHL-LIFE-MONTHS PIC 9(3).
               10  WS-SHL-WARNING-DAYS PIC 9(3).

       01  WS-SHELF-LIFE-SUBSCRIPTS.
           05  WS-SHL-COUNT           PIC 9(3) VALUE ZERO.
           05  WS-SHL-IX              PIC 9(3).

      * LOT QUANTITIES ADDED UP BY LOCATION AND CATALOG NUMBER ON
      * THE WAY THROUGH THE LOT FILE, FOR THE AGREEMENT CHECK.  THE
      * LOT FILE IS IN THAT ORDER, SO EACH PART'S LOTS ARE TOGETHER.

       01  WS-LOT-TOTAL-TABLE.
           05  WS-LTT-ENTRY OCCURS 2000 TIMES.
               10  WS-LTT-LOCATION    PIC X(2).
               10  WS-LTT-CATALOG     PIC X(5).
               10  WS-LTT-QUANTITY    PIC 9(5).
               10  WS-LTT-MATCHED-SW  PIC X(3).

       01  WS-LOT-TOTAL-SUBSCRIPTS.
           05  WS-LTT-COUNT           PIC 9(4) VALUE ZERO.
           05  WS-LTT-IX              PIC 9(4).

       01  WS-AGREEMENT-FIELDS.
           05  WS-AGR-QOH-N           PIC 9(4).
           05  WS-AGR-LOTS-N          PIC 9(5).
           05  WS-AGR-DIFFERENCE      PIC S9(5).

       01  WS-TOTALS.
           05  WS-LOTS-READ           PIC 9(5) VALUE ZERO.
           05  WS-LOTS-EXPIRED        PIC 9(5) VALUE ZERO.
           05  WS-LOTS-EXPIRING       PIC 9(5) VALUE ZERO.
           05  WS-LOTS-UNDATED        PIC 9(5) VALUE ZERO.
           05  WS-LOTS-NO-SHELF-LIFE  PIC 9(5) VALUE ZERO.
           05  WS-DRAFTS-WRITTEN      PIC 9(5) VALUE ZERO.
           05  WS-PARTS-CHECKED       PIC 9(5) VALUE ZERO.
           05  WS-PARTS-OUT-OF-STEP   PIC 9(5) VALUE ZERO.
           05  WS-EXPIRED-VALUE       PIC 9(9)V99 VALUE ZERO.
           05  WS-EXPIRING-VALUE      PIC 9(9)V99 VALUE ZERO.
           05  WS-UNDATED-VALUE       PIC 9(9)V99 VALUE ZERO.

       01  WS-RPT-HEADING-1.
           05  FILLER                 PIC X(38) VALUE SPACES.
           05  RH1-TITLE              PIC X(21) VALUE
               'EXPIRING STOCK REPORT'.
           05  FILLER                 PIC X(19) VALUE SPACES.
           05  RH1-DATE.
               10  RH1-MONTH          PIC 99.
               10  FILLER             PIC X VALUE '/'.
               10  RH1-DAY            PIC 99.
               10  FILLER             PIC X VALUE '/'.
               10  RH1-YEAR           PIC 9999.
           05  FILLER                 PIC X(12) VALUE SPACES.

       01  WS-RPT-HEADING-2.
           05  RH2-LOC-NAME           PIC X(3) VALUE 'LOC'.
           05  FILLER                 PIC X(1).
           05  RH2-CAT-NAME           PIC X(3) VALUE 'CAT'.
           05  FILLER                 PIC X(4).
           05  RH2-DESC-NAME          PIC X(11) VALUE 'DESCRIPTION'.
           05  FILLER                 PIC X(11).
           05  RH2-DATE-CODE-NAME     PIC X(6) VALUE 'DATE'.
           05  FILLER                 PIC X(2).
           05  RH2-EXPIRES-NAME       PIC X(7) VALUE 'EXPIRES'.
           05  FILLER                 PIC X(2).
           05  RH2-DAYS-NAME          PIC X(9) VALUE 'DAYS LEFT'.
           05  FILLER                 PIC X(3).
           05  RH2-QTY-NAME           PIC X(3) VALUE 'QTY'.
           05  FILLER                 PIC X(2).
           05  RH2-COST-NAME          PIC X(6) VALUE '  COST'.
           05  FILLER                 PIC X(8).
           05  RH2-VALUE-NAME         PIC X(5) VALUE 'VALUE'.
           05  FILLER                 PIC X(14).

       01  EXPIRING-LINE.
           05  EXL-LOCATION-OUT       PIC X(2).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  EXL-CATALOG-OUT        PIC X(5).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  EXL-DESCRIPTION-OUT    PIC X(20).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  EXL-DATE-CODE-OUT      PIC X(6).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  EXL-EXPIRES-OUT.
               10  EXL-EXPIRES-YEAR   PIC 9(4).
               10  EXL-EXPIRES-SLASH  PIC X(1).
               10  EXL-EXPIRES-MONTH  PIC 9(2).
           05  EXL-EXPIRES-BLANK REDEFINES EXL-EXPIRES-OUT
                                      PIC X(7).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  EXL-DAYS-OUT           PIC X(9).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  EXL-QUANTITY-OUT       PIC ZZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  EXL-COST-OUT           PIC ZZ9.99.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  EXL-VALUE-OUT          PIC $ZZZ,ZZ9.99.
           05  FILLER                 PIC X(14) VALUE SPACES.

       01  REPORT-TOTAL-LINE.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  RTL-LABEL              PIC X(30).
           05  RTL-COUNT-OUT          PIC ZZZZ9.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  RTL-VALUE-OUT          PIC $ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(44) VALUE SPACES.

       01  REPORT-COUNT-LINE.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  RCL-LABEL              PIC X(30).
           05  RCL-COUNT-OUT          PIC ZZZZ9.
           05  FILLER                 PIC X(62) VALUE SPACES.

       01  WS-AGR-HEADING-1.
           05  FILLER                 PIC X(35) VALUE SPACES.
           05  AH1-TITLE              PIC X(25) VALUE
               'LOT AGREEMENT WITH MASTER'.
           05  FILLER                 PIC X(18) VALUE SPACES.
           05  AH1-DATE.
               10  AH1-MONTH          PIC 99.
               10  FILLER             PIC X VALUE '/'.
               10  AH1-DAY            PIC 99.
               10  FILLER             PIC X VALUE '/'.
               10  AH1-YEAR           PIC 9999.
           05  FILLER                 PIC X(12) VALUE SPACES.

       01  WS-AGR-HEADING-2.
           05  AH2-LOC-NAME           PIC X(3) VALUE 'LOC'.
           05  FILLER                 PIC X(1).
           05  AH2-CAT-NAME           PIC X(3) VALUE 'CAT'.
           05  FILLER                 PIC X(4).
           05  AH2-DESC-NAME          PIC X(11) VALUE 'DESCRIPTION'.
           05  FILLER                 PIC X(11).
           05  AH2-ON-HAND-NAME       PIC X(7) VALUE 'ON HAND'.
           05  FILLER                 PIC X(3).
           05  AH2-LOTS-NAME          PIC X(4) VALUE 'LOTS'.
           05  FILLER                 PIC X(3).
           05  AH2-DIFF-NAME          PIC X(6) VALUE '  DIFF'.
           05  FILLER                 PIC X(44).

       01  AGREEMENT-LINE.
           05  AGL-LOCATION-OUT       PIC X(2).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  AGL-CATALOG-OUT        PIC X(5).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  AGL-DESCRIPTION-OUT    PIC X(20).
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  AGL-ON-HAND-OUT        PIC ZZZ9.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  AGL-LOTS-OUT           PIC ZZZZ9.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  AGL-DIFFERENCE-OUT     PIC -ZZZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  AGL-NOTE-OUT           PIC X(25).
           05  FILLER                 PIC X(17) VALUE SPACES.

       PROCEDURE DIVISION.

       100-MAIN-MODULE.

           PERFORM 125-HOUSEKEEPING
           IF WS-MASTER-OK-SW = 'YES'
               PERFORM 130-LOAD-SHELF-LIFE-TABLE
               PERFORM 150-READ-LOTS
               PERFORM 300-CHECK-AGREEMENT
           END-IF
           PERFORM 250-CLOSE-ROUTINE

           .

       125-HOUSEKEEPING.

           OPEN    OUTPUT  EXPIRING-REPORT-FILE
                           AGREEMENT-REPORT-FILE
                           EXPIRED-DRAFT-FILE

           ACCEPT WS-DATE FROM DATE
           MOVE WS-YEAR TO RH1-YEAR
           MOVE WS-MONTH TO RH1-MONTH
           MOVE WS-DAY TO RH1-DAY
           MOVE WS-YEAR TO AH1-YEAR
           MOVE WS-MONTH TO AH1-MONTH
           MOVE WS-DAY TO AH1-DAY
           MOVE WS-YEAR TO WS-RD-YEAR
           MOVE WS-MONTH TO WS-RD-MONTH
           MOVE WS-DAY TO WS-RD-DAY

           MOVE WS-RUN-DATE-N TO WS-SERIAL-WORK-DATE
           PERFORM 135-DATE-TO-SERIAL
           MOVE WS-SERIAL-RESULT TO WS-RUN-SERIAL

           MOVE WS-RPT-HEADING-1 TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE
           MOVE WS-RPT-HEADING-2 TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 2 LINES
           MOVE WS-AGR-HEADING-1 TO AGREEMENT-REC
           WRITE AGREEMENT-REC AFTER ADVANCING 1 LINE
           MOVE WS-AGR-HEADING-2 TO AGREEMENT-REC
           WRITE AGREEMENT-REC AFTER ADVANCING 2 LINES

      * SAME AVAILABILITY GUARD THE OTHER MASTER-FILE PROGRAMS USE.

           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               MOVE 'MASTER NOT AVAILABLE - LOAD IT WITH PROGRAM8'
                   TO REPORT-REC
               WRITE REPORT-REC AFTER ADVANCING 1 LINE
               MOVE 'NO' TO WS-MASTER-OK-SW
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN INPUT LOT-FILE
               IF WS-LOT-STATUS NOT = '00' AND '05'

      * A LOT FILE THAT IS THERE BUT WILL NOT OPEN CANNOT BE READ
      * AT ALL, SO THE RUN IS REFUSED RATHER THAN REPORTING NO
      * LOTS - SAME HARD CONDITION CODE AS A MISSING MASTER.

                   MOVE 'LOT FILE NOT AVAILABLE - RUN REFUSED'
                       TO REPORT-REC
                   WRITE REPORT-REC AFTER ADVANCING 1 LINE
                   CLOSE MASTER-FILE
                   MOVE 'NO' TO WS-MASTER-OK-SW
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           .

       130-LOAD-SHELF-LIFE-TABLE.

           OPEN INPUT SHELF-LIFE-FILE
           PERFORM 131-LOAD-SHELF-LIFE-ENTRY
               UNTIL WS-SHELF-EOF-SW = 'YES'
                  OR WS-SHL-COUNT = 500
           IF WS-SHELF-EOF-SW NOT = 'YES'
               PERFORM 132-CHECK-SHELF-LIFE-OVERFLOW
           END-IF
           IF WS-SHELF-EOF-SW NOT = 'YES'
               MOVE 'SHELF-LIFE TABLE FULL - PARTS PAST 500 SKIPPED'
                   TO REPORT-REC
               WRITE REPORT-REC AFTER ADVANCING 1 LINE
           END-IF
           CLOSE SHELF-LIFE-FILE
           .

       131-LOAD-SHELF-LIFE-ENTRY.

           READ SHELF-LIFE-FILE
               AT END
                   MOVE 'YES' TO WS-SHELF-EOF-SW
               NOT AT END
                   ADD 1 TO WS-SHL-COUNT
                   MOVE SHL-CATALOG-NUMBER
                       TO WS-SHL-CATALOG(WS-SHL-COUNT)
                   IF SHL-LIFE-MONTHS IS NUMERIC
                       MOVE SHL-LIFE-MONTHS
                           TO WS-SHL-LIFE-MONTHS(WS-SHL-COUNT)
                   ELSE
                       MOVE ZERO TO WS-SHL-LIFE-MONTHS(WS-SHL-COUNT)
                   END-IF
                   IF SHL-WARNING-DAYS IS NUMERIC
                       MOVE SHL-WARNING-DAYS
                           TO WS-SHL-WARNING-DAYS(WS-SHL-COUNT)
                   ELSE
                       MOVE 60 TO WS-SHL-WARNING-DAYS(WS-SHL-COUNT)
                   END-IF
           END-READ
           .

       132-CHECK-SHELF-LIFE-OVERFLOW.

      * A FULL TABLE ONLY MEANS OVERFLOW IF THERE IS ANOTHER LINE
      * BEHIND IT - A FILE OF EXACTLY 500 LINES LOADS WHOLE.

           READ SHELF-LIFE-FILE
               AT END
                   MOVE 'YES' TO WS-SHELF-EOF-SW
           END-READ
           .

       135-DATE-TO-SERIAL.

      * TURN WS-SERIAL-WORK-DATE (YYYYMMDD) INTO AN APPROXIMATE DAY
      * SERIAL FOR THE EXPIRY COMPARISONS.

           COMPUTE WS-SERIAL-RESULT =
               WS-SW-YEAR * 365 + WS-SW-MONTH * 30 + WS-SW-DAY
           .

       150-READ-LOTS.

           PERFORM UNTIL WS-LOT-EOF-SW = 'YES'
               READ LOT-FILE NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-LOT-EOF-SW
                   NOT AT END
                       PERFORM 200-CHECK-LOT
               END-READ
           END-PERFORM
           .

       200-CHECK-LOT.

           ADD 1 TO WS-LOTS-READ
           IF LOT-QUANTITY IS NOT NUMERIC
               MOVE ZERO TO LOT-QUANTITY
           END-IF
           PERFORM 205-ADD-TO-LOT-TOTALS

           MOVE 'NO' TO WS-SHELF-FOUND-SW
           MOVE 1 TO WS-SHL-IX
           PERFORM 210-CHECK-SHELF-LIFE-ENTRY
               UNTIL WS-SHELF-FOUND-SW = 'YES'
                  OR WS-SHL-IX > WS-SHL-COUNT
           IF WS-SHELF-FOUND-SW = 'NO'
               ADD 1 TO WS-LOTS-NO-SHELF-LIFE
           ELSE
               IF WS-SHL-LIFE-MONTHS(WS-SHL-IX) = ZERO
                   ADD 1 TO WS-LOTS-NO-SHELF-LIFE
               ELSE
                   PERFORM 215-DATE-THE-LOT
               END-IF
           END-IF
           .

       205-ADD-TO-LOT-TOTALS.

      * A NEW LOCATION AND CATALOG NUMBER STARTS A NEW TOTAL.  A
      * FULL TABLE IS SAID SO ON THE AGREEMENT REPORT AT END OF JOB.

           IF WS-LTT-COUNT > ZERO
                   AND WS-LTT-LOCATION(WS-LTT-COUNT) = LOT-LOCATION
                   AND WS-LTT-CATALOG(WS-LTT-COUNT) = LOT-CATALOG-NUMBER
               ADD LOT-QUANTITY TO WS-LTT-QUANTITY(WS-LTT-COUNT)
           ELSE
               IF WS-LTT-COUNT = 2000
                   MOVE 'YES' TO WS-TOTALS-FULL-SW
               ELSE
                   ADD 1 TO WS-LTT-COUNT
                   MOVE LOT-LOCATION TO WS-LTT-LOCATION(WS-LTT-COUNT)
                   MOVE LOT-CATALOG-NUMBER
                       TO WS-LTT-CATALOG(WS-LTT-COUNT)
                   MOVE LOT-QUANTITY TO WS-LTT-QUANTITY(WS-LTT-COUNT)
                   MOVE 'NO' TO WS-LTT-MATCHED-SW(WS-LTT-COUNT)
               END-IF
           END-IF
           .

       210-CHECK-SHELF-LIFE-ENTRY.

           IF WS-SHL-CATALOG(WS-SHL-IX) = LOT-CATALOG-NUMBER
               MOVE 'YES' TO WS-SHELF-FOUND-SW
           ELSE
               ADD 1 TO WS-SHL-IX
           END-IF
           .

       215-DATE-THE-LOT.

      * A LOT WITHOUT A DATE CODE CANNOT BE DATED, SO IT IS LISTED
      * FOR SOMEONE TO READ THE CARTON.  A DATED LOT PRINTS ONCE IT
      * IS INSIDE ITS WARNING DAYS, AND ONCE IT IS PAST ITS EXPIRY
      * IT IS ALSO DRAFTED FOR RETURN OR WRITE-OFF.

           MOVE LOT-DATE-CODE TO WS-LOT-DATE-CODE
           IF WS-LOT-DATE-CODE = '000000'
                   OR WS-LOT-DATE-CODE IS NOT NUMERIC
               PERFORM 220-READ-LOT-MASTER
               ADD 1 TO WS-LOTS-UNDATED
               ADD WS-LOT-VALUE TO WS-UNDATED-VALUE
               MOVE SPACES TO EXL-EXPIRES-BLANK
               MOVE 'UNDATED' TO EXL-DAYS-OUT
               PERFORM 225-PRINT-LOT-LINE
           ELSE
               COMPUTE WS-EXPIRY-MONTHS = WS-LDC-YEAR * 12
                   + WS-LDC-MONTH - 1 + WS-SHL-LIFE-MONTHS(WS-SHL-IX)
               DIVIDE WS-EXPIRY-MONTHS BY 12
                   GIVING WS-EXPIRY-YEAR
                   REMAINDER WS-EXPIRY-MONTH
               ADD 1 TO WS-EXPIRY-MONTH
               COMPUTE WS-EXPIRY-DATE = WS-EXPIRY-YEAR * 10000
                   + WS-EXPIRY-MONTH * 100 + 1
               MOVE WS-EXPIRY-DATE TO WS-SERIAL-WORK-DATE
               PERFORM 135-DATE-TO-SERIAL
               MOVE WS-SERIAL-RESULT TO WS-EXPIRY-SERIAL
               COMPUTE WS-DAYS-LEFT = WS-EXPIRY-SERIAL - WS-RUN-SERIAL
               IF WS-DAYS-LEFT NOT > ZERO
                   PERFORM 220-READ-LOT-MASTER
                   ADD 1 TO WS-LOTS-EXPIRED
                   ADD WS-LOT-VALUE TO WS-EXPIRED-VALUE
                   MOVE 'EXPIRED' TO EXL-DAYS-OUT
                   PERFORM 226-SET-EXPIRES-OUT
                   PERFORM 225-PRINT-LOT-LINE
                   PERFORM 230-WRITE-EXPIRED-DRAFT
               ELSE
                   IF WS-DAYS-LEFT NOT >
                           WS-SHL-WARNING-DAYS(WS-SHL-IX)
                       PERFORM 220-READ-LOT-MASTER
                       ADD 1 TO WS-LOTS-EXPIRING
                       ADD WS-LOT-VALUE TO WS-EXPIRING-VALUE
                       MOVE WS-DAYS-LEFT TO WS-DAYS-EDIT
                       MOVE WS-DAYS-EDIT TO EXL-DAYS-OUT
                       PERFORM 226-SET-EXPIRES-OUT
                       PERFORM 225-PRINT-LOT-LINE
                   END-IF
               END-IF
           END-IF
           .

       220-READ-LOT-MASTER.

      * A LOT WHOSE PART IS NOT ON THE MASTER AT ITS LOCATION STILL
      * PRINTS, UNVALUED - THE AGREEMENT REPORT LISTS IT AS WELL.

           MOVE 'NO' TO WS-MASTER-FOUND-SW
           MOVE LOT-LOCATION TO MST-KEY-LOCATION
           MOVE LOT-CATALOG-NUMBER TO MST-KEY-CATALOG
           READ MASTER-FILE INTO INVENTORY-REC
               INVALID KEY
                   MOVE 'NOT ON MASTER' TO ITEM-DESCRIPTION
                   MOVE ZERO TO WS-LOT-UNIT-COST
               NOT INVALID KEY
                   MOVE 'YES' TO WS-MASTER-FOUND-SW
                   IF UNIT-PURCHASE-PRICE IS NUMERIC
                       MOVE UNIT-PURCHASE-PRICE TO WS-LOT-UNIT-COST
                   ELSE
                       MOVE ZERO TO WS-LOT-UNIT-COST
                   END-IF
           END-READ
           COMPUTE WS-LOT-VALUE = WS-LOT-UNIT-COST * LOT-QUANTITY
           .

       225-PRINT-LOT-LINE.

           MOVE LOT-LOCATION TO EXL-LOCATION-OUT
           MOVE LOT-CATALOG-NUMBER TO EXL-CATALOG-OUT
           MOVE ITEM-DESCRIPTION TO EXL-DESCRIPTION-OUT
           MOVE LOT-DATE-CODE TO EXL-DATE-CODE-OUT
           MOVE LOT-QUANTITY TO EXL-QUANTITY-OUT
           MOVE WS-LOT-UNIT-COST TO EXL-COST-OUT
           MOVE WS-LOT-VALUE TO EXL-VALUE-OUT
           MOVE EXPIRING-LINE TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE
           .

       226-SET-EXPIRES-OUT.

           MOVE WS-EXPIRY-YEAR TO EXL-EXPIRES-YEAR
           MOVE '/' TO EXL-EXPIRES-SLASH
           MOVE WS-EXPIRY-MONTH TO EXL-EXPIRES-MONTH
           .

       230-WRITE-EXPIRED-DRAFT.

      * A DRAFT ONLY - THE RA NUMBER IS LEFT FOR THE BUYER TO KEY,
      * OR THE REASON CHANGED TO X TO WRITE THE LOT OFF, BEFORE IT
      * JOINS A BATCH.  A LOT FOR A PART NOT ON THE MASTER HAS
      * NOTHING TO RETURN AGAINST AND IS NOT DRAFTED.

           IF WS-MASTER-FOUND-SW = 'YES'
                   AND LOT-QUANTITY > ZERO
               MOVE SPACES TO EXPIRED-DRAFT-REC
               MOVE 'W' TO DRF-CODE
               MOVE LOT-CATALOG-NUMBER TO DRF-CATALOG-NUMBER
               MOVE LOT-QUANTITY TO DRF-QUANTITY
               MOVE 'E' TO DRF-REASON
               MOVE ZERO TO DRF-CORE-CHARGE
               MOVE LOT-DATE-CODE TO DRF-DATE-CODE
               MOVE LOT-LOCATION TO DRF-LOCATION
               WRITE EXPIRED-DRAFT-REC
               ADD 1 TO WS-DRAFTS-WRITTEN
           END-IF
           .

       300-CHECK-AGREEMENT.

      * SWEEP THE MASTER FROM THE TOP AND PROVE EVERY DATE-CODED
      * PART'S ON-HAND AGAINST ITS LOTS, THEN LIST THE LOT TOTALS
      * NO MASTER RECORD CLAIMED.

           IF WS-TOTALS-FULL-SW = 'YES'
               MOVE 'LOT TOTALS TABLE FULL - AGREEMENT CHECK INCOMPLETE'
                   TO AGREEMENT-REC
               WRITE AGREEMENT-REC AFTER ADVANCING 1 LINE
           END-IF

           MOVE LOW-VALUES TO MST-LOCATION-KEY
           START MASTER-FILE
               KEY IS NOT LESS THAN MST-LOCATION-KEY
               INVALID KEY
                   MOVE 'NO' TO ARE-THERE-MORE-RECORDS
           END-START

           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO'
               READ MASTER-FILE NEXT RECORD INTO INVENTORY-REC
                   AT END
                       MOVE 'NO' TO ARE-THERE-MORE-RECORDS
                   NOT AT END
                       PERFORM 310-CHECK-MASTER-ITEM
               END-READ
           END-PERFORM

           MOVE 1 TO WS-LTT-IX
           PERFORM 330-CHECK-UNMATCHED-TOTAL
               UNTIL WS-LTT-IX > WS-LTT-COUNT
           .

       310-CHECK-MASTER-ITEM.

           MOVE 'NO' TO WS-SHELF-FOUND-SW
           MOVE 1 TO WS-SHL-IX
           PERFORM 311-CHECK-PART-ENTRY
               UNTIL WS-SHELF-FOUND-SW = 'YES'
                  OR WS-SHL-IX > WS-SHL-COUNT
           IF WS-SHELF-FOUND-SW = 'YES'
               ADD 1 TO WS-PARTS-CHECKED
               MOVE ZERO TO WS-AGR-LOTS-N
               MOVE 'NO' TO WS-TOTAL-FOUND-SW
               MOVE 1 TO WS-LTT-IX
               PERFORM 320-FIND-LOT-TOTAL
                   UNTIL WS-TOTAL-FOUND-SW = 'YES'
                      OR WS-LTT-IX > WS-LTT-COUNT
               IF WS-TOTAL-FOUND-SW = 'YES'
                   MOVE 'YES' TO WS-LTT-MATCHED-SW(WS-LTT-IX)
                   MOVE WS-LTT-QUANTITY(WS-LTT-IX) TO WS-AGR-LOTS-N
               END-IF
               MOVE SPACES TO AGL-NOTE-OUT
               IF QUANTITY-ON-HAND IS NUMERIC
                   MOVE QUANTITY-ON-HAND TO WS-AGR-QOH-N
               ELSE
                   MOVE ZERO TO WS-AGR-QOH-N
                   MOVE 'ON HAND NOT NUMERIC' TO AGL-NOTE-OUT
               END-IF
               IF WS-AGR-QOH-N NOT = WS-AGR-LOTS-N
                       OR AGL-NOTE-OUT NOT = SPACES
                   COMPUTE WS-AGR-DIFFERENCE =
                       WS-AGR-QOH-N - WS-AGR-LOTS-N
                   IF AGL-NOTE-OUT = SPACES
                       IF WS-AGR-DIFFERENCE > ZERO
                           MOVE 'ON HAND NOT IN ANY LOT'
                               TO AGL-NOTE-OUT
                       ELSE
                           MOVE 'LOTS EXCEED ON HAND'
                               TO AGL-NOTE-OUT
                       END-IF
                   END-IF
                   MOVE LOCATION-CODE TO AGL-LOCATION-OUT
                   MOVE CATALOG-NUMBER TO AGL-CATALOG-OUT
                   MOVE ITEM-DESCRIPTION TO AGL-DESCRIPTION-OUT
                   MOVE WS-AGR-QOH-N TO AGL-ON-HAND-OUT
                   PERFORM 325-PRINT-AGREEMENT-LINE
               END-IF
           END-IF
           .

       311-CHECK-PART-ENTRY.

           IF WS-SHL-CATALOG(WS-SHL-IX) = INV-KEY-CATALOG
               MOVE 'YES' TO WS-SHELF-FOUND-SW
           ELSE
               ADD 1 TO WS-SHL-IX
           END-IF
           .

       320-FIND-LOT-TOTAL.

           IF WS-LTT-LOCATION(WS-LTT-IX) = LOCATION-CODE
                   AND WS-LTT-CATALOG(WS-LTT-IX) = INV-KEY-CATALOG
               MOVE 'YES' TO WS-TOTAL-FOUND-SW
           ELSE
               ADD 1 TO WS-LTT-IX
           END-IF
           .

       325-PRINT-AGREEMENT-LINE.

           ADD 1 TO WS-PARTS-OUT-OF-STEP
           MOVE WS-AGR-LOTS-N TO AGL-LOTS-OUT
           MOVE WS-AGR-DIFFERENCE TO AGL-DIFFERENCE-OUT
           MOVE AGREEMENT-LINE TO AGREEMENT-REC
           WRITE AGREEMENT-REC AFTER ADVANCING 1 LINE
           .

       330-CHECK-UNMATCHED-TOTAL.

      * LOTS NO DATE-CODED MASTER RECORD CLAIMED - THE PART IS GONE
      * FROM THE LOCATION, OR OFF THE DATE-CODED PARTS FILE.

           IF WS-LTT-MATCHED-SW(WS-LTT-IX) = 'NO'
               MOVE WS-LTT-LOCATION(WS-LTT-IX) TO AGL-LOCATION-OUT
               MOVE WS-LTT-CATALOG(WS-LTT-IX) TO AGL-CATALOG-OUT
               MOVE SPACES TO AGL-DESCRIPTION-OUT
               MOVE ZERO TO AGL-ON-HAND-OUT
               MOVE WS-LTT-QUANTITY(WS-LTT-IX) TO WS-AGR-LOTS-N
               COMPUTE WS-AGR-DIFFERENCE = ZERO - WS-AGR-LOTS-N
               MOVE 'NO DATE-CODED MASTER REC' TO AGL-NOTE-OUT
               PERFORM 325-PRINT-AGREEMENT-LINE
           END-IF
           ADD 1 TO WS-LTT-IX
           .

       250-CLOSE-ROUTINE.

           MOVE 'LOTS EXPIRED:' TO RTL-LABEL
           MOVE WS-LOTS-EXPIRED TO RTL-COUNT-OUT
           MOVE WS-EXPIRED-VALUE TO RTL-VALUE-OUT
           MOVE REPORT-TOTAL-LINE TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 3 LINES

           MOVE 'LOTS INSIDE WARNING DAYS:' TO RTL-LABEL
           MOVE WS-LOTS-EXPIRING TO RTL-COUNT-OUT
           MOVE WS-EXPIRING-VALUE TO RTL-VALUE-OUT
           MOVE REPORT-TOTAL-LINE TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE

           MOVE 'LOTS WITHOUT A DATE CODE:' TO RTL-LABEL
           MOVE WS-LOTS-UNDATED TO RTL-COUNT-OUT
           MOVE WS-UNDATED-VALUE TO RTL-VALUE-OUT
           MOVE REPORT-TOTAL-LINE TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE

           MOVE 'LOTS READ:' TO RCL-LABEL
           MOVE WS-LOTS-READ TO RCL-COUNT-OUT
           MOVE REPORT-COUNT-LINE TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 2 LINES

           MOVE 'LOTS WITHOUT A SHELF LIFE:' TO RCL-LABEL
           MOVE WS-LOTS-NO-SHELF-LIFE TO RCL-COUNT-OUT
           MOVE REPORT-COUNT-LINE TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE

           MOVE 'RETURNS DRAFTED (PR1FA17.EXP):' TO RCL-LABEL
           MOVE WS-DRAFTS-WRITTEN TO RCL-COUNT-OUT
           MOVE REPORT-COUNT-LINE TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE

           MOVE 'DATE-CODED PARTS CHECKED:' TO RCL-LABEL
           MOVE WS-PARTS-CHECKED TO RCL-COUNT-OUT
           MOVE REPORT-COUNT-LINE TO AGREEMENT-REC
           WRITE AGREEMENT-REC AFTER ADVANCING 3 LINES

           MOVE 'OUT OF STEP WITH THE MASTER:' TO RCL-LABEL
           MOVE WS-PARTS-OUT-OF-STEP TO RCL-COUNT-OUT
           MOVE REPORT-COUNT-LINE TO AGREEMENT-REC
           WRITE AGREEMENT-REC AFTER ADVANCING 1 LINE

           IF WS-MASTER-OK-SW = 'YES'
               CLOSE   MASTER-FILE
                       LOT-FILE
           END-IF
           CLOSE   EXPIRING-REPORT-FILE
                   AGREEMENT-REPORT-FILE
                   EXPIRED-DRAFT-FILE

      * EXPIRED STOCK ON THE SHELF, OR LOTS THAT NO LONGER AGREE
      * WITH THE MASTER, HAND THE JOB STREAM A CONDITION CODE OF 4
      * SO SOMEONE ACTS ON THEM THIS WEEK.

           IF RETURN-CODE = ZERO
                   AND (WS-LOTS-EXPIRED > ZERO
                     OR WS-PARTS-OUT-OF-STEP > ZERO)
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

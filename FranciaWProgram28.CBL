       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM28.
       AUTHOR. GUSZTAV FRANCIA.


      *  This program is the kit shortage report.  It walks the
      *  indexed master and picks out every live kit - any catalog
      *  number with lines on the kit component file - and, where
      *  a kit is at or below its reorder point, works out how many
      *  kits the bench should build: enough to top it up to twice
      *  its reorder point, the same target the order run (PROGRAM5)
      *  buys purchased parts up to.  Each component's on-hand at
      *  the same location is checked against its quantity per kit
      *  times that many kits, and when the components on the shelf
      *  cannot cover the build the kit is listed with every
      *  component holding it up - on hand, needed, short, and
      *  already on order, with the vendor to chase - so purchasing
      *  buys the components rather than the bench waiting on them.
      *  Each kit shows how many could be built now and the cost
      *  rolled up from its components' unit purchase prices.  A
      *  component listed on more than one line of a kit is sized
      *  once on its lines added together, the same way the
      *  maintenance run (PROGRAM2) builds the kit.
      *
      *  A kit short of components hands the job stream a condition
      *  code of 4.
      *
      *  INPUT:  PR1FA17.MST   - indexed inventory master
      *          PR1FA17K.TXT  - kit component file
      *  OUTPUT: PROGRAM28FA18.TXT - kits short of components, with
      *                          the components holding them up
      *
      **********************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBMPC.
       OBJECT-COMPUTER.    IBMPC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * DYNAMIC ACCESS: THE KITS COME OFF THE MASTER SEQUENTIALLY,
      * AND EACH KIT'S COMPONENTS ARE READ BY KEY AT ITS LOCATION.

           SELECT MASTER-FILE
               ASSIGN TO 'PR1FA17.MST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-LOCATION-KEY
               FILE STATUS IS WS-MASTER-STATUS.

      * KIT COMPONENT FILE, LOADED INTO A TABLE AT STARTUP.
      * OPTIONAL SO THE RUN COMES OUT CLEAN BEFORE THE FIRST KIT IS
      * SET UP.

           SELECT OPTIONAL KIT-FILE
               ASSIGN TO 'PR1FA17K.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SHORTAGE-REPORT-FILE
               ASSIGN TO PRINTER 'PROGRAM28FA18.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.

       FD  MASTER-FILE.
       01  MASTER-REC.
           05  FILLER                 PIC X(65).
           05  MST-LOCATION-KEY.
               10  MST-KEY-LOCATION   PIC X(2).
               10  MST-KEY-CATALOG    PIC X(5).
           05  FILLER                 PIC X(8).

      * SAME KIT COMPONENT RECORD THE MAINTENANCE RUN BUILDS AND
      * BREAKS KITS FROM.

       FD  KIT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  KIT-REC.
           05  KIT-CATALOG-NUMBER     PIC X(5).
           05  KIT-COMPONENT-CATALOG  PIC X(5).
           05  KIT-QUANTITY-PER       PIC 9(3).
           05  FILLER                 PIC X(67).

       FD  SHORTAGE-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  REPORT-REC.
           05                         PIC X(100).

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05  ARE-THERE-MORE-RECORDS PIC X(3) VALUE 'YES'.
           05  WS-MASTER-STATUS       PIC X(2).
           05  WS-MASTER-OK-SW        PIC X(3) VALUE 'YES'.
           05  WS-KIT-EOF-SW          PIC X(3) VALUE 'NO'.
           05  WS-KIT-FOUND-SW        PIC X(3).
           05  WS-KIT-OVERFLOW-SW     PIC X(3).
           05  WS-KIT-COMP-FOUND-SW   PIC X(3).

       01  WS-DATE.
           05  WS-YEAR                PIC 99.
           05  WS-MONTH               PIC 99.
           05  WS-DAY                 PIC 99.

      * THE KIT'S OWN RECORD, AS IT CAME OFF THE SEQUENTIAL PASS.

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

      * ONE COMPONENT'S RECORD, READ BY KEY AT THE KIT'S LOCATION.

       01  WS-COMPONENT-REC.
           05  CMP-CATALOG-NUMBER     PIC X(5).
           05  CMP-ITEM-DESCRIPTION   PIC X(20).
           05  CMP-UNIT-PURCHASE-PRICE PIC 999V99.
           05  FILLER                 PIC X(6).
           05  CMP-QUANTITY-ON-HAND   PIC X(4).
           05  CMP-QUANTITY-ON-ORDER  PIC X(4).
           05  FILLER                 PIC X(16).
           05  CMP-VENDOR-NUMBER      PIC X(5).
           05  FILLER                 PIC X(15).

       01  WS-SAVED-MASTER-KEY        PIC X(7).

      * THE KIT COMPONENT FILE, HELD FOR THE RUN.

       01  WS-KIT-TABLE.
           05  WS-KIT-ENTRY OCCURS 500 TIMES.
               10  WS-KT-KIT-CATALOG  PIC X(5).
               10  WS-KT-COMPONENT    PIC X(5).
               10  WS-KT-QTY-PER      PIC 9(3).

       01  WS-KIT-SUBSCRIPTS.
           05  WS-KIT-COUNT           PIC 9(3) VALUE ZERO.
           05  WS-KT-IX               PIC 9(3).
           05  WS-KW-IX               PIC 9(2).
           05  WS-KIT-COMP-COUNT      PIC 9(2).

      * THE COMPONENTS OF THE KIT IN HAND, HELD UNTIL THE WHOLE KIT
      * HAS BEEN SIZED AND IT IS KNOWN WHETHER IT PRINTS.  TWENTY
      * COMPONENTS IS THE MOST THE MAINTENANCE RUN WILL BUILD FROM.

       01  WS-KIT-WORK.
           05  WS-KW-ENTRY OCCURS 20 TIMES.
               10  WS-KW-COMPONENT    PIC X(5).
               10  WS-KW-DESCRIPTION  PIC X(20).
               10  WS-KW-QTY-PER      PIC 9(3).
               10  WS-KW-QOH-N        PIC 9(4).
               10  WS-KW-QOO-N        PIC 9(4).
               10  WS-KW-NEED-N       PIC 9(7).
               10  WS-KW-SHORT-N      PIC 9(7).
               10  WS-KW-VENDOR       PIC X(5).
               10  WS-KW-NOTE         PIC X(19).

       01  WS-KIT-FIELDS.
           05  WS-KIT-QOH-N           PIC 9(4).
           05  WS-KIT-ROP-N           PIC 9(4).
           05  WS-KIT-WANTED-N        PIC 9(5).
           05  WS-KIT-BUILDABLE       PIC 9(4).
           05  WS-KIT-CAN-MAKE        PIC 9(4).
           05  WS-KIT-ROLLED-COST     PIC 9(5)V99.

       01  WS-TOTALS.
           05  WS-KITS-EXAMINED       PIC 9(5) VALUE ZERO.
           05  WS-KITS-TO-BUILD       PIC 9(5) VALUE ZERO.
           05  WS-KITS-SHORT          PIC 9(5) VALUE ZERO.
           05  WS-COMPONENTS-SHORT    PIC 9(5) VALUE ZERO.
           05  WS-KITS-IN-ERROR       PIC 9(5) VALUE ZERO.

       01  WS-RPT-HEADING-1.
           05  FILLER                 PIC X(38) VALUE SPACES.
           05  RH1-TITLE              PIC X(19) VALUE
               'KIT SHORTAGE REPORT'.
           05  FILLER                 PIC X(21) VALUE SPACES.
           05  RH1-DATE.
               10  RH1-MONTH          PIC 99.
               10  FILLER             PIC X VALUE '/'.
               10  RH1-DAY            PIC 99.
               10  FILLER             PIC X VALUE '/'.
               10  RH1-YEAR           PIC 9999.
           05  FILLER                 PIC X(12) VALUE SPACES.

       01  WS-RPT-HEADING-2.
           05  FILLER                 PIC X(3).
           05  RH2-COMP-NAME          PIC X(5) VALUE 'COMP'.
           05  FILLER                 PIC X(2).
           05  RH2-DESC-NAME          PIC X(17) VALUE 'DESCRIPTION'.
           05  FILLER                 PIC X(1).
           05  RH2-PER-KIT-NAME       PIC X(7) VALUE 'PER KIT'.
           05  FILLER                 PIC X(1).
           05  RH2-ON-HAND-NAME       PIC X(7) VALUE 'ON HAND'.
           05  FILLER                 PIC X(2).
           05  RH2-NEEDED-NAME        PIC X(6) VALUE 'NEEDED'.
           05  FILLER                 PIC X(4).
           05  RH2-SHORT-NAME         PIC X(5) VALUE 'SHORT'.
           05  FILLER                 PIC X(1).
           05  RH2-ON-ORDER-NAME      PIC X(8) VALUE 'ON ORDER'.
           05  FILLER                 PIC X(1).
           05  RH2-VENDOR-NAME        PIC X(6) VALUE 'VENDOR'.
           05  FILLER                 PIC X(24).

       01  KIT-LINE.
           05  FILLER                 PIC X(4) VALUE 'KIT '.
           05  KTL-CATALOG-OUT        PIC X(5).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  KTL-DESCRIPTION-OUT    PIC X(20).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  FILLER                 PIC X(4) VALUE 'LOC '.
           05  KTL-LOCATION-OUT       PIC X(2).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FILLER                 PIC X(8) VALUE 'ON HAND '.
           05  KTL-ON-HAND-OUT        PIC ZZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FILLER                 PIC X(7) VALUE 'WANTED '.
           05  KTL-WANTED-OUT         PIC ZZZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FILLER                 PIC X(10) VALUE 'BUILDABLE '.
           05  KTL-BUILDABLE-OUT      PIC ZZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FILLER                 PIC X(5) VALUE 'COST '.
           05  KTL-COST-OUT           PIC $ZZ,ZZ9.99.

       01  COMPONENT-LINE.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  CPL-CATALOG-OUT        PIC X(5).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  CPL-DESCRIPTION-OUT    PIC X(20).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  CPL-PER-KIT-OUT        PIC ZZ9.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  CPL-ON-HAND-OUT        PIC ZZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  CPL-NEEDED-OUT         PIC ZZZZZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  CPL-SHORT-OUT          PIC ZZZZZZ9.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  CPL-ON-ORDER-OUT       PIC ZZZ9.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  CPL-VENDOR-OUT         PIC X(5).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  CPL-NOTE-OUT           PIC X(19).
           05  FILLER                 PIC X(3) VALUE SPACES.

       01  REPORT-COUNT-LINE.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  RCL-LABEL              PIC X(30).
           05  RCL-COUNT-OUT          PIC ZZZZ9.
           05  FILLER                 PIC X(62) VALUE SPACES.

       PROCEDURE DIVISION.

       100-MAIN-MODULE.

           PERFORM 125-HOUSEKEEPING
           IF WS-MASTER-OK-SW = 'YES'
               PERFORM 130-LOAD-KIT-TABLE
               PERFORM 150-READ-MASTER
           END-IF
           PERFORM 250-CLOSE-ROUTINE

           .

       125-HOUSEKEEPING.

           OPEN    OUTPUT  SHORTAGE-REPORT-FILE

           ACCEPT WS-DATE FROM DATE
           MOVE WS-YEAR TO RH1-YEAR
           MOVE WS-MONTH TO RH1-MONTH
           MOVE WS-DAY TO RH1-DAY

           MOVE WS-RPT-HEADING-1 TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE
           MOVE WS-RPT-HEADING-2 TO REPORT-REC
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

       130-LOAD-KIT-TABLE.

           OPEN INPUT KIT-FILE
           PERFORM 131-LOAD-KIT-ENTRY
               UNTIL WS-KIT-EOF-SW = 'YES'
                  OR WS-KIT-COUNT = 500
           IF WS-KIT-EOF-SW NOT = 'YES'
               PERFORM 132-CHECK-KIT-OVERFLOW
           END-IF
           IF WS-KIT-EOF-SW NOT = 'YES'
               MOVE 'KIT TABLE FULL - COMPONENT LINES PAST 500 NOT USED'
                   TO REPORT-REC
               WRITE REPORT-REC AFTER ADVANCING 1 LINE
           END-IF
           CLOSE KIT-FILE
           .

       131-LOAD-KIT-ENTRY.

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

       132-CHECK-KIT-OVERFLOW.

      * A FULL TABLE ONLY MEANS OVERFLOW IF THERE IS ANOTHER LINE
      * BEHIND IT - A FILE OF EXACTLY 500 LINES LOADS WHOLE.

           READ KIT-FILE
               AT END
                   MOVE 'YES' TO WS-KIT-EOF-SW
           END-READ
           .

       150-READ-MASTER.

           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO'
               READ MASTER-FILE NEXT RECORD INTO INVENTORY-REC
                   AT END
                       MOVE 'NO' TO ARE-THERE-MORE-RECORDS
                   NOT AT END
                       PERFORM 200-CHECK-KIT
               END-READ
           END-PERFORM
           .

       200-CHECK-KIT.

      * A DISCONTINUED OR OBSOLETE KIT IS NOT BEING BUILT ANY MORE,
      * SO ITS COMPONENTS ARE NOT HOLDING ANYTHING UP.

           IF ITEM-STATUS = 'D' OR 'O'
               CONTINUE
           ELSE
               MOVE 'NO' TO WS-KIT-FOUND-SW
               MOVE 1 TO WS-KT-IX
               PERFORM 205-CHECK-KIT-ENTRY
                   UNTIL WS-KIT-FOUND-SW = 'YES'
                      OR WS-KT-IX > WS-KIT-COUNT
               IF WS-KIT-FOUND-SW = 'YES'
                   PERFORM 210-SIZE-KIT-BUILD
               END-IF
           END-IF
           .

       205-CHECK-KIT-ENTRY.

           IF WS-KT-KIT-CATALOG(WS-KT-IX) = CATALOG-NUMBER
               MOVE 'YES' TO WS-KIT-FOUND-SW
           ELSE
               ADD 1 TO WS-KT-IX
           END-IF
           .

       210-SIZE-KIT-BUILD.

      * A KIT AT OR BELOW ITS REORDER POINT WANTS ENOUGH BUILT TO
      * TOP IT UP TO TWICE THAT POINT.  A KIT WITH GARBAGE IN ITS
      * QUANTITIES CANNOT BE SIZED AND IS COUNTED AS IN ERROR.

           ADD 1 TO WS-KITS-EXAMINED
           IF QUANTITY-ON-HAND IS NOT NUMERIC
                   OR REORDER-POINT IS NOT NUMERIC
               ADD 1 TO WS-KITS-IN-ERROR
           ELSE
               MOVE QUANTITY-ON-HAND TO WS-KIT-QOH-N
               MOVE REORDER-POINT TO WS-KIT-ROP-N
               MOVE ZERO TO WS-KIT-WANTED-N
               IF WS-KIT-QOH-N NOT GREATER THAN WS-KIT-ROP-N
                   COMPUTE WS-KIT-WANTED-N =
                       WS-KIT-ROP-N * 2 - WS-KIT-QOH-N
               END-IF
               IF WS-KIT-WANTED-N > ZERO
                   ADD 1 TO WS-KITS-TO-BUILD
                   PERFORM 215-GATHER-COMPONENTS
                   IF WS-KIT-BUILDABLE < WS-KIT-WANTED-N
                       PERFORM 220-PRINT-KIT-SHORTAGE
                   END-IF
               END-IF
           END-IF
           .

       215-GATHER-COMPONENTS.

           MOVE ZERO TO WS-KIT-COMP-COUNT
           MOVE ZERO TO WS-KIT-ROLLED-COST
           MOVE 9999 TO WS-KIT-BUILDABLE
           MOVE 'NO' TO WS-KIT-OVERFLOW-SW
           MOVE MST-LOCATION-KEY TO WS-SAVED-MASTER-KEY
           MOVE 1 TO WS-KT-IX
           PERFORM 216-GATHER-COMPONENT-ENTRY
               UNTIL WS-KT-IX > WS-KIT-COUNT
           MOVE 1 TO WS-KW-IX
           PERFORM 217-READ-COMPONENT
               UNTIL WS-KW-IX > WS-KIT-COMP-COUNT

      * THE KEYED READS MOVED THE PASS'S PLACE IN THE MASTER - PUT
      * IT BACK JUST PAST THE KIT IT WAS ON.

           MOVE WS-SAVED-MASTER-KEY TO MST-LOCATION-KEY
           START MASTER-FILE
               KEY IS GREATER THAN MST-LOCATION-KEY
               INVALID KEY
                   MOVE 'NO' TO ARE-THERE-MORE-RECORDS
           END-START
           .

       216-GATHER-COMPONENT-ENTRY.

      * A COMPONENT LISTED ON TWO LINES OF THE SAME KIT HAS ITS
      * QUANTITIES PER KIT ADDED INTO ONE ENTRY, AS THE BUILD
      * ADDS THEM, SO IT IS SIZED ON WHAT THE BUILD WILL REALLY
      * TAKE OFF ITS SHELF.  A TOTAL PAST THREE DIGITS IS HELD
      * AT 999.

           IF WS-KT-KIT-CATALOG(WS-KT-IX) = CATALOG-NUMBER
               MOVE 'NO' TO WS-KIT-COMP-FOUND-SW
               MOVE 1 TO WS-KW-IX
               PERFORM 219-FIND-KIT-COMPONENT
                   UNTIL WS-KIT-COMP-FOUND-SW = 'YES'
                      OR WS-KW-IX > WS-KIT-COMP-COUNT
               IF WS-KIT-COMP-FOUND-SW = 'YES'
                   ADD WS-KT-QTY-PER(WS-KT-IX)
                       TO WS-KW-QTY-PER(WS-KW-IX)
                       ON SIZE ERROR
                           MOVE 999 TO WS-KW-QTY-PER(WS-KW-IX)
                   END-ADD
               ELSE
                   IF WS-KIT-COMP-COUNT = 20
                       MOVE 'YES' TO WS-KIT-OVERFLOW-SW
                   ELSE
                       ADD 1 TO WS-KIT-COMP-COUNT
                       MOVE WS-KT-COMPONENT(WS-KT-IX)
                           TO WS-KW-COMPONENT(WS-KIT-COMP-COUNT)
                       MOVE WS-KT-QTY-PER(WS-KT-IX)
                           TO WS-KW-QTY-PER(WS-KIT-COMP-COUNT)
                   END-IF
               END-IF
           END-IF
           ADD 1 TO WS-KT-IX
           .

       219-FIND-KIT-COMPONENT.

           IF WS-KW-COMPONENT(WS-KW-IX) = WS-KT-COMPONENT(WS-KT-IX)
               MOVE 'YES' TO WS-KIT-COMP-FOUND-SW
           ELSE
               ADD 1 TO WS-KW-IX
           END-IF
           .

       217-READ-COMPONENT.

      * A COMPONENT NOT STOCKED AT THE KIT'S LOCATION, OR WITH
      * GARBAGE IN ITS ON-HAND, COUNTS AS NONE ON THE SHELF - NO
      * KIT GETS BUILT HERE UNTIL IT IS PUT RIGHT.

           MOVE ZERO TO WS-KW-QOH-N(WS-KW-IX)
           MOVE ZERO TO WS-KW-QOO-N(WS-KW-IX)
           MOVE SPACES TO WS-KW-NOTE(WS-KW-IX)
           MOVE LOCATION-CODE TO MST-KEY-LOCATION
           MOVE WS-KW-COMPONENT(WS-KW-IX) TO MST-KEY-CATALOG
           READ MASTER-FILE INTO WS-COMPONENT-REC
               INVALID KEY
                   MOVE SPACES TO WS-KW-DESCRIPTION(WS-KW-IX)
                   MOVE SPACES TO WS-KW-VENDOR(WS-KW-IX)
                   MOVE 'NOT STOCKED AT LOC'
                       TO WS-KW-NOTE(WS-KW-IX)
               NOT INVALID KEY
                   MOVE CMP-ITEM-DESCRIPTION
                       TO WS-KW-DESCRIPTION(WS-KW-IX)
                   MOVE CMP-VENDOR-NUMBER TO WS-KW-VENDOR(WS-KW-IX)
                   IF CMP-QUANTITY-ON-HAND IS NUMERIC
                       MOVE CMP-QUANTITY-ON-HAND
                           TO WS-KW-QOH-N(WS-KW-IX)
                   ELSE
                       MOVE 'ON HAND NOT NUMERIC'
                           TO WS-KW-NOTE(WS-KW-IX)
                   END-IF
                   IF CMP-QUANTITY-ON-ORDER IS NUMERIC
                       MOVE CMP-QUANTITY-ON-ORDER
                           TO WS-KW-QOO-N(WS-KW-IX)
                   END-IF
                   IF CMP-UNIT-PURCHASE-PRICE IS NUMERIC
                       COMPUTE WS-KIT-ROLLED-COST = WS-KIT-ROLLED-COST
                           + CMP-UNIT-PURCHASE-PRICE
                           * WS-KW-QTY-PER(WS-KW-IX)
                   END-IF
           END-READ
           PERFORM 218-SIZE-COMPONENT
           ADD 1 TO WS-KW-IX
           .

       218-SIZE-COMPONENT.

           COMPUTE WS-KW-NEED-N(WS-KW-IX) =
               WS-KW-QTY-PER(WS-KW-IX) * WS-KIT-WANTED-N
           IF WS-KW-NEED-N(WS-KW-IX) > WS-KW-QOH-N(WS-KW-IX)
               COMPUTE WS-KW-SHORT-N(WS-KW-IX) =
                   WS-KW-NEED-N(WS-KW-IX) - WS-KW-QOH-N(WS-KW-IX)
           ELSE
               MOVE ZERO TO WS-KW-SHORT-N(WS-KW-IX)
           END-IF
           IF WS-KW-QTY-PER(WS-KW-IX) > ZERO
               DIVIDE WS-KW-QOH-N(WS-KW-IX)
                   BY WS-KW-QTY-PER(WS-KW-IX)
                   GIVING WS-KIT-CAN-MAKE
               IF WS-KIT-CAN-MAKE < WS-KIT-BUILDABLE
                   MOVE WS-KIT-CAN-MAKE TO WS-KIT-BUILDABLE
               END-IF
           END-IF
           .

       220-PRINT-KIT-SHORTAGE.

           ADD 1 TO WS-KITS-SHORT
           MOVE CATALOG-NUMBER TO KTL-CATALOG-OUT
           MOVE ITEM-DESCRIPTION TO KTL-DESCRIPTION-OUT
           MOVE LOCATION-CODE TO KTL-LOCATION-OUT
           MOVE WS-KIT-QOH-N TO KTL-ON-HAND-OUT
           MOVE WS-KIT-WANTED-N TO KTL-WANTED-OUT
           MOVE WS-KIT-BUILDABLE TO KTL-BUILDABLE-OUT
           MOVE WS-KIT-ROLLED-COST TO KTL-COST-OUT
           MOVE KIT-LINE TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 2 LINES

           MOVE 1 TO WS-KW-IX
           PERFORM 221-PRINT-COMPONENT-LINE
               UNTIL WS-KW-IX > WS-KIT-COMP-COUNT

           IF WS-KIT-OVERFLOW-SW = 'YES'
               MOVE '   KIT HAS OVER 20 COMPONENTS - FIRST 20 SHOWN'
                   TO REPORT-REC
               WRITE REPORT-REC AFTER ADVANCING 1 LINE
           END-IF
           .

       221-PRINT-COMPONENT-LINE.

      * ONLY THE COMPONENTS HOLDING THE BUILD UP ARE LISTED.

           IF WS-KW-SHORT-N(WS-KW-IX) > ZERO
               ADD 1 TO WS-COMPONENTS-SHORT
               MOVE WS-KW-COMPONENT(WS-KW-IX) TO CPL-CATALOG-OUT
               MOVE WS-KW-DESCRIPTION(WS-KW-IX)
                   TO CPL-DESCRIPTION-OUT
               MOVE WS-KW-QTY-PER(WS-KW-IX) TO CPL-PER-KIT-OUT
               MOVE WS-KW-QOH-N(WS-KW-IX) TO CPL-ON-HAND-OUT
               MOVE WS-KW-NEED-N(WS-KW-IX) TO CPL-NEEDED-OUT
               MOVE WS-KW-SHORT-N(WS-KW-IX) TO CPL-SHORT-OUT
               MOVE WS-KW-QOO-N(WS-KW-IX) TO CPL-ON-ORDER-OUT
               MOVE WS-KW-VENDOR(WS-KW-IX) TO CPL-VENDOR-OUT
               MOVE WS-KW-NOTE(WS-KW-IX) TO CPL-NOTE-OUT
               MOVE COMPONENT-LINE TO REPORT-REC
               WRITE REPORT-REC AFTER ADVANCING 1 LINE
           END-IF
           ADD 1 TO WS-KW-IX
           .

       250-CLOSE-ROUTINE.

           MOVE 'KITS EXAMINED:' TO RCL-LABEL
           MOVE WS-KITS-EXAMINED TO RCL-COUNT-OUT
           MOVE REPORT-COUNT-LINE TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 3 LINES

           MOVE 'KITS AT/BELOW REORDER POINT:' TO RCL-LABEL
           MOVE WS-KITS-TO-BUILD TO RCL-COUNT-OUT
           MOVE REPORT-COUNT-LINE TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE

           MOVE 'KITS SHORT OF COMPONENTS:' TO RCL-LABEL
           MOVE WS-KITS-SHORT TO RCL-COUNT-OUT
           MOVE REPORT-COUNT-LINE TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE

           MOVE 'COMPONENT LINES SHORT:' TO RCL-LABEL
           MOVE WS-COMPONENTS-SHORT TO RCL-COUNT-OUT
           MOVE REPORT-COUNT-LINE TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE

           MOVE 'KITS WITH BAD QUANTITIES:' TO RCL-LABEL
           MOVE WS-KITS-IN-ERROR TO RCL-COUNT-OUT
           MOVE REPORT-COUNT-LINE TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE

           IF WS-MASTER-OK-SW = 'YES'
               CLOSE MASTER-FILE
           END-IF
           CLOSE   SHORTAGE-REPORT-FILE

      * A KIT HELD UP BY ITS COMPONENTS, OR ONE THAT COULD NOT BE
      * SIZED, HANDS THE JOB STREAM A CONDITION CODE OF 4 SO
      * PURCHASING KNOWS THERE IS CHASING TO DO.

           IF RETURN-CODE = ZERO
                   AND (WS-KITS-SHORT > ZERO
                     OR WS-KITS-IN-ERROR > ZERO)
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

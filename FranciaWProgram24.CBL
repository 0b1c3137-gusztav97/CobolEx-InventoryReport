       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM24.
       AUTHOR. GUSZTAV FRANCIA.


      *  This program is the counter sales desk.  The clerk keys
      *  the customer number - or CASH for a walk-in - and then one
      *  line per part sold: catalog number, location, and
      *  quantity.  Each line is priced off the selling price
      *  already on the master, less the discount for the
      *  customer's discount level, and taxed at the sales tax rate
      *  unless the customer is on file as tax exempt.  A line is
      *  only taken when the location has the stock - on hand less
      *  what this session has already ticketed - so the counter
      *  cannot promise a part the shelf does not have.  Sales
      *  already on the day's batch from earlier sessions count
      *  as ticketed, since the master does not see them until the
      *  batch is applied.
      *
      *  When the ticket is closed the clerk posts it or voids it.
      *  A posted ticket takes the next ticket number, prints the
      *  customer invoice, appends one 'S' sale transaction per
      *  line straight onto the day's PR1FA17T.TXT batch so the
      *  sale reaches the master through the PROGRAM6 edit and the
      *  PROGRAM2 apply with nobody rekeying it, and files each
      *  line with its price, discount, tax, and cost on the sales
      *  file the daily sales journal (PROGRAM25) prints from.
      *  Cost is taken at UNIT-PURCHASE-PRICE as it stands when the
      *  part is sold.
      *
      *  The sales tax rate and the discount percent for each
      *  discount level (1 through 9) come from PROGRAM24.CTL.  A
      *  ticket priced without them would be wrong, so a session
      *  without the control file is refused.  Level 0 or blank is
      *  list price, and a walk-in always pays list and tax.
      *
      *  Each posted ticket also prints a pick list for the counter
      *  runner - the ticket's lines with their bins off the bin
      *  location file (PROGRAM31), in bin walk order within
      *  location, so the parts are pulled in one pass through the
      *  aisles.  A part with no bin on file prints at the end of
      *  its location's list.
      *
      *  INPUT:  PR1FA17.MST   - indexed inventory master
      *          PR1FA17U.TXT  - customer master: number, name,
      *                          address, city/state/zip, discount
      *                          level, tax-exempt flag and
      *                          certificate number
      *          PROGRAM24.CTL - tax rate and level discounts
      *          PR1FA17U.NXT  - last ticket number used
      *          PR1FA17Z.TXT  - bin location file
      *          PR1FA17T.TXT  - sales already on the day's batch
      *          CONSOLE       - ticket header and lines as keyed
      *  OUTPUT: CONSOLE       - prices and totals as keyed
      *          PROGRAM24FA18.TXT - customer invoices
      *          PR1FA17T.TXT  - 'S' sale transactions (extended)
      *          PR1FA17U.SLS  - sales lines for the sales journal
      *                          (extended)
      *          PR1FA17U.NXT  - last ticket number used
      *          PROGRAM24FA19.TXT - ticket pick lists
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
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-LOCATION-KEY
               FILE STATUS IS WS-MASTER-STATUS.

      * CUSTOMER MASTER, READ ONCE INTO A TABLE AT STARTUP.
      * OPTIONAL SO THE COUNTER CAN STILL SELL TO WALK-INS BEFORE
      * THE FIRST ACCOUNT IS SET UP.

           SELECT OPTIONAL CUSTOMER-FILE
               ASSIGN TO 'PR1FA17U.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SALES-CONTROL-FILE
               ASSIGN TO 'PROGRAM24.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

      * LAST TICKET NUMBER USED, READ AT STARTUP AND WRITTEN BACK
      * AS EACH TICKET POSTS, THE SAME WAY PROGRAM2 REFRESHES ITS
      * CHECKPOINT.

           SELECT TICKET-NUMBER-FILE
               ASSIGN TO 'PR1FA17U.NXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TICKET-FILE-STATUS.

      * THE DAY'S KEYED BATCH, OPENED EXTEND SO THE SALES QUEUE
      * BEHIND WHATEVER HAS BEEN KEYED.  OPTIONAL SO THE FIRST
      * SALE OF THE DAY CREATES THE FILE.

           SELECT OPTIONAL TRANSACTION-FILE
               ASSIGN TO 'PR1FA17T.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL SALES-FILE
               ASSIGN TO 'PR1FA17U.SLS'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INVOICE-PRINT-FILE
               ASSIGN TO PRINTER 'PROGRAM24FA18.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

      * BIN LOCATION FILE, READ ONCE INTO A TABLE AT STARTUP.
      * OPTIONAL SO THE COUNTER STILL SELLS BEFORE THE FIRST BIN
      * IS KEYED - EVERY PICK LINE THEN PRINTS WITHOUT A BIN.

           SELECT OPTIONAL BIN-FILE
               ASSIGN TO 'PR1FA17Z.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

      * ONE PICK LINE PER TICKET LINE, SORTED INTO BIN WALK ORDER
      * WITHIN LOCATION AS EACH TICKET POSTS.

           SELECT PICK-WORK-FILE
               ASSIGN TO 'PR1FA17U.PKW'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORTED-PICK-FILE
               ASSIGN TO 'PR1FA17U.PKS'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-FILE
               ASSIGN TO 'SORTWK24.TMP'.

           SELECT PICK-LIST-FILE
               ASSIGN TO PRINTER 'PROGRAM24FA19.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.

       FD  MASTER-FILE.
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
           05  MST-LOCATION-KEY.
               10  LOCATION-CODE      PIC X(2).
               10  MST-KEY-CATALOG    PIC X(5).
           05  ITEM-STATUS            PIC X(1).
           05  FILLER                 PIC X(7).

      * ONE CUSTOMER ACCOUNT - NUMBER, NAME AND ADDRESS FOR THE
      * INVOICE, DISCOUNT LEVEL (0-9), TAX-EXEMPT FLAG (Y = EXEMPT)
      * AND THE EXEMPTION CERTIFICATE NUMBER PRINTED WITH IT.

       FD  CUSTOMER-FILE
           RECORD CONTAINS 90 CHARACTERS.
       01  CUSTOMER-REC.
           05  CUST-NUMBER            PIC X(5).
           05  CUST-NAME              PIC X(25).
           05  CUST-ADDRESS           PIC X(25).
           05  CUST-CITY-LINE         PIC X(25).
           05  CUST-DISCOUNT-LEVEL    PIC X(1).
           05  CUST-TAX-EXEMPT        PIC X(1).
           05  CUST-EXEMPT-CERTIFICATE PIC X(8).

      * SALES TAX RATE AS A PERCENT (08250 IS 8.250 PERCENT) AND
      * THE DISCOUNT PERCENT FOR EACH DISCOUNT LEVEL (050 IS 5.0
      * PERCENT).

       FD  SALES-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SALES-CONTROL-REC.
           05  CTL-TAX-RATE           PIC 99V999.
           05  FILLER                 PIC X(1).
           05  CTL-LEVEL-ENTRY OCCURS 9 TIMES.
               10  CTL-LEVEL-DISCOUNT PIC 99V9.
               10  FILLER             PIC X(1).
           05  FILLER                 PIC X(38).

       FD  TICKET-NUMBER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  TICKET-NUMBER-REC.
           05  TKN-LAST-TICKET        PIC 9(6).
           05  FILLER                 PIC X(74).

      * SALE TRANSACTION IN THE KEYED-BATCH LAYOUT - CODE,
      * CATALOG NUMBER, QUANTITY IN THE FIRST DESCRIPTION BYTES,
      * AND LOCATION, SAME AS THE FRONT-END EDIT READS AN 'S'.

       FD  TRANSACTION-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  TRANSACTION-REC.
           05  TRN-CODE               PIC X(1).
           05  TRN-CATALOG-NUMBER     PIC X(5).
           05  TRN-DELTA-QUANTITY     PIC 9(4).
           05  FILLER                 PIC X(56).
           05  TRN-LOCATION           PIC X(2).
           05  FILLER                 PIC X(12).

      * ONE SALES LINE AS POSTED - TICKET, DATE, CUSTOMER, PART,
      * QUANTITY, LIST PRICE, DISCOUNT PERCENT, NET AMOUNT OF THE
      * LINE, TAX ON IT, UNIT COST AT THE TIME OF SALE, AND THE
      * TAX-EXEMPT FLAG THE TICKET WAS WRITTEN UNDER.

       FD  SALES-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SALES-REC.
           05  SLS-TICKET-NUMBER      PIC 9(6).
           05  SLS-DATE               PIC 9(8).
           05  SLS-CUSTOMER-NUMBER    PIC X(5).
           05  SLS-CATALOG-NUMBER     PIC X(5).
           05  SLS-LOCATION           PIC X(2).
           05  SLS-QUANTITY           PIC 9(4).
           05  SLS-LIST-PRICE         PIC 999V99.
           05  SLS-DISCOUNT-PCT       PIC 99V9.
           05  SLS-NET-AMOUNT         PIC 9(7)V99.
           05  SLS-TAX-AMOUNT         PIC 9(5)V99.
           05  SLS-UNIT-COST          PIC 999V99.
           05  SLS-TAX-EXEMPT         PIC X(1).
           05  FILLER                 PIC X(20).

       FD  INVOICE-PRINT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  INVOICE-PRINT-REC.
           05                         PIC X(80).

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

       SD  SORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SORT-REC.
           05  SORT-LOCATION          PIC X(2).
           05  SORT-WALK-GROUP        PIC X(1).
           05  SORT-BIN               PIC X(8).
           05  SORT-CATALOG-NUMBER    PIC X(5).
           05  FILLER                 PIC X(64).

      * ONE LINE TO PICK - WHERE, WHAT, HOW MANY, AND FOR WHICH
      * TICKET.  THE WALK GROUP IS 1 FOR A PART WITH A BIN AND 2
      * FOR ONE WITHOUT, SO THE UNSHELVED PARTS SORT TO THE END OF
      * THEIR LOCATION'S LIST.

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
           05  WS-MASTER-STATUS       PIC X(2).
           05  WS-CONTROL-FILE-STATUS PIC X(2).
           05  WS-TICKET-FILE-STATUS  PIC X(2).
           05  WS-DONE-SW             PIC X(3) VALUE 'NO'.
           05  WS-RUN-OK-SW           PIC X(3) VALUE 'YES'.
           05  WS-FILES-OPEN-SW       PIC X(3) VALUE 'NO'.
           05  WS-CUSTOMER-EOF-SW     PIC X(3) VALUE 'NO'.
           05  WS-CUSTOMER-FOUND-SW   PIC X(3).
           05  WS-CUSTOMER-OK-SW      PIC X(3).
           05  WS-TICKET-DONE-SW      PIC X(3).
           05  WS-FIRST-INVOICE-SW    PIC X(3) VALUE 'YES'.
           05  WS-COMMIT-FOUND-SW     PIC X(3).
           05  WS-PENDING-EOF-SW      PIC X(3) VALUE 'NO'.
           05  WS-BIN-EOF-SW          PIC X(3) VALUE 'NO'.
           05  WS-BIN-FOUND-SW        PIC X(3).
           05  WS-PICK-EOF-SW         PIC X(3).
           05  WS-FIRST-PICK-PAGE-SW  PIC X(3) VALUE 'YES'.

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

      * THE RATES OFF THE CONTROL FILE.  A LEVEL LEFT BLANK ON THE
      * CONTROL FILE GIVES NO DISCOUNT.

       01  WS-SALES-RATES.
           05  WS-TAX-RATE            PIC 99V999 VALUE ZERO.
           05  WS-LEVEL-DISCOUNT      PIC 99V9 OCCURS 9 TIMES.
           05  WS-LEVEL-IX            PIC 99.

       01  WS-TICKET-NUMBER           PIC 9(6) VALUE ZERO.

       01  WS-CONSOLE-FIELDS.
           05  WS-CUSTOMER-IN         PIC X(5).
           05  WS-CATALOG-IN          PIC X(5).
           05  WS-LOCATION-IN         PIC X(2).
           05  WS-QUANTITY-IN         PIC X(4).
           05  WS-QUANTITY-IN-N REDEFINES WS-QUANTITY-IN
                                      PIC 9(4).
           05  WS-POST-ANSWER         PIC X(1).

       01  WS-CUSTOMER-TABLE.
           05  WS-CUST-ENTRY OCCURS 500 TIMES.
               10  WS-CT-NUMBER       PIC X(5).
               10  WS-CT-NAME         PIC X(25).
               10  WS-CT-ADDRESS      PIC X(25).
               10  WS-CT-CITY-LINE    PIC X(25).
               10  WS-CT-DISCOUNT-LEVEL PIC X(1).
               10  WS-CT-TAX-EXEMPT   PIC X(1).
               10  WS-CT-CERTIFICATE  PIC X(8).

       01  WS-CUSTOMER-SUBSCRIPTS.
           05  WS-CUSTOMER-COUNT      PIC 9(3) VALUE ZERO.
           05  WS-CT-IX               PIC 9(3).

      * THE CUSTOMER THE TICKET IS BEING WRITTEN FOR.

       01  WS-TICKET-CUSTOMER.
           05  WS-TC-NUMBER           PIC X(5).
           05  WS-TC-NAME             PIC X(25).
           05  WS-TC-ADDRESS          PIC X(25).
           05  WS-TC-CITY-LINE        PIC X(25).
           05  WS-TC-TAX-EXEMPT       PIC X(1).
           05  WS-TC-CERTIFICATE      PIC X(8).
           05  WS-TC-DISCOUNT-PCT     PIC 99V9.

      * THE TICKET'S LINES, HELD UNTIL THE TICKET IS POSTED SO A
      * VOIDED TICKET LEAVES NOTHING BEHIND.

       01  WS-TICKET-TABLE.
           05  WS-TKT-LINE OCCURS 20 TIMES.
               10  WS-TL-CATALOG      PIC X(5).
               10  WS-TL-LOCATION     PIC X(2).
               10  WS-TL-DESCRIPTION  PIC X(20).
               10  WS-TL-QUANTITY     PIC 9(4).
               10  WS-TL-LIST-PRICE   PIC 999V99.
               10  WS-TL-NET-PRICE    PIC 999V99.
               10  WS-TL-AMOUNT       PIC 9(7)V99.
               10  WS-TL-TAX          PIC 9(5)V99.
               10  WS-TL-UNIT-COST    PIC 999V99.

       01  WS-TICKET-SUBSCRIPTS.
           05  WS-TICKET-LINES        PIC 99 VALUE ZERO.
           05  WS-TL-IX               PIC 99.

      * STOCK ALREADY SOLD ON THE DAY'S BATCH AND ON TICKETS
      * POSTED THIS SESSION.  THE SALES DO NOT REACH THE MASTER
      * UNTIL THE BATCH IS APPLIED, SO WITHOUT THIS THE SAME LAST
      * PART COULD BE SOLD TWICE.  A PART GETS ITS ENTRY WHEN A
      * LINE FOR IT IS TAKEN, SO A POSTED LINE ALWAYS HAS ONE.

       01  WS-COMMIT-TABLE.
           05  WS-COMMIT-ENTRY OCCURS 1000 TIMES.
               10  WS-CM-CATALOG      PIC X(5).
               10  WS-CM-LOCATION     PIC X(2).
               10  WS-CM-QUANTITY     PIC 9(5).

       01  WS-COMMIT-SUBSCRIPTS.
           05  WS-COMMIT-COUNT        PIC 9(4) VALUE ZERO.
           05  WS-CM-IX               PIC 9(4).

       01  WS-PRICING-FIELDS.
           05  WS-QOH-N               PIC 9(4).
           05  WS-COMMITTED-QTY       PIC 9(5).
           05  WS-AVAILABLE-QTY       PIC S9(5).
           05  WS-NET-PRICE           PIC 999V99.
           05  WS-LINE-AMOUNT         PIC 9(7)V99.
           05  WS-LINE-TAX            PIC 9(5)V99.
           05  WS-AVAILABLE-ED        PIC ZZZZ9.
           05  WS-PRICE-ED            PIC $ZZ9.99.
           05  WS-PERCENT-ED          PIC Z9.9.
           05  WS-AMOUNT-ED           PIC $$,$$$,$$9.99.

       01  WS-TICKET-TOTALS.
           05  WS-TKT-MERCHANDISE     PIC 9(7)V99.
           05  WS-TKT-TAX             PIC 9(7)V99.
           05  WS-TKT-TOTAL           PIC 9(7)V99.

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
           05  WS-PICK-PRIOR-LOCATION PIC X(2).
           05  WS-LINES-TO-PICK       PIC 9(5) VALUE ZERO.
           05  WS-LINES-WITHOUT-BIN   PIC 9(5) VALUE ZERO.

       01  WS-SESSION-TOTALS.
           05  WS-TICKETS-POSTED      PIC 9(5) VALUE ZERO.
           05  WS-TICKETS-VOIDED      PIC 9(5) VALUE ZERO.
           05  WS-SESSION-VALUE       PIC 9(9)V99 VALUE ZERO.

       01  WS-INVOICE-HEADING-1.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  IH1-COMPANY            PIC X(31) VALUE
               'DRAKEA CAR PARTS - COUNTER SALE'.
           05  FILLER                 PIC X(10) VALUE SPACES.
           05  IH1-INVOICE-NAME       PIC X(9) VALUE 'INVOICE: '.
           05  IH1-TICKET-OUT         PIC 9(6).
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  IH1-DATE.
               10  IH1-MONTH          PIC 99.
               10  FILLER             PIC X VALUE '/'.
               10  IH1-DAY            PIC 99.
               10  FILLER             PIC X VALUE '/'.
               10  IH1-YEAR           PIC 9999.
           05  FILLER                 PIC X(8) VALUE SPACES.

       01  WS-INVOICE-HEADING-2.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  IH2-LABEL              PIC X(9) VALUE 'SOLD TO: '.
           05  IH2-CUSTOMER-OUT       PIC X(5).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  IH2-NAME-OUT           PIC X(25).
           05  FILLER                 PIC X(36) VALUE SPACES.

       01  WS-INVOICE-HEADING-3.
           05  FILLER                 PIC X(19) VALUE SPACES.
           05  IH3-TEXT-OUT           PIC X(25).
           05  FILLER                 PIC X(36) VALUE SPACES.

       01  WS-INVOICE-HEADING-4.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  IH4-TEXT               PIC X(32) VALUE
               'TAX EXEMPT - CERTIFICATE NUMBER '.
           05  IH4-CERTIFICATE-OUT    PIC X(8).
           05  FILLER                 PIC X(37) VALUE SPACES.

       01  WS-INVOICE-HEADING-5.
           05  IH5-CAT-NAME           PIC X(3) VALUE 'CAT'.
           05  FILLER                 PIC X(4).
           05  IH5-LOC-NAME           PIC X(3) VALUE 'LOC'.
           05  FILLER                 PIC X(1).
           05  IH5-DESC-NAME          PIC X(11) VALUE 'DESCRIPTION'.
           05  FILLER                 PIC X(12).
           05  IH5-QTY-NAME           PIC X(3) VALUE 'QTY'.
           05  FILLER                 PIC X(4).
           05  IH5-LIST-NAME          PIC X(4) VALUE 'LIST'.
           05  FILLER                 PIC X(2).
           05  IH5-DISC-NAME          PIC X(4) VALUE 'DISC'.
           05  FILLER                 PIC X(5).
           05  IH5-NET-NAME           PIC X(3) VALUE 'NET'.
           05  FILLER                 PIC X(6).
           05  IH5-AMOUNT-NAME        PIC X(6) VALUE 'AMOUNT'.
           05  FILLER                 PIC X(9).

       01  INVOICE-LINE.
           05  INL-CATALOG-OUT        PIC X(5).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  INL-LOCATION-OUT       PIC X(2).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  INL-DESCRIPTION-OUT    PIC X(20).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  INL-QTY-OUT            PIC ZZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  INL-LIST-OUT           PIC ZZ9.99.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  INL-DISC-OUT           PIC Z9.9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  INL-NET-OUT            PIC ZZ9.99.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  INL-AMOUNT-OUT         PIC $$$,$$9.99.
           05  FILLER                 PIC X(9) VALUE SPACES.

       01  INVOICE-TOTAL-LINE.
           05  FILLER                 PIC X(41) VALUE SPACES.
           05  ITL-LABEL              PIC X(20).
           05  ITL-AMOUNT-OUT         PIC $$$,$$9.99.
           05  FILLER                 PIC X(9) VALUE SPACES.

       01  WS-PICK-HEADING-1.
           05  FILLER                 PIC X(25) VALUE SPACES.
           05  PKH1-TITLE             PIC X(22) VALUE
               'COUNTER PICK LIST'.
           05  FILLER                 PIC X(9) VALUE SPACES.
           05  PKH1-DATE.
               10  PKH1-MONTH         PIC 99.
               10  FILLER             PIC X VALUE '/'.
               10  PKH1-DAY           PIC 99.
               10  FILLER             PIC X VALUE '/'.
               10  PKH1-YEAR          PIC 9999.
           05  FILLER                 PIC X(24) VALUE SPACES.

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
           05  PKH2-REF-NAME          PIC X(12) VALUE 'TICKET'.
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

       01  PICK-COUNT-LINE.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  PCL-LABEL              PIC X(30).
           05  PCL-COUNT-OUT          PIC ZZZZ9.
           05  FILLER                 PIC X(52) VALUE SPACES.

       PROCEDURE DIVISION.

       100-MAIN-MODULE.

           PERFORM 125-HOUSEKEEPING
           IF WS-RUN-OK-SW = 'YES'
               PERFORM 130-LOAD-CUSTOMER-TABLE
               PERFORM 135-READ-TICKET-NUMBER
               PERFORM 137-LOAD-BIN-TABLE
               PERFORM 133-LOAD-PENDING-SALES
               OPEN    OUTPUT  INVOICE-PRINT-FILE
                               PICK-LIST-FILE
                       EXTEND  TRANSACTION-FILE
                               SALES-FILE
               MOVE 'YES' TO WS-FILES-OPEN-SW
               DISPLAY 'DRAKEA CAR PARTS COUNTER SALES'
               PERFORM 200-PROCESS-TICKET
                   UNTIL WS-DONE-SW = 'YES'
           END-IF
           PERFORM 250-CLOSE-ROUTINE

           .

       125-HOUSEKEEPING.

           ACCEPT WS-DATE FROM DATE
           MOVE WS-YEAR TO IH1-YEAR
           MOVE WS-MONTH TO IH1-MONTH
           MOVE WS-DAY TO IH1-DAY
           MOVE WS-YEAR TO PKH1-YEAR
           MOVE WS-MONTH TO PKH1-MONTH
           MOVE WS-DAY TO PKH1-DAY
           MOVE WS-YEAR TO WS-RD-YEAR
           MOVE WS-MONTH TO WS-RD-MONTH
           MOVE WS-DAY TO WS-RD-DAY

           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'MASTER NOT AVAILABLE - LOAD IT WITH PROGRAM8'
               MOVE 'NO' TO WS-RUN-OK-SW
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 120-READ-SALES-CONTROL
               IF WS-RUN-OK-SW = 'NO'
                   CLOSE MASTER-FILE
               END-IF
           END-IF
           .

       120-READ-SALES-CONTROL.

      * NO CONTROL RECORD, NO TAX RATE - THE SESSION IS REFUSED
      * RATHER THAN SELL AT THE WRONG PRICE.  A LEVEL THAT IS NOT
      * NUMERIC GIVES NO DISCOUNT.

           MOVE 'NO' TO WS-RUN-OK-SW
           OPEN INPUT SALES-CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS = '00'
               READ SALES-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-TAX-RATE IS NUMERIC
                           MOVE CTL-TAX-RATE TO WS-TAX-RATE
                           MOVE 'YES' TO WS-RUN-OK-SW
                           MOVE 1 TO WS-LEVEL-IX
                           PERFORM 121-LOAD-LEVEL-DISCOUNT
                               UNTIL WS-LEVEL-IX > 9
                       END-IF
               END-READ
               CLOSE SALES-CONTROL-FILE
           END-IF
           IF WS-RUN-OK-SW = 'NO'
               DISPLAY 'SALES TAX RATE NOT SET ON PROGRAM24.CTL - '
                   'SESSION REFUSED'
               MOVE 16 TO RETURN-CODE
           END-IF
           .

       121-LOAD-LEVEL-DISCOUNT.

           IF CTL-LEVEL-DISCOUNT(WS-LEVEL-IX) IS NUMERIC
               MOVE CTL-LEVEL-DISCOUNT(WS-LEVEL-IX)
                   TO WS-LEVEL-DISCOUNT(WS-LEVEL-IX)
           ELSE
               MOVE ZERO TO WS-LEVEL-DISCOUNT(WS-LEVEL-IX)
           END-IF
           ADD 1 TO WS-LEVEL-IX
           .

       130-LOAD-CUSTOMER-TABLE.

      * A CUSTOMER FILE TOO BIG FOR THE TABLE STILL LETS THE
      * COUNTER WORK - THE ACCOUNTS PAST THE TABLE SELL AS CASH.

           OPEN INPUT CUSTOMER-FILE
           PERFORM 131-LOAD-CUSTOMER-ENTRY
               UNTIL WS-CUSTOMER-EOF-SW = 'YES'
                  OR WS-CUSTOMER-COUNT = 500
           IF WS-CUSTOMER-EOF-SW NOT = 'YES'
               PERFORM 132-CHECK-CUSTOMER-OVERFLOW
           END-IF
           IF WS-CUSTOMER-EOF-SW NOT = 'YES'
               DISPLAY 'CUSTOMER TABLE FULL - ACCOUNTS PAST 500 '
                   'NOT LOADED'
           END-IF
           CLOSE CUSTOMER-FILE
           .

       131-LOAD-CUSTOMER-ENTRY.

           READ CUSTOMER-FILE
               AT END
                   MOVE 'YES' TO WS-CUSTOMER-EOF-SW
               NOT AT END
                   ADD 1 TO WS-CUSTOMER-COUNT
                   MOVE CUSTOMER-REC
                       TO WS-CUST-ENTRY(WS-CUSTOMER-COUNT)
           END-READ
           .

       132-CHECK-CUSTOMER-OVERFLOW.

      * A FULL TABLE ONLY MEANS OVERFLOW IF THERE IS ANOTHER LINE
      * BEHIND IT - A FILE OF EXACTLY 500 LINES LOADS WHOLE.

           READ CUSTOMER-FILE
               AT END
                   MOVE 'YES' TO WS-CUSTOMER-EOF-SW
           END-READ
           .

       133-LOAD-PENDING-SALES.

      * THE SALES ALREADY ON THE DAY'S BATCH - EARLIER SESSIONS AT
      * THIS COUNTER - ARE COMMITTED BEFORE THE FIRST TICKET, SO A
      * SECOND SESSION CANNOT SELL WHAT THE FIRST ONE DID.

           OPEN INPUT TRANSACTION-FILE
           PERFORM 134-LOAD-PENDING-SALE
               UNTIL WS-PENDING-EOF-SW = 'YES'
           CLOSE TRANSACTION-FILE
           .

       134-LOAD-PENDING-SALE.

           READ TRANSACTION-FILE
               AT END
                   MOVE 'YES' TO WS-PENDING-EOF-SW
               NOT AT END
                   IF TRN-CODE = 'S'
                           AND TRN-DELTA-QUANTITY IS NUMERIC
                       MOVE TRN-CATALOG-NUMBER TO WS-CATALOG-IN
                       MOVE TRN-LOCATION TO WS-LOCATION-IN
                       IF WS-LOCATION-IN = SPACES
                           MOVE '01' TO WS-LOCATION-IN
                       END-IF
                       PERFORM 224-FIND-COMMIT-ENTRY
                       IF WS-COMMIT-FOUND-SW = 'NO'
                               AND WS-COMMIT-COUNT < 1000
                           PERFORM 226-ADD-COMMIT-ENTRY
                       END-IF
                       IF WS-COMMIT-FOUND-SW = 'YES'
                           ADD TRN-DELTA-QUANTITY
                               TO WS-CM-QUANTITY(WS-CM-IX)
                       END-IF
                   END-IF
           END-READ
           .

       135-READ-TICKET-NUMBER.

      * NO TICKET-NUMBER FILE YET MEANS NO TICKET HAS EVER BEEN
      * WRITTEN, AND THE FIRST ONE IS NUMBER 1.

           MOVE ZERO TO WS-TICKET-NUMBER
           OPEN INPUT TICKET-NUMBER-FILE
           IF WS-TICKET-FILE-STATUS = '00'
               READ TICKET-NUMBER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TKN-LAST-TICKET IS NUMERIC
                           MOVE TKN-LAST-TICKET TO WS-TICKET-NUMBER
                       END-IF
               END-READ
               CLOSE TICKET-NUMBER-FILE
           END-IF
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

       200-PROCESS-TICKET.

           DISPLAY ' '
           DISPLAY 'ENTER CUSTOMER NUMBER OR CASH (BLANK OR END TO '
               'QUIT):'
           MOVE SPACES TO WS-CUSTOMER-IN
           ACCEPT WS-CUSTOMER-IN

           IF WS-CUSTOMER-IN = SPACES
                   OR WS-CUSTOMER-IN = 'END'
               MOVE 'YES' TO WS-DONE-SW
           ELSE
               PERFORM 205-IDENTIFY-CUSTOMER
               IF WS-CUSTOMER-OK-SW = 'YES'
                   MOVE ZERO TO WS-TICKET-LINES
                   MOVE ZERO TO WS-TKT-MERCHANDISE
                   MOVE ZERO TO WS-TKT-TAX
                   MOVE 'NO' TO WS-TICKET-DONE-SW
                   PERFORM 210-ENTER-TICKET-LINE
                       UNTIL WS-TICKET-DONE-SW = 'YES'
                   PERFORM 230-CLOSE-TICKET
               END-IF
           END-IF
           .

       205-IDENTIFY-CUSTOMER.

      * A WALK-IN PAYS LIST PRICE AND TAX.  AN ACCOUNT MUST BE ON
      * THE CUSTOMER MASTER, AND ITS DISCOUNT LEVEL PICKS THE
      * DISCOUNT PERCENT OFF THE CONTROL FILE.

           MOVE 'NO' TO WS-CUSTOMER-OK-SW
           MOVE SPACES TO WS-TICKET-CUSTOMER
           MOVE ZERO TO WS-TC-DISCOUNT-PCT
           IF WS-CUSTOMER-IN = 'CASH'
               MOVE 'CASH' TO WS-TC-NUMBER
               MOVE 'CASH SALE' TO WS-TC-NAME
               MOVE 'N' TO WS-TC-TAX-EXEMPT
               MOVE 'YES' TO WS-CUSTOMER-OK-SW
           ELSE
               MOVE 'NO' TO WS-CUSTOMER-FOUND-SW
               MOVE 1 TO WS-CT-IX
               PERFORM 206-CHECK-CUSTOMER-ENTRY
                   UNTIL WS-CUSTOMER-FOUND-SW = 'YES'
                      OR WS-CT-IX > WS-CUSTOMER-COUNT
               IF WS-CUSTOMER-FOUND-SW = 'NO'
                   DISPLAY 'CUSTOMER ' WS-CUSTOMER-IN ' NOT ON FILE'
               ELSE
                   PERFORM 207-TAKE-CUSTOMER
               END-IF
           END-IF
           .

       206-CHECK-CUSTOMER-ENTRY.

           IF WS-CT-NUMBER(WS-CT-IX) = WS-CUSTOMER-IN
               MOVE 'YES' TO WS-CUSTOMER-FOUND-SW
           ELSE
               ADD 1 TO WS-CT-IX
           END-IF
           .

       207-TAKE-CUSTOMER.

           MOVE WS-CT-NUMBER(WS-CT-IX) TO WS-TC-NUMBER
           MOVE WS-CT-NAME(WS-CT-IX) TO WS-TC-NAME
           MOVE WS-CT-ADDRESS(WS-CT-IX) TO WS-TC-ADDRESS
           MOVE WS-CT-CITY-LINE(WS-CT-IX) TO WS-TC-CITY-LINE
           MOVE WS-CT-CERTIFICATE(WS-CT-IX) TO WS-TC-CERTIFICATE
           IF WS-CT-TAX-EXEMPT(WS-CT-IX) = 'Y'
               MOVE 'Y' TO WS-TC-TAX-EXEMPT
           ELSE
               MOVE 'N' TO WS-TC-TAX-EXEMPT
           END-IF
           IF WS-CT-DISCOUNT-LEVEL(WS-CT-IX) IS NUMERIC
                   AND WS-CT-DISCOUNT-LEVEL(WS-CT-IX) > '0'
               MOVE WS-CT-DISCOUNT-LEVEL(WS-CT-IX) TO WS-LEVEL-IX
               MOVE WS-LEVEL-DISCOUNT(WS-LEVEL-IX)
                   TO WS-TC-DISCOUNT-PCT
           END-IF
           MOVE 'YES' TO WS-CUSTOMER-OK-SW

           DISPLAY 'CUSTOMER:         ' WS-TC-NAME
           MOVE WS-TC-DISCOUNT-PCT TO WS-PERCENT-ED
           DISPLAY 'DISCOUNT PERCENT: ' WS-PERCENT-ED
           IF WS-TC-TAX-EXEMPT = 'Y'
               DISPLAY 'TAX EXEMPT - CERTIFICATE ' WS-TC-CERTIFICATE
           END-IF
           .

       210-ENTER-TICKET-LINE.

           IF WS-TICKET-LINES = 20
               DISPLAY 'TICKET FULL AT 20 LINES - START ANOTHER '
                   'TICKET FOR THE REST'
               MOVE 'YES' TO WS-TICKET-DONE-SW
           ELSE
               DISPLAY ' '
               DISPLAY 'ENTER CATALOG NUMBER (BLANK TO CLOSE TICKET):'
               MOVE SPACES TO WS-CATALOG-IN
               ACCEPT WS-CATALOG-IN
               IF WS-CATALOG-IN = SPACES
                   MOVE 'YES' TO WS-TICKET-DONE-SW
               ELSE

      * A BLANK LOCATION MEANS THE MAIN WAREHOUSE, SAME DEFAULT
      * EVERY OTHER PROGRAM APPLIES.

                   DISPLAY 'ENTER LOCATION (BLANK FOR 01):'
                   MOVE SPACES TO WS-LOCATION-IN
                   ACCEPT WS-LOCATION-IN
                   IF WS-LOCATION-IN = SPACES
                       MOVE '01' TO WS-LOCATION-IN
                   END-IF
                   DISPLAY 'ENTER QUANTITY SOLD:'
                   MOVE SPACES TO WS-QUANTITY-IN
                   ACCEPT WS-QUANTITY-IN
                   IF WS-QUANTITY-IN IS NOT NUMERIC
                       DISPLAY 'QUANTITY NOT NUMERIC - LINE NOT TAKEN'
                   ELSE
                       IF WS-QUANTITY-IN-N = ZERO
                           DISPLAY 'QUANTITY ZERO - LINE NOT TAKEN'
                       ELSE
                           PERFORM 215-PRICE-TICKET-LINE
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

       215-PRICE-TICKET-LINE.

           MOVE WS-LOCATION-IN TO LOCATION-CODE
           MOVE WS-CATALOG-IN TO MST-KEY-CATALOG
           READ MASTER-FILE
               INVALID KEY
                   DISPLAY 'CATALOG NUMBER ' WS-CATALOG-IN
                       ' NOT FOUND AT LOCATION ' WS-LOCATION-IN
               NOT INVALID KEY
                   PERFORM 220-CHECK-TICKET-LINE
           END-READ
           .

       220-CHECK-TICKET-LINE.

      * A PART WITH NO SELLING PRICE IS NOT SOLD AT A GUESS, AND
      * THE QUANTITY HAS TO BE ON THE SHELF AFTER WHAT THE DAY'S
      * BATCH AND THIS SESSION HAVE ALREADY SOLD AND WHAT IS
      * ALREADY ON THIS TICKET.  A PART NEW TO THE COMMIT TABLE
      * WHEN THE TABLE IS FULL CANNOT BE CHECKED, SO IT IS NOT
      * SOLD.

           IF SELLING-PRICE IS NOT NUMERIC
                   OR SELLING-PRICE = ZERO
               DISPLAY 'NOT PRICED - SEE PURCHASING - LINE NOT TAKEN'
           ELSE
               IF QUANTITY-ON-HAND IS NOT NUMERIC
                   DISPLAY 'ON HAND NOT NUMERIC - LINE NOT TAKEN'
               ELSE
                   MOVE QUANTITY-ON-HAND TO WS-QOH-N
                   PERFORM 221-FIND-COMMITTED-QTY
                   COMPUTE WS-AVAILABLE-QTY =
                       WS-QOH-N - WS-COMMITTED-QTY
                   IF WS-COMMIT-FOUND-SW = 'NO'
                           AND WS-COMMIT-COUNT = 1000
                       DISPLAY 'TOO MANY PARTS SOLD TODAY TO CHECK '
                           'STOCK - LINE NOT TAKEN'
                   ELSE
                       IF WS-QUANTITY-IN-N > WS-AVAILABLE-QTY
                           IF WS-AVAILABLE-QTY < ZERO
                               MOVE ZERO TO WS-AVAILABLE-QTY
                           END-IF
                           MOVE WS-AVAILABLE-QTY TO WS-AVAILABLE-ED
                           DISPLAY 'ONLY ' WS-AVAILABLE-ED
                               ' AVAILABLE - LINE NOT TAKEN'
                       ELSE
                           IF WS-COMMIT-FOUND-SW = 'NO'
                               PERFORM 226-ADD-COMMIT-ENTRY
                           END-IF
                           PERFORM 225-ADD-TICKET-LINE
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

       221-FIND-COMMITTED-QTY.

           MOVE ZERO TO WS-COMMITTED-QTY
           PERFORM 224-FIND-COMMIT-ENTRY
           IF WS-COMMIT-FOUND-SW = 'YES'
               MOVE WS-CM-QUANTITY(WS-CM-IX) TO WS-COMMITTED-QTY
           END-IF
           MOVE 1 TO WS-TL-IX
           PERFORM 223-ADD-TICKET-QTY
               UNTIL WS-TL-IX > WS-TICKET-LINES
           .

       222-CHECK-COMMIT-ENTRY.

           IF WS-CM-CATALOG(WS-CM-IX) = WS-CATALOG-IN
                   AND WS-CM-LOCATION(WS-CM-IX) = WS-LOCATION-IN
               MOVE 'YES' TO WS-COMMIT-FOUND-SW
           ELSE
               ADD 1 TO WS-CM-IX
           END-IF
           .

       223-ADD-TICKET-QTY.

           IF WS-TL-CATALOG(WS-TL-IX) = WS-CATALOG-IN
                   AND WS-TL-LOCATION(WS-TL-IX) = WS-LOCATION-IN
               ADD WS-TL-QUANTITY(WS-TL-IX) TO WS-COMMITTED-QTY
           END-IF
           ADD 1 TO WS-TL-IX
           .

       224-FIND-COMMIT-ENTRY.

           MOVE 'NO' TO WS-COMMIT-FOUND-SW
           MOVE 1 TO WS-CM-IX
           PERFORM 222-CHECK-COMMIT-ENTRY
               UNTIL WS-COMMIT-FOUND-SW = 'YES'
                  OR WS-CM-IX > WS-COMMIT-COUNT
           .

       226-ADD-COMMIT-ENTRY.

      * CALLERS MAKE SURE THERE IS ROOM.  THE NEW ENTRY IS LEFT AS
      * THE ONE FOUND, AT ZERO, FOR THE CALLER TO ADD TO.

           ADD 1 TO WS-COMMIT-COUNT
           MOVE WS-COMMIT-COUNT TO WS-CM-IX
           MOVE WS-CATALOG-IN TO WS-CM-CATALOG(WS-CM-IX)
           MOVE WS-LOCATION-IN TO WS-CM-LOCATION(WS-CM-IX)
           MOVE ZERO TO WS-CM-QUANTITY(WS-CM-IX)
           MOVE 'YES' TO WS-COMMIT-FOUND-SW
           .

       225-ADD-TICKET-LINE.

      * NET PRICE IS LIST LESS THE CUSTOMER'S DISCOUNT, TO THE
      * CENT.  TAX IS FIGURED ON EACH LINE'S NET AMOUNT SO THE
      * JOURNAL CAN TOTAL IT LINE BY LINE AND STILL AGREE WITH THE
      * INVOICE.

           COMPUTE WS-NET-PRICE ROUNDED =
               SELLING-PRICE * (100 - WS-TC-DISCOUNT-PCT) / 100
           COMPUTE WS-LINE-AMOUNT = WS-NET-PRICE * WS-QUANTITY-IN-N
           IF WS-TC-TAX-EXEMPT = 'Y'
               MOVE ZERO TO WS-LINE-TAX
           ELSE
               COMPUTE WS-LINE-TAX ROUNDED =
                   WS-LINE-AMOUNT * WS-TAX-RATE / 100
           END-IF

           ADD 1 TO WS-TICKET-LINES
           MOVE WS-CATALOG-IN TO WS-TL-CATALOG(WS-TICKET-LINES)
           MOVE WS-LOCATION-IN TO WS-TL-LOCATION(WS-TICKET-LINES)
           MOVE ITEM-DESCRIPTION
               TO WS-TL-DESCRIPTION(WS-TICKET-LINES)
           MOVE WS-QUANTITY-IN-N TO WS-TL-QUANTITY(WS-TICKET-LINES)
           MOVE SELLING-PRICE TO WS-TL-LIST-PRICE(WS-TICKET-LINES)
           MOVE WS-NET-PRICE TO WS-TL-NET-PRICE(WS-TICKET-LINES)
           MOVE WS-LINE-AMOUNT TO WS-TL-AMOUNT(WS-TICKET-LINES)
           MOVE WS-LINE-TAX TO WS-TL-TAX(WS-TICKET-LINES)
           IF UNIT-PURCHASE-PRICE IS NUMERIC
               MOVE UNIT-PURCHASE-PRICE
                   TO WS-TL-UNIT-COST(WS-TICKET-LINES)
           ELSE
               MOVE ZERO TO WS-TL-UNIT-COST(WS-TICKET-LINES)
           END-IF
           ADD WS-LINE-AMOUNT TO WS-TKT-MERCHANDISE
           ADD WS-LINE-TAX TO WS-TKT-TAX

           MOVE WS-NET-PRICE TO WS-PRICE-ED
           MOVE WS-LINE-AMOUNT TO WS-AMOUNT-ED
           DISPLAY ITEM-DESCRIPTION '  ' WS-QUANTITY-IN ' AT '
               WS-PRICE-ED ' = ' WS-AMOUNT-ED
           .

       230-CLOSE-TICKET.

      * A TICKET CLOSED WITH NO LINES LEAVES NOTHING BEHIND.
      * OTHERWISE THE CLERK SEES THE TOTAL AND POSTS OR VOIDS IT.

           IF WS-TICKET-LINES > ZERO
               COMPUTE WS-TKT-TOTAL = WS-TKT-MERCHANDISE + WS-TKT-TAX
               MOVE WS-TKT-MERCHANDISE TO WS-AMOUNT-ED
               DISPLAY 'MERCHANDISE:      ' WS-AMOUNT-ED
               MOVE WS-TKT-TAX TO WS-AMOUNT-ED
               DISPLAY 'SALES TAX:        ' WS-AMOUNT-ED
               MOVE WS-TKT-TOTAL TO WS-AMOUNT-ED
               DISPLAY 'TICKET TOTAL:     ' WS-AMOUNT-ED
               DISPLAY 'POST THIS TICKET (Y/N):'
               MOVE SPACES TO WS-POST-ANSWER
               ACCEPT WS-POST-ANSWER
               IF WS-POST-ANSWER = 'Y'
                   PERFORM 235-POST-TICKET
               ELSE
                   ADD 1 TO WS-TICKETS-VOIDED
                   DISPLAY 'TICKET VOIDED - NOTHING POSTED'
               END-IF
           END-IF
           .

       235-POST-TICKET.

           ADD 1 TO WS-TICKET-NUMBER
           PERFORM 240-PRINT-INVOICE-HEADING
           OPEN OUTPUT PICK-WORK-FILE
           MOVE 1 TO WS-TL-IX
           PERFORM 236-POST-TICKET-LINE
               UNTIL WS-TL-IX > WS-TICKET-LINES
           PERFORM 245-PRINT-INVOICE-TOTALS
           PERFORM 400-PRINT-PICK-LIST
           PERFORM 238-WRITE-TICKET-NUMBER

           ADD 1 TO WS-TICKETS-POSTED
           ADD WS-TKT-TOTAL TO WS-SESSION-VALUE
           DISPLAY 'TICKET ' WS-TICKET-NUMBER ' POSTED'
           .

       236-POST-TICKET-LINE.

           MOVE WS-TL-CATALOG(WS-TL-IX) TO INL-CATALOG-OUT
           MOVE WS-TL-LOCATION(WS-TL-IX) TO INL-LOCATION-OUT
           MOVE WS-TL-DESCRIPTION(WS-TL-IX) TO INL-DESCRIPTION-OUT
           MOVE WS-TL-QUANTITY(WS-TL-IX) TO INL-QTY-OUT
           MOVE WS-TL-LIST-PRICE(WS-TL-IX) TO INL-LIST-OUT
           MOVE WS-TC-DISCOUNT-PCT TO INL-DISC-OUT
           MOVE WS-TL-NET-PRICE(WS-TL-IX) TO INL-NET-OUT
           MOVE WS-TL-AMOUNT(WS-TL-IX) TO INL-AMOUNT-OUT
           MOVE INVOICE-LINE TO INVOICE-PRINT-REC
           WRITE INVOICE-PRINT-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO TRANSACTION-REC
           MOVE 'S' TO TRN-CODE
           MOVE WS-TL-CATALOG(WS-TL-IX) TO TRN-CATALOG-NUMBER
           MOVE WS-TL-QUANTITY(WS-TL-IX) TO TRN-DELTA-QUANTITY
           MOVE WS-TL-LOCATION(WS-TL-IX) TO TRN-LOCATION
           WRITE TRANSACTION-REC

           MOVE SPACES TO SALES-REC
           MOVE WS-TICKET-NUMBER TO SLS-TICKET-NUMBER
           MOVE WS-RUN-DATE-N TO SLS-DATE
           MOVE WS-TC-NUMBER TO SLS-CUSTOMER-NUMBER
           MOVE WS-TL-CATALOG(WS-TL-IX) TO SLS-CATALOG-NUMBER
           MOVE WS-TL-LOCATION(WS-TL-IX) TO SLS-LOCATION
           MOVE WS-TL-QUANTITY(WS-TL-IX) TO SLS-QUANTITY
           MOVE WS-TL-LIST-PRICE(WS-TL-IX) TO SLS-LIST-PRICE
           MOVE WS-TC-DISCOUNT-PCT TO SLS-DISCOUNT-PCT
           MOVE WS-TL-AMOUNT(WS-TL-IX) TO SLS-NET-AMOUNT
           MOVE WS-TL-TAX(WS-TL-IX) TO SLS-TAX-AMOUNT
           MOVE WS-TL-UNIT-COST(WS-TL-IX) TO SLS-UNIT-COST
           MOVE WS-TC-TAX-EXEMPT TO SLS-TAX-EXEMPT
           WRITE SALES-REC

           PERFORM 420-WRITE-PICK-WORK
           PERFORM 237-COMMIT-TICKET-LINE
           ADD 1 TO WS-TL-IX
           .

       237-COMMIT-TICKET-LINE.

      * THE PART'S ENTRY WAS MADE WHEN THE LINE WAS TAKEN, SO
      * EVERY POSTED LINE FINDS ONE.

           MOVE WS-TL-CATALOG(WS-TL-IX) TO WS-CATALOG-IN
           MOVE WS-TL-LOCATION(WS-TL-IX) TO WS-LOCATION-IN
           PERFORM 224-FIND-COMMIT-ENTRY
           IF WS-COMMIT-FOUND-SW = 'YES'
               ADD WS-TL-QUANTITY(WS-TL-IX)
                   TO WS-CM-QUANTITY(WS-CM-IX)
           END-IF
           .

       238-WRITE-TICKET-NUMBER.

           OPEN OUTPUT TICKET-NUMBER-FILE
           MOVE SPACES TO TICKET-NUMBER-REC
           MOVE WS-TICKET-NUMBER TO TKN-LAST-TICKET
           WRITE TICKET-NUMBER-REC
           CLOSE TICKET-NUMBER-FILE
           .

       240-PRINT-INVOICE-HEADING.

      * EVERY INVOICE AFTER THE FIRST STARTS ON A NEW FORM.

           MOVE WS-TICKET-NUMBER TO IH1-TICKET-OUT
           MOVE WS-INVOICE-HEADING-1 TO INVOICE-PRINT-REC
           IF WS-FIRST-INVOICE-SW = 'YES'
               MOVE 'NO' TO WS-FIRST-INVOICE-SW
               WRITE INVOICE-PRINT-REC AFTER ADVANCING 1 LINE
           ELSE
               WRITE INVOICE-PRINT-REC AFTER ADVANCING PAGE
           END-IF

           MOVE WS-TC-NUMBER TO IH2-CUSTOMER-OUT
           MOVE WS-TC-NAME TO IH2-NAME-OUT
           MOVE WS-INVOICE-HEADING-2 TO INVOICE-PRINT-REC
           WRITE INVOICE-PRINT-REC AFTER ADVANCING 2 LINES
           IF WS-TC-ADDRESS NOT = SPACES
               MOVE WS-TC-ADDRESS TO IH3-TEXT-OUT
               MOVE WS-INVOICE-HEADING-3 TO INVOICE-PRINT-REC
               WRITE INVOICE-PRINT-REC AFTER ADVANCING 1 LINE
           END-IF
           IF WS-TC-CITY-LINE NOT = SPACES
               MOVE WS-TC-CITY-LINE TO IH3-TEXT-OUT
               MOVE WS-INVOICE-HEADING-3 TO INVOICE-PRINT-REC
               WRITE INVOICE-PRINT-REC AFTER ADVANCING 1 LINE
           END-IF
           IF WS-TC-TAX-EXEMPT = 'Y'
               MOVE WS-TC-CERTIFICATE TO IH4-CERTIFICATE-OUT
               MOVE WS-INVOICE-HEADING-4 TO INVOICE-PRINT-REC
               WRITE INVOICE-PRINT-REC AFTER ADVANCING 2 LINES
           END-IF
           MOVE WS-INVOICE-HEADING-5 TO INVOICE-PRINT-REC
           WRITE INVOICE-PRINT-REC AFTER ADVANCING 2 LINES
           .

       245-PRINT-INVOICE-TOTALS.

           MOVE 'MERCHANDISE:' TO ITL-LABEL
           MOVE WS-TKT-MERCHANDISE TO ITL-AMOUNT-OUT
           MOVE INVOICE-TOTAL-LINE TO INVOICE-PRINT-REC
           WRITE INVOICE-PRINT-REC AFTER ADVANCING 2 LINES

           MOVE 'SALES TAX:' TO ITL-LABEL
           MOVE WS-TKT-TAX TO ITL-AMOUNT-OUT
           MOVE INVOICE-TOTAL-LINE TO INVOICE-PRINT-REC
           WRITE INVOICE-PRINT-REC AFTER ADVANCING 1 LINE

           MOVE 'INVOICE TOTAL:' TO ITL-LABEL
           MOVE WS-TKT-TOTAL TO ITL-AMOUNT-OUT
           MOVE INVOICE-TOTAL-LINE TO INVOICE-PRINT-REC
           WRITE INVOICE-PRINT-REC AFTER ADVANCING 1 LINE
           .

       400-PRINT-PICK-LIST.

      * SORT THE TICKET'S PICK LINES INTO BIN WALK ORDER WITHIN
      * LOCATION AND PRINT THEM.  EVERY TICKET, AND EVERY LOCATION
      * ON A TICKET, STARTS ON A NEW PAGE.

           CLOSE PICK-WORK-FILE
           SORT SORT-FILE
               ON ASCENDING KEY SORT-LOCATION
                                SORT-WALK-GROUP
                                SORT-BIN
                                SORT-CATALOG-NUMBER
               USING PICK-WORK-FILE
               GIVING SORTED-PICK-FILE

           MOVE SPACES TO WS-PICK-PRIOR-LOCATION
           MOVE 'NO' TO WS-PICK-EOF-SW
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

       420-WRITE-PICK-WORK.

           MOVE SPACES TO WS-PICK-WORK-REC
           MOVE WS-TL-LOCATION(WS-TL-IX) TO WS-PKW-LOCATION
           MOVE WS-TL-CATALOG(WS-TL-IX) TO WS-PKW-CATALOG-NUMBER
           MOVE WS-TL-DESCRIPTION(WS-TL-IX) TO WS-PKW-DESCRIPTION
           MOVE WS-TL-QUANTITY(WS-TL-IX) TO WS-PKW-QUANTITY
           MOVE WS-TICKET-NUMBER TO WS-PKW-REFERENCE
           PERFORM 425-FIND-BIN
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

       425-FIND-BIN.

           MOVE 'NO' TO WS-BIN-FOUND-SW
           MOVE 1 TO WS-BT-IX
           PERFORM 426-CHECK-BIN-ENTRY
               UNTIL WS-BIN-FOUND-SW = 'YES'
                  OR WS-BT-IX > WS-BIN-COUNT
           .

       426-CHECK-BIN-ENTRY.

           IF WS-BT-LOCATION(WS-BT-IX) = WS-PKW-LOCATION
                   AND WS-BT-CATALOG(WS-BT-IX) = WS-PKW-CATALOG-NUMBER
               MOVE 'YES' TO WS-BIN-FOUND-SW
           ELSE
               ADD 1 TO WS-BT-IX
           END-IF
           .

       250-CLOSE-ROUTINE.

           IF WS-FILES-OPEN-SW = 'YES'
               MOVE 'LINES TO PICK:' TO PCL-LABEL
               MOVE WS-LINES-TO-PICK TO PCL-COUNT-OUT
               MOVE PICK-COUNT-LINE TO PICK-REC
               WRITE PICK-REC AFTER ADVANCING 2 LINES
               MOVE 'LINES WITH NO BIN ON FILE:' TO PCL-LABEL
               MOVE WS-LINES-WITHOUT-BIN TO PCL-COUNT-OUT
               MOVE PICK-COUNT-LINE TO PICK-REC
               WRITE PICK-REC AFTER ADVANCING 1 LINE
               CLOSE   MASTER-FILE
                       INVOICE-PRINT-FILE
                       PICK-LIST-FILE
                       TRANSACTION-FILE
                       SALES-FILE
               MOVE WS-SESSION-VALUE TO WS-AMOUNT-ED
               DISPLAY 'TICKETS POSTED:   ' WS-TICKETS-POSTED
               DISPLAY 'TICKETS VOIDED:   ' WS-TICKETS-VOIDED
               DISPLAY 'SESSION TOTAL:    ' WS-AMOUNT-ED
           END-IF
           STOP RUN
           .

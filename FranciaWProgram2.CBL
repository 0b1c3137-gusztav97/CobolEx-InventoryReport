      *  balance negative is rejected, so the counter can never
      *  sell stock the book says is not there.
      *
      *  A 'W' return to vendor takes the quantity going back off
      *  QUANTITY-ON-HAND at its location, under the vendor's return
      *  authorization (RA) number, and drops an open credit onto
      *  the vendor-credit file - valued at the unit purchase price,
      *  or at the per-unit core charge on a core return - for the
      *  debit memo run (PROGRAM26) and the credit aging (PROGRAM27)
      *  to chase until the vendor pays it.  A 'W' with reason X is
      *  expired stock written off rather than sent back - it comes
      *  off hand and is journaled the same way, but no vendor
      *  credit is raised.  A 'W' may name the date code of the lot
      *  going back or written off.
      *
      *  Parts on the date-coded parts file - batteries, tires,
      *  fluids, rubber - carry a lot file underneath the master:
      *  quantity by location and manufacture date code.  Every
      *  master update that moves a date-coded part's on-hand
      *  moves its lots with it, from the same before and after
      *  images the journal records, so the lot totals always
      *  agree with QUANTITY-ON-HAND.  Stock going out (a sale, a
      *  transfer out, a return to vendor, a component consumed by
      *  a kit build, a downward change) relieves the oldest lot
      *  first, or on a 'W' the lot it names; a transfer lands the
      *  same date codes at the receiving location; other stock
      *  coming in without a date code goes onto an undated lot
      *  (date code 000000), which is relieved before any dated
      *  lot.  Receipts at the dock (PROGRAM11) capture the date
      *  code themselves, and the weekly expiring-stock report
      *  (PROGRAM32) proves the lots against the master.
      *
      *  A 'B' kit build takes the components of a kit off hand at
      *  one location - the quantity per kit off the kit component
      *  file times the number of kits built - and puts the kits
      *  on hand at the same location; a 'K' kit break does the
      *  reverse.  Like a transfer, every record involved is read
      *  and proved before any is rewritten, so the stock either
      *  all moves or none of it does, and every record rewritten
      *  is journaled.  A build also sets the kit's unit purchase
      *  price to the cost rolled up from its components' unit
      *  purchase prices, so the kits are valued at what went into
      *  them.
      *
      *  An 'O' sets REORDER-POINT alone on the record already on
      *  the master, the way an 'X' sets the status and a 'P' the
      *  selling price.  The reorder-point recalculation (PROGRAM23)
      *  drafts its new points as 'O' transactions, so the stock
      *  posted between its run and this one is never wound back.
      *
      *  The run stamps its checkpoint file RUNNING at startup,
      *  refreshes it with the count of transactions applied every
      *  few transactions, and stamps it ENDED at clean end of job.
      *  takes a new generation image, so the journal always covers
      *  exactly the work done since the last backup.
      *
      *  Nothing is applied until the batch has been released: the
      *  ID and password of an operator with maintenance batch
      *  release authority, with today's date, keyed onto
      *  PR1FA17Y.REL - the same release the edit (PROGRAM6) proved
      *  before it built the clean file.  The releasing operator's
      *  ID is stamped on every journal record and heads the
      *  maintenance log.  A release that does not prove out
      *  refuses the run with condition code 12 - no override
      *  waives it - and a bad sign-on or a release outside the
      *  operator's authority goes on the security violation log.
      *  An override of the run-control checks likewise only counts
      *  if it carries the ID and password of an operator with
      *  override authority.
      *
      *  INPUT:  PR1FA17.MST   - indexed inventory master, updated
      *                          in place
      *          PR1FA17T.CLN  - edited transactions out of PROGRAM6:
      *                          code (A/C/D), catalog number, and the
      *                          rest of the master record layout for
      *                          adds and changes
      *          PR1FA17K.TXT  - kit component file: kit catalog
      *                          number, component catalog number,
      *                          and quantity per kit
      *          PR1FA17R.CTL  - daily run-control record: the run
      *                          is refused unless today's backup
      *                          and edit are stamped complete, and
      *                          a maintenance already complete
      *                          today is refused as a double run
      *                          (override on PR1FA17R.OVR)
      *          PR1FA17Y.REL  - today's batch release
      *          PR1FA17Y.TXT  - operator file
      *          PR1FA17.SHL   - date-coded parts file: catalog
      *                          number and shelf life
      *  OUTPUT: PROGRAM2FA18.TXT - maintenance log (date, action,
      *                          catalog number, description)
      *          PROGRAM2.CHK  - checkpoint/status record
      *          PR1FA17R.CTL  - maintenance step stamped running,
      *                          then complete
      *          PR1FA17J.TXT  - before/after journal, stamped with
      *                          the releasing operator (extended)
      *          PR1FA17.TOT   - run-to-run control totals over the
      *                          updated master
      *          PR1FA17V.CRD  - open vendor credits, one per return
      *                          to vendor (extended)
      *          PR1FA17Y.VIO  - security violation log (extended)
      *          PR1FA17.LOT   - indexed lot file, updated in place
      *
      **********************************************************

			ASSIGN TO 'PR1FA17T.CLN'
			ORGANIZATION IS LINE SEQUENTIAL.

      * KIT COMPONENT FILE, LOADED INTO A TABLE AT STARTUP.  OPTIONAL
      * SO MAINTENANCE RUNS BEFORE THE FIRST KIT IS SET UP.

        SELECT OPTIONAL KIT-FILE
			ASSIGN TO 'PR1FA17K.TXT'
			ORGANIZATION IS LINE SEQUENTIAL.

      * DATE-CODED PARTS FILE - EVERY CATALOG NUMBER CARRIED BY LOT,
      * WITH ITS SHELF LIFE - LOADED INTO A TABLE AT STARTUP, AND
      * THE LOT FILE UNDERNEATH THE MASTER, KEYED BY LOCATION,
      * CATALOG NUMBER, AND DATE CODE SO THE OLDEST LOT OF A PART
      * AT A LOCATION IS ALWAYS THE FIRST ONE READ.  BOTH OPTIONAL,
      * SO MAINTENANCE RUNS BEFORE THE FIRST PART IS DATE-CODED.

        SELECT OPTIONAL SHELF-LIFE-FILE
			ASSIGN TO 'PR1FA17.SHL'
			ORGANIZATION IS LINE SEQUENTIAL.

        SELECT OPTIONAL LOT-FILE
			ASSIGN TO 'PR1FA17.LOT'
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS LOT-KEY
			FILE STATUS IS WS-LOT-STATUS.

        SELECT SORTED-TRANS-FILE
			ASSIGN TO 'PR1FA17T.SRT'
			ORGANIZATION IS LINE SEQUENTIAL.
			ASSIGN TO 'PR1FA17J.TXT'
			ORGANIZATION IS LINE SEQUENTIAL.

      * OPEN VENDOR CREDITS, ONE RECORD PER RETURN TO VENDOR, OPENED
      * EXTEND SO EACH RUN'S RETURNS QUEUE BEHIND THE LAST.  THE
      * DEBIT MEMO RUN (PROGRAM26) PRINTS AND CLEARS THEM.

        SELECT OPTIONAL VENDOR-CREDIT-FILE
			ASSIGN TO 'PR1FA17V.CRD'
			ORGANIZATION IS LINE SEQUENTIAL.

      * THE SHARED RUN-CONTROL RECORD EVERY STEP OF THE DAILY
      * STREAM CHECKS AT STARTUP AND STAMPS AS IT RUNS, AND THE
      * OPERATOR'S OVERRIDE RECORD THAT WAIVES ONE CHECK FOR A
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
      * KEYED BY THE SUPERVISOR; THE EDIT AND THIS UPDATE BOTH READ
      * IT AND NEITHER CONSUMES IT.

        SELECT RELEASE-FILE
			ASSIGN TO 'PR1FA17Y.REL'
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS WS-RELEASE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
			RECORD CONTAINS 80 CHARACTERS.
       01  TRANSACTION-REC            PIC X(80).

      * ONE LINE PER COMPONENT OF A KIT - THE KIT'S CATALOG NUMBER,
      * ONE COMPONENT'S CATALOG NUMBER, AND HOW MANY OF THAT
      * COMPONENT GO INTO ONE KIT.

       FD  KIT-FILE
			RECORD CONTAINS 80 CHARACTERS.
       01  KIT-REC.
           05  KIT-CATALOG-NUMBER     PIC X(5).
           05  KIT-COMPONENT-CATALOG  PIC X(5).
           05  KIT-QUANTITY-PER       PIC 9(3).
           05  FILLER                 PIC X(67).

      * ONE DATE-CODED PART - ITS CATALOG NUMBER, HOW MANY MONTHS
      * IT KEEPS FROM ITS DATE CODE, AND HOW MANY DAYS AHEAD OF THAT
      * THE EXPIRING-STOCK REPORT STARTS WARNING.

       FD  SHELF-LIFE-FILE
			RECORD CONTAINS 80 CHARACTERS.
       01  SHELF-LIFE-REC.
           05  SHL-CATALOG-NUMBER     PIC X(5).
           05  SHL-LIFE-MONTHS        PIC 9(3).
           05  SHL-WARNING-DAYS       PIC 9(3).
           05  FILLER                 PIC X(69).

      * ONE LOT - A DATE CODE'S WORTH OF ONE PART AT ONE LOCATION.
      * THE DATE CODE IS THE MANUFACTURE YEAR AND MONTH (YYYYMM);
      * 000000 IS STOCK THAT CAME IN WITHOUT ONE.

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

      * TRANS-CODE OCCUPIES BYTE 1 OF THE TRANSACTION RECORD, SO THE
      * KEY BROKEN OUT HERE MUST START ONE BYTE IN TO LINE UP WITH
      * THE CATALOG NUMBER, NOT BYTE 1.

      * ONE JOURNAL RECORD PER MASTER UPDATE - RUN DATE,
      * TRANSACTION SEQUENCE, THE ACTION (WR WRITE, RW REWRITE,
      * DL DELETE), THE FULL BEFORE AND AFTER RECORD IMAGES, AND
      * THE OPERATOR WHO RELEASED THE BATCH.
      * THE BEFORE IMAGE IS BLANK ON A WRITE AND THE AFTER IMAGE
      * IS BLANK ON A DELETE.

           05  JRN-ACTION             PIC X(2).
           05  JRN-BEFORE-IMAGE       PIC X(80).
           05  JRN-AFTER-IMAGE        PIC X(80).
           05  JRN-OPERATOR-ID        PIC X(3).

      * ONE OPEN CREDIT PER RETURN TO VENDOR.  STATUS N IS NEW (NO
      * DEBIT MEMO YET), O IS OPEN (MEMO SENT, CREDIT NOT YET
      * RECEIVED), C IS CLEARED.  THE CLEAR DATE AND AMOUNT RECEIVED
      * ARE FILLED IN BY PROGRAM26 WHEN THE VENDOR'S CREDIT ARRIVES,
      * AND THE MEMO NUMBER WHEN THE CREDIT IS CLAIMED.

       FD  VENDOR-CREDIT-FILE
			RECORD CONTAINS 80 CHARACTERS.
       01  VENDOR-CREDIT-REC.
           05  CRD-VENDOR-NUMBER      PIC X(5).
           05  CRD-RA-NUMBER          PIC X(10).
           05  CRD-RTV-DATE           PIC 9(8).
           05  CRD-CATALOG-NUMBER     PIC X(5).
           05  CRD-LOCATION           PIC X(2).
           05  CRD-QUANTITY           PIC 9(4).
           05  CRD-REASON             PIC X(1).
           05  CRD-UNIT-CREDIT        PIC 999V99.
           05  CRD-CREDIT-AMOUNT      PIC 9(7)V99.
           05  CRD-STATUS             PIC X(1).
           05  CRD-CLEAR-DATE         PIC 9(8).
           05  CRD-AMOUNT-RECEIVED    PIC 9(7)V99.
           05  CRD-MEMO-NUMBER        PIC 9(6).
           05  FILLER                 PIC X(7).

       FD  RUN-CONTROL-FILE
			RECORD CONTAINS 80 CHARACTERS.
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
           05  WS-KIT-EOF-SW          PIC X(3) VALUE 'NO'.
           05  WS-KIT-OK-SW           PIC X(3).
           05  WS-LOT-STATUS          PIC X(2).
           05  WS-SHELF-EOF-SW        PIC X(3) VALUE 'NO'.
           05  WS-SHELF-FOUND-SW      PIC X(3).
           05  WS-LOT-EOF-SW          PIC X(3).

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
      * DESCRIPTION BYTES CARRY THE NEW REORDER POINT, SAME AS THE
      * FRONT-END EDIT READS THEM.

       01  WS-REORDER-CHANGE REDEFINES WS-TRANSACTION.
           05  FILLER                 PIC X(6).
           05  WS-ROP-NEW-POINT       PIC X(4).
           05  FILLER                 PIC X(70).

      * RETURN-TO-VENDOR VIEW OF THE SAME RECORD - ON A W THE
      * DESCRIPTION BYTES CARRY THE QUANTITY GOING BACK, THE
      * VENDOR'S RA NUMBER, THE REASON CODE (D DEFECTIVE, C CORE,
      * E EXPIRED, O OTHER, X EXPIRED AND WRITTEN OFF), ON A CORE
      * RETURN THE CORE CHARGE CREDITED PER UNIT, AND OPTIONALLY THE
      * DATE CODE OF THE LOT GOING, SAME AS THE FRONT-END EDIT READS
      * THEM.

       01  WS-VENDOR-RETURN REDEFINES WS-TRANSACTION.
           05  FILLER                 PIC X(6).
           05  WS-RTV-QUANTITY        PIC X(4).
           05  WS-RTV-RA-NUMBER       PIC X(10).
           05  WS-RTV-REASON          PIC X(1).
           05  WS-RTV-CORE-CHARGE     PIC 999V99.
           05  WS-RTV-DATE-CODE       PIC X(6).
           05  FILLER                 PIC X(48).

      * KIT VIEW OF THE SAME RECORD - ON A B (BUILD) OR K (BREAK)
      * THE FIRST DESCRIPTION BYTES CARRY THE NUMBER OF KITS, SAME
      * AS THE FRONT-END EDIT READS THEM.

       01  WS-KIT-ASSEMBLY REDEFINES WS-TRANSACTION.
           05  FILLER                 PIC X(6).
           05  WS-KIT-QUANTITY        PIC X(4).
           05  FILLER                 PIC X(70).

       01  WS-PRICE-FIELDS.
           05  WS-SAVED-SELLING-PRICE PIC X(5).

       01  WS-RTV-FIELDS.
           05  WS-RTV-QTY-N           PIC 9(4).
           05  WS-RTV-QOH-N           PIC 9(4).
           05  WS-RTV-UNIT-CREDIT     PIC 999V99.

      * THE ITEM STATUS RIDES OUTSIDE THE FIELDS A CHANGE CARRIES,
      * SO IT IS HELD ACROSS THE REBUILD AND PUT BACK - A FULL 'C'
      * REPLACEMENT MUST NOT QUIETLY REACTIVATE A DISCONTINUED
           05  WS-TO-QOH              PIC X(4).
           05  FILLER                 PIC X(40).

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

      * ONE KIT BUILD OR BREAK IN FLIGHT - EVERY COMPONENT RECORD
      * AND THE KIT RECORD ITSELF, HELD HERE WITH THEIR BEFORE
      * IMAGES WHILE THE SINGLE MASTER BUFFER IS REUSED, SAME AS
      * THE TWO SIDES OF A TRANSFER.  TWENTY COMPONENTS IS MORE
      * THAN ANY KIT ON THE BENCH HAS NEEDED.

       01  WS-KIT-WORK.
           05  WS-KW-ENTRY OCCURS 20 TIMES.
               10  WS-KW-COMPONENT    PIC X(5).
               10  WS-KW-QTY-PER      PIC 9(3).
               10  WS-KW-NEW-QOH-N    PIC 9(7).
               10  WS-KW-BEFORE       PIC X(80).
               10  WS-KW-RECORD.
                   15  FILLER         PIC X(25).
                   15  WS-KW-UNIT-PRICE PIC 999V99.
                   15  FILLER         PIC X(6).
                   15  WS-KW-QOH      PIC X(4).
                   15  FILLER         PIC X(40).

       01  WS-KIT-RECORD.
           05  FILLER                 PIC X(25).
           05  WS-KR-UNIT-PRICE       PIC 999V99.
           05  FILLER                 PIC X(6).
           05  WS-KR-QOH              PIC X(4).
           05  FILLER                 PIC X(40).

       01  WS-KIT-FIELDS.
           05  WS-KIT-QTY-N           PIC 9(4).
           05  WS-KIT-QOH-N           PIC 9(4).
           05  WS-KIT-NEW-QOH-N       PIC 9(5).
           05  WS-KIT-COMP-QOH-N      PIC 9(4).
           05  WS-KIT-NEED-N          PIC 9(7).
           05  WS-KIT-OUT-N           PIC 9(4).
           05  WS-KIT-ROLLED-COST     PIC 9(5)V99.
           05  WS-KIT-VERB            PIC X(6).
           05  WS-KIT-OVERFLOW-SW     PIC X(3).
           05  WS-KIT-COMP-FOUND-SW   PIC X(3).
           05  WS-KIT-QTY-OVER-SW     PIC X(3).
           05  WS-JRN-KIT-BEFORE      PIC X(80).

      * THE DATE-CODED PARTS FILE, HELD FOR THE RUN.  ONLY WHETHER
      * A PART IS ON IT MATTERS HERE - THE SHELF LIFE IS FOR THE
      * EXPIRING-STOCK REPORT.

       01  WS-SHELF-LIFE-TABLE.
           05  WS-SHL-ENTRY OCCURS 500 TIMES.
               10  WS-SHL-CATALOG     PIC X(5).

       01  WS-SHELF-LIFE-SUBSCRIPTS.
           05  WS-SHL-COUNT           PIC 9(3) VALUE ZERO.
           05  WS-SHL-IX              PIC 9(3).

      * THE TWO MASTER IMAGES A JOURNAL RECORD CARRIES, BROKEN OUT
      * FOR THE LOCATION, CATALOG NUMBER, AND ON-HAND THE LOTS ARE
      * KEPT IN STEP WITH.

       01  WS-LOT-BEFORE-IMAGE.
           05  FILLER                 PIC X(36).
           05  WS-LB-QOH              PIC X(4).
           05  FILLER                 PIC X(25).
           05  WS-LB-LOCATION         PIC X(2).
           05  WS-LB-CATALOG          PIC X(5).
           05  FILLER                 PIC X(8).

       01  WS-LOT-AFTER-IMAGE.
           05  FILLER                 PIC X(36).
           05  WS-LA-QOH              PIC X(4).
           05  FILLER                 PIC X(25).
           05  WS-LA-LOCATION         PIC X(2).
           05  WS-LA-CATALOG          PIC X(5).
           05  FILLER                 PIC X(8).

       01  WS-LOT-FIELDS.
           05  WS-LOT-LOCATION        PIC X(2).
           05  WS-LOT-CATALOG         PIC X(5).
           05  WS-LOT-DATE-CODE       PIC X(6).
           05  WS-LOT-BEFORE-N        PIC 9(4).
           05  WS-LOT-AFTER-N         PIC 9(4).
           05  WS-LOT-NEED-N          PIC 9(4).
           05  WS-LOT-TAKE-N          PIC 9(4).

      * THE LOTS THE LAST RELIEF TOOK STOCK FROM, SO THE RECEIVING
      * SIDE OF A TRANSFER CAN LAND THE SAME DATE CODES.  ANY
      * QUANTITY PAST THE TWENTIETH LOT LANDS UNDATED.

       01  WS-MOVED-LOTS.
           05  WS-MOVED-COUNT         PIC 9(2) VALUE ZERO.
           05  WS-MV-IX               PIC 9(2).
           05  WS-MV-ENTRY OCCURS 20 TIMES.
               10  WS-MV-DATE-CODE    PIC X(6).
               10  WS-MV-QUANTITY     PIC 9(4).

       01  WS-LOT-SHORT-LINE.
           05  FILLER                 PIC X(24) VALUE
               'LOTS SHORT OF ON HAND - '.
           05  LSL-CATALOG-OUT        PIC X(5).
           05  FILLER                 PIC X(8) VALUE ' AT LOC '.
           05  LSL-LOCATION-OUT       PIC X(2).
           05  FILLER                 PIC X(4) VALUE ' BY '.
           05  LSL-QUANTITY-OUT       PIC Z(3)9.
           05  FILLER                 PIC X(33) VALUE SPACES.

       01  WS-TRANSFER-FIELDS.
           05  WS-XFER-QTY-N          PIC 9(4).
           05  WS-FROM-QOH-N          PIC 9(4).
               10  LH1-YEAR           PIC 9999.
           05  FILLER                 PIC X(19) VALUE SPACES.

       01  WS-LOG-RELEASE-LINE.
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  LRL-LABEL              PIC X(13) VALUE
               'RELEASED BY: '.
           05  LRL-OPERATOR-ID-OUT    PIC X(3).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  LRL-OPERATOR-NAME-OUT  PIC X(20).
           05  FILLER                 PIC X(41) VALUE SPACES.

       01  WS-LOG-HEADING-2.
           05  FILLER                 PIC X(1).
           05  LH2-CAT-NAME           PIC X(3) VALUE 'CAT'.
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
               MOVE 'MAINTENANCE REFUSED - BATCH NOT RELEASED'
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
                   MOVE 'MAINTENANCE REFUSED - RELEASE SIGN-ON INVALID'
                       TO WS-REFUSAL-REASON
               END-IF
           END-IF
           IF WS-REFUSAL-REASON = SPACES
                   AND WS-OP-AUTH-RELEASE NOT = 'Y'
               MOVE 'A' TO WS-VIOLATION-TYPE
               MOVE 'BATCH RELEASE' TO WS-VIOLATION-FUNCTION
               PERFORM 119-WRITE-VIOLATION
               MOVE 'MAINTENANCE REFUSED - RELEASER NOT AUTHORIZED'
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
           MOVE 'PROGRAM2' TO VIO-PROGRAM
           MOVE WS-SIGN-ON-ID TO VIO-OPERATOR-ID
           MOVE WS-VIOLATION-TYPE TO VIO-TYPE
           MOVE WS-VIOLATION-FUNCTION TO VIO-FUNCTION
           WRITE VIOLATION-REC
           CLOSE VIOLATION-FILE
           .

       113-WRITE-RUN-CONTROL.

           OPEN OUTPUT RUN-CONTROL-FILE
           MOVE WS-DAY TO WS-JD-DAY
           MOVE WS-LOG-HEADING-1 TO LOG-REC
           WRITE LOG-REC AFTER ADVANCING 1 LINE
           MOVE WS-RELEASE-OPERATOR-ID TO LRL-OPERATOR-ID-OUT
           MOVE WS-RELEASE-OPERATOR-NAME TO LRL-OPERATOR-NAME-OUT
           MOVE WS-LOG-RELEASE-LINE TO LOG-REC
           WRITE LOG-REC AFTER ADVANCING 1 LINE
           MOVE WS-LOG-HEADING-2 TO LOG-REC
           WRITE LOG-REC AFTER ADVANCING 2 LINES

               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN EXTEND JOURNAL-FILE
                           VENDOR-CREDIT-FILE
               OPEN I-O LOT-FILE
               IF WS-LOT-STATUS NOT = '00' AND '05'

      * A LOT FILE THAT IS THERE BUT WILL NOT OPEN CANNOT BE KEPT IN
      * STEP WITH THE MASTER, SO NOTHING IS APPLIED - SAME HARD
      * CONDITION CODE AS A MISSING MASTER.

                   MOVE 'LOT FILE NOT AVAILABLE - RUN REFUSED'
                       TO LOG-REC
                   WRITE LOG-REC AFTER ADVANCING 1 LINE
                   CLOSE   MASTER-FILE
                           JOURNAL-FILE
                           VENDOR-CREDIT-FILE
                   MOVE 'NO' TO WS-MASTER-OK-SW
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM 126-READ-CHECKPOINT
                   PERFORM 127-LOAD-KIT-TABLE
                   PERFORM 131-LOAD-SHELF-LIFE-TABLE

      * STAMP THE RUN AS IN FLIGHT BEFORE THE FIRST TRANSACTION IS
      * TOUCHED, SO A FAILURE AT ANY POINT LEAVES A RUNNING STATUS
      * BEHIND AND THE NEXT RUN KNOWS TO RESTART.

                   MOVE 'RUNNING' TO WS-CHK-RUN-STATUS
                   MOVE WS-TRANS-APPLIED-COUNT TO WS-CHK-TRANS-COUNT
                   PERFORM 181-WRITE-CHECKPOINT
                   PERFORM 114-STAMP-MAINT-RUNNING
               END-IF
           END-IF
           .

      * LOG OF A RESTARTED RUN FOR WORK THE FAILED RUN HAD ALREADY
      * FINISHED.  A TRANSFER OR A DELTA POSTING IS NOT SO
      * FORGIVING: REAPPLIED, EITHER WOULD MOVE ITS QUANTITY A
      * SECOND TIME, SO EVERY APPLIED TRANSFER (237), EVERY
      * APPLIED DELTA (241), EVERY RETURN TO VENDOR OR WRITE-OFF
      * (249), AND EVERY KIT BUILD OR BREAK (258) FORCES AN
      * IMMEDIATE CHECKPOINT AND THE EXPOSURE SHRINKS TO A FAILURE
      * IN THE INSTANTS BETWEEN ITS REWRITES AND THAT CHECKPOINT -
      * A RESTARTED RUN THAT HELD ANY OF THEM SHOULD STILL HAVE ITS
      * LOG CHECKED AROUND THE FAILURE POINT.

           MOVE SPACES TO WS-CHECKPOINT
           OPEN INPUT CHECKPOINT-FILE
           MOVE ZERO TO WS-CHK-NEW-COUNT
           .

       127-LOAD-KIT-TABLE.

      * A KIT FILE TOO BIG FOR THE TABLE IS SAID SO ON THE LOG -
      * A KIT WHOSE LINES FELL PAST THE TABLE WOULD BUILD SHORT OF
      * ITS COMPONENTS, SO EVERY B AND K IS REFUSED UNTIL THE
      * TABLE IS WIDENED.

           OPEN INPUT KIT-FILE
           PERFORM 128-LOAD-KIT-ENTRY
               UNTIL WS-KIT-EOF-SW = 'YES'
                  OR WS-KIT-COUNT = 500
           IF WS-KIT-EOF-SW NOT = 'YES'
               PERFORM 129-CHECK-KIT-OVERFLOW
           END-IF
           IF WS-KIT-EOF-SW NOT = 'YES'
               MOVE 'KIT TABLE FULL - KIT BUILDS AND BREAKS REFUSED'
                   TO LOG-REC
               WRITE LOG-REC AFTER ADVANCING 1 LINE
           END-IF
           CLOSE KIT-FILE
           .

       128-LOAD-KIT-ENTRY.

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

       129-CHECK-KIT-OVERFLOW.

      * A FULL TABLE ONLY MEANS OVERFLOW IF THERE IS ANOTHER LINE
      * BEHIND IT - A FILE OF EXACTLY 500 LINES LOADS WHOLE.

           READ KIT-FILE
               AT END
                   MOVE 'YES' TO WS-KIT-EOF-SW
           END-READ
           .

       131-LOAD-SHELF-LIFE-TABLE.

      * A DATE-CODED PARTS FILE TOO BIG FOR THE TABLE IS SAID SO ON
      * THE LOG - THE PARTS PAST THE TABLE ARE NOT KEPT BY LOT THIS
      * RUN, AND THE EXPIRING-STOCK REPORT WILL SHOW THEIR LOTS OUT
      * OF STEP WITH THE MASTER.

           OPEN INPUT SHELF-LIFE-FILE
           PERFORM 132-LOAD-SHELF-LIFE-ENTRY
               UNTIL WS-SHELF-EOF-SW = 'YES'
                  OR WS-SHL-COUNT = 500
           IF WS-SHELF-EOF-SW NOT = 'YES'
               PERFORM 133-CHECK-SHELF-LIFE-OVERFLOW
           END-IF
           IF WS-SHELF-EOF-SW NOT = 'YES'
               MOVE 'DATE-CODED PARTS TABLE FULL - LOTS NOT ALL KEPT'
                   TO LOG-REC
               WRITE LOG-REC AFTER ADVANCING 1 LINE
           END-IF
           CLOSE SHELF-LIFE-FILE
           .

       132-LOAD-SHELF-LIFE-ENTRY.

           READ SHELF-LIFE-FILE
               AT END
                   MOVE 'YES' TO WS-SHELF-EOF-SW
               NOT AT END
                   ADD 1 TO WS-SHL-COUNT
                   MOVE SHL-CATALOG-NUMBER
                       TO WS-SHL-CATALOG(WS-SHL-COUNT)
           END-READ
           .

       133-CHECK-SHELF-LIFE-OVERFLOW.

           READ SHELF-LIFE-FILE
               AT END
                   MOVE 'YES' TO WS-SHELF-EOF-SW
           END-READ
           .

       140-SORT-TRANSACTIONS.

      * DUPLICATES IN ORDER: TRANSFERS FOR ONE CATALOG NUMBER CARRY
                   PERFORM 238-APPLY-DELTA
               WHEN 'V'
                   PERFORM 238-APPLY-DELTA
               WHEN 'W'
                   PERFORM 247-APPLY-VENDOR-RETURN
               WHEN 'B'
                   PERFORM 251-APPLY-KIT
               WHEN 'K'
                   PERFORM 251-APPLY-KIT
               WHEN 'X'
                   PERFORM 243-APPLY-STATUS-CHANGE
               WHEN 'P'
                   PERFORM 244-APPLY-PRICE-CHANGE
               WHEN 'O'
                   PERFORM 270-APPLY-REORDER-POINT
               WHEN OTHER
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'REJECTED - INVALID CODE' TO LOG-ACTION-OUT
           END-IF
           .

       270-APPLY-REORDER-POINT.

      * SET THE REORDER POINT ON THE RECORD ALREADY ON THE MASTER -
      * NOTHING ELSE ON THE RECORD MOVES, SO THE QUANTITIES POSTED
      * SINCE THE POINT WAS WORKED OUT STAND AS THEY ARE.

           IF WS-ROP-NEW-POINT IS NOT NUMERIC
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'REJECTED - REORDER POINT NOT NUMERIC'
                   TO LOG-ACTION-OUT
           ELSE
               MOVE WS-TRANS-LOCATION TO MST-LOCATION-CODE
               MOVE WS-TRANS-CATALOG-NUMBER TO MST-KEY-CATALOG
               READ MASTER-FILE
                   INVALID KEY
                       ADD 1 TO WS-REJECT-COUNT
                       MOVE 'REJECTED - CATALOG NUM NOT ON MASTER'
                           TO LOG-ACTION-OUT
                   NOT INVALID KEY
                       MOVE MST-ITEM-DESCRIPTION
                           TO LOG-DESCRIPTION-OUT
                       MOVE MASTER-REC TO WS-JRN-BEFORE
                       MOVE WS-ROP-NEW-POINT TO MST-REORDER-POINT
                       REWRITE MASTER-REC
                       MOVE 'RW' TO WS-JRN-ACTION
                       MOVE MASTER-REC TO WS-JRN-AFTER
                       PERFORM 242-WRITE-JOURNAL-RECORD
                       MOVE SPACES TO LOG-ACTION-OUT
                       STRING 'REORDER POINT SET TO '
                              DELIMITED BY SIZE
                              WS-ROP-NEW-POINT DELIMITED BY SIZE
                           INTO LOG-ACTION-OUT
               END-READ
           END-IF
           .

       247-APPLY-VENDOR-RETURN.

      * SEND STOCK BACK TO THE VENDOR UNDER ITS RA NUMBER.  ONLY THE
      * ON-HAND BALANCE MOVES - THE GOODS NEVER SOLD AND NEVER CAME
      * BACK FROM A CUSTOMER, SO NO MOVEMENT BUCKET IS TOUCHED.  A
      * RETURN FOR MORE THAN IS ON HAND IS REJECTED THE SAME WAY AN
      * OVERSOLD SALE IS.

           IF WS-RTV-QUANTITY IS NOT NUMERIC
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'REJECTED - RETURN QTY NOT NUMERIC'
                   TO LOG-ACTION-OUT
           ELSE
               MOVE WS-RTV-QUANTITY TO WS-RTV-QTY-N
               MOVE WS-TRANS-LOCATION TO MST-LOCATION-CODE
               MOVE WS-TRANS-CATALOG-NUMBER TO MST-KEY-CATALOG
               READ MASTER-FILE
                   INVALID KEY
                       ADD 1 TO WS-REJECT-COUNT
                       MOVE 'REJECTED - CATALOG NUM NOT ON MASTER'
                           TO LOG-ACTION-OUT
                   NOT INVALID KEY
                       MOVE MST-ITEM-DESCRIPTION
                           TO LOG-DESCRIPTION-OUT
                       MOVE MASTER-REC TO WS-JRN-BEFORE
                       PERFORM 248-POST-VENDOR-RETURN
               END-READ
           END-IF
           .

       248-POST-VENDOR-RETURN.

      * THE CREDIT IS VALUED AT THE UNIT PURCHASE PRICE - WHAT THE
      * VENDOR BILLED FOR THE PART - EXCEPT ON A CORE RETURN, WHERE
      * THE VENDOR OWES BACK ONLY THE CORE CHARGE IT ADDED TO THE
      * INVOICE.

           IF WS-RTV-REASON = 'C'
               MOVE WS-RTV-CORE-CHARGE TO WS-RTV-UNIT-CREDIT
           ELSE
               MOVE MST-UNIT-PURCHASE-PRICE TO WS-RTV-UNIT-CREDIT
           END-IF

           IF MST-QUANTITY-ON-HAND IS NOT NUMERIC
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'REJECTED - QUANTITY ON HAND NOT NUMERIC'
                   TO LOG-ACTION-OUT
           ELSE
               IF WS-RTV-UNIT-CREDIT IS NOT NUMERIC
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'REJECTED - UNIT CREDIT NOT NUMERIC'
                       TO LOG-ACTION-OUT
               ELSE
                   MOVE MST-QUANTITY-ON-HAND TO WS-RTV-QOH-N
                   IF WS-RTV-QTY-N > WS-RTV-QOH-N
                       ADD 1 TO WS-REJECT-COUNT
                       MOVE 'REJECTED - RETURN EXCEEDS ON HAND'
                           TO LOG-ACTION-OUT
                   ELSE
                       PERFORM 249-WRITE-VENDOR-CREDIT
                   END-IF
               END-IF
           END-IF
           .

       249-WRITE-VENDOR-CREDIT.

           SUBTRACT WS-RTV-QTY-N FROM WS-RTV-QOH-N
           MOVE WS-RTV-QOH-N TO MST-QUANTITY-ON-HAND
           REWRITE MASTER-REC
           MOVE 'RW' TO WS-JRN-ACTION
           MOVE MASTER-REC TO WS-JRN-AFTER
           PERFORM 242-WRITE-JOURNAL-RECORD

      * EXPIRED STOCK WRITTEN OFF (REASON X) GOES NOWHERE - IT COMES
      * OFF HAND AND THE JOURNAL CARRIES IT, BUT THERE IS NO VENDOR
      * TO CLAIM A CREDIT FROM.

           IF WS-RTV-REASON = 'X'
               MOVE SPACES TO LOG-ACTION-OUT
               STRING 'WRITE-OFF ' DELIMITED BY SIZE
                      WS-RTV-QUANTITY DELIMITED BY SIZE
                      ' EXPIRED AT LOC ' DELIMITED BY SIZE
                      WS-TRANS-LOCATION DELIMITED BY SIZE
                   INTO LOG-ACTION-OUT
           ELSE
               PERFORM 245-RAISE-VENDOR-CREDIT
           END-IF

      * A RETURN REAPPLIED ON A RESTART WOULD TAKE THE STOCK OFF
      * AND RAISE THE CREDIT A SECOND TIME, SO IT IS CHECKPOINTED
      * THE MOMENT IT LANDS, SAME AS A DELTA.

           PERFORM 180-TAKE-CHECKPOINT
           .

       245-RAISE-VENDOR-CREDIT.

      * A BLANK VENDOR ON THE TRANSACTION MEANS THE PART'S OWN
      * VENDOR OFF THE MASTER.

           MOVE SPACES TO VENDOR-CREDIT-REC
           IF WS-TRANS-VENDOR-NUMBER = SPACES
               MOVE MST-VENDOR-NUMBER TO CRD-VENDOR-NUMBER
           ELSE
               MOVE WS-TRANS-VENDOR-NUMBER TO CRD-VENDOR-NUMBER
           END-IF
           MOVE WS-RTV-RA-NUMBER TO CRD-RA-NUMBER
           MOVE WS-JOURNAL-DATE TO CRD-RTV-DATE
           MOVE WS-TRANS-CATALOG-NUMBER TO CRD-CATALOG-NUMBER
           MOVE WS-TRANS-LOCATION TO CRD-LOCATION
           MOVE WS-RTV-QTY-N TO CRD-QUANTITY
           MOVE WS-RTV-REASON TO CRD-REASON
           MOVE WS-RTV-UNIT-CREDIT TO CRD-UNIT-CREDIT
           COMPUTE CRD-CREDIT-AMOUNT =
               WS-RTV-UNIT-CREDIT * WS-RTV-QTY-N
           MOVE 'N' TO CRD-STATUS
           MOVE ZERO TO CRD-CLEAR-DATE
           MOVE ZERO TO CRD-AMOUNT-RECEIVED
           MOVE ZERO TO CRD-MEMO-NUMBER
           WRITE VENDOR-CREDIT-REC

           MOVE SPACES TO LOG-ACTION-OUT
           STRING 'RTV ' DELIMITED BY SIZE
                  WS-RTV-QUANTITY DELIMITED BY SIZE
                  ' RA ' DELIMITED BY SIZE
                  WS-RTV-RA-NUMBER DELIMITED BY SPACE
                  ' AT LOC ' DELIMITED BY SIZE
                  WS-TRANS-LOCATION DELIMITED BY SIZE
               INTO LOG-ACTION-OUT
           .

       251-APPLY-KIT.

      * BUILD KITS FROM THEIR COMPONENTS, OR BREAK KITS BACK INTO
      * THEM, AT THE ONE LOCATION ON THE TRANSACTION.  THE KIT AND
      * EVERY COMPONENT ARE READ AND PROVED BEFORE ANYTHING IS
      * REWRITTEN, SO A BUILD SHORT OF EVEN ONE COMPONENT MOVES
      * NOTHING AT ALL.

           MOVE SPACES TO LOG-DESCRIPTION-OUT
           IF WS-KIT-QUANTITY IS NOT NUMERIC
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'REJECTED - KIT QTY NOT NUMERIC'
                   TO LOG-ACTION-OUT
           ELSE
               MOVE WS-KIT-QUANTITY TO WS-KIT-QTY-N
               PERFORM 252-GATHER-COMPONENTS
               IF WS-KIT-EOF-SW NOT = 'YES'
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'REJECTED - KIT TABLE FULL'
                       TO LOG-ACTION-OUT
               ELSE
                   IF WS-KIT-COMP-COUNT = ZERO
                       ADD 1 TO WS-REJECT-COUNT
                       MOVE 'REJECTED - NOT ON KIT FILE'
                           TO LOG-ACTION-OUT
                   ELSE
                       IF WS-KIT-OVERFLOW-SW = 'YES'
                           ADD 1 TO WS-REJECT-COUNT
                           MOVE 'REJECTED - KIT OVER 20 COMPONENTS'
                               TO LOG-ACTION-OUT
                       ELSE
                           IF WS-KIT-QTY-OVER-SW = 'YES'
                               ADD 1 TO WS-REJECT-COUNT
                               MOVE 'REJECTED - COMPONENT QTY OVER 999'
                                   TO LOG-ACTION-OUT
                           ELSE
                               PERFORM 254-READ-KIT-RECORD
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

       252-GATHER-COMPONENTS.

           MOVE ZERO TO WS-KIT-COMP-COUNT
           MOVE 'NO' TO WS-KIT-OVERFLOW-SW
           MOVE 'NO' TO WS-KIT-QTY-OVER-SW
           MOVE 1 TO WS-KT-IX
           PERFORM 253-GATHER-COMPONENT-ENTRY
               UNTIL WS-KT-IX > WS-KIT-COUNT
           .

       253-GATHER-COMPONENT-ENTRY.

      * A COMPONENT LISTED ON TWO LINES OF THE SAME KIT IS ONE
      * RECORD ON THE MASTER, SO ITS QUANTITIES PER KIT ARE ADDED
      * INTO ONE ENTRY - TWO ENTRIES WOULD EACH TAKE A BEFORE IMAGE
      * OF THE SAME RECORD AND THE SECOND REWRITE WOULD LOSE THE
      * FIRST.  LINES THAT ADD PAST THREE DIGITS REJECT THE KIT.

           IF WS-KT-KIT-CATALOG(WS-KT-IX) = WS-TRANS-CATALOG-NUMBER
               MOVE 'NO' TO WS-KIT-COMP-FOUND-SW
               MOVE 1 TO WS-KW-IX
               PERFORM 271-FIND-KIT-COMPONENT
                   UNTIL WS-KIT-COMP-FOUND-SW = 'YES'
                      OR WS-KW-IX > WS-KIT-COMP-COUNT
               IF WS-KIT-COMP-FOUND-SW = 'YES'
                   ADD WS-KT-QTY-PER(WS-KT-IX)
                       TO WS-KW-QTY-PER(WS-KW-IX)
                       ON SIZE ERROR
                           MOVE 'YES' TO WS-KIT-QTY-OVER-SW
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

       271-FIND-KIT-COMPONENT.

           IF WS-KW-COMPONENT(WS-KW-IX) = WS-KT-COMPONENT(WS-KT-IX)
               MOVE 'YES' TO WS-KIT-COMP-FOUND-SW
           ELSE
               ADD 1 TO WS-KW-IX
           END-IF
           .

       254-READ-KIT-RECORD.

      * THE KIT'S OWN RECORD FIRST - IT MUST BE ON THE MASTER AT
      * THIS LOCATION, A BUILD MUST STILL FIT ITS FOUR-DIGIT
      * ON-HAND FIELD, AND A BREAK CANNOT BREAK MORE KITS THAN ARE
      * ON THE SHELF.

           MOVE 'YES' TO WS-KIT-OK-SW
           MOVE WS-TRANS-LOCATION TO MST-LOCATION-CODE
           MOVE WS-TRANS-CATALOG-NUMBER TO MST-KEY-CATALOG
           READ MASTER-FILE
               INVALID KEY
                   MOVE 'NO' TO WS-KIT-OK-SW
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'REJECTED - KIT NOT ON MASTER'
                       TO LOG-ACTION-OUT
               NOT INVALID KEY
                   MOVE MST-ITEM-DESCRIPTION TO LOG-DESCRIPTION-OUT
                   MOVE MASTER-REC TO WS-KIT-RECORD
                   MOVE MASTER-REC TO WS-JRN-KIT-BEFORE
           END-READ

           IF WS-KIT-OK-SW = 'YES'
               IF WS-KR-QOH IS NOT NUMERIC
                   MOVE 'NO' TO WS-KIT-OK-SW
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'REJECTED - QUANTITY ON HAND NOT NUMERIC'
                       TO LOG-ACTION-OUT
               ELSE
                   MOVE WS-KR-QOH TO WS-KIT-QOH-N
                   PERFORM 255-CHECK-KIT-QUANTITY
               END-IF
           END-IF

           IF WS-KIT-OK-SW = 'YES'
               MOVE ZERO TO WS-KIT-ROLLED-COST
               MOVE 1 TO WS-KW-IX
               PERFORM 256-READ-COMPONENT
                   UNTIL WS-KIT-OK-SW = 'NO'
                      OR WS-KW-IX > WS-KIT-COMP-COUNT
           END-IF

      * THE ROLLED-UP COST HAS TO FIT THE KIT'S OWN UNIT PURCHASE
      * PRICE FIELD BEFORE A BUILD CAN SET IT.

           IF WS-KIT-OK-SW = 'YES'
                   AND WS-TRANS-CODE = 'B'
                   AND WS-KIT-ROLLED-COST > 999.99
               MOVE 'NO' TO WS-KIT-OK-SW
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'REJECTED - KIT COST OVER 999.99'
                   TO LOG-ACTION-OUT
           END-IF

           IF WS-KIT-OK-SW = 'YES'
               PERFORM 258-REWRITE-KIT-RECORDS
           END-IF
           .

       255-CHECK-KIT-QUANTITY.

           IF WS-TRANS-CODE = 'B'
               COMPUTE WS-KIT-NEW-QOH-N = WS-KIT-QOH-N + WS-KIT-QTY-N
               IF WS-KIT-NEW-QOH-N > 9999
                   MOVE 'NO' TO WS-KIT-OK-SW
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'REJECTED - KIT QUANTITY OVERFLOW'
                       TO LOG-ACTION-OUT
               END-IF
           ELSE
               IF WS-KIT-QTY-N > WS-KIT-QOH-N
                   MOVE 'NO' TO WS-KIT-OK-SW
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'REJECTED - BREAK EXCEEDS KITS ON HAND'
                       TO LOG-ACTION-OUT
               ELSE
                   COMPUTE WS-KIT-NEW-QOH-N =
                       WS-KIT-QOH-N - WS-KIT-QTY-N
               END-IF
           END-IF
           .

       256-READ-COMPONENT.

           MOVE WS-TRANS-LOCATION TO MST-LOCATION-CODE
           MOVE WS-KW-COMPONENT(WS-KW-IX) TO MST-KEY-CATALOG
           READ MASTER-FILE
               INVALID KEY
                   MOVE 'NO' TO WS-KIT-OK-SW
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE SPACES TO LOG-ACTION-OUT
                   STRING 'REJECTED - NO COMPONENT ' DELIMITED BY SIZE
                          WS-KW-COMPONENT(WS-KW-IX) DELIMITED BY SIZE
                       INTO LOG-ACTION-OUT
               NOT INVALID KEY
                   MOVE MASTER-REC TO WS-KW-RECORD(WS-KW-IX)
                   MOVE MASTER-REC TO WS-KW-BEFORE(WS-KW-IX)
                   PERFORM 257-CHECK-COMPONENT
           END-READ
           ADD 1 TO WS-KW-IX
           .

       257-CHECK-COMPONENT.

      * A BUILD NEEDS THE QUANTITY PER KIT TIMES THE KITS BUILT OF
      * EVERY COMPONENT ON HAND; A BREAK PUTS THE SAME QUANTITY
      * BACK, WHICH MUST STILL FIT THE FOUR-DIGIT FIELD.  THE COST
      * ROLLS UP AT EACH COMPONENT'S UNIT PURCHASE PRICE.  A COST
      * TOO BIG FOR THE ROLL-UP FIELD IS HELD AT ITS TOP, SO THE
      * 999.99 LIMIT ON A BUILD STILL CATCHES IT.

           IF WS-KW-QOH(WS-KW-IX) IS NOT NUMERIC
                   OR WS-KW-UNIT-PRICE(WS-KW-IX) IS NOT NUMERIC
               MOVE 'NO' TO WS-KIT-OK-SW
               ADD 1 TO WS-REJECT-COUNT
               MOVE SPACES TO LOG-ACTION-OUT
               STRING 'REJECTED - COMPONENT ' DELIMITED BY SIZE
                      WS-KW-COMPONENT(WS-KW-IX) DELIMITED BY SIZE
                      ' BAD DATA' DELIMITED BY SIZE
                   INTO LOG-ACTION-OUT
           ELSE
               MOVE WS-KW-QOH(WS-KW-IX) TO WS-KIT-COMP-QOH-N
               COMPUTE WS-KIT-NEED-N =
                   WS-KW-QTY-PER(WS-KW-IX) * WS-KIT-QTY-N
               COMPUTE WS-KIT-ROLLED-COST = WS-KIT-ROLLED-COST
                   + WS-KW-UNIT-PRICE(WS-KW-IX)
                   * WS-KW-QTY-PER(WS-KW-IX)
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-KIT-ROLLED-COST
               END-COMPUTE
               IF WS-TRANS-CODE = 'B'
                   IF WS-KIT-NEED-N > WS-KIT-COMP-QOH-N
                       MOVE 'NO' TO WS-KIT-OK-SW
                       ADD 1 TO WS-REJECT-COUNT
                       MOVE SPACES TO LOG-ACTION-OUT
                       STRING 'REJECTED - SHORT COMPONENT '
                              DELIMITED BY SIZE
                              WS-KW-COMPONENT(WS-KW-IX)
                              DELIMITED BY SIZE
                           INTO LOG-ACTION-OUT
                   ELSE
                       COMPUTE WS-KW-NEW-QOH-N(WS-KW-IX) =
                           WS-KIT-COMP-QOH-N - WS-KIT-NEED-N
                   END-IF
               ELSE
                   COMPUTE WS-KW-NEW-QOH-N(WS-KW-IX) =
                       WS-KIT-COMP-QOH-N + WS-KIT-NEED-N
                   IF WS-KW-NEW-QOH-N(WS-KW-IX) > 9999
                       MOVE 'NO' TO WS-KIT-OK-SW
                       ADD 1 TO WS-REJECT-COUNT
                       MOVE SPACES TO LOG-ACTION-OUT
                       STRING 'REJECTED - OVERFLOW ON '
                              DELIMITED BY SIZE
                              WS-KW-COMPONENT(WS-KW-IX)
                              DELIMITED BY SIZE
                           INTO LOG-ACTION-OUT
                   END-IF
               END-IF
           END-IF
           .

       258-REWRITE-KIT-RECORDS.

      * EVERY COMPONENT, THEN THE KIT, EACH JOURNALED WITH ITS OWN
      * BEFORE IMAGE, SO A FORWARD RECOVERY REPLAYS THE WHOLE
      * BUILD OR BREAK.

           MOVE 1 TO WS-KW-IX
           PERFORM 259-REWRITE-COMPONENT
               UNTIL WS-KW-IX > WS-KIT-COMP-COUNT

           MOVE WS-KIT-NEW-QOH-N TO WS-KIT-OUT-N
           MOVE WS-KIT-OUT-N TO WS-KR-QOH
           IF WS-TRANS-CODE = 'B'
               MOVE WS-KIT-ROLLED-COST TO WS-KR-UNIT-PRICE
               MOVE 'BUILT' TO WS-KIT-VERB
           ELSE
               MOVE 'BROKE' TO WS-KIT-VERB
           END-IF
           MOVE WS-KIT-RECORD TO MASTER-REC
           REWRITE MASTER-REC
           MOVE 'RW' TO WS-JRN-ACTION
           MOVE WS-JRN-KIT-BEFORE TO WS-JRN-BEFORE
           MOVE MASTER-REC TO WS-JRN-AFTER
           PERFORM 242-WRITE-JOURNAL-RECORD

           MOVE SPACES TO LOG-ACTION-OUT
           STRING WS-KIT-VERB DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-KIT-QUANTITY DELIMITED BY SIZE
                  ' KITS AT LOC ' DELIMITED BY SIZE
                  WS-TRANS-LOCATION DELIMITED BY SIZE
               INTO LOG-ACTION-OUT

      * A BUILD OR BREAK REAPPLIED ON A RESTART WOULD MOVE THE
      * STOCK A SECOND TIME, SO IT IS CHECKPOINTED THE MOMENT IT
      * LANDS, SAME AS A TRANSFER.

           PERFORM 180-TAKE-CHECKPOINT
           .

       259-REWRITE-COMPONENT.

           MOVE WS-KW-NEW-QOH-N(WS-KW-IX) TO WS-KIT-OUT-N
           MOVE WS-KIT-OUT-N TO WS-KW-QOH(WS-KW-IX)
           MOVE WS-KW-RECORD(WS-KW-IX) TO MASTER-REC
           REWRITE MASTER-REC
           MOVE 'RW' TO WS-JRN-ACTION
           MOVE WS-KW-BEFORE(WS-KW-IX) TO WS-JRN-BEFORE
           MOVE MASTER-REC TO WS-JRN-AFTER
           PERFORM 242-WRITE-JOURNAL-RECORD
           ADD 1 TO WS-KW-IX
           .

       242-WRITE-JOURNAL-RECORD.

      * ONE JOURNAL RECORD PER MASTER UPDATE.  THE SEQUENCE IS THE
           MOVE WS-JRN-ACTION TO JRN-ACTION
           MOVE WS-JRN-BEFORE TO JRN-BEFORE-IMAGE
           MOVE WS-JRN-AFTER TO JRN-AFTER-IMAGE
           MOVE WS-RELEASE-OPERATOR-ID TO JRN-OPERATOR-ID
           WRITE JOURNAL-REC
           PERFORM 260-KEEP-LOTS-IN-STEP
           .

       260-KEEP-LOTS-IN-STEP.

      * EVERY MASTER UPDATE COMES THROUGH THE JOURNAL, SO THE LOTS
      * ARE KEPT IN STEP HERE, FROM THE SAME BEFORE AND AFTER
      * IMAGES - WHATEVER THE TRANSACTION, A DATE-CODED PART'S LOTS
      * MOVE BY EXACTLY WHAT ITS ON-HAND MOVED.  A WRITE HAS NOTHING
      * BEFORE IT AND A DELETE LEAVES NOTHING AFTER IT.

           MOVE WS-JRN-BEFORE TO WS-LOT-BEFORE-IMAGE
           MOVE WS-JRN-AFTER TO WS-LOT-AFTER-IMAGE
           IF WS-JRN-ACTION = 'DL'
               MOVE WS-LB-LOCATION TO WS-LOT-LOCATION
               MOVE WS-LB-CATALOG TO WS-LOT-CATALOG
           ELSE
               MOVE WS-LA-LOCATION TO WS-LOT-LOCATION
               MOVE WS-LA-CATALOG TO WS-LOT-CATALOG
           END-IF

           MOVE 'NO' TO WS-SHELF-FOUND-SW
           MOVE 1 TO WS-SHL-IX
           PERFORM 261-FIND-SHELF-LIFE
               UNTIL WS-SHL-IX > WS-SHL-COUNT
                  OR WS-SHELF-FOUND-SW = 'YES'
           IF WS-SHELF-FOUND-SW = 'YES'
               MOVE ZERO TO WS-LOT-BEFORE-N
               MOVE ZERO TO WS-LOT-AFTER-N
               IF WS-JRN-ACTION NOT = 'WR'
                       AND WS-LB-QOH IS NUMERIC
                   MOVE WS-LB-QOH TO WS-LOT-BEFORE-N
               END-IF
               IF WS-JRN-ACTION NOT = 'DL'
                       AND WS-LA-QOH IS NUMERIC
                   MOVE WS-LA-QOH TO WS-LOT-AFTER-N
               END-IF
               IF WS-LOT-AFTER-N < WS-LOT-BEFORE-N
                   COMPUTE WS-LOT-NEED-N =
                       WS-LOT-BEFORE-N - WS-LOT-AFTER-N
                   PERFORM 262-RELIEVE-LOTS
               END-IF
               IF WS-LOT-AFTER-N > WS-LOT-BEFORE-N
                   COMPUTE WS-LOT-NEED-N =
                       WS-LOT-AFTER-N - WS-LOT-BEFORE-N
                   PERFORM 266-ADD-TO-LOTS
               END-IF
           END-IF
           .

       261-FIND-SHELF-LIFE.

           IF WS-SHL-CATALOG(WS-SHL-IX) = WS-LOT-CATALOG
               MOVE 'YES' TO WS-SHELF-FOUND-SW
           ELSE
               ADD 1 TO WS-SHL-IX
           END-IF
           .

       262-RELIEVE-LOTS.

      * A 'W' THAT NAMES ITS DATE CODE TAKES THAT LOT FIRST - THE
      * EXPIRED LOT GOING BACK OR BEING WRITTEN OFF.  EVERYTHING
      * ELSE, AND WHATEVER THE NAMED LOT COULD NOT COVER, COMES OFF
      * THE OLDEST LOT FIRST.  LOTS THAT RUN OUT BEFORE THE ON-HAND
      * DID ARE OUT OF STEP WITH THE MASTER, AND SAY SO ON THE LOG.

           MOVE ZERO TO WS-MOVED-COUNT
           IF WS-TRANS-CODE = 'W'
                   AND WS-RTV-DATE-CODE NOT = SPACES
               MOVE WS-LOT-LOCATION TO LOT-LOCATION
               MOVE WS-LOT-CATALOG TO LOT-CATALOG-NUMBER
               MOVE WS-RTV-DATE-CODE TO LOT-DATE-CODE
               READ LOT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 264-TAKE-FROM-LOT
               END-READ
           END-IF

           MOVE 'NO' TO WS-LOT-EOF-SW
           PERFORM 263-RELIEVE-OLDEST-LOT
               UNTIL WS-LOT-NEED-N = ZERO
                  OR WS-LOT-EOF-SW = 'YES'
           IF WS-LOT-NEED-N > ZERO
               MOVE WS-LOT-CATALOG TO LSL-CATALOG-OUT
               MOVE WS-LOT-LOCATION TO LSL-LOCATION-OUT
               MOVE WS-LOT-NEED-N TO LSL-QUANTITY-OUT
               MOVE WS-LOT-SHORT-LINE TO LOG-REC
               WRITE LOG-REC AFTER ADVANCING 1 LINE
           END-IF
           .

       263-RELIEVE-OLDEST-LOT.

      * A LOT THAT IS EMPTIED IS DELETED, SO THE FIRST LOT OF THE
      * PART AT THE LOCATION IS ALWAYS THE OLDEST ONE LEFT.

           MOVE WS-LOT-LOCATION TO LOT-LOCATION
           MOVE WS-LOT-CATALOG TO LOT-CATALOG-NUMBER
           MOVE '000000' TO LOT-DATE-CODE
           START LOT-FILE
               KEY IS NOT LESS THAN LOT-KEY
               INVALID KEY
                   MOVE 'YES' TO WS-LOT-EOF-SW
           END-START
           IF WS-LOT-EOF-SW = 'NO'
               READ LOT-FILE NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-LOT-EOF-SW
                   NOT AT END
                       IF LOT-LOCATION = WS-LOT-LOCATION
                               AND LOT-CATALOG-NUMBER = WS-LOT-CATALOG
                           PERFORM 264-TAKE-FROM-LOT
                       ELSE
                           MOVE 'YES' TO WS-LOT-EOF-SW
                       END-IF
               END-READ
           END-IF
           .

       264-TAKE-FROM-LOT.

           IF LOT-QUANTITY IS NOT NUMERIC
               MOVE ZERO TO LOT-QUANTITY
           END-IF
           IF LOT-QUANTITY > WS-LOT-NEED-N
               MOVE WS-LOT-NEED-N TO WS-LOT-TAKE-N
           ELSE
               MOVE LOT-QUANTITY TO WS-LOT-TAKE-N
           END-IF
           SUBTRACT WS-LOT-TAKE-N FROM LOT-QUANTITY
           SUBTRACT WS-LOT-TAKE-N FROM WS-LOT-NEED-N
           IF WS-MOVED-COUNT < 20
                   AND WS-LOT-TAKE-N > ZERO
               ADD 1 TO WS-MOVED-COUNT
               MOVE LOT-DATE-CODE TO WS-MV-DATE-CODE(WS-MOVED-COUNT)
               MOVE WS-LOT-TAKE-N TO WS-MV-QUANTITY(WS-MOVED-COUNT)
           END-IF
           IF LOT-QUANTITY = ZERO
               DELETE LOT-FILE RECORD
           ELSE
               MOVE WS-JOURNAL-DATE TO LOT-LAST-MOVED
               REWRITE LOT-REC
           END-IF
           .

       266-ADD-TO-LOTS.

      * THE RECEIVING SIDE OF A TRANSFER LANDS THE DATE CODES THE
      * SENDING SIDE JUST GAVE UP - THE SENDING SIDE IS ALWAYS
      * JOURNALED FIRST.  ANYTHING ELSE COMING IN HERE CARRIES NO
      * DATE CODE AND GOES ONTO THE UNDATED LOT.

           IF WS-TRANS-CODE = 'T'
                   AND WS-LOT-LOCATION = WS-XFER-TO-LOCATION
               MOVE 1 TO WS-MV-IX
               PERFORM 267-ADD-MOVED-LOT
                   UNTIL WS-MV-IX > WS-MOVED-COUNT
                      OR WS-LOT-NEED-N = ZERO
           END-IF
           IF WS-LOT-NEED-N > ZERO
               MOVE '000000' TO WS-LOT-DATE-CODE
               MOVE WS-LOT-NEED-N TO WS-LOT-TAKE-N
               MOVE ZERO TO WS-LOT-NEED-N
               PERFORM 268-ADD-LOT-QUANTITY
           END-IF
           .

       267-ADD-MOVED-LOT.

           MOVE WS-MV-DATE-CODE(WS-MV-IX) TO WS-LOT-DATE-CODE
           IF WS-MV-QUANTITY(WS-MV-IX) > WS-LOT-NEED-N
               MOVE WS-LOT-NEED-N TO WS-LOT-TAKE-N
           ELSE
               MOVE WS-MV-QUANTITY(WS-MV-IX) TO WS-LOT-TAKE-N
           END-IF
           SUBTRACT WS-LOT-TAKE-N FROM WS-LOT-NEED-N
           PERFORM 268-ADD-LOT-QUANTITY
           ADD 1 TO WS-MV-IX
           .

       268-ADD-LOT-QUANTITY.

           MOVE WS-LOT-LOCATION TO LOT-LOCATION
           MOVE WS-LOT-CATALOG TO LOT-CATALOG-NUMBER
           MOVE WS-LOT-DATE-CODE TO LOT-DATE-CODE
           READ LOT-FILE
               INVALID KEY
                   PERFORM 269-WRITE-NEW-LOT
               NOT INVALID KEY
                   IF LOT-QUANTITY IS NOT NUMERIC
                       MOVE ZERO TO LOT-QUANTITY
                   END-IF
                   ADD WS-LOT-TAKE-N TO LOT-QUANTITY
                   MOVE WS-JOURNAL-DATE TO LOT-LAST-MOVED
                   REWRITE LOT-REC
           END-READ
           .

       269-WRITE-NEW-LOT.

           MOVE SPACES TO LOT-REC
           MOVE WS-LOT-LOCATION TO LOT-LOCATION
           MOVE WS-LOT-CATALOG TO LOT-CATALOG-NUMBER
           MOVE WS-LOT-DATE-CODE TO LOT-DATE-CODE
           MOVE WS-LOT-TAKE-N TO LOT-QUANTITY
           MOVE WS-JOURNAL-DATE TO LOT-RECEIVED-DATE
           MOVE WS-JOURNAL-DATE TO LOT-LAST-MOVED
           WRITE LOT-REC
           .

       250-CLOSE-ROUTINE.
               CLOSE   MASTER-FILE
                       SORTED-TRANS-FILE
                       JOURNAL-FILE
                       VENDOR-CREDIT-FILE
                       LOT-FILE
           END-IF
           CLOSE   MAINT-LOG-FILE


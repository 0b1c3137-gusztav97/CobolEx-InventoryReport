       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM29.
       AUTHOR. GUSZTAV FRANCIA.


      *  This program is the daily security violation report.  The
      *  receiving desk (PROGRAM11) and the stock inquiry (PROGRAM9)
      *  log every failed sign-on and every attempt outside an
      *  operator's authority, and the batch steps log every batch
      *  release or run-control override that carries a bad
      *  sign-on or an operator without the authority for it.  This
      *  run prints everything logged since the last print - when,
      *  at which program, the ID as keyed with the operator's name
      *  where the ID is on file, the kind of violation, and the
      *  function attempted - with counts and a line for the
      *  supervisor to sign the review off.
      *
      *  Every record printed is added to the violation history
      *  file and the log is then started fresh, so each day's
      *  report shows only what is new, and nothing is lost if a
      *  day's print is missed - the next run picks it up.  Any
      *  violation on the report hands the job stream a condition
      *  code of 4.
      *
      *  INPUT:  PR1FA17Y.VIO  - security violation log
      *          PR1FA17Y.TXT  - operator file (names)
      *  OUTPUT: PROGRAM29FA18.TXT - security violation report
      *          PR1FA17Y.HST  - violation history (extended)
      *          PR1FA17Y.VIO  - violation log, started fresh
      *
      **********************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBMPC.
       OBJECT-COMPUTER.    IBMPC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * OPTIONAL SO A DAY WITH NOTHING LOGGED PRINTS A CLEAN
      * REPORT.

           SELECT OPTIONAL VIOLATION-FILE
               ASSIGN TO 'PR1FA17Y.VIO'
               ORGANIZATION IS LINE SEQUENTIAL.

      * EVERY VIOLATION EVER PRINTED, OPENED EXTEND SO EACH DAY'S
      * QUEUE BEHIND THE LAST.

           SELECT OPTIONAL VIOLATION-HISTORY-FILE
               ASSIGN TO 'PR1FA17Y.HST'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPERATOR-FILE
               ASSIGN TO 'PR1FA17Y.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-STATUS.

           SELECT VIOLATION-REPORT-FILE
               ASSIGN TO PRINTER 'PROGRAM29FA18.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.

      * SAME VIOLATION RECORD THE SIGN-ON AND AUTHORITY CHECKS
      * WRITE.  TYPE S IS A FAILED SIGN-ON, A IS AN ATTEMPT OUTSIDE
      * THE OPERATOR'S AUTHORITY.

       FD  VIOLATION-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  VIOLATION-REC.
           05  VIO-DATE               PIC 9(8).
           05  VIO-TIME.
               10  VIO-TIME-HH        PIC 9(2).
               10  VIO-TIME-MM        PIC 9(2).
               10  VIO-TIME-SS        PIC 9(2).
           05  VIO-PROGRAM            PIC X(9).
           05  VIO-OPERATOR-ID        PIC X(3).
           05  VIO-TYPE               PIC X(1).
           05  VIO-FUNCTION           PIC X(20).
           05  FILLER                 PIC X(33).

       FD  VIOLATION-HISTORY-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  VIOLATION-HISTORY-REC      PIC X(80).

      * SAME OPERATOR RECORD THE SIGN-ON CHECKS READ.  ONLY THE ID
      * AND NAME ARE WANTED HERE - THE PASSWORD IS NEVER PRINTED.

       FD  OPERATOR-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  OPERATOR-REC.
           05  OPR-ID                 PIC X(3).
           05  FILLER                 PIC X(8).
           05  OPR-NAME               PIC X(20).
           05  FILLER                 PIC X(49).

       FD  VIOLATION-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  REPORT-REC.
           05                         PIC X(100).

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05  ARE-THERE-MORE-RECORDS PIC X(3) VALUE 'YES'.
           05  WS-OPERATOR-STATUS     PIC X(2).
           05  WS-OPERATOR-EOF-SW     PIC X(3) VALUE 'NO'.
           05  WS-OPERATOR-FOUND-SW   PIC X(3).

       01  WS-DATE.
           05  WS-YEAR                PIC 99.
           05  WS-MONTH               PIC 99.
           05  WS-DAY                 PIC 99.

      * OPERATOR FILE, LOADED INTO THIS TABLE ONCE AT STARTUP FOR
      * THE NAMES ON THE REPORT.

       01  WS-OPERATOR-TABLE.
           05  WS-OPR-ENTRY OCCURS 100 TIMES.
               10  WS-OT-ID           PIC X(3).
               10  WS-OT-NAME         PIC X(20).

       01  WS-OPERATOR-SUBSCRIPTS.
           05  WS-OPERATOR-COUNT      PIC 9(3) VALUE ZERO.
           05  WS-OT-IX               PIC 9(3).

       01  WS-TOTALS.
           05  WS-VIOLATIONS-PRINTED  PIC 9(5) VALUE ZERO.
           05  WS-SIGN-ON-FAILURES    PIC 9(5) VALUE ZERO.
           05  WS-AUTHORITY-FAILURES  PIC 9(5) VALUE ZERO.

       01  WS-RPT-HEADING-1.
           05  FILLER                 PIC X(30) VALUE SPACES.
           05  RH1-TITLE              PIC X(28) VALUE
               'DAILY SECURITY VIOLATION LOG'.
           05  FILLER                 PIC X(10) VALUE SPACES.
           05  RH1-DATE.
               10  RH1-MONTH          PIC 99.
               10  FILLER             PIC X VALUE '/'.
               10  RH1-DAY            PIC 99.
               10  FILLER             PIC X VALUE '/'.
               10  RH1-YEAR           PIC 9999.
           05  FILLER                 PIC X(22) VALUE SPACES.

       01  WS-RPT-HEADING-2.
           05  RH2-DATE-NAME          PIC X(4) VALUE 'DATE'.
           05  FILLER                 PIC X(6).
           05  RH2-TIME-NAME          PIC X(4) VALUE 'TIME'.
           05  FILLER                 PIC X(6).
           05  RH2-PROGRAM-NAME       PIC X(7) VALUE 'PROGRAM'.
           05  FILLER                 PIC X(4).
           05  RH2-ID-NAME            PIC X(3) VALUE 'OPR'.
           05  FILLER                 PIC X(2).
           05  RH2-OPERATOR-NAME      PIC X(13) VALUE
               'OPERATOR NAME'.
           05  FILLER                 PIC X(9).
           05  RH2-TYPE-NAME          PIC X(9) VALUE 'VIOLATION'.
           05  FILLER                 PIC X(10).
           05  RH2-FUNCTION-NAME      PIC X(18) VALUE
               'FUNCTION ATTEMPTED'.
           05  FILLER                 PIC X(5).

       01  VIOLATION-DETAIL-LINE.
           05  VDL-DATE-OUT           PIC 9(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  VDL-TIME-OUT.
               10  VDL-TIME-HH        PIC 9(2).
               10  FILLER             PIC X VALUE ':'.
               10  VDL-TIME-MM        PIC 9(2).
               10  FILLER             PIC X VALUE ':'.
               10  VDL-TIME-SS        PIC 9(2).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  VDL-PROGRAM-OUT        PIC X(9).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  VDL-OPERATOR-ID-OUT    PIC X(3).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  VDL-OPERATOR-NAME-OUT  PIC X(20).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  VDL-TYPE-OUT           PIC X(17).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  VDL-FUNCTION-OUT       PIC X(20).
           05  FILLER                 PIC X(3) VALUE SPACES.

       01  REPORT-COUNT-LINE.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  RCL-LABEL              PIC X(30).
           05  RCL-COUNT-OUT          PIC ZZZZ9.
           05  FILLER                 PIC X(62) VALUE SPACES.

       01  REPORT-SIGN-OFF-LINE.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  RSL-REVIEWED-LABEL     PIC X(24) VALUE
               'REVIEWED BY SUPERVISOR:'.
           05  RSL-SIGNATURE          PIC X(25) VALUE ALL '_'.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  RSL-DATE-LABEL         PIC X(6) VALUE 'DATE:'.
           05  RSL-DATE               PIC X(10) VALUE ALL '_'.
           05  FILLER                 PIC X(29) VALUE SPACES.

       PROCEDURE DIVISION.

       100-MAIN-MODULE.

           PERFORM 125-HOUSEKEEPING
           PERFORM 130-LOAD-OPERATOR-TABLE
           PERFORM 150-READ-VIOLATIONS
           PERFORM 240-RESET-VIOLATION-LOG
           PERFORM 250-CLOSE-ROUTINE

           .

       125-HOUSEKEEPING.

           OPEN    INPUT   VIOLATION-FILE
                   EXTEND  VIOLATION-HISTORY-FILE
                   OUTPUT  VIOLATION-REPORT-FILE

           ACCEPT WS-DATE FROM DATE
           MOVE WS-YEAR TO RH1-YEAR
           MOVE WS-MONTH TO RH1-MONTH
           MOVE WS-DAY TO RH1-DAY

           MOVE WS-RPT-HEADING-1 TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE
           MOVE WS-RPT-HEADING-2 TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 2 LINES
           .

       130-LOAD-OPERATOR-TABLE.

      * A MISSING OPERATOR FILE LEAVES THE TABLE EMPTY AND EVERY
      * LINE PRINTS AS NOT ON FILE - WHICH, WITH NO OPERATOR FILE,
      * IS THE TRUTH.

           OPEN INPUT OPERATOR-FILE
           IF WS-OPERATOR-STATUS = '00'
               PERFORM 131-LOAD-OPERATOR-ENTRY
                   UNTIL WS-OPERATOR-EOF-SW = 'YES'
                      OR WS-OPERATOR-COUNT = 100
               CLOSE OPERATOR-FILE
           END-IF
           .

       131-LOAD-OPERATOR-ENTRY.

           READ OPERATOR-FILE
               AT END
                   MOVE 'YES' TO WS-OPERATOR-EOF-SW
               NOT AT END
                   ADD 1 TO WS-OPERATOR-COUNT
                   MOVE OPR-ID TO WS-OT-ID(WS-OPERATOR-COUNT)
                   MOVE OPR-NAME TO WS-OT-NAME(WS-OPERATOR-COUNT)
           END-READ
           .

       150-READ-VIOLATIONS.

           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO'
               READ VIOLATION-FILE
                   AT END
                       MOVE 'NO' TO ARE-THERE-MORE-RECORDS
                   NOT AT END
                       PERFORM 200-PRINT-VIOLATION
               END-READ
           END-PERFORM
           .

       200-PRINT-VIOLATION.

      * ONE LINE PER VIOLATION, IN THE ORDER LOGGED, AND THE SAME
      * RECORD ONTO THE HISTORY FILE.

           MOVE VIO-DATE TO VDL-DATE-OUT
           MOVE VIO-TIME-HH TO VDL-TIME-HH
           MOVE VIO-TIME-MM TO VDL-TIME-MM
           MOVE VIO-TIME-SS TO VDL-TIME-SS
           MOVE VIO-PROGRAM TO VDL-PROGRAM-OUT
           MOVE VIO-OPERATOR-ID TO VDL-OPERATOR-ID-OUT
           MOVE VIO-FUNCTION TO VDL-FUNCTION-OUT

           PERFORM 210-FIND-OPERATOR
           IF WS-OPERATOR-FOUND-SW = 'YES'
               MOVE WS-OT-NAME(WS-OT-IX) TO VDL-OPERATOR-NAME-OUT
           ELSE
               MOVE '** NOT ON FILE **' TO VDL-OPERATOR-NAME-OUT
           END-IF

           EVALUATE VIO-TYPE
               WHEN 'S'
                   MOVE 'FAILED SIGN-ON' TO VDL-TYPE-OUT
                   ADD 1 TO WS-SIGN-ON-FAILURES
               WHEN 'A'
                   MOVE 'OUTSIDE AUTHORITY' TO VDL-TYPE-OUT
                   ADD 1 TO WS-AUTHORITY-FAILURES
               WHEN OTHER
                   MOVE 'UNKNOWN' TO VDL-TYPE-OUT
           END-EVALUATE

           MOVE VIOLATION-DETAIL-LINE TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE
           ADD 1 TO WS-VIOLATIONS-PRINTED

           MOVE VIOLATION-REC TO VIOLATION-HISTORY-REC
           WRITE VIOLATION-HISTORY-REC
           .

       210-FIND-OPERATOR.

           MOVE 'NO' TO WS-OPERATOR-FOUND-SW
           MOVE 1 TO WS-OT-IX
           PERFORM 211-CHECK-OPERATOR-ENTRY
               UNTIL WS-OPERATOR-FOUND-SW = 'YES'
                  OR WS-OT-IX > WS-OPERATOR-COUNT
           .

       211-CHECK-OPERATOR-ENTRY.

           IF WS-OT-ID(WS-OT-IX) = VIO-OPERATOR-ID
                   AND VIO-OPERATOR-ID NOT = SPACES
               MOVE 'YES' TO WS-OPERATOR-FOUND-SW
           ELSE
               ADD 1 TO WS-OT-IX
           END-IF
           .

       240-RESET-VIOLATION-LOG.

      * EVERYTHING ON THE LOG IS NOW PRINTED AND ON THE HISTORY
      * FILE, SO START THE LOG FRESH - TOMORROW'S REPORT SHOWS
      * ONLY WHAT IS LOGGED FROM HERE ON.

           CLOSE VIOLATION-FILE
           OPEN OUTPUT VIOLATION-FILE
           CLOSE VIOLATION-FILE
           .

       250-CLOSE-ROUTINE.

           IF WS-VIOLATIONS-PRINTED = ZERO
               MOVE '   NO SECURITY VIOLATIONS LOGGED' TO REPORT-REC
               WRITE REPORT-REC AFTER ADVANCING 1 LINE
           END-IF

           MOVE 'FAILED SIGN-ONS:' TO RCL-LABEL
           MOVE WS-SIGN-ON-FAILURES TO RCL-COUNT-OUT
           MOVE REPORT-COUNT-LINE TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 2 LINES

           MOVE 'ATTEMPTS OUTSIDE AUTHORITY:' TO RCL-LABEL
           MOVE WS-AUTHORITY-FAILURES TO RCL-COUNT-OUT
           MOVE REPORT-COUNT-LINE TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE

           MOVE 'TOTAL VIOLATIONS:' TO RCL-LABEL
           MOVE WS-VIOLATIONS-PRINTED TO RCL-COUNT-OUT
           MOVE REPORT-COUNT-LINE TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 1 LINE

           MOVE REPORT-SIGN-OFF-LINE TO REPORT-REC
           WRITE REPORT-REC AFTER ADVANCING 3 LINES

           CLOSE   VIOLATION-HISTORY-FILE
                   VIOLATION-REPORT-FILE

      * ANY VIOLATION AT ALL HANDS THE JOB STREAM A CONDITION CODE
      * OF 4 SO THE REPORT IS NOT FILED UNREAD.

           IF WS-VIOLATIONS-PRINTED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

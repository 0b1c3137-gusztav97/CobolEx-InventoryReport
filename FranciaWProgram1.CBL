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
      *
       DATA DIVISION.
       FILE SECTION.
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

       WORKING-STORAGE SECTION.
        01  WS-WORK-AREAS.
			05  WS-OVERRIDE-STATUS     PIC X(2).
			05  WS-RUN-ALLOWED-SW      PIC X(3) VALUE 'YES'.
			05  WS-OVERRIDE-SW         PIC X(3) VALUE 'NO'.
			05  WS-OPERATOR-STATUS     PIC X(2).
			05  WS-OPERATOR-EOF-SW     PIC X(3).
			05  WS-OPERATOR-FOUND-SW   PIC X(3).
			05  WS-OPERATOR-OK-SW      PIC X(3).
       01  WS-PAGE-CONTROL.
           05  WS-PAGE-NUMBER          PIC 999   VALUE 1.
           05  WS-LINE-COUNT           PIC 9(3)  VALUE ZERO.
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

      * THE SHARED RUN-CONTROL RECORD - ONE DATE AND STATUS PER
      * STEP OF THE DAILY STREAM (R = RUNNING, C = COMPLETE).

       127-CHECK-OVERRIDE.

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
           MOVE 'PROGRAM1' TO VIO-PROGRAM
           MOVE WS-SIGN-ON-ID TO VIO-OPERATOR-ID
           MOVE WS-VIOLATION-TYPE TO VIO-TYPE
           MOVE WS-VIOLATION-FUNCTION TO VIO-FUNCTION
           WRITE VIOLATION-REC
           CLOSE VIOLATION-FILE
           .

       128-WRITE-RUN-CONTROL.

           OPEN OUTPUT RUN-CONTROL-FILE

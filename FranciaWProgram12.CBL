       FILE SECTION.

      * SAME JOURNAL RECORD THE MAINTENANCE RUN WRITES - RUN DATE,
      * TRANSACTION SEQUENCE, ACTION (WR/RW/DL), THE FULL BEFORE
      * AND AFTER RECORD IMAGES, AND THE RELEASING OPERATOR.

       FD  JOURNAL-FILE
           RECORD CONTAINS 180 CHARACTERS.
           05  JRN-ACTION             PIC X(2).
           05  JRN-BEFORE-IMAGE       PIC X(80).
           05  JRN-AFTER-IMAGE        PIC X(80).
           05  JRN-OPERATOR-ID        PIC X(3).

       FD  MASTER-FILE.
       01  MASTER-REC.

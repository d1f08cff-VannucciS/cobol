      *          glance whether the night finished and, if not, which
      *          step to restart from.  Printed to a report file and
      *          echoed to the terminal - this is the page the
      *          operators pull first thing in the morning.  Each
      *          step also shows the seconds it took, and the night's
      *          total prints under the list.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           02  RC-END-TIME     PIC 9(8).
           02 FILLER           PIC X(1).
           02  RC-RETURN-CODE  PIC 9(4).
           02 FILLER           PIC X(1).
           02  RC-ELAPSED-SECONDS PIC 9(7).

       FD STATUS-REPORT.
       01  REPORT-LINE PIC X(80).
       01  STEPS-LISTED PIC 9(2) VALUE ZERO.
       01  STEPS-FAILED PIC 9(2) VALUE ZERO.
       01  STEPS-RUNNING PIC 9(2) VALUE ZERO.
       01  TOTAL-ELAPSED PIC 9(9) VALUE ZERO.

       01  HEADING-LINE-1 PIC X(80) VALUE
           "NIGHT STATUS REPORT".
       01  HEADING-LINE-2.
           05 FILLER           PIC X(68) VALUE
               "SEQ  STEP      STATUS    START / END STAMPS AND RC".
           05 FILLER           PIC X(12) VALUE "ELAPSED".

       01  DETAIL-LINE.
           05 DL-SEQ           PIC 9(2).
           05 DL-END-TIME      PIC 9(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DL-RC            PIC 9(4).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DL-ELAPSED       PIC ZZZZZZ9.

       01  ELAPSED-TOTAL-LINE.
           05 FILLER           PIC X(30) VALUE
               "TOTAL ELAPSED SECONDS:".
           05 ET-SECONDS       PIC ZZZZZZZZ9.

       01  NO-RUN-LINE PIC X(80) VALUE
           "NO RUN-CONTROL RECORDS ON FILE - THE NIGHT NEVER STARTED".
           MOVE RC-END-DATE TO DL-END-DATE.
           MOVE RC-END-TIME TO DL-END-TIME.
           MOVE RC-RETURN-CODE TO DL-RC.
           MOVE RC-ELAPSED-SECONDS TO DL-ELAPSED.
           ADD RC-ELAPSED-SECONDS TO TOTAL-ELAPSED.
           WRITE REPORT-LINE FROM DETAIL-LINE.
           DISPLAY DETAIL-LINE.
           ADD 1 TO STEPS-LISTED.
               WRITE REPORT-LINE FROM NO-RUN-LINE
               DISPLAY NO-RUN-LINE
           ELSE
               MOVE TOTAL-ELAPSED TO ET-SECONDS
               WRITE REPORT-LINE FROM ELAPSED-TOTAL-LINE
               DISPLAY ELAPSED-TOTAL-LINE
               IF STEPS-FAILED = ZERO AND STEPS-RUNNING = ZERO
                   WRITE REPORT-LINE FROM ALL-CLEAN-LINE
                   DISPLAY ALL-CLEAN-LINE

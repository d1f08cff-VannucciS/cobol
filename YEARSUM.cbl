           02  HIST-RECORD-TYPE     PIC X(1).
               88 HIST-PAYMENT  VALUE "2".
               88 HIST-REVERSAL VALUE "4".
               88 HIST-AID      VALUE "9".
               88 HIST-CHARGE   VALUE "A".
           02 FILLER                PIC X(1).
           02  HIST-DATE            PIC 9(8).
           02 FILLER                PIC X(1).
           02  HIST-OPERATOR-ID     PIC X(4).
           02 FILLER                PIC X(1).
           02  HIST-SOURCE-FLAG     PIC X(1).
           02  HIST-CHARGE-CODE     PIC X(4).
           02 FILLER                PIC X(34).

       FD SUMMARY-FILE.
       01  SUMMARY-LINE PIC X(80).
               IF HIST-STUDENTNUMBER NOT = CURRENT-STUDENT
                   MOVE "Y" TO HIST-EOF-SW
               ELSE
      * Archived charges and aid awards are not money the student
      * paid and stay off the summary.
                   IF HIST-DATE (1:4) = SUMMARY-YEAR-EDIT
                       AND NOT HIST-CHARGE
                       AND NOT HIST-AID
                       MOVE HIST-DATE TO ROW-DATE
                       MOVE HIST-AMOUNT TO ROW-AMOUNT
                       MOVE HIST-TERM-ID TO ROW-TERM

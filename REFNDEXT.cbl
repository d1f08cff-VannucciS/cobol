      *          prints a refund register with control totals.  Runs
      *          in BATCHRUN after payment posting, so a credit
      *          approved during the day goes out the same night.
      *          Each refund extracted is also filed on the refund
      *          check master awaiting its check, where REFNDCHK
      *          matches accounts payable's check and the bank's
      *          payment back to it and REFNDOUT ages it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT REFUND-REGISTER
               ASSIGN TO "refund-register.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REFUND-CHECK-FILE ASSIGN TO "refund-checks.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RCK-KEY
               FILE STATUS IS REFUND-CHECK-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FD REFUND-REGISTER.
       01  REGISTER-LINE PIC X(80).

      * One row per refund extracted, keyed by student and extract
      * date - the credit record itself is reused by the student's
      * next overpayment, so the check's life is followed here.
       FD REFUND-CHECK-FILE.
       01  REFUND-CHECK-RECORD.
           02  RCK-KEY.
               03 RCK-STUDENTNUMBER   PIC 9(7).
               03 RCK-EXTRACT-DATE    PIC 9(8).
           02 FILLER                  PIC X(1).
           02  RCK-AMOUNT             PIC 9(5).
           02 FILLER                  PIC X(1).
           02  RCK-APPROVED-BY        PIC X(4).
           02 FILLER                  PIC X(1).
           02  RCK-STATUS             PIC X(1).
               88 RCK-EXTRACTED VALUE "E".
               88 RCK-ISSUED    VALUE "I".
               88 RCK-CLEARED   VALUE "C".
               88 RCK-VOIDED    VALUE "V".
           02 FILLER                  PIC X(1).
           02  RCK-CHECK-NUMBER       PIC 9(8).
           02 FILLER                  PIC X(1).
           02  RCK-ISSUE-DATE         PIC 9(8).
           02 FILLER                  PIC X(1).
           02  RCK-PAID-DATE          PIC 9(8).
           02 FILLER                  PIC X(1).
           02  RCK-PAID-AMOUNT        PIC 9(5).
           02 FILLER                  PIC X(1).
           02  RCK-VOID-DATE          PIC 9(8).
           02 FILLER                  PIC X(10).

       WORKING-STORAGE SECTION.
      *-----------------------
       01  STUDENT-FILE-STATUS PIC X(2).
       01  REFUND-CHECK-STATUS PIC X(2).
       01  EOF-FLAG PIC X VALUE "N".
           88 END-OF-STUDENTS VALUE "Y".
       01  CURRENT-STUDENT PIC 9(7).
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O REFUND-CHECK-FILE.
           IF REFUND-CHECK-STATUS = "35"
               CLOSE REFUND-CHECK-FILE
               OPEN OUTPUT REFUND-CHECK-FILE
               CLOSE REFUND-CHECK-FILE
               OPEN I-O REFUND-CHECK-FILE
           END-IF.
           IF REFUND-CHECK-STATUS NOT = "00"
               DISPLAY "Unable to open refund-checks.txt, status "
                   REFUND-CHECK-STATUS
               CLOSE STUDENT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT EXTRACT-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT CHECK-EXTRACT-FILE.
           OPEN OUTPUT REFUND-REGISTER.
               UNTIL END-OF-STUDENTS.
           PERFORM PRINT-CONTROL-TOTALS.
           CLOSE STUDENT-FILE.
           CLOSE REFUND-CHECK-FILE.
           CLOSE CHECK-EXTRACT-FILE.
           CLOSE REFUND-REGISTER.
           GOBACK.
                   PERFORM GET-STUDENT-NAME
                   PERFORM WRITE-EXTRACT-RECORD
                   PERFORM WRITE-REGISTER-LINE
                   PERFORM FILE-REFUND-CHECK
           END-REWRITE.

       GET-STUDENT-NAME.
           MOVE EXTRACT-DATE TO XD-EXTRACT-DATE.
           WRITE EXTRACT-LINE FROM EXTRACT-DETAIL-LINE.

       FILE-REFUND-CHECK.
      * The check number and issue date arrive later from accounts
      * payable; until then the refund waits as extracted.
           MOVE SPACES TO REFUND-CHECK-RECORD.
           MOVE CURRENT-STUDENT TO RCK-STUDENTNUMBER.
           MOVE EXTRACT-DATE TO RCK-EXTRACT-DATE.
           MOVE REFUND-AMOUNT TO RCK-AMOUNT.
           MOVE REFUND-APPROVED-BY TO RCK-APPROVED-BY.
           SET RCK-EXTRACTED TO TRUE.
           MOVE ZERO TO RCK-CHECK-NUMBER.
           MOVE ZERO TO RCK-ISSUE-DATE.
           MOVE ZERO TO RCK-PAID-DATE.
           MOVE ZERO TO RCK-PAID-AMOUNT.
           MOVE ZERO TO RCK-VOID-DATE.
           WRITE REFUND-CHECK-RECORD
               INVALID KEY
                   DISPLAY "WARNING: student " CURRENT-STUDENT
                       " already has a refund extracted today - "
                       "this one is not on refund-checks.txt and "
                       "must be matched by hand."
           END-WRITE.

       WRITE-REGISTER-LINE.
           MOVE CURRENT-STUDENT TO DL-NUMBER.
           MOVE CURRENT-NAME TO DL-NAME.

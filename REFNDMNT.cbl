      *          nightly job and writes the check extract the bursar
      *          cuts checks from.  Sign-on is validated against the
      *          operator master and restricted to supervisors the
      *          way OPERMNT restricts its own maintenance.  The
      *          check status option shows each refund extracted for
      *          a student and where its check stands - waiting on
      *          accounts payable, issued, cleared by the bank, or
      *          voided - from the refund check master REFNDCHK and
      *          REFNDOUT maintain.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS OPERATOR-FILE-STATUS.
           SELECT REFUND-CHECK-FILE ASSIGN TO "refund-checks.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RCK-KEY
               FILE STATUS IS REFUND-CHECK-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           02 FILLER   PIC A(1) VALUE " ".
           02  OPER-NAME       PIC X(20).

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
       01  OPERATOR-FILE-STATUS PIC X(2).
       01  REFUND-CHECK-STATUS PIC X(2).
       01  REFUND-CHECK-COUNT PIC 9(5).
       01  MAINT-CHOICE PIC X.
           88 MAINT-DONE VALUE "Q" "q".
       01  SIGNON-OK-SW PIC X VALUE "N".
           DISPLAY "  L - List credits awaiting approval".
           DISPLAY "  R - Read a student's credit balance".
           DISPLAY "  A - Approve a refund".
           DISPLAY "  C - Check status of a student's refunds".
           DISPLAY "  Q - Quit".
           DISPLAY "Enter choice: "
           ACCEPT MAINT-CHOICE.
                   IF MAINT-CHOICE = "A" OR "a"
                       PERFORM APPROVE-REFUND
                   ELSE
                       IF MAINT-CHOICE = "C" OR "c"
                           PERFORM LIST-REFUND-CHECKS
                       ELSE
                           IF NOT MAINT-DONE
                               DISPLAY "Invalid choice, try again."
                           END-IF
                       END-IF
                   END-IF
               END-IF
               END-IF
           END-IF.

       LIST-REFUND-CHECKS.
      * The credit record only ever holds the latest refund, so a
      * student's refund history comes from the refund check
      * master, oldest extract first.
           PERFORM GET-LOOKUP-NUMBER.
           OPEN INPUT REFUND-CHECK-FILE.
           IF REFUND-CHECK-STATUS NOT = "00"
               DISPLAY "No refund checks on file."
           ELSE
               MOVE ZERO TO REFUND-CHECK-COUNT
               MOVE "N" TO EOF-FLAG
               MOVE LOOKUP-NUMBER TO RCK-STUDENTNUMBER
               MOVE ZERO TO RCK-EXTRACT-DATE
               START REFUND-CHECK-FILE KEY NOT LESS THAN RCK-KEY
                   INVALID KEY
                       MOVE "Y" TO EOF-FLAG
               END-START
               PERFORM LIST-ONE-REFUND-CHECK
                   UNTIL END-OF-STUDENTS
               IF REFUND-CHECK-COUNT = ZERO
                   DISPLAY "No refunds extracted for student "
                       "number " LOOKUP-NUMBER
               END-IF
               CLOSE REFUND-CHECK-FILE
           END-IF.

       LIST-ONE-REFUND-CHECK.
           READ REFUND-CHECK-FILE NEXT RECORD
               AT END MOVE "Y" TO EOF-FLAG
           END-READ.
           IF NOT END-OF-STUDENTS
               IF RCK-STUDENTNUMBER NOT = LOOKUP-NUMBER
                   MOVE "Y" TO EOF-FLAG
               ELSE
                   ADD 1 TO REFUND-CHECK-COUNT
                   DISPLAY "Extracted " RCK-EXTRACT-DATE
                       " amount " RCK-AMOUNT
                       " approved by " RCK-APPROVED-BY
                   IF RCK-EXTRACTED
                       DISPLAY "   Awaiting a check from accounts "
                           "payable"
                   END-IF
                   IF RCK-ISSUED
                       DISPLAY "   Check " RCK-CHECK-NUMBER
                           " issued " RCK-ISSUE-DATE
                           " - not yet paid"
                   END-IF
                   IF RCK-CLEARED
                       DISPLAY "   Check " RCK-CHECK-NUMBER
                           " issued " RCK-ISSUE-DATE
                           " paid " RCK-PAID-DATE
                           " amount " RCK-PAID-AMOUNT
                   END-IF
                   IF RCK-VOIDED
                       DISPLAY "   Check " RCK-CHECK-NUMBER
                           " issued " RCK-ISSUE-DATE
                           " voided " RCK-VOID-DATE
                           " - refund returned to credit"
                   END-IF
               END-IF
           END-IF.

       LOOKUP-CREDIT.
           PERFORM GET-LOOKUP-NUMBER.
           PERFORM READ-CREDIT-RECORD-KEYED.

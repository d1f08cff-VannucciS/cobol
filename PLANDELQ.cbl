      *          has missed an installment with how far behind they
      *          are.  The run date comes from the PLANDELQ-DATE
      *          environment name (YYYYMMDD) and defaults to today.
      *          Plans and payments are read from the account summary
      *          ACCTSUMM writes rather than the master, once its
      *          trailer proves.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT ACCOUNT-SUMMARY-FILE
               ASSIGN TO "account-summary.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUMMARY-FILE-STATUS.
           SELECT DELINQUENCY-REPORT
               ASSIGN TO "plan-delinquency-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
      * The account, detail and trailer layouts ACCTSUMM writes.
       FD ACCOUNT-SUMMARY-FILE.
       01  ACCOUNT-SUMMARY-IN.
           05 SUM-RECORD-TYPE  PIC X(1).
               88 SUM-ACCOUNT  VALUE "A".
               88 SUM-DETAIL   VALUE "D".
               88 SUM-TRAILER  VALUE "T".
           05 FILLER           PIC X(1).
           05 SA-STUDENTNUMBER PIC 9(7).
           05 FILLER           PIC X(1).
           05 SA-ENROLLED-FLAG PIC X(1).
               88 SA-ENROLLED  VALUE "Y".
           05 FILLER           PIC X(1).
           05 SA-NAME          PIC X(40).
           05 FILLER           PIC X(1).
           05 SA-TERM          PIC X(5).
           05 FILLER           PIC X(1).
           05 SA-ENROLL-STATUS PIC X(1).
               88 SA-WITHDRAWN VALUE "W".
           05 FILLER           PIC X(1).
           05 SA-BALANCE       PIC 9(5).
           05 FILLER           PIC X(1).
           05 SA-PAYMENTS-TO-DATE PIC 9(7).
           05 FILLER           PIC X(1).
           05 SA-REVERSALS-TO-DATE PIC 9(7).
           05 FILLER           PIC X(1).
           05 SA-PENDING-PAYMENTS PIC 9(7).
           05 FILLER           PIC X(1).
           05 SA-PENDING-REVERSALS PIC 9(7).
           05 FILLER           PIC X(1).
           05 SA-LAST-PAYMENT-DATE PIC 9(8).
           05 FILLER           PIC X(1).
           05 SA-PLAN-COUNT    PIC 9(1).
           05 FILLER           PIC X(1).
           05 SA-PLAN-INSTALLMENT OCCURS 4 TIMES.
               10 SA-DUE-DATE      PIC 9(8).
               10 FILLER           PIC X(1).
               10 SA-DUE-AMOUNT    PIC 9(5).
               10 FILLER           PIC X(1).
           05 SA-COLL-LEVEL    PIC X(1).
           05 FILLER           PIC X(1).
           05 SA-COLL-PERIOD   PIC 9(6).
           05 FILLER           PIC X(1).
           05 SA-CREDIT-AMOUNT PIC 9(5).
           05 FILLER           PIC X(1).
           05 SA-CREDIT-STATUS PIC X(1).
           05 FILLER           PIC X(1).
           05 SA-SPONSOR-NUMBER PIC 9(5).
           05 FILLER           PIC X(1).
           05 SA-SPONSOR-SHARE PIC 9(5).
           05 FILLER           PIC X(1).
           05 SA-SPONSOR-RECEIPTS PIC 9(7).
           05 FILLER           PIC X(1).
           05 SA-SPONSOR-REVERSALS PIC 9(7).
           05 FILLER           PIC X(1).
           05 SA-ANTICIPATED-AID PIC 9(7).
           05 FILLER           PIC X(1).
           05 SA-ADDRESS-FLAG  PIC X(1).
               88 SA-ADDRESS-ON-FILE VALUE "Y".
           05 FILLER           PIC X(1).
           05 SA-STREET        PIC X(18).
           05 FILLER           PIC X(1).
           05 SA-CITY          PIC X(12).
           05 FILLER           PIC X(1).
           05 SA-STATE         PIC X(2).
           05 FILLER           PIC X(1).
           05 SA-ZIP           PIC X(5).
           05 FILLER           PIC X(1).
           05 SA-PHONE         PIC X(10).
           05 FILLER           PIC X(4).
       01  SUMMARY-DETAIL-IN REDEFINES ACCOUNT-SUMMARY-IN.
           05 FILLER           PIC X(1).
           05 FILLER           PIC X(1).
           05 SD-STUDENTNUMBER PIC 9(7).
           05 FILLER           PIC X(1).
           05 SD-TRANSACTION-SEQ PIC 9(3).
           05 FILLER           PIC X(1).
           05 SD-TRAN-TYPE     PIC X(1).
               88 SD-PAYMENT   VALUE "2".
               88 SD-REVERSAL  VALUE "4".
               88 SD-AID-AWARD VALUE "9".
               88 SD-CHARGE    VALUE "A".
           05 FILLER           PIC X(1).
           05 SD-DATE          PIC 9(8).
           05 FILLER           PIC X(1).
           05 SD-AMOUNT        PIC 9(5).
           05 FILLER           PIC X(1).
           05 SD-PAID          PIC 9(5).
           05 FILLER           PIC X(1).
           05 SD-CODE          PIC X(4).
           05 FILLER           PIC X(1).
           05 SD-TERM          PIC X(5).
           05 FILLER           PIC X(1).
           05 SD-OPERATOR-ID   PIC X(4).
           05 FILLER           PIC X(1).
           05 SD-POSTED-FLAG   PIC X(1).
               88 SD-POSTED    VALUE "P".
           05 FILLER           PIC X(1).
           05 SD-SOURCE-FLAG   PIC X(1).
               88 SD-SPONSOR-PAID VALUE "S".
           05 FILLER           PIC X(1).
           05 SD-ORIG-SEQ      PIC 9(3).
           05 FILLER           PIC X(220).
       01  SUMMARY-TRAILER-IN REDEFINES ACCOUNT-SUMMARY-IN.
           05 FILLER           PIC X(1).
           05 FILLER           PIC X(1).
           05 ST-ACCOUNT-COUNT PIC 9(7).
           05 FILLER           PIC X(1).
           05 ST-DETAIL-COUNT  PIC 9(7).
           05 FILLER           PIC X(1).
           05 ST-HASH-TOTAL    PIC 9(11).
           05 FILLER           PIC X(1).
           05 ST-BUILD-DATE    PIC 9(8).
           05 FILLER           PIC X(1).
           05 ST-BUILD-TIME    PIC 9(8).
           05 FILLER           PIC X(233).

       FD DELINQUENCY-REPORT.
       01  REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
      *-----------------------
       01  SUMMARY-FILE-STATUS PIC X(2).
       01  SUMMARY-EOF-FLAG PIC X VALUE "N".
           88 END-OF-SUMMARY VALUE "Y".
       01  SUMMARY-OK-SW PIC X VALUE "N".
           88 SUMMARY-OK VALUE "Y".
       01  SUMMARY-ACCOUNTS PIC 9(7) VALUE ZERO.
       01  SUMMARY-DETAILS PIC 9(7) VALUE ZERO.
       01  SUMMARY-HASH PIC 9(11) VALUE ZERO.
       01  RUN-DATE-EDIT PIC X(8).
       01  RUN-DATE PIC 9(8).
       01  CURRENT-STUDENT PIC 9(7).
               10 SAVED-DUE-AMOUNT PIC 9(5).
       01  INSTALLMENT-SUB PIC 9(1).
       01  DUE-TO-DATE PIC 9(7).
       01  PAID-TO-DATE PIC S9(7) VALUE ZERO.
       01  CUMULATIVE-DUE PIC 9(7).
       01  MISSED-COUNT PIC 9(1).
       01  BEHIND-AMOUNT PIC 9(7).
       01  PLANS-CHECKED PIC 9(7) VALUE ZERO.
       01  PLANS-DELINQUENT PIC 9(7) VALUE ZERO.
       01  AMOUNT-BEHIND-TOTAL PIC 9(7) VALUE ZERO.
      * The main procedure of the program
      **
           PERFORM GET-RUN-DATE.
           PERFORM VERIFY-ACCOUNT-SUMMARY.
           IF NOT SUMMARY-OK
               DISPLAY "account-summary.txt failed its trailer "
                   "check - rerun ACCTSUMM, then this step."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT ACCOUNT-SUMMARY-FILE.
           OPEN OUTPUT DELINQUENCY-REPORT.
           WRITE REPORT-LINE FROM HEADING-LINE-1.
           MOVE RUN-DATE TO HD-DATE.
           WRITE REPORT-LINE FROM HEADING-DATE-LINE.
           WRITE REPORT-LINE FROM HEADING-LINE-2.
           PERFORM TAKE-NEXT-SUMMARY-RECORD
               UNTIL END-OF-SUMMARY.
           PERFORM PRINT-CONTROL-TOTALS.
           CLOSE ACCOUNT-SUMMARY-FILE.
           CLOSE DELINQUENCY-REPORT.
           GOBACK.

               ACCEPT RUN-DATE FROM DATE YYYYMMDD
           END-IF.

       VERIFY-ACCOUNT-SUMMARY.
      * The summary is proved against its trailer before anything is
      * printed from it - the way RECVROLL proves GLEXTR's trailer -
      * so a short or damaged summary stops the step instead
      * of producing a short report.  The trailer must be the last
      * record and agree on both counts and the balance hash.
           MOVE "N" TO SUMMARY-OK-SW.
           MOVE "N" TO SUMMARY-EOF-FLAG.
           MOVE ZERO TO SUMMARY-ACCOUNTS.
           MOVE ZERO TO SUMMARY-DETAILS.
           MOVE ZERO TO SUMMARY-HASH.
           OPEN INPUT ACCOUNT-SUMMARY-FILE.
           IF SUMMARY-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open account-summary.txt, status "
                   SUMMARY-FILE-STATUS
           ELSE
               PERFORM READ-SUMMARY-RECORD
               PERFORM PROVE-ONE-SUMMARY-RECORD
                   UNTIL END-OF-SUMMARY
               CLOSE ACCOUNT-SUMMARY-FILE
           END-IF.
           MOVE "N" TO SUMMARY-EOF-FLAG.

       PROVE-ONE-SUMMARY-RECORD.
           IF SUM-TRAILER
               IF ST-ACCOUNT-COUNT = SUMMARY-ACCOUNTS
                   AND ST-DETAIL-COUNT = SUMMARY-DETAILS
                   AND ST-HASH-TOTAL = SUMMARY-HASH
                   MOVE "Y" TO SUMMARY-OK-SW
               END-IF
           ELSE
               MOVE "N" TO SUMMARY-OK-SW
               IF SUM-ACCOUNT
                   ADD 1 TO SUMMARY-ACCOUNTS
                   ADD SA-BALANCE TO SUMMARY-HASH
               END-IF
               IF SUM-DETAIL
                   ADD 1 TO SUMMARY-DETAILS
               END-IF
           END-IF.
           PERFORM READ-SUMMARY-RECORD.

       READ-SUMMARY-RECORD.
           READ ACCOUNT-SUMMARY-FILE
               AT END MOVE "Y" TO SUMMARY-EOF-FLAG
           END-READ.

       TAKE-NEXT-SUMMARY-RECORD.
      * ACCTSUMM writes each student's payment and reversal details
      * ahead of the account record that closes the student, so the
      * money paid in by the run date is already summed when the
      * plan on the account record is checked.  A plan count of zero
      * means the student has no plan.
           PERFORM READ-SUMMARY-RECORD.
           IF NOT END-OF-SUMMARY
               IF SUM-DETAIL
                   PERFORM ADD-ONE-TRANSACTION
               END-IF
               IF SUM-ACCOUNT
                   IF SA-PLAN-COUNT > ZERO
                       PERFORM CHECK-ONE-PLAN
                   END-IF
                   MOVE ZERO TO PAID-TO-DATE
               END-IF
           END-IF.

       ADD-ONE-TRANSACTION.
      * Payments count toward the plan, reversals count back out.
           IF SD-PAYMENT AND SD-DATE NOT GREATER THAN RUN-DATE
               ADD SD-AMOUNT TO PAID-TO-DATE
           END-IF.
           IF SD-REVERSAL AND SD-DATE NOT GREATER THAN RUN-DATE
               SUBTRACT SD-AMOUNT FROM PAID-TO-DATE
           END-IF.

       CHECK-ONE-PLAN.
           MOVE SA-STUDENTNUMBER TO CURRENT-STUDENT.
           MOVE SA-PLAN-COUNT TO SAVED-INSTALLMENT-COUNT.
           PERFORM SAVE-ONE-INSTALLMENT
               VARYING INSTALLMENT-SUB FROM 1 BY 1
               UNTIL INSTALLMENT-SUB > 4.
           ADD 1 TO PLANS-CHECKED.
           PERFORM SUM-DUE-TO-DATE.
           IF DUE-TO-DATE > ZERO
               IF PAID-TO-DATE < DUE-TO-DATE
                   PERFORM REPORT-DELINQUENT-PLAN
               END-IF
           END-IF.

       SAVE-ONE-INSTALLMENT.
           MOVE SA-DUE-DATE (INSTALLMENT-SUB)
               TO SAVED-DUE-DATE (INSTALLMENT-SUB).
           MOVE SA-DUE-AMOUNT (INSTALLMENT-SUB)
               TO SAVED-DUE-AMOUNT (INSTALLMENT-SUB).

       SUM-DUE-TO-DATE.
               ADD SAVED-DUE-AMOUNT (INSTALLMENT-SUB) TO DUE-TO-DATE
           END-IF.

       REPORT-DELINQUENT-PLAN.
           PERFORM GET-STUDENT-NAME.
           PERFORM COUNT-MISSED-INSTALLMENTS.
           END-ADD.

       GET-STUDENT-NAME.
           IF SA-ENROLLED
               MOVE SA-NAME TO CURRENT-NAME
           ELSE
               MOVE "(NO ENROLLMENT RECORD)" TO CURRENT-NAME
           END-IF.

       COUNT-MISSED-INSTALLMENTS.
      * An installment is missed when the money paid in by the run

      ******************************************************************
      * Author:Vannucci
      * Date:Oct/15/2026
      * Purpose: Mid-term withdrawal - a supervisor keys a student
      *          number and the date the student withdrew, and the
      *          date is measured against the enrollment term's
      *          start and end on the term master.  The term's
      *          refund schedule (set up in TERMMNT) turns the week
      *          of the term into the percentage of the original
      *          charge forgiven - the term's itemized TUIT and FEES
      *          charges, or the net the enrollment was priced at
      *          where there are none, so carried balances, late,
      *          returned-check and permit fees are never forgiven -
      *          and TUITIONOWED comes down by that amount - as do
      *          the term's itemized TUIT charges, and then its FEES
      *          charges, so the nightly payment application does
      *          not count forgiven tuition as paid.  A student who
      *          has already paid more than the reduced charge gets
      *          the difference as a credit balance for REFNDMNT to
      *          approve.  The enrollment is marked withdrawn so
      *          the statement, collection and late-fee runs stop
      *          treating it as active, each withdrawal is journaled
      *          to the audit file, and a register line shows the
      *          original charge, the percentage, the amount
      *          forgiven and the net balance.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. WITHDRAW.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO "student-output.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS STUDENT-FILE-KEY
               FILE STATUS IS STUDENT-FILE-STATUS.
           SELECT TERM-FILE ASSIGN TO "term-master.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS TRM-CODE
               FILE STATUS IS TERM-FILE-STATUS.
           SELECT REFUND-FILE ASSIGN TO "refund-schedule.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RFS-TERM
               FILE STATUS IS REFUND-FILE-STATUS.
           SELECT PRICING-FILE ASSIGN TO "enrollment-pricing.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PRC-KEY
               FILE STATUS IS PRICING-FILE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "operator-master.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS OPERATOR-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "student-audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT WITHDRAWAL-REGISTER
               ASSIGN TO "withdrawal-register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-FILE-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD STUDENT-FILE.
       01  STUDENTDATA.
           02  STUDENT-FILE-KEY.
               03 STUDENTNUMBER    PIC 9(7).
               03 TRANSACTION-SEQ  PIC 9(3).
           02  RECORD-TYPE         PIC X(1).
               88 ENROLLMENT-RECORD VALUE "1".
               88 PAYMENT-RECORD    VALUE "2".
               88 DEMOGRAPHICS-RECORD VALUE "3".
               88 REVERSAL-RECORD   VALUE "4".
               88 PLAN-RECORD       VALUE "5".
               88 CREDIT-RECORD     VALUE "6".
               88 COLLECTION-RECORD VALUE "7".
               88 SPONSOR-RECORD    VALUE "8".
               88 CHARGE-RECORD     VALUE "A".
           02 FILLER   PIC A(1) VALUE " ".
           02  TUITIONOWED     PIC 9(5).
           02 FILLER   PIC A(1) VALUE " ".
           02  STUDENTNAME     PIC A(40).
           02 FILLER   PIC A(1) VALUE " ".
           02  OPERATOR-ID     PIC X(4).
           02 FILLER   PIC A(1) VALUE " ".
           02  TERM-ID         PIC X(5).
      * "W" once the student withdraws mid-term - carved out of the
      * separator after the term, so every other program's layout
      * still fits.  A space is an active enrollment.
           02  ENROLL-STATUS   PIC X(1).
               88 ENROLL-WITHDRAWN VALUE "W".
           02  LAST-FEE-PERIOD PIC 9(6).
           02  ENROLL-PROGRAM  PIC X(4).
       01  PAYMENT-TRANSACTION REDEFINES STUDENTDATA.
           02  PMT-FILE-KEY.
               03 PMT-STUDENTNUMBER   PIC 9(7).
               03 PMT-TRANSACTION-SEQ PIC 9(3).
           02  PMT-RECORD-TYPE        PIC X(1).
           02 FILLER                  PIC X(1).
           02  PAYMENT-DATE           PIC 9(8).
           02 FILLER                  PIC X(1).
           02  PAYMENT-AMOUNT         PIC 9(5).
           02 FILLER                  PIC X(1).
           02  PMT-OPERATOR-ID        PIC X(4).
           02 FILLER                  PIC X(1).
           02  PMT-POSTED-FLAG        PIC X(1).
               88 PMT-POSTED VALUE "P".
           02 FILLER                  PIC X(1).
           02  PMT-SOURCE-FLAG        PIC X(1).
               88 PMT-SPONSOR-PAID VALUE "S".
           02 FILLER                  PIC X(45).
       01  PAYMENT-REVERSAL REDEFINES STUDENTDATA.
           02  REV-FILE-KEY.
               03 REV-STUDENTNUMBER   PIC 9(7).
               03 REV-TRANSACTION-SEQ PIC 9(3).
           02  REV-RECORD-TYPE        PIC X(1).
           02 FILLER                  PIC X(1).
           02  REV-DATE               PIC 9(8).
           02 FILLER                  PIC X(1).
           02  REV-ORIG-SEQ           PIC 9(3).
           02 FILLER                  PIC X(1).
           02  REV-AMOUNT             PIC 9(5).
           02 FILLER                  PIC X(1).
           02  REV-OPERATOR-ID        PIC X(4).
           02 FILLER                  PIC X(1).
           02  REV-POSTED-FLAG        PIC X(1).
               88 REV-POSTED VALUE "P".
           02 FILLER                  PIC X(1).
           02  REV-SOURCE-FLAG        PIC X(1).
               88 REV-SPONSOR-PAID VALUE "S".
           02 FILLER                  PIC X(41).
       01  CREDIT-BALANCE REDEFINES STUDENTDATA.
           02  CRD-FILE-KEY.
               03 CRD-STUDENTNUMBER   PIC 9(7).
               03 CRD-TRANSACTION-SEQ PIC 9(3).
           02  CRD-RECORD-TYPE        PIC X(1).
           02 FILLER                  PIC X(1).
           02  CRD-AMOUNT             PIC 9(5).
           02 FILLER                  PIC X(1).
           02  CRD-STATUS             PIC X(1).
               88 CRD-OPEN     VALUE "O".
               88 CRD-APPROVED VALUE "A".
               88 CRD-REFUNDED VALUE "R".
           02 FILLER                  PIC X(1).
           02  CRD-CREATED-DATE       PIC 9(8).
           02 FILLER                  PIC X(1).
           02  CRD-APPROVED-BY        PIC X(4).
           02 FILLER                  PIC X(1).
           02  CRD-APPROVED-DATE      PIC 9(8).
           02 FILLER                  PIC X(38).
      * An itemized charge, filed in the transaction run like a
      * payment and dated the day it is filed.  The date never
      * moves - the ledger extract books a charge on its date - so
      * a re-priced term files any increase as a further row under
      * the same code and term.  CHG-PAID is how much of it
      * STUDPOST's nightly payment application has cleared.
       01  CHARGE-DETAIL REDEFINES STUDENTDATA.
           02  CHG-FILE-KEY.
               03 CHG-STUDENTNUMBER   PIC 9(7).
               03 CHG-TRANSACTION-SEQ PIC 9(3).
           02  CHG-RECORD-TYPE        PIC X(1).
           02 FILLER                  PIC X(1).
           02  CHG-CODE               PIC X(4).
           02 FILLER                  PIC X(1).
           02  CHG-TERM               PIC X(5).
           02 FILLER                  PIC X(1).
           02  CHG-DATE               PIC 9(8).
           02 FILLER                  PIC X(1).
           02  CHG-AMOUNT             PIC 9(5).
           02 FILLER                  PIC X(1).
           02  CHG-PAID               PIC 9(5).
           02 FILLER                  PIC X(1).
           02  CHG-SOURCE             PIC X(9).
           02 FILLER                  PIC X(1).
           02  CHG-OPERATOR-ID        PIC X(4).
           02 FILLER                  PIC X(22).

       FD TERM-FILE.
       01  TERM-MASTER.
           02  TRM-CODE        PIC X(5).
           02 FILLER   PIC A(1) VALUE " ".
           02  TRM-STATUS      PIC X(1).
               88 TRM-OPEN   VALUE "O".
               88 TRM-CLOSED VALUE "C".
           02 FILLER   PIC A(1) VALUE " ".
           02  TRM-CURRENT-FLAG PIC X(1).
               88 TRM-CURRENT VALUE "Y".
           02 FILLER   PIC A(1) VALUE " ".
           02  TRM-START-DATE  PIC 9(8).
           02 FILLER   PIC A(1) VALUE " ".
           02  TRM-END-DATE    PIC 9(8).

       FD REFUND-FILE.
       01  REFUND-SCHEDULE.
           02  RFS-TERM        PIC X(5).
           02 FILLER          PIC X(1).
           02  RFS-TIER OCCURS 5 TIMES.
               03 RFS-THRU-WEEK   PIC 9(2).
               03 FILLER          PIC X(1).
               03 RFS-PERCENT     PIC 9(3).
               03 FILLER          PIC X(1).

      * How Project01 or REGINTAK priced the student's enrollment
      * for the term - the net amount is what the term was charged.
       FD PRICING-FILE.
       01  PRICING-RECORD.
           02  PRC-KEY.
               03 PRC-STUDENTNUMBER   PIC 9(7).
               03 PRC-TERM            PIC X(5).
           02 FILLER                  PIC X(1).
           02  PRC-PROGRAM            PIC X(4).
           02 FILLER                  PIC X(1).
           02  PRC-CREDIT-HOURS       PIC 9(2).
           02 FILLER                  PIC X(1).
           02  PRC-PER-CREDIT         PIC 9(4).
           02 FILLER                  PIC X(1).
           02  PRC-BASE-TUITION       PIC 9(5).
           02 FILLER                  PIC X(1).
           02  PRC-FLAT-FEES          PIC 9(5).
           02 FILLER                  PIC X(1).
           02  PRC-DISC-CODE          PIC X(1).
           02 FILLER                  PIC X(1).
           02  PRC-DISCOUNT           PIC 9(5).
           02 FILLER                  PIC X(1).
           02  PRC-NET-AMOUNT         PIC 9(5).
           02 FILLER                  PIC X(1).
           02  PRC-QUOTE-NUMBER       PIC 9(7).
           02 FILLER                  PIC X(1).
           02  PRC-PRICED-DATE        PIC 9(8).
           02 FILLER                  PIC X(1).
           02  PRC-OPERATOR-ID        PIC X(4).
           02 FILLER                  PIC X(10).

       FD OPERATOR-FILE.
       01  OPERATOR-MASTER.
           02  OPER-ID         PIC X(4).
           02 FILLER   PIC A(1) VALUE " ".
           02  OPER-LEVEL      PIC X(1).
               88 OPER-CLERK      VALUE "C".
               88 OPER-SUPERVISOR VALUE "S".
           02 FILLER   PIC A(1) VALUE " ".
           02  OPER-STATUS     PIC X(1).
               88 OPER-ACTIVE  VALUE "A".
               88 OPER-REVOKED VALUE "R".
           02 FILLER   PIC A(1) VALUE " ".
           02  OPER-NAME       PIC X(20).

       FD AUDIT-FILE.
       01  AUDIT-RECORD.
           02 AUDIT-DATE       PIC 9(8).
           02 FILLER           PIC X(1) VALUE " ".
           02 AUDIT-TIME       PIC 9(8).
           02 FILLER           PIC X(1) VALUE " ".
           02 AUDIT-ENTRY-TYPE PIC X(1).
               88 AUDIT-ENROLLMENT VALUE "E".
               88 AUDIT-PAYMENT    VALUE "P".
               88 AUDIT-REVERSAL   VALUE "R".
               88 AUDIT-SPONSOR-PAYMENT  VALUE "S".
               88 AUDIT-SPONSOR-REVERSAL VALUE "T".
               88 AUDIT-WITHDRAWAL VALUE "W".
           02 FILLER           PIC X(1) VALUE " ".
           02 AUDIT-STUDENTNUMBER PIC 9(7).
           02 FILLER           PIC X(1) VALUE " ".
           02 AUDIT-OLD-TUITION PIC 9(5).
           02 FILLER           PIC X(1) VALUE " ".
           02 AUDIT-NEW-TUITION PIC 9(5).
           02 FILLER           PIC X(1) VALUE " ".
           02 AUDIT-PAYMENT-AMOUNT PIC 9(5).
           02 FILLER           PIC X(1) VALUE " ".
           02 AUDIT-OPERATOR-ID PIC X(4).

       FD WITHDRAWAL-REGISTER.
       01  REGISTER-LINE PIC X(100).

       WORKING-STORAGE SECTION.
      *-----------------------
       01  STUDENT-FILE-STATUS PIC X(2).
       01  TERM-FILE-STATUS PIC X(2).
       01  REFUND-FILE-STATUS PIC X(2).
       01  OPERATOR-FILE-STATUS PIC X(2).
       01  PRICING-FILE-STATUS PIC X(2).
      * The pricing file only backs up a term with no itemized
      * charges, so withdrawals carry on without it.
       01  PRICING-FILE-OK-SW PIC X VALUE "N".
           88 PRICING-FILE-OK VALUE "Y".
       01  PRICING-FOUND-SW PIC X VALUE "N".
           88 PRICING-FOUND VALUE "Y".
       01  TERM-CHARGES-FILED PIC 9(7).
       01  TERM-CHARGE-FOUND-SW PIC X VALUE "N".
           88 TERM-CHARGE-FOUND VALUE "Y".
       01  AUDIT-FILE-STATUS PIC X(2).
       01  REGISTER-FILE-STATUS PIC X(2).
       01  SIGNON-OK-SW PIC X VALUE "N".
           88 SIGNON-OK VALUE "Y".
       01  SIGNON-ID PIC X(4).
       01  LOOKUP-NUMBER PIC 9(7).
       01  RECORD-FOUND-SW PIC X VALUE "N".
           88 RECORD-FOUND VALUE "Y".
       01  ENTRY-OK-SW PIC X VALUE "N".
           88 ENTRY-OK VALUE "Y".
       01  CREDIT-FOUND-SW PIC X VALUE "N".
           88 CREDIT-FOUND VALUE "Y".
       01  TRANSACTIONS-DONE-SW PIC X VALUE "N".
           88 TRANSACTIONS-DONE VALUE "Y".
       01  CONFIRM-ANSWER PIC X.
       01  WITHDRAW-DATE-EDIT PIC X(8).
       01  WITHDRAW-DATE PIC 9(8).
       01  WITHDRAW-WEEK PIC 9(3).
       01  REFUND-PERCENT PIC 9(3).
       01  TIER-SUB PIC 9(1).
       01  TIER-FOUND-SW PIC X VALUE "N".
           88 TIER-FOUND VALUE "Y".
       01  PROBE-SEQ PIC 9(3).
       01  SAVED-NAME PIC X(40).
       01  SAVED-TERM PIC X(5).
       01  OLD-TUITION-OWED PIC 9(5).
       01  NEW-TUITION-OWED PIC 9(5).
       01  PAYMENTS-APPLIED PIC 9(7).
       01  REVERSALS-APPLIED PIC 9(7).
       01  ORIGINAL-CHARGE PIC 9(7).
       01  AMOUNT-FORGIVEN PIC 9(7).
       01  CREDIT-DUE PIC 9(7).
       01  REDUCE-CHARGE-CODE PIC X(4).
       01  CHARGE-FOUND-SEQ PIC 9(3).
       01  CHARGE-PROBE-SEQ PIC 9(3).
       01  CHARGE-PROBE-DONE-SW PIC X.
           88 CHARGE-PROBE-DONE VALUE "Y".
       01  CHARGE-CHANGE PIC 9(7).
      * Day numbers from DATEDAYS, so the withdrawal date can be
      * measured against the term start in plain days.
       01  DATE-TO-CONVERT PIC 9(8).
       01  DAY-NUMBER PIC 9(7).
       01  DATE-STATUS PIC X(1).
           88 DATE-OK VALUE "0".
           88 DATE-INVALID VALUE "1".
       01  START-DAY-NUMBER PIC 9(7).
       01  WITHDRAW-DAY-NUMBER PIC 9(7).
       01  DAYS-INTO-TERM PIC 9(7).
       01  LOCK-FUNCTION PIC X(1).
       01  LOCK-STUDENT PIC 9(7).
       01  LOCK-OPERATOR PIC X(4).
       01  LOCK-RESULT PIC X(1).
           88 LOCK-GRANTED VALUE "0".
           88 LOCK-BUSY    VALUE "1".
       01  LOCK-HOLDER PIC X(4).
       01  RUN-DATE PIC 9(8).
       01  WITHDRAWALS-DONE PIC 9(7) VALUE ZERO.
       01  CHARGE-TOTAL PIC 9(7) VALUE ZERO.
       01  FORGIVEN-TOTAL PIC 9(7) VALUE ZERO.
       01  CREDIT-TOTAL PIC 9(7) VALUE ZERO.

       01  HEADING-LINE-1 PIC X(100) VALUE
           "MID-TERM WITHDRAWAL REGISTER".
       01  HEADING-DATE-LINE.
           05 FILLER           PIC X(10) VALUE "RUN DATE: ".
           05 HD-DATE          PIC 9(8).
           05 FILLER           PIC X(14) VALUE "    OPERATOR: ".
           05 HD-OPERATOR      PIC X(4).
       01  HEADING-LINE-2.
           05 FILLER           PIC X(9) VALUE "STUDENT".
           05 FILLER           PIC X(33) VALUE "STUDENT NAME".
           05 FILLER           PIC X(7) VALUE "TERM".
           05 FILLER           PIC X(10) VALUE "WITHDREW".
           05 FILLER           PIC X(10) VALUE "CHARGE".
           05 FILLER           PIC X(6) VALUE "PCT".
           05 FILLER           PIC X(10) VALUE "FORGIVEN".
           05 FILLER           PIC X(10) VALUE "NET BAL".
           05 FILLER           PIC X(6) VALUE "CREDIT".

       01  DETAIL-LINE.
           05 DL-NUMBER        PIC 9(7).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DL-NAME          PIC X(30).
           05 FILLER           PIC X(3) VALUE SPACES.
           05 DL-TERM          PIC X(5).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DL-DATE          PIC 9(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DL-CHARGE        PIC ZZZZZZ9.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 DL-PERCENT       PIC ZZ9.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 DL-FORGIVEN      PIC ZZZZZZ9.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 DL-BALANCE       PIC ZZZZ9.
           05 FILLER           PIC X(5) VALUE SPACES.
           05 DL-CREDIT        PIC ZZZZ9.

       01  TOTAL-LINE-1.
           05 FILLER           PIC X(30) VALUE
               "WITHDRAWALS PROCESSED:".
           05 TL-COUNT         PIC ZZZZZZ9.
       01  TOTAL-LINE-2.
           05 FILLER           PIC X(30) VALUE
               "TOTAL ORIGINAL CHARGES:".
           05 TL-CHARGES       PIC ZZZZZZ9.
       01  TOTAL-LINE-3.
           05 FILLER           PIC X(30) VALUE
               "TOTAL AMOUNT FORGIVEN:".
           05 TL-FORGIVEN      PIC ZZZZZZ9.
       01  TOTAL-LINE-4.
           05 FILLER           PIC X(30) VALUE
               "TOTAL MOVED TO CREDIT:".
           05 TL-CREDIT        PIC ZZZZZZ9.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           OPEN I-O STUDENT-FILE.
           IF STUDENT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open student-output.txt, status "
                   STUDENT-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT TERM-FILE.
           IF TERM-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open term-master.txt, status "
                   TERM-FILE-STATUS
               DISPLAY "Run TERMMNT to set up the term calendar."
               CLOSE STUDENT-FILE
               STOP RUN
           END-IF.
           OPEN INPUT REFUND-FILE.
           IF REFUND-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open refund-schedule.txt, status "
                   REFUND-FILE-STATUS
               DISPLAY "Run TERMMNT to set up the refund schedule."
               CLOSE STUDENT-FILE
               CLOSE TERM-FILE
               STOP RUN
           END-IF.
           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open operator-master.txt, status "
                   OPERATOR-FILE-STATUS
               DISPLAY "Run OPERMNT to set up the operator master."
               CLOSE STUDENT-FILE
               CLOSE TERM-FILE
               CLOSE REFUND-FILE
               STOP RUN
           END-IF.
           OPEN INPUT PRICING-FILE.
           IF PRICING-FILE-STATUS = "00"
               MOVE "Y" TO PRICING-FILE-OK-SW
           END-IF.
           PERFORM SUPERVISOR-SIGN-ON WITH TEST AFTER
               UNTIL SIGNON-OK.
           MOVE SIGNON-ID TO LOCK-OPERATOR.
           PERFORM OPEN-REGISTER.
           PERFORM WITHDRAWAL-PROMPT WITH TEST AFTER
               UNTIL LOOKUP-NUMBER = ZERO.
           PERFORM PRINT-SESSION-TOTALS.
           CLOSE STUDENT-FILE.
           CLOSE TERM-FILE.
           CLOSE REFUND-FILE.
           CLOSE OPERATOR-FILE.
           IF PRICING-FILE-OK
               CLOSE PRICING-FILE
           END-IF.
           CLOSE WITHDRAWAL-REGISTER.
           STOP RUN.

       SUPERVISOR-SIGN-ON.
      * A withdrawal forgives part of a charge, so the program is
      * restricted to an active supervisor the way REFNDMNT
      * restricts refund approval.
           MOVE "Y" TO SIGNON-OK-SW.
           DISPLAY "Enter operator ID: "
           ACCEPT SIGNON-ID.
           MOVE SIGNON-ID TO OPER-ID.
           READ OPERATOR-FILE
               INVALID KEY
                   DISPLAY "Unrecognized operator ID, try again."
                   MOVE "N" TO SIGNON-OK-SW
               NOT INVALID KEY
                   IF NOT OPER-ACTIVE
                       DISPLAY "Operator ID is revoked."
                       MOVE "N" TO SIGNON-OK-SW
                   ELSE
                       IF NOT OPER-SUPERVISOR
                           DISPLAY "Withdrawal processing is "
                               "restricted to supervisors."
                           MOVE "N" TO SIGNON-OK-SW
                       END-IF
                   END-IF
           END-READ.

       OPEN-REGISTER.
      * The register accumulates across sessions, each session
      * under its own heading, so the office keeps one running
      * listing for the term instead of one file per sitting.
           OPEN EXTEND WITHDRAWAL-REGISTER.
           IF REGISTER-FILE-STATUS = "35"
               OPEN OUTPUT WITHDRAWAL-REGISTER
               CLOSE WITHDRAWAL-REGISTER
               OPEN EXTEND WITHDRAWAL-REGISTER
           END-IF.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           WRITE REGISTER-LINE FROM HEADING-LINE-1.
           MOVE RUN-DATE TO HD-DATE.
           MOVE SIGNON-ID TO HD-OPERATOR.
           WRITE REGISTER-LINE FROM HEADING-DATE-LINE.
           WRITE REGISTER-LINE FROM HEADING-LINE-2.

       WITHDRAWAL-PROMPT.
           DISPLAY "*********************************************".
           DISPLAY "Enter student number to withdraw (0 to quit): "
           ACCEPT LOOKUP-NUMBER.
           IF LOOKUP-NUMBER NOT = ZERO
      * The lock comes before the read, so the balance reduced is
      * the balance everyone else - the nightly posting included -
      * is kept out of for the duration of the read-modify-rewrite.
               MOVE LOOKUP-NUMBER TO LOCK-STUDENT
               PERFORM TAKE-STUDENT-LOCK
               IF LOCK-GRANTED
                   PERFORM WITHDRAW-LOCKED-STUDENT
                   PERFORM RELEASE-STUDENT-LOCK
               END-IF
           END-IF.

       WITHDRAW-LOCKED-STUDENT.
           PERFORM READ-ENROLLMENT-RECORD.
           IF RECORD-FOUND
               IF ENROLL-WITHDRAWN
                   DISPLAY "Student " LOOKUP-NUMBER " has already "
                       "withdrawn from term " TERM-ID "."
               ELSE
                   MOVE "Y" TO ENTRY-OK-SW
                   PERFORM READ-ENROLLMENT-TERM
                   IF ENTRY-OK
                       PERFORM GET-WITHDRAW-DATE
                   END-IF
                   IF ENTRY-OK
                       PERFORM FIND-REFUND-PERCENT
                   END-IF
                   IF ENTRY-OK
                       PERFORM FIGURE-ORIGINAL-CHARGE
                       PERFORM FIGURE-AMOUNT-FORGIVEN
                       PERFORM CONFIRM-WITHDRAWAL
                   END-IF
               END-IF
           END-IF.

       READ-ENROLLMENT-RECORD.
           MOVE "N" TO RECORD-FOUND-SW.
           MOVE LOOKUP-NUMBER TO STUDENTNUMBER.
           MOVE ZERO TO TRANSACTION-SEQ.
           READ STUDENT-FILE
               INVALID KEY
                   DISPLAY "No record found for student number "
                       LOOKUP-NUMBER
               NOT INVALID KEY
                   MOVE "Y" TO RECORD-FOUND-SW
                   MOVE STUDENTNAME TO SAVED-NAME
                   MOVE TERM-ID TO SAVED-TERM
                   MOVE TUITIONOWED TO OLD-TUITION-OWED
           END-READ.

       READ-ENROLLMENT-TERM.
      * The withdrawal is measured against the term the student is
      * enrolled in, and that term needs a refund schedule - a
      * term without one is refused rather than guessed at.
           MOVE SAVED-TERM TO TRM-CODE.
           READ TERM-FILE
               INVALID KEY
                   DISPLAY "Term " SAVED-TERM " is not on the term "
                       "master - withdrawal cancelled."
                   MOVE "N" TO ENTRY-OK-SW
           END-READ.
           IF ENTRY-OK
               MOVE SAVED-TERM TO RFS-TERM
               READ REFUND-FILE
                   INVALID KEY
                       DISPLAY "No refund schedule for term "
                           SAVED-TERM " - set one up in TERMMNT."
                       MOVE "N" TO ENTRY-OK-SW
               END-READ
           END-IF.

       GET-WITHDRAW-DATE.
           DISPLAY "Term " TRM-CODE " runs " TRM-START-DATE
               " to " TRM-END-DATE "."
           DISPLAY "Enter withdrawal date (YYYYMMDD): "
           ACCEPT WITHDRAW-DATE-EDIT.
           IF WITHDRAW-DATE-EDIT IS NOT NUMERIC
               DISPLAY "Withdrawal date must be numeric YYYYMMDD, "
                   "withdrawal cancelled."
               MOVE "N" TO ENTRY-OK-SW
           ELSE
               MOVE WITHDRAW-DATE-EDIT TO WITHDRAW-DATE
               MOVE WITHDRAW-DATE TO DATE-TO-CONVERT
               PERFORM CONVERT-TO-DAY-NUMBER
               MOVE DAY-NUMBER TO WITHDRAW-DAY-NUMBER
               IF DATE-INVALID
                   DISPLAY "Withdrawal date is not a real date, "
                       "withdrawal cancelled."
                   MOVE "N" TO ENTRY-OK-SW
               ELSE
                   IF WITHDRAW-DATE < TRM-START-DATE
                       OR WITHDRAW-DATE > TRM-END-DATE
                       DISPLAY "Withdrawal date falls outside term "
                           TRM-CODE ", withdrawal cancelled."
                       MOVE "N" TO ENTRY-OK-SW
                   END-IF
               END-IF
           END-IF.

       FIND-REFUND-PERCENT.
      * Week one is the first seven days from the term start.  The
      * first tier whose through-week reaches the withdrawal week
      * sets the percentage; past the last tier nothing is
      * forgiven.
           MOVE TRM-START-DATE TO DATE-TO-CONVERT.
           PERFORM CONVERT-TO-DAY-NUMBER.
           IF DATE-INVALID
               DISPLAY "Term " TRM-CODE " has an unusable start "
                   "date - correct it in TERMMNT."
               MOVE "N" TO ENTRY-OK-SW
           ELSE
               MOVE DAY-NUMBER TO START-DAY-NUMBER
               COMPUTE DAYS-INTO-TERM =
                   WITHDRAW-DAY-NUMBER - START-DAY-NUMBER
               DIVIDE DAYS-INTO-TERM BY 7 GIVING WITHDRAW-WEEK
               ADD 1 TO WITHDRAW-WEEK
               MOVE ZERO TO REFUND-PERCENT
               MOVE "N" TO TIER-FOUND-SW
               PERFORM CHECK-ONE-TIER
                   VARYING TIER-SUB FROM 1 BY 1
                   UNTIL TIER-SUB > 5 OR TIER-FOUND
           END-IF.

       CHECK-ONE-TIER.
           IF RFS-THRU-WEEK (TIER-SUB) NOT = ZERO
               AND RFS-THRU-WEEK (TIER-SUB) NOT < WITHDRAW-WEEK
               MOVE RFS-PERCENT (TIER-SUB) TO REFUND-PERCENT
               MOVE "Y" TO TIER-FOUND-SW
           END-IF.

       CONVERT-TO-DAY-NUMBER.
           CALL "DATEDAYS" USING DATE-TO-CONVERT DAY-NUMBER
               DATE-STATUS.

       FIGURE-ORIGINAL-CHARGE.
      * The original charge is the term's tuition and fees - the
      * same TUIT and FEES charges the amount forgiven comes off,
      * so a carried balance, a late, returned-check or permit fee
      * is never forgiven.  A term with no itemized charges falls
      * back to the net its enrollment was priced at.  Only with
      * neither is it rebuilt from the balance: TUITIONOWED is
      * what is left after posted payments, so what has been
      * posted against it is added back and posted reversals are
      * taken off.  Payments not yet posted have not touched the
      * balance and are left for the nightly posting.
           MOVE ZERO TO PAYMENTS-APPLIED.
           MOVE ZERO TO REVERSALS-APPLIED.
           MOVE ZERO TO TERM-CHARGES-FILED.
           MOVE "N" TO TERM-CHARGE-FOUND-SW.
           MOVE "N" TO TRANSACTIONS-DONE-SW.
           MOVE 1 TO PROBE-SEQ.
           PERFORM ADD-ONE-TRANSACTION WITH TEST BEFORE
               UNTIL TRANSACTIONS-DONE OR PROBE-SEQ > 994.
           IF TERM-CHARGE-FOUND
               MOVE TERM-CHARGES-FILED TO ORIGINAL-CHARGE
           ELSE
               PERFORM READ-ENROLLMENT-PRICING
           END-IF.

       READ-ENROLLMENT-PRICING.
           MOVE "N" TO PRICING-FOUND-SW.
           IF PRICING-FILE-OK
               MOVE LOOKUP-NUMBER TO PRC-STUDENTNUMBER
               MOVE SAVED-TERM TO PRC-TERM
               READ PRICING-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO PRICING-FOUND-SW
                       MOVE PRC-NET-AMOUNT TO ORIGINAL-CHARGE
               END-READ
           END-IF.
           IF NOT PRICING-FOUND
               COMPUTE ORIGINAL-CHARGE = OLD-TUITION-OWED
                   + PAYMENTS-APPLIED - REVERSALS-APPLIED
                   ON SIZE ERROR
                       MOVE OLD-TUITION-OWED TO ORIGINAL-CHARGE
               END-COMPUTE
               IF ORIGINAL-CHARGE < OLD-TUITION-OWED
                   MOVE OLD-TUITION-OWED TO ORIGINAL-CHARGE
               END-IF
           END-IF.

       ADD-ONE-TRANSACTION.
           MOVE LOOKUP-NUMBER TO STUDENTNUMBER.
           MOVE PROBE-SEQ TO TRANSACTION-SEQ.
           READ STUDENT-FILE
               INVALID KEY
                   MOVE "Y" TO TRANSACTIONS-DONE-SW
               NOT INVALID KEY
                   IF PAYMENT-RECORD AND PMT-POSTED
                       ADD PAYMENT-AMOUNT TO PAYMENTS-APPLIED
                   ELSE
                       IF REVERSAL-RECORD AND REV-POSTED
                           ADD REV-AMOUNT TO REVERSALS-APPLIED
                       ELSE
                           IF CHARGE-RECORD
                               AND CHG-TERM = SAVED-TERM
                               AND (CHG-CODE = "TUIT"
                                   OR CHG-CODE = "FEES")
                               ADD CHG-AMOUNT TO TERM-CHARGES-FILED
                               MOVE "Y" TO TERM-CHARGE-FOUND-SW
                           END-IF
                       END-IF
                   END-IF
           END-READ.
           ADD 1 TO PROBE-SEQ.

       FIGURE-AMOUNT-FORGIVEN.
      * Anything forgiven beyond what is still owed was already
      * paid, and goes back to the student as a credit balance.
           COMPUTE AMOUNT-FORGIVEN ROUNDED =
               ORIGINAL-CHARGE * REFUND-PERCENT / 100.
           IF AMOUNT-FORGIVEN > OLD-TUITION-OWED
               MOVE ZERO TO NEW-TUITION-OWED
               COMPUTE CREDIT-DUE =
                   AMOUNT-FORGIVEN - OLD-TUITION-OWED
           ELSE
               COMPUTE NEW-TUITION-OWED =
                   OLD-TUITION-OWED - AMOUNT-FORGIVEN
               MOVE ZERO TO CREDIT-DUE
           END-IF.

       CONFIRM-WITHDRAWAL.
           DISPLAY "Student        : " LOOKUP-NUMBER " " SAVED-NAME.
           DISPLAY "Withdrawal week: " WITHDRAW-WEEK
               " of term " TRM-CODE.
           DISPLAY "Original charge: " ORIGINAL-CHARGE.
           DISPLAY "Refund percent : " REFUND-PERCENT.
           DISPLAY "Amount forgiven: " AMOUNT-FORGIVEN.
           DISPLAY "Balance now    : " OLD-TUITION-OWED.
           DISPLAY "Balance after  : " NEW-TUITION-OWED.
           IF CREDIT-DUE > ZERO
               DISPLAY "Credit to refund: " CREDIT-DUE
           END-IF.
           DISPLAY "Process this withdrawal (Y/N)? "
           ACCEPT CONFIRM-ANSWER.
           IF CONFIRM-ANSWER = "Y" OR "y"
               PERFORM APPLY-WITHDRAWAL
           ELSE
               DISPLAY "Withdrawal cancelled."
           END-IF.

       APPLY-WITHDRAWAL.
      * The term's itemized charges come down by the amount
      * forgiven first.  That and the transaction probe above leave
      * a transaction in the record area, so the enrollment is read
      * again before the rewrite.
           PERFORM REDUCE-WITHDRAWN-CHARGES.
           MOVE LOOKUP-NUMBER TO STUDENTNUMBER.
           MOVE ZERO TO TRANSACTION-SEQ.
           READ STUDENT-FILE
               INVALID KEY
                   DISPLAY "Enrollment record for student "
                       LOOKUP-NUMBER " has disappeared, status "
                       STUDENT-FILE-STATUS
               NOT INVALID KEY
                   MOVE NEW-TUITION-OWED TO TUITIONOWED
                   SET ENROLL-WITHDRAWN TO TRUE
                   REWRITE STUDENTDATA
                       INVALID KEY
                           DISPLAY "Unable to update enrollment "
                               "record, status " STUDENT-FILE-STATUS
                           DISPLAY "The term's itemized charges are "
                               "already reduced by " AMOUNT-FORGIVEN
                               " - post the balance by hand."
                       NOT INVALID KEY
                           PERFORM WRITE-AUDIT-RECORD
                           IF CREDIT-DUE > ZERO
                               PERFORM POST-CREDIT-BALANCE
                           END-IF
                           PERFORM WRITE-REGISTER-DETAIL
                           DISPLAY "Withdrawal processed."
                   END-REWRITE
           END-READ.

       REDUCE-WITHDRAWN-CHARGES.
      * The amount forgiven comes off the term's TUIT charges in
      * place, the latest row first, the way Project01 takes a
      * re-priced decrease off, and what tuition cannot absorb
      * comes off the FEES charges.  The rows keep their dates, so
      * the ledger extract never books them again, and the charges
      * still add up to the balance, so the nightly payment
      * application does not mark forgiven tuition paid.
           MOVE AMOUNT-FORGIVEN TO CHARGE-CHANGE.
           MOVE "TUIT" TO REDUCE-CHARGE-CODE.
           PERFORM REDUCE-TERM-CHARGES.
           IF CHARGE-CHANGE > ZERO
               MOVE "FEES" TO REDUCE-CHARGE-CODE
               PERFORM REDUCE-TERM-CHARGES
           END-IF.
           IF CHARGE-CHANGE > ZERO
               DISPLAY "Note: " CHARGE-CHANGE " of the amount "
                   "forgiven is beyond the term's tuition and fees "
                   "and is not itemized."
           END-IF.

       REDUCE-TERM-CHARGES.
           PERFORM FIND-TERM-CHARGE.
           PERFORM REDUCE-ONE-CHARGE-SLOT WITH TEST BEFORE
               VARYING CHARGE-PROBE-SEQ
               FROM CHARGE-FOUND-SEQ BY -1
               UNTIL CHARGE-PROBE-SEQ = ZERO
               OR CHARGE-CHANGE = ZERO.

       FIND-TERM-CHARGE.
      * Probes the transaction run the same way the original charge
      * is rebuilt above, keeping the slot of the latest charge
      * under the code for the enrollment term.
           MOVE "N" TO CHARGE-PROBE-DONE-SW.
           MOVE ZERO TO CHARGE-FOUND-SEQ.
           MOVE 1 TO CHARGE-PROBE-SEQ.
           PERFORM TEST-ONE-CHARGE-SLOT WITH TEST BEFORE
               UNTIL CHARGE-PROBE-DONE.

       TEST-ONE-CHARGE-SLOT.
           MOVE LOOKUP-NUMBER TO CHG-STUDENTNUMBER.
           MOVE CHARGE-PROBE-SEQ TO CHG-TRANSACTION-SEQ.
           READ STUDENT-FILE
               INVALID KEY
                   MOVE "Y" TO CHARGE-PROBE-DONE-SW
               NOT INVALID KEY
                   IF CHARGE-RECORD
                       AND CHG-CODE = REDUCE-CHARGE-CODE
                       AND CHG-TERM = SAVED-TERM
                       MOVE CHARGE-PROBE-SEQ TO CHARGE-FOUND-SEQ
                   END-IF
                   IF CHARGE-PROBE-SEQ = 994
                       MOVE "Y" TO CHARGE-PROBE-DONE-SW
                   ELSE
                       ADD 1 TO CHARGE-PROBE-SEQ
                   END-IF
           END-READ.

       REDUCE-ONE-CHARGE-SLOT.
           MOVE LOOKUP-NUMBER TO CHG-STUDENTNUMBER.
           MOVE CHARGE-PROBE-SEQ TO CHG-TRANSACTION-SEQ.
           READ STUDENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CHARGE-RECORD
                       AND CHG-CODE = REDUCE-CHARGE-CODE
                       AND CHG-TERM = SAVED-TERM
                       AND CHG-AMOUNT > ZERO
                       PERFORM REDUCE-TERM-CHARGE
                   END-IF
           END-READ.

       REDUCE-TERM-CHARGE.
           IF CHG-AMOUNT > CHARGE-CHANGE
               SUBTRACT CHARGE-CHANGE FROM CHG-AMOUNT
               MOVE ZERO TO CHARGE-CHANGE
           ELSE
               SUBTRACT CHG-AMOUNT FROM CHARGE-CHANGE
               MOVE ZERO TO CHG-AMOUNT
           END-IF.
           IF CHG-PAID > CHG-AMOUNT
               MOVE CHG-AMOUNT TO CHG-PAID
           END-IF.
           MOVE SIGNON-ID TO CHG-OPERATOR-ID.
           REWRITE CHARGE-DETAIL
               INVALID KEY
                   DISPLAY "Unable to reduce charge for student "
                       LOOKUP-NUMBER ", status " STUDENT-FILE-STATUS
           END-REWRITE.

       POST-CREDIT-BALANCE.
      * Same rules STUDPOST uses for an overpayment: the credit
      * lives under reserved sequence 997, an open or approved
      * credit is added to and dropped back to open, and a refunded
      * credit's amount is replaced rather than added to.
           MOVE "N" TO CREDIT-FOUND-SW.
           MOVE LOOKUP-NUMBER TO CRD-STUDENTNUMBER.
           MOVE 997 TO CRD-TRANSACTION-SEQ.
           READ STUDENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CREDIT-RECORD
                       MOVE "Y" TO CREDIT-FOUND-SW
                   END-IF
           END-READ.
           IF CREDIT-FOUND
               IF CRD-REFUNDED
                   IF CREDIT-DUE > 99999
                       MOVE 99999 TO CRD-AMOUNT
                       DISPLAY "WARNING: credit balance for "
                           "student " LOOKUP-NUMBER " capped at "
                           "99999 - review this account by hand."
                   ELSE
                       MOVE CREDIT-DUE TO CRD-AMOUNT
                   END-IF
               ELSE
                   ADD CREDIT-DUE TO CRD-AMOUNT
                       ON SIZE ERROR
                           MOVE 99999 TO CRD-AMOUNT
                           DISPLAY "WARNING: credit balance for "
                               "student " LOOKUP-NUMBER
                               " capped at 99999 - review this "
                               "account by hand."
                   END-ADD
               END-IF
           ELSE
               MOVE SPACES TO CREDIT-BALANCE
               MOVE LOOKUP-NUMBER TO CRD-STUDENTNUMBER
               MOVE 997 TO CRD-TRANSACTION-SEQ
               SET CREDIT-RECORD TO TRUE
               IF CREDIT-DUE > 99999
                   MOVE 99999 TO CRD-AMOUNT
                   DISPLAY "WARNING: credit balance for "
                       "student " LOOKUP-NUMBER " capped at "
                       "99999 - review this account by hand."
               ELSE
                   MOVE CREDIT-DUE TO CRD-AMOUNT
               END-IF
           END-IF.
           SET CRD-OPEN TO TRUE.
           ACCEPT CRD-CREATED-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO CRD-APPROVED-BY.
           MOVE ZERO TO CRD-APPROVED-DATE.
           IF CREDIT-FOUND
               REWRITE STUDENTDATA
                   INVALID KEY
                       DISPLAY "Unable to update credit balance for "
                           "student " LOOKUP-NUMBER ", status "
                           STUDENT-FILE-STATUS
               END-REWRITE
           ELSE
               WRITE STUDENTDATA
                   INVALID KEY
                       DISPLAY "Unable to write credit balance for "
                           "student " LOOKUP-NUMBER ", status "
                           STUDENT-FILE-STATUS
               END-WRITE
           END-IF.
           DISPLAY "Credit of " CREDIT-DUE " set up - approve the "
               "refund in REFNDMNT.".

       WRITE-AUDIT-RECORD.
      * The withdrawal row carries the old and new balance like an
      * enrollment row, so the audit reconciliation still ties the
      * last row to TUITIONOWED, and the amount forgiven in the
      * payment column for the GL extract to book.
           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
           END-IF.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
           SET AUDIT-WITHDRAWAL TO TRUE.
           MOVE LOOKUP-NUMBER TO AUDIT-STUDENTNUMBER.
           MOVE OLD-TUITION-OWED TO AUDIT-OLD-TUITION.
           MOVE NEW-TUITION-OWED TO AUDIT-NEW-TUITION.
           IF AMOUNT-FORGIVEN > 99999
               MOVE 99999 TO AUDIT-PAYMENT-AMOUNT
               DISPLAY "WARNING: amount forgiven for student "
                   LOOKUP-NUMBER " capped at 99999 on the audit "
                   "journal - review this account by hand."
           ELSE
               MOVE AMOUNT-FORGIVEN TO AUDIT-PAYMENT-AMOUNT
           END-IF.
           MOVE SIGNON-ID TO AUDIT-OPERATOR-ID.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.

       WRITE-REGISTER-DETAIL.
           MOVE LOOKUP-NUMBER TO DL-NUMBER.
           MOVE SAVED-NAME TO DL-NAME.
           MOVE SAVED-TERM TO DL-TERM.
           MOVE WITHDRAW-DATE TO DL-DATE.
           MOVE ORIGINAL-CHARGE TO DL-CHARGE.
           MOVE REFUND-PERCENT TO DL-PERCENT.
           MOVE AMOUNT-FORGIVEN TO DL-FORGIVEN.
           MOVE NEW-TUITION-OWED TO DL-BALANCE.
           MOVE CREDIT-DUE TO DL-CREDIT.
           WRITE REGISTER-LINE FROM DETAIL-LINE.
           ADD 1 TO WITHDRAWALS-DONE.
           ADD ORIGINAL-CHARGE TO CHARGE-TOTAL
               ON SIZE ERROR
                   DISPLAY "WARNING: CHARGE-TOTAL overflowed - the "
                       "register total is not reliable."
           END-ADD.
           ADD AMOUNT-FORGIVEN TO FORGIVEN-TOTAL
               ON SIZE ERROR
                   DISPLAY "WARNING: FORGIVEN-TOTAL overflowed - "
                       "the register total is not reliable."
           END-ADD.
           ADD CREDIT-DUE TO CREDIT-TOTAL
               ON SIZE ERROR
                   DISPLAY "WARNING: CREDIT-TOTAL overflowed - the "
                       "register total is not reliable."
           END-ADD.

       PRINT-SESSION-TOTALS.
           MOVE WITHDRAWALS-DONE TO TL-COUNT.
           WRITE REGISTER-LINE FROM TOTAL-LINE-1.
           MOVE CHARGE-TOTAL TO TL-CHARGES.
           WRITE REGISTER-LINE FROM TOTAL-LINE-2.
           MOVE FORGIVEN-TOTAL TO TL-FORGIVEN.
           WRITE REGISTER-LINE FROM TOTAL-LINE-3.
           MOVE CREDIT-TOTAL TO TL-CREDIT.
           WRITE REGISTER-LINE FROM TOTAL-LINE-4.

       TAKE-STUDENT-LOCK.
      * STULOCK grants or refuses the student's key range - a
      * refusal means another operator is mid-update on the same
      * student, and the withdrawal is abandoned rather than risk a
      * silent lost update.
           MOVE "L" TO LOCK-FUNCTION.
           CALL "STULOCK" USING LOCK-FUNCTION LOCK-STUDENT
               LOCK-OPERATOR LOCK-RESULT LOCK-HOLDER.
           IF LOCK-BUSY
               DISPLAY "Record in use by operator " LOCK-HOLDER
                   ", try again."
           END-IF.

       RELEASE-STUDENT-LOCK.
           MOVE "U" TO LOCK-FUNCTION.
           CALL "STULOCK" USING LOCK-FUNCTION LOCK-STUDENT
               LOCK-OPERATOR LOCK-RESULT LOCK-HOLDER.

      ** add other procedures here
       END PROGRAM WITHDRAW.

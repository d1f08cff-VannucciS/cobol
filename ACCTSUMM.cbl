      ******************************************************************
      * Author:Vannucci
      * Date:Oct/15/2026
      * Purpose: Nightly account summary - reads STUDENT-FILE once,
      *          front to back, and writes account-summary.txt for
      *          the report and extract steps that follow it, so
      *          they stop re-reading the master one after another.
      *          Each student's payments, reversals, aid awards and
      *          itemized charges are written as detail records in
      *          sequence order, then one account record closes the
      *          student: name, term, balance, payments to date and
      *          the last payment date, plan schedule, collection
      *          level, credit balance, sponsor share and receipts,
      *          anticipated aid, and the demographics address.  A
      *          trailer carries the account and detail counts and
      *          a hash total of the balances, which every program
      *          reading the summary proves before it runs - the
      *          way RECVROLL proves GLEXTR's trailer.  Runs as a
      *          nightly step ahead of STUDRPT, and ahead of
      *          COLLECTN in the monthly collection job.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. ACCTSUMM.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO "student-output.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS STUDENT-FILE-KEY
               FILE STATUS IS STUDENT-FILE-STATUS.
           SELECT ACCOUNT-SUMMARY-FILE
               ASSIGN TO "account-summary.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUMMARY-FILE-STATUS.

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
               88 AID-AWARD-RECORD  VALUE "9".
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
           02 FILLER   PIC X(4).
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
       01  STUDENT-DEMOGRAPHICS REDEFINES STUDENTDATA.
           02  DEM-FILE-KEY.
               03 DEM-STUDENTNUMBER   PIC 9(7).
               03 DEM-TRANSACTION-SEQ PIC 9(3).
           02  DEM-RECORD-TYPE        PIC X(1).
           02 FILLER                  PIC X(1).
           02  DEM-STREET             PIC X(18).
           02 FILLER                  PIC X(1).
           02  DEM-CITY               PIC X(12).
           02 FILLER                  PIC X(1).
           02  DEM-STATE              PIC X(2).
           02 FILLER                  PIC X(1).
           02  DEM-ZIP                PIC X(5).
           02 FILLER                  PIC X(1).
           02  DEM-PHONE              PIC X(10).
           02 FILLER                  PIC X(17).
       01  PAYMENT-PLAN REDEFINES STUDENTDATA.
           02  PLAN-FILE-KEY.
               03 PLAN-STUDENTNUMBER   PIC 9(7).
               03 PLAN-TRANSACTION-SEQ PIC 9(3).
           02  PLAN-RECORD-TYPE        PIC X(1).
           02 FILLER                  PIC X(1).
           02  PLAN-INSTALLMENT-COUNT PIC 9(1).
           02 FILLER                  PIC X(1).
           02  PLAN-INSTALLMENT OCCURS 4 TIMES.
               03 PLAN-DUE-DATE       PIC 9(8).
               03 FILLER              PIC X(1).
               03 PLAN-DUE-AMOUNT     PIC 9(5).
               03 FILLER              PIC X(1).
           02 FILLER                  PIC X(6).
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
       01  COLLECTION-STATUS-REC REDEFINES STUDENTDATA.
           02  COLL-FILE-KEY.
               03 COLL-STUDENTNUMBER   PIC 9(7).
               03 COLL-TRANSACTION-SEQ PIC 9(3).
           02  COLL-RECORD-TYPE        PIC X(1).
           02 FILLER                  PIC X(1).
           02  COLL-LEVEL              PIC X(1).
               88 COLL-FIRST-NOTICE  VALUE "1".
               88 COLL-SECOND-NOTICE VALUE "2".
               88 COLL-FINAL-NOTICE  VALUE "3".
               88 COLL-AT-AGENCY     VALUE "A".
           02 FILLER                  PIC X(1).
           02  COLL-LAST-PERIOD        PIC 9(6).
           02 FILLER                  PIC X(1).
           02  COLL-REFERRAL-DATE      PIC 9(8).
           02 FILLER                  PIC X(1).
           02  COLL-REFERRAL-BALANCE   PIC 9(5).
           02 FILLER                  PIC X(45).
       01  SPONSOR-ALLOCATION REDEFINES STUDENTDATA.
           02  SPA-FILE-KEY.
               03 SPA-STUDENTNUMBER   PIC 9(7).
               03 SPA-TRANSACTION-SEQ PIC 9(3).
           02  SPA-RECORD-TYPE        PIC X(1).
           02 FILLER                  PIC X(1).
           02  SPA-SPONSOR-NUMBER     PIC 9(5).
           02 FILLER                  PIC X(1).
           02  SPA-AMOUNT             PIC 9(5).
           02 FILLER                  PIC X(57).

      * One aid-award record per fund and term, filed in the
      * transaction run like a payment.  Awarded less disbursed is
      * the aid still to come.
       01  AID-AWARD REDEFINES STUDENTDATA.
           02  AID-FILE-KEY.
               03 AID-STUDENTNUMBER   PIC 9(7).
               03 AID-TRANSACTION-SEQ PIC 9(3).
           02  AID-RECORD-TYPE        PIC X(1).
           02 FILLER                  PIC X(1).
           02  AID-FUND-CODE          PIC X(4).
           02 FILLER                  PIC X(1).
           02  AID-TERM               PIC X(5).
           02 FILLER                  PIC X(1).
           02  AID-AWARDED            PIC 9(5).
           02 FILLER                  PIC X(1).
           02  AID-DISBURSED          PIC 9(5).
           02 FILLER                  PIC X(1).
           02  AID-LAST-DATE          PIC 9(8).
           02 FILLER                  PIC X(1).
           02  AID-OPERATOR-ID        PIC X(4).
           02 FILLER                  PIC X(32).
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

       FD ACCOUNT-SUMMARY-FILE.
       01  SUMMARY-RECORD PIC X(280).

       WORKING-STORAGE SECTION.
      *-----------------------
       01  STUDENT-FILE-STATUS PIC X(2).
       01  SUMMARY-FILE-STATUS PIC X(2).
       01  EOF-FLAG PIC X VALUE "N".
           88 END-OF-STUDENTS VALUE "Y".
       01  ACCOUNT-OPEN-SW PIC X VALUE "N".
           88 ACCOUNT-OPEN VALUE "Y".
       01  INSTALLMENT-SUB PIC 9(1).
       01  ACCOUNT-COUNT PIC 9(7) VALUE ZERO.
       01  DETAIL-COUNT PIC 9(7) VALUE ZERO.
       01  HASH-TOTAL PIC 9(11) VALUE ZERO.

      * The account record is built here while the student's detail
      * records go out, and written when the next student number
      * (or the end of the file) closes the student.
       01  ACCOUNT-SUMMARY-LINE.
           05 SA-RECORD-TYPE   PIC X(1) VALUE "A".
           05 FILLER           PIC X(1) VALUE " ".
           05 SA-STUDENTNUMBER PIC 9(7).
           05 FILLER           PIC X(1) VALUE " ".
           05 SA-ENROLLED-FLAG PIC X(1).
           05 FILLER           PIC X(1) VALUE " ".
           05 SA-NAME          PIC X(40).
           05 FILLER           PIC X(1) VALUE " ".
           05 SA-TERM          PIC X(5).
           05 FILLER           PIC X(1) VALUE " ".
           05 SA-ENROLL-STATUS PIC X(1).
           05 FILLER           PIC X(1) VALUE " ".
           05 SA-BALANCE       PIC 9(5).
           05 FILLER           PIC X(1) VALUE " ".
           05 SA-PAYMENTS-TO-DATE PIC 9(7).
           05 FILLER           PIC X(1) VALUE " ".
           05 SA-REVERSALS-TO-DATE PIC 9(7).
           05 FILLER           PIC X(1) VALUE " ".
           05 SA-PENDING-PAYMENTS PIC 9(7).
           05 FILLER           PIC X(1) VALUE " ".
           05 SA-PENDING-REVERSALS PIC 9(7).
           05 FILLER           PIC X(1) VALUE " ".
           05 SA-LAST-PAYMENT-DATE PIC 9(8).
           05 FILLER           PIC X(1) VALUE " ".
           05 SA-PLAN-COUNT    PIC 9(1).
           05 FILLER           PIC X(1) VALUE " ".
           05 SA-PLAN-INSTALLMENT OCCURS 4 TIMES.
               10 SA-DUE-DATE      PIC 9(8).
               10 FILLER           PIC X(1).
               10 SA-DUE-AMOUNT    PIC 9(5).
               10 FILLER           PIC X(1).
           05 SA-COLL-LEVEL    PIC X(1).
           05 FILLER           PIC X(1) VALUE " ".
           05 SA-COLL-PERIOD   PIC 9(6).
           05 FILLER           PIC X(1) VALUE " ".
           05 SA-CREDIT-AMOUNT PIC 9(5).
           05 FILLER           PIC X(1) VALUE " ".
           05 SA-CREDIT-STATUS PIC X(1).
           05 FILLER           PIC X(1) VALUE " ".
           05 SA-SPONSOR-NUMBER PIC 9(5).
           05 FILLER           PIC X(1) VALUE " ".
           05 SA-SPONSOR-SHARE PIC 9(5).
           05 FILLER           PIC X(1) VALUE " ".
           05 SA-SPONSOR-RECEIPTS PIC 9(7).
           05 FILLER           PIC X(1) VALUE " ".
           05 SA-SPONSOR-REVERSALS PIC 9(7).
           05 FILLER           PIC X(1) VALUE " ".
           05 SA-ANTICIPATED-AID PIC 9(7).
           05 FILLER           PIC X(1) VALUE " ".
           05 SA-ADDRESS-FLAG  PIC X(1).
           05 FILLER           PIC X(1) VALUE " ".
           05 SA-STREET        PIC X(18).
           05 FILLER           PIC X(1) VALUE " ".
           05 SA-CITY          PIC X(12).
           05 FILLER           PIC X(1) VALUE " ".
           05 SA-STATE         PIC X(2).
           05 FILLER           PIC X(1) VALUE " ".
           05 SA-ZIP           PIC X(5).
           05 FILLER           PIC X(1) VALUE " ".
           05 SA-PHONE         PIC X(10).
           05 FILLER           PIC X(4) VALUE SPACES.

      * One detail record per payment, reversal, aid award and
      * itemized charge.  SD-PAID is the aid disbursed or the charge
      * cleared; SD-CODE is the aid fund or the charge code.
       01  SUMMARY-DETAIL-LINE.
           05 SD-RECORD-TYPE   PIC X(1) VALUE "D".
           05 FILLER           PIC X(1) VALUE " ".
           05 SD-STUDENTNUMBER PIC 9(7).
           05 FILLER           PIC X(1) VALUE " ".
           05 SD-TRANSACTION-SEQ PIC 9(3).
           05 FILLER           PIC X(1) VALUE " ".
           05 SD-TRAN-TYPE     PIC X(1).
           05 FILLER           PIC X(1) VALUE " ".
           05 SD-DATE          PIC 9(8).
           05 FILLER           PIC X(1) VALUE " ".
           05 SD-AMOUNT        PIC 9(5).
           05 FILLER           PIC X(1) VALUE " ".
           05 SD-PAID          PIC 9(5).
           05 FILLER           PIC X(1) VALUE " ".
           05 SD-CODE          PIC X(4).
           05 FILLER           PIC X(1) VALUE " ".
           05 SD-TERM          PIC X(5).
           05 FILLER           PIC X(1) VALUE " ".
           05 SD-OPERATOR-ID   PIC X(4).
           05 FILLER           PIC X(1) VALUE " ".
           05 SD-POSTED-FLAG   PIC X(1).
           05 FILLER           PIC X(1) VALUE " ".
           05 SD-SOURCE-FLAG   PIC X(1).
           05 FILLER           PIC X(1) VALUE " ".
           05 SD-ORIG-SEQ      PIC 9(3).
           05 FILLER           PIC X(220) VALUE SPACES.

       01  SUMMARY-TRAILER-LINE.
           05 ST-RECORD-TYPE   PIC X(1) VALUE "T".
           05 FILLER           PIC X(1) VALUE " ".
           05 ST-ACCOUNT-COUNT PIC 9(7).
           05 FILLER           PIC X(1) VALUE " ".
           05 ST-DETAIL-COUNT  PIC 9(7).
           05 FILLER           PIC X(1) VALUE " ".
           05 ST-HASH-TOTAL    PIC 9(11).
           05 FILLER           PIC X(1) VALUE " ".
           05 ST-BUILD-DATE    PIC 9(8).
           05 FILLER           PIC X(1) VALUE " ".
           05 ST-BUILD-TIME    PIC 9(8).
           05 FILLER           PIC X(233) VALUE SPACES.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           OPEN INPUT STUDENT-FILE.
           IF STUDENT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open student-output.txt, status "
                   STUDENT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT ACCOUNT-SUMMARY-FILE.
           IF SUMMARY-FILE-STATUS NOT = "00"
               DISPLAY "Unable to create account-summary.txt, "
                   "status " SUMMARY-FILE-STATUS
               CLOSE STUDENT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM READ-STUDENT-RECORD.
           PERFORM SUMMARIZE-ONE-RECORD
               UNTIL END-OF-STUDENTS.
           IF ACCOUNT-OPEN
               PERFORM WRITE-ACCOUNT-RECORD
           END-IF.
           PERFORM WRITE-TRAILER.
           CLOSE STUDENT-FILE.
           CLOSE ACCOUNT-SUMMARY-FILE.
           DISPLAY "Accounts summarized: " ACCOUNT-COUNT.
           DISPLAY "Detail records     : " DETAIL-COUNT.
           DISPLAY "Balance hash total : " HASH-TOTAL.
           GOBACK.

       READ-STUDENT-RECORD.
      * STUDENT-FILE is indexed on student number then sequence, so
      * a plain sequential read returns each student's records
      * together - enrollment first, the transaction run next, the
      * reserved records last.
           READ STUDENT-FILE NEXT RECORD
               AT END MOVE "Y" TO EOF-FLAG
           END-READ.

       SUMMARIZE-ONE-RECORD.
           IF ACCOUNT-OPEN AND STUDENTNUMBER NOT = SA-STUDENTNUMBER
               PERFORM WRITE-ACCOUNT-RECORD
           END-IF.
           IF NOT ACCOUNT-OPEN
               PERFORM START-NEW-ACCOUNT
           END-IF.
           IF ENROLLMENT-RECORD
               PERFORM TAKE-ENROLLMENT
           ELSE
               IF PAYMENT-RECORD
                   PERFORM TAKE-PAYMENT
               ELSE
                   IF REVERSAL-RECORD
                       PERFORM TAKE-REVERSAL
                   ELSE
                       IF AID-AWARD-RECORD
                           PERFORM TAKE-AID-AWARD
                       ELSE
                           IF CHARGE-RECORD
                               PERFORM TAKE-CHARGE
                           ELSE
                               PERFORM TAKE-RESERVED-RECORD
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-STUDENT-RECORD.

       START-NEW-ACCOUNT.
      * A student with no enrollment record still gets an account
      * record, flagged not enrolled, so a sponsor allocation or a
      * stray payment under the number is not lost to the readers.
           MOVE "Y" TO ACCOUNT-OPEN-SW.
           MOVE STUDENTNUMBER TO SA-STUDENTNUMBER.
           MOVE "N" TO SA-ENROLLED-FLAG.
           MOVE SPACES TO SA-NAME.
           MOVE SPACES TO SA-TERM.
           MOVE SPACES TO SA-ENROLL-STATUS.
           MOVE ZERO TO SA-BALANCE.
           MOVE ZERO TO SA-PAYMENTS-TO-DATE.
           MOVE ZERO TO SA-REVERSALS-TO-DATE.
           MOVE ZERO TO SA-PENDING-PAYMENTS.
           MOVE ZERO TO SA-PENDING-REVERSALS.
           MOVE ZERO TO SA-LAST-PAYMENT-DATE.
           MOVE ZERO TO SA-PLAN-COUNT.
           PERFORM CLEAR-ONE-INSTALLMENT
               VARYING INSTALLMENT-SUB FROM 1 BY 1
               UNTIL INSTALLMENT-SUB > 4.
           MOVE SPACES TO SA-COLL-LEVEL.
           MOVE ZERO TO SA-COLL-PERIOD.
           MOVE ZERO TO SA-CREDIT-AMOUNT.
           MOVE SPACES TO SA-CREDIT-STATUS.
           MOVE ZERO TO SA-SPONSOR-NUMBER.
           MOVE ZERO TO SA-SPONSOR-SHARE.
           MOVE ZERO TO SA-SPONSOR-RECEIPTS.
           MOVE ZERO TO SA-SPONSOR-REVERSALS.
           MOVE ZERO TO SA-ANTICIPATED-AID.
           MOVE "N" TO SA-ADDRESS-FLAG.
           MOVE SPACES TO SA-STREET.
           MOVE SPACES TO SA-CITY.
           MOVE SPACES TO SA-STATE.
           MOVE SPACES TO SA-ZIP.
           MOVE SPACES TO SA-PHONE.

       CLEAR-ONE-INSTALLMENT.
           MOVE ZERO TO SA-DUE-DATE (INSTALLMENT-SUB).
           MOVE ZERO TO SA-DUE-AMOUNT (INSTALLMENT-SUB).

       TAKE-ENROLLMENT.
           MOVE "Y" TO SA-ENROLLED-FLAG.
           MOVE STUDENTNAME TO SA-NAME.
           MOVE TERM-ID TO SA-TERM.
           MOVE ENROLL-STATUS TO SA-ENROLL-STATUS.
           MOVE TUITIONOWED TO SA-BALANCE.

       TAKE-PAYMENT.
           PERFORM CLEAR-DETAIL-LINE.
           MOVE PAYMENT-DATE TO SD-DATE.
           MOVE PAYMENT-AMOUNT TO SD-AMOUNT.
           MOVE PMT-OPERATOR-ID TO SD-OPERATOR-ID.
           MOVE PMT-POSTED-FLAG TO SD-POSTED-FLAG.
           MOVE PMT-SOURCE-FLAG TO SD-SOURCE-FLAG.
           PERFORM WRITE-DETAIL-RECORD.
           ADD PAYMENT-AMOUNT TO SA-PAYMENTS-TO-DATE
               ON SIZE ERROR
                   DISPLAY "WARNING: payments to date overflowed "
                       "for student " SA-STUDENTNUMBER
           END-ADD.
           IF NOT PMT-POSTED
               ADD PAYMENT-AMOUNT TO SA-PENDING-PAYMENTS
                   ON SIZE ERROR
                       DISPLAY "WARNING: pending payments "
                           "overflowed for student " SA-STUDENTNUMBER
               END-ADD
           END-IF.
           IF PMT-SPONSOR-PAID
               ADD PAYMENT-AMOUNT TO SA-SPONSOR-RECEIPTS
           END-IF.
           IF PAYMENT-DATE > SA-LAST-PAYMENT-DATE
               MOVE PAYMENT-DATE TO SA-LAST-PAYMENT-DATE
           END-IF.

       TAKE-REVERSAL.
           PERFORM CLEAR-DETAIL-LINE.
           MOVE REV-DATE TO SD-DATE.
           MOVE REV-AMOUNT TO SD-AMOUNT.
           MOVE REV-OPERATOR-ID TO SD-OPERATOR-ID.
           MOVE REV-POSTED-FLAG TO SD-POSTED-FLAG.
           MOVE REV-SOURCE-FLAG TO SD-SOURCE-FLAG.
           MOVE REV-ORIG-SEQ TO SD-ORIG-SEQ.
           PERFORM WRITE-DETAIL-RECORD.
           ADD REV-AMOUNT TO SA-REVERSALS-TO-DATE
               ON SIZE ERROR
                   DISPLAY "WARNING: reversals to date overflowed "
                       "for student " SA-STUDENTNUMBER
           END-ADD.
           IF NOT REV-POSTED
               ADD REV-AMOUNT TO SA-PENDING-REVERSALS
                   ON SIZE ERROR
                       DISPLAY "WARNING: pending reversals "
                           "overflowed for student " SA-STUDENTNUMBER
               END-ADD
           END-IF.
           IF REV-SPONSOR-PAID
               ADD REV-AMOUNT TO SA-SPONSOR-REVERSALS
           END-IF.

       TAKE-AID-AWARD.
      * Only aid for the enrollment's own term is anticipated, the
      * same rule STUDSTMT and COLLECTN apply.  The enrollment is
      * sequence 000, so its term is already in hand here.
           PERFORM CLEAR-DETAIL-LINE.
           MOVE AID-LAST-DATE TO SD-DATE.
           MOVE AID-AWARDED TO SD-AMOUNT.
           MOVE AID-DISBURSED TO SD-PAID.
           MOVE AID-FUND-CODE TO SD-CODE.
           MOVE AID-TERM TO SD-TERM.
           MOVE AID-OPERATOR-ID TO SD-OPERATOR-ID.
           PERFORM WRITE-DETAIL-RECORD.
           IF SA-ENROLLED-FLAG = "Y" AND AID-TERM = SA-TERM
               AND AID-AWARDED > AID-DISBURSED
               COMPUTE SA-ANTICIPATED-AID = SA-ANTICIPATED-AID
                   + AID-AWARDED - AID-DISBURSED
                   ON SIZE ERROR
                       DISPLAY "WARNING: anticipated aid overflowed "
                           "for student " SA-STUDENTNUMBER
               END-COMPUTE
           END-IF.

       TAKE-CHARGE.
           PERFORM CLEAR-DETAIL-LINE.
           MOVE CHG-DATE TO SD-DATE.
           MOVE CHG-AMOUNT TO SD-AMOUNT.
           MOVE CHG-PAID TO SD-PAID.
           MOVE CHG-CODE TO SD-CODE.
           MOVE CHG-TERM TO SD-TERM.
           MOVE CHG-OPERATOR-ID TO SD-OPERATOR-ID.
           PERFORM WRITE-DETAIL-RECORD.

       TAKE-RESERVED-RECORD.
      * The reserved records under sequences 995 through 999 each
      * fill their own part of the account record.
           IF PLAN-RECORD
               MOVE PLAN-INSTALLMENT-COUNT TO SA-PLAN-COUNT
               PERFORM TAKE-ONE-INSTALLMENT
                   VARYING INSTALLMENT-SUB FROM 1 BY 1
                   UNTIL INSTALLMENT-SUB > 4
           END-IF.
           IF CREDIT-RECORD
               MOVE CRD-AMOUNT TO SA-CREDIT-AMOUNT
               MOVE CRD-STATUS TO SA-CREDIT-STATUS
           END-IF.
           IF COLLECTION-RECORD
               MOVE COLL-LEVEL TO SA-COLL-LEVEL
               MOVE COLL-LAST-PERIOD TO SA-COLL-PERIOD
           END-IF.
           IF SPONSOR-RECORD
               MOVE SPA-SPONSOR-NUMBER TO SA-SPONSOR-NUMBER
               MOVE SPA-AMOUNT TO SA-SPONSOR-SHARE
           END-IF.
           IF DEMOGRAPHICS-RECORD
               MOVE "Y" TO SA-ADDRESS-FLAG
               MOVE DEM-STREET TO SA-STREET
               MOVE DEM-CITY TO SA-CITY
               MOVE DEM-STATE TO SA-STATE
               MOVE DEM-ZIP TO SA-ZIP
               MOVE DEM-PHONE TO SA-PHONE
           END-IF.

       TAKE-ONE-INSTALLMENT.
           MOVE PLAN-DUE-DATE (INSTALLMENT-SUB)
               TO SA-DUE-DATE (INSTALLMENT-SUB).
           MOVE PLAN-DUE-AMOUNT (INSTALLMENT-SUB)
               TO SA-DUE-AMOUNT (INSTALLMENT-SUB).

       CLEAR-DETAIL-LINE.
           MOVE STUDENTNUMBER TO SD-STUDENTNUMBER.
           MOVE TRANSACTION-SEQ TO SD-TRANSACTION-SEQ.
           MOVE RECORD-TYPE TO SD-TRAN-TYPE.
           MOVE ZERO TO SD-DATE.
           MOVE ZERO TO SD-AMOUNT.
           MOVE ZERO TO SD-PAID.
           MOVE SPACES TO SD-CODE.
           MOVE SPACES TO SD-TERM.
           MOVE SPACES TO SD-OPERATOR-ID.
           MOVE SPACES TO SD-POSTED-FLAG.
           MOVE SPACES TO SD-SOURCE-FLAG.
           MOVE ZERO TO SD-ORIG-SEQ.

       WRITE-DETAIL-RECORD.
           WRITE SUMMARY-RECORD FROM SUMMARY-DETAIL-LINE.
           ADD 1 TO DETAIL-COUNT.

       WRITE-ACCOUNT-RECORD.
           WRITE SUMMARY-RECORD FROM ACCOUNT-SUMMARY-LINE.
           ADD 1 TO ACCOUNT-COUNT.
           ADD SA-BALANCE TO HASH-TOTAL
               ON SIZE ERROR
                   DISPLAY "WARNING: HASH-TOTAL overflowed - this "
                       "summary will fail its trailer check."
           END-ADD.
           MOVE "N" TO ACCOUNT-OPEN-SW.

       WRITE-TRAILER.
      * The trailer carries both record counts and the hash of the
      * account balances, so each reader can prove it is looking
      * at the whole of tonight's summary before it prints a line.
           MOVE ACCOUNT-COUNT TO ST-ACCOUNT-COUNT.
           MOVE DETAIL-COUNT TO ST-DETAIL-COUNT.
           MOVE HASH-TOTAL TO ST-HASH-TOTAL.
           ACCEPT ST-BUILD-DATE FROM DATE YYYYMMDD.
           ACCEPT ST-BUILD-TIME FROM TIME.
           WRITE SUMMARY-RECORD FROM SUMMARY-TRAILER-LINE.

      ** add other procedures here
       END PROGRAM ACCTSUMM.

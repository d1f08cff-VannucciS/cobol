      *          address on file is held at its level and listed on
      *          the register so the office can chase an address.  An
      *          account paid down to zero has its status cleared.
      *          A withdrawn enrollment still carrying a balance is
      *          no longer worked - it holds at whatever level it had
      *          and is listed on the register for the office.  So
      *          is an account whose balance is covered by financial
      *          aid awarded for the term but not yet disbursed - the
      *          aid office will pay it, so the student is not dunned.
      *          The run date comes from the COLLECTN-RUNDATE
      *          environment name (YYYYMMDD); its year and month are
      *          stamped on each worked status record, so a rerun for
      *          the same month cannot escalate anyone twice.
      *          Accounts are worked from ACCTSUMM's account summary,
      *          proved against its trailer first.  The summary only
      *          picks the accounts to work - each one's sequence-996
      *          status record is read from the master itself before
      *          it is written, rewritten or removed, so a rerun
      *          against the same summary sees the period the first
      *          run stamped.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS IS DYNAMIC
               RECORD KEY IS STUDENT-FILE-KEY
               FILE STATUS IS STUDENT-FILE-STATUS.
           SELECT ACCOUNT-SUMMARY-FILE
               ASSIGN TO "account-summary.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUMMARY-FILE-STATUS.
           SELECT LETTER-FILE ASSIGN TO "dunning-letters.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AGENCY-EXTRACT-FILE
               88 CREDIT-RECORD     VALUE "6".
               88 COLLECTION-RECORD VALUE "7".
               88 SPONSOR-RECORD    VALUE "8".
               88 AID-AWARD-RECORD  VALUE "9".
           02 FILLER   PIC A(1) VALUE " ".
           02  TUITIONOWED     PIC 9(5).
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
       01  STUDENT-DEMOGRAPHICS REDEFINES STUDENTDATA.
           02  COLL-REFERRAL-BALANCE   PIC 9(5).
           02 FILLER                  PIC X(45).

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


       FD LETTER-FILE.
       01  LETTER-LINE PIC X(80).

       WORKING-STORAGE SECTION.
      *-----------------------
       01  STUDENT-FILE-STATUS PIC X(2).
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
       01  RUN-PERIOD PIC 9(6).
       01  CURRENT-STUDENT PIC 9(7).
       01  CURRENT-NAME PIC X(40).
       01  CURRENT-BALANCE PIC 9(5).
       01  CURRENT-STATUS PIC X(1).
           88 CURRENT-WITHDRAWN VALUE "W".
       01  CURRENT-TERM PIC X(5).
       01  ANTICIPATED-AID PIC 9(7).
       01  COLL-FOUND-SW PIC X.
           88 COLL-FOUND VALUE "Y".
       01  SAVED-LEVEL PIC X(1).
       01  AMOUNT-REFERRED-TOTAL PIC 9(7) VALUE ZERO.
       01  LETTERS-HELD PIC 9(7) VALUE ZERO.
       01  ACCOUNTS-CLEARED PIC 9(7) VALUE ZERO.
       01  WITHDRAWN-HELD PIC 9(7) VALUE ZERO.
       01  AID-COVERED-HELD PIC 9(7) VALUE ZERO.

       01  HEADING-LINE-1 PIC X(100) VALUE
           "COLLECTION PROCESSING REGISTER".
           05 FILLER           PIC X(30) VALUE
               "ACCOUNTS CLEARED:".
           05 TL-CLEARED       PIC ZZZZZZ9.
       01  TOTAL-LINE-8.
           05 FILLER           PIC X(30) VALUE
               "HELD - ENROLLMENT WITHDRAWN:".
           05 TL-WITHDRAWN     PIC ZZZZZZ9.
       01  TOTAL-LINE-9.
           05 FILLER           PIC X(30) VALUE
               "HELD - COVERED BY AID:".
           05 TL-AID-COVERED   PIC ZZZZZZ9.

       01  LETTER-SEPARATOR PIC X(80) VALUE
           "*********************************************".
      * The main procedure of the program
      **
           PERFORM GET-RUN-PARAMETERS.
           PERFORM VERIFY-ACCOUNT-SUMMARY.
           IF NOT SUMMARY-OK
               DISPLAY "account-summary.txt failed its trailer "
                   "check - rerun ACCTSUMM, then this step."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O STUDENT-FILE.
           IF STUDENT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open student-output.txt, status "
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ACCOUNT-SUMMARY-FILE.
           OPEN OUTPUT LETTER-FILE.
           OPEN OUTPUT AGENCY-EXTRACT-FILE.
           OPEN OUTPUT COLLECTION-REGISTER.
           MOVE RUN-DATE TO HD-DATE.
           WRITE REGISTER-LINE FROM HEADING-DATE-LINE.
           WRITE REGISTER-LINE FROM HEADING-LINE-2.
           PERFORM FIND-NEXT-ENROLLMENT
               UNTIL END-OF-SUMMARY.
           PERFORM PRINT-CONTROL-TOTALS.
           CLOSE ACCOUNT-SUMMARY-FILE.
           CLOSE STUDENT-FILE.
           CLOSE LETTER-FILE.
           CLOSE AGENCY-EXTRACT-FILE.
           END-IF.
           MOVE RUN-DATE (1:6) TO RUN-PERIOD.

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


       FIND-NEXT-ENROLLMENT.
      * The summary's account record carries the collection status
      * and the address alongside the balance, so only account
      * records for an enrolled student are worked - detail records
      * and accounts with no enrollment are passed over.
           PERFORM READ-SUMMARY-RECORD.
           IF NOT END-OF-SUMMARY AND SUM-ACCOUNT AND SA-ENROLLED
               PERFORM WORK-ONE-ACCOUNT
           END-IF.

       WORK-ONE-ACCOUNT.
           MOVE SA-STUDENTNUMBER TO CURRENT-STUDENT.
           MOVE SA-NAME TO CURRENT-NAME.
           MOVE SA-BALANCE TO CURRENT-BALANCE.
           MOVE SA-ENROLL-STATUS TO CURRENT-STATUS.
           MOVE SA-TERM TO CURRENT-TERM.
           PERFORM READ-COLLECTION-RECORD.
           IF CURRENT-BALANCE = ZERO
               IF COLL-FOUND
                   PERFORM CLEAR-COLLECTION-RECORD
               END-IF
           ELSE
               IF CURRENT-WITHDRAWN
                   PERFORM HOLD-WITHDRAWN-ACCOUNT
               ELSE
                   PERFORM SUM-ANTICIPATED-AID
                   IF ANTICIPATED-AID NOT < CURRENT-BALANCE
                       PERFORM HOLD-AID-COVERED-ACCOUNT
                   ELSE
                       PERFORM ESCALATE-ONE-ACCOUNT
                   END-IF
               END-IF
           END-IF.

       HOLD-WITHDRAWN-ACCOUNT.
      * The student withdrew mid-term, so the account is no longer
      * an active one to dun - it keeps whatever level it reached
      * and the register lists it so the office decides by hand.
           ADD 1 TO WITHDRAWN-HELD.
           MOVE "HELD - ENROLLMENT WITHDRAWN" TO DL-ACTION.
           PERFORM WRITE-REGISTER-DETAIL.

       HOLD-AID-COVERED-ACCOUNT.
      * Aid awarded for the term and not yet disbursed covers the
      * whole balance, so the money is coming from the aid office -
      * the account keeps its level and is listed, not dunned.
           ADD 1 TO AID-COVERED-HELD.
           MOVE "HELD - COVERED BY ANTICIPATED AID" TO DL-ACTION.
           PERFORM WRITE-REGISTER-DETAIL.

       SUM-ANTICIPATED-AID.
      * ACCTSUMM has already totalled the aid awarded for the
      * enrollment's own term and not yet disbursed.
           MOVE SA-ANTICIPATED-AID TO ANTICIPATED-AID.

       READ-COLLECTION-RECORD.
      * The collection-status record lives under reserved sequence
      * 996, so there is at most one per student.  It is read from
      * the master, not taken from the summary - the summary was cut
      * before this run, and a rerun against it would see the level
      * and period from before the first run worked the account.
           MOVE "N" TO COLL-FOUND-SW.
           MOVE SPACES TO SAVED-LEVEL.
           MOVE ZERO TO SAVED-PERIOD.
       CLEAR-COLLECTION-RECORD.
      * The balance reached zero, so the account comes out of the
      * dunning cycle - the status record is removed the way the
      * binder entry used to be crossed out.  The record is removed
      * by key, so the key is set up first.
           MOVE CURRENT-STUDENT TO COLL-STUDENTNUMBER.
           MOVE 996 TO COLL-TRANSACTION-SEQ.
           DELETE STUDENT-FILE
               INVALID KEY
                   DISPLAY "Unable to clear collection status for "
           END-IF.

       READ-DEMOGRAPHICS-RECORD.
      * The mailing address comes from the sequence-999
      * demographics record by way of the summary; students enrolled
      * before addresses were kept on file simply have none, and
      * their letters are held.
           MOVE "N" TO ADDRESS-FOUND-SW.
           MOVE SPACES TO SAVED-STREET.
           MOVE SPACES TO SAVED-CITY.
           MOVE SPACES TO SAVED-STATE.
           MOVE SPACES TO SAVED-ZIP.
           IF SA-ADDRESS-ON-FILE
               MOVE "Y" TO ADDRESS-FOUND-SW
               MOVE SA-STREET TO SAVED-STREET
               MOVE SA-CITY TO SAVED-CITY
               MOVE SA-STATE TO SAVED-STATE
               MOVE SA-ZIP TO SAVED-ZIP
           END-IF.

       SEND-DUNNING-LETTER.
      * A letter that cannot be mailed must not count as sent - the
           PERFORM WRITE-REGISTER-DETAIL.

       UPDATE-COLLECTION-RECORD.
      * The status record is built from scratch in the record area
      * before the write or rewrite, which go by key.
           MOVE SPACES TO COLLECTION-STATUS-REC.
           MOVE CURRENT-STUDENT TO COLL-STUDENTNUMBER.
           MOVE 996 TO COLL-TRANSACTION-SEQ.
           WRITE REGISTER-LINE FROM TOTAL-LINE-6.
           MOVE ACCOUNTS-CLEARED TO TL-CLEARED.
           WRITE REGISTER-LINE FROM TOTAL-LINE-7.
           MOVE WITHDRAWN-HELD TO TL-WITHDRAWN.
           WRITE REGISTER-LINE FROM TOTAL-LINE-8.
           MOVE AID-COVERED-HELD TO TL-AID-COVERED.
           WRITE REGISTER-LINE FROM TOTAL-LINE-9.

      ** add other procedures here
       END PROGRAM COLLECTN.

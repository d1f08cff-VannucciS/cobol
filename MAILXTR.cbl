      *          Accounts with no address on file are counted and
      *          reported - the statement page itself flags them for
      *          the mail clerk.  Runs as a nightly step right after
      *          STUDSTMT, from the account summary ACCTSUMM writes
      *          rather than the master, once its trailer proves.
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
           SELECT MAIL-EXTRACT-FILE
               ASSIGN TO "mailing-extract.txt"
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

       FD MAIL-EXTRACT-FILE.
       01  EXTRACT-LINE PIC X(100).

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
       01  ACCOUNTS-EXTRACTED PIC 9(7) VALUE ZERO.
       01  ACCOUNTS-NO-ADDRESS PIC 9(7) VALUE ZERO.
       01  PICK-SUB PIC 9(4).
      **
      * The main procedure of the program
      **
           PERFORM VERIFY-ACCOUNT-SUMMARY.
           IF NOT SUMMARY-OK
               DISPLAY "account-summary.txt failed its trailer "
                   "check - rerun ACCTSUMM, then this step."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT ACCOUNT-SUMMARY-FILE.
           OPEN OUTPUT MAIL-EXTRACT-FILE.
           PERFORM FIND-NEXT-ENROLLMENT
               UNTIL END-OF-SUMMARY.
           PERFORM WRITE-EXTRACT-BY-ZIP.
           IF TABLE-FULL
               DISPLAY "WARNING: MAIL-TABLE is full at 1000 "
                   "accounts - this extract does not cover every "
                   "statement."
           END-IF.
           CLOSE ACCOUNT-SUMMARY-FILE.
           CLOSE MAIL-EXTRACT-FILE.
           DISPLAY "Accounts extracted : " ACCOUNTS-EXTRACTED.
           DISPLAY "Accounts no address: " ACCOUNTS-NO-ADDRESS.
           GOBACK.

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
      * The address rides on each enrolled account's summary record,
      * so detail records, accounts with no enrollment record, and
      * the trailer are passed over.
           PERFORM READ-SUMMARY-RECORD.
           IF NOT END-OF-SUMMARY AND SUM-ACCOUNT AND SA-ENROLLED
               PERFORM COLLECT-ONE-ACCOUNT
           END-IF.

       COLLECT-ONE-ACCOUNT.
           IF MAIL-COUNT = 1000
               MOVE "Y" TO TABLE-FULL-SW
           ELSE
               IF SA-ADDRESS-ON-FILE
                   ADD 1 TO MAIL-COUNT
                   MOVE SA-STUDENTNUMBER TO TBL-STUDENT (MAIL-COUNT)
                   MOVE SA-NAME TO TBL-NAME (MAIL-COUNT)
                   MOVE "N" TO TBL-WRITTEN (MAIL-COUNT)
                   MOVE SA-ZIP TO TBL-ZIP (MAIL-COUNT)
                   MOVE SA-STREET TO TBL-STREET (MAIL-COUNT)
                   MOVE SA-CITY TO TBL-CITY (MAIL-COUNT)
                   MOVE SA-STATE TO TBL-STATE (MAIL-COUNT)
                   ADD 1 TO ACCOUNTS-EXTRACTED
               ELSE
      * No address means no envelope - the account goes onto the
      * no-address count the statement flag line already points at.
                   ADD 1 TO ACCOUNTS-NO-ADDRESS
               END-IF
           END-IF.

       WRITE-EXTRACT-BY-ZIP.
      * Each pass picks the smallest zip not yet written and puts
      * it on the extract, so the file comes out in presort order

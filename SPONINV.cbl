      *          owing and the amount due, addressed from the sponsor
      *          master SPONMNT maintains.  Runs as a BATCHRUN step,
      *          so the typewriter invoices stop the night this goes
      *          in.  The allocations and sponsor receipts come from
      *          the account summary ACCTSUMM writes rather than the
      *          master, once its trailer proves.
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
           SELECT SPONSOR-FILE ASSIGN TO "sponsor-master.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
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

       FD SPONSOR-FILE.
       01  SPONSOR-MASTER.

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
       01  SPONSOR-FILE-STATUS PIC X(2).
       01  CURRENT-STUDENT PIC 9(7).
       01  CURRENT-NAME PIC X(40).
       01  CURRENT-TERM PIC X(5).
       01  CURRENT-SHARE PIC 9(5).
       01  SPONSOR-RECEIPTS-NET PIC S9(7).
       01  SHARE-OUTSTANDING PIC 9(7).
       01  INVOICE-DATE PIC 9(8).
       01  INVOICES-PRODUCED PIC 9(7) VALUE ZERO.
       01  AMOUNT-BILLED-TOTAL PIC 9(7) VALUE ZERO.
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
      * A shop with no sponsors has no master and no allocations -
      * the run writes an empty invoice file and ends clean, so the
      * nightly job does not care either way.
           OPEN INPUT SPONSOR-FILE.
           ACCEPT INVOICE-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT INVOICE-FILE.
           PERFORM FIND-NEXT-ALLOCATION
               UNTIL END-OF-SUMMARY.
           PERFORM BILL-EACH-SPONSOR.
           IF TABLE-FULL
               DISPLAY "WARNING: BILLING-TABLE is full at 1000 "
                   "shares - not every sponsor share was billed "
                   "this run."
           END-IF.
           CLOSE ACCOUNT-SUMMARY-FILE.
           IF SPONSOR-FILE-STATUS = "00"
               CLOSE SPONSOR-FILE
           END-IF.
           DISPLAY "Total amount billed: " AMOUNT-BILLED-TOTAL.
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

       FIND-NEXT-ALLOCATION.
      * The sponsor allocation rides on the student's account record
      * - a sponsor number of zero means there is none - so detail
      * records and the trailer are passed over.
           PERFORM READ-SUMMARY-RECORD.
           IF NOT END-OF-SUMMARY AND SUM-ACCOUNT
               AND SA-SPONSOR-NUMBER NOT = ZERO
               PERFORM COLLECT-ONE-ALLOCATION
           END-IF.

       COLLECT-ONE-ALLOCATION.
           MOVE SA-STUDENTNUMBER TO CURRENT-STUDENT.
           MOVE SA-SPONSOR-NUMBER TO CURRENT-SPONSOR.
           MOVE SA-SPONSOR-SHARE TO CURRENT-SHARE.
           IF SA-ENROLLED
               MOVE SA-NAME TO CURRENT-NAME
               MOVE SA-TERM TO CURRENT-TERM
           ELSE
               MOVE "(NO ENROLLMENT RECORD)" TO CURRENT-NAME
               MOVE SPACES TO CURRENT-TERM
           END-IF.
      * Sponsor-flagged payments count toward the share and
      * sponsor-flagged reversals count back out - ACCTSUMM carries
      * the two totals separately.
           COMPUTE SPONSOR-RECEIPTS-NET
               = SA-SPONSOR-RECEIPTS - SA-SPONSOR-REVERSALS.
      * The invoice bills the committed share less everything the
      * sponsor has already sent in - a share paid up in full
      * produces no invoice line.
               PERFORM STORE-BILLING-ENTRY
           END-IF.

       STORE-BILLING-ENTRY.
           IF BILLING-COUNT = 1000
               MOVE "Y" TO TABLE-FULL-SW

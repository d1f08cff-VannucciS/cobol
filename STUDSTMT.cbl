      *          balance at the bottom.  Runs over the whole file as a
      *          BATCHRUN step, or against one keyed-in student number
      *          when the STUDSTMT-SINGLE environment switch is "Y"
      *          (the front-desk "what do I still owe?" case).  A
      *          student who withdrew mid-term gets a line saying so
      *          under the charge, so the reduced figure explains
      *          itself.  Financial aid disbursed for the current
      *          term lists with the payments, and aid awarded but
      *          not yet disbursed prints under the balance as
      *          anticipated aid, with what is left after it.
      *          Under the charge, the student's itemized charges
      *          print by charge code - charged, paid and still open
      *          - with a line for any part of the charge no
      *          itemized charge accounts for.  The nightly run
      *          prints from ACCTSUMM's account summary once its
      *          trailer proves; the single-student inquiry still
      *          reads the master so the front desk sees today's
      *          payments.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS IS DYNAMIC
               RECORD KEY IS STUDENT-FILE-KEY
               FILE STATUS IS STUDENT-FILE-STATUS.
           SELECT CHARGE-CODE-FILE ASSIGN TO "charge-codes.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CCD-CODE
               FILE STATUS IS CHARGE-CODE-STATUS.
           SELECT ACCOUNT-SUMMARY-FILE
               ASSIGN TO "account-summary.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUMMARY-FILE-STATUS.
           SELECT STATEMENT-FILE
               ASSIGN TO "student-statements.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
               88 CREDIT-RECORD     VALUE "6".
               88 COLLECTION-RECORD VALUE "7".
               88 SPONSOR-RECORD    VALUE "8".
               88 AID-AWARD-RECORD  VALUE "9".
               88 CHARGE-RECORD     VALUE "A".
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
       01  PAYMENT-TRANSACTION REDEFINES STUDENTDATA.
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

       FD CHARGE-CODE-FILE.
       01  CHARGE-CODE-RECORD.
           02  CCD-CODE            PIC X(4).
           02 FILLER               PIC X(1).
           02  CCD-DESCRIPTION     PIC X(30).
           02 FILLER               PIC X(1).
           02  CCD-GL-ACCOUNT      PIC X(8).
           02 FILLER               PIC X(1).
           02  CCD-PRIORITY        PIC 9(2).
           02 FILLER               PIC X(13).

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


       FD STATEMENT-FILE.
       01  STATEMENT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
      *-----------------------
       01  STUDENT-FILE-STATUS PIC X(2).
       01  CHARGE-CODE-STATUS PIC X(2).
       01  CHARGE-CODE-OK-SW PIC X VALUE "N".
           88 CHARGE-CODE-OK VALUE "Y".
       01  SUMMARY-FILE-STATUS PIC X(2).
       01  SUMMARY-EOF-FLAG PIC X VALUE "N".
           88 END-OF-SUMMARY VALUE "Y".
       01  SUMMARY-OK-SW PIC X VALUE "N".
           88 SUMMARY-OK VALUE "Y".
       01  SUMMARY-ACCOUNTS PIC 9(7) VALUE ZERO.
       01  SUMMARY-DETAILS PIC 9(7) VALUE ZERO.
       01  SUMMARY-HASH PIC 9(11) VALUE ZERO.
       01  SINGLE-MODE-SW PIC X VALUE "N".
           88 SINGLE-MODE VALUE "Y" "y".
       01  ENTRY-OK-SW PIC X VALUE "N".
       01  CURRENT-STUDENT PIC 9(7).
       01  CURRENT-NAME PIC X(40).
       01  CURRENT-CHARGE PIC 9(5).
       01  CURRENT-STATUS PIC X(1).
           88 CURRENT-WITHDRAWN VALUE "W".
       01  CURRENT-TERM PIC X(5).
       01  ANTICIPATED-AID PIC 9(7).
       01  BALANCE-AFTER-AID PIC 9(7).
       01  UNPOSTED-TOTAL PIC 9(7).
       01  UNPOSTED-REVERSALS PIC 9(7).
       01  NET-CHANGE PIC S9(7).
       01  SPONSOR-OUTSTANDING PIC 9(7).
       01  STUDENT-SHARE PIC 9(7).
       01  PRINT-LINE PIC X(80).
       01  CODE-SUB PIC 9(3).
       01  HIT-SUB PIC 9(3).
       01  CODE-OPEN PIC 9(7).
       01  CODE-FOUND-SW PIC X.
           88 CODE-FOUND VALUE "Y".
       01  CHARGES-OPEN-TOTAL PIC 9(7).
       01  OTHER-ADJUSTMENTS PIC S9(7).
       01  TRAN-SUB PIC 9(3).

      * The student's payments, reversals, aid awards and charges in
      * sequence order - from the summary's detail records in the
      * nightly run, or probed off the master for a single student -
      * so charges can print above the payments from either source.
       01  TRANSACTION-TABLE.
           05 TRAN-COUNT PIC 9(3) VALUE ZERO.
           05 TRAN-ENTRY OCCURS 994 TIMES.
               10 TT-TYPE          PIC X(1).
                   88 TT-PAYMENT   VALUE "2".
                   88 TT-REVERSAL  VALUE "4".
                   88 TT-AID-AWARD VALUE "9".
                   88 TT-CHARGE    VALUE "A".
               10 TT-SEQ           PIC 9(3).
               10 TT-DATE          PIC 9(8).
               10 TT-AMOUNT        PIC 9(5).
               10 TT-PAID          PIC 9(5).
               10 TT-CODE          PIC X(4).
               10 TT-TERM          PIC X(5).
               10 TT-POSTED-FLAG   PIC X(1).
                   88 TT-POSTED    VALUE "P".
               10 TT-SOURCE-FLAG   PIC X(1).
                   88 TT-SPONSOR-PAID VALUE "S".

      * The student's itemized charges summed by charge code for the
      * charge section of the statement.
       01  CODE-TOTALS.
           05 CODE-COUNT PIC 9(3) VALUE ZERO.
           05 CODE-ENTRY OCCURS 20 TIMES.
               10 CS-CODE          PIC X(4).
               10 CS-CHARGED       PIC 9(7).
               10 CS-PAID          PIC 9(7).

       01  SEPARATOR-LINE PIC X(80) VALUE
           "*********************************************".
               "CURRENT TUITION CHARGE:".
           05 CL-CHARGE        PIC ZZZZ9.

       01  CHARGE-DETAIL-HEADING.
           05 FILLER           PIC X(8) VALUE "  CODE".
           05 FILLER           PIC X(32) VALUE "DESCRIPTION".
           05 FILLER           PIC X(9) VALUE "  CHARGED".
           05 FILLER           PIC X(9) VALUE "     PAID".
           05 FILLER           PIC X(9) VALUE "     OPEN".
       01  CHARGE-CODE-LINE.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 CC-CODE          PIC X(4).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 CC-DESCRIPTION   PIC X(30).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 CC-CHARGED       PIC ZZZZZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 CC-PAID          PIC ZZZZZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 CC-OPEN          PIC ZZZZZZ9.
       01  OTHER-ADJUSTMENTS-LINE.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(56) VALUE
               "OTHER ADJUSTMENTS (NOT ITEMIZED)".
           05 OA-AMOUNT        PIC ZZZZZZ9-.

       01  WITHDRAWN-LINE PIC X(80) VALUE
           "ENROLLMENT STATUS: WITHDRAWN - CHARGE REDUCED AS REFUNDED".

       01  PAYMENT-HEADING PIC X(80) VALUE
           "  SEQ  DATE       AMOUNT  STATUS".

               "YOUR SHARE OF BALANCE:".
           05 YS-AMOUNT        PIC ZZZZZZ9.

       01  ANTICIPATED-AID-LINE.
           05 FILLER           PIC X(25) VALUE
               "ANTICIPATED AID:".
           05 AA-AMOUNT        PIC ZZZZZZ9.
       01  AFTER-AID-LINE.
           05 FILLER           PIC X(25) VALUE
               "BALANCE AFTER AID:".
           05 AF-AMOUNT        PIC ZZZZZZ9.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           ACCEPT SINGLE-MODE-SW FROM ENVIRONMENT "STUDSTMT-SINGLE".
           IF SINGLE-MODE
               OPEN INPUT STUDENT-FILE
               IF STUDENT-FILE-STATUS NOT = "00"
                   DISPLAY "Unable to open student-output.txt, "
                       "status " STUDENT-FILE-STATUS
                   GOBACK
               END-IF
           ELSE
               PERFORM VERIFY-ACCOUNT-SUMMARY
               IF NOT SUMMARY-OK
                   DISPLAY "account-summary.txt failed its trailer "
                       "check - rerun ACCTSUMM, then this step."
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
      * The charge code table only supplies descriptions, so a
      * statement still prints without it.
           OPEN INPUT CHARGE-CODE-FILE.
           IF CHARGE-CODE-STATUS = "00"
               MOVE "Y" TO CHARGE-CODE-OK-SW
           END-IF.
      * Single mode answers one caller at the terminal - it must not
      * open the statement file, or a daytime inquiry would truncate
      * the statements the nightly run left behind.
           IF SINGLE-MODE
               PERFORM SINGLE-STUDENT-STATEMENT
               CLOSE STUDENT-FILE
           ELSE
               OPEN INPUT ACCOUNT-SUMMARY-FILE
               OPEN OUTPUT STATEMENT-FILE
               PERFORM ALL-STUDENT-STATEMENTS
               CLOSE STATEMENT-FILE
               CLOSE ACCOUNT-SUMMARY-FILE
           END-IF.
           IF CHARGE-CODE-OK
               CLOSE CHARGE-CODE-FILE
           END-IF.
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

       ALL-STUDENT-STATEMENTS.
           MOVE ZERO TO TRAN-COUNT.
           PERFORM TAKE-NEXT-SUMMARY-RECORD
               UNTIL END-OF-SUMMARY.

       TAKE-NEXT-SUMMARY-RECORD.
      * ACCTSUMM writes each student's transactions ahead of the
      * account record that closes the student, so they are held in
      * the table until the account record arrives and the page
      * prints.  Accounts with no enrollment record get no page.
           PERFORM READ-SUMMARY-RECORD.
           IF NOT END-OF-SUMMARY
               IF SUM-DETAIL
                   PERFORM STORE-SUMMARY-TRANSACTION
               END-IF
               IF SUM-ACCOUNT
                   IF SA-ENROLLED
                       PERFORM LOAD-ACCOUNT-FROM-SUMMARY
                       PERFORM PRINT-ONE-STATEMENT
                   END-IF
                   MOVE ZERO TO TRAN-COUNT
               END-IF
           END-IF.

       STORE-SUMMARY-TRANSACTION.
           IF TRAN-COUNT = 994
               DISPLAY "WARNING: more than 994 transactions for "
                   "student " SD-STUDENTNUMBER " - sequence "
                   SD-TRANSACTION-SEQ " left off the statement."
           ELSE
               ADD 1 TO TRAN-COUNT
               MOVE SD-TRAN-TYPE TO TT-TYPE (TRAN-COUNT)
               MOVE SD-TRANSACTION-SEQ TO TT-SEQ (TRAN-COUNT)
               MOVE SD-DATE TO TT-DATE (TRAN-COUNT)
               MOVE SD-AMOUNT TO TT-AMOUNT (TRAN-COUNT)
               MOVE SD-PAID TO TT-PAID (TRAN-COUNT)
               MOVE SD-CODE TO TT-CODE (TRAN-COUNT)
               MOVE SD-TERM TO TT-TERM (TRAN-COUNT)
               MOVE SD-POSTED-FLAG TO TT-POSTED-FLAG (TRAN-COUNT)
               MOVE SD-SOURCE-FLAG TO TT-SOURCE-FLAG (TRAN-COUNT)
           END-IF.

       LOAD-ACCOUNT-FROM-SUMMARY.
      * The address and the sponsor allocation ride on the account
      * record - a sponsor number of zero means there is none.
           MOVE SA-STUDENTNUMBER TO CURRENT-STUDENT.
           MOVE SA-NAME TO CURRENT-NAME.
           MOVE SA-BALANCE TO CURRENT-CHARGE.
           MOVE SA-ENROLL-STATUS TO CURRENT-STATUS.
           MOVE SA-TERM TO CURRENT-TERM.
           IF SA-ADDRESS-ON-FILE
               MOVE "Y" TO ADDRESS-FOUND-SW
               MOVE SA-STREET TO AL-STREET
               MOVE SA-CITY TO AL-CITY
               MOVE SA-STATE TO AL-STATE
               MOVE SA-ZIP TO AL-ZIP
               MOVE SA-PHONE TO PH-PHONE
           ELSE
               MOVE "N" TO ADDRESS-FOUND-SW
           END-IF.
           IF SA-SPONSOR-NUMBER NOT = ZERO
               MOVE "Y" TO ALLOCATION-FOUND-SW
               MOVE SA-SPONSOR-SHARE TO SPONSOR-SHARE
           ELSE
               MOVE "N" TO ALLOCATION-FOUND-SW
               MOVE ZERO TO SPONSOR-SHARE
           END-IF.

       SINGLE-STUDENT-STATEMENT.
                   DISPLAY "No record found for student number "
                       STUDENT-NUMBER-EDIT
               NOT INVALID KEY
                   PERFORM LOAD-ACCOUNT-FROM-MASTER
                   PERFORM PRINT-ONE-STATEMENT
           END-READ.

               MOVE "N" TO ENTRY-OK-SW
           END-IF.

       LOAD-ACCOUNT-FROM-MASTER.
           MOVE STUDENTNUMBER TO CURRENT-STUDENT.
           MOVE STUDENTNAME TO CURRENT-NAME.
           MOVE TUITIONOWED TO CURRENT-CHARGE.
           MOVE ENROLL-STATUS TO CURRENT-STATUS.
           MOVE TERM-ID TO CURRENT-TERM.
           PERFORM READ-ADDRESS-RECORD.
           PERFORM READ-SPONSOR-ALLOCATION.
           PERFORM LOAD-TRANSACTIONS-FROM-MASTER.

       READ-SPONSOR-ALLOCATION.
      * The sponsor-allocation record lives under reserved sequence
                   END-IF
           END-READ.

       READ-ADDRESS-RECORD.
      * The address/phone demographics record lives under reserved
      * sequence 999; students enrolled before addresses were kept
      * on file simply have none.
           MOVE "N" TO ADDRESS-FOUND-SW.
           MOVE CURRENT-STUDENT TO DEM-STUDENTNUMBER.
           MOVE 999 TO DEM-TRANSACTION-SEQ.
                   IF DEMOGRAPHICS-RECORD
                       MOVE "Y" TO ADDRESS-FOUND-SW
                       MOVE DEM-STREET TO AL-STREET
                       MOVE DEM-CITY TO AL-CITY
                       MOVE DEM-STATE TO AL-STATE
                       MOVE DEM-ZIP TO AL-ZIP
                       MOVE DEM-PHONE TO PH-PHONE
                   END-IF
           END-READ.

       LOAD-TRANSACTIONS-FROM-MASTER.
      * Probes sequence slots 001, 002, ... the same way Project01's
      * FIND-NEXT-PAYMENT-SEQ does - the first unused slot marks the
      * end of the student's transactions.
           MOVE ZERO TO TRAN-COUNT.
           MOVE "N" TO PROBE-DONE-SW.
           MOVE 1 TO PROBE-SEQ.
           PERFORM LOAD-ONE-TRANSACTION WITH TEST BEFORE
               UNTIL PROBE-DONE.

       LOAD-ONE-TRANSACTION.
           MOVE CURRENT-STUDENT TO PMT-STUDENTNUMBER.
           MOVE PROBE-SEQ TO PMT-TRANSACTION-SEQ.
           READ STUDENT-FILE
               INVALID KEY
                   MOVE "Y" TO PROBE-DONE-SW
               NOT INVALID KEY
                   IF PAYMENT-RECORD OR REVERSAL-RECORD
                       OR AID-AWARD-RECORD OR CHARGE-RECORD
                       PERFORM STORE-MASTER-TRANSACTION
                   END-IF
      * Sequence 994 is the last payment slot - 995 through 999 are
      * reserved for the sponsor-allocation, collection-status,
      * credit-balance, payment-plan, and demographics records - so
                   END-IF
           END-READ.

       STORE-MASTER-TRANSACTION.
           ADD 1 TO TRAN-COUNT.
           MOVE RECORD-TYPE TO TT-TYPE (TRAN-COUNT).
           MOVE TRANSACTION-SEQ TO TT-SEQ (TRAN-COUNT).
           MOVE ZERO TO TT-PAID (TRAN-COUNT).
           MOVE SPACES TO TT-CODE (TRAN-COUNT).
           MOVE SPACES TO TT-TERM (TRAN-COUNT).
           MOVE SPACES TO TT-POSTED-FLAG (TRAN-COUNT).
           MOVE SPACES TO TT-SOURCE-FLAG (TRAN-COUNT).
           IF PAYMENT-RECORD
               MOVE PAYMENT-DATE TO TT-DATE (TRAN-COUNT)
               MOVE PAYMENT-AMOUNT TO TT-AMOUNT (TRAN-COUNT)
               MOVE PMT-POSTED-FLAG TO TT-POSTED-FLAG (TRAN-COUNT)
               MOVE PMT-SOURCE-FLAG TO TT-SOURCE-FLAG (TRAN-COUNT)
           ELSE
               IF REVERSAL-RECORD
                   MOVE REV-DATE TO TT-DATE (TRAN-COUNT)
                   MOVE REV-AMOUNT TO TT-AMOUNT (TRAN-COUNT)
                   MOVE REV-POSTED-FLAG
                       TO TT-POSTED-FLAG (TRAN-COUNT)
                   MOVE REV-SOURCE-FLAG
                       TO TT-SOURCE-FLAG (TRAN-COUNT)
               ELSE
                   IF AID-AWARD-RECORD
                       MOVE AID-LAST-DATE TO TT-DATE (TRAN-COUNT)
                       MOVE AID-AWARDED TO TT-AMOUNT (TRAN-COUNT)
                       MOVE AID-DISBURSED TO TT-PAID (TRAN-COUNT)
                       MOVE AID-FUND-CODE TO TT-CODE (TRAN-COUNT)
                       MOVE AID-TERM TO TT-TERM (TRAN-COUNT)
                   ELSE
                       MOVE CHG-DATE TO TT-DATE (TRAN-COUNT)
                       MOVE CHG-AMOUNT TO TT-AMOUNT (TRAN-COUNT)
                       MOVE CHG-PAID TO TT-PAID (TRAN-COUNT)
                       MOVE CHG-CODE TO TT-CODE (TRAN-COUNT)
                       MOVE CHG-TERM TO TT-TERM (TRAN-COUNT)
                   END-IF
               END-IF
           END-IF.

       PRINT-ONE-STATEMENT.
           MOVE SEPARATOR-LINE TO PRINT-LINE.
           PERFORM PUT-STATEMENT-LINE.
           MOVE STATEMENT-TITLE TO PRINT-LINE.
           PERFORM PUT-STATEMENT-LINE.
           MOVE CURRENT-STUDENT TO SL-NUMBER.
           MOVE CURRENT-NAME TO SL-NAME.
           MOVE STUDENT-LINE TO PRINT-LINE.
           PERFORM PUT-STATEMENT-LINE.
           PERFORM PRINT-ADDRESS-BLOCK.
           MOVE CURRENT-CHARGE TO CL-CHARGE.
           MOVE CHARGE-LINE TO PRINT-LINE.
           PERFORM PUT-STATEMENT-LINE.
           IF CURRENT-WITHDRAWN
               MOVE WITHDRAWN-LINE TO PRINT-LINE
               PERFORM PUT-STATEMENT-LINE
           END-IF.
           PERFORM SUM-STUDENT-CHARGES.
           IF CODE-COUNT > ZERO
               PERFORM PRINT-CHARGE-DETAIL
           END-IF.
           MOVE PAYMENT-HEADING TO PRINT-LINE.
           PERFORM PUT-STATEMENT-LINE.
           MOVE ZERO TO UNPOSTED-TOTAL.
           MOVE ZERO TO UNPOSTED-REVERSALS.
           MOVE ZERO TO SPONSOR-RECEIPTS-NET.
           MOVE ZERO TO ANTICIPATED-AID.
           PERFORM LIST-STUDENT-PAYMENTS.
           PERFORM PRINT-NET-BALANCE.

       PRINT-ADDRESS-BLOCK.
      * Students enrolled before addresses were kept on file simply
      * have no demographics record, and their statements print
      * without the block - flagged at the bottom if money is owed,
      * so the mail clerk sees which statements cannot go out.
           IF ADDRESS-FOUND
               MOVE ADDRESS-LINE-1 TO PRINT-LINE
               PERFORM PUT-STATEMENT-LINE
               MOVE ADDRESS-LINE-2 TO PRINT-LINE
               PERFORM PUT-STATEMENT-LINE
               MOVE PHONE-LINE TO PRINT-LINE
               PERFORM PUT-STATEMENT-LINE
           END-IF.

       SUM-STUDENT-CHARGES.
      * A pass over the transaction table ahead of the payment
      * listing totals the student's itemized charges by code, so
      * the charge section can print above the payments.
           MOVE ZERO TO CODE-COUNT.
           PERFORM ADD-ONE-CHARGE
               VARYING TRAN-SUB FROM 1 BY 1
               UNTIL TRAN-SUB > TRAN-COUNT.

       ADD-ONE-CHARGE.
           IF TT-CHARGE (TRAN-SUB)
               PERFORM ADD-CHARGE-TO-CODE
           END-IF.

       ADD-CHARGE-TO-CODE.
           MOVE "N" TO CODE-FOUND-SW.
           PERFORM TEST-ONE-CODE-ENTRY
               VARYING CODE-SUB FROM 1 BY 1
               UNTIL CODE-SUB > CODE-COUNT
               OR CODE-FOUND.
           IF NOT CODE-FOUND
               IF CODE-COUNT = 20
                   DISPLAY "WARNING: more than 20 charge codes for "
                       "student " CURRENT-STUDENT " - charge "
                       TT-CODE (TRAN-SUB) " left off the statement."
               ELSE
                   ADD 1 TO CODE-COUNT
                   MOVE CODE-COUNT TO HIT-SUB
                   MOVE TT-CODE (TRAN-SUB) TO CS-CODE (HIT-SUB)
                   MOVE ZERO TO CS-CHARGED (HIT-SUB)
                   MOVE ZERO TO CS-PAID (HIT-SUB)
                   MOVE "Y" TO CODE-FOUND-SW
               END-IF
           END-IF.
           IF CODE-FOUND
               ADD TT-AMOUNT (TRAN-SUB) TO CS-CHARGED (HIT-SUB)
               ADD TT-PAID (TRAN-SUB) TO CS-PAID (HIT-SUB)
           END-IF.

       TEST-ONE-CODE-ENTRY.
           IF CS-CODE (CODE-SUB) = TT-CODE (TRAN-SUB)
               MOVE "Y" TO CODE-FOUND-SW
               MOVE CODE-SUB TO HIT-SUB
           END-IF.

       PRINT-CHARGE-DETAIL.
      * One line per charge code, then whatever part of the charge
      * above no itemized charge accounts for, so the section adds
      * up to it.  Permits, permit credits and withdrawals move the
      * itemized charges with the balance, so the only thing left
      * there is a balance correction keyed in STUDMAINT, which
      * files no charge row.
           MOVE CHARGE-DETAIL-HEADING TO PRINT-LINE.
           PERFORM PUT-STATEMENT-LINE.
           MOVE ZERO TO CHARGES-OPEN-TOTAL.
           PERFORM PRINT-CHARGE-CODE-LINE
               VARYING CODE-SUB FROM 1 BY 1
               UNTIL CODE-SUB > CODE-COUNT.
           COMPUTE OTHER-ADJUSTMENTS
               = CURRENT-CHARGE - CHARGES-OPEN-TOTAL.
           IF OTHER-ADJUSTMENTS NOT = ZERO
               MOVE OTHER-ADJUSTMENTS TO OA-AMOUNT
               MOVE OTHER-ADJUSTMENTS-LINE TO PRINT-LINE
               PERFORM PUT-STATEMENT-LINE
           END-IF.

       PRINT-CHARGE-CODE-LINE.
           MOVE CS-CODE (CODE-SUB) TO CC-CODE.
           MOVE SPACES TO CC-DESCRIPTION.
           IF CHARGE-CODE-OK
               MOVE CS-CODE (CODE-SUB) TO CCD-CODE
               READ CHARGE-CODE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CCD-DESCRIPTION TO CC-DESCRIPTION
               END-READ
           END-IF.
           MOVE CS-CHARGED (CODE-SUB) TO CC-CHARGED.
           MOVE CS-PAID (CODE-SUB) TO CC-PAID.
           IF CS-PAID (CODE-SUB) > CS-CHARGED (CODE-SUB)
               MOVE ZERO TO CODE-OPEN
           ELSE
               COMPUTE CODE-OPEN
                   = CS-CHARGED (CODE-SUB) - CS-PAID (CODE-SUB)
           END-IF.
           MOVE CODE-OPEN TO CC-OPEN.
           ADD CODE-OPEN TO CHARGES-OPEN-TOTAL.
           MOVE CHARGE-CODE-LINE TO PRINT-LINE.
           PERFORM PUT-STATEMENT-LINE.

       LIST-STUDENT-PAYMENTS.
      * The transaction table is already in sequence order, so the
      * listing simply walks it.
           MOVE ZERO TO PAYMENTS-LISTED.
           PERFORM LIST-ONE-PAYMENT
               VARYING TRAN-SUB FROM 1 BY 1
               UNTIL TRAN-SUB > TRAN-COUNT.
           IF PAYMENTS-LISTED = ZERO
               MOVE NO-PAYMENT-LINE TO PRINT-LINE
               PERFORM PUT-STATEMENT-LINE
           END-IF.

       LIST-ONE-PAYMENT.
           PERFORM PRINT-PAYMENT-LINE.
           PERFORM PRINT-REVERSAL-LINE.
           PERFORM PRINT-AID-LINE.

       PRINT-PAYMENT-LINE.
      * A posted payment is already reflected in the tuition charge
      * above; a pending one is not yet, so it still reduces the net
      * balance below.  The STATUS column shows which is which so
      * the arithmetic on the page adds up.
           IF TT-PAYMENT (TRAN-SUB)
               MOVE TT-SEQ (TRAN-SUB) TO PL-SEQ
               MOVE TT-DATE (TRAN-SUB) TO PL-DATE
               MOVE TT-AMOUNT (TRAN-SUB) TO PL-AMOUNT
               IF TT-POSTED (TRAN-SUB)
                   MOVE "POSTED" TO PL-STATUS
               ELSE
                   MOVE "PENDING" TO PL-STATUS
                   ADD TT-AMOUNT (TRAN-SUB) TO UNPOSTED-TOTAL
                       ON SIZE ERROR
                           DISPLAY "WARNING: UNPOSTED-TOTAL "
                               "overflowed for student "
                               CURRENT-STUDENT
                   END-ADD
               END-IF
               IF TT-SPONSOR-PAID (TRAN-SUB)
                   ADD TT-AMOUNT (TRAN-SUB) TO SPONSOR-RECEIPTS-NET
               END-IF
               MOVE PAYMENT-LINE TO PRINT-LINE
               PERFORM PUT-STATEMENT-LINE
      * A reversal negates the payment its REV-ORIG-SEQ points at.
      * A posted one is already reflected in the charge above; a
      * pending one still increases the net balance below.
           IF TT-REVERSAL (TRAN-SUB)
               MOVE TT-SEQ (TRAN-SUB) TO PL-SEQ
               MOVE TT-DATE (TRAN-SUB) TO PL-DATE
               MOVE TT-AMOUNT (TRAN-SUB) TO PL-AMOUNT
               IF TT-POSTED (TRAN-SUB)
                   MOVE "REVERSED" TO PL-STATUS
               ELSE
                   MOVE "REV PEND" TO PL-STATUS
                   ADD TT-AMOUNT (TRAN-SUB) TO UNPOSTED-REVERSALS
                       ON SIZE ERROR
                           DISPLAY "WARNING: UNPOSTED-REVERSALS "
                               "overflowed for student "
                               CURRENT-STUDENT
                   END-ADD
               END-IF
               IF TT-SPONSOR-PAID (TRAN-SUB)
                   SUBTRACT TT-AMOUNT (TRAN-SUB)
                       FROM SPONSOR-RECEIPTS-NET
               END-IF
               MOVE PAYMENT-LINE TO PRINT-LINE
               PERFORM PUT-STATEMENT-LINE
               ADD 1 TO PAYMENTS-LISTED
           END-IF.

       PRINT-AID-LINE.
      * Aid for the current term lists with the payments, showing
      * what has been disbursed so far - already reflected in the
      * charge above, like a posted payment.  What is awarded but
      * not yet disbursed is gathered for the anticipated-aid line
      * under the balance.  Aid for another term is history and is
      * left off.
           IF TT-AID-AWARD (TRAN-SUB)
               AND TT-TERM (TRAN-SUB) = CURRENT-TERM
               MOVE TT-SEQ (TRAN-SUB) TO PL-SEQ
               MOVE TT-DATE (TRAN-SUB) TO PL-DATE
               MOVE TT-PAID (TRAN-SUB) TO PL-AMOUNT
               MOVE "AID DISB" TO PL-STATUS
               MOVE PAYMENT-LINE TO PRINT-LINE
               PERFORM PUT-STATEMENT-LINE
               ADD 1 TO PAYMENTS-LISTED
               IF TT-AMOUNT (TRAN-SUB) > TT-PAID (TRAN-SUB)
                   COMPUTE ANTICIPATED-AID = ANTICIPATED-AID
                       + TT-AMOUNT (TRAN-SUB) - TT-PAID (TRAN-SUB)
                       ON SIZE ERROR
                           DISPLAY "WARNING: ANTICIPATED-AID "
                               "overflowed for student "
                               CURRENT-STUDENT
                   END-COMPUTE
               END-IF
           END-IF.

       PRINT-NET-BALANCE.
      * Pending payments come off the balance, pending reversals go
      * back on.  The result is floored at zero the same way posting
           IF ALLOCATION-FOUND
               PERFORM PRINT-SPONSOR-SHARE
           END-IF.
           IF ANTICIPATED-AID > ZERO
               PERFORM PRINT-ANTICIPATED-AID
           END-IF.
           IF NET-BALANCE > ZERO AND NOT ADDRESS-FOUND
               MOVE NO-ADDRESS-FLAG-LINE TO PRINT-LINE
               PERFORM PUT-STATEMENT-LINE
           MOVE STUDENT-SHARE-LINE TO PRINT-LINE.
           PERFORM PUT-STATEMENT-LINE.

       PRINT-ANTICIPATED-AID.
      * Aid the aid office has awarded but not yet sent still counts
      * against what the student will be asked to pay.  The balance
      * after it floors at zero - aid beyond the balance is the aid
      * office's to settle when it disburses.
           MOVE ANTICIPATED-AID TO AA-AMOUNT.
           MOVE ANTICIPATED-AID-LINE TO PRINT-LINE.
           PERFORM PUT-STATEMENT-LINE.
           IF ANTICIPATED-AID > NET-BALANCE
               MOVE ZERO TO BALANCE-AFTER-AID
           ELSE
               COMPUTE BALANCE-AFTER-AID
                   = NET-BALANCE - ANTICIPATED-AID
           END-IF.
           MOVE BALANCE-AFTER-AID TO AF-AMOUNT.
           MOVE AFTER-AID-LINE TO PRINT-LINE.
           PERFORM PUT-STATEMENT-LINE.

       PUT-STATEMENT-LINE.
           IF SINGLE-MODE
               DISPLAY PRINT-LINE

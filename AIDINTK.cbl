      ******************************************************************
      * Author:Vannucci
      * Date:Oct/15/2026
      * Purpose: Financial aid intake - reads the aid office's award
      *          and disbursement file (student number, action, fund
      *          code, term, amount, date), applies the same kind of
      *          edits LOCKBOX applies to the bank file plus a check
      *          of the term against the term master, and writes
      *          each failed row to a reject report with a reason
      *          code.  An award row (action A) sets the awarded
      *          amount on the student's aid-award record for that
      *          fund and term - a type-9 record in the transaction
      *          run, created under the next free sequence the first
      *          time the fund is awarded.  A disbursement row
      *          (action D) adds to the award's disbursed amount and
      *          posts straight against TUITIONOWED, journaled as a
      *          D row so GLEXTR books it to aid receivable rather
      *          than student cash.  Aid pays the charges rather
      *          than forgiving them, so the itemized charges stay
      *          as billed and STUDPOST applies the disbursement to
      *          them in priority order like a payment.  Aid
      *          disbursed beyond what is owed becomes a credit
      *          balance under the same rules STUDPOST uses for an
      *          overpayment.  Awarded aid not yet disbursed is what
      *          STUDSTMT shows as anticipated aid, and what keeps
      *          COLLECTN and LATEFEE off an account the aid already
      *          covers.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. AIDINTK.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
      * AIDFILDD is a JCL DD-style external name like LOCKBXDD, so
      * the same compiled program can be pointed at any day's aid
      * office transmission without recompiling.
           SELECT AID-FILE
               ASSIGN TO AIDFILDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AID-FILE-STATUS.
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
           SELECT AUDIT-FILE ASSIGN TO "student-audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT REJECT-REPORT
               ASSIGN TO "aid-reject-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD AID-FILE.
       01  AID-RECORD-IN.
           05 AIN-STUDENTNUMBER   PIC X(7).
           05 FILLER              PIC X(1).
           05 AIN-ACTION          PIC X(1).
               88 AIN-AWARD        VALUE "A".
               88 AIN-DISBURSEMENT VALUE "D".
           05 FILLER              PIC X(1).
           05 AIN-FUND-CODE       PIC X(4).
           05 FILLER              PIC X(1).
           05 AIN-TERM            PIC X(5).
           05 FILLER              PIC X(1).
           05 AIN-AMOUNT          PIC X(5).
           05 FILLER              PIC X(1).
           05 AIN-DATE            PIC X(8).

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
               88 AUDIT-AID-DISBURSEMENT VALUE "D".
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

       FD REJECT-REPORT.
       01  REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
      *-----------------------
       01  AID-FILE-STATUS PIC X(2).
       01  STUDENT-FILE-STATUS PIC X(2).
       01  TERM-FILE-STATUS PIC X(2).
       01  AUDIT-FILE-STATUS PIC X(2).
       01  AID-EOF-FLAG PIC X VALUE "N".
           88 END-OF-AID VALUE "Y".
       01  ROW-OK-SW PIC X VALUE "N".
           88 ROW-OK VALUE "Y".
       01  EDIT-STUDENT-NUMBER PIC 9(7).
       01  EDIT-AMOUNT PIC 9(5).
       01  EDIT-DATE PIC 9(8).
       01  PROBE-SEQ PIC 9(3).
       01  PROBE-DONE-SW PIC X VALUE "N".
           88 PROBE-DONE VALUE "Y".
       01  AWARD-FOUND-SW PIC X VALUE "N".
           88 AWARD-FOUND VALUE "Y".
       01  AWARD-SEQ PIC 9(3).
       01  FREE-SLOT-FOUND-SW PIC X VALUE "N".
           88 FREE-SLOT-FOUND VALUE "Y".
       01  FREE-SEQ PIC 9(3).
       01  CREDIT-FOUND-SW PIC X VALUE "N".
           88 CREDIT-FOUND VALUE "Y".
       01  NEW-DISBURSED PIC 9(6).
       01  OLD-TUITION-OWED PIC 9(5).
       01  NEW-TUITION-OWED PIC 9(5).
       01  CREDIT-DUE PIC 9(5).
       01  RECORDS-READ PIC 9(7) VALUE ZERO.
       01  AWARDS-RECORDED PIC 9(7) VALUE ZERO.
       01  DISBURSEMENTS-POSTED PIC 9(7) VALUE ZERO.
       01  DISBURSED-AMOUNT PIC 9(7) VALUE ZERO.
       01  CREDITS-SET-UP PIC 9(7) VALUE ZERO.
       01  REJECT-COUNT PIC 9(7) VALUE ZERO.
       01  EXCP-REASON-CODE PIC X(2).
       01  EXCP-REASON-TEXT PIC X(40).
       01  LOCK-FUNCTION PIC X(1).
       01  LOCK-STUDENT PIC 9(7).
       01  LOCK-OPERATOR PIC X(4) VALUE "AID ".
       01  LOCK-RESULT PIC X(1).
           88 LOCK-GRANTED VALUE "0".
           88 LOCK-BUSY    VALUE "1".
       01  LOCK-HOLDER PIC X(4).

       01  HEADING-LINE-1 PIC X(100) VALUE
           "FINANCIAL AID INTAKE REJECT REPORT".
       01  HEADING-LINE-2 PIC X(100) VALUE
           "STUDENT  A  FUND  TERM   AMOUNT  DATE      CODE  REASON".

       01  DETAIL-LINE.
           05 DL-STUDENT       PIC X(7).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DL-ACTION        PIC X(1).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DL-FUND          PIC X(4).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DL-TERM          PIC X(5).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DL-AMOUNT        PIC X(5).
           05 FILLER           PIC X(3) VALUE SPACES.
           05 DL-DATE          PIC X(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DL-REASON-CODE   PIC X(2).
           05 FILLER           PIC X(4) VALUE SPACES.
           05 DL-REASON-TEXT   PIC X(40).

       01  TOTAL-LINE-1.
           05 FILLER           PIC X(30) VALUE
               "AID ROWS READ:".
           05 TL-READ          PIC ZZZZZZ9.
       01  TOTAL-LINE-2.
           05 FILLER           PIC X(30) VALUE
               "AWARDS RECORDED:".
           05 TL-AWARDS        PIC ZZZZZZ9.
       01  TOTAL-LINE-3.
           05 FILLER           PIC X(30) VALUE
               "DISBURSEMENTS POSTED:".
           05 TL-DISBURSED     PIC ZZZZZZ9.
       01  TOTAL-LINE-4.
           05 FILLER           PIC X(30) VALUE
               "AMOUNT DISBURSED:".
           05 TL-AMOUNT        PIC ZZZZZZ9.
       01  TOTAL-LINE-5.
           05 FILLER           PIC X(30) VALUE
               "CREDIT BALANCES SET UP:".
           05 TL-CREDITS       PIC ZZZZZZ9.
       01  TOTAL-LINE-6.
           05 FILLER           PIC X(30) VALUE
               "ROWS REJECTED:".
           05 TL-REJECTED      PIC ZZZZZZ9.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           OPEN INPUT AID-FILE.
           IF AID-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open aid file, status "
                   AID-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O STUDENT-FILE.
           IF STUDENT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open student-output.txt, status "
                   STUDENT-FILE-STATUS
               CLOSE AID-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT TERM-FILE.
           IF TERM-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open term-master.txt, status "
                   TERM-FILE-STATUS
               DISPLAY "Run TERMMNT to set up the term calendar."
               CLOSE AID-FILE
               CLOSE STUDENT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REJECT-REPORT.
           WRITE REPORT-LINE FROM HEADING-LINE-1.
           WRITE REPORT-LINE FROM HEADING-LINE-2.
           PERFORM READ-AID-RECORD.
           PERFORM PROCESS-AID-RECORD
               UNTIL END-OF-AID.
           PERFORM PRINT-CONTROL-TOTALS.
           CLOSE AID-FILE.
           CLOSE STUDENT-FILE.
           CLOSE TERM-FILE.
           CLOSE REJECT-REPORT.
           STOP RUN.

       READ-AID-RECORD.
           READ AID-FILE
               AT END MOVE "Y" TO AID-EOF-FLAG
           END-READ.
           IF NOT END-OF-AID
               ADD 1 TO RECORDS-READ
           END-IF.

       PROCESS-AID-RECORD.
           PERFORM EDIT-AID-RECORD.
           IF ROW-OK
               PERFORM APPLY-LOCKED-AID
           END-IF.
           PERFORM READ-AID-RECORD.

       APPLY-LOCKED-AID.
      * The student's key range is locked around the award lookup
      * and every write, so the intake cannot collide with a
      * terminal mid-update on the same student - the row is
      * rejected for resubmission instead of lost.
           MOVE EDIT-STUDENT-NUMBER TO LOCK-STUDENT.
           MOVE "L" TO LOCK-FUNCTION.
           CALL "STULOCK" USING LOCK-FUNCTION LOCK-STUDENT
               LOCK-OPERATOR LOCK-RESULT LOCK-HOLDER.
           IF LOCK-BUSY
               MOVE "10" TO EXCP-REASON-CODE
               MOVE "RECORD IN USE AT A TERMINAL - RESUBMIT"
                   TO EXCP-REASON-TEXT
               PERFORM WRITE-REJECT-LINE
           ELSE
               PERFORM FIND-AID-AWARD
               IF AIN-AWARD
                   PERFORM RECORD-AID-AWARD
               ELSE
                   PERFORM POST-AID-DISBURSEMENT
               END-IF
               MOVE "U" TO LOCK-FUNCTION
               CALL "STULOCK" USING LOCK-FUNCTION LOCK-STUDENT
                   LOCK-OPERATOR LOCK-RESULT LOCK-HOLDER
           END-IF.

       EDIT-AID-RECORD.
      * The edits LOCKBOX applies to a bank row - numeric non-zero
      * student number and amount, a usable date, a student on file
      * - plus the aid file's own fields: a known action, a fund
      * code, and a term the term master knows.
           MOVE "Y" TO ROW-OK-SW.
           IF AIN-STUDENTNUMBER IS NOT NUMERIC
               MOVE "01" TO EXCP-REASON-CODE
               MOVE "STUDENT NUMBER NOT NUMERIC" TO EXCP-REASON-TEXT
               PERFORM WRITE-REJECT-LINE
           ELSE
               MOVE AIN-STUDENTNUMBER TO EDIT-STUDENT-NUMBER
               IF EDIT-STUDENT-NUMBER = ZERO
                   MOVE "02" TO EXCP-REASON-CODE
                   MOVE "STUDENT NUMBER ZERO" TO EXCP-REASON-TEXT
                   PERFORM WRITE-REJECT-LINE
               END-IF
           END-IF.
           IF ROW-OK
               IF NOT AIN-AWARD AND NOT AIN-DISBURSEMENT
                   MOVE "03" TO EXCP-REASON-CODE
                   MOVE "ACTION NOT A (AWARD) OR D (DISBURSE)"
                       TO EXCP-REASON-TEXT
                   PERFORM WRITE-REJECT-LINE
               END-IF
           END-IF.
           IF ROW-OK
               IF AIN-FUND-CODE = SPACES
                   MOVE "04" TO EXCP-REASON-CODE
                   MOVE "FUND CODE BLANK" TO EXCP-REASON-TEXT
                   PERFORM WRITE-REJECT-LINE
               END-IF
           END-IF.
           IF ROW-OK
               MOVE AIN-TERM TO TRM-CODE
               READ TERM-FILE
                   INVALID KEY
                       MOVE "05" TO EXCP-REASON-CODE
                       MOVE "TERM NOT ON TERM MASTER"
                           TO EXCP-REASON-TEXT
                       PERFORM WRITE-REJECT-LINE
               END-READ
           END-IF.
           IF ROW-OK
               IF AIN-AMOUNT IS NOT NUMERIC
                   MOVE "06" TO EXCP-REASON-CODE
                   MOVE "AMOUNT NOT NUMERIC" TO EXCP-REASON-TEXT
                   PERFORM WRITE-REJECT-LINE
               ELSE
                   MOVE AIN-AMOUNT TO EDIT-AMOUNT
                   IF EDIT-AMOUNT = ZERO
                       MOVE "07" TO EXCP-REASON-CODE
                       MOVE "AMOUNT ZERO" TO EXCP-REASON-TEXT
                       PERFORM WRITE-REJECT-LINE
                   END-IF
               END-IF
           END-IF.
           IF ROW-OK
               IF AIN-DATE IS NOT NUMERIC
                   MOVE "08" TO EXCP-REASON-CODE
                   MOVE "DATE NOT NUMERIC OR ZERO"
                       TO EXCP-REASON-TEXT
                   PERFORM WRITE-REJECT-LINE
               ELSE
                   MOVE AIN-DATE TO EDIT-DATE
                   IF EDIT-DATE = ZERO
                       MOVE "08" TO EXCP-REASON-CODE
                       MOVE "DATE NOT NUMERIC OR ZERO"
                           TO EXCP-REASON-TEXT
                       PERFORM WRITE-REJECT-LINE
                   END-IF
               END-IF
           END-IF.
           IF ROW-OK
               PERFORM CHECK-STUDENT-ON-FILE
           END-IF.

       CHECK-STUDENT-ON-FILE.
           MOVE EDIT-STUDENT-NUMBER TO STUDENTNUMBER.
           MOVE ZERO TO TRANSACTION-SEQ.
           READ STUDENT-FILE
               INVALID KEY
                   MOVE "09" TO EXCP-REASON-CODE
                   MOVE "STUDENT NOT ON FILE" TO EXCP-REASON-TEXT
                   PERFORM WRITE-REJECT-LINE
           END-READ.

       FIND-AID-AWARD.
      * Probes sequence slots 001, 002, ... the same way LOCKBOX's
      * FIND-NEXT-PAYMENT-SEQ does, watching for an award already on
      * file for this fund and term on the way - the first unused
      * slot is where a new award would go.
           MOVE "N" TO AWARD-FOUND-SW.
           MOVE "N" TO FREE-SLOT-FOUND-SW.
           MOVE "N" TO PROBE-DONE-SW.
           MOVE 1 TO PROBE-SEQ.
           PERFORM TEST-ONE-AID-SLOT WITH TEST BEFORE
               UNTIL PROBE-DONE.

       TEST-ONE-AID-SLOT.
           MOVE EDIT-STUDENT-NUMBER TO AID-STUDENTNUMBER.
           MOVE PROBE-SEQ TO AID-TRANSACTION-SEQ.
           READ STUDENT-FILE
               INVALID KEY
                   MOVE "Y" TO FREE-SLOT-FOUND-SW
                   MOVE PROBE-SEQ TO FREE-SEQ
                   MOVE "Y" TO PROBE-DONE-SW
               NOT INVALID KEY
                   IF AID-AWARD-RECORD
                       AND AID-FUND-CODE = AIN-FUND-CODE
                       AND AID-TERM = AIN-TERM
                       MOVE "Y" TO AWARD-FOUND-SW
                       MOVE PROBE-SEQ TO AWARD-SEQ
                   END-IF
      * Sequence 994 is the last transaction slot - 995 through 999
      * are reserved for the sponsor-allocation, collection-status,
      * credit-balance, payment-plan, and demographics records.
                   IF PROBE-SEQ = 994
                       MOVE "Y" TO PROBE-DONE-SW
                   ELSE
                       ADD 1 TO PROBE-SEQ
                   END-IF
           END-READ.

       RECORD-AID-AWARD.
      * The aid office sends the award as it now stands, so an award
      * already on file for the fund and term is replaced - but
      * never below what has already gone out against it.
           IF AWARD-FOUND
               PERFORM READ-AWARD-RECORD
               IF EDIT-AMOUNT < AID-DISBURSED
                   MOVE "13" TO EXCP-REASON-CODE
                   MOVE "AWARD LESS THAN AMOUNT ALREADY DISBURSED"
                       TO EXCP-REASON-TEXT
                   PERFORM WRITE-REJECT-LINE
               ELSE
                   MOVE EDIT-AMOUNT TO AID-AWARDED
                   MOVE EDIT-DATE TO AID-LAST-DATE
                   MOVE "AID " TO AID-OPERATOR-ID
                   REWRITE STUDENTDATA
                       INVALID KEY
                           MOVE "15" TO EXCP-REASON-CODE
                           MOVE "UNABLE TO UPDATE AID RECORD"
                               TO EXCP-REASON-TEXT
                           PERFORM WRITE-REJECT-LINE
                       NOT INVALID KEY
                           ADD 1 TO AWARDS-RECORDED
                   END-REWRITE
               END-IF
           ELSE
               IF NOT FREE-SLOT-FOUND
                   MOVE "14" TO EXCP-REASON-CODE
                   MOVE "NO FREE TRANSACTION SEQUENCE SLOT"
                       TO EXCP-REASON-TEXT
                   PERFORM WRITE-REJECT-LINE
               ELSE
      * The record area still holds whatever the slot probes last
      * read, so clear it before building the new award.
                   MOVE SPACES TO AID-AWARD
                   MOVE EDIT-STUDENT-NUMBER TO AID-STUDENTNUMBER
                   MOVE FREE-SEQ TO AID-TRANSACTION-SEQ
                   SET AID-AWARD-RECORD TO TRUE
                   MOVE AIN-FUND-CODE TO AID-FUND-CODE
                   MOVE AIN-TERM TO AID-TERM
                   MOVE EDIT-AMOUNT TO AID-AWARDED
                   MOVE ZERO TO AID-DISBURSED
                   MOVE EDIT-DATE TO AID-LAST-DATE
                   MOVE "AID " TO AID-OPERATOR-ID
                   WRITE AID-AWARD
                       INVALID KEY
                           MOVE "15" TO EXCP-REASON-CODE
                           MOVE "UNABLE TO WRITE AID RECORD"
                               TO EXCP-REASON-TEXT
                           PERFORM WRITE-REJECT-LINE
                       NOT INVALID KEY
                           ADD 1 TO AWARDS-RECORDED
                   END-WRITE
               END-IF
           END-IF.

       POST-AID-DISBURSEMENT.
      * Money can only go out against an award, and never more than
      * the award still has left in it.
           IF NOT AWARD-FOUND
               MOVE "11" TO EXCP-REASON-CODE
               MOVE "NO AWARD ON FILE FOR FUND AND TERM"
                   TO EXCP-REASON-TEXT
               PERFORM WRITE-REJECT-LINE
           ELSE
               PERFORM READ-AWARD-RECORD
               COMPUTE NEW-DISBURSED = AID-DISBURSED + EDIT-AMOUNT
               IF NEW-DISBURSED > AID-AWARDED
                   MOVE "12" TO EXCP-REASON-CODE
                   MOVE "DISBURSEMENT EXCEEDS UNDISBURSED AWARD"
                       TO EXCP-REASON-TEXT
                   PERFORM WRITE-REJECT-LINE
               ELSE
                   MOVE NEW-DISBURSED TO AID-DISBURSED
                   MOVE EDIT-DATE TO AID-LAST-DATE
                   MOVE "AID " TO AID-OPERATOR-ID
                   REWRITE STUDENTDATA
                       INVALID KEY
                           MOVE "15" TO EXCP-REASON-CODE
                           MOVE "UNABLE TO UPDATE AID RECORD"
                               TO EXCP-REASON-TEXT
                           PERFORM WRITE-REJECT-LINE
                       NOT INVALID KEY
                           PERFORM APPLY-DISBURSEMENT-TO-BALANCE
                   END-REWRITE
               END-IF
           END-IF.

       READ-AWARD-RECORD.
           MOVE EDIT-STUDENT-NUMBER TO AID-STUDENTNUMBER.
           MOVE AWARD-SEQ TO AID-TRANSACTION-SEQ.
           READ STUDENT-FILE
               INVALID KEY
                   DISPLAY "Aid award for student "
                       EDIT-STUDENT-NUMBER " vanished, status "
                       STUDENT-FILE-STATUS
           END-READ.

       APPLY-DISBURSEMENT-TO-BALANCE.
      * The disbursement is a credit against the enrollment charge,
      * floored at zero the way posting floors a payment; anything
      * past zero is carried as a credit balance.  It is a payment
      * made by the aid office, not a reduction of what was billed,
      * so no itemized charge comes down - the lower balance is
      * what STUDPOST's nightly application spreads over the
      * charges as paid, fees before tuition.
           MOVE EDIT-STUDENT-NUMBER TO STUDENTNUMBER.
           MOVE ZERO TO TRANSACTION-SEQ.
           READ STUDENT-FILE
               INVALID KEY
                   DISPLAY "Enrollment record for student "
                       EDIT-STUDENT-NUMBER " vanished, status "
                       STUDENT-FILE-STATUS
               NOT INVALID KEY
                   MOVE TUITIONOWED TO OLD-TUITION-OWED
                   IF EDIT-AMOUNT > TUITIONOWED
                       MOVE ZERO TO NEW-TUITION-OWED
                       COMPUTE CREDIT-DUE =
                           EDIT-AMOUNT - TUITIONOWED
                   ELSE
                       COMPUTE NEW-TUITION-OWED =
                           TUITIONOWED - EDIT-AMOUNT
                       MOVE ZERO TO CREDIT-DUE
                   END-IF
                   MOVE NEW-TUITION-OWED TO TUITIONOWED
                   REWRITE STUDENTDATA
                       INVALID KEY
                           DISPLAY "Unable to rewrite enrollment "
                               "record for student "
                               EDIT-STUDENT-NUMBER ", status "
                               STUDENT-FILE-STATUS
                       NOT INVALID KEY
                           PERFORM WRITE-AUDIT-RECORD
                           ADD 1 TO DISBURSEMENTS-POSTED
                           ADD EDIT-AMOUNT TO DISBURSED-AMOUNT
                               ON SIZE ERROR
                                   DISPLAY "WARNING: DISBURSED-AMOUNT "
                                       "overflowed - the disbursed "
                                       "total on this report is not "
                                       "reliable."
                           END-ADD
                           IF CREDIT-DUE > ZERO
                               PERFORM POST-CREDIT-BALANCE
                           END-IF
                   END-REWRITE
           END-READ.

       POST-CREDIT-BALANCE.
      * Same rules STUDPOST uses for an overpayment: the credit
      * lives under reserved sequence 997, an open or approved
      * credit is added to and dropped back to open, and a refunded
      * credit's amount is replaced rather than added to.
           MOVE "N" TO CREDIT-FOUND-SW.
           MOVE EDIT-STUDENT-NUMBER TO CRD-STUDENTNUMBER.
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
                   MOVE CREDIT-DUE TO CRD-AMOUNT
               ELSE
                   ADD CREDIT-DUE TO CRD-AMOUNT
                       ON SIZE ERROR
                           MOVE 99999 TO CRD-AMOUNT
                           DISPLAY "WARNING: credit balance for "
                               "student " EDIT-STUDENT-NUMBER
                               " capped at 99999 - review this "
                               "account by hand."
                   END-ADD
               END-IF
           ELSE
               MOVE SPACES TO CREDIT-BALANCE
               MOVE EDIT-STUDENT-NUMBER TO CRD-STUDENTNUMBER
               MOVE 997 TO CRD-TRANSACTION-SEQ
               SET CREDIT-RECORD TO TRUE
               MOVE CREDIT-DUE TO CRD-AMOUNT
           END-IF.
           SET CRD-OPEN TO TRUE.
           ACCEPT CRD-CREATED-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO CRD-APPROVED-BY.
           MOVE ZERO TO CRD-APPROVED-DATE.
           IF CREDIT-FOUND
               REWRITE STUDENTDATA
                   INVALID KEY
                       DISPLAY "Unable to update credit balance for "
                           "student " EDIT-STUDENT-NUMBER ", status "
                           STUDENT-FILE-STATUS
                   NOT INVALID KEY
                       ADD 1 TO CREDITS-SET-UP
               END-REWRITE
           ELSE
               WRITE STUDENTDATA
                   INVALID KEY
                       DISPLAY "Unable to write credit balance for "
                           "student " EDIT-STUDENT-NUMBER ", status "
                           STUDENT-FILE-STATUS
                   NOT INVALID KEY
                       ADD 1 TO CREDITS-SET-UP
               END-WRITE
           END-IF.

       WRITE-AUDIT-RECORD.
      * The disbursement row carries the old and new balance like an
      * enrollment row, so the audit reconciliation still ties the
      * last row to TUITIONOWED, and the amount disbursed in the
      * payment column for the GL extract to book.
           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
           END-IF.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
           SET AUDIT-AID-DISBURSEMENT TO TRUE.
           MOVE EDIT-STUDENT-NUMBER TO AUDIT-STUDENTNUMBER.
           MOVE OLD-TUITION-OWED TO AUDIT-OLD-TUITION.
           MOVE NEW-TUITION-OWED TO AUDIT-NEW-TUITION.
           MOVE EDIT-AMOUNT TO AUDIT-PAYMENT-AMOUNT.
           MOVE "AID " TO AUDIT-OPERATOR-ID.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.

       WRITE-REJECT-LINE.
           MOVE "N" TO ROW-OK-SW.
           MOVE AIN-STUDENTNUMBER TO DL-STUDENT.
           MOVE AIN-ACTION TO DL-ACTION.
           MOVE AIN-FUND-CODE TO DL-FUND.
           MOVE AIN-TERM TO DL-TERM.
           MOVE AIN-AMOUNT TO DL-AMOUNT.
           MOVE AIN-DATE TO DL-DATE.
           MOVE EXCP-REASON-CODE TO DL-REASON-CODE.
           MOVE EXCP-REASON-TEXT TO DL-REASON-TEXT.
           WRITE REPORT-LINE FROM DETAIL-LINE.
           ADD 1 TO REJECT-COUNT.

       PRINT-CONTROL-TOTALS.
           MOVE RECORDS-READ TO TL-READ.
           WRITE REPORT-LINE FROM TOTAL-LINE-1.
           MOVE AWARDS-RECORDED TO TL-AWARDS.
           WRITE REPORT-LINE FROM TOTAL-LINE-2.
           MOVE DISBURSEMENTS-POSTED TO TL-DISBURSED.
           WRITE REPORT-LINE FROM TOTAL-LINE-3.
           MOVE DISBURSED-AMOUNT TO TL-AMOUNT.
           WRITE REPORT-LINE FROM TOTAL-LINE-4.
           MOVE CREDITS-SET-UP TO TL-CREDITS.
           WRITE REPORT-LINE FROM TOTAL-LINE-5.
           MOVE REJECT-COUNT TO TL-REJECTED.
           WRITE REPORT-LINE FROM TOTAL-LINE-6.

      ** add other procedures here
       END PROGRAM AIDINTK.

      *          year and month are stamped on each assessed record,
      *          so a rerun for the same month finds the stamp and
      *          cannot assess twice.  The fee comes from
      *          LATEFEE-AMOUNT and defaults to 25.  An account whose
      *          balance is covered by financial aid awarded for the
      *          term but not yet disbursed draws no fee and is
      *          listed on the register as held.  Each assessed
      *          fee is also filed as a LATE charge-detail record for
      *          the term.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO "student-output.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS STUDENT-FILE-KEY
               FILE STATUS IS STUDENT-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "student-audit.txt"
               88 DEMOGRAPHICS-RECORD VALUE "3".
               88 REVERSAL-RECORD   VALUE "4".
               88 PLAN-RECORD       VALUE "5".
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
           02  PMT-POSTED-FLAG        PIC X(1).
               88 PMT-POSTED VALUE "P".
           02 FILLER                  PIC X(47).
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

       FD AUDIT-FILE.
       01  AUDIT-RECORD.
       01  CALC-STATUS-ENTRY PIC X(1).
           88 CALC-OK VALUE "0".
           88 CALC-SIZE-ERROR VALUE "1".
       01  CURRENT-STUDENT PIC 9(7).
       01  CURRENT-TERM PIC X(5).
       01  ANTICIPATED-AID PIC 9(7).
       01  PROBE-SEQ PIC 9(3).
       01  PROBE-DONE-SW PIC X VALUE "N".
           88 PROBE-DONE VALUE "Y".
       01  CHARGE-SLOT-SW PIC X VALUE "N".
           88 CHARGE-SLOT-FOUND VALUE "Y".
       01  AID-COVERED-HELD PIC 9(7) VALUE ZERO.
       01  STUDENTS-ASSESSED PIC 9(7) VALUE ZERO.
       01  FEES-ASSESSED-TOTAL PIC 9(7) VALUE ZERO.

           05 FILLER           PIC X(5) VALUE SPACES.
           05 DL-NEW-BALANCE   PIC ZZZZ9.

       01  AID-HELD-LINE.
           05 HL-NUMBER        PIC 9(7).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 HL-NAME          PIC X(30).
           05 FILLER           PIC X(3) VALUE SPACES.
           05 HL-BALANCE       PIC ZZZZ9.
           05 FILLER           PIC X(5) VALUE SPACES.
           05 FILLER           PIC X(25) VALUE
               "NO FEE - COVERED BY AID".

       01  TOTAL-LINE-1.
           05 FILLER           PIC X(30) VALUE
               "STUDENTS ASSESSED:".
           05 FILLER           PIC X(30) VALUE
               "TOTAL FEES ASSESSED:".
           05 TL-FEES          PIC ZZZZZZ9.
       01  TOTAL-LINE-3.
           05 FILLER           PIC X(30) VALUE
               "HELD - COVERED BY AID:".
           05 TL-AID-COVERED   PIC ZZZZZZ9.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * assessed - that is what makes a rerun for the same month
      * safe.  A stamp that is not numeric belongs to a record
      * written before fees existed and counts as never assessed.
      * A withdrawn enrollment is no longer an active account and
      * draws no further fees on whatever balance it left behind.
           IF TUITIONOWED > ZERO
               AND NOT ENROLL-WITHDRAWN
               AND (LAST-FEE-PERIOD IS NOT NUMERIC
                   OR LAST-FEE-PERIOD < RUN-PERIOD)
               PERFORM CHECK-ANTICIPATED-AID
           END-IF.
           IF NOT END-OF-STUDENTS
               PERFORM READ-ENROLLMENT-RECORD
           END-IF.

       CHECK-ANTICIPATED-AID.
      * Aid awarded for the term and not yet disbursed will come in
      * from the aid office, so a balance it fully covers is not
      * late.  The aid probes move the file position and the record
      * area, so the enrollment is read back by key before it is
      * assessed, and the walk restarts past the student's key range
      * afterward.
           MOVE STUDENTNUMBER TO CURRENT-STUDENT.
           MOVE TERM-ID TO CURRENT-TERM.
           PERFORM SUM-ANTICIPATED-AID.
           MOVE CURRENT-STUDENT TO STUDENTNUMBER.
           MOVE ZERO TO TRANSACTION-SEQ.
           READ STUDENT-FILE
               INVALID KEY
                   DISPLAY "Enrollment record for student "
                       CURRENT-STUDENT " vanished, status "
                       STUDENT-FILE-STATUS
               NOT INVALID KEY
                   IF ANTICIPATED-AID NOT < TUITIONOWED
                       PERFORM HOLD-AID-COVERED-ACCOUNT
                   ELSE
                       PERFORM ASSESS-LATE-FEE
                   END-IF
           END-READ.
           MOVE CURRENT-STUDENT TO STUDENTNUMBER.
           MOVE 999 TO TRANSACTION-SEQ.
           START STUDENT-FILE KEY GREATER THAN STUDENT-FILE-KEY
               INVALID KEY
                   MOVE "Y" TO EOF-FLAG
           END-START.

       SUM-ANTICIPATED-AID.
      * Probes sequence slots 001, 002, ... for the student's
      * aid-award records, the same way the payment listings walk
      * the transaction run.  Only aid for the enrollment's own term
      * counts.
           MOVE ZERO TO ANTICIPATED-AID.
           MOVE "N" TO PROBE-DONE-SW.
           MOVE 1 TO PROBE-SEQ.
           PERFORM ADD-ONE-AID-AWARD WITH TEST BEFORE
               UNTIL PROBE-DONE.

       ADD-ONE-AID-AWARD.
           MOVE CURRENT-STUDENT TO AID-STUDENTNUMBER.
           MOVE PROBE-SEQ TO AID-TRANSACTION-SEQ.
           READ STUDENT-FILE
               INVALID KEY
                   MOVE "Y" TO PROBE-DONE-SW
               NOT INVALID KEY
                   IF AID-AWARD-RECORD AND AID-TERM = CURRENT-TERM
                       AND AID-AWARDED > AID-DISBURSED
                       COMPUTE ANTICIPATED-AID = ANTICIPATED-AID
                           + AID-AWARDED - AID-DISBURSED
                   END-IF
      * Sequence 994 is the last transaction slot - 995 through 999
      * are the reserved records - so stop there.
                   IF PROBE-SEQ = 994
                       MOVE "Y" TO PROBE-DONE-SW
                   ELSE
                       ADD 1 TO PROBE-SEQ
                   END-IF
           END-READ.

       HOLD-AID-COVERED-ACCOUNT.
      * No fee and no period stamp - if the aid falls through, next
      * month's run assesses the account as usual.
           MOVE STUDENTNUMBER TO HL-NUMBER.
           MOVE STUDENTNAME TO HL-NAME.
           MOVE TUITIONOWED TO HL-BALANCE.
           WRITE REGISTER-LINE FROM AID-HELD-LINE.
           ADD 1 TO AID-COVERED-HELD.

       ASSESS-LATE-FEE.
           MOVE TUITIONOWED TO OLD-BALANCE.
                   NOT INVALID KEY
                       PERFORM WRITE-AUDIT-RECORD
                       PERFORM WRITE-REGISTER-LINE
                       PERFORM FILE-LATE-CHARGE
               END-REWRITE
           END-IF.

       FILE-LATE-CHARGE.
      * The fee is also itemized as a LATE charge for the term, in
      * the first free slot of the transaction run, so the statement
      * and the ledger extract can show it apart from tuition.  The
      * probe overwrites the record area, which is why this comes
      * after the register line.
           MOVE "N" TO PROBE-DONE-SW.
           MOVE "N" TO CHARGE-SLOT-SW.
           MOVE 1 TO PROBE-SEQ.
           PERFORM TEST-ONE-CHARGE-SLOT WITH TEST BEFORE
               UNTIL PROBE-DONE.
           IF CHARGE-SLOT-FOUND
               PERFORM WRITE-LATE-CHARGE
           ELSE
               DISPLAY "WARNING: no free transaction slot for "
                   "student " CURRENT-STUDENT " - the late fee is "
                   "in the balance but not itemized."
           END-IF.

       TEST-ONE-CHARGE-SLOT.
           MOVE CURRENT-STUDENT TO CHG-STUDENTNUMBER.
           MOVE PROBE-SEQ TO CHG-TRANSACTION-SEQ.
           READ STUDENT-FILE
               INVALID KEY
                   MOVE "Y" TO CHARGE-SLOT-SW
                   MOVE "Y" TO PROBE-DONE-SW
               NOT INVALID KEY
                   IF PROBE-SEQ = 994
                       MOVE "Y" TO PROBE-DONE-SW
                   ELSE
                       ADD 1 TO PROBE-SEQ
                   END-IF
           END-READ.

       WRITE-LATE-CHARGE.
           MOVE SPACES TO CHARGE-DETAIL.
           MOVE CURRENT-STUDENT TO CHG-STUDENTNUMBER.
           MOVE PROBE-SEQ TO CHG-TRANSACTION-SEQ.
           SET CHARGE-RECORD TO TRUE.
           MOVE "LATE" TO CHG-CODE.
           MOVE CURRENT-TERM TO CHG-TERM.
      * Dated the day it is journaled, not the assessment date, so
      * the ledger extract books it with the audit row it matches.
           ACCEPT CHG-DATE FROM DATE YYYYMMDD.
           MOVE LATE-FEE-AMOUNT TO CHG-AMOUNT.
           MOVE ZERO TO CHG-PAID.
           MOVE "LATEFEE" TO CHG-SOURCE.
           MOVE "FEE " TO CHG-OPERATOR-ID.
           WRITE CHARGE-DETAIL
               INVALID KEY
                   DISPLAY "Unable to write late charge for student "
                       CURRENT-STUDENT ", status " STUDENT-FILE-STATUS
           END-WRITE.

       WRITE-AUDIT-RECORD.
      * Appends an old/new tuition row to the same audit journal a
      * keyed correction writes, so an assessed fee is traceable
           WRITE REGISTER-LINE FROM TOTAL-LINE-1.
           MOVE FEES-ASSESSED-TOTAL TO TL-FEES.
           WRITE REGISTER-LINE FROM TOTAL-LINE-2.
           MOVE AID-COVERED-HELD TO TL-AID-COVERED.
           WRITE REGISTER-LINE FROM TOTAL-LINE-3.

      ** add other procedures here
       END PROGRAM LATEFEE.

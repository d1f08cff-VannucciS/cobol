      *          record under reserved sequence 997 instead of being
      *          floored away - REFNDMNT is where a supervisor
      *          approves the refund and REFNDEXT is what cuts the
      *          check extract.  Every night the amount the
      *          student has paid against their itemized charges is
      *          spread over those charges in the priority order of
      *          the charge code table CHRGMNT maintains - fees
      *          before tuition - and each charge's paid amount is
      *          brought up to date.
      *          Runs in BATCHRUN ahead of STUDRPT so the aging
      *          report publishes net balances, not the original
      *          charges.
               ACCESS IS DYNAMIC
               RECORD KEY IS STUDENT-FILE-KEY
               FILE STATUS IS STUDENT-FILE-STATUS.
           SELECT CHARGE-CODE-FILE ASSIGN TO "charge-codes.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CCD-CODE
               FILE STATUS IS CHARGE-CODE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "student-audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
               88 CREDIT-RECORD     VALUE "6".
               88 COLLECTION-RECORD VALUE "7".
               88 SPONSOR-RECORD    VALUE "8".
               88 CHARGE-RECORD     VALUE "A".
           02 FILLER   PIC A(1) VALUE " ".
           02  TUITIONOWED     PIC 9(5).
           02 FILLER   PIC A(1) VALUE " ".
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

       FD AUDIT-FILE.
       01  AUDIT-RECORD.
      *-----------------------
       01  STUDENT-FILE-STATUS PIC X(2).
       01  AUDIT-FILE-STATUS PIC X(2).
       01  CHARGE-CODE-STATUS PIC X(2).
       01  CHARGE-CODE-OK-SW PIC X VALUE "N".
           88 CHARGE-CODE-OK VALUE "Y".
       01  EOF-FLAG PIC X VALUE "N".
           88 END-OF-STUDENTS VALUE "Y".
       01  CURRENT-STUDENT PIC 9(7).
           88 CREDIT-FOUND VALUE "Y".
       01  CREDITS-CARRIED PIC 9(7) VALUE ZERO.
       01  AMOUNT-CREDITED-TOTAL PIC 9(7) VALUE ZERO.
       01  CURRENT-BALANCE PIC 9(5).
       01  CHARGED-TOTAL PIC 9(7).
       01  PAID-TO-APPLY PIC 9(7).
       01  NEW-CHARGE-PAID PIC 9(5).
       01  CHARGES-REAPPLIED PIC 9(7) VALUE ZERO.
       01  LOW-SUB PIC 9(3).
       01  PICK-SUB PIC 9(3).
       01  PICK-COUNT PIC 9(3).

      * The student's itemized charges, gathered during the payment
      * probe.  The order key is the charge code's priority from
      * the charge code table, then the charge date, then the slot,
      * so money paid in clears the lowest key first.
       01  CHARGE-TABLE.
           05 CHARGE-COUNT PIC 9(3) VALUE ZERO.
           05 CHARGE-ENTRY OCCURS 100 TIMES.
               10 CT-ORDER-KEY.
                   15 CT-PRIORITY  PIC 9(2).
                   15 CT-DATE      PIC 9(8).
                   15 CT-SEQ       PIC 9(3).
               10 CT-AMOUNT        PIC 9(5).
               10 CT-PAID          PIC 9(5).
               10 CT-TAKEN         PIC X(1).

       01  HEADING-LINE-1 PIC X(80) VALUE
           "PAYMENT POSTING REGISTER".
           05 FILLER           PIC X(30) VALUE
               "TOTAL AMOUNT CREDITED:".
           05 TL-CREDITED      PIC ZZZZZZ9.
       01  TOTAL-LINE-8.
           05 FILLER           PIC X(30) VALUE
               "CHARGES RE-APPLIED:".
           05 TL-REAPPLIED     PIC ZZZZZZ9.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      * Without the charge code table every charge ranks alike and
      * clears oldest first, so posting never waits on CHRGMNT.
           OPEN INPUT CHARGE-CODE-FILE.
           IF CHARGE-CODE-STATUS = "00"
               MOVE "Y" TO CHARGE-CODE-OK-SW
           END-IF.
           OPEN OUTPUT POSTING-REGISTER.
           WRITE REGISTER-LINE FROM HEADING-LINE-1.
           WRITE REGISTER-LINE FROM HEADING-LINE-2.
               UNTIL END-OF-STUDENTS.
           PERFORM PRINT-CONTROL-TOTALS.
           CLOSE STUDENT-FILE.
           IF CHARGE-CODE-OK
               CLOSE CHARGE-CODE-FILE
           END-IF.
           CLOSE POSTING-REGISTER.
           GOBACK.

       POST-ONE-STUDENT.
           MOVE STUDENTNUMBER TO CURRENT-STUDENT.
           MOVE STUDENTNAME TO CURRENT-NAME.
           MOVE TUITIONOWED TO CURRENT-BALANCE.
           MOVE ZERO TO UNPOSTED-TOTAL.
           MOVE ZERO TO REVERSAL-TOTAL.
           MOVE ZERO TO CHARGE-COUNT.
           PERFORM POST-STUDENT-PAYMENTS.
           IF UNPOSTED-TOTAL > ZERO OR REVERSAL-TOTAL > ZERO
               PERFORM APPLY-POSTED-AMOUNT
           END-IF.
           IF CHARGE-COUNT > ZERO
               PERFORM APPLY-PAYMENTS-TO-CHARGES
           END-IF.
      * The keyed probes above moved the file position, so restart
      * the sequential walk just past this student's key range.
           MOVE CURRENT-STUDENT TO STUDENTNUMBER.
               NOT INVALID KEY
                   PERFORM POST-PAYMENT-RECORD
                   PERFORM POST-REVERSAL-RECORD
                   IF CHARGE-RECORD
                       PERFORM REMEMBER-CHARGE-RECORD
                   END-IF
      * Sequence 994 is the last payment slot - 995 through 999 are
      * reserved for the sponsor-allocation, collection-status,
      * credit-balance, payment-plan, and demographics records - so
                       "student " CURRENT-STUDENT ", status "
                       STUDENT-FILE-STATUS
               NOT INVALID KEY
                   MOVE NEW-TUITION-OWED TO CURRENT-BALANCE
                   PERFORM WRITE-AUDIT-RECORD
                   PERFORM WRITE-REGISTER-LINE
                   ADD 1 TO STUDENTS-POSTED
                   END-IF
           END-REWRITE.

       REMEMBER-CHARGE-RECORD.
           IF CHARGE-COUNT = 100
               DISPLAY "WARNING: more than 100 charges for student "
                   CURRENT-STUDENT " - slot " PROBE-SEQ " keeps "
                   "its paid amount as it stands."
           ELSE
               ADD 1 TO CHARGE-COUNT
               MOVE 99 TO CT-PRIORITY (CHARGE-COUNT)
               IF CHARGE-CODE-OK
                   MOVE CHG-CODE TO CCD-CODE
                   READ CHARGE-CODE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CCD-PRIORITY
                               TO CT-PRIORITY (CHARGE-COUNT)
                   END-READ
               END-IF
               MOVE CHG-DATE TO CT-DATE (CHARGE-COUNT)
               MOVE PROBE-SEQ TO CT-SEQ (CHARGE-COUNT)
               MOVE CHG-AMOUNT TO CT-AMOUNT (CHARGE-COUNT)
               MOVE CHG-PAID TO CT-PAID (CHARGE-COUNT)
               MOVE "N" TO CT-TAKEN (CHARGE-COUNT)
           END-IF.

       APPLY-PAYMENTS-TO-CHARGES.
      * Whatever the charges add up to beyond the balance still owed
      * has been paid, and that amount is spread across the charges
      * in priority order - fees before tuition, as the charge code
      * table ranks them.  Payments, sponsor money and aid disbursed
      * by AIDINTK all count as paid this way; a permit credit or a
      * withdrawal takes its amount off the charges themselves, so
      * it is never mistaken for money received.  The paid amounts
      * are worked out afresh from the balance every night, so a
      * reversal that puts money back on the balance reopens the
      * lowest-priority charge first, and a rerun changes nothing.
           MOVE ZERO TO CHARGED-TOTAL.
           PERFORM ADD-ONE-CHARGE-AMOUNT
               VARYING PICK-SUB FROM 1 BY 1
               UNTIL PICK-SUB > CHARGE-COUNT.
           IF CHARGED-TOTAL > CURRENT-BALANCE
               COMPUTE PAID-TO-APPLY = CHARGED-TOTAL - CURRENT-BALANCE
           ELSE
               MOVE ZERO TO PAID-TO-APPLY
           END-IF.
           PERFORM APPLY-NEXT-CHARGE
               VARYING PICK-COUNT FROM 1 BY 1
               UNTIL PICK-COUNT > CHARGE-COUNT.

       ADD-ONE-CHARGE-AMOUNT.
           ADD CT-AMOUNT (PICK-SUB) TO CHARGED-TOTAL.

       APPLY-NEXT-CHARGE.
           MOVE ZERO TO LOW-SUB.
           PERFORM TEST-LOWEST-CHARGE
               VARYING PICK-SUB FROM 1 BY 1
               UNTIL PICK-SUB > CHARGE-COUNT.
           MOVE "Y" TO CT-TAKEN (LOW-SUB).
           IF PAID-TO-APPLY > CT-AMOUNT (LOW-SUB)
               MOVE CT-AMOUNT (LOW-SUB) TO NEW-CHARGE-PAID
           ELSE
               MOVE PAID-TO-APPLY TO NEW-CHARGE-PAID
           END-IF.
           SUBTRACT NEW-CHARGE-PAID FROM PAID-TO-APPLY.
           IF NEW-CHARGE-PAID NOT = CT-PAID (LOW-SUB)
               PERFORM REWRITE-CHARGE-PAID
           END-IF.

       TEST-LOWEST-CHARGE.
           IF CT-TAKEN (PICK-SUB) = "N"
               IF LOW-SUB = ZERO
                   MOVE PICK-SUB TO LOW-SUB
               ELSE
                   IF CT-ORDER-KEY (PICK-SUB) < CT-ORDER-KEY (LOW-SUB)
                       MOVE PICK-SUB TO LOW-SUB
                   END-IF
               END-IF
           END-IF.

       REWRITE-CHARGE-PAID.
           MOVE CURRENT-STUDENT TO CHG-STUDENTNUMBER.
           MOVE CT-SEQ (LOW-SUB) TO CHG-TRANSACTION-SEQ.
           READ STUDENT-FILE
               INVALID KEY
                   DISPLAY "Charge record vanished for student "
                       CURRENT-STUDENT " seq " CT-SEQ (LOW-SUB)
               NOT INVALID KEY
                   IF CHARGE-RECORD
                       MOVE NEW-CHARGE-PAID TO CHG-PAID
                       REWRITE CHARGE-DETAIL
                           INVALID KEY
                               DISPLAY "Unable to update charge for "
                                   "student " CURRENT-STUDENT " seq "
                                   CT-SEQ (LOW-SUB) ", status "
                                   STUDENT-FILE-STATUS
                           NOT INVALID KEY
                               ADD 1 TO CHARGES-REAPPLIED
                       END-REWRITE
                   END-IF
           END-READ.

       POST-CREDIT-BALANCE.
      * The credit-balance record lives under reserved sequence 997,
      * so there is at most one per student.  A fresh overpayment on
           WRITE REGISTER-LINE FROM TOTAL-LINE-6.
           MOVE AMOUNT-CREDITED-TOTAL TO TL-CREDITED.
           WRITE REGISTER-LINE FROM TOTAL-LINE-7.
           MOVE CHARGES-REAPPLIED TO TL-REAPPLIED.
           WRITE REGISTER-LINE FROM TOTAL-LINE-8.

      ** add other procedures here
       END PROGRAM STUDPOST.

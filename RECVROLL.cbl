      ******************************************************************
      * Author:Vannucci
      * Date:Oct/15/2026
      * Purpose: Daily receivables rollforward - proves the student
      *          receivable itself from one night to the next.  The
      *          prior night's closing total is kept in the
      *          receivable control file; tonight's activity is taken
      *          from the audit journal and laid out as the movement
      *          lines accounting closes on (charges, fees, keyed
      *          adjustments, payments, reversals, sponsor receipts,
      *          withdrawals, aid, and receipts not yet applied to a
      *          balance), and opening plus movement must equal the
      *          actual sum of TUITIONOWED across every enrollment
      *          record on STUDENT-FILE.  Each movement line is also
      *          tied to the account totals GLEXTR just wrote to
      *          gl-interface.txt, the charges to every revenue
      *          account together - tied on the business date's own
      *          journal rows only, since GLEXTR books one day, while
      *          the rollforward itself takes every day since the
      *          last proof.  The one-page proof goes to
      *          receivable-rollforward.txt.  A receivable that does
      *          not foot, or a GL extract that does not tie, ends
      *          the step nonzero and leaves the control file where
      *          it was, so the night stops and the same opening
      *          balance is proved again on the rerun.  The business
      *          date is the GLEXTR-DATE environment name GLEXTR
      *          itself uses, defaulting to today.  Refunds are paid
      *          out of credit balances (sequence 997), never out of
      *          TUITIONOWED, so they do not move this receivable.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. RECVROLL.
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
           SELECT AUDIT-FILE ASSIGN TO "student-audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT GL-INTERFACE-FILE ASSIGN TO "gl-interface.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-FILE-STATUS.
      * CONTROL-FILE holds the one record carrying the last proved
      * business date and its opening and closing receivable, the
      * way lab03.ckp holds LAB03's single checkpoint count.
           SELECT CONTROL-FILE ASSIGN TO "receivable-control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.
           SELECT PROOF-REPORT
               ASSIGN TO "receivable-rollforward.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

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
           02 FILLER   PIC A(1) VALUE " ".
           02  TUITIONOWED     PIC 9(5).
           02 FILLER   PIC A(1) VALUE " ".
           02  STUDENTNAME     PIC A(40).
           02 FILLER   PIC A(1) VALUE " ".
           02  OPERATOR-ID     PIC X(4).
           02 FILLER   PIC A(1) VALUE " ".
           02  TERM-ID         PIC X(5).
           02 FILLER   PIC A(1) VALUE " ".
           02  LAST-FEE-PERIOD PIC 9(6).
           02 FILLER   PIC X(4).

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
               88 AUDIT-MERGE      VALUE "M".
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

      * The detail and trailer layouts GLEXTR writes.
       FD GL-INTERFACE-FILE.
       01  GL-DETAIL-IN.
           05 GLI-RECORD-TYPE  PIC X(1).
               88 GLI-DETAIL   VALUE "D".
               88 GLI-TRAILER  VALUE "T".
           05 FILLER           PIC X(1).
           05 GLI-POSTING-DATE PIC 9(8).
           05 FILLER           PIC X(1).
           05 GLI-ACCOUNT-CODE PIC X(8).
           05 FILLER           PIC X(1).
           05 GLI-DC-FLAG      PIC X(1).
               88 GLI-DEBIT    VALUE "D".
           05 FILLER           PIC X(1).
           05 GLI-AMOUNT       PIC 9(9).
           05 FILLER           PIC X(9).
       01  GL-TRAILER-IN REDEFINES GL-DETAIL-IN.
           05 FILLER           PIC X(1).
           05 FILLER           PIC X(1).
           05 GLI-RECORD-COUNT PIC 9(5).
           05 FILLER           PIC X(1).
           05 GLI-HASH-TOTAL   PIC 9(11).
           05 FILLER           PIC X(21).

       FD CONTROL-FILE.
       01  CONTROL-RECORD.
           05 RCTL-BUSINESS-DATE    PIC 9(8).
           05 FILLER                PIC X(1).
           05 RCTL-PRIOR-DATE       PIC 9(8).
           05 FILLER                PIC X(1).
           05 RCTL-OPENING-BALANCE  PIC 9(11).
           05 FILLER                PIC X(1).
           05 RCTL-CLOSING-BALANCE  PIC 9(11).
           05 FILLER                PIC X(1).
           05 RCTL-ENROLLMENTS      PIC 9(7).

       FD PROOF-REPORT.
       01  REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
      *-----------------------
       01  STUDENT-FILE-STATUS PIC X(2).
       01  AUDIT-FILE-STATUS PIC X(2).
       01  GL-FILE-STATUS PIC X(2).
       01  CONTROL-FILE-STATUS PIC X(2).
       01  STUDENT-EOF-FLAG PIC X VALUE "N".
           88 END-OF-STUDENTS VALUE "Y".
       01  AUDIT-EOF-FLAG PIC X VALUE "N".
           88 END-OF-AUDIT VALUE "Y".
       01  GL-EOF-FLAG PIC X VALUE "N".
           88 END-OF-GL VALUE "Y".
       01  BUSINESS-DATE-EDIT PIC X(8).
       01  BUSINESS-DATE PIC 9(8).
       01  ACTIVITY-AFTER-DATE PIC 9(8).
       01  FIRST-RUN-SW PIC X VALUE "N".
           88 FIRST-RUN VALUE "Y".
       01  BALANCED-SW PIC X VALUE "N".
           88 RECEIVABLE-BALANCED VALUE "Y".
       01  GL-TIED-SW PIC X VALUE "Y".
           88 GL-TIED VALUE "Y".
       01  GL-TRAILER-SW PIC X VALUE "N".
           88 GL-TRAILER-FOUND VALUE "Y".
       01  GL-TRAILER-OK-SW PIC X VALUE "N".
           88 GL-TRAILER-OK VALUE "Y".

       01  OPENING-BALANCE PIC S9(11) VALUE ZERO.
       01  ACTUAL-BALANCE PIC S9(11) VALUE ZERO.
       01  EXPECTED-BALANCE PIC S9(11) VALUE ZERO.
       01  BALANCE-DIFFERENCE PIC S9(11) VALUE ZERO.
       01  ENROLLMENTS-SUMMED PIC 9(7) VALUE ZERO.
       01  ROWS-SELECTED PIC 9(7) VALUE ZERO.
       01  ROW-EFFECT PIC S9(6).

      * Movement lines, each signed by its effect on the receivable
      * - a charge is positive, money received is negative.
       01  CHARGES-BILLED PIC S9(11) VALUE ZERO.
       01  FEES-ASSESSED PIC S9(11) VALUE ZERO.
       01  KEYED-ADJUSTMENTS PIC S9(11) VALUE ZERO.
       01  PAYMENTS-RECEIVED PIC S9(11) VALUE ZERO.
       01  PAYMENTS-REVERSED PIC S9(11) VALUE ZERO.
       01  SPONSOR-RECEIPTS PIC S9(11) VALUE ZERO.
       01  TUITION-FORGIVEN PIC S9(11) VALUE ZERO.
       01  AID-DISBURSED PIC S9(11) VALUE ZERO.
       01  ACCOUNTS-MERGED PIC S9(11) VALUE ZERO.
       01  RECEIPTS-UNAPPLIED PIC S9(11) VALUE ZERO.
       01  BALANCE-POSTED PIC S9(11) VALUE ZERO.

      * The same movement lines for the business date's own rows -
      * GLEXTR books only that day, so these are what tie to it.
      * After a skipped night the lines above also carry the days
      * in between, which the rollforward needs and the GL does not
      * have.
       01  DAY-CHARGES-BILLED PIC S9(11) VALUE ZERO.
       01  DAY-FEES-ASSESSED PIC S9(11) VALUE ZERO.
       01  DAY-KEYED-ADJUSTMENTS PIC S9(11) VALUE ZERO.
       01  DAY-PAYMENTS-RECEIVED PIC S9(11) VALUE ZERO.
       01  DAY-PAYMENTS-REVERSED PIC S9(11) VALUE ZERO.
       01  DAY-SPONSOR-RECEIPTS PIC S9(11) VALUE ZERO.
       01  DAY-TUITION-FORGIVEN PIC S9(11) VALUE ZERO.
       01  DAY-AID-DISBURSED PIC S9(11) VALUE ZERO.
       01  EARLIER-ROWS PIC 9(7) VALUE ZERO.

      * GL account nets, debit positive, for the business date.
       01  GL-ACCTSREC-NET PIC S9(11) VALUE ZERO.
       01  GL-REVENUE-NET PIC S9(11) VALUE ZERO.
       01  GL-CASH-NET PIC S9(11) VALUE ZERO.
       01  GL-SPONRECV-NET PIC S9(11) VALUE ZERO.
       01  GL-TUITADJ-NET PIC S9(11) VALUE ZERO.
       01  GL-AIDRECV-NET PIC S9(11) VALUE ZERO.
       01  GL-LINE-AMOUNT PIC S9(11).
       01  GL-DETAIL-COUNT PIC 9(5) VALUE ZERO.
       01  GL-HASH-TOTAL PIC 9(11) VALUE ZERO.
       01  GL-OTHER-DATE-COUNT PIC 9(5) VALUE ZERO.

       01  TIE-ROLLFORWARD PIC S9(11).
       01  TIE-GL-AMOUNT PIC S9(11).
       01  TIE-DIFFERENCE PIC S9(11).

       01  HEADING-LINE-1 PIC X(80) VALUE
           "RECEIVABLE ROLLFORWARD PROOF".
       01  HEADING-DATE-LINE.
           05 FILLER           PIC X(15) VALUE "BUSINESS DATE: ".
           05 HD-DATE          PIC 9(8).
           05 FILLER           PIC X(4) VALUE SPACES.
           05 FILLER           PIC X(21) VALUE
               "JOURNAL ROWS AFTER: ".
           05 HD-AFTER-DATE    PIC 9(8).
       01  BLANK-LINE PIC X(80) VALUE SPACES.

       01  AMOUNT-LINE.
           05 AL-LABEL         PIC X(44).
           05 AL-AMOUNT        PIC -ZZZZZZZZZZ9.

       01  TIE-HEADING-LINE.
           05 FILLER           PIC X(28) VALUE
               "GL TIE-OUT".
           05 FILLER           PIC X(13) VALUE
               "  ROLLFORWARD".
           05 FILLER           PIC X(13) VALUE
               "   GL EXTRACT".
           05 FILLER           PIC X(13) VALUE
               "   DIFFERENCE".
       01  TIE-LINE.
           05 TL-LABEL         PIC X(28).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 TL-ROLLFORWARD   PIC -ZZZZZZZZZZ9.
           05 FILLER           PIC X(1) VALUE SPACE.
           05 TL-GL-AMOUNT     PIC -ZZZZZZZZZZ9.
           05 FILLER           PIC X(1) VALUE SPACE.
           05 TL-DIFFERENCE    PIC -ZZZZZZZZZZ9.
       01  COUNT-LINE.
           05 CL-LABEL         PIC X(44).
           05 CL-COUNT         PIC ZZZZZZZZZZZ9.
       01  MESSAGE-LINE PIC X(80).
       01  REFUND-NOTE-LINE PIC X(80) VALUE
           "REFUNDS ARE PAID FROM CREDIT BALANCES, NOT TUITIONOWED.".
       01  NOT-FOOTED-LINE PIC X(80) VALUE
           "*** RECEIVABLE DOES NOT FOOT - CONTROL FILE NOT ADVANCED".
       01  NOT-TIED-LINE PIC X(80) VALUE
           "*** GL EXTRACT DOES NOT TIE - CONTROL FILE NOT ADVANCED".

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           PERFORM GET-BUSINESS-DATE.
           PERFORM READ-CONTROL-RECORD.
           IF NOT FIRST-RUN
               AND RCTL-BUSINESS-DATE > BUSINESS-DATE
               DISPLAY "Receivable already proved through "
                   RCTL-BUSINESS-DATE " - a rollforward for "
                   BUSINESS-DATE " cannot be proved against "
                   "today's file."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT STUDENT-FILE.
           IF STUDENT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open student-output.txt, status "
                   STUDENT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM READ-STUDENT-RECORD.
           PERFORM ADD-ONE-BALANCE
               UNTIL END-OF-STUDENTS.
           CLOSE STUDENT-FILE.
           IF FIRST-RUN
               PERFORM ESTABLISH-OPENING-BALANCE
           ELSE
               PERFORM PROVE-ROLLFORWARD
           END-IF.
           GOBACK.

       GET-BUSINESS-DATE.
      * Resolved exactly as GLEXTR resolves it, so the proof and the
      * extract it ties to always cover the same business day.
           ACCEPT BUSINESS-DATE-EDIT FROM ENVIRONMENT "GLEXTR-DATE".
           IF BUSINESS-DATE-EDIT IS NUMERIC
               MOVE BUSINESS-DATE-EDIT TO BUSINESS-DATE
           ELSE
               MOVE ZERO TO BUSINESS-DATE
           END-IF.
           IF BUSINESS-DATE = ZERO
               ACCEPT BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF.

       READ-CONTROL-RECORD.
      * A rerun for the date already proved starts again from the
      * opening balance that date was proved from, so proving the
      * same night twice gives the same answer.  Otherwise the last
      * proved closing balance is tonight's opening balance, and
      * journal rows are taken from the day after it onward - a
      * night that was skipped is rolled forward with the next one
      * rather than dropped.
           MOVE "N" TO FIRST-RUN-SW.
           OPEN INPUT CONTROL-FILE.
           IF CONTROL-FILE-STATUS = "35"
               MOVE "Y" TO FIRST-RUN-SW
           ELSE
               READ CONTROL-FILE
                   AT END MOVE "Y" TO FIRST-RUN-SW
               END-READ
               CLOSE CONTROL-FILE
           END-IF.
           IF NOT FIRST-RUN
               IF RCTL-BUSINESS-DATE = BUSINESS-DATE
                   MOVE RCTL-PRIOR-DATE TO ACTIVITY-AFTER-DATE
                   MOVE RCTL-OPENING-BALANCE TO OPENING-BALANCE
               ELSE
                   MOVE RCTL-BUSINESS-DATE TO ACTIVITY-AFTER-DATE
                   MOVE RCTL-CLOSING-BALANCE TO OPENING-BALANCE
               END-IF
           END-IF.

       READ-STUDENT-RECORD.
           READ STUDENT-FILE NEXT RECORD
               AT END MOVE "Y" TO STUDENT-EOF-FLAG
           END-READ.

       ADD-ONE-BALANCE.
           IF ENROLLMENT-RECORD
               ADD 1 TO ENROLLMENTS-SUMMED
               ADD TUITIONOWED TO ACTUAL-BALANCE
                   ON SIZE ERROR
                       DISPLAY "WARNING: ACTUAL-BALANCE overflowed "
                           "- this proof is not reliable."
               END-ADD
           END-IF.
           PERFORM READ-STUDENT-RECORD.

       ESTABLISH-OPENING-BALANCE.
      * With no control record there is no opening balance to prove
      * from, so tonight's actual total becomes the first one and
      * the proof says so.
           MOVE BUSINESS-DATE TO ACTIVITY-AFTER-DATE.
           MOVE ACTUAL-BALANCE TO OPENING-BALANCE.
           MOVE ACTUAL-BALANCE TO EXPECTED-BALANCE.
           OPEN OUTPUT PROOF-REPORT.
           PERFORM WRITE-PROOF-HEADING.
           MOVE "ACTUAL CLOSING BALANCE" TO AL-LABEL.
           MOVE ACTUAL-BALANCE TO AL-AMOUNT.
           WRITE REPORT-LINE FROM AMOUNT-LINE.
           MOVE "ENROLLMENT RECORDS SUMMED" TO CL-LABEL.
           MOVE ENROLLMENTS-SUMMED TO CL-COUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.
           WRITE REPORT-LINE FROM BLANK-LINE.
           MOVE "NO PRIOR CONTROL RECORD - OPENING BALANCE SET"
               TO MESSAGE-LINE.
           WRITE REPORT-LINE FROM MESSAGE-LINE.
           CLOSE PROOF-REPORT.
           PERFORM WRITE-CONTROL-RECORD.
           DISPLAY "Receivable opening balance established: "
               ACTUAL-BALANCE.

       PROVE-ROLLFORWARD.
           OPEN INPUT AUDIT-FILE.
           IF AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open student-audit.txt, status "
                   AUDIT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM READ-AUDIT-RECORD
               PERFORM SELECT-ONE-ROW
                   UNTIL END-OF-AUDIT
               CLOSE AUDIT-FILE
               PERFORM FIGURE-EXPECTED-BALANCE
               PERFORM READ-GL-EXTRACT
               OPEN OUTPUT PROOF-REPORT
               PERFORM WRITE-PROOF-HEADING
               PERFORM WRITE-ROLLFORWARD-LINES
               PERFORM WRITE-GL-TIE-LINES
               PERFORM WRITE-PROOF-RESULT
               CLOSE PROOF-REPORT
               IF RECEIVABLE-BALANCED AND GL-TIED
                   PERFORM WRITE-CONTROL-RECORD
                   DISPLAY "Receivable proved: " ACTUAL-BALANCE
               ELSE
                   DISPLAY "Receivable rollforward does not prove "
                       "- see receivable-rollforward.txt."
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       READ-AUDIT-RECORD.
           READ AUDIT-FILE
               AT END MOVE "Y" TO AUDIT-EOF-FLAG
           END-READ.

       SELECT-ONE-ROW.
           IF AUDIT-DATE > ACTIVITY-AFTER-DATE
               AND AUDIT-DATE NOT > BUSINESS-DATE
               PERFORM CLASSIFY-ROW
               IF AUDIT-DATE = BUSINESS-DATE
                   PERFORM CLASSIFY-DAY-ROW
               ELSE
                   ADD 1 TO EARLIER-ROWS
               END-IF
           END-IF.
           PERFORM READ-AUDIT-RECORD.

       CLASSIFY-ROW.
      * Every row that changed a balance carries the old and new
      * amounts, so new less old is its effect on the receivable.
      * Payment, reversal, and sponsor rows carry zeros there - the
      * money they record reaches the balance when STUDPOST posts
      * it (its POST rows), so they are taken at their amounts and
      * whatever posting did not apply to a balance that night
      * falls to the unapplied line.  Withdrawals and aid are taken
      * at the amount GLEXTR books, and any part that went to a
      * credit balance instead falls to the unapplied line too.
           ADD 1 TO ROWS-SELECTED.
           COMPUTE ROW-EFFECT = AUDIT-NEW-TUITION - AUDIT-OLD-TUITION.
           IF AUDIT-PAYMENT
               SUBTRACT AUDIT-PAYMENT-AMOUNT FROM PAYMENTS-RECEIVED
           ELSE
           IF AUDIT-REVERSAL
               ADD AUDIT-PAYMENT-AMOUNT TO PAYMENTS-REVERSED
           ELSE
           IF AUDIT-SPONSOR-PAYMENT
               SUBTRACT AUDIT-PAYMENT-AMOUNT FROM SPONSOR-RECEIPTS
           ELSE
           IF AUDIT-SPONSOR-REVERSAL
               ADD AUDIT-PAYMENT-AMOUNT TO SPONSOR-RECEIPTS
           ELSE
           IF AUDIT-WITHDRAWAL
               SUBTRACT AUDIT-PAYMENT-AMOUNT FROM TUITION-FORGIVEN
               COMPUTE RECEIPTS-UNAPPLIED = RECEIPTS-UNAPPLIED
                   + ROW-EFFECT + AUDIT-PAYMENT-AMOUNT
           ELSE
           IF AUDIT-AID-DISBURSEMENT
               SUBTRACT AUDIT-PAYMENT-AMOUNT FROM AID-DISBURSED
               COMPUTE RECEIPTS-UNAPPLIED = RECEIPTS-UNAPPLIED
                   + ROW-EFFECT + AUDIT-PAYMENT-AMOUNT
           ELSE
           IF AUDIT-MERGE
               ADD ROW-EFFECT TO ACCOUNTS-MERGED
           ELSE
           IF AUDIT-ENROLLMENT AND AUDIT-OPERATOR-ID = "POST"
               ADD ROW-EFFECT TO BALANCE-POSTED
           ELSE
           IF AUDIT-ENROLLMENT
               AND (AUDIT-OPERATOR-ID = "REGL"
                   OR AUDIT-OPERATOR-ID = "PERM"
                   OR AUDIT-OPERATOR-ID = "ROLL")
               ADD ROW-EFFECT TO CHARGES-BILLED
           ELSE
           IF AUDIT-ENROLLMENT
               AND (AUDIT-OPERATOR-ID = "FEE "
                   OR AUDIT-OPERATOR-ID = "NSF ")
               ADD ROW-EFFECT TO FEES-ASSESSED
           ELSE
               ADD ROW-EFFECT TO KEYED-ADJUSTMENTS
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       CLASSIFY-DAY-ROW.
      * The lines the GL tie-out uses, classified exactly as above.
      * Merges, posting and unapplied receipts book nothing in the
      * ledger, so they have no day figure.
           IF AUDIT-PAYMENT
               SUBTRACT AUDIT-PAYMENT-AMOUNT
                   FROM DAY-PAYMENTS-RECEIVED
           ELSE
           IF AUDIT-REVERSAL
               ADD AUDIT-PAYMENT-AMOUNT TO DAY-PAYMENTS-REVERSED
           ELSE
           IF AUDIT-SPONSOR-PAYMENT
               SUBTRACT AUDIT-PAYMENT-AMOUNT FROM DAY-SPONSOR-RECEIPTS
           ELSE
           IF AUDIT-SPONSOR-REVERSAL
               ADD AUDIT-PAYMENT-AMOUNT TO DAY-SPONSOR-RECEIPTS
           ELSE
           IF AUDIT-WITHDRAWAL
               SUBTRACT AUDIT-PAYMENT-AMOUNT FROM DAY-TUITION-FORGIVEN
           ELSE
           IF AUDIT-AID-DISBURSEMENT
               SUBTRACT AUDIT-PAYMENT-AMOUNT FROM DAY-AID-DISBURSED
           ELSE
           IF AUDIT-MERGE
               CONTINUE
           ELSE
           IF AUDIT-ENROLLMENT AND AUDIT-OPERATOR-ID = "POST"
               CONTINUE
           ELSE
           IF AUDIT-ENROLLMENT
               AND (AUDIT-OPERATOR-ID = "REGL"
                   OR AUDIT-OPERATOR-ID = "PERM"
                   OR AUDIT-OPERATOR-ID = "ROLL")
               ADD ROW-EFFECT TO DAY-CHARGES-BILLED
           ELSE
           IF AUDIT-ENROLLMENT
               AND (AUDIT-OPERATOR-ID = "FEE "
                   OR AUDIT-OPERATOR-ID = "NSF ")
               ADD ROW-EFFECT TO DAY-FEES-ASSESSED
           ELSE
               ADD ROW-EFFECT TO DAY-KEYED-ADJUSTMENTS
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       FIGURE-EXPECTED-BALANCE.
      * What posting took off balances, less the receipts it had to
      * work with, is what it did not apply: receipts still
      * unposted, overpayments carried to a credit balance, or
      * receipts from an earlier night posted tonight.
           COMPUTE RECEIPTS-UNAPPLIED = RECEIPTS-UNAPPLIED
               + BALANCE-POSTED - PAYMENTS-RECEIVED
               - PAYMENTS-REVERSED - SPONSOR-RECEIPTS
               ON SIZE ERROR
                   DISPLAY "WARNING: RECEIPTS-UNAPPLIED overflowed "
                       "- this proof is not reliable."
           END-COMPUTE.
           COMPUTE EXPECTED-BALANCE = OPENING-BALANCE
               + CHARGES-BILLED + FEES-ASSESSED + KEYED-ADJUSTMENTS
               + PAYMENTS-RECEIVED + PAYMENTS-REVERSED
               + SPONSOR-RECEIPTS + TUITION-FORGIVEN + AID-DISBURSED
               + ACCOUNTS-MERGED + RECEIPTS-UNAPPLIED
               ON SIZE ERROR
                   DISPLAY "WARNING: EXPECTED-BALANCE overflowed "
                       "- this proof is not reliable."
           END-COMPUTE.
           COMPUTE BALANCE-DIFFERENCE
               = ACTUAL-BALANCE - EXPECTED-BALANCE.
           IF BALANCE-DIFFERENCE = ZERO
               MOVE "Y" TO BALANCED-SW
           ELSE
               MOVE "N" TO BALANCED-SW
           END-IF.

       READ-GL-EXTRACT.
      * The extract GLEXTR wrote earlier in the night is netted by
      * account, and its trailer is proved the way accounting's
      * import proves it.  A missing extract, a line for another
      * day, or a trailer that does not agree all fail the tie.
           MOVE "N" TO GL-EOF-FLAG.
           OPEN INPUT GL-INTERFACE-FILE.
           IF GL-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open gl-interface.txt, status "
                   GL-FILE-STATUS
               MOVE "N" TO GL-TIED-SW
           ELSE
               PERFORM READ-GL-RECORD
               PERFORM NET-ONE-GL-LINE
                   UNTIL END-OF-GL
               CLOSE GL-INTERFACE-FILE
           END-IF.
           IF GL-OTHER-DATE-COUNT > ZERO
               MOVE "N" TO GL-TIED-SW
           END-IF.
           IF NOT GL-TRAILER-OK
               MOVE "N" TO GL-TIED-SW
           END-IF.

       READ-GL-RECORD.
           READ GL-INTERFACE-FILE
               AT END MOVE "Y" TO GL-EOF-FLAG
           END-READ.

       NET-ONE-GL-LINE.
           IF GLI-TRAILER
               MOVE "Y" TO GL-TRAILER-SW
               IF GLI-RECORD-COUNT = GL-DETAIL-COUNT
                   AND GLI-HASH-TOTAL = GL-HASH-TOTAL
                   MOVE "Y" TO GL-TRAILER-OK-SW
               END-IF
           END-IF.
           IF GLI-DETAIL
               PERFORM NET-GL-DETAIL
           END-IF.
           PERFORM READ-GL-RECORD.

       NET-GL-DETAIL.
           ADD 1 TO GL-DETAIL-COUNT.
           ADD GLI-AMOUNT TO GL-HASH-TOTAL
               ON SIZE ERROR
                   DISPLAY "WARNING: GL-HASH-TOTAL overflowed - "
                       "the trailer check is not reliable."
           END-ADD.
           IF GLI-POSTING-DATE NOT = BUSINESS-DATE
               ADD 1 TO GL-OTHER-DATE-COUNT
           END-IF.
           IF GLI-DEBIT
               MOVE GLI-AMOUNT TO GL-LINE-AMOUNT
           ELSE
               COMPUTE GL-LINE-AMOUNT = ZERO - GLI-AMOUNT
           END-IF.
           IF GLI-ACCOUNT-CODE = "ACCTSREC"
               ADD GL-LINE-AMOUNT TO GL-ACCTSREC-NET
           END-IF.
      * Charges book to tuition revenue or to the revenue account
      * of their charge code, so every account that is not one of
      * the fixed ones below is revenue and ties to the charges.
           IF GLI-ACCOUNT-CODE NOT = "ACCTSREC"
               AND GLI-ACCOUNT-CODE NOT = "CASH    "
               AND GLI-ACCOUNT-CODE NOT = "SPONRECV"
               AND GLI-ACCOUNT-CODE NOT = "TUITADJ "
               AND GLI-ACCOUNT-CODE NOT = "AIDRECV "
               ADD GL-LINE-AMOUNT TO GL-REVENUE-NET
           END-IF.
           IF GLI-ACCOUNT-CODE = "CASH    "
               ADD GL-LINE-AMOUNT TO GL-CASH-NET
           END-IF.
           IF GLI-ACCOUNT-CODE = "SPONRECV"
               ADD GL-LINE-AMOUNT TO GL-SPONRECV-NET
           END-IF.
           IF GLI-ACCOUNT-CODE = "TUITADJ "
               ADD GL-LINE-AMOUNT TO GL-TUITADJ-NET
           END-IF.
           IF GLI-ACCOUNT-CODE = "AIDRECV "
               ADD GL-LINE-AMOUNT TO GL-AIDRECV-NET
           END-IF.

       WRITE-PROOF-HEADING.
           WRITE REPORT-LINE FROM HEADING-LINE-1.
           MOVE BUSINESS-DATE TO HD-DATE.
           MOVE ACTIVITY-AFTER-DATE TO HD-AFTER-DATE.
           WRITE REPORT-LINE FROM HEADING-DATE-LINE.
           WRITE REPORT-LINE FROM BLANK-LINE.

       WRITE-ROLLFORWARD-LINES.
           MOVE "OPENING RECEIVABLE BALANCE" TO AL-LABEL.
           MOVE OPENING-BALANCE TO AL-AMOUNT.
           WRITE REPORT-LINE FROM AMOUNT-LINE.
           MOVE "  CHARGES BILLED (REGISTRATION, PERMITS)"
               TO AL-LABEL.
           MOVE CHARGES-BILLED TO AL-AMOUNT.
           WRITE REPORT-LINE FROM AMOUNT-LINE.
           MOVE "  LATE FEES AND RETURNED-PAYMENT FEES" TO AL-LABEL.
           MOVE FEES-ASSESSED TO AL-AMOUNT.
           WRITE REPORT-LINE FROM AMOUNT-LINE.
           MOVE "  KEYED CHARGES AND ADJUSTMENTS" TO AL-LABEL.
           MOVE KEYED-ADJUSTMENTS TO AL-AMOUNT.
           WRITE REPORT-LINE FROM AMOUNT-LINE.
           MOVE "  PAYMENTS RECEIVED" TO AL-LABEL.
           MOVE PAYMENTS-RECEIVED TO AL-AMOUNT.
           WRITE REPORT-LINE FROM AMOUNT-LINE.
           MOVE "  PAYMENT REVERSALS" TO AL-LABEL.
           MOVE PAYMENTS-REVERSED TO AL-AMOUNT.
           WRITE REPORT-LINE FROM AMOUNT-LINE.
           MOVE "  SPONSOR RECEIPTS LESS SPONSOR REVERSALS"
               TO AL-LABEL.
           MOVE SPONSOR-RECEIPTS TO AL-AMOUNT.
           WRITE REPORT-LINE FROM AMOUNT-LINE.
           MOVE "  TUITION FORGIVEN ON WITHDRAWAL" TO AL-LABEL.
           MOVE TUITION-FORGIVEN TO AL-AMOUNT.
           WRITE REPORT-LINE FROM AMOUNT-LINE.
           MOVE "  FINANCIAL AID DISBURSED" TO AL-LABEL.
           MOVE AID-DISBURSED TO AL-AMOUNT.
           WRITE REPORT-LINE FROM AMOUNT-LINE.
      * A merge journals one row taking the balance off the retired
      * number and one putting it on the survivor, so the line nets
      * to zero unless a merge was cut short.  It books nothing in
      * the ledger and has no tie line.
           MOVE "  BALANCES MOVED BY ACCOUNT MERGES" TO AL-LABEL.
           MOVE ACCOUNTS-MERGED TO AL-AMOUNT.
           WRITE REPORT-LINE FROM AMOUNT-LINE.
           MOVE "  RECEIPTS UNAPPLIED OR CARRIED AS CREDIT"
               TO AL-LABEL.
           MOVE RECEIPTS-UNAPPLIED TO AL-AMOUNT.
           WRITE REPORT-LINE FROM AMOUNT-LINE.
           MOVE "EXPECTED CLOSING BALANCE" TO AL-LABEL.
           MOVE EXPECTED-BALANCE TO AL-AMOUNT.
           WRITE REPORT-LINE FROM AMOUNT-LINE.
           MOVE "ACTUAL CLOSING BALANCE" TO AL-LABEL.
           MOVE ACTUAL-BALANCE TO AL-AMOUNT.
           WRITE REPORT-LINE FROM AMOUNT-LINE.
           MOVE "DIFFERENCE" TO AL-LABEL.
           MOVE BALANCE-DIFFERENCE TO AL-AMOUNT.
           WRITE REPORT-LINE FROM AMOUNT-LINE.
           WRITE REPORT-LINE FROM BLANK-LINE.
           MOVE "ENROLLMENT RECORDS SUMMED" TO CL-LABEL.
           MOVE ENROLLMENTS-SUMMED TO CL-COUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.
           MOVE "AUDIT JOURNAL ROWS TAKEN" TO CL-LABEL.
           MOVE ROWS-SELECTED TO CL-COUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.
           WRITE REPORT-LINE FROM REFUND-NOTE-LINE.
           WRITE REPORT-LINE FROM BLANK-LINE.

       WRITE-GL-TIE-LINES.
      * Each GL figure is restated as its effect on the student
      * receivable, so it reads in the same sign as the movement
      * line it ties to.  The cash account carries sponsor cash
      * too; the sponsor receivable side takes it back out.  Only
      * the business date's own rows are tied - the extract holds
      * nothing for the days a skipped night left in the window.
           WRITE REPORT-LINE FROM TIE-HEADING-LINE.
           MOVE "CHARGES, FEES, ADJUSTMENTS" TO TL-LABEL.
           COMPUTE TIE-ROLLFORWARD = DAY-CHARGES-BILLED
               + DAY-FEES-ASSESSED + DAY-KEYED-ADJUSTMENTS.
           COMPUTE TIE-GL-AMOUNT = ZERO - GL-REVENUE-NET.
           PERFORM WRITE-ONE-TIE-LINE.
           MOVE "STUDENT CASH" TO TL-LABEL.
           COMPUTE TIE-ROLLFORWARD = DAY-PAYMENTS-RECEIVED
               + DAY-PAYMENTS-REVERSED.
           COMPUTE TIE-GL-AMOUNT = ZERO - GL-CASH-NET
               - GL-SPONRECV-NET.
           PERFORM WRITE-ONE-TIE-LINE.
           MOVE "SPONSOR RECEIPTS" TO TL-LABEL.
           MOVE DAY-SPONSOR-RECEIPTS TO TIE-ROLLFORWARD.
           MOVE GL-SPONRECV-NET TO TIE-GL-AMOUNT.
           PERFORM WRITE-ONE-TIE-LINE.
           MOVE "TUITION FORGIVEN" TO TL-LABEL.
           MOVE DAY-TUITION-FORGIVEN TO TIE-ROLLFORWARD.
           COMPUTE TIE-GL-AMOUNT = ZERO - GL-TUITADJ-NET.
           PERFORM WRITE-ONE-TIE-LINE.
           MOVE "FINANCIAL AID DISBURSED" TO TL-LABEL.
           MOVE DAY-AID-DISBURSED TO TIE-ROLLFORWARD.
           COMPUTE TIE-GL-AMOUNT = ZERO - GL-AIDRECV-NET.
           PERFORM WRITE-ONE-TIE-LINE.
           MOVE "NET TO RECEIVABLES ACCOUNT" TO TL-LABEL.
           COMPUTE TIE-ROLLFORWARD = DAY-CHARGES-BILLED
               + DAY-FEES-ASSESSED + DAY-KEYED-ADJUSTMENTS
               + DAY-PAYMENTS-RECEIVED + DAY-PAYMENTS-REVERSED
               + DAY-TUITION-FORGIVEN + DAY-AID-DISBURSED.
           MOVE GL-ACCTSREC-NET TO TIE-GL-AMOUNT.
           PERFORM WRITE-ONE-TIE-LINE.
           IF EARLIER-ROWS > ZERO
               MOVE "  ROWS BEFORE BUSINESS DATE - NOT TIED"
                   TO CL-LABEL
               MOVE EARLIER-ROWS TO CL-COUNT
               WRITE REPORT-LINE FROM COUNT-LINE
           END-IF.
           IF NOT GL-TRAILER-FOUND
               MOVE "GL EXTRACT MISSING OR HAS NO TRAILER"
                   TO MESSAGE-LINE
               WRITE REPORT-LINE FROM MESSAGE-LINE
           ELSE
               IF NOT GL-TRAILER-OK
                   MOVE "GL TRAILER COUNT OR HASH DOES NOT AGREE"
                       TO MESSAGE-LINE
                   WRITE REPORT-LINE FROM MESSAGE-LINE
               END-IF
           END-IF.
           IF GL-OTHER-DATE-COUNT > ZERO
               MOVE "GL EXTRACT HAS LINES FOR ANOTHER DATE"
                   TO MESSAGE-LINE
               WRITE REPORT-LINE FROM MESSAGE-LINE
           END-IF.
           WRITE REPORT-LINE FROM BLANK-LINE.

       WRITE-ONE-TIE-LINE.
           COMPUTE TIE-DIFFERENCE = TIE-ROLLFORWARD - TIE-GL-AMOUNT.
           IF TIE-DIFFERENCE NOT = ZERO
               MOVE "N" TO GL-TIED-SW
           END-IF.
           MOVE TIE-ROLLFORWARD TO TL-ROLLFORWARD.
           MOVE TIE-GL-AMOUNT TO TL-GL-AMOUNT.
           MOVE TIE-DIFFERENCE TO TL-DIFFERENCE.
           WRITE REPORT-LINE FROM TIE-LINE.

       WRITE-PROOF-RESULT.
           IF RECEIVABLE-BALANCED AND GL-TIED
               MOVE "RECEIVABLE PROVED AND TIED TO THE GL EXTRACT"
                   TO MESSAGE-LINE
               WRITE REPORT-LINE FROM MESSAGE-LINE
           END-IF.
           IF NOT RECEIVABLE-BALANCED
               WRITE REPORT-LINE FROM NOT-FOOTED-LINE
           END-IF.
           IF NOT GL-TIED
               WRITE REPORT-LINE FROM NOT-TIED-LINE
           END-IF.

       WRITE-CONTROL-RECORD.
      * Rewritten whole, the way LAB03 rewrites its checkpoint.  On a
      * rerun for the same date the opening balance and the date it
      * was proved from are kept as they were.
           MOVE SPACES TO CONTROL-RECORD.
           MOVE BUSINESS-DATE TO RCTL-BUSINESS-DATE.
           MOVE ACTIVITY-AFTER-DATE TO RCTL-PRIOR-DATE.
           MOVE OPENING-BALANCE TO RCTL-OPENING-BALANCE.
           MOVE ACTUAL-BALANCE TO RCTL-CLOSING-BALANCE.
           MOVE ENROLLMENTS-SUMMED TO RCTL-ENROLLMENTS.
           OPEN OUTPUT CONTROL-FILE.
           WRITE CONTROL-RECORD.
           CLOSE CONTROL-FILE.

      ** add other procedures here
       END PROGRAM RECVROLL.

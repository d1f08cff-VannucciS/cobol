      *          closing term's payment plan comes off the account,
      *          and the sponsor allocation settles down to its
      *          unpaid remainder, so neither reads as brand-new
      *          debt on the new term's first night.  The closing
      *          term's itemized charges and aid awards go to history
      *          alongside its payments (an award under its fund
      *          code, for what it disbursed), and the balance
      *          carried forward opens the new term as a single CARY
      *          charge.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               88 CREDIT-RECORD     VALUE "6".
               88 COLLECTION-RECORD VALUE "7".
               88 SPONSOR-RECORD    VALUE "8".
               88 AID-AWARD-RECORD  VALUE "9".
               88 CHARGE-RECORD     VALUE "A".
           02 FILLER   PIC A(1) VALUE " ".
           02  TUITIONOWED     PIC 9(5).
           02 FILLER   PIC A(1) VALUE " ".
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

       FD HISTORY-FILE.
       01  HISTORY-RECORD.
           02  HIST-RECORD-TYPE     PIC X(1).
               88 HIST-PAYMENT  VALUE "2".
               88 HIST-REVERSAL VALUE "4".
               88 HIST-AID      VALUE "9".
               88 HIST-CHARGE   VALUE "A".
           02 FILLER                PIC X(1).
           02  HIST-DATE            PIC 9(8).
           02 FILLER                PIC X(1).
           02  HIST-OPERATOR-ID     PIC X(4).
           02 FILLER                PIC X(1).
           02  HIST-SOURCE-FLAG     PIC X(1).
      * A charge row carries its charge code here and an aid award
      * its fund code; payment and reversal rows leave it blank.
           02  HIST-CHARGE-CODE     PIC X(4).
           02 FILLER                PIC X(34).

       FD TERM-FILE.
       01  TERM-MASTER.
       01  SPONSOR-ARCHIVED-NET PIC S9(7).
       01  ENROLLMENT-FOUND-SW PIC X.
           88 ENROLLMENT-FOUND VALUE "Y".
       01  CARRY-BALANCE PIC 9(5).
       01  CARRY-FOUND-SW PIC X.
           88 CARRY-FOUND VALUE "Y".
       01  CARRY-SEQ PIC 9(3).

      * Transactions still pending when the term closes stay live,
      * re-keyed down to sequence 001 so the run starts compact
           MOVE STUDENTNUMBER TO CURRENT-STUDENT.
           MOVE STUDENTNAME TO CURRENT-NAME.
           MOVE TERM-ID TO OLD-TERM-ID.
           MOVE TUITIONOWED TO CARRY-BALANCE.
           MOVE ZERO TO SPONSOR-ARCHIVED-NET.
           MOVE "N" TO CARRY-FOUND-SW.
           PERFORM ARCHIVE-STUDENT-TRANSACTIONS.
           PERFORM REKEY-KEPT-TRANSACTIONS.
           PERFORM FILE-CARRY-FORWARD-CHARGE.
           PERFORM SETTLE-SPONSOR-ALLOCATION.
           PERFORM CLEAR-PLAN-RECORD.
           PERFORM ROLL-ENROLLMENT-RECORD.
               INVALID KEY
                   MOVE "Y" TO PROBE-DONE-SW
               NOT INVALID KEY
      * Itemized charges for any term but the new one are the
      * closing term's and go to history with its payments; what
      * they left unpaid comes forward as one CARY charge below.
      * Aid awards for any term but the new one go the same way -
      * what they disbursed is already in the balance, and what
      * they never disbursed will not come for the new term.
                   IF (PAYMENT-RECORD AND PMT-POSTED)
                       OR (REVERSAL-RECORD AND REV-POSTED)
                       OR (CHARGE-RECORD AND CHG-TERM NOT = NEW-TERM-ID)
                       OR (AID-AWARD-RECORD
                           AND AID-TERM NOT = NEW-TERM-ID)
                       PERFORM ARCHIVE-ONE-TRANSACTION
                   ELSE
                       IF CHARGE-RECORD AND CHG-CODE = "CARY"
                           MOVE "Y" TO CARRY-FOUND-SW
                       END-IF
                       PERFORM REMEMBER-KEPT-TRANSACTION
                   END-IF
      * Sequence 994 is the last payment slot - 995 through 999 are
               MOVE PMT-OPERATOR-ID TO HIST-OPERATOR-ID
               MOVE PMT-SOURCE-FLAG TO HIST-SOURCE-FLAG
           ELSE
               IF CHARGE-RECORD
                   MOVE CHG-DATE TO HIST-DATE
                   MOVE CHG-AMOUNT TO HIST-AMOUNT
                   MOVE ZERO TO HIST-ORIG-SEQ
                   MOVE CHG-OPERATOR-ID TO HIST-OPERATOR-ID
                   MOVE CHG-CODE TO HIST-CHARGE-CODE
               ELSE
                   IF AID-AWARD-RECORD
                       MOVE AID-LAST-DATE TO HIST-DATE
                       MOVE AID-DISBURSED TO HIST-AMOUNT
                       MOVE ZERO TO HIST-ORIG-SEQ
                       MOVE AID-OPERATOR-ID TO HIST-OPERATOR-ID
                       MOVE AID-FUND-CODE TO HIST-CHARGE-CODE
                   ELSE
                       MOVE REV-DATE TO HIST-DATE
                       MOVE REV-AMOUNT TO HIST-AMOUNT
                       MOVE REV-ORIG-SEQ TO HIST-ORIG-SEQ
                       MOVE REV-OPERATOR-ID TO HIST-OPERATOR-ID
                       MOVE REV-SOURCE-FLAG TO HIST-SOURCE-FLAG
                   END-IF
               END-IF
           END-IF.
      * Sponsor-flagged money leaving the live file is tallied so
      * the sponsor allocation can be settled down by it below -
               MOVE SCAN-SUB TO REV-ORIG-SEQ
           END-IF.

       FILE-CARRY-FORWARD-CHARGE.
      * The unpaid balance opens the new term as a CARY charge in
      * the first slot past the re-keyed run.  It is written before
      * the enrollment's term moves, so a rerun after a crash finds
      * it among the kept transactions and does not file it twice.
           IF CARRY-BALANCE > ZERO AND NOT CARRY-FOUND
               IF KEPT-COUNT = 994
                   DISPLAY "WARNING: no free transaction slot for "
                       "student " CURRENT-STUDENT " - the carried "
                       "balance is not itemized."
               ELSE
                   COMPUTE CARRY-SEQ = KEPT-COUNT + 1
                   PERFORM WRITE-CARRY-FORWARD-CHARGE
               END-IF
           END-IF.

       WRITE-CARRY-FORWARD-CHARGE.
           MOVE SPACES TO CHARGE-DETAIL.
           MOVE CURRENT-STUDENT TO CHG-STUDENTNUMBER.
           MOVE CARRY-SEQ TO CHG-TRANSACTION-SEQ.
           SET CHARGE-RECORD TO TRUE.
           MOVE "CARY" TO CHG-CODE.
           MOVE NEW-TERM-ID TO CHG-TERM.
           MOVE ROLL-RUN-DATE TO CHG-DATE.
           MOVE CARRY-BALANCE TO CHG-AMOUNT.
           MOVE ZERO TO CHG-PAID.
           MOVE "TERMROLL" TO CHG-SOURCE.
           MOVE "ROLL" TO CHG-OPERATOR-ID.
           WRITE CHARGE-DETAIL
               INVALID KEY
                   DISPLAY "Unable to write carried-balance charge "
                       "for student " CURRENT-STUDENT ", status "
                       STUDENT-FILE-STATUS
           END-WRITE.

       SETTLE-SPONSOR-ALLOCATION.
      * The sequence-995 allocation is the sponsor's committed share
      * of the closing term's charge, and SPONINV and STUDSTMT net

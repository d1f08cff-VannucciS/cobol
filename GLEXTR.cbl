      *          E rows journaled by payment posting (operator POST)
      *          are left out of the charges pair - the cash pair
      *          already relieves receivables for those, and taking
      *          them twice would double-credit the account.
      *          Tuition forgiven on a mid-term withdrawal (W rows)
      *          books against the tuition adjustment account, and
      *          financial aid disbursed (D rows) against the aid
      *          receivable account rather than student cash.  An
      *          account merge (M rows) only moves a balance from one
      *          student number to another, so it books nothing.  The
      *          business date comes from the GLEXTR-DATE environment
      *          name (YYYYMMDD) and defaults to today.  Charges
      *          itemized on STUDENT-FILE that day book one pair per
      *          revenue account, taken from the charge code table
      *          CHRGMNT maintains; the tuition pair carries the
      *          rest of the day's charges.  Permit rows (operator
      *          PERM - PERMBILL's bills and CARMAINT's credits) are
      *          netted against the day's itemized PARK charges
      *          instead, and what is left books to the PARK code's
      *          account, so a permit credited on a later day comes
      *          off parking revenue and not tuition.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT GL-INTERFACE-FILE ASSIGN TO "gl-interface.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STUDENT-FILE ASSIGN TO "student-output.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS STUDENT-FILE-KEY
               FILE STATUS IS STUDENT-FILE-STATUS.
           SELECT CHARGE-CODE-FILE ASSIGN TO "charge-codes.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CCD-CODE
               FILE STATUS IS CHARGE-CODE-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               88 AUDIT-REVERSAL   VALUE "R".
               88 AUDIT-SPONSOR-PAYMENT  VALUE "S".
               88 AUDIT-SPONSOR-REVERSAL VALUE "T".
               88 AUDIT-WITHDRAWAL VALUE "W".
               88 AUDIT-AID-DISBURSEMENT VALUE "D".
               88 AUDIT-MERGE      VALUE "M".
           02 FILLER           PIC X(1) VALUE " ".
           02 AUDIT-STUDENTNUMBER PIC 9(7).
           02 FILLER           PIC X(1) VALUE " ".
       FD GL-INTERFACE-FILE.
       01  GL-RECORD PIC X(40).

       FD STUDENT-FILE.
       01  STUDENTDATA.
           02  STUDENT-FILE-KEY.
               03 STUDENTNUMBER    PIC 9(7).
               03 TRANSACTION-SEQ  PIC 9(3).
           02  RECORD-TYPE         PIC X(1).
               88 ENROLLMENT-RECORD VALUE "1".
               88 CHARGE-RECORD     VALUE "A".
           02 FILLER               PIC X(69).
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

       WORKING-STORAGE SECTION.
      *-----------------------
       01  AUDIT-FILE-STATUS PIC X(2).
       01  STUDENT-FILE-STATUS PIC X(2).
       01  CHARGE-CODE-STATUS PIC X(2).
       01  CHARGE-CODE-OK-SW PIC X VALUE "N".
           88 CHARGE-CODE-OK VALUE "Y".
       01  STUDENT-EOF-FLAG PIC X VALUE "N".
           88 END-OF-STUDENTS VALUE "Y".
       01  CHARGE-ACCOUNT PIC X(8).
       01  ACCOUNT-SUB PIC 9(3).
       01  HIT-SUB PIC 9(3).
       01  ACCOUNT-FOUND-SW PIC X.
           88 ACCOUNT-FOUND VALUE "Y".
       01  ITEMIZED-CHARGES PIC S9(9) VALUE ZERO.
       01  AUDIT-EOF-FLAG PIC X VALUE "N".
           88 END-OF-AUDIT VALUE "Y".
       01  BUSINESS-DATE-EDIT PIC X(8).
       01  BUSINESS-DATE PIC 9(8).
       01  ROW-CHARGE PIC S9(6).
       01  NET-CHARGES PIC S9(9) VALUE ZERO.
       01  NET-PERMIT-CHARGES PIC S9(9) VALUE ZERO.
       01  PARK-ACCOUNT PIC X(8).
       01  NET-CASH PIC S9(9) VALUE ZERO.
       01  NET-SPONSOR-CASH PIC S9(9) VALUE ZERO.
       01  NET-WITHDRAWALS PIC S9(9) VALUE ZERO.
       01  NET-AID-DISBURSED PIC S9(9) VALUE ZERO.
       01  PAIR-AMOUNT PIC 9(9).
       01  ROWS-SELECTED PIC 9(7) VALUE ZERO.
       01  DETAIL-COUNT PIC 9(5) VALUE ZERO.
       01  TUITREV-ACCOUNT  PIC X(8) VALUE "TUITREV ".
       01  CASH-ACCOUNT     PIC X(8) VALUE "CASH    ".
       01  SPONRECV-ACCOUNT PIC X(8) VALUE "SPONRECV".
       01  TUITADJ-ACCOUNT  PIC X(8) VALUE "TUITADJ ".
       01  AIDRECV-ACCOUNT  PIC X(8) VALUE "AIDRECV ".

      * The business day's itemized charges summed by the revenue
      * account their charge code books to.
       01  REVENUE-TOTALS.
           05 REVENUE-COUNT PIC 9(3) VALUE ZERO.
           05 REVENUE-ENTRY OCCURS 20 TIMES.
               10 RV-ACCOUNT       PIC X(8).
               10 RV-AMOUNT        PIC S9(9).

       01  GL-DETAIL-LINE.
           05 GLD-RECORD-TYPE  PIC X(1) VALUE "D".
           PERFORM SUMMARIZE-ONE-ROW
               UNTIL END-OF-AUDIT.
           CLOSE AUDIT-FILE.
           PERFORM SUM-ITEMIZED-CHARGES.
           OPEN OUTPUT GL-INTERFACE-FILE.
           PERFORM WRITE-REVENUE-PAIRS.
           PERFORM WRITE-CHARGES-PAIR.
           PERFORM WRITE-PERMIT-PAIR.
           PERFORM WRITE-CASH-PAIR.
           PERFORM WRITE-SPONSOR-CASH-PAIR.
           PERFORM WRITE-WITHDRAWAL-PAIR.
           PERFORM WRITE-AID-DISBURSEMENT-PAIR.
           PERFORM WRITE-TRAILER.
           CLOSE GL-INTERFACE-FILE.
           DISPLAY "Audit rows summarized: " ROWS-SELECTED.
           ADD 1 TO ROWS-SELECTED.
           IF AUDIT-ENROLLMENT
               AND AUDIT-OPERATOR-ID NOT = "POST"
               AND AUDIT-OPERATOR-ID NOT = "PERM"
               COMPUTE ROW-CHARGE
                   = AUDIT-NEW-TUITION - AUDIT-OLD-TUITION
               ADD ROW-CHARGE TO NET-CHARGES
                           "this extract is not reliable."
               END-ADD
           END-IF.
           IF AUDIT-ENROLLMENT
               AND AUDIT-OPERATOR-ID = "PERM"
               COMPUTE ROW-CHARGE
                   = AUDIT-NEW-TUITION - AUDIT-OLD-TUITION
               ADD ROW-CHARGE TO NET-PERMIT-CHARGES
                   ON SIZE ERROR
                       DISPLAY "WARNING: NET-PERMIT-CHARGES "
                           "overflowed - this extract is not "
                           "reliable."
               END-ADD
           END-IF.
           IF AUDIT-PAYMENT
               ADD AUDIT-PAYMENT-AMOUNT TO NET-CASH
                   ON SIZE ERROR
                           "reliable."
               END-SUBTRACT
           END-IF.
           IF AUDIT-WITHDRAWAL
               ADD AUDIT-PAYMENT-AMOUNT TO NET-WITHDRAWALS
                   ON SIZE ERROR
                       DISPLAY "WARNING: NET-WITHDRAWALS "
                           "overflowed - this extract is not "
                           "reliable."
               END-ADD
           END-IF.
           IF AUDIT-AID-DISBURSEMENT
               ADD AUDIT-PAYMENT-AMOUNT TO NET-AID-DISBURSED
                   ON SIZE ERROR
                       DISPLAY "WARNING: NET-AID-DISBURSED "
                           "overflowed - this extract is not "
                           "reliable."
               END-ADD
           END-IF.

       SUM-ITEMIZED-CHARGES.
      * Charges itemized on the business day are split out of the
      * charges figure by the revenue account of their charge code,
      * so fees, late fees and returned-check fees land in their own
      * accounts.  A carried-forward balance (CARY) is revenue
      * booked in an earlier term, and books nothing.  A code not on
      * the charge code table books to tuition revenue.  Without a
      * student file or a charge code table the extract is the
      * single tuition pair it always was.  A charge row keeps the
      * date it was filed - a re-priced term files only its increase
      * as a new row, and takes a decrease off in place - so each
      * row books once, on that date, and a decrease falls to the
      * tuition pair with the day's enrollment change.  PARK charges
      * are the permit rows' itemization, so they come out of the
      * permit figure rather than the tuition one.
           MOVE TUITREV-ACCOUNT TO PARK-ACCOUNT.
           OPEN INPUT STUDENT-FILE.
           IF STUDENT-FILE-STATUS = "00"
               OPEN INPUT CHARGE-CODE-FILE
               IF CHARGE-CODE-STATUS = "00"
                   MOVE "Y" TO CHARGE-CODE-OK-SW
                   PERFORM READ-PARK-ACCOUNT
               END-IF
               PERFORM READ-STUDENT-RECORD
               PERFORM SUM-ONE-STUDENT-RECORD
                   UNTIL END-OF-STUDENTS
               CLOSE STUDENT-FILE
               IF CHARGE-CODE-OK
                   CLOSE CHARGE-CODE-FILE
               END-IF
           END-IF.
           SUBTRACT ITEMIZED-CHARGES FROM NET-CHARGES.

       READ-PARK-ACCOUNT.
           MOVE "PARK" TO CCD-CODE.
           READ CHARGE-CODE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CCD-GL-ACCOUNT NOT = SPACES
                       MOVE CCD-GL-ACCOUNT TO PARK-ACCOUNT
                   END-IF
           END-READ.

       READ-STUDENT-RECORD.
           READ STUDENT-FILE NEXT RECORD
               AT END MOVE "Y" TO STUDENT-EOF-FLAG
           END-READ.

       SUM-ONE-STUDENT-RECORD.
           IF CHARGE-RECORD AND CHG-DATE = BUSINESS-DATE
               AND CHG-CODE NOT = "CARY"
               PERFORM ADD-CHARGE-TO-ACCOUNT
           END-IF.
           PERFORM READ-STUDENT-RECORD.

       ADD-CHARGE-TO-ACCOUNT.
           MOVE TUITREV-ACCOUNT TO CHARGE-ACCOUNT.
           IF CHARGE-CODE-OK
               MOVE CHG-CODE TO CCD-CODE
               READ CHARGE-CODE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CCD-GL-ACCOUNT NOT = SPACES
                           MOVE CCD-GL-ACCOUNT TO CHARGE-ACCOUNT
                       END-IF
               END-READ
           END-IF.
           IF CHARGE-ACCOUNT NOT = ACCTSREC-ACCOUNT
               PERFORM FIND-REVENUE-ENTRY
           END-IF.

       FIND-REVENUE-ENTRY.
           MOVE "N" TO ACCOUNT-FOUND-SW.
           PERFORM TEST-ONE-REVENUE-ENTRY
               VARYING ACCOUNT-SUB FROM 1 BY 1
               UNTIL ACCOUNT-SUB > REVENUE-COUNT
               OR ACCOUNT-FOUND.
           IF NOT ACCOUNT-FOUND
               IF REVENUE-COUNT = 20
                   DISPLAY "WARNING: more than 20 revenue accounts - "
                       "charge " CHG-CODE " for student "
                       CHG-STUDENTNUMBER " books to tuition revenue."
               ELSE
                   ADD 1 TO REVENUE-COUNT
                   MOVE REVENUE-COUNT TO HIT-SUB
                   MOVE CHARGE-ACCOUNT TO RV-ACCOUNT (HIT-SUB)
                   MOVE ZERO TO RV-AMOUNT (HIT-SUB)
                   MOVE "Y" TO ACCOUNT-FOUND-SW
               END-IF
           END-IF.
           IF ACCOUNT-FOUND
               ADD CHG-AMOUNT TO RV-AMOUNT (HIT-SUB)
               IF CHG-CODE = "PARK"
                   SUBTRACT CHG-AMOUNT FROM NET-PERMIT-CHARGES
                       ON SIZE ERROR
                           DISPLAY "WARNING: NET-PERMIT-CHARGES "
                               "overflowed - this extract is not "
                               "reliable."
                   END-SUBTRACT
               ELSE
                   ADD CHG-AMOUNT TO ITEMIZED-CHARGES
                       ON SIZE ERROR
                           DISPLAY "WARNING: ITEMIZED-CHARGES "
                               "overflowed - this extract is not "
                               "reliable."
                   END-ADD
               END-IF
           END-IF.

       TEST-ONE-REVENUE-ENTRY.
           IF RV-ACCOUNT (ACCOUNT-SUB) = CHARGE-ACCOUNT
               MOVE "Y" TO ACCOUNT-FOUND-SW
               MOVE ACCOUNT-SUB TO HIT-SUB
           END-IF.

       WRITE-REVENUE-PAIRS.
           PERFORM WRITE-ONE-REVENUE-PAIR
               VARYING ACCOUNT-SUB FROM 1 BY 1
               UNTIL ACCOUNT-SUB > REVENUE-COUNT.

       WRITE-ONE-REVENUE-PAIR.
      * Itemized charges are never negative, so each account's pair
      * always debits receivables and credits the revenue account.
           MOVE RV-AMOUNT (ACCOUNT-SUB) TO PAIR-AMOUNT.
           PERFORM WRITE-DETAIL-LINE-DR-ACCTSREC.
           MOVE RV-ACCOUNT (ACCOUNT-SUB) TO GLD-ACCOUNT-CODE.
           MOVE "C" TO GLD-DC-FLAG.
           PERFORM WRITE-DETAIL-LINE.

       WRITE-CHARGES-PAIR.
      * Charges debit receivables and credit tuition revenue.  A
      * net-negative day (more written off than billed) books the
      * same pair the other way around.  What is booked here is
      * what the itemized charges above did not account for - keyed
      * corrections and the like.
           IF NET-CHARGES < ZERO
               COMPUTE PAIR-AMOUNT = ZERO - NET-CHARGES
               PERFORM WRITE-DETAIL-LINE-CR-ACCTSREC
               PERFORM WRITE-DETAIL-LINE-CR-TUITREV
           END-IF.

       WRITE-PERMIT-PAIR.
      * What the permit rows moved that the day's PARK charges did
      * not itemize - a permit credited after the day it was billed
      * - books against the PARK code's account, the other way
      * around when it is a credit.
           IF NET-PERMIT-CHARGES < ZERO
               COMPUTE PAIR-AMOUNT = ZERO - NET-PERMIT-CHARGES
               PERFORM WRITE-DETAIL-LINE-CR-ACCTSREC
               MOVE PARK-ACCOUNT TO GLD-ACCOUNT-CODE
               MOVE "D" TO GLD-DC-FLAG
               PERFORM WRITE-DETAIL-LINE
           ELSE
               IF NET-PERMIT-CHARGES > ZERO
                   MOVE NET-PERMIT-CHARGES TO PAIR-AMOUNT
                   PERFORM WRITE-DETAIL-LINE-DR-ACCTSREC
                   MOVE PARK-ACCOUNT TO GLD-ACCOUNT-CODE
                   MOVE "C" TO GLD-DC-FLAG
                   PERFORM WRITE-DETAIL-LINE
               END-IF
           END-IF.

       WRITE-CASH-PAIR.
      * Cash received debits the cash account and relieves
      * receivables.  A net-negative day (reversals exceeding
               END-IF
           END-IF.

       WRITE-WITHDRAWAL-PAIR.
      * Tuition forgiven on a mid-term withdrawal debits the tuition
      * adjustment account and relieves receivables, so revenue
      * already booked is reduced visibly rather than netted away.
      * Like the sponsor pair it only goes out on a day that had
      * withdrawals.
           IF NET-WITHDRAWALS NOT = ZERO
               MOVE NET-WITHDRAWALS TO PAIR-AMOUNT
               PERFORM WRITE-DETAIL-LINE-DR-TUITADJ
               PERFORM WRITE-DETAIL-LINE-CR-ACCTSREC
           END-IF.

       WRITE-AID-DISBURSEMENT-PAIR.
      * Aid disbursed relieves the student's receivable the same as
      * cash would, but the money is owed by the aid fund until it
      * draws down, so the debit goes to the aid receivable account
      * rather than cash.  Only written on a day with disbursements.
           IF NET-AID-DISBURSED NOT = ZERO
               MOVE NET-AID-DISBURSED TO PAIR-AMOUNT
               PERFORM WRITE-DETAIL-LINE-DR-AIDRECV
               PERFORM WRITE-DETAIL-LINE-CR-ACCTSREC
           END-IF.

       WRITE-DETAIL-LINE-DR-AIDRECV.
           MOVE AIDRECV-ACCOUNT TO GLD-ACCOUNT-CODE.
           MOVE "D" TO GLD-DC-FLAG.
           PERFORM WRITE-DETAIL-LINE.

       WRITE-DETAIL-LINE-DR-TUITADJ.
           MOVE TUITADJ-ACCOUNT TO GLD-ACCOUNT-CODE.
           MOVE "D" TO GLD-DC-FLAG.
           PERFORM WRITE-DETAIL-LINE.

       WRITE-DETAIL-LINE-DR-SPONRECV.
           MOVE SPONRECV-ACCOUNT TO GLD-ACCOUNT-CODE.
           MOVE "D" TO GLD-DC-FLAG.

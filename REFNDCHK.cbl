      ******************************************************************
      * Author:Vannucci
      * Date:Oct/15/2026
      * Purpose: Refund check reconciliation - closes the loop on the
      *          refunds REFNDEXT hands accounts payable.  AP's
      *          check-issued file (check number, issue date, student
      *          number, amount) named on the CHKISSDD DD statement
      *          is matched to the refunds waiting on the refund
      *          check master for that student and amount; a match
      *          records the check as issued and goes on the
      *          positive-pay file the bank honors checks against.
      *          The bank's paid-checks file (check number, paid
      *          date, amount) named on the CHKPAIDD DD statement
      *          then marks each refund check cleared.  A check with
      *          no approved refund behind it, a check paid for a
      *          different amount than it was issued for, and a
      *          check paid twice or after it was voided all go on
      *          the exception report, and any exception ends the
      *          step nonzero the way BANKRECN does.  Either file may
      *          be left off a run; REFNDOUT ages what is still
      *          outstanding.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. REFNDCHK.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
      * CHKISSDD and CHKPAIDD are JCL DD-style external names like
      * LOCKBXDD, so the same compiled program can be pointed at any
      * day's AP and bank files without recompiling.
           SELECT ISSUED-FILE
               ASSIGN TO CHKISSDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ISSUED-FILE-STATUS.
           SELECT PAID-FILE
               ASSIGN TO CHKPAIDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAID-FILE-STATUS.
           SELECT STUDENT-FILE ASSIGN TO "student-output.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS STUDENT-FILE-KEY
               FILE STATUS IS STUDENT-FILE-STATUS.
           SELECT REFUND-CHECK-FILE ASSIGN TO "refund-checks.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RCK-KEY
               FILE STATUS IS REFUND-CHECK-STATUS.
      * The bank knows a check only by its number, so issued checks
      * are indexed by number back to their refund, the way the name
      * index leads STUDFIND back to a student number.
           SELECT CHECK-NUMBER-FILE
               ASSIGN TO "refund-check-numbers.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CKN-CHECK-NUMBER
               FILE STATUS IS CHECK-NUMBER-STATUS.
           SELECT EXCEPTION-REPORT
               ASSIGN TO "refund-check-exception-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POSITIVE-PAY-FILE
               ASSIGN TO "positive-pay.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD ISSUED-FILE.
       01  ISSUED-RECORD-IN.
           05 ISS-CHECK-NUMBER    PIC X(8).
           05 FILLER              PIC X(1).
           05 ISS-ISSUE-DATE      PIC X(8).
           05 FILLER              PIC X(1).
           05 ISS-STUDENTNUMBER   PIC X(7).
           05 FILLER              PIC X(1).
           05 ISS-AMOUNT          PIC X(5).

       FD PAID-FILE.
       01  PAID-RECORD-IN.
           05 PD-CHECK-NUMBER     PIC X(8).
           05 FILLER              PIC X(1).
           05 PD-PAID-DATE        PIC X(8).
           05 FILLER              PIC X(1).
           05 PD-AMOUNT           PIC X(5).

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

       FD REFUND-CHECK-FILE.
       01  REFUND-CHECK-RECORD.
           02  RCK-KEY.
               03 RCK-STUDENTNUMBER   PIC 9(7).
               03 RCK-EXTRACT-DATE    PIC 9(8).
           02 FILLER                  PIC X(1).
           02  RCK-AMOUNT             PIC 9(5).
           02 FILLER                  PIC X(1).
           02  RCK-APPROVED-BY        PIC X(4).
           02 FILLER                  PIC X(1).
           02  RCK-STATUS             PIC X(1).
               88 RCK-EXTRACTED VALUE "E".
               88 RCK-ISSUED    VALUE "I".
               88 RCK-CLEARED   VALUE "C".
               88 RCK-VOIDED    VALUE "V".
           02 FILLER                  PIC X(1).
           02  RCK-CHECK-NUMBER       PIC 9(8).
           02 FILLER                  PIC X(1).
           02  RCK-ISSUE-DATE         PIC 9(8).
           02 FILLER                  PIC X(1).
           02  RCK-PAID-DATE          PIC 9(8).
           02 FILLER                  PIC X(1).
           02  RCK-PAID-AMOUNT        PIC 9(5).
           02 FILLER                  PIC X(1).
           02  RCK-VOID-DATE          PIC 9(8).
           02 FILLER                  PIC X(10).

       FD CHECK-NUMBER-FILE.
       01  CHECK-NUMBER-RECORD.
           02  CKN-CHECK-NUMBER       PIC 9(8).
           02 FILLER                  PIC X(1).
           02  CKN-STUDENTNUMBER      PIC 9(7).
           02  CKN-EXTRACT-DATE       PIC 9(8).

       FD EXCEPTION-REPORT.
       01  REPORT-LINE PIC X(100).

       FD POSITIVE-PAY-FILE.
       01  POSITIVE-PAY-LINE PIC X(80).

       WORKING-STORAGE SECTION.
      *-----------------------
       01  ISSUED-FILE-STATUS PIC X(2).
       01  PAID-FILE-STATUS PIC X(2).
       01  STUDENT-FILE-STATUS PIC X(2).
       01  REFUND-CHECK-STATUS PIC X(2).
       01  CHECK-NUMBER-STATUS PIC X(2).
       01  ISSUED-FILE-OK-SW PIC X VALUE "N".
           88 ISSUED-FILE-OK VALUE "Y".
       01  PAID-FILE-OK-SW PIC X VALUE "N".
           88 PAID-FILE-OK VALUE "Y".
       01  ISSUED-EOF-FLAG PIC X VALUE "N".
           88 END-OF-ISSUED VALUE "Y".
       01  PAID-EOF-FLAG PIC X VALUE "N".
           88 END-OF-PAID VALUE "Y".
       01  ROW-OK-SW PIC X VALUE "N".
           88 ROW-OK VALUE "Y".
       01  WALK-DONE-SW PIC X VALUE "N".
           88 WALK-DONE VALUE "Y".
       01  REFUND-MATCHED-SW PIC X VALUE "N".
           88 REFUND-MATCHED VALUE "Y".
       01  OTHER-AMOUNT-SW PIC X VALUE "N".
           88 OTHER-AMOUNT-WAITING VALUE "Y".
       01  EDIT-CHECK-NUMBER PIC 9(8).
       01  EDIT-DATE PIC 9(8).
       01  EDIT-STUDENT-NUMBER PIC 9(7).
       01  EDIT-AMOUNT PIC 9(5).
       01  MATCHED-KEY PIC X(15).
       01  RUN-DATE PIC 9(8).

       01  ISSUED-ROWS-READ PIC 9(7) VALUE ZERO.
       01  CHECKS-ISSUED PIC 9(7) VALUE ZERO.
       01  ISSUED-AMOUNT-TOTAL PIC 9(9) VALUE ZERO.
       01  PAID-ROWS-READ PIC 9(7) VALUE ZERO.
       01  CHECKS-CLEARED PIC 9(7) VALUE ZERO.
       01  CLEARED-AMOUNT-TOTAL PIC 9(9) VALUE ZERO.
       01  EXCEPTION-COUNT PIC 9(7) VALUE ZERO.
       01  EXCP-REASON-CODE PIC X(2).
       01  EXCP-REASON-TEXT PIC X(40).

       01  POSITIVE-PAY-DETAIL.
           05 PP-ACTION        PIC X(1) VALUE "I".
           05 FILLER           PIC X(1) VALUE " ".
           05 PP-CHECK-NUMBER  PIC 9(8).
           05 FILLER           PIC X(1) VALUE " ".
           05 PP-ISSUE-DATE    PIC 9(8).
           05 FILLER           PIC X(1) VALUE " ".
           05 PP-AMOUNT        PIC 9(5).
           05 FILLER           PIC X(1) VALUE " ".
           05 PP-PAYEE         PIC X(40).

       01  HEADING-LINE-1 PIC X(100) VALUE
           "REFUND CHECK RECONCILIATION EXCEPTION REPORT".
       01  HEADING-DATE-LINE.
           05 FILLER           PIC X(10) VALUE "RUN DATE: ".
           05 HD-DATE          PIC 9(8).
       01  HEADING-LINE-2 PIC X(100) VALUE
           "FILE    CHECK     DATE      STUDENT  AMOUNT  CODE  REASON".

       01  DETAIL-LINE.
           05 DL-SOURCE        PIC X(6).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DL-CHECK         PIC X(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DL-DATE          PIC X(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DL-STUDENT       PIC X(7).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DL-AMOUNT        PIC X(5).
           05 FILLER           PIC X(3) VALUE SPACES.
           05 DL-REASON-CODE   PIC X(2).
           05 FILLER           PIC X(4) VALUE SPACES.
           05 DL-REASON-TEXT   PIC X(40).
       01  NOT-SUPPLIED-LINE.
           05 NS-FILE          PIC X(24).
           05 FILLER           PIC X(40) VALUE
               "NOT SUPPLIED ON THIS RUN".

       01  TOTAL-LINE-1.
           05 FILLER           PIC X(30) VALUE
               "CHECK-ISSUED ROWS READ:".
           05 TL-ISSUED-READ   PIC ZZZZZZ9.
       01  TOTAL-LINE-2.
           05 FILLER           PIC X(30) VALUE
               "REFUND CHECKS ISSUED:".
           05 TL-ISSUED        PIC ZZZZZZ9.
       01  TOTAL-LINE-3.
           05 FILLER           PIC X(30) VALUE
               "AMOUNT ISSUED (POSITIVE PAY):".
           05 TL-ISSUED-AMOUNT PIC ZZZZZZZZ9.
       01  TOTAL-LINE-4.
           05 FILLER           PIC X(30) VALUE
               "PAID-CHECK ROWS READ:".
           05 TL-PAID-READ     PIC ZZZZZZ9.
       01  TOTAL-LINE-5.
           05 FILLER           PIC X(30) VALUE
               "REFUND CHECKS CLEARED:".
           05 TL-CLEARED       PIC ZZZZZZ9.
       01  TOTAL-LINE-6.
           05 FILLER           PIC X(30) VALUE
               "AMOUNT CLEARED:".
           05 TL-CLEARED-AMOUNT PIC ZZZZZZZZ9.
       01  TOTAL-LINE-7.
           05 FILLER           PIC X(30) VALUE
               "EXCEPTIONS:".
           05 TL-EXCEPTIONS    PIC ZZZZZZ9.
       01  BLANK-LINE PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           OPEN INPUT ISSUED-FILE.
           IF ISSUED-FILE-STATUS = "00"
               MOVE "Y" TO ISSUED-FILE-OK-SW
           END-IF.
           OPEN INPUT PAID-FILE.
           IF PAID-FILE-STATUS = "00"
               MOVE "Y" TO PAID-FILE-OK-SW
           END-IF.
           IF NOT ISSUED-FILE-OK AND NOT PAID-FILE-OK
               DISPLAY "Neither the check-issued file (status "
                   ISSUED-FILE-STATUS ") nor the paid-checks file "
                   "(status " PAID-FILE-STATUS ") could be opened."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT STUDENT-FILE.
           IF STUDENT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open student-output.txt, status "
                   STUDENT-FILE-STATUS
               PERFORM CLOSE-INPUT-FILES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O REFUND-CHECK-FILE.
           IF REFUND-CHECK-STATUS = "35"
               CLOSE REFUND-CHECK-FILE
               OPEN OUTPUT REFUND-CHECK-FILE
               CLOSE REFUND-CHECK-FILE
               OPEN I-O REFUND-CHECK-FILE
           END-IF.
           IF REFUND-CHECK-STATUS NOT = "00"
               DISPLAY "Unable to open refund-checks.txt, status "
                   REFUND-CHECK-STATUS
               PERFORM CLOSE-INPUT-FILES
               CLOSE STUDENT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O CHECK-NUMBER-FILE.
           IF CHECK-NUMBER-STATUS = "35"
               CLOSE CHECK-NUMBER-FILE
               OPEN OUTPUT CHECK-NUMBER-FILE
               CLOSE CHECK-NUMBER-FILE
               OPEN I-O CHECK-NUMBER-FILE
           END-IF.
           IF CHECK-NUMBER-STATUS NOT = "00"
               DISPLAY "Unable to open refund-check-numbers.txt, "
                   "status " CHECK-NUMBER-STATUS
               PERFORM CLOSE-INPUT-FILES
               CLOSE STUDENT-FILE
               CLOSE REFUND-CHECK-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT EXCEPTION-REPORT.
           WRITE REPORT-LINE FROM HEADING-LINE-1.
           MOVE RUN-DATE TO HD-DATE.
           WRITE REPORT-LINE FROM HEADING-DATE-LINE.
           WRITE REPORT-LINE FROM HEADING-LINE-2.
      * Issues before payments, so a check AP cut and the bank paid
      * inside the same window is on file by the time it clears.
           IF ISSUED-FILE-OK
               OPEN OUTPUT POSITIVE-PAY-FILE
               PERFORM READ-ISSUED-RECORD
               PERFORM PROCESS-ISSUED-RECORD
                   UNTIL END-OF-ISSUED
               CLOSE POSITIVE-PAY-FILE
           ELSE
               MOVE "CHECK-ISSUED FILE" TO NS-FILE
               WRITE REPORT-LINE FROM NOT-SUPPLIED-LINE
           END-IF.
           IF PAID-FILE-OK
               PERFORM READ-PAID-RECORD
               PERFORM PROCESS-PAID-RECORD
                   UNTIL END-OF-PAID
           ELSE
               MOVE "PAID-CHECKS FILE" TO NS-FILE
               WRITE REPORT-LINE FROM NOT-SUPPLIED-LINE
           END-IF.
           PERFORM PRINT-CONTROL-TOTALS.
           PERFORM CLOSE-INPUT-FILES.
           CLOSE STUDENT-FILE.
           CLOSE REFUND-CHECK-FILE.
           CLOSE CHECK-NUMBER-FILE.
           CLOSE EXCEPTION-REPORT.
           IF EXCEPTION-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       CLOSE-INPUT-FILES.
           IF ISSUED-FILE-OK
               CLOSE ISSUED-FILE
           END-IF.
           IF PAID-FILE-OK
               CLOSE PAID-FILE
           END-IF.

       READ-ISSUED-RECORD.
           READ ISSUED-FILE
               AT END MOVE "Y" TO ISSUED-EOF-FLAG
           END-READ.
           IF NOT END-OF-ISSUED
               ADD 1 TO ISSUED-ROWS-READ
           END-IF.

       PROCESS-ISSUED-RECORD.
           PERFORM EDIT-ISSUED-RECORD.
           IF ROW-OK
               PERFORM MATCH-ISSUED-CHECK
           END-IF.
           PERFORM READ-ISSUED-RECORD.

       EDIT-ISSUED-RECORD.
      * The edits LOCKBOX applies to a bank row, plus a check number
      * that has not been used on a refund check before.
           MOVE "Y" TO ROW-OK-SW.
           IF ISS-CHECK-NUMBER IS NOT NUMERIC
               MOVE "01" TO EXCP-REASON-CODE
               MOVE "CHECK NUMBER NOT NUMERIC OR ZERO"
                   TO EXCP-REASON-TEXT
               PERFORM WRITE-ISSUED-EXCEPTION
           ELSE
               MOVE ISS-CHECK-NUMBER TO EDIT-CHECK-NUMBER
               IF EDIT-CHECK-NUMBER = ZERO
                   MOVE "01" TO EXCP-REASON-CODE
                   MOVE "CHECK NUMBER NOT NUMERIC OR ZERO"
                       TO EXCP-REASON-TEXT
                   PERFORM WRITE-ISSUED-EXCEPTION
               END-IF
           END-IF.
           IF ROW-OK
               IF ISS-ISSUE-DATE IS NOT NUMERIC
                   MOVE "02" TO EXCP-REASON-CODE
                   MOVE "ISSUE DATE NOT NUMERIC OR ZERO"
                       TO EXCP-REASON-TEXT
                   PERFORM WRITE-ISSUED-EXCEPTION
               ELSE
                   MOVE ISS-ISSUE-DATE TO EDIT-DATE
                   IF EDIT-DATE = ZERO
                       MOVE "02" TO EXCP-REASON-CODE
                       MOVE "ISSUE DATE NOT NUMERIC OR ZERO"
                           TO EXCP-REASON-TEXT
                       PERFORM WRITE-ISSUED-EXCEPTION
                   END-IF
               END-IF
           END-IF.
           IF ROW-OK
               IF ISS-STUDENTNUMBER IS NOT NUMERIC
                   MOVE "03" TO EXCP-REASON-CODE
                   MOVE "STUDENT NUMBER NOT NUMERIC OR ZERO"
                       TO EXCP-REASON-TEXT
                   PERFORM WRITE-ISSUED-EXCEPTION
               ELSE
                   MOVE ISS-STUDENTNUMBER TO EDIT-STUDENT-NUMBER
                   IF EDIT-STUDENT-NUMBER = ZERO
                       MOVE "03" TO EXCP-REASON-CODE
                       MOVE "STUDENT NUMBER NOT NUMERIC OR ZERO"
                           TO EXCP-REASON-TEXT
                       PERFORM WRITE-ISSUED-EXCEPTION
                   END-IF
               END-IF
           END-IF.
           IF ROW-OK
               IF ISS-AMOUNT IS NOT NUMERIC
                   MOVE "04" TO EXCP-REASON-CODE
                   MOVE "AMOUNT NOT NUMERIC OR ZERO"
                       TO EXCP-REASON-TEXT
                   PERFORM WRITE-ISSUED-EXCEPTION
               ELSE
                   MOVE ISS-AMOUNT TO EDIT-AMOUNT
                   IF EDIT-AMOUNT = ZERO
                       MOVE "04" TO EXCP-REASON-CODE
                       MOVE "AMOUNT NOT NUMERIC OR ZERO"
                           TO EXCP-REASON-TEXT
                       PERFORM WRITE-ISSUED-EXCEPTION
                   END-IF
               END-IF
           END-IF.
           IF ROW-OK
               MOVE EDIT-CHECK-NUMBER TO CKN-CHECK-NUMBER
               READ CHECK-NUMBER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "05" TO EXCP-REASON-CODE
                       MOVE "CHECK NUMBER ALREADY ISSUED"
                           TO EXCP-REASON-TEXT
                       PERFORM WRITE-ISSUED-EXCEPTION
               END-READ
           END-IF.

       MATCH-ISSUED-CHECK.
      * The student's refunds are walked oldest first; the first
      * one still waiting on a check for exactly this amount is
      * the one AP paid.  A refund waiting for some other amount
      * says the check was cut wrong, not that there was no refund.
           MOVE "N" TO REFUND-MATCHED-SW.
           MOVE "N" TO OTHER-AMOUNT-SW.
           MOVE "N" TO WALK-DONE-SW.
           MOVE EDIT-STUDENT-NUMBER TO RCK-STUDENTNUMBER.
           MOVE ZERO TO RCK-EXTRACT-DATE.
           START REFUND-CHECK-FILE KEY NOT LESS THAN RCK-KEY
               INVALID KEY
                   MOVE "Y" TO WALK-DONE-SW
           END-START.
           PERFORM TEST-ONE-REFUND WITH TEST BEFORE
               UNTIL WALK-DONE OR REFUND-MATCHED.
           IF REFUND-MATCHED
               PERFORM RECORD-CHECK-ISSUED
           ELSE
               IF OTHER-AMOUNT-WAITING
                   MOVE "07" TO EXCP-REASON-CODE
                   MOVE "AMOUNT DIFFERS FROM APPROVED REFUND"
                       TO EXCP-REASON-TEXT
               ELSE
                   MOVE "06" TO EXCP-REASON-CODE
                   MOVE "NO APPROVED REFUND AWAITING A CHECK"
                       TO EXCP-REASON-TEXT
               END-IF
               PERFORM WRITE-ISSUED-EXCEPTION
           END-IF.

       TEST-ONE-REFUND.
           READ REFUND-CHECK-FILE NEXT RECORD
               AT END MOVE "Y" TO WALK-DONE-SW
           END-READ.
           IF NOT WALK-DONE
               IF RCK-STUDENTNUMBER NOT = EDIT-STUDENT-NUMBER
                   MOVE "Y" TO WALK-DONE-SW
               ELSE
                   IF RCK-EXTRACTED
                       IF RCK-AMOUNT = EDIT-AMOUNT
                           MOVE "Y" TO REFUND-MATCHED-SW
                       ELSE
                           MOVE "Y" TO OTHER-AMOUNT-SW
                       END-IF
                   END-IF
               END-IF
           END-IF.

       RECORD-CHECK-ISSUED.
      * The check number index is written first - if it will not
      * take the number, the refund stays waiting rather than be
      * marked issued under a number the bank cannot be matched to.
           MOVE SPACES TO CHECK-NUMBER-RECORD.
           MOVE EDIT-CHECK-NUMBER TO CKN-CHECK-NUMBER.
           MOVE RCK-STUDENTNUMBER TO CKN-STUDENTNUMBER.
           MOVE RCK-EXTRACT-DATE TO CKN-EXTRACT-DATE.
           WRITE CHECK-NUMBER-RECORD
               INVALID KEY
                   MOVE "08" TO EXCP-REASON-CODE
                   MOVE "UNABLE TO INDEX CHECK NUMBER"
                       TO EXCP-REASON-TEXT
                   PERFORM WRITE-ISSUED-EXCEPTION
           END-WRITE.
           IF ROW-OK
               SET RCK-ISSUED TO TRUE
               MOVE EDIT-CHECK-NUMBER TO RCK-CHECK-NUMBER
               MOVE EDIT-DATE TO RCK-ISSUE-DATE
               REWRITE REFUND-CHECK-RECORD
                   INVALID KEY
                       MOVE "09" TO EXCP-REASON-CODE
                       MOVE "UNABLE TO UPDATE REFUND CHECK RECORD"
                           TO EXCP-REASON-TEXT
                       PERFORM WRITE-ISSUED-EXCEPTION
                   NOT INVALID KEY
                       PERFORM WRITE-POSITIVE-PAY
               END-REWRITE
           END-IF.

       WRITE-POSITIVE-PAY.
      * Only checks matched to an approved refund go to the bank -
      * anything else AP cut is left for the bank to stop and the
      * bursar to review.
           MOVE "I" TO PP-ACTION.
           MOVE RCK-CHECK-NUMBER TO PP-CHECK-NUMBER.
           MOVE RCK-ISSUE-DATE TO PP-ISSUE-DATE.
           MOVE RCK-AMOUNT TO PP-AMOUNT.
           MOVE RCK-STUDENTNUMBER TO STUDENTNUMBER.
           MOVE ZERO TO TRANSACTION-SEQ.
           READ STUDENT-FILE
               INVALID KEY
                   MOVE "(NO ENROLLMENT RECORD)" TO PP-PAYEE
               NOT INVALID KEY
                   MOVE STUDENTNAME TO PP-PAYEE
           END-READ.
           WRITE POSITIVE-PAY-LINE FROM POSITIVE-PAY-DETAIL.
           ADD 1 TO CHECKS-ISSUED.
           ADD RCK-AMOUNT TO ISSUED-AMOUNT-TOTAL
               ON SIZE ERROR
                   DISPLAY "WARNING: ISSUED-AMOUNT-TOTAL "
                       "overflowed - the issued total is not "
                       "reliable."
           END-ADD.

       WRITE-ISSUED-EXCEPTION.
           MOVE "N" TO ROW-OK-SW.
           MOVE "ISSUED" TO DL-SOURCE.
           MOVE ISS-CHECK-NUMBER TO DL-CHECK.
           MOVE ISS-ISSUE-DATE TO DL-DATE.
           MOVE ISS-STUDENTNUMBER TO DL-STUDENT.
           MOVE ISS-AMOUNT TO DL-AMOUNT.
           PERFORM WRITE-EXCEPTION-LINE.

       READ-PAID-RECORD.
           READ PAID-FILE
               AT END MOVE "Y" TO PAID-EOF-FLAG
           END-READ.
           IF NOT END-OF-PAID
               ADD 1 TO PAID-ROWS-READ
           END-IF.

       PROCESS-PAID-RECORD.
           PERFORM EDIT-PAID-RECORD.
           IF ROW-OK
               PERFORM CLEAR-PAID-CHECK
           END-IF.
           PERFORM READ-PAID-RECORD.

       EDIT-PAID-RECORD.
           MOVE "Y" TO ROW-OK-SW.
           MOVE "N" TO REFUND-MATCHED-SW.
           IF PD-CHECK-NUMBER IS NOT NUMERIC
               MOVE "11" TO EXCP-REASON-CODE
               MOVE "CHECK NUMBER NOT NUMERIC" TO EXCP-REASON-TEXT
               PERFORM WRITE-PAID-EXCEPTION
           ELSE
               MOVE PD-CHECK-NUMBER TO EDIT-CHECK-NUMBER
           END-IF.
           IF ROW-OK
               IF PD-PAID-DATE IS NOT NUMERIC
                   MOVE "12" TO EXCP-REASON-CODE
                   MOVE "PAID DATE NOT NUMERIC OR ZERO"
                       TO EXCP-REASON-TEXT
                   PERFORM WRITE-PAID-EXCEPTION
               ELSE
                   MOVE PD-PAID-DATE TO EDIT-DATE
                   IF EDIT-DATE = ZERO
                       MOVE "12" TO EXCP-REASON-CODE
                       MOVE "PAID DATE NOT NUMERIC OR ZERO"
                           TO EXCP-REASON-TEXT
                       PERFORM WRITE-PAID-EXCEPTION
                   END-IF
               END-IF
           END-IF.
           IF ROW-OK
               IF PD-AMOUNT IS NOT NUMERIC
                   MOVE "13" TO EXCP-REASON-CODE
                   MOVE "AMOUNT NOT NUMERIC" TO EXCP-REASON-TEXT
                   PERFORM WRITE-PAID-EXCEPTION
               ELSE
                   MOVE PD-AMOUNT TO EDIT-AMOUNT
               END-IF
           END-IF.

       CLEAR-PAID-CHECK.
      * A check paid for other than its face amount still left the
      * account, so it is cleared at the amount paid and reported.
      * A check paid a second time, or after REFNDOUT voided it and
      * gave the credit back, is money out twice and is reported
      * without touching the record.
           MOVE "Y" TO REFUND-MATCHED-SW.
           MOVE EDIT-CHECK-NUMBER TO CKN-CHECK-NUMBER.
           READ CHECK-NUMBER-FILE
               INVALID KEY
                   MOVE "N" TO REFUND-MATCHED-SW
           END-READ.
           IF REFUND-MATCHED
               MOVE CKN-STUDENTNUMBER TO RCK-STUDENTNUMBER
               MOVE CKN-EXTRACT-DATE TO RCK-EXTRACT-DATE
               READ REFUND-CHECK-FILE
                   INVALID KEY
                       MOVE "N" TO REFUND-MATCHED-SW
               END-READ
           END-IF.
           IF NOT REFUND-MATCHED
               MOVE "14" TO EXCP-REASON-CODE
               MOVE "PAID CHECK NOT ISSUED FOR A REFUND"
                   TO EXCP-REASON-TEXT
               PERFORM WRITE-PAID-EXCEPTION
           ELSE
               IF RCK-CLEARED
                   MOVE "16" TO EXCP-REASON-CODE
                   MOVE "CHECK ALREADY PAID" TO EXCP-REASON-TEXT
                   PERFORM WRITE-PAID-EXCEPTION
               ELSE
                   IF RCK-VOIDED
                       MOVE "17" TO EXCP-REASON-CODE
                       MOVE "PAID AFTER VOID - CREDIT WAS RESTORED"
                           TO EXCP-REASON-TEXT
                       PERFORM WRITE-PAID-EXCEPTION
                   ELSE
                       PERFORM MARK-CHECK-CLEARED
                   END-IF
               END-IF
           END-IF.

       MARK-CHECK-CLEARED.
           SET RCK-CLEARED TO TRUE.
           MOVE EDIT-DATE TO RCK-PAID-DATE.
           MOVE EDIT-AMOUNT TO RCK-PAID-AMOUNT.
           REWRITE REFUND-CHECK-RECORD
               INVALID KEY
                   MOVE "18" TO EXCP-REASON-CODE
                   MOVE "UNABLE TO UPDATE REFUND CHECK RECORD"
                       TO EXCP-REASON-TEXT
                   PERFORM WRITE-PAID-EXCEPTION
               NOT INVALID KEY
                   ADD 1 TO CHECKS-CLEARED
                   ADD EDIT-AMOUNT TO CLEARED-AMOUNT-TOTAL
                       ON SIZE ERROR
                           DISPLAY "WARNING: CLEARED-AMOUNT-TOTAL "
                               "overflowed - the cleared total is "
                               "not reliable."
                   END-ADD
                   IF RCK-PAID-AMOUNT NOT = RCK-AMOUNT
                       MOVE "15" TO EXCP-REASON-CODE
                       MOVE "PAID FOR A DIFFERENT AMOUNT THAN ISSUED"
                           TO EXCP-REASON-TEXT
                       PERFORM WRITE-PAID-EXCEPTION
                   END-IF
           END-REWRITE.

       WRITE-PAID-EXCEPTION.
           MOVE "N" TO ROW-OK-SW.
           MOVE "PAID" TO DL-SOURCE.
           MOVE PD-CHECK-NUMBER TO DL-CHECK.
           MOVE PD-PAID-DATE TO DL-DATE.
           MOVE SPACES TO DL-STUDENT.
           IF REFUND-MATCHED
               MOVE RCK-STUDENTNUMBER TO DL-STUDENT
           END-IF.
           MOVE PD-AMOUNT TO DL-AMOUNT.
           PERFORM WRITE-EXCEPTION-LINE.

       WRITE-EXCEPTION-LINE.
           MOVE EXCP-REASON-CODE TO DL-REASON-CODE.
           MOVE EXCP-REASON-TEXT TO DL-REASON-TEXT.
           WRITE REPORT-LINE FROM DETAIL-LINE.
           ADD 1 TO EXCEPTION-COUNT.

       PRINT-CONTROL-TOTALS.
           WRITE REPORT-LINE FROM BLANK-LINE.
           MOVE ISSUED-ROWS-READ TO TL-ISSUED-READ.
           WRITE REPORT-LINE FROM TOTAL-LINE-1.
           MOVE CHECKS-ISSUED TO TL-ISSUED.
           WRITE REPORT-LINE FROM TOTAL-LINE-2.
           MOVE ISSUED-AMOUNT-TOTAL TO TL-ISSUED-AMOUNT.
           WRITE REPORT-LINE FROM TOTAL-LINE-3.
           MOVE PAID-ROWS-READ TO TL-PAID-READ.
           WRITE REPORT-LINE FROM TOTAL-LINE-4.
           MOVE CHECKS-CLEARED TO TL-CLEARED.
           WRITE REPORT-LINE FROM TOTAL-LINE-5.
           MOVE CLEARED-AMOUNT-TOTAL TO TL-CLEARED-AMOUNT.
           WRITE REPORT-LINE FROM TOTAL-LINE-6.
           MOVE EXCEPTION-COUNT TO TL-EXCEPTIONS.
           WRITE REPORT-LINE FROM TOTAL-LINE-7.

      ** add other procedures here
       END PROGRAM REFNDCHK.

      ******************************************************************
      * Author:Vannucci
      * Date:Oct/15/2026
      * Purpose: Monthly outstanding refund check report.  Every
      *          refund on the refund check master that has not
      *          cleared the bank is listed with its age as of the
      *          REFNDOUT-DATE environment value (today if not set):
      *          refunds REFNDEXT sent to accounts payable that AP has
      *          not yet cut a check for, and checks issued that the
      *          bank has not yet paid.  An issued check more than 180
      *          days old is flagged STALE.  With REFNDOUT-VOID set to
      *          Y each stale check is also voided - the check is
      *          marked void, the refund goes back on the student's
      *          credit balance as open so it must be approved again
      *          in REFNDMNT, and a void row is written to
      *          positive-pay-voids.txt so the bank refuses the check
      *          if it is ever presented.  A check whose student
      *          number was merged away has its credit restored to
      *          the surviving number from retired-students.txt; one
      *          whose student is no longer on file at all is left
      *          unvoided and flagged STALE - NO ACCOUNT for the
      *          office to settle by hand.  The last section lists
      *          every check ever voided, for unclaimed-property
      *          reporting.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. REFNDOUT.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
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
           SELECT RETIRED-FILE ASSIGN TO "retired-students.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RET-STUDENTNUMBER
               FILE STATUS IS RETIRED-FILE-STATUS.
           SELECT OUTSTANDING-REPORT
               ASSIGN TO "refund-outstanding-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VOID-FILE ASSIGN TO "positive-pay-voids.txt"
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
               88 PAYMENT-RECORD    VALUE "2".
               88 DEMOGRAPHICS-RECORD VALUE "3".
               88 REVERSAL-RECORD   VALUE "4".
               88 PLAN-RECORD       VALUE "5".
               88 CREDIT-RECORD     VALUE "6".
               88 COLLECTION-RECORD VALUE "7".
               88 SPONSOR-RECORD    VALUE "8".
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

       FD RETIRED-FILE.
       01  RETIRED-RECORD.
           02  RET-STUDENTNUMBER      PIC 9(7).
           02 FILLER                  PIC X(1).
           02  RET-SURVIVOR           PIC 9(7).
           02 FILLER                  PIC X(1).
           02  RET-MERGE-DATE         PIC 9(8).
           02 FILLER                  PIC X(1).
           02  RET-OPERATOR-ID        PIC X(4).
           02 FILLER                  PIC X(1).
           02  RET-NAME               PIC X(40).
           02 FILLER                  PIC X(10).

       FD OUTSTANDING-REPORT.
       01  REPORT-LINE PIC X(100).

       FD VOID-FILE.
       01  VOID-LINE PIC X(80).

       WORKING-STORAGE SECTION.
      *-----------------------
       01  STUDENT-FILE-STATUS PIC X(2).
       01  REFUND-CHECK-STATUS PIC X(2).
       01  REFUND-EOF-FLAG PIC X VALUE "N".
           88 END-OF-REFUNDS VALUE "Y".
       01  VOID-MODE-SW PIC X VALUE "N".
           88 VOID-MODE VALUE "Y".
       01  CREDIT-FOUND-SW PIC X VALUE "N".
           88 CREDIT-FOUND VALUE "Y".
       01  CREDIT-OK-SW PIC X VALUE "N".
           88 CREDIT-OK VALUE "Y".
       01  ENROLLMENT-FOUND-SW PIC X VALUE "N".
           88 ENROLLMENT-FOUND VALUE "Y".
       01  RETIRED-FILE-STATUS PIC X(2).
       01  RETIRED-FILE-OK-SW PIC X VALUE "N".
           88 RETIRED-FILE-OK VALUE "Y".
       01  RETIRED-FOUND-SW PIC X.
           88 RETIRED-FOUND VALUE "Y".
       01  RESOLVE-HOPS PIC 9(2).
      * The number the voided amount is credited to - the check's
      * own student, or the survivor of a merge; zero when neither
      * is on file.
       01  CREDIT-STUDENT PIC 9(7).
       01  REPORT-DATE-EDIT PIC X(8).
       01  REPORT-DATE PIC 9(8).
       01  STALE-DAYS PIC 9(5) VALUE 180.
       01  DAYS-OUTSTANDING PIC 9(5).
      * Day numbers from DATEDAYS, so a check's age is the plain
      * days between its date and the report date.
       01  DATE-TO-CONVERT PIC 9(8).
       01  DAY-NUMBER PIC 9(7).
       01  DATE-STATUS PIC X(1).
           88 DATE-OK VALUE "0".
           88 DATE-INVALID VALUE "1".
       01  REPORT-DAY-NUMBER PIC 9(7).

       01  LOCK-FUNCTION PIC X(1).
       01  LOCK-STUDENT PIC 9(7).
       01  LOCK-OPERATOR PIC X(4) VALUE "RFND".
       01  LOCK-RESULT PIC X(1).
           88 LOCK-GRANTED VALUE "0".
           88 LOCK-BUSY    VALUE "1".
       01  LOCK-HOLDER PIC X(4).

       01  AWAITING-COUNT PIC 9(7) VALUE ZERO.
       01  AWAITING-AMOUNT PIC 9(9) VALUE ZERO.
       01  OUTSTANDING-COUNT PIC 9(7) VALUE ZERO.
       01  OUTSTANDING-AMOUNT PIC 9(9) VALUE ZERO.
       01  STALE-COUNT PIC 9(7) VALUE ZERO.
       01  VOIDED-THIS-RUN PIC 9(7) VALUE ZERO.
       01  VOIDED-COUNT PIC 9(7) VALUE ZERO.
       01  VOIDED-AMOUNT PIC 9(9) VALUE ZERO.

       01  VOID-DETAIL.
           05 VD-ACTION        PIC X(1) VALUE "V".
           05 FILLER           PIC X(1) VALUE " ".
           05 VD-CHECK-NUMBER  PIC 9(8).
           05 FILLER           PIC X(1) VALUE " ".
           05 VD-ISSUE-DATE    PIC 9(8).
           05 FILLER           PIC X(1) VALUE " ".
           05 VD-AMOUNT        PIC 9(5).
           05 FILLER           PIC X(1) VALUE " ".
           05 VD-PAYEE         PIC X(40).

       01  HEADING-LINE-1 PIC X(100) VALUE
           "OUTSTANDING REFUND CHECK REPORT".
       01  HEADING-DATE-LINE.
           05 FILLER           PIC X(7) VALUE "AS OF: ".
           05 HD-DATE          PIC 9(8).
       01  AWAITING-TITLE-LINE PIC X(100) VALUE
           "REFUNDS SENT TO ACCOUNTS PAYABLE - NO CHECK ISSUED YET".
       01  AWAITING-HEADING.
           05 FILLER PIC X(9) VALUE "EXTRACTED".
           05 FILLER PIC X(6) VALUE "  DAYS".
           05 FILLER PIC X(9) VALUE " STUDENT".
           05 FILLER PIC X(41) VALUE "NAME".
           05 FILLER PIC X(7) VALUE "AMOUNT".
           05 FILLER PIC X(8) VALUE "APPROVED".
       01  AWAITING-LINE.
           05 AL-EXTRACT-DATE  PIC 9(8).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 AL-DAYS          PIC ZZZZ9.
           05 FILLER           PIC X(1) VALUE SPACE.
           05 AL-STUDENT       PIC 9(7).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 AL-NAME          PIC X(40).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 AL-AMOUNT        PIC ZZZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 AL-APPROVED-BY   PIC X(4).
       01  AWAITING-TOTAL-LINE.
           05 FILLER           PIC X(30) VALUE
               "REFUNDS AWAITING A CHECK:".
           05 AT-COUNT         PIC ZZZZZZ9.
           05 FILLER           PIC X(10) VALUE "  AMOUNT: ".
           05 AT-AMOUNT        PIC ZZZZZZZZ9.
       01  OUTSTANDING-TITLE-LINE PIC X(100) VALUE
           "CHECKS ISSUED - NOT YET PAID BY THE BANK".
       01  OUTSTANDING-HEADING.
           05 FILLER PIC X(9) VALUE "CHECK".
           05 FILLER PIC X(9) VALUE "ISSUED".
           05 FILLER PIC X(6) VALUE "  DAYS".
           05 FILLER PIC X(9) VALUE " STUDENT".
           05 FILLER PIC X(41) VALUE "NAME".
           05 FILLER PIC X(7) VALUE "AMOUNT".
           05 FILLER PIC X(6) VALUE "FLAG".
       01  OUTSTANDING-LINE.
           05 OL-CHECK-NUMBER  PIC 9(8).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 OL-ISSUE-DATE    PIC 9(8).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 OL-DAYS          PIC ZZZZ9.
           05 FILLER           PIC X(1) VALUE SPACE.
           05 OL-STUDENT       PIC 9(7).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 OL-NAME          PIC X(40).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 OL-AMOUNT        PIC ZZZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 OL-FLAG          PIC X(20).
       01  OUTSTANDING-TOTAL-LINE.
           05 FILLER           PIC X(30) VALUE
               "CHECKS OUTSTANDING:".
           05 OT-COUNT         PIC ZZZZZZ9.
           05 FILLER           PIC X(10) VALUE "  AMOUNT: ".
           05 OT-AMOUNT        PIC ZZZZZZZZ9.
       01  STALE-TOTAL-LINE.
           05 FILLER           PIC X(30) VALUE
               "STALE (OVER 180 DAYS):".
           05 ST-COUNT         PIC ZZZZZZ9.
       01  VOIDED-RUN-TOTAL-LINE.
           05 FILLER           PIC X(30) VALUE
               "VOIDED ON THIS RUN:".
           05 VR-COUNT         PIC ZZZZZZ9.
       01  VOIDED-TITLE-LINE PIC X(100) VALUE
           "VOIDED REFUND CHECKS - UNCLAIMED PROPERTY".
       01  VOIDED-HEADING.
           05 FILLER PIC X(9) VALUE "CHECK".
           05 FILLER PIC X(9) VALUE "ISSUED".
           05 FILLER PIC X(9) VALUE "VOIDED".
           05 FILLER PIC X(8) VALUE "STUDENT".
           05 FILLER PIC X(41) VALUE "NAME".
           05 FILLER PIC X(6) VALUE "AMOUNT".
       01  VOIDED-LINE.
           05 VL-CHECK-NUMBER  PIC 9(8).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 VL-ISSUE-DATE    PIC 9(8).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 VL-VOID-DATE     PIC 9(8).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 VL-STUDENT       PIC 9(7).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 VL-NAME          PIC X(40).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 VL-AMOUNT        PIC ZZZZ9.
       01  VOIDED-TOTAL-LINE.
           05 FILLER           PIC X(30) VALUE
               "CHECKS VOIDED:".
           05 VT-COUNT         PIC ZZZZZZ9.
           05 FILLER           PIC X(10) VALUE "  AMOUNT: ".
           05 VT-AMOUNT        PIC ZZZZZZZZ9.
       01  NONE-LINE PIC X(100) VALUE "   NONE".
       01  BLANK-LINE PIC X(100) VALUE SPACES.
       01  STUDENT-NAME-HOLD PIC X(40).

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           PERFORM GET-REPORT-DATE.
           ACCEPT VOID-MODE-SW FROM ENVIRONMENT "REFNDOUT-VOID".
           IF VOID-MODE
               OPEN I-O STUDENT-FILE
           ELSE
               OPEN INPUT STUDENT-FILE
           END-IF.
           IF STUDENT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open student-output.txt, status "
                   STUDENT-FILE-STATUS
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
               CLOSE STUDENT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF VOID-MODE
               OPEN OUTPUT VOID-FILE
      * Only needed to find a merge survivor, so a shop that has
      * never merged an account runs without it.
               OPEN INPUT RETIRED-FILE
               IF RETIRED-FILE-STATUS = "00"
                   MOVE "Y" TO RETIRED-FILE-OK-SW
               END-IF
           END-IF.
           MOVE REPORT-DATE TO DATE-TO-CONVERT.
           CALL "DATEDAYS" USING DATE-TO-CONVERT DAY-NUMBER
               DATE-STATUS.
           MOVE DAY-NUMBER TO REPORT-DAY-NUMBER.
           OPEN OUTPUT OUTSTANDING-REPORT.
           WRITE REPORT-LINE FROM HEADING-LINE-1.
           MOVE REPORT-DATE TO HD-DATE.
           WRITE REPORT-LINE FROM HEADING-DATE-LINE.
           PERFORM PRINT-AWAITING-AP.
           PERFORM PRINT-OUTSTANDING-CHECKS.
           PERFORM PRINT-VOIDED-CHECKS.
           CLOSE OUTSTANDING-REPORT.
           IF VOID-MODE
               CLOSE VOID-FILE
           END-IF.
           IF RETIRED-FILE-OK
               CLOSE RETIRED-FILE
           END-IF.
           CLOSE REFUND-CHECK-FILE.
           CLOSE STUDENT-FILE.
           STOP RUN.

       GET-REPORT-DATE.
      * REFNDOUT-DATE resolves the same way PENDRPT-DATE does, so the
      * report can be rerun as of any prior day.  Anything that is
      * not a usable YYYYMMDD date falls back to today.
           ACCEPT REPORT-DATE-EDIT FROM ENVIRONMENT "REFNDOUT-DATE".
           IF REPORT-DATE-EDIT IS NUMERIC
               MOVE REPORT-DATE-EDIT TO REPORT-DATE
           ELSE
               MOVE ZERO TO REPORT-DATE
           END-IF.
           IF REPORT-DATE = ZERO
               ACCEPT REPORT-DATE FROM DATE YYYYMMDD
           END-IF.

       START-REFUND-WALK.
           MOVE "N" TO REFUND-EOF-FLAG.
           MOVE ZERO TO RCK-STUDENTNUMBER.
           MOVE ZERO TO RCK-EXTRACT-DATE.
           START REFUND-CHECK-FILE KEY NOT LESS THAN RCK-KEY
               INVALID KEY
                   MOVE "Y" TO REFUND-EOF-FLAG
           END-START.
           IF NOT END-OF-REFUNDS
               PERFORM READ-REFUND-RECORD
           END-IF.

       READ-REFUND-RECORD.
           READ REFUND-CHECK-FILE NEXT RECORD
               AT END MOVE "Y" TO REFUND-EOF-FLAG
           END-READ.

       PRINT-AWAITING-AP.
           WRITE REPORT-LINE FROM BLANK-LINE.
           WRITE REPORT-LINE FROM AWAITING-TITLE-LINE.
           WRITE REPORT-LINE FROM AWAITING-HEADING.
           PERFORM START-REFUND-WALK.
           PERFORM LIST-ONE-AWAITING
               UNTIL END-OF-REFUNDS.
           IF AWAITING-COUNT = ZERO
               WRITE REPORT-LINE FROM NONE-LINE
           END-IF.
           MOVE AWAITING-COUNT TO AT-COUNT.
           MOVE AWAITING-AMOUNT TO AT-AMOUNT.
           WRITE REPORT-LINE FROM AWAITING-TOTAL-LINE.

       LIST-ONE-AWAITING.
           IF RCK-EXTRACTED
               MOVE RCK-EXTRACT-DATE TO DATE-TO-CONVERT
               PERFORM AGE-FROM-DATE
               MOVE RCK-EXTRACT-DATE TO AL-EXTRACT-DATE
               MOVE DAYS-OUTSTANDING TO AL-DAYS
               MOVE RCK-STUDENTNUMBER TO AL-STUDENT
               PERFORM GET-STUDENT-NAME
               MOVE STUDENT-NAME-HOLD TO AL-NAME
               MOVE RCK-AMOUNT TO AL-AMOUNT
               MOVE RCK-APPROVED-BY TO AL-APPROVED-BY
               WRITE REPORT-LINE FROM AWAITING-LINE
               ADD 1 TO AWAITING-COUNT
               ADD RCK-AMOUNT TO AWAITING-AMOUNT
           END-IF.
           PERFORM READ-REFUND-RECORD.

       PRINT-OUTSTANDING-CHECKS.
           WRITE REPORT-LINE FROM BLANK-LINE.
           WRITE REPORT-LINE FROM OUTSTANDING-TITLE-LINE.
           WRITE REPORT-LINE FROM OUTSTANDING-HEADING.
           PERFORM START-REFUND-WALK.
           PERFORM LIST-ONE-OUTSTANDING
               UNTIL END-OF-REFUNDS.
           IF OUTSTANDING-COUNT = ZERO
               WRITE REPORT-LINE FROM NONE-LINE
           END-IF.
           MOVE OUTSTANDING-COUNT TO OT-COUNT.
           MOVE OUTSTANDING-AMOUNT TO OT-AMOUNT.
           WRITE REPORT-LINE FROM OUTSTANDING-TOTAL-LINE.
           MOVE STALE-COUNT TO ST-COUNT.
           WRITE REPORT-LINE FROM STALE-TOTAL-LINE.
           IF VOID-MODE
               MOVE VOIDED-THIS-RUN TO VR-COUNT
               WRITE REPORT-LINE FROM VOIDED-RUN-TOTAL-LINE
           END-IF.

       LIST-ONE-OUTSTANDING.
      * A check voided on this run is still listed here, flagged,
      * so the month's report shows what was outstanding going in.
           IF RCK-ISSUED
               MOVE RCK-ISSUE-DATE TO DATE-TO-CONVERT
               PERFORM AGE-FROM-DATE
               MOVE RCK-CHECK-NUMBER TO OL-CHECK-NUMBER
               MOVE RCK-ISSUE-DATE TO OL-ISSUE-DATE
               MOVE DAYS-OUTSTANDING TO OL-DAYS
               MOVE RCK-STUDENTNUMBER TO OL-STUDENT
               PERFORM GET-STUDENT-NAME
               MOVE STUDENT-NAME-HOLD TO OL-NAME
               MOVE RCK-AMOUNT TO OL-AMOUNT
               MOVE SPACES TO OL-FLAG
               ADD 1 TO OUTSTANDING-COUNT
               ADD RCK-AMOUNT TO OUTSTANDING-AMOUNT
               IF DAYS-OUTSTANDING > STALE-DAYS
                   MOVE "STALE" TO OL-FLAG
                   ADD 1 TO STALE-COUNT
                   IF VOID-MODE
                       PERFORM VOID-STALE-CHECK
                   END-IF
               END-IF
               WRITE REPORT-LINE FROM OUTSTANDING-LINE
           END-IF.
           PERFORM READ-REFUND-RECORD.

       AGE-FROM-DATE.
           CALL "DATEDAYS" USING DATE-TO-CONVERT DAY-NUMBER
               DATE-STATUS.
           IF DATE-OK AND DAY-NUMBER NOT > REPORT-DAY-NUMBER
               COMPUTE DAYS-OUTSTANDING =
                   REPORT-DAY-NUMBER - DAY-NUMBER
           ELSE
               MOVE ZERO TO DAYS-OUTSTANDING
           END-IF.

       GET-STUDENT-NAME.
      * The switch is kept so a void knows whether the check's own
      * number can still take the credit.
           MOVE "N" TO ENROLLMENT-FOUND-SW.
           MOVE RCK-STUDENTNUMBER TO STUDENTNUMBER.
           MOVE ZERO TO TRANSACTION-SEQ.
           READ STUDENT-FILE
               INVALID KEY
                   MOVE "(NO ENROLLMENT RECORD)" TO STUDENT-NAME-HOLD
               NOT INVALID KEY
                   MOVE STUDENTNAME TO STUDENT-NAME-HOLD
                   MOVE "Y" TO ENROLLMENT-FOUND-SW
           END-READ.

       VOID-STALE-CHECK.
      * The student is locked while the credit goes back on the
      * account, the same as any batch posting; a student open at a
      * terminal is skipped and picked up on next month's run.  A
      * check whose number is no longer enrolled is credited to the
      * merge survivor, under the survivor's lock; with no account
      * to take the credit the check stays outstanding, since a void
      * would leave a credit record under a number with no
      * enrollment.
           MOVE RCK-STUDENTNUMBER TO CREDIT-STUDENT.
           IF NOT ENROLLMENT-FOUND
               PERFORM FIND-MERGE-SURVIVOR
           END-IF.
           IF CREDIT-STUDENT = ZERO
               MOVE "STALE - NO ACCOUNT" TO OL-FLAG
           ELSE
               PERFORM VOID-UNDER-LOCK
           END-IF.

       VOID-UNDER-LOCK.
           MOVE CREDIT-STUDENT TO LOCK-STUDENT.
           MOVE "L" TO LOCK-FUNCTION.
           CALL "STULOCK" USING LOCK-FUNCTION LOCK-STUDENT
               LOCK-OPERATOR LOCK-RESULT LOCK-HOLDER.
           IF LOCK-BUSY
               MOVE "STALE - IN USE" TO OL-FLAG
           ELSE
               PERFORM RESTORE-CREDIT-BALANCE
               IF CREDIT-OK
                   PERFORM MARK-CHECK-VOIDED
               ELSE
                   MOVE "STALE - NOT VOIDED" TO OL-FLAG
               END-IF
               MOVE "U" TO LOCK-FUNCTION
               CALL "STULOCK" USING LOCK-FUNCTION LOCK-STUDENT
                   LOCK-OPERATOR LOCK-RESULT LOCK-HOLDER
           END-IF.

       FIND-MERGE-SURVIVOR.
      * STUDMRGE leaves refund-checks.txt under the retired number,
      * so the chain in retired-students.txt is followed to the
      * number now carrying the account - the same walk AUDRECON
      * makes for payments journaled before a merge.  The survivor
      * must still be enrolled, or there is nowhere to credit.  The
      * payee is the name the retired account carried.
           MOVE ZERO TO CREDIT-STUDENT.
           IF RETIRED-FILE-OK
               MOVE RCK-STUDENTNUMBER TO RET-STUDENTNUMBER
               READ RETIRED-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RET-NAME TO OL-NAME
                       MOVE RET-SURVIVOR TO CREDIT-STUDENT
               END-READ
           END-IF.
           IF CREDIT-STUDENT NOT = ZERO
               MOVE 1 TO RESOLVE-HOPS
               MOVE "Y" TO RETIRED-FOUND-SW
               PERFORM FOLLOW-ONE-RETIREMENT
                   UNTIL NOT RETIRED-FOUND OR RESOLVE-HOPS = 20
               MOVE CREDIT-STUDENT TO STUDENTNUMBER
               MOVE ZERO TO TRANSACTION-SEQ
               READ STUDENT-FILE
                   INVALID KEY
                       MOVE ZERO TO CREDIT-STUDENT
                   NOT INVALID KEY
                       DISPLAY "Check " RCK-CHECK-NUMBER
                           " for retired student " RCK-STUDENTNUMBER
                           " - credit goes to survivor "
                           CREDIT-STUDENT "."
               END-READ
           END-IF.

       FOLLOW-ONE-RETIREMENT.
           ADD 1 TO RESOLVE-HOPS.
           MOVE CREDIT-STUDENT TO RET-STUDENTNUMBER.
           READ RETIRED-FILE
               INVALID KEY
                   MOVE "N" TO RETIRED-FOUND-SW
               NOT INVALID KEY
                   MOVE RET-SURVIVOR TO CREDIT-STUDENT
           END-READ.

       RESTORE-CREDIT-BALANCE.
      * The voided amount goes back on the credit record under
      * reserved sequence 997 the way STUDPOST carries an
      * overpayment: a refunded credit's amount is replaced, an
      * open or approved one is added to, and either way the credit
      * drops back to open for a supervisor to approve again.
           MOVE "N" TO CREDIT-OK-SW.
           MOVE "N" TO CREDIT-FOUND-SW.
           MOVE CREDIT-STUDENT TO CRD-STUDENTNUMBER.
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
                   MOVE RCK-AMOUNT TO CRD-AMOUNT
               ELSE
                   ADD RCK-AMOUNT TO CRD-AMOUNT
                       ON SIZE ERROR
                           MOVE 99999 TO CRD-AMOUNT
                           DISPLAY "WARNING: credit balance for "
                               "student " CREDIT-STUDENT
                               " capped at 99999 - review this "
                               "account by hand."
                   END-ADD
               END-IF
               SET CRD-OPEN TO TRUE
               MOVE REPORT-DATE TO CRD-CREATED-DATE
               MOVE SPACES TO CRD-APPROVED-BY
               MOVE ZERO TO CRD-APPROVED-DATE
               REWRITE STUDENTDATA
                   INVALID KEY
                       DISPLAY "Unable to update credit record for "
                           "student " CREDIT-STUDENT ", status "
                           STUDENT-FILE-STATUS
                   NOT INVALID KEY
                       MOVE "Y" TO CREDIT-OK-SW
               END-REWRITE
           ELSE
               MOVE SPACES TO CREDIT-BALANCE
               MOVE CREDIT-STUDENT TO CRD-STUDENTNUMBER
               MOVE 997 TO CRD-TRANSACTION-SEQ
               SET CREDIT-RECORD TO TRUE
               MOVE RCK-AMOUNT TO CRD-AMOUNT
               SET CRD-OPEN TO TRUE
               MOVE REPORT-DATE TO CRD-CREATED-DATE
               MOVE ZERO TO CRD-APPROVED-DATE
               WRITE STUDENTDATA
                   INVALID KEY
                       DISPLAY "Unable to write credit record for "
                           "student " CREDIT-STUDENT ", status "
                           STUDENT-FILE-STATUS
                   NOT INVALID KEY
                       MOVE "Y" TO CREDIT-OK-SW
               END-WRITE
           END-IF.

       MARK-CHECK-VOIDED.
           SET RCK-VOIDED TO TRUE.
           MOVE REPORT-DATE TO RCK-VOID-DATE.
           REWRITE REFUND-CHECK-RECORD
               INVALID KEY
                   DISPLAY "WARNING: check " RCK-CHECK-NUMBER
                       " credit restored but the void was not "
                       "recorded, status " REFUND-CHECK-STATUS
                       " - review this account by hand."
                   MOVE "STALE - NOT VOIDED" TO OL-FLAG
               NOT INVALID KEY
                   MOVE "STALE - VOIDED" TO OL-FLAG
                   ADD 1 TO VOIDED-THIS-RUN
                   MOVE RCK-CHECK-NUMBER TO VD-CHECK-NUMBER
                   MOVE RCK-ISSUE-DATE TO VD-ISSUE-DATE
                   MOVE RCK-AMOUNT TO VD-AMOUNT
                   MOVE OL-NAME TO VD-PAYEE
                   WRITE VOID-LINE FROM VOID-DETAIL
           END-REWRITE.

       PRINT-VOIDED-CHECKS.
           WRITE REPORT-LINE FROM BLANK-LINE.
           WRITE REPORT-LINE FROM VOIDED-TITLE-LINE.
           WRITE REPORT-LINE FROM VOIDED-HEADING.
           PERFORM START-REFUND-WALK.
           PERFORM LIST-ONE-VOIDED
               UNTIL END-OF-REFUNDS.
           IF VOIDED-COUNT = ZERO
               WRITE REPORT-LINE FROM NONE-LINE
           END-IF.
           MOVE VOIDED-COUNT TO VT-COUNT.
           MOVE VOIDED-AMOUNT TO VT-AMOUNT.
           WRITE REPORT-LINE FROM VOIDED-TOTAL-LINE.

       LIST-ONE-VOIDED.
           IF RCK-VOIDED
               MOVE RCK-CHECK-NUMBER TO VL-CHECK-NUMBER
               MOVE RCK-ISSUE-DATE TO VL-ISSUE-DATE
               MOVE RCK-VOID-DATE TO VL-VOID-DATE
               MOVE RCK-STUDENTNUMBER TO VL-STUDENT
               PERFORM GET-STUDENT-NAME
               MOVE STUDENT-NAME-HOLD TO VL-NAME
               MOVE RCK-AMOUNT TO VL-AMOUNT
               WRITE REPORT-LINE FROM VOIDED-LINE
               ADD 1 TO VOIDED-COUNT
               ADD RCK-AMOUNT TO VOIDED-AMOUNT
           END-IF.
           PERFORM READ-REFUND-RECORD.

      ** add other procedures here
       END PROGRAM REFNDOUT.

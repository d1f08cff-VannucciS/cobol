      ******************************************************************
      * Author:Vannucci
      * Date:Oct/15/2026
      * Purpose: Nightly holds update - walks every enrollment in
      *          STUDENT-FILE and keeps the registration holds file
      *          in step with the account.  A financial hold is
      *          placed on a balance past the HOLDUPD-THRESHOLD
      *          amount (default 500) or an account COLLECTN has on
      *          its final notice, and a collection-agency hold on an
      *          account already sent to the agency; both come off
      *          once the balance is paid.  A returned-check hold
      *          NSFRTRN placed comes off once payments taken since
      *          the return, and not themselves reversed, make the
      *          bounced item good, or the balance is paid.  Manual
      *          holds a supervisor placed in HOLDMNT are left alone.
      *          Every hold placed or released goes on the holds
      *          register, and the registrar gets a fresh extract of
      *          every active hold each night so REGINTAK's rejects
      *          can be explained before the student calls.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. HOLDUPD.
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
           SELECT HOLDS-FILE ASSIGN TO "student-holds.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS HOLDS-FILE-STATUS.
           SELECT HOLDS-REGISTER
               ASSIGN TO "holds-register.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLDS-EXTRACT-FILE
               ASSIGN TO "holds-extract.txt"
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
               88 AID-AWARD-RECORD  VALUE "9".
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
       01  PAYMENT-TRANSACTION REDEFINES STUDENTDATA.
           02  PMT-FILE-KEY.
               03 PMT-STUDENTNUMBER   PIC 9(7).
               03 PMT-TRANSACTION-SEQ PIC 9(3).
           02  PMT-RECORD-TYPE        PIC X(1).
           02 FILLER                  PIC X(1).
           02  PAYMENT-DATE           PIC 9(8).
           02 FILLER                  PIC X(1).
           02  PAYMENT-AMOUNT         PIC 9(5).
           02 FILLER                  PIC X(1).
           02  PMT-OPERATOR-ID        PIC X(4).
           02 FILLER                  PIC X(1).
           02  PMT-POSTED-FLAG        PIC X(1).
               88 PMT-POSTED VALUE "P".
           02 FILLER                  PIC X(1).
           02  PMT-SOURCE-FLAG        PIC X(1).
               88 PMT-SPONSOR-PAID VALUE "S".
           02 FILLER                  PIC X(45).
       01  PAYMENT-REVERSAL REDEFINES STUDENTDATA.
           02  REV-FILE-KEY.
               03 REV-STUDENTNUMBER   PIC 9(7).
               03 REV-TRANSACTION-SEQ PIC 9(3).
           02  REV-RECORD-TYPE        PIC X(1).
           02 FILLER                  PIC X(1).
           02  REV-DATE               PIC 9(8).
           02 FILLER                  PIC X(1).
           02  REV-ORIG-SEQ           PIC 9(3).
           02 FILLER                  PIC X(1).
           02  REV-AMOUNT             PIC 9(5).
           02 FILLER                  PIC X(1).
           02  REV-OPERATOR-ID        PIC X(4).
           02 FILLER                  PIC X(1).
           02  REV-POSTED-FLAG        PIC X(1).
               88 REV-POSTED VALUE "P".
           02 FILLER                  PIC X(1).
           02  REV-SOURCE-FLAG        PIC X(1).
               88 REV-SPONSOR-PAID VALUE "S".
           02 FILLER                  PIC X(41).
       01  COLLECTION-STATUS-REC REDEFINES STUDENTDATA.
           02  COLL-FILE-KEY.
               03 COLL-STUDENTNUMBER   PIC 9(7).
               03 COLL-TRANSACTION-SEQ PIC 9(3).
           02  COLL-RECORD-TYPE        PIC X(1).
           02 FILLER                  PIC X(1).
           02  COLL-LEVEL              PIC X(1).
               88 COLL-FIRST-NOTICE  VALUE "1".
               88 COLL-SECOND-NOTICE VALUE "2".
               88 COLL-FINAL-NOTICE  VALUE "3".
               88 COLL-AT-AGENCY     VALUE "A".
           02 FILLER                  PIC X(1).
           02  COLL-LAST-PERIOD        PIC 9(6).
           02 FILLER                  PIC X(1).
           02  COLL-REFERRAL-DATE      PIC 9(8).
           02 FILLER                  PIC X(1).
           02  COLL-REFERRAL-BALANCE   PIC 9(5).
           02 FILLER                  PIC X(45).

      * One hold per student and hold type.  A released hold stays
      * on file for history and is reactivated in place if the same
      * kind of hold is ever needed again.
       FD HOLDS-FILE.
       01  HOLD-RECORD.
           02  HLD-KEY.
               03 HLD-STUDENTNUMBER   PIC 9(7).
               03 HLD-TYPE            PIC X(1).
                   88 HLD-FINANCIAL      VALUE "F".
                   88 HLD-RETURNED-CHECK VALUE "R".
                   88 HLD-COLLECTION     VALUE "C".
                   88 HLD-MANUAL         VALUE "M".
           02 FILLER                  PIC X(1).
           02  HLD-STATUS             PIC X(1).
               88 HLD-ACTIVE   VALUE "A".
               88 HLD-RELEASED VALUE "R".
           02 FILLER                  PIC X(1).
           02  HLD-PLACED-BY          PIC X(4).
           02 FILLER                  PIC X(1).
           02  HLD-PLACED-DATE        PIC 9(8).
           02 FILLER                  PIC X(1).
           02  HLD-REASON             PIC X(30).
           02 FILLER                  PIC X(1).
           02  HLD-AMOUNT             PIC 9(5).
           02 FILLER                  PIC X(1).
           02  HLD-RELEASED-BY        PIC X(4).
           02 FILLER                  PIC X(1).
           02  HLD-RELEASED-DATE      PIC 9(8).
           02 FILLER                  PIC X(5).

       FD HOLDS-REGISTER.
       01  REGISTER-LINE PIC X(100).

       FD HOLDS-EXTRACT-FILE.
       01  EXTRACT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
      *-----------------------
       01  STUDENT-FILE-STATUS PIC X(2).
       01  HOLDS-FILE-STATUS PIC X(2).
       01  EOF-FLAG PIC X VALUE "N".
           88 END-OF-STUDENTS VALUE "Y".
       01  HOLDS-EOF-FLAG PIC X VALUE "N".
           88 END-OF-HOLDS VALUE "Y".
       01  THRESHOLD-EDIT PIC X(5).
       01  THRESHOLD-SHIFT-WORK PIC X(5).
       01  HOLD-THRESHOLD PIC 9(5).
       01  RUN-DATE PIC 9(8).
       01  CURRENT-STUDENT PIC 9(7).
       01  CURRENT-NAME PIC X(40).
       01  CURRENT-BALANCE PIC 9(5).
       01  CURRENT-LEVEL PIC X(1).
           88 CURRENT-FINAL-NOTICE VALUE "3".
           88 CURRENT-AT-AGENCY    VALUE "A".
       01  WANTED-TYPE PIC X(1).
       01  WANTED-REASON PIC X(30).
       01  HOLD-WANTED-SW PIC X.
           88 HOLD-WANTED VALUE "Y".
       01  HOLD-ON-FILE-SW PIC X.
           88 HOLD-ON-FILE VALUE "Y".
       01  REGISTER-ACTION PIC X(8).
       01  PROBE-SEQ PIC 9(3).
       01  PROBE-DONE-SW PIC X.
           88 PROBE-DONE VALUE "Y".
       01  CANDIDATE-SEQ PIC 9(3).
       01  CANDIDATE-AMOUNT PIC 9(5).
       01  CHECK-SEQ PIC 9(3).
       01  CHECK-DONE-SW PIC X.
           88 CHECK-DONE VALUE "Y".
       01  ALREADY-REVERSED-SW PIC X.
           88 ALREADY-REVERSED VALUE "Y".
       01  MADE-GOOD-AMOUNT PIC 9(7).
       01  ENROLLMENTS-READ PIC 9(7) VALUE ZERO.
       01  HOLDS-PLACED PIC 9(7) VALUE ZERO.
       01  HOLDS-RELEASED PIC 9(7) VALUE ZERO.
       01  HOLDS-EXTRACTED PIC 9(7) VALUE ZERO.

       01  EXTRACT-DETAIL-LINE.
           05 XD-STUDENT       PIC 9(7).
           05 FILLER           PIC X(1) VALUE " ".
           05 XD-TYPE          PIC X(1).
           05 FILLER           PIC X(1) VALUE " ".
           05 XD-PLACED-DATE   PIC 9(8).
           05 FILLER           PIC X(1) VALUE " ".
           05 XD-PLACED-BY     PIC X(4).
           05 FILLER           PIC X(1) VALUE " ".
           05 XD-AMOUNT        PIC 9(5).
           05 FILLER           PIC X(1) VALUE " ".
           05 XD-REASON        PIC X(30).

       01  HEADING-LINE-1 PIC X(100) VALUE
           "STUDENT HOLDS REGISTER".
       01  HEADING-DATE-LINE.
           05 FILLER           PIC X(10) VALUE "RUN DATE: ".
           05 HD-DATE          PIC 9(8).
       01  HEADING-LINE-2.
           05 FILLER           PIC X(9) VALUE "STUDENT".
           05 FILLER           PIC X(33) VALUE "STUDENT NAME".
           05 FILLER           PIC X(10) VALUE "BALANCE".
           05 FILLER           PIC X(5) VALUE "TYPE".
           05 FILLER           PIC X(10) VALUE "ACTION".
           05 FILLER           PIC X(30) VALUE "REASON".

       01  DETAIL-LINE.
           05 DL-NUMBER        PIC 9(7).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DL-NAME          PIC X(30).
           05 FILLER           PIC X(3) VALUE SPACES.
           05 DL-BALANCE       PIC ZZZZ9.
           05 FILLER           PIC X(5) VALUE SPACES.
           05 DL-TYPE          PIC X(1).
           05 FILLER           PIC X(4) VALUE SPACES.
           05 DL-ACTION        PIC X(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DL-REASON        PIC X(30).

       01  TOTAL-LINE-1.
           05 FILLER           PIC X(30) VALUE
               "ENROLLMENTS CHECKED:".
           05 TL-READ          PIC ZZZZZZ9.
       01  TOTAL-LINE-2.
           05 FILLER           PIC X(30) VALUE
               "HOLDS PLACED:".
           05 TL-PLACED        PIC ZZZZZZ9.
       01  TOTAL-LINE-3.
           05 FILLER           PIC X(30) VALUE
               "HOLDS RELEASED:".
           05 TL-RELEASED      PIC ZZZZZZ9.
       01  TOTAL-LINE-4.
           05 FILLER           PIC X(30) VALUE
               "ACTIVE HOLDS EXTRACTED:".
           05 TL-EXTRACTED     PIC ZZZZZZ9.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           PERFORM GET-HOLD-THRESHOLD.
           IF RETURN-CODE NOT = ZERO
               GOBACK
           END-IF.
           OPEN INPUT STUDENT-FILE.
           IF STUDENT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open student-output.txt, status "
                   STUDENT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O HOLDS-FILE.
           IF HOLDS-FILE-STATUS = "35"
      * The first night after holds go in has no file yet - this
      * run creates it, the same bootstrap SPONMNT gives the
      * sponsor master.
               CLOSE HOLDS-FILE
               OPEN OUTPUT HOLDS-FILE
               CLOSE HOLDS-FILE
               OPEN I-O HOLDS-FILE
           END-IF.
           IF HOLDS-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open student-holds.txt, status "
                   HOLDS-FILE-STATUS
               CLOSE STUDENT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT HOLDS-REGISTER.
           WRITE REGISTER-LINE FROM HEADING-LINE-1.
           MOVE RUN-DATE TO HD-DATE.
           WRITE REGISTER-LINE FROM HEADING-DATE-LINE.
           WRITE REGISTER-LINE FROM HEADING-LINE-2.
           MOVE ZERO TO STUDENTNUMBER.
           MOVE ZERO TO TRANSACTION-SEQ.
           START STUDENT-FILE KEY NOT LESS THAN STUDENT-FILE-KEY
               INVALID KEY
                   MOVE "Y" TO EOF-FLAG
           END-START.
           PERFORM FIND-NEXT-ENROLLMENT
               UNTIL END-OF-STUDENTS.
           PERFORM WRITE-HOLDS-EXTRACT.
           PERFORM PRINT-CONTROL-TOTALS.
           CLOSE STUDENT-FILE.
           CLOSE HOLDS-FILE.
           CLOSE HOLDS-REGISTER.
           GOBACK.

       GET-HOLD-THRESHOLD.
      * HOLDUPD-THRESHOLD resolves the same way LATEFEE-AMOUNT
      * does, shifted right and judged numeric, and a value that
      * cannot be used stops the step rather than holding the
      * wrong accounts.
           MOVE ZERO TO RETURN-CODE.
           ACCEPT THRESHOLD-EDIT FROM ENVIRONMENT "HOLDUPD-THRESHOLD".
           IF THRESHOLD-EDIT = SPACES
               MOVE 500 TO HOLD-THRESHOLD
           ELSE
               PERFORM RIGHT-JUSTIFY-THRESHOLD WITH TEST BEFORE
                   UNTIL THRESHOLD-EDIT (5:1) NOT = SPACE
               IF THRESHOLD-EDIT IS NOT NUMERIC
                   DISPLAY "HOLDUPD-THRESHOLD of " THRESHOLD-EDIT
                       " is not a usable balance - give 1 to 5 "
                       "digits (e.g. 500) and rerun."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE THRESHOLD-EDIT TO HOLD-THRESHOLD
               END-IF
           END-IF.

       RIGHT-JUSTIFY-THRESHOLD.
           MOVE THRESHOLD-EDIT TO THRESHOLD-SHIFT-WORK.
           MOVE THRESHOLD-SHIFT-WORK (1:4) TO THRESHOLD-EDIT (2:4).
           MOVE "0" TO THRESHOLD-EDIT (1:1).

       FIND-NEXT-ENROLLMENT.
      * Each student is worked from the sequence-000 enrollment
      * record; the keyed probes that follow move the file
      * position, so the walk restarts just past the student's key
      * range.
           READ STUDENT-FILE NEXT RECORD
               AT END MOVE "Y" TO EOF-FLAG
           END-READ.
           IF NOT END-OF-STUDENTS
               AND ENROLLMENT-RECORD
               PERFORM UPDATE-STUDENT-HOLDS
               MOVE CURRENT-STUDENT TO STUDENTNUMBER
               MOVE 999 TO TRANSACTION-SEQ
               START STUDENT-FILE KEY GREATER THAN STUDENT-FILE-KEY
                   INVALID KEY
                       MOVE "Y" TO EOF-FLAG
               END-START
           END-IF.

       UPDATE-STUDENT-HOLDS.
           ADD 1 TO ENROLLMENTS-READ.
           MOVE STUDENTNUMBER TO CURRENT-STUDENT.
           MOVE STUDENTNAME TO CURRENT-NAME.
           MOVE TUITIONOWED TO CURRENT-BALANCE.
           PERFORM GET-COLLECTION-LEVEL.
      * Financial hold - a balance past the threshold, or a final
      * notice already out.
           MOVE "F" TO WANTED-TYPE.
           MOVE "N" TO HOLD-WANTED-SW.
           IF CURRENT-FINAL-NOTICE
               MOVE "Y" TO HOLD-WANTED-SW
               MOVE "FINAL COLLECTION NOTICE" TO WANTED-REASON
           ELSE
               IF CURRENT-BALANCE > HOLD-THRESHOLD
                   MOVE "Y" TO HOLD-WANTED-SW
                   MOVE "BALANCE OVER HOLD THRESHOLD"
                       TO WANTED-REASON
               END-IF
           END-IF.
           PERFORM APPLY-AUTOMATIC-HOLD.
      * Collection-agency hold - the account went out to the agency.
           MOVE "C" TO WANTED-TYPE.
           MOVE "N" TO HOLD-WANTED-SW.
           IF CURRENT-AT-AGENCY
               MOVE "Y" TO HOLD-WANTED-SW
               MOVE "REFERRED TO COLLECTION AGENCY" TO WANTED-REASON
           END-IF.
           PERFORM APPLY-AUTOMATIC-HOLD.
           PERFORM CHECK-RETURNED-CHECK-HOLD.

       GET-COLLECTION-LEVEL.
      * COLLECTN's status record lives under reserved sequence 996
      * and is gone once the account is paid down.
           MOVE SPACE TO CURRENT-LEVEL.
           MOVE CURRENT-STUDENT TO COLL-STUDENTNUMBER.
           MOVE 996 TO COLL-TRANSACTION-SEQ.
           READ STUDENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF COLLECTION-RECORD
                       MOVE COLL-LEVEL TO CURRENT-LEVEL
                   END-IF
           END-READ.

       READ-HOLD-RECORD.
           MOVE CURRENT-STUDENT TO HLD-STUDENTNUMBER.
           MOVE WANTED-TYPE TO HLD-TYPE.
           READ HOLDS-FILE
               INVALID KEY
                   MOVE "N" TO HOLD-ON-FILE-SW
               NOT INVALID KEY
                   MOVE "Y" TO HOLD-ON-FILE-SW
           END-READ.

       APPLY-AUTOMATIC-HOLD.
      * A hold is placed when its condition holds and none is
      * active, and released only once the balance is paid - an
      * account that dips under the threshold but still owes stays
      * held until it settles up.
           PERFORM READ-HOLD-RECORD.
           IF HOLD-WANTED
               IF NOT HOLD-ON-FILE
                   PERFORM WRITE-NEW-HOLD
               ELSE
                   IF NOT HLD-ACTIVE
                       PERFORM REACTIVATE-HOLD
                   END-IF
               END-IF
           ELSE
               IF HOLD-ON-FILE AND HLD-ACTIVE
                   AND CURRENT-BALANCE = ZERO
                   MOVE "BALANCE PAID" TO WANTED-REASON
                   PERFORM RELEASE-HOLD
               END-IF
           END-IF.

       WRITE-NEW-HOLD.
           MOVE SPACES TO HOLD-RECORD.
           MOVE CURRENT-STUDENT TO HLD-STUDENTNUMBER.
           MOVE WANTED-TYPE TO HLD-TYPE.
           PERFORM FILL-PLACED-HOLD.
           WRITE HOLD-RECORD
               INVALID KEY
                   DISPLAY "Unable to place hold for student "
                       CURRENT-STUDENT ", status " HOLDS-FILE-STATUS
               NOT INVALID KEY
                   MOVE "PLACED" TO REGISTER-ACTION
                   PERFORM WRITE-REGISTER-LINE
                   ADD 1 TO HOLDS-PLACED
           END-WRITE.

       REACTIVATE-HOLD.
           PERFORM FILL-PLACED-HOLD.
           REWRITE HOLD-RECORD
               INVALID KEY
                   DISPLAY "Unable to place hold for student "
                       CURRENT-STUDENT ", status " HOLDS-FILE-STATUS
               NOT INVALID KEY
                   MOVE "PLACED" TO REGISTER-ACTION
                   PERFORM WRITE-REGISTER-LINE
                   ADD 1 TO HOLDS-PLACED
           END-REWRITE.

       FILL-PLACED-HOLD.
           SET HLD-ACTIVE TO TRUE.
           MOVE "HOLD" TO HLD-PLACED-BY.
           MOVE RUN-DATE TO HLD-PLACED-DATE.
           MOVE WANTED-REASON TO HLD-REASON.
           MOVE CURRENT-BALANCE TO HLD-AMOUNT.
           MOVE SPACES TO HLD-RELEASED-BY.
           MOVE ZERO TO HLD-RELEASED-DATE.

       RELEASE-HOLD.
      * The reason the hold went on stays on the record; the
      * register shows why it came off.
           SET HLD-RELEASED TO TRUE.
           MOVE "HOLD" TO HLD-RELEASED-BY.
           MOVE RUN-DATE TO HLD-RELEASED-DATE.
           REWRITE HOLD-RECORD
               INVALID KEY
                   DISPLAY "Unable to release hold for student "
                       CURRENT-STUDENT ", status " HOLDS-FILE-STATUS
               NOT INVALID KEY
                   MOVE "RELEASED" TO REGISTER-ACTION
                   PERFORM WRITE-REGISTER-LINE
                   ADD 1 TO HOLDS-RELEASED
           END-REWRITE.

       CHECK-RETURNED-CHECK-HOLD.
      * NSFRTRN carries the bounced amount plus its fee on the
      * hold.  Payments dated on or after the day the hold went on
      * that have not bounced in turn are what makes the item good.
           MOVE "R" TO WANTED-TYPE.
           PERFORM READ-HOLD-RECORD.
           IF HOLD-ON-FILE AND HLD-ACTIVE
               IF CURRENT-BALANCE = ZERO
                   MOVE "BALANCE PAID" TO WANTED-REASON
                   PERFORM RELEASE-HOLD
               ELSE
                   PERFORM SUM-MADE-GOOD-PAYMENTS
                   IF MADE-GOOD-AMOUNT NOT < HLD-AMOUNT
                       MOVE "RETURNED ITEM MADE GOOD"
                           TO WANTED-REASON
                       PERFORM RELEASE-HOLD
                   END-IF
               END-IF
           END-IF.

       SUM-MADE-GOOD-PAYMENTS.
      * Probes the payment slots 001 through 994 the way NSFRTRN
      * looks for the payment a returned item matches.
           MOVE ZERO TO MADE-GOOD-AMOUNT.
           MOVE "N" TO PROBE-DONE-SW.
           MOVE 1 TO PROBE-SEQ.
           PERFORM ADD-ONE-MADE-GOOD-PAYMENT WITH TEST BEFORE
               UNTIL PROBE-DONE.

       ADD-ONE-MADE-GOOD-PAYMENT.
           MOVE CURRENT-STUDENT TO PMT-STUDENTNUMBER.
           MOVE PROBE-SEQ TO PMT-TRANSACTION-SEQ.
           READ STUDENT-FILE
               INVALID KEY
                   MOVE "Y" TO PROBE-DONE-SW
               NOT INVALID KEY
                   IF PAYMENT-RECORD
                       AND PAYMENT-DATE NOT < HLD-PLACED-DATE
                       MOVE PROBE-SEQ TO CANDIDATE-SEQ
                       MOVE PAYMENT-AMOUNT TO CANDIDATE-AMOUNT
                       PERFORM CHECK-ALREADY-REVERSED
                       IF NOT ALREADY-REVERSED
                           ADD CANDIDATE-AMOUNT TO MADE-GOOD-AMOUNT
                       END-IF
                   END-IF
                   IF PROBE-SEQ = 994
                       MOVE "Y" TO PROBE-DONE-SW
                   ELSE
                       ADD 1 TO PROBE-SEQ
                   END-IF
           END-READ.

       CHECK-ALREADY-REVERSED.
      * The same walk NSFRTRN makes for a reversal referencing the
      * candidate payment.
           MOVE "N" TO ALREADY-REVERSED-SW.
           MOVE "N" TO CHECK-DONE-SW.
           MOVE 1 TO CHECK-SEQ.
           PERFORM TEST-ONE-REVERSAL-SLOT WITH TEST BEFORE
               UNTIL CHECK-DONE OR ALREADY-REVERSED.

       TEST-ONE-REVERSAL-SLOT.
           MOVE CURRENT-STUDENT TO PMT-STUDENTNUMBER.
           MOVE CHECK-SEQ TO PMT-TRANSACTION-SEQ.
           READ STUDENT-FILE
               INVALID KEY
                   MOVE "Y" TO CHECK-DONE-SW
               NOT INVALID KEY
                   IF REVERSAL-RECORD
                       AND REV-ORIG-SEQ = CANDIDATE-SEQ
                       MOVE "Y" TO ALREADY-REVERSED-SW
                   END-IF
                   IF CHECK-SEQ = 994
                       MOVE "Y" TO CHECK-DONE-SW
                   ELSE
                       ADD 1 TO CHECK-SEQ
                   END-IF
           END-READ.

       WRITE-REGISTER-LINE.
           MOVE CURRENT-STUDENT TO DL-NUMBER.
           MOVE CURRENT-NAME TO DL-NAME.
           MOVE CURRENT-BALANCE TO DL-BALANCE.
           MOVE HLD-TYPE TO DL-TYPE.
           MOVE REGISTER-ACTION TO DL-ACTION.
           MOVE WANTED-REASON TO DL-REASON.
           WRITE REGISTER-LINE FROM DETAIL-LINE.

       WRITE-HOLDS-EXTRACT.
      * Every active hold, whoever placed it, goes to the registrar
      * - the extract is rewritten whole each night.
           OPEN OUTPUT HOLDS-EXTRACT-FILE.
           MOVE "N" TO HOLDS-EOF-FLAG.
           MOVE ZERO TO HLD-STUDENTNUMBER.
           MOVE SPACE TO HLD-TYPE.
           START HOLDS-FILE KEY NOT LESS THAN HLD-KEY
               INVALID KEY
                   MOVE "Y" TO HOLDS-EOF-FLAG
           END-START.
           PERFORM EXTRACT-ONE-HOLD WITH TEST BEFORE
               UNTIL END-OF-HOLDS.
           CLOSE HOLDS-EXTRACT-FILE.

       EXTRACT-ONE-HOLD.
           READ HOLDS-FILE NEXT RECORD
               AT END MOVE "Y" TO HOLDS-EOF-FLAG
           END-READ.
           IF NOT END-OF-HOLDS AND HLD-ACTIVE
               MOVE HLD-STUDENTNUMBER TO XD-STUDENT
               MOVE HLD-TYPE TO XD-TYPE
               MOVE HLD-PLACED-DATE TO XD-PLACED-DATE
               MOVE HLD-PLACED-BY TO XD-PLACED-BY
               MOVE HLD-AMOUNT TO XD-AMOUNT
               MOVE HLD-REASON TO XD-REASON
               WRITE EXTRACT-LINE FROM EXTRACT-DETAIL-LINE
               ADD 1 TO HOLDS-EXTRACTED
           END-IF.

       PRINT-CONTROL-TOTALS.
           MOVE ENROLLMENTS-READ TO TL-READ.
           WRITE REGISTER-LINE FROM TOTAL-LINE-1.
           MOVE HOLDS-PLACED TO TL-PLACED.
           WRITE REGISTER-LINE FROM TOTAL-LINE-2.
           MOVE HOLDS-RELEASED TO TL-RELEASED.
           WRITE REGISTER-LINE FROM TOTAL-LINE-3.
           MOVE HOLDS-EXTRACTED TO TL-EXTRACTED.
           WRITE REGISTER-LINE FROM TOTAL-LINE-4.

      ** add other procedures here
       END PROGRAM HOLDUPD.

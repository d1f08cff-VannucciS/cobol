      *          validated against the operator master; change,
      *          retire, and reinstate are restricted to supervisors
      *          the way STUDMAINT restricts its update and delete.
      *          Retiring a unit that was billed a parking permit for
      *          the current term credits the student the unused part
      *          of the permit, prorated by the days left in the term,
      *          takes it off the PARK charge PERMBILL itemized for
      *          the term, and journals the credit to the audit file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS OPERATOR-FILE-STATUS.
           SELECT TERM-FILE ASSIGN TO "term-master.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS TRM-CODE
               FILE STATUS IS TERM-FILE-STATUS.
           SELECT PERMIT-FILE ASSIGN TO "parking-permits.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PRK-KEY
               FILE STATUS IS PERMIT-FILE-STATUS.
           SELECT STUDENT-FILE ASSIGN TO "student-output.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS STUDENT-FILE-KEY
               FILE STATUS IS STUDENT-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "student-audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           02 FILLER   PIC A(1) VALUE " ".
           02  OPER-NAME       PIC X(20).

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

      * One record per unit PERMBILL billed in a term, marked
      * credited here when the unit retires partway through it.
       FD PERMIT-FILE.
       01  PERMIT-RECORD.
           02  PRK-KEY.
               03 PRK-TERM        PIC X(5).
               03 PRK-UNIT-NUMBER PIC 9(5).
           02 FILLER               PIC X(1).
           02  PRK-STUDENTNUMBER   PIC 9(7).
           02 FILLER               PIC X(1).
           02  PRK-BILLED-DATE     PIC 9(8).
           02 FILLER               PIC X(1).
           02  PRK-CLASS           PIC X(1).
           02 FILLER               PIC X(1).
           02  PRK-FEE             PIC 9(5).
           02 FILLER               PIC X(1).
           02  PRK-SURCHARGE       PIC 9(5).
           02 FILLER               PIC X(1).
           02  PRK-AMOUNT          PIC 9(5).
           02 FILLER               PIC X(1).
           02  PRK-STATUS          PIC X(1).
               88 PRK-BILLED   VALUE "B".
               88 PRK-CREDITED VALUE "C".
           02 FILLER               PIC X(1).
           02  PRK-CREDIT-AMOUNT   PIC 9(5).
           02 FILLER               PIC X(1).
           02  PRK-CREDIT-DATE     PIC 9(8).
           02 FILLER               PIC X(1).
           02  PRK-CREDITED-BY     PIC X(4).
           02 FILLER               PIC X(11).

       FD STUDENT-FILE.
       01  STUDENTDATA.
           02  STUDENT-FILE-KEY.
               03 STUDENTNUMBER    PIC 9(7).
               03 TRANSACTION-SEQ  PIC 9(3).
           02  RECORD-TYPE         PIC X(1).
               88 ENROLLMENT-RECORD VALUE "1".
               88 CREDIT-RECORD     VALUE "6".
               88 CHARGE-RECORD     VALUE "A".
           02 FILLER   PIC A(1) VALUE " ".
           02  TUITIONOWED     PIC 9(5).
           02 FILLER   PIC A(1) VALUE " ".
           02  STUDENTNAME     PIC A(40).
           02 FILLER   PIC A(1) VALUE " ".
           02  OPERATOR-ID     PIC X(4).
           02 FILLER   PIC A(1) VALUE " ".
           02  TERM-ID         PIC X(5).
           02  ENROLL-STATUS   PIC X(1).
               88 ENROLL-WITHDRAWN VALUE "W".
           02  LAST-FEE-PERIOD PIC 9(6).
           02  ENROLL-PROGRAM  PIC X(4).
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
           02 AUDIT-DATE       PIC 9(8).
           02 FILLER           PIC X(1) VALUE " ".
           02 AUDIT-TIME       PIC 9(8).
           02 FILLER           PIC X(1) VALUE " ".
           02 AUDIT-ENTRY-TYPE PIC X(1).
               88 AUDIT-ENROLLMENT VALUE "E".
               88 AUDIT-PAYMENT    VALUE "P".
               88 AUDIT-REVERSAL   VALUE "R".
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

       WORKING-STORAGE SECTION.
      *-----------------------
       01  CAR-MASTER-STATUS PIC X(2).
       01  ENTRY-OK-SW PIC X VALUE "N".
           88 ENTRY-OK VALUE "Y".
       01  CONFIRM-ANSWER PIC X.
       01  TERM-FILE-STATUS PIC X(2).
       01  PERMIT-FILE-STATUS PIC X(2).
       01  STUDENT-FILE-STATUS PIC X(2).
       01  AUDIT-FILE-STATUS PIC X(2).
      * The permit, term, and student files are only needed to
      * credit a retired unit's permit, so maintenance carries on
      * without them.
       01  PERMIT-FILE-OK-SW PIC X VALUE "N".
           88 PERMIT-FILE-OK VALUE "Y".
       01  TERM-FILE-OK-SW PIC X VALUE "N".
           88 TERM-FILE-OK VALUE "Y".
       01  STUDENT-FILE-OK-SW PIC X VALUE "N".
           88 STUDENT-FILE-OK VALUE "Y".
       01  TERM-EOF-FLAG PIC X.
           88 END-OF-TERMS VALUE "Y".
       01  CURRENT-FOUND-SW PIC X VALUE "N".
           88 CURRENT-FOUND VALUE "Y".
       01  CURRENT-TERM-CODE PIC X(5).
       01  CURRENT-TERM-START PIC 9(8).
       01  CURRENT-TERM-END PIC 9(8).
       01  PERMIT-CREDIT-SW PIC X VALUE "N".
           88 PERMIT-CREDIT-DUE VALUE "Y".
       01  PERMIT-CREDIT PIC 9(5).
       01  PERMIT-STUDENT PIC 9(7).
       01  RETIRE-DATE PIC 9(8).
      * Day numbers from DATEDAYS, so the retirement date can be
      * measured against the term's start and end in plain days.
       01  DATE-TO-CONVERT PIC 9(8).
       01  DAY-NUMBER PIC 9(7).
       01  DATE-STATUS PIC X(1).
           88 DATE-OK VALUE "0".
           88 DATE-INVALID VALUE "1".
       01  START-DAY-NUMBER PIC 9(7).
       01  END-DAY-NUMBER PIC 9(7).
       01  RETIRE-DAY-NUMBER PIC 9(7).
       01  DAYS-IN-TERM PIC 9(7).
       01  DAYS-REMAINING PIC 9(7).
       01  OLD-TUITION-OWED PIC 9(5).
       01  NEW-TUITION-OWED PIC 9(5).
       01  CREDIT-DUE PIC 9(5).
       01  CREDIT-FOUND-SW PIC X VALUE "N".
           88 CREDIT-FOUND VALUE "Y".
       01  CHARGE-FOUND-SEQ PIC 9(3).
       01  CHARGE-PROBE-SEQ PIC 9(3).
       01  CHARGE-PROBE-DONE-SW PIC X.
           88 CHARGE-PROBE-DONE VALUE "Y".
       01  CHARGE-CHANGE PIC 9(5).
       01  LOCK-FUNCTION PIC X(1).
       01  LOCK-STUDENT PIC 9(7).
       01  LOCK-OPERATOR PIC X(4).
       01  LOCK-RESULT PIC X(1).
           88 LOCK-GRANTED VALUE "0".
           88 LOCK-BUSY    VALUE "1".
       01  LOCK-HOLDER PIC X(4).

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               CLOSE CAR-MASTER-FILE
               STOP RUN
           END-IF.
           OPEN I-O PERMIT-FILE.
           IF PERMIT-FILE-STATUS = "00"
               MOVE "Y" TO PERMIT-FILE-OK-SW
           END-IF.
           OPEN INPUT TERM-FILE.
           IF TERM-FILE-STATUS = "00"
               MOVE "Y" TO TERM-FILE-OK-SW
           END-IF.
           OPEN I-O STUDENT-FILE.
           IF STUDENT-FILE-STATUS = "00"
               MOVE "Y" TO STUDENT-FILE-OK-SW
           END-IF.
           PERFORM OPERATOR-SIGN-ON WITH TEST AFTER
               UNTIL SIGNON-OK.
           MOVE SIGNON-ID TO LOCK-OPERATOR.
           PERFORM MENU-PROMPT WITH TEST AFTER
               UNTIL MAINT-DONE.
           CLOSE CAR-MASTER-FILE.
           CLOSE OPERATOR-FILE.
           IF PERMIT-FILE-OK
               CLOSE PERMIT-FILE
           END-IF.
           IF TERM-FILE-OK
               CLOSE TERM-FILE
           END-IF.
           IF STUDENT-FILE-OK
               CLOSE STUDENT-FILE
           END-IF.
           STOP RUN.

       OPERATOR-SIGN-ON.
                   CARM-MODEL " (Y/N)? "
               ACCEPT CONFIRM-ANSWER
               IF CONFIRM-ANSWER = "Y" OR "y"
                   PERFORM FIND-PERMIT-TO-CREDIT
                   IF PERMIT-CREDIT-DUE
                       PERFORM RETIRE-WITH-PERMIT-CREDIT
                   ELSE
                       PERFORM REWRITE-RETIRED-UNIT
                   END-IF
               ELSE
                   DISPLAY "Retirement cancelled."
               END-IF
           END-IF.

       REWRITE-RETIRED-UNIT.
           SET UNIT-RETIRED TO TRUE.
           REWRITE CAR-MASTER
               INVALID KEY
                   DISPLAY "Unable to update unit, status "
                       CAR-MASTER-STATUS
               NOT INVALID KEY
                   DISPLAY "Unit retired."
           END-REWRITE.

       RETIRE-WITH-PERMIT-CREDIT.
      * The student's key range is locked before the unit is
      * retired, so a busy record abandons the whole retirement
      * rather than leave a retired unit with its permit uncredited.
           MOVE PERMIT-STUDENT TO LOCK-STUDENT.
           MOVE "L" TO LOCK-FUNCTION.
           CALL "STULOCK" USING LOCK-FUNCTION LOCK-STUDENT
               LOCK-OPERATOR LOCK-RESULT LOCK-HOLDER.
           IF LOCK-BUSY
               DISPLAY "Record in use by operator " LOCK-HOLDER
                   ", try again."
               DISPLAY "Retirement cancelled."
           ELSE
               PERFORM REWRITE-RETIRED-UNIT
               IF CAR-MASTER-STATUS = "00"
                   PERFORM APPLY-PERMIT-CREDIT
               END-IF
               MOVE "U" TO LOCK-FUNCTION
               CALL "STULOCK" USING LOCK-FUNCTION LOCK-STUDENT
                   LOCK-OPERATOR LOCK-RESULT LOCK-HOLDER
           END-IF.

       FIND-PERMIT-TO-CREDIT.
      * A unit PERMBILL billed for the current term, and not yet
      * credited, earns back the part of the permit for the days
      * the term still has to run.  A unit reinstated and retired
      * again finds its permit already credited and earns nothing
      * more.
           MOVE "N" TO PERMIT-CREDIT-SW.
           MOVE ZERO TO PERMIT-CREDIT.
           IF PERMIT-FILE-OK
               PERFORM GET-CURRENT-TERM
               IF CURRENT-FOUND
                   MOVE CURRENT-TERM-CODE TO PRK-TERM
                   MOVE CAR-UNIT-NUMBER TO PRK-UNIT-NUMBER
                   READ PERMIT-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PRK-BILLED
                               PERFORM FIGURE-PERMIT-CREDIT
                           END-IF
                   END-READ
               END-IF
           END-IF.
           IF PERMIT-CREDIT-DUE AND NOT STUDENT-FILE-OK
               DISPLAY "WARNING: student file is not available - "
                   "the permit credit of " PERMIT-CREDIT " for "
                   "student " PRK-STUDENTNUMBER " must be posted by "
                   "hand."
               MOVE "N" TO PERMIT-CREDIT-SW
           END-IF.

       GET-CURRENT-TERM.
           MOVE "N" TO CURRENT-FOUND-SW.
           IF TERM-FILE-OK
               MOVE "N" TO TERM-EOF-FLAG
               MOVE SPACES TO TRM-CODE
               START TERM-FILE KEY NOT LESS THAN TRM-CODE
                   INVALID KEY
                       MOVE "Y" TO TERM-EOF-FLAG
               END-START
               PERFORM FIND-CURRENT-TERM
                   UNTIL END-OF-TERMS
           END-IF.

       FIND-CURRENT-TERM.
           READ TERM-FILE NEXT RECORD
               AT END MOVE "Y" TO TERM-EOF-FLAG
           END-READ.
           IF NOT END-OF-TERMS AND TRM-CURRENT
               MOVE "Y" TO CURRENT-FOUND-SW
               MOVE TRM-CODE TO CURRENT-TERM-CODE
               MOVE TRM-START-DATE TO CURRENT-TERM-START
               MOVE TRM-END-DATE TO CURRENT-TERM-END
           END-IF.

       FIGURE-PERMIT-CREDIT.
      * Credit = amount billed x days left / days in the term.  A
      * unit retired before the term starts gets the whole permit
      * back; one retired on or after the end date gets nothing.
           ACCEPT RETIRE-DATE FROM DATE YYYYMMDD.
           MOVE CURRENT-TERM-START TO DATE-TO-CONVERT.
           PERFORM CONVERT-TO-DAY-NUMBER.
           MOVE DAY-NUMBER TO START-DAY-NUMBER.
           IF DATE-OK
               MOVE CURRENT-TERM-END TO DATE-TO-CONVERT
               PERFORM CONVERT-TO-DAY-NUMBER
               MOVE DAY-NUMBER TO END-DAY-NUMBER
           END-IF.
           IF DATE-OK
               MOVE RETIRE-DATE TO DATE-TO-CONVERT
               PERFORM CONVERT-TO-DAY-NUMBER
               MOVE DAY-NUMBER TO RETIRE-DAY-NUMBER
           END-IF.
           IF DATE-INVALID OR END-DAY-NUMBER NOT > START-DAY-NUMBER
               DISPLAY "WARNING: term " CURRENT-TERM-CODE " dates "
                   "are not usable - the permit credit for student "
                   PRK-STUDENTNUMBER " must be figured by hand."
           ELSE
               IF RETIRE-DAY-NUMBER < START-DAY-NUMBER
                   MOVE PRK-AMOUNT TO PERMIT-CREDIT
               ELSE
                   IF RETIRE-DAY-NUMBER < END-DAY-NUMBER
                       COMPUTE DAYS-IN-TERM =
                           END-DAY-NUMBER - START-DAY-NUMBER
                       COMPUTE DAYS-REMAINING =
                           END-DAY-NUMBER - RETIRE-DAY-NUMBER
                       COMPUTE PERMIT-CREDIT ROUNDED =
                           PRK-AMOUNT * DAYS-REMAINING / DAYS-IN-TERM
                   END-IF
               END-IF
               IF PERMIT-CREDIT > ZERO
                   MOVE PRK-STUDENTNUMBER TO PERMIT-STUDENT
                   MOVE "Y" TO PERMIT-CREDIT-SW
               ELSE
                   DISPLAY "Term " CURRENT-TERM-CODE " has ended - no "
                       "parking permit credit is due."
               END-IF
           END-IF.

       CONVERT-TO-DAY-NUMBER.
           CALL "DATEDAYS" USING DATE-TO-CONVERT DAY-NUMBER
               DATE-STATUS.

       APPLY-PERMIT-CREDIT.
      * The credit comes off the balance owed; anything beyond it
      * was already paid, and goes back to the student as a credit
      * balance.
           MOVE PERMIT-STUDENT TO STUDENTNUMBER.
           MOVE ZERO TO TRANSACTION-SEQ.
           READ STUDENT-FILE
               INVALID KEY
                   DISPLAY "WARNING: no enrollment record for student "
                       PERMIT-STUDENT " - the permit credit of "
                       PERMIT-CREDIT " must be posted by hand."
               NOT INVALID KEY
                   MOVE TUITIONOWED TO OLD-TUITION-OWED
                   IF PERMIT-CREDIT > OLD-TUITION-OWED
                       MOVE ZERO TO NEW-TUITION-OWED
                       COMPUTE CREDIT-DUE =
                           PERMIT-CREDIT - OLD-TUITION-OWED
                   ELSE
                       COMPUTE NEW-TUITION-OWED =
                           OLD-TUITION-OWED - PERMIT-CREDIT
                       MOVE ZERO TO CREDIT-DUE
                   END-IF
                   MOVE NEW-TUITION-OWED TO TUITIONOWED
                   REWRITE STUDENTDATA
                       INVALID KEY
                           DISPLAY "Unable to update enrollment "
                               "record, status " STUDENT-FILE-STATUS
                               " - post the permit credit of "
                               PERMIT-CREDIT " by hand."
                       NOT INVALID KEY
                           PERFORM WRITE-AUDIT-RECORD
                           PERFORM REDUCE-PARK-CHARGE
                           IF CREDIT-DUE > ZERO
                               PERFORM POST-CREDIT-BALANCE
                           END-IF
                           PERFORM MARK-PERMIT-CREDITED
                           DISPLAY "Parking permit credit of "
                               PERMIT-CREDIT " posted to student "
                               PERMIT-STUDENT "."
                   END-REWRITE
           END-READ.

       REDUCE-PARK-CHARGE.
      * The credit comes off the term's PARK charge in place, the
      * latest row first, the way Project01 takes a re-priced
      * decrease off - the row keeps its date, so the ledger
      * extract never books it again, and the charges still add up
      * to the balance for the nightly payment application.
           MOVE PERMIT-CREDIT TO CHARGE-CHANGE.
           PERFORM FIND-PARK-CHARGE.
           PERFORM REDUCE-ONE-CHARGE-SLOT WITH TEST BEFORE
               VARYING CHARGE-PROBE-SEQ
               FROM CHARGE-FOUND-SEQ BY -1
               UNTIL CHARGE-PROBE-SEQ = ZERO
               OR CHARGE-CHANGE = ZERO.
           IF CHARGE-CHANGE > ZERO
               DISPLAY "WARNING: " CHARGE-CHANGE " of the permit "
                   "credit for student " PERMIT-STUDENT " had no "
                   "PARK charge for term " CURRENT-TERM-CODE
                   " to come off."
           END-IF.

       FIND-PARK-CHARGE.
      * Probes the transaction run the way PERMBILL finds a free
      * slot, keeping the slot of the latest PARK charge for the
      * term.
           MOVE "N" TO CHARGE-PROBE-DONE-SW.
           MOVE ZERO TO CHARGE-FOUND-SEQ.
           MOVE 1 TO CHARGE-PROBE-SEQ.
           PERFORM TEST-ONE-CHARGE-SLOT WITH TEST BEFORE
               UNTIL CHARGE-PROBE-DONE.

       TEST-ONE-CHARGE-SLOT.
           MOVE PERMIT-STUDENT TO CHG-STUDENTNUMBER.
           MOVE CHARGE-PROBE-SEQ TO CHG-TRANSACTION-SEQ.
           READ STUDENT-FILE
               INVALID KEY
                   MOVE "Y" TO CHARGE-PROBE-DONE-SW
               NOT INVALID KEY
                   IF CHARGE-RECORD
                       AND CHG-CODE = "PARK"
                       AND CHG-TERM = CURRENT-TERM-CODE
                       MOVE CHARGE-PROBE-SEQ TO CHARGE-FOUND-SEQ
                   END-IF
                   IF CHARGE-PROBE-SEQ = 994
                       MOVE "Y" TO CHARGE-PROBE-DONE-SW
                   ELSE
                       ADD 1 TO CHARGE-PROBE-SEQ
                   END-IF
           END-READ.

       REDUCE-ONE-CHARGE-SLOT.
           MOVE PERMIT-STUDENT TO CHG-STUDENTNUMBER.
           MOVE CHARGE-PROBE-SEQ TO CHG-TRANSACTION-SEQ.
           READ STUDENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CHARGE-RECORD
                       AND CHG-CODE = "PARK"
                       AND CHG-TERM = CURRENT-TERM-CODE
                       AND CHG-AMOUNT > ZERO
                       PERFORM REDUCE-TERM-CHARGE
                   END-IF
           END-READ.

       REDUCE-TERM-CHARGE.
           IF CHG-AMOUNT > CHARGE-CHANGE
               SUBTRACT CHARGE-CHANGE FROM CHG-AMOUNT
               MOVE ZERO TO CHARGE-CHANGE
           ELSE
               SUBTRACT CHG-AMOUNT FROM CHARGE-CHANGE
               MOVE ZERO TO CHG-AMOUNT
           END-IF.
           IF CHG-PAID > CHG-AMOUNT
               MOVE CHG-AMOUNT TO CHG-PAID
           END-IF.
           MOVE SIGNON-ID TO CHG-OPERATOR-ID.
           REWRITE CHARGE-DETAIL
               INVALID KEY
                   DISPLAY "Unable to reduce permit charge for "
                       "student " PERMIT-STUDENT ", status "
                       STUDENT-FILE-STATUS
           END-REWRITE.

       POST-CREDIT-BALANCE.
      * Same rules STUDPOST uses for an overpayment: the credit
      * lives under reserved sequence 997, an open or approved
      * credit is added to and dropped back to open, and a refunded
      * credit's amount is replaced rather than added to.
           MOVE "N" TO CREDIT-FOUND-SW.
           MOVE PERMIT-STUDENT TO CRD-STUDENTNUMBER.
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
                               "student " PERMIT-STUDENT
                               " capped at 99999 - review this "
                               "account by hand."
                   END-ADD
               END-IF
           ELSE
               MOVE SPACES TO CREDIT-BALANCE
               MOVE PERMIT-STUDENT TO CRD-STUDENTNUMBER
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
                           "student " PERMIT-STUDENT ", status "
                           STUDENT-FILE-STATUS
               END-REWRITE
           ELSE
               WRITE STUDENTDATA
                   INVALID KEY
                       DISPLAY "Unable to write credit balance for "
                           "student " PERMIT-STUDENT ", status "
                           STUDENT-FILE-STATUS
               END-WRITE
           END-IF.
           DISPLAY "Credit of " CREDIT-DUE " set up - approve the "
               "refund in REFNDMNT.".

       MARK-PERMIT-CREDITED.
      * The permit record still holds the unit's key from the
      * lookup, so it is rewritten in place.
           SET PRK-CREDITED TO TRUE.
           MOVE PERMIT-CREDIT TO PRK-CREDIT-AMOUNT.
           MOVE RETIRE-DATE TO PRK-CREDIT-DATE.
           MOVE SIGNON-ID TO PRK-CREDITED-BY.
           REWRITE PERMIT-RECORD
               INVALID KEY
                   DISPLAY "WARNING: unable to mark the permit for "
                       "unit " PRK-UNIT-NUMBER " credited, status "
                       PERMIT-FILE-STATUS " - do not credit it again."
           END-REWRITE.

       WRITE-AUDIT-RECORD.
      * The credit is journaled as an old/new tuition row under the
      * permit stamp PERMBILL bills with, not the supervisor's sign-
      * on, so the GL extract nets it with the permit rows and books
      * it to the PARK charge code's account, and the receivables
      * roll-forward shows it with the permits billed.
           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
           END-IF.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
           SET AUDIT-ENROLLMENT TO TRUE.
           MOVE PERMIT-STUDENT TO AUDIT-STUDENTNUMBER.
           MOVE OLD-TUITION-OWED TO AUDIT-OLD-TUITION.
           MOVE NEW-TUITION-OWED TO AUDIT-NEW-TUITION.
           MOVE ZERO TO AUDIT-PAYMENT-AMOUNT.
           MOVE "PERM" TO AUDIT-OPERATOR-ID.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.

       REINSTATE-UNIT-RECORD.
           PERFORM LOOKUP-UNIT-RECORD.

               ACCESS IS DYNAMIC
               RECORD KEY IS NDX-KEY
               FILE STATUS IS NAME-INDEX-STATUS.
           SELECT HOLDS-FILE ASSIGN TO "student-holds.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS HOLDS-FILE-STATUS.
      * Numbers STUDMRGE merged into another student are retired
      * here for good.
           SELECT RETIRED-FILE ASSIGN TO "retired-students.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RET-STUDENTNUMBER
               FILE STATUS IS RETIRED-FILE-STATUS.
      * How each enrollment was priced - hours, rate, fees, and
      * discount - which the balance alone cannot tell; TERMCENS
      * reprices the term from it.
           SELECT PRICING-FILE ASSIGN TO "enrollment-pricing.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PRC-KEY
               FILE STATUS IS PRICING-FILE-STATUS.
      * Tuition quotes TUITQUOT issued to prospective students.
           SELECT QUOTE-FILE ASSIGN TO "tuition-quotes.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS QUO-NUMBER
               FILE STATUS IS QUOTE-FILE-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               88 CREDIT-RECORD     VALUE "6".
               88 COLLECTION-RECORD VALUE "7".
               88 SPONSOR-RECORD    VALUE "8".
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
      * The program code the charges were computed from - carved
      * out of what used to be trailing filler, so every other
           02 FILLER                  PIC X(1).
           02  SPA-AMOUNT             PIC 9(5).
           02 FILLER                  PIC X(57).
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

       FD SPONSOR-FILE.
       01  SPONSOR-MASTER.
               03 NDX-NAME          PIC X(40).
               03 NDX-STUDENTNUMBER PIC 9(7).

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

       FD PRICING-FILE.
       01  PRICING-RECORD.
           02  PRC-KEY.
               03 PRC-STUDENTNUMBER   PIC 9(7).
               03 PRC-TERM            PIC X(5).
           02 FILLER                  PIC X(1).
           02  PRC-PROGRAM            PIC X(4).
           02 FILLER                  PIC X(1).
           02  PRC-CREDIT-HOURS       PIC 9(2).
           02 FILLER                  PIC X(1).
           02  PRC-PER-CREDIT         PIC 9(4).
           02 FILLER                  PIC X(1).
           02  PRC-BASE-TUITION       PIC 9(5).
           02 FILLER                  PIC X(1).
           02  PRC-FLAT-FEES          PIC 9(5).
           02 FILLER                  PIC X(1).
           02  PRC-DISC-CODE          PIC X(1).
           02 FILLER                  PIC X(1).
           02  PRC-DISCOUNT           PIC 9(5).
           02 FILLER                  PIC X(1).
           02  PRC-NET-AMOUNT         PIC 9(5).
           02 FILLER                  PIC X(1).
           02  PRC-QUOTE-NUMBER       PIC 9(7).
           02 FILLER                  PIC X(1).
           02  PRC-PRICED-DATE        PIC 9(8).
           02 FILLER                  PIC X(1).
           02  PRC-OPERATOR-ID        PIC X(4).
           02 FILLER                  PIC X(10).

       FD QUOTE-FILE.
       01  QUOTE-RECORD.
           02  QUO-NUMBER             PIC 9(7).
           02 FILLER                  PIC X(1).
           02  QUO-STUDENT-NAME       PIC X(40).
           02 FILLER                  PIC X(1).
           02  QUO-TERM               PIC X(5).
           02 FILLER                  PIC X(1).
           02  QUO-PROGRAM            PIC X(4).
           02 FILLER                  PIC X(1).
           02  QUO-CREDIT-HOURS       PIC 9(2).
           02 FILLER                  PIC X(1).
           02  QUO-PER-CREDIT         PIC 9(4).
           02 FILLER                  PIC X(1).
           02  QUO-BASE-TUITION       PIC 9(5).
           02 FILLER                  PIC X(1).
           02  QUO-FLAT-FEES          PIC 9(5).
           02 FILLER                  PIC X(1).
           02  QUO-DISC-CODE          PIC X(1).
           02 FILLER                  PIC X(1).
           02  QUO-DISCOUNT           PIC 9(5).
           02 FILLER                  PIC X(1).
           02  QUO-NET-AMOUNT         PIC 9(5).
           02 FILLER                  PIC X(1).
           02  QUO-ISSUE-DATE         PIC 9(8).
           02 FILLER                  PIC X(1).
           02  QUO-EXPIRY-DATE        PIC 9(8).
           02 FILLER                  PIC X(1).
           02  QUO-OPERATOR-ID        PIC X(4).
           02 FILLER                  PIC X(1).
           02  QUO-STATUS             PIC X(1).
               88 QUO-OPEN      VALUE "O".
               88 QUO-CONVERTED VALUE "C".
           02 FILLER                  PIC X(1).
           02  QUO-CONVERTED-STUDENT  PIC 9(7).
           02 FILLER                  PIC X(1).
           02  QUO-CONVERTED-DATE     PIC 9(8).
           02 FILLER                  PIC X(5).

       WORKING-STORAGE SECTION.
      *-----------------------
       01 STUDENT-DATA.
           88 LOCK-GRANTED VALUE "0".
           88 LOCK-BUSY    VALUE "1".
       01  LOCK-HOLDER PIC X(4).
       01  HOLDS-FILE-STATUS PIC X(2).
       01  HOLDS-FILE-OK-SW PIC X VALUE "N".
           88 HOLDS-FILE-OK VALUE "Y".
       01  HOLDS-EOF-FLAG PIC X.
           88 END-OF-HOLDS VALUE "Y".
       01  HOLD-LOOKUP-STUDENT PIC 9(7).
       01  HOLD-TYPE-NAME PIC X(15).
       01  RETIRED-FILE-STATUS PIC X(2).
       01  RETIRED-FILE-OK-SW PIC X VALUE "N".
           88 RETIRED-FILE-OK VALUE "Y".
       01  PRICING-FILE-STATUS PIC X(2).
       01  QUOTE-FILE-STATUS PIC X(2).
       01  QUOTE-FILE-OK-SW PIC X VALUE "N".
           88 QUOTE-FILE-OK VALUE "Y".
       01  QUOTE-HONORED-SW PIC X VALUE "N".
           88 QUOTE-HONORED VALUE "Y".
       01  QUOTE-NUMBER-EDIT PIC X(7).
       01  QUOTE-NUMBER-SHIFT-WORK PIC X(7).
       01  QUOTE-NUMBER-ENTRY PIC 9(7).
       01  TODAY-DATE PIC 9(8).
       01  ENROLL-FEES-AMOUNT PIC 9(5).
       01  NEW-CHARGE-CODE PIC X(4).
       01  NEW-CHARGE-AMOUNT PIC 9(5).
       01  CHARGE-FOUND-SEQ PIC 9(3).
       01  CHARGE-PROBE-SEQ PIC 9(3).
       01  CHARGE-PROBE-DONE-SW PIC X.
           88 CHARGE-PROBE-DONE VALUE "Y".
       01  CHARGE-TERM-TOTAL PIC 9(6).
       01  CHARGE-CHANGE PIC 9(6).

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               CLOSE NAME-INDEX-FILE
               OPEN I-O NAME-INDEX-FILE
           END-IF.
           OPEN I-O PRICING-FILE.
           IF PRICING-FILE-STATUS = "35"
               CLOSE PRICING-FILE
               OPEN OUTPUT PRICING-FILE
               CLOSE PRICING-FILE
               OPEN I-O PRICING-FILE
           END-IF.
      * A shop with no third-party sponsors has no sponsor master,
      * and that must not block ordinary entry - sponsor-share
      * capture is simply refused until SPONMNT sets one up.
           IF SPONSOR-FILE-STATUS = "00"
               MOVE "Y" TO SPONSOR-FILE-OK-SW
           END-IF.
      * The same goes for the holds file - until HOLDUPD first runs
      * there is simply nothing to warn the clerk about.
           OPEN INPUT HOLDS-FILE.
           IF HOLDS-FILE-STATUS = "00"
               MOVE "Y" TO HOLDS-FILE-OK-SW
           END-IF.
           OPEN INPUT RETIRED-FILE.
           IF RETIRED-FILE-STATUS = "00"
               MOVE "Y" TO RETIRED-FILE-OK-SW
           END-IF.
      * Until TUITQUOT issues its first quote there is no quote file
      * and nobody can bring a quote number to the counter.
           OPEN I-O QUOTE-FILE.
           IF QUOTE-FILE-STATUS = "00"
               MOVE "Y" TO QUOTE-FILE-OK-SW
           END-IF.
           PERFORM GET-OPERATOR-ID WITH TEST AFTER
               UNTIL ENTRY-OK.
           MOVE OPERATOR-ID-ENTRY TO LOCK-OPERATOR.
           CLOSE TERM-FILE.
           CLOSE RATE-FILE.
           CLOSE NAME-INDEX-FILE.
           CLOSE PRICING-FILE.
           IF SPONSOR-FILE-OK
               CLOSE SPONSOR-FILE
           END-IF.
           IF HOLDS-FILE-OK
               CLOSE HOLDS-FILE
           END-IF.
           IF RETIRED-FILE-OK
               CLOSE RETIRED-FILE
           END-IF.
           IF QUOTE-FILE-OK
               CLOSE QUOTE-FILE
           END-IF.
           GOBACK.

       GET-OPERATOR-ID.
               MOVE OPERATOR-ID-ENTRY TO OPERATOR-ID
               MOVE TERM-ENTRY TO TERM-ID
               MOVE PROGRAM-ENTRY TO ENROLL-PROGRAM
      * Enrolling again puts a withdrawn student back on the books
      * as active.
               MOVE SPACE TO ENROLL-STATUS
           PERFORM WRITE-STUDENT-RECORD.
           IF NOT WRITE-FAILED
               PERFORM WRITE-AUDIT-RECORD
               PERFORM UPDATE-NAME-INDEX
               PERFORM WRITE-PRICING-RECORD
               PERFORM FILE-ENROLLMENT-CHARGES
               PERFORM DEMOGRAPHICS-PROMPT
               PERFORM SPONSOR-PROMPT
               IF QUOTE-HONORED
                   PERFORM MARK-QUOTE-CONVERTED
               END-IF
           END-IF.

       WRITE-PRICING-RECORD.
      * Re-enrolling in the same term replaces that term's pricing.
      * The quote figures are taken before MARK-QUOTE-CONVERTED
      * reads the quote again.
           MOVE SPACES TO PRICING-RECORD.
           MOVE STUDENT-NUMBER TO PRC-STUDENTNUMBER.
           MOVE TERM-ENTRY TO PRC-TERM.
           MOVE PROGRAM-ENTRY TO PRC-PROGRAM.
           MOVE CREDIT-HOURS TO PRC-CREDIT-HOURS.
           IF QUOTE-HONORED
               MOVE QUO-PER-CREDIT TO PRC-PER-CREDIT
               MOVE QUO-BASE-TUITION TO PRC-BASE-TUITION
               MOVE QUO-FLAT-FEES TO PRC-FLAT-FEES
               MOVE QUO-DISC-CODE TO PRC-DISC-CODE
               MOVE QUO-DISCOUNT TO PRC-DISCOUNT
               MOVE QUO-NUMBER TO PRC-QUOTE-NUMBER
           ELSE
               MOVE RATE-PER-CREDIT TO PRC-PER-CREDIT
               MOVE BASE-TUITION TO PRC-BASE-TUITION
               MOVE TUITION-FEES TO PRC-FLAT-FEES
               MOVE DISCOUNT-CODE-ENTRY TO PRC-DISC-CODE
               MOVE TUITION-DISCOUNT TO PRC-DISCOUNT
               MOVE ZERO TO PRC-QUOTE-NUMBER
           END-IF.
           MOVE TUITION-OWED TO PRC-NET-AMOUNT.
           MOVE PRC-FLAT-FEES TO ENROLL-FEES-AMOUNT.
           ACCEPT PRC-PRICED-DATE FROM DATE YYYYMMDD.
           MOVE OPERATOR-ID-ENTRY TO PRC-OPERATOR-ID.
           WRITE PRICING-RECORD
               INVALID KEY
                   REWRITE PRICING-RECORD
                       INVALID KEY
                           DISPLAY "Unable to record pricing for "
                               STUDENT-NUMBER ", status "
                               PRICING-FILE-STATUS
                   END-REWRITE
           END-WRITE.

       FILE-ENROLLMENT-CHARGES.
      * The net charge just put on the balance is itemized as the
      * term's flat fees and its tuition net of any discount, so the
      * statement can say what the figure is made of.  A discount
      * bigger than the tuition comes off the fees.
           IF TUITION-OWED < ENROLL-FEES-AMOUNT
               MOVE TUITION-OWED TO ENROLL-FEES-AMOUNT
           END-IF.
           MOVE "FEES" TO NEW-CHARGE-CODE.
           MOVE ENROLL-FEES-AMOUNT TO NEW-CHARGE-AMOUNT.
           PERFORM FILE-TERM-CHARGE.
           MOVE "TUIT" TO NEW-CHARGE-CODE.
           COMPUTE NEW-CHARGE-AMOUNT
               = TUITION-OWED - ENROLL-FEES-AMOUNT.
           PERFORM FILE-TERM-CHARGE.

       FILE-TERM-CHARGE.
      * Re-enrolling in the same term re-prices that term's charge
      * under the code, the way the pricing record is replaced.  A
      * row already filed keeps its date and amount, so nothing the
      * ledger extract booked on an earlier day is booked again: an
      * increase is filed as a new row dated today, in the first
      * unused slot the way a payment is, and a decrease comes off
      * the latest rows in place - what has already been paid
      * against a row stays paid, up to its new amount.  The ledger
      * extract's tuition pair carries a decrease with the rest of
      * the day's enrollment change.
           PERFORM FIND-TERM-CHARGE.
           IF NEW-CHARGE-AMOUNT > CHARGE-TERM-TOTAL
               COMPUTE CHARGE-CHANGE
                   = NEW-CHARGE-AMOUNT - CHARGE-TERM-TOTAL
               PERFORM FIND-NEXT-PAYMENT-SEQ
               IF SEQ-EXHAUSTED
                   DISPLAY "No free sequence slot to itemize "
                       NEW-CHARGE-CODE " for student "
                       STUDENT-NUMBER " - the balance is right "
                       "but not itemized."
               ELSE
                   PERFORM WRITE-TERM-CHARGE
               END-IF
           ELSE
               IF NEW-CHARGE-AMOUNT < CHARGE-TERM-TOTAL
                   COMPUTE CHARGE-CHANGE
                       = CHARGE-TERM-TOTAL - NEW-CHARGE-AMOUNT
                   PERFORM REDUCE-ONE-CHARGE-SLOT WITH TEST BEFORE
                       VARYING CHARGE-PROBE-SEQ
                       FROM CHARGE-FOUND-SEQ BY -1
                       UNTIL CHARGE-PROBE-SEQ = ZERO
                       OR CHARGE-CHANGE = ZERO
               END-IF
           END-IF.

       REDUCE-ONE-CHARGE-SLOT.
           MOVE STUDENT-NUMBER TO CHG-STUDENTNUMBER.
           MOVE CHARGE-PROBE-SEQ TO CHG-TRANSACTION-SEQ.
           READ STUDENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CHARGE-RECORD
                       AND CHG-CODE = NEW-CHARGE-CODE
                       AND CHG-TERM = TERM-ENTRY
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
           MOVE OPERATOR-ID-ENTRY TO CHG-OPERATOR-ID.
           REWRITE CHARGE-DETAIL
               INVALID KEY
                   DISPLAY "Unable to reduce charge for "
                       STUDENT-NUMBER ", status "
                       STUDENT-FILE-STATUS
           END-REWRITE.

       WRITE-TERM-CHARGE.
           MOVE SPACES TO CHARGE-DETAIL.
           MOVE STUDENT-NUMBER TO CHG-STUDENTNUMBER.
           MOVE NEXT-PAYMENT-SEQ TO CHG-TRANSACTION-SEQ.
           SET CHARGE-RECORD TO TRUE.
           MOVE NEW-CHARGE-CODE TO CHG-CODE.
           MOVE TERM-ENTRY TO CHG-TERM.
           ACCEPT CHG-DATE FROM DATE YYYYMMDD.
           MOVE CHARGE-CHANGE TO CHG-AMOUNT.
           MOVE ZERO TO CHG-PAID.
           MOVE "PROJECT01" TO CHG-SOURCE.
           MOVE OPERATOR-ID-ENTRY TO CHG-OPERATOR-ID.
           WRITE CHARGE-DETAIL
               INVALID KEY
                   DISPLAY "Unable to write charge for "
                       STUDENT-NUMBER ", status "
                       STUDENT-FILE-STATUS
           END-WRITE.

       FIND-TERM-CHARGE.
      * Probes the transaction run the same way FIND-NEXT-PAYMENT-SEQ
      * does, totalling every charge already filed under this code
      * and term and keeping the slot of the latest one.
           MOVE "N" TO CHARGE-PROBE-DONE-SW.
           MOVE ZERO TO CHARGE-TERM-TOTAL.
           MOVE ZERO TO CHARGE-FOUND-SEQ.
           MOVE 1 TO CHARGE-PROBE-SEQ.
           PERFORM TEST-ONE-CHARGE-SLOT WITH TEST BEFORE
               UNTIL CHARGE-PROBE-DONE.

       TEST-ONE-CHARGE-SLOT.
           MOVE STUDENT-NUMBER TO CHG-STUDENTNUMBER.
           MOVE CHARGE-PROBE-SEQ TO CHG-TRANSACTION-SEQ.
           READ STUDENT-FILE
               INVALID KEY
                   MOVE "Y" TO CHARGE-PROBE-DONE-SW
               NOT INVALID KEY
                   IF CHARGE-RECORD
                       AND CHG-CODE = NEW-CHARGE-CODE
                       AND CHG-TERM = TERM-ENTRY
                       MOVE CHARGE-PROBE-SEQ TO CHARGE-FOUND-SEQ
                       ADD CHG-AMOUNT TO CHARGE-TERM-TOTAL
                   END-IF
                   IF CHARGE-PROBE-SEQ = 994
                       MOVE "Y" TO CHARGE-PROBE-DONE-SW
                   ELSE
                       ADD 1 TO CHARGE-PROBE-SEQ
                   END-IF
           END-READ.

       CHECK-PRIOR-RECORD.
           MOVE "N" TO PRIOR-RECORD-FOUND-SW.
               MOVE "N" TO ENTRY-OK-SW
           ELSE
               MOVE STUDENT-NUMBER-EDIT TO STUDENT-NUMBER
               IF RETIRED-FILE-OK
                   PERFORM CHECK-RETIRED-NUMBER
               END-IF
           END-IF.
           IF ENTRY-OK AND HOLDS-FILE-OK
               MOVE STUDENT-NUMBER TO HOLD-LOOKUP-STUDENT
               PERFORM SHOW-ACTIVE-HOLDS
           END-IF.
           IF ENTRY-OK
               DISPLAY "Enter payment amount: "
               END-IF
           END-IF.

       CHECK-RETIRED-NUMBER.
      * A number merged away must never take an enrollment or a
      * payment again - the clerk is pointed at the survivor.
           MOVE STUDENT-NUMBER TO RET-STUDENTNUMBER.
           READ RETIRED-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Student number " STUDENT-NUMBER
                       " was merged into " RET-SURVIVOR " on "
                       RET-MERGE-DATE " and is retired - use "
                       RET-SURVIVOR "."
                   MOVE "N" TO ENTRY-OK-SW
           END-READ.

       SHOW-ACTIVE-HOLDS.
      * Every active hold on the student is shown before anything
      * else is done with the account, so the operator can tell
      * the student why registration will be refused.
           MOVE "N" TO HOLDS-EOF-FLAG.
           MOVE HOLD-LOOKUP-STUDENT TO HLD-STUDENTNUMBER.
           MOVE SPACE TO HLD-TYPE.
           START HOLDS-FILE KEY NOT LESS THAN HLD-KEY
               INVALID KEY
                   MOVE "Y" TO HOLDS-EOF-FLAG
           END-START.
           PERFORM SHOW-ONE-HOLD WITH TEST BEFORE
               UNTIL END-OF-HOLDS.

       SHOW-ONE-HOLD.
           READ HOLDS-FILE NEXT RECORD
               AT END MOVE "Y" TO HOLDS-EOF-FLAG
           END-READ.
           IF NOT END-OF-HOLDS
               IF HLD-STUDENTNUMBER NOT = HOLD-LOOKUP-STUDENT
                   MOVE "Y" TO HOLDS-EOF-FLAG
               ELSE
                   IF HLD-ACTIVE
                       PERFORM NAME-HOLD-TYPE
                       DISPLAY "*** ACTIVE HOLD: " HOLD-TYPE-NAME
                           " placed " HLD-PLACED-DATE " by "
                           HLD-PLACED-BY " - " HLD-REASON
                   END-IF
               END-IF
           END-IF.

       NAME-HOLD-TYPE.
           IF HLD-FINANCIAL
               MOVE "FINANCIAL" TO HOLD-TYPE-NAME
           ELSE
               IF HLD-RETURNED-CHECK
                   MOVE "RETURNED CHECK" TO HOLD-TYPE-NAME
               ELSE
                   IF HLD-COLLECTION
                       MOVE "COLLECTION AGCY" TO HOLD-TYPE-NAME
                   ELSE
                       MOVE "MANUAL" TO HOLD-TYPE-NAME
                   END-IF
               END-IF
           END-IF.

       FIND-NEXT-PAYMENT-SEQ.
           MOVE "Y" TO PAYMENT-SLOT-FOUND-SW.
           MOVE "N" TO SEQ-EXHAUSTED-SW.
               MOVE "N" TO ENTRY-OK-SW
           ELSE
               MOVE STUDENT-NUMBER-EDIT TO STUDENT-NUMBER
               IF RETIRED-FILE-OK
                   PERFORM CHECK-RETIRED-NUMBER
               END-IF
           END-IF.
           IF ENTRY-OK AND HOLDS-FILE-OK
               MOVE STUDENT-NUMBER TO HOLD-LOOKUP-STUDENT
               PERFORM SHOW-ACTIVE-HOLDS
           END-IF.
           MOVE "N" TO QUOTE-HONORED-SW.
           IF ENTRY-OK AND QUOTE-FILE-OK
               PERFORM GET-QUOTE-NUMBER
           END-IF.
      * A good quote fixes the term, program, hours, and price, so
      * none of them are keyed or looked up again.
           IF ENTRY-OK AND QUOTE-HONORED
               PERFORM TAKE-CHARGES-FROM-QUOTE
           END-IF.
      * The term comes before the charges because the rate schedule
      * is keyed by term and program - the clerk asks for program
      * and credit hours, and the money comes off the schedule the
      * business office set in RATEMNT, not off the keyboard.
           IF ENTRY-OK AND NOT QUOTE-HONORED
               DISPLAY "Enter term (e.g. 2026F): "
               ACCEPT TERM-ENTRY
               IF TERM-ENTRY = SPACES
                   PERFORM CHECK-TERM-OPEN
               END-IF
           END-IF.
           IF ENTRY-OK AND NOT QUOTE-HONORED
               PERFORM GET-CHARGES-FROM-SCHEDULE
           END-IF.
           IF ENTRY-OK AND NOT QUOTE-HONORED
      * CALCTUIT still produces the net the way it does everywhere
      * - only where the figures come from has changed.
               CALL "CALCTUIT" USING BASE-TUITION TUITION-FEES
                   END-IF
               END-IF
           END-IF.
           IF ENTRY-OK AND QUOTE-HONORED
               DISPLAY "Enter student name (blank for "
                   QUO-STUDENT-NAME "): "
               ACCEPT STUDENT-NAME
               IF STUDENT-NAME = SPACES
                   MOVE QUO-STUDENT-NAME TO STUDENT-NAME
               END-IF
           END-IF.
           IF ENTRY-OK AND NOT QUOTE-HONORED
               DISPLAY "Enter student name: "
               ACCEPT STUDENT-NAME
               IF STUDENT-NAME = SPACES
               END-IF
           END-IF.

       GET-QUOTE-NUMBER.
      * A prospective student who brings a TUITQUOT quote is charged
      * the quoted price while the quote is good, and the quote is
      * marked converted once the enrollment is on file so it cannot
      * be used twice.
           DISPLAY "Quote number (blank for none): "
           ACCEPT QUOTE-NUMBER-EDIT.
           IF QUOTE-NUMBER-EDIT NOT = SPACES
               PERFORM RIGHT-JUSTIFY-QUOTE-NUMBER WITH TEST BEFORE
                   UNTIL QUOTE-NUMBER-EDIT (7:1) NOT = SPACE
               IF QUOTE-NUMBER-EDIT IS NOT NUMERIC
                   OR QUOTE-NUMBER-EDIT = "0000000"
                   DISPLAY "Quote number must be numeric and "
                       "non-zero."
                   MOVE "N" TO ENTRY-OK-SW
               ELSE
                   MOVE QUOTE-NUMBER-EDIT TO QUOTE-NUMBER-ENTRY
                   PERFORM CHECK-QUOTE-NUMBER
               END-IF
           END-IF.

       RIGHT-JUSTIFY-QUOTE-NUMBER.
           MOVE QUOTE-NUMBER-EDIT TO QUOTE-NUMBER-SHIFT-WORK.
           MOVE QUOTE-NUMBER-SHIFT-WORK (1:6)
               TO QUOTE-NUMBER-EDIT (2:6).
           MOVE "0" TO QUOTE-NUMBER-EDIT (1:1).

       CHECK-QUOTE-NUMBER.
      * A quote that has run out or has already been used does not
      * stop the enrollment - the student is simply charged today's
      * schedule price instead of the quoted one.
           MOVE QUOTE-NUMBER-ENTRY TO QUO-NUMBER.
           READ QUOTE-FILE
               INVALID KEY
                   DISPLAY "Quote " QUOTE-NUMBER-ENTRY
                       " is not on file - check the number."
                   MOVE "N" TO ENTRY-OK-SW
               NOT INVALID KEY
                   ACCEPT TODAY-DATE FROM DATE YYYYMMDD
                   IF QUO-CONVERTED
                       DISPLAY "Quote " QUOTE-NUMBER-ENTRY
                           " was already used for student "
                           QUO-CONVERTED-STUDENT " on "
                           QUO-CONVERTED-DATE
                           " - charging the schedule price."
                   ELSE
                       IF TODAY-DATE > QUO-EXPIRY-DATE
                           DISPLAY "Quote " QUOTE-NUMBER-ENTRY
                               " expired on " QUO-EXPIRY-DATE
                               " - charging the schedule price."
                       ELSE
                           MOVE "Y" TO QUOTE-HONORED-SW
                       END-IF
                   END-IF
           END-READ.

       TAKE-CHARGES-FROM-QUOTE.
      * The term must still be open - a quote cannot enroll anyone
      * in a term that has since closed.
           MOVE QUO-TERM TO TERM-ENTRY.
           PERFORM CHECK-TERM-OPEN.
           IF ENTRY-OK
               MOVE QUO-PROGRAM TO PROGRAM-ENTRY
               MOVE QUO-CREDIT-HOURS TO CREDIT-HOURS
               MOVE QUO-NET-AMOUNT TO TUITION-OWED
               DISPLAY "Quote " QUO-NUMBER " - term " QUO-TERM
                   " program " QUO-PROGRAM " " QUO-CREDIT-HOURS
                   " hours, charging the quoted " QUO-NET-AMOUNT
           END-IF.

       MARK-QUOTE-CONVERTED.
      * The quote is read again before it is marked, in case it was
      * converted at another terminal while this entry was keyed.
           MOVE QUOTE-NUMBER-ENTRY TO QUO-NUMBER.
           READ QUOTE-FILE
               INVALID KEY
                   DISPLAY "Quote " QUOTE-NUMBER-ENTRY
                       " is no longer on file - not marked used."
               NOT INVALID KEY
                   IF QUO-CONVERTED
                       DISPLAY "Quote " QUOTE-NUMBER-ENTRY
                           " was already marked used for student "
                           QUO-CONVERTED-STUDENT "."
                   ELSE
                       SET QUO-CONVERTED TO TRUE
                       MOVE STUDENT-NUMBER TO QUO-CONVERTED-STUDENT
                       ACCEPT QUO-CONVERTED-DATE FROM DATE YYYYMMDD
                       REWRITE QUOTE-RECORD
                           INVALID KEY
                               DISPLAY "Unable to mark quote "
                                   QUOTE-NUMBER-ENTRY
                                   " used, status "
                                   QUOTE-FILE-STATUS
                       END-REWRITE
                   END-IF
           END-READ.

       GET-CHARGES-FROM-SCHEDULE.
           DISPLAY "Enter program code: "
           ACCEPT PROGRAM-ENTRY.

      *          row and a name-index entry, and writes each failed
      *          row to a reject report with a reason code the way
      *          LOCKBOX handles the bank file.  Keyed entry stays
      *          for the walk-ups; this is the bulk load.  A student
      *          with an active hold on the holds file - financial,
      *          returned check, collection agency, or a supervisor's
      *          manual hold - is rejected until the hold comes off.
      *          A student number STUDMRGE retired by merging it into
      *          another is rejected for good.  A row that carries a
      *          TUITQUOT quote number is billed at the quoted price
      *          while the quote is good and matches the row's term,
      *          program, and hours; the quote is then marked
      *          converted.  Each enrollment's charge is itemized
      *          as term fees and tuition charge records, the way
      *          Project01 itemizes a keyed one.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS IS DYNAMIC
               RECORD KEY IS NDX-KEY
               FILE STATUS IS NAME-INDEX-STATUS.
           SELECT HOLDS-FILE ASSIGN TO "student-holds.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS HOLDS-FILE-STATUS.
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
           SELECT QUOTE-FILE ASSIGN TO "tuition-quotes.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS QUO-NUMBER
               FILE STATUS IS QUOTE-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "student-audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
           05 REG-CREDIT-HOURS    PIC X(2).
           05 FILLER              PIC X(1).
           05 REG-TERM            PIC X(5).
      * Blank unless the student enrolled off a TUITQUOT quote.
           05 FILLER              PIC X(1).
           05 REG-QUOTE-NUMBER    PIC X(7).

       FD STUDENT-FILE.
       01  STUDENTDATA.
               88 CREDIT-RECORD     VALUE "6".
               88 COLLECTION-RECORD VALUE "7".
               88 SPONSOR-RECORD    VALUE "8".
               88 CHARGE-RECORD     VALUE "A".
           02 FILLER   PIC A(1) VALUE " ".
           02  TUITIONOWED     PIC 9(5).
           02 FILLER   PIC A(1) VALUE " ".
           02 FILLER   PIC A(1) VALUE " ".
           02  LAST-FEE-PERIOD PIC 9(6).
           02  ENROLL-PROGRAM  PIC X(4).
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

       FD TERM-FILE.
       01  TERM-MASTER.
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
           02 FILLER                  PIC X(65).

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

       FD AUDIT-FILE.
       01  AUDIT-RECORD.
           02 AUDIT-DATE       PIC 9(8).
       01  RATE-FILE-STATUS PIC X(2).
       01  NAME-INDEX-STATUS PIC X(2).
       01  AUDIT-FILE-STATUS PIC X(2).
       01  HOLDS-FILE-STATUS PIC X(2).
       01  HOLDS-FILE-OK-SW PIC X VALUE "N".
           88 HOLDS-FILE-OK VALUE "Y".
       01  HOLDS-EOF-FLAG PIC X.
           88 END-OF-HOLDS VALUE "Y".
       01  RETIRED-FILE-STATUS PIC X(2).
       01  RETIRED-FILE-OK-SW PIC X VALUE "N".
           88 RETIRED-FILE-OK VALUE "Y".
       01  PRICING-FILE-STATUS PIC X(2).
       01  QUOTE-FILE-STATUS PIC X(2).
       01  QUOTE-FILE-OK-SW PIC X VALUE "N".
           88 QUOTE-FILE-OK VALUE "Y".
       01  QUOTE-HONORED-SW PIC X VALUE "N".
           88 QUOTE-HONORED VALUE "Y".
       01  EDIT-QUOTE-NUMBER PIC 9(7).
       01  TODAY-DATE PIC 9(8).
       01  QUOTES-HONORED PIC 9(7) VALUE ZERO.
       01  QUOTES-NOT-HONORED PIC 9(7) VALUE ZERO.
       01  ACTIVE-HOLD-SW PIC X.
           88 ACTIVE-HOLD-FOUND VALUE "Y".
       01  REGISTRAR-EOF-FLAG PIC X VALUE "N".
           88 END-OF-REGISTRAR VALUE "Y".
       01  ROW-OK-SW PIC X VALUE "N".
       01  EDIT-CREDIT-HOURS PIC 9(2).
       01  BASE-TUITION PIC 9(5).
       01  TUITION-FEES PIC 9(5).
       01  ENROLL-FEES-AMOUNT PIC 9(5).
       01  NEW-CHARGE-CODE PIC X(4).
       01  NEW-CHARGE-AMOUNT PIC 9(5).
       01  NEXT-CHARGE-SEQ PIC 9(3).
       01  ZERO-DISCOUNT PIC 9(5) VALUE ZERO.
       01  TUITION-OWED PIC 9(5).
       01  CALC-STATUS-ENTRY PIC X(1).
           05 FILLER           PIC X(30) VALUE
               "ROWS REJECTED:".
           05 TL-REJECTED      PIC ZZZZZZ9.
       01  TOTAL-LINE-5.
           05 FILLER           PIC X(30) VALUE
               "QUOTES HONORED:".
           05 TL-QUOTES-HONORED PIC ZZZZZZ9.
       01  TOTAL-LINE-6.
           05 FILLER           PIC X(30) VALUE
               "QUOTES EXPIRED OR USED:".
           05 TL-QUOTES-NOT-HONORED PIC ZZZZZZ9.

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
      * No holds file yet means nobody has ever been held, so the
      * load goes on without the check rather than stopping.
           OPEN INPUT HOLDS-FILE.
           IF HOLDS-FILE-STATUS = "00"
               MOVE "Y" TO HOLDS-FILE-OK-SW
           END-IF.
           OPEN INPUT RETIRED-FILE.
           IF RETIRED-FILE-STATUS = "00"
               MOVE "Y" TO RETIRED-FILE-OK-SW
           END-IF.
      * No quote file means TUITQUOT has never issued a quote, so
      * any quote number on the file is rejected as not on file.
           OPEN I-O QUOTE-FILE.
           IF QUOTE-FILE-STATUS = "00"
               MOVE "Y" TO QUOTE-FILE-OK-SW
           END-IF.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT REJECT-REPORT.
           WRITE REPORT-LINE FROM HEADING-LINE-1.
           WRITE REPORT-LINE FROM HEADING-LINE-2.
           CLOSE TERM-FILE.
           CLOSE RATE-FILE.
           CLOSE NAME-INDEX-FILE.
           CLOSE PRICING-FILE.
           IF HOLDS-FILE-OK
               CLOSE HOLDS-FILE
           END-IF.
           IF RETIRED-FILE-OK
               CLOSE RETIRED-FILE
           END-IF.
           IF QUOTE-FILE-OK
               CLOSE QUOTE-FILE
           END-IF.
           CLOSE REJECT-REPORT.
           STOP RUN.

      * numeric non-zero student number, a name, an open term on
      * the term master, a rate schedule for the term and program,
      * usable credit hours - plus the duplicate check a clerk gets
      * from CHECK-PRIOR-RECORD.  A held student is turned away
      * before anything else about the row is judged.
           MOVE "Y" TO ROW-OK-SW.
           MOVE "N" TO QUOTE-HONORED-SW.
           IF REG-STUDENTNUMBER IS NOT NUMERIC
               MOVE "01" TO EXCP-REASON-CODE
               MOVE "STUDENT NUMBER NOT NUMERIC" TO EXCP-REASON-TEXT
                   PERFORM WRITE-REJECT-LINE
               END-IF
           END-IF.
           IF ROW-OK AND RETIRED-FILE-OK
               PERFORM CHECK-RETIRED-NUMBER
           END-IF.
           IF ROW-OK AND HOLDS-FILE-OK
               PERFORM CHECK-ACTIVE-HOLDS
           END-IF.
           IF ROW-OK
               IF REG-STUDENTNAME = SPACES
                   MOVE "03" TO EXCP-REASON-CODE
           IF ROW-OK
               PERFORM COMPUTE-ROW-CHARGES
           END-IF.
           IF ROW-OK AND REG-QUOTE-NUMBER NOT = SPACES
               PERFORM CHECK-REGISTRAR-QUOTE
           END-IF.

       CHECK-RETIRED-NUMBER.
      * A merged-away number goes back to the registrar, who has
      * the student under the surviving number.
           MOVE EDIT-STUDENT-NUMBER TO RET-STUDENTNUMBER.
           READ RETIRED-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "14" TO EXCP-REASON-CODE
                   MOVE "STUDENT NUMBER RETIRED BY A MERGE"
                       TO EXCP-REASON-TEXT
                   PERFORM WRITE-REJECT-LINE
           END-READ.

       CHECK-ACTIVE-HOLDS.
      * Holds are keyed student number then hold type, so the
      * student's holds are read in one short run from the front
      * of the student's key range.
           MOVE "N" TO ACTIVE-HOLD-SW.
           MOVE "N" TO HOLDS-EOF-FLAG.
           MOVE EDIT-STUDENT-NUMBER TO HLD-STUDENTNUMBER.
           MOVE SPACE TO HLD-TYPE.
           START HOLDS-FILE KEY NOT LESS THAN HLD-KEY
               INVALID KEY
                   MOVE "Y" TO HOLDS-EOF-FLAG
           END-START.
           PERFORM TEST-ONE-HOLD WITH TEST BEFORE
               UNTIL END-OF-HOLDS OR ACTIVE-HOLD-FOUND.
           IF ACTIVE-HOLD-FOUND
               MOVE "13" TO EXCP-REASON-CODE
               MOVE "STUDENT HAS AN ACTIVE HOLD"
                   TO EXCP-REASON-TEXT
               PERFORM WRITE-REJECT-LINE
           END-IF.

       TEST-ONE-HOLD.
           READ HOLDS-FILE NEXT RECORD
               AT END MOVE "Y" TO HOLDS-EOF-FLAG
           END-READ.
           IF NOT END-OF-HOLDS
               IF HLD-STUDENTNUMBER NOT = EDIT-STUDENT-NUMBER
                   MOVE "Y" TO HOLDS-EOF-FLAG
               ELSE
                   IF HLD-ACTIVE
                       MOVE "Y" TO ACTIVE-HOLD-SW
                   END-IF
               END-IF
           END-IF.

       CHECK-TERM-OPEN.
           MOVE REG-TERM TO TRM-CODE.
               END-IF
           END-IF.

       CHECK-REGISTRAR-QUOTE.
      * A quote that names a different term, program, or hours is
      * not the enrollment it priced and goes back to the
      * registrar.  One that has run out or has already been used
      * does not stop the load - the row simply keeps the schedule
      * price COMPUTE-ROW-CHARGES worked out.
           IF REG-QUOTE-NUMBER IS NOT NUMERIC
               OR REG-QUOTE-NUMBER = "0000000"
               OR NOT QUOTE-FILE-OK
               MOVE "15" TO EXCP-REASON-CODE
               MOVE "QUOTE NUMBER NOT ON QUOTE FILE"
                   TO EXCP-REASON-TEXT
               PERFORM WRITE-REJECT-LINE
           ELSE
               MOVE REG-QUOTE-NUMBER TO EDIT-QUOTE-NUMBER
               MOVE EDIT-QUOTE-NUMBER TO QUO-NUMBER
               READ QUOTE-FILE
                   INVALID KEY
                       MOVE "15" TO EXCP-REASON-CODE
                       MOVE "QUOTE NUMBER NOT ON QUOTE FILE"
                           TO EXCP-REASON-TEXT
                       PERFORM WRITE-REJECT-LINE
               END-READ
           END-IF.
           IF ROW-OK
               IF QUO-TERM NOT = REG-TERM
                   OR QUO-PROGRAM NOT = REG-PROGRAM
                   OR QUO-CREDIT-HOURS NOT = EDIT-CREDIT-HOURS
                   MOVE "16" TO EXCP-REASON-CODE
                   MOVE "QUOTE DOES NOT MATCH TERM/PROGRAM/HOURS"
                       TO EXCP-REASON-TEXT
                   PERFORM WRITE-REJECT-LINE
               END-IF
           END-IF.
           IF ROW-OK
               IF QUO-CONVERTED OR TODAY-DATE > QUO-EXPIRY-DATE
                   ADD 1 TO QUOTES-NOT-HONORED
               ELSE
                   MOVE "Y" TO QUOTE-HONORED-SW
                   MOVE QUO-NET-AMOUNT TO TUITION-OWED
               END-IF
           END-IF.

       MARK-QUOTE-CONVERTED.
      * Read again before marking - a clerk may have converted the
      * same quote at a terminal since the row was edited.
           MOVE EDIT-QUOTE-NUMBER TO QUO-NUMBER.
           READ QUOTE-FILE
               INVALID KEY
                   DISPLAY "Quote " EDIT-QUOTE-NUMBER
                       " is no longer on file - not marked used."
               NOT INVALID KEY
                   IF QUO-CONVERTED
                       DISPLAY "Quote " EDIT-QUOTE-NUMBER
                           " was already marked used for student "
                           QUO-CONVERTED-STUDENT "."
                   ELSE
                       SET QUO-CONVERTED TO TRUE
                       MOVE EDIT-STUDENT-NUMBER
                           TO QUO-CONVERTED-STUDENT
                       MOVE TODAY-DATE TO QUO-CONVERTED-DATE
                       REWRITE QUOTE-RECORD
                           INVALID KEY
                               DISPLAY "Unable to mark quote "
                                   EDIT-QUOTE-NUMBER
                                   " used, status "
                                   QUOTE-FILE-STATUS
                       END-REWRITE
                   END-IF
           END-READ.

       CHECK-DUPLICATE-ENROLLMENT.
      * The terminal updates an existing record on purpose; a bulk
      * load must not - a number already on file goes back to the
                   END-ADD
                   PERFORM WRITE-AUDIT-RECORD
                   PERFORM UPDATE-NAME-INDEX
                   PERFORM WRITE-PRICING-RECORD
                   PERFORM FILE-ENROLLMENT-CHARGES
                   IF QUOTE-HONORED
                       ADD 1 TO QUOTES-HONORED
                       PERFORM MARK-QUOTE-CONVERTED
                   END-IF
           END-WRITE.

       WRITE-PRICING-RECORD.
      * The same pricing detail Project01 keeps for a keyed
      * enrollment - the load never carries a discount.
           MOVE SPACES TO PRICING-RECORD.
           MOVE EDIT-STUDENT-NUMBER TO PRC-STUDENTNUMBER.
           MOVE REG-TERM TO PRC-TERM.
           MOVE REG-PROGRAM TO PRC-PROGRAM.
           MOVE EDIT-CREDIT-HOURS TO PRC-CREDIT-HOURS.
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
               MOVE SPACE TO PRC-DISC-CODE
               MOVE ZERO TO PRC-DISCOUNT
               MOVE ZERO TO PRC-QUOTE-NUMBER
           END-IF.
           MOVE TUITION-OWED TO PRC-NET-AMOUNT.
           MOVE PRC-FLAT-FEES TO ENROLL-FEES-AMOUNT.
           MOVE TODAY-DATE TO PRC-PRICED-DATE.
           MOVE "REGL" TO PRC-OPERATOR-ID.
           WRITE PRICING-RECORD
               INVALID KEY
                   REWRITE PRICING-RECORD
                       INVALID KEY
                           DISPLAY "Unable to record pricing for "
                               EDIT-STUDENT-NUMBER ", status "
                               PRICING-FILE-STATUS
                   END-REWRITE
           END-WRITE.

       FILE-ENROLLMENT-CHARGES.
      * The net charge is itemized as the term's flat fees and its
      * tuition, the same split Project01 files for a keyed
      * enrollment.  The student is new, so the transaction run is
      * empty and the charges take the first slots.
           IF TUITION-OWED < ENROLL-FEES-AMOUNT
               MOVE TUITION-OWED TO ENROLL-FEES-AMOUNT
           END-IF.
           MOVE 1 TO NEXT-CHARGE-SEQ.
           MOVE "FEES" TO NEW-CHARGE-CODE.
           MOVE ENROLL-FEES-AMOUNT TO NEW-CHARGE-AMOUNT.
           PERFORM WRITE-TERM-CHARGE.
           MOVE "TUIT" TO NEW-CHARGE-CODE.
           COMPUTE NEW-CHARGE-AMOUNT
               = TUITION-OWED - ENROLL-FEES-AMOUNT.
           PERFORM WRITE-TERM-CHARGE.

       WRITE-TERM-CHARGE.
           IF NEW-CHARGE-AMOUNT > ZERO
               MOVE SPACES TO CHARGE-DETAIL
               MOVE EDIT-STUDENT-NUMBER TO CHG-STUDENTNUMBER
               MOVE NEXT-CHARGE-SEQ TO CHG-TRANSACTION-SEQ
               SET CHARGE-RECORD TO TRUE
               MOVE NEW-CHARGE-CODE TO CHG-CODE
               MOVE REG-TERM TO CHG-TERM
               MOVE TODAY-DATE TO CHG-DATE
               MOVE NEW-CHARGE-AMOUNT TO CHG-AMOUNT
               MOVE ZERO TO CHG-PAID
               MOVE "REGINTAK" TO CHG-SOURCE
               MOVE "REGL" TO CHG-OPERATOR-ID
               WRITE CHARGE-DETAIL
                   INVALID KEY
                       DISPLAY "Unable to itemize " NEW-CHARGE-CODE
                           " for student " EDIT-STUDENT-NUMBER
                           ", status " STUDENT-FILE-STATUS
                   NOT INVALID KEY
                       ADD 1 TO NEXT-CHARGE-SEQ
               END-WRITE
           END-IF.

       WRITE-AUDIT-RECORD.
      * Appends an enrollment row to the same audit journal
      * Project01 maintains, so a loaded enrollment is traceable
           WRITE REPORT-LINE FROM TOTAL-LINE-3.
           MOVE REJECT-COUNT TO TL-REJECTED.
           WRITE REPORT-LINE FROM TOTAL-LINE-4.
           MOVE QUOTES-HONORED TO TL-QUOTES-HONORED.
           WRITE REPORT-LINE FROM TOTAL-LINE-5.
           MOVE QUOTES-NOT-HONORED TO TL-QUOTES-NOT-HONORED.
           WRITE REPORT-LINE FROM TOTAL-LINE-6.

      ** add other procedures here
       END PROGRAM REGINTAK.

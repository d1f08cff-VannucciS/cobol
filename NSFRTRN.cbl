      *          register.  Return items nothing matches go to a
      *          reject report with a reason code for hand research -
      *          nobody has to remember the fee anymore.  The fee
      *          comes from NSFRTRN-AMOUNT and defaults to 25.  Each
      *          return applied also puts a returned-check hold on
      *          the student in the holds file for the item plus its
      *          fee, so the registrar cannot enroll the student
      *          again until HOLDUPD sees the item made good.
      *          Each fee assessed is also filed as an NSF
      *          charge-detail record for the enrollment's term.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT AUDIT-FILE ASSIGN TO "student-audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT HOLDS-FILE ASSIGN TO "student-holds.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS HOLDS-FILE-STATUS.
           SELECT RETURNS-REGISTER
               ASSIGN TO "nsf-returns-register.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
               88 CREDIT-RECORD     VALUE "6".
               88 COLLECTION-RECORD VALUE "7".
               88 SPONSOR-RECORD    VALUE "8".
               88 CHARGE-RECORD     VALUE "A".
           02 FILLER   PIC A(1) VALUE " ".
           02  TUITIONOWED     PIC 9(5).
           02 FILLER   PIC A(1) VALUE " ".
           02  REV-SOURCE-FLAG        PIC X(1).
               88 REV-SPONSOR-PAID VALUE "S".
           02 FILLER                  PIC X(41).
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
           02 FILLER           PIC X(1) VALUE " ".
           02 AUDIT-OPERATOR-ID PIC X(4).

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

       FD RETURNS-REGISTER.
       01  REGISTER-LINE PIC X(80).

       01  RETURNS-FILE-STATUS PIC X(2).
       01  STUDENT-FILE-STATUS PIC X(2).
       01  AUDIT-FILE-STATUS PIC X(2).
       01  HOLDS-FILE-STATUS PIC X(2).
       01  RETURNS-EOF-FLAG PIC X VALUE "N".
           88 END-OF-RETURNS VALUE "Y".
       01  ROW-OK-SW PIC X VALUE "N".
       01  SEQ-EXHAUSTED-SW PIC X.
           88 SEQ-EXHAUSTED VALUE "Y".
       01  FEE-ASSESSED PIC 9(5).
       01  FEE-TERM PIC X(5).
       01  HOLD-ADD-AMOUNT PIC 9(6).
       01  RECORDS-READ PIC 9(7) VALUE ZERO.
       01  RETURNS-APPLIED PIC 9(7) VALUE ZERO.
       01  AMOUNT-REVERSED-TOTAL PIC 9(7) VALUE ZERO.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O HOLDS-FILE.
           IF HOLDS-FILE-STATUS = "35"
               CLOSE HOLDS-FILE
               OPEN OUTPUT HOLDS-FILE
               CLOSE HOLDS-FILE
               OPEN I-O HOLDS-FILE
           END-IF.
           IF HOLDS-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open student-holds.txt, status "
                   HOLDS-FILE-STATUS
               CLOSE RETURNS-FILE
               CLOSE STUDENT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RETURNS-REGISTER.
           WRITE REGISTER-LINE FROM REG-HEADING-LINE-1.
           WRITE REGISTER-LINE FROM REG-HEADING-LINE-2.
           PERFORM PRINT-CONTROL-TOTALS.
           CLOSE RETURNS-FILE.
           CLOSE STUDENT-FILE.
           CLOSE HOLDS-FILE.
           CLOSE RETURNS-REGISTER.
           CLOSE REJECT-REPORT.
           STOP RUN.
               NOT INVALID KEY
                   PERFORM WRITE-REVERSAL-AUDIT-RECORD
                   PERFORM ASSESS-NSF-FEE
                   PERFORM PLACE-RETURNED-CHECK-HOLD
                   PERFORM WRITE-REGISTER-LINE
           END-WRITE.

                           ", status " STUDENT-FILE-STATUS
                   NOT INVALID KEY
                       MOVE NSF-FEE-AMOUNT TO FEE-ASSESSED
                       MOVE TERM-ID TO FEE-TERM
                       PERFORM WRITE-FEE-AUDIT-RECORD
                       PERFORM FILE-NSF-CHARGE
               END-REWRITE
           END-IF.

       FILE-NSF-CHARGE.
      * The fee is also itemized as an NSF charge for the term in
      * the next free slot of the transaction run, so the statement
      * and the ledger extract show it apart from tuition.
           PERFORM FIND-NEXT-PAYMENT-SEQ.
           IF SEQ-EXHAUSTED
               DISPLAY "WARNING: no free transaction slot for "
                   "student " EDIT-STUDENT-NUMBER " - the NSF fee "
                   "is in the balance but not itemized."
           ELSE
               MOVE SPACES TO CHARGE-DETAIL
               MOVE EDIT-STUDENT-NUMBER TO CHG-STUDENTNUMBER
               MOVE NEXT-PAYMENT-SEQ TO CHG-TRANSACTION-SEQ
               SET CHARGE-RECORD TO TRUE
               MOVE "NSF " TO CHG-CODE
               MOVE FEE-TERM TO CHG-TERM
               ACCEPT CHG-DATE FROM DATE YYYYMMDD
               MOVE NSF-FEE-AMOUNT TO CHG-AMOUNT
               MOVE ZERO TO CHG-PAID
               MOVE "NSFRTRN" TO CHG-SOURCE
               MOVE "NSF " TO CHG-OPERATOR-ID
               WRITE CHARGE-DETAIL
                   INVALID KEY
                       DISPLAY "Unable to write NSF charge for "
                           "student " EDIT-STUDENT-NUMBER
                           ", status " STUDENT-FILE-STATUS
               END-WRITE
           END-IF.

       WRITE-FEE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-FILE-STATUS = "35"
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.

       PLACE-RETURNED-CHECK-HOLD.
      * The hold carries what the student owes back for the item -
      * the bounced amount plus the fee.  A second return while the
      * first is still outstanding adds to the same hold.
           COMPUTE HOLD-ADD-AMOUNT = EDIT-PAYMENT-AMOUNT
               + FEE-ASSESSED.
           MOVE EDIT-STUDENT-NUMBER TO HLD-STUDENTNUMBER.
           SET HLD-RETURNED-CHECK TO TRUE.
           READ HOLDS-FILE
               INVALID KEY
                   MOVE SPACES TO HOLD-RECORD
                   MOVE EDIT-STUDENT-NUMBER TO HLD-STUDENTNUMBER
                   SET HLD-RETURNED-CHECK TO TRUE
                   PERFORM FILL-RETURNED-CHECK-HOLD
                   WRITE HOLD-RECORD
                       INVALID KEY
                           DISPLAY "Unable to place returned-check "
                               "hold for student "
                               EDIT-STUDENT-NUMBER ", status "
                               HOLDS-FILE-STATUS
                   END-WRITE
               NOT INVALID KEY
                   IF HLD-ACTIVE
                       ADD HOLD-ADD-AMOUNT TO HLD-AMOUNT
                           ON SIZE ERROR
                               MOVE 99999 TO HLD-AMOUNT
                       END-ADD
                   ELSE
                       PERFORM FILL-RETURNED-CHECK-HOLD
                   END-IF
                   REWRITE HOLD-RECORD
                       INVALID KEY
                           DISPLAY "Unable to place returned-check "
                               "hold for student "
                               EDIT-STUDENT-NUMBER ", status "
                               HOLDS-FILE-STATUS
                   END-REWRITE
           END-READ.

       FILL-RETURNED-CHECK-HOLD.
           SET HLD-ACTIVE TO TRUE.
           MOVE "NSF " TO HLD-PLACED-BY.
           ACCEPT HLD-PLACED-DATE FROM DATE YYYYMMDD.
           MOVE "RETURNED CHECK" TO HLD-REASON.
           IF HOLD-ADD-AMOUNT > 99999
               MOVE 99999 TO HLD-AMOUNT
           ELSE
               MOVE HOLD-ADD-AMOUNT TO HLD-AMOUNT
           END-IF.
           MOVE SPACES TO HLD-RELEASED-BY.
           MOVE ZERO TO HLD-RELEASED-DATE.

       WRITE-REGISTER-LINE.
           MOVE EDIT-STUDENT-NUMBER TO RG-STUDENT.
           MOVE EDIT-PAYMENT-DATE TO RG-DATE.

      ******************************************************************
      * Author:Vannucci
      * Date:Oct/15/2026
      * Purpose: Term-start parking permit billing - walks the car
      *          master and charges every active unit owned by a
      *          student the parking permit fee for the term flagged
      *          current on the term master.  The fee, and the
      *          surcharge tiers by vehicle class, come from the
      *          permit rate RATEMNT keeps for the term alongside the
      *          rate schedule; a unit's class is the highest tier
      *          whose minimum towing capacity it meets.  Each charge
      *          goes through CALCTUIT so balances are computed the
      *          same way everywhere, is journaled to the audit file,
      *          and is recorded on the parking permit file by term
      *          and unit, so a rerun in the same term passes over a
      *          unit already billed.  The permit is itemized as a
      *          PARK charge for the term, so the ledger extract
      *          books it to the parking revenue account on the
      *          charge code table and the nightly posting clears it
      *          in its priority order.  CARMAINT credits the unused
      *          part of the permit back, off the balance and the
      *          PARK charge, if the unit is retired during the
      *          term.  Prints the permit billing
      *          register, listing units that could not be billed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PERMBILL.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT CAR-MASTER-FILE ASSIGN TO "car-master.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CAR-UNIT-NUMBER
               FILE STATUS IS CAR-MASTER-STATUS.
           SELECT STUDENT-FILE ASSIGN TO "student-output.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS STUDENT-FILE-KEY
               FILE STATUS IS STUDENT-FILE-STATUS.
           SELECT TERM-FILE ASSIGN TO "term-master.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS TRM-CODE
               FILE STATUS IS TERM-FILE-STATUS.
           SELECT PERMIT-RATE-FILE ASSIGN TO "permit-rate.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PRM-TERM
               FILE STATUS IS PERMIT-RATE-STATUS.
           SELECT PERMIT-FILE ASSIGN TO "parking-permits.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PRK-KEY
               FILE STATUS IS PERMIT-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "student-audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT PERMIT-REGISTER
               ASSIGN TO "permit-billing-register.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD CAR-MASTER-FILE.
       01  CAR-MASTER.
           02  CAR-UNIT-NUMBER PIC 9(5).
           02 FILLER   PIC A(1) VALUE " ".
           02  CARM-STATUS     PIC X(1).
               88 UNIT-ACTIVE  VALUE "A".
               88 UNIT-RETIRED VALUE "R".
           02 FILLER   PIC A(1) VALUE " ".
           02  CARM-MODEL      PIC X(10).
           02 FILLER   PIC A(1) VALUE " ".
           02  CARM-ENGINE     PIC X(20).
           02 FILLER   PIC A(1) VALUE " ".
           02  CARM-TOWING-CAPACITY PIC 9(8).
           02 FILLER   PIC A(1) VALUE " ".
           02  CARM-OWNER-NAME PIC X(15).
           02 FILLER   PIC A(1) VALUE " ".
           02  CARM-STUDENTNUMBER PIC X(7).

       FD STUDENT-FILE.
       01  STUDENTDATA.
           02  STUDENT-FILE-KEY.
               03 STUDENTNUMBER    PIC 9(7).
               03 TRANSACTION-SEQ  PIC 9(3).
           02  RECORD-TYPE         PIC X(1).
               88 ENROLLMENT-RECORD VALUE "1".
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

      * One permit rate per term: the base fee, and up to three
      * surcharge tiers by vehicle class, each starting at a minimum
      * towing capacity.
       FD PERMIT-RATE-FILE.
       01  PERMIT-RATE.
           02  PRM-TERM        PIC X(5).
           02 FILLER          PIC X(1).
           02  PRM-FEE         PIC 9(5).
           02 FILLER          PIC X(1).
           02  PRM-TIER OCCURS 3 TIMES.
               03 PRM-TIER-CLASS      PIC X(1).
               03 FILLER              PIC X(1).
               03 PRM-TIER-MIN-TOWING PIC 9(8).
               03 FILLER              PIC X(1).
               03 PRM-TIER-SURCHARGE  PIC 9(5).
               03 FILLER              PIC X(1).

      * One record per unit billed in a term - its presence is what
      * keeps a rerun from billing the unit twice, and CARMAINT marks
      * it credited when the unit retires partway through the term.
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

       FD PERMIT-REGISTER.
       01  REGISTER-LINE PIC X(80).

       WORKING-STORAGE SECTION.
      *-----------------------
       01  CAR-MASTER-STATUS PIC X(2).
       01  STUDENT-FILE-STATUS PIC X(2).
       01  TERM-FILE-STATUS PIC X(2).
       01  PERMIT-RATE-STATUS PIC X(2).
       01  PERMIT-FILE-STATUS PIC X(2).
       01  AUDIT-FILE-STATUS PIC X(2).
       01  EOF-FLAG PIC X VALUE "N".
           88 END-OF-UNITS VALUE "Y".
       01  TERM-EOF-FLAG PIC X.
           88 END-OF-TERMS VALUE "Y".
       01  CURRENT-FOUND-SW PIC X VALUE "N".
           88 CURRENT-FOUND VALUE "Y".
       01  CURRENT-TERM-CODE PIC X(5).
       01  BILLING-DATE PIC 9(8).
       01  UNIT-OK-SW PIC X VALUE "N".
           88 UNIT-OK VALUE "Y".
       01  PERMIT-WRITTEN-SW PIC X VALUE "N".
           88 PERMIT-WRITTEN VALUE "Y".
       01  JOURNAL-DATE PIC 9(8).
       01  PROBE-SEQ PIC 9(3).
       01  PROBE-DONE-SW PIC X VALUE "N".
           88 PROBE-DONE VALUE "Y".
       01  CHARGE-SLOT-SW PIC X VALUE "N".
           88 CHARGE-SLOT-FOUND VALUE "Y".
       01  PERMIT-STUDENT PIC 9(7).
       01  PERMIT-CLASS PIC X(1).
       01  PERMIT-SURCHARGE PIC 9(5).
       01  PERMIT-AMOUNT PIC 9(5).
       01  BEST-MIN-TOWING PIC 9(8).
       01  TIER-FOUND-SW PIC X VALUE "N".
           88 TIER-FOUND VALUE "Y".
       01  TIER-SUB PIC 9(1).
       01  ZERO-DISCOUNT PIC 9(5) VALUE ZERO.
       01  OLD-BALANCE PIC 9(5).
       01  NEW-BALANCE PIC 9(5).
       01  CALC-STATUS-ENTRY PIC X(1).
           88 CALC-OK VALUE "0".
           88 CALC-SIZE-ERROR VALUE "1".
       01  LOCK-FUNCTION PIC X(1).
       01  LOCK-STUDENT PIC 9(7).
       01  LOCK-OPERATOR PIC X(4) VALUE "PERM".
       01  LOCK-RESULT PIC X(1).
           88 LOCK-GRANTED VALUE "0".
           88 LOCK-BUSY    VALUE "1".
       01  LOCK-HOLDER PIC X(4).
       01  UNITS-BILLED PIC 9(7) VALUE ZERO.
       01  PERMIT-FEES-TOTAL PIC 9(7) VALUE ZERO.
       01  UNITS-ALREADY-BILLED PIC 9(7) VALUE ZERO.
       01  UNITS-NOT-BILLED PIC 9(7) VALUE ZERO.

       01  HEADING-LINE-1 PIC X(80) VALUE
           "PARKING PERMIT BILLING REGISTER".
       01  HEADING-TERM-LINE.
           05 FILLER           PIC X(6) VALUE "TERM: ".
           05 HD-TERM          PIC X(5).
           05 FILLER           PIC X(14) VALUE "   RUN DATE: ".
           05 HD-DATE          PIC 9(8).
           05 FILLER           PIC X(9) VALUE "   FEE: ".
           05 HD-FEE           PIC ZZZZ9.
       01  HEADING-LINE-2.
           05 FILLER           PIC X(7) VALUE "UNIT".
           05 FILLER           PIC X(12) VALUE "MODEL".
           05 FILLER           PIC X(17) VALUE "OWNER".
           05 FILLER           PIC X(9) VALUE "STUDENT".
           05 FILLER           PIC X(6) VALUE "CLASS".
           05 FILLER           PIC X(6) VALUE "AMOUNT".

       01  DETAIL-LINE.
           05 DL-UNIT          PIC 9(5).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DL-MODEL         PIC X(10).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DL-OWNER         PIC X(15).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DL-STUDENT       PIC 9(7).
           05 FILLER           PIC X(4) VALUE SPACES.
           05 DL-CLASS         PIC X(1).
           05 FILLER           PIC X(3) VALUE SPACES.
           05 DL-AMOUNT        PIC ZZZZ9.

       01  EXCEPTION-LINE.
           05 XL-UNIT          PIC 9(5).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 XL-MODEL         PIC X(10).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 XL-OWNER         PIC X(15).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 XL-STUDENT       PIC X(7).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(12) VALUE "NOT BILLED: ".
           05 XL-REASON        PIC X(23).

       01  TOTAL-LINE-1.
           05 FILLER           PIC X(30) VALUE
               "UNITS BILLED:".
           05 TL-BILLED        PIC ZZZZZZ9.
       01  TOTAL-LINE-2.
           05 FILLER           PIC X(30) VALUE
               "TOTAL PERMIT FEES BILLED:".
           05 TL-FEES          PIC ZZZZZZ9.
       01  TOTAL-LINE-3.
           05 FILLER           PIC X(30) VALUE
               "ALREADY BILLED THIS TERM:".
           05 TL-ALREADY       PIC ZZZZZZ9.
       01  TOTAL-LINE-4.
           05 FILLER           PIC X(30) VALUE
               "UNITS NOT BILLED:".
           05 TL-NOT-BILLED    PIC ZZZZZZ9.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           ACCEPT BILLING-DATE FROM DATE YYYYMMDD.
           OPEN INPUT TERM-FILE.
           IF TERM-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open term-master.txt, status "
                   TERM-FILE-STATUS
               DISPLAY "Run TERMMNT to set up the term master."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM GET-CURRENT-TERM.
           CLOSE TERM-FILE.
           PERFORM GET-PERMIT-RATE.
           OPEN INPUT CAR-MASTER-FILE.
           IF CAR-MASTER-STATUS NOT = "00"
               DISPLAY "Unable to open car-master.txt, status "
                   CAR-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O STUDENT-FILE.
           IF STUDENT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open student-output.txt, status "
                   STUDENT-FILE-STATUS
               CLOSE CAR-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O PERMIT-FILE.
           IF PERMIT-FILE-STATUS = "35"
               CLOSE PERMIT-FILE
               OPEN OUTPUT PERMIT-FILE
               CLOSE PERMIT-FILE
               OPEN I-O PERMIT-FILE
           END-IF.
           IF PERMIT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open parking-permits.txt, status "
                   PERMIT-FILE-STATUS
               CLOSE CAR-MASTER-FILE
               CLOSE STUDENT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PERMIT-REGISTER.
           WRITE REGISTER-LINE FROM HEADING-LINE-1.
           MOVE CURRENT-TERM-CODE TO HD-TERM.
           MOVE BILLING-DATE TO HD-DATE.
           MOVE PRM-FEE TO HD-FEE.
           WRITE REGISTER-LINE FROM HEADING-TERM-LINE.
           WRITE REGISTER-LINE FROM HEADING-LINE-2.
           PERFORM READ-CAR-MASTER.
           PERFORM BILL-ONE-UNIT
               UNTIL END-OF-UNITS.
           PERFORM PRINT-CONTROL-TOTALS.
           CLOSE CAR-MASTER-FILE.
           CLOSE STUDENT-FILE.
           CLOSE PERMIT-FILE.
           CLOSE PERMIT-REGISTER.
           STOP RUN.

       GET-CURRENT-TERM.
      * Permits are billed for the term flagged current, so the job
      * runs once the new term has been made current at rollover.
           MOVE "N" TO CURRENT-FOUND-SW.
           MOVE "N" TO TERM-EOF-FLAG.
           MOVE SPACES TO TRM-CODE.
           START TERM-FILE KEY NOT LESS THAN TRM-CODE
               INVALID KEY
                   MOVE "Y" TO TERM-EOF-FLAG
           END-START.
           PERFORM FIND-CURRENT-TERM
               UNTIL END-OF-TERMS.
           IF NOT CURRENT-FOUND
               DISPLAY "No term is flagged current on the term "
                   "master - set one in TERMMNT and rerun."
               CLOSE TERM-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "Billing parking permits for term "
               CURRENT-TERM-CODE ".".

       FIND-CURRENT-TERM.
           READ TERM-FILE NEXT RECORD
               AT END MOVE "Y" TO TERM-EOF-FLAG
           END-READ.
           IF NOT END-OF-TERMS AND TRM-CURRENT
               MOVE "Y" TO CURRENT-FOUND-SW
               MOVE TRM-CODE TO CURRENT-TERM-CODE
           END-IF.

       GET-PERMIT-RATE.
      * No rate for the term means nobody has priced the permits
      * yet - billing a made-up amount would be worse than billing
      * nothing, so the run stops.
           OPEN INPUT PERMIT-RATE-FILE.
           IF PERMIT-RATE-STATUS NOT = "00"
               DISPLAY "Unable to open permit-rate.txt, status "
                   PERMIT-RATE-STATUS
               DISPLAY "Set up the term's permit rate in RATEMNT."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE CURRENT-TERM-CODE TO PRM-TERM.
           READ PERMIT-RATE-FILE
               INVALID KEY
                   DISPLAY "No parking permit rate on file for term "
                       CURRENT-TERM-CODE " - set one up in RATEMNT "
                       "and rerun."
                   CLOSE PERMIT-RATE-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE PERMIT-RATE-FILE.

       READ-CAR-MASTER.
           READ CAR-MASTER-FILE NEXT RECORD
               AT END MOVE "Y" TO EOF-FLAG
           END-READ.

       BILL-ONE-UNIT.
      * Only an active unit with an owning student is billed - a
      * retired unit is off campus, and a non-student owner is not
      * billed through the student account.
           IF UNIT-ACTIVE AND CARM-STUDENTNUMBER NOT = SPACES
               PERFORM CHECK-ONE-UNIT
           END-IF.
           PERFORM READ-CAR-MASTER.

       CHECK-ONE-UNIT.
           IF CARM-STUDENTNUMBER IS NOT NUMERIC
               MOVE "STUDENT NO. NOT NUMERIC" TO XL-REASON
               PERFORM WRITE-EXCEPTION-LINE
           ELSE
               MOVE CARM-STUDENTNUMBER TO PERMIT-STUDENT
               MOVE CURRENT-TERM-CODE TO PRK-TERM
               MOVE CAR-UNIT-NUMBER TO PRK-UNIT-NUMBER
               READ PERMIT-FILE
                   INVALID KEY
                       PERFORM FIGURE-PERMIT-AMOUNT
                       IF UNIT-OK
                           PERFORM BILL-LOCKED-UNIT
                       END-IF
                   NOT INVALID KEY
                       ADD 1 TO UNITS-ALREADY-BILLED
               END-READ
           END-IF.

       FIGURE-PERMIT-AMOUNT.
      * The vehicle class is the tier with the highest minimum
      * towing capacity the unit meets; a unit under every tier is
      * standard class and pays the base fee alone.
           MOVE "Y" TO UNIT-OK-SW.
           MOVE SPACE TO PERMIT-CLASS.
           MOVE ZERO TO PERMIT-SURCHARGE.
           MOVE ZERO TO BEST-MIN-TOWING.
           MOVE "N" TO TIER-FOUND-SW.
           PERFORM TEST-ONE-TIER
               VARYING TIER-SUB FROM 1 BY 1
               UNTIL TIER-SUB > 3.
           ADD PRM-FEE PERMIT-SURCHARGE GIVING PERMIT-AMOUNT
               ON SIZE ERROR
                   MOVE "PERMIT AMOUNT TOO LARGE" TO XL-REASON
                   PERFORM WRITE-EXCEPTION-LINE
                   MOVE "N" TO UNIT-OK-SW
           END-ADD.

       TEST-ONE-TIER.
           IF PRM-TIER-CLASS (TIER-SUB) NOT = SPACE
               AND CARM-TOWING-CAPACITY NOT <
                   PRM-TIER-MIN-TOWING (TIER-SUB)
               AND (NOT TIER-FOUND
                   OR PRM-TIER-MIN-TOWING (TIER-SUB) > BEST-MIN-TOWING)
               MOVE "Y" TO TIER-FOUND-SW
               MOVE PRM-TIER-MIN-TOWING (TIER-SUB) TO BEST-MIN-TOWING
               MOVE PRM-TIER-CLASS (TIER-SUB) TO PERMIT-CLASS
               MOVE PRM-TIER-SURCHARGE (TIER-SUB) TO PERMIT-SURCHARGE
           END-IF.

       BILL-LOCKED-UNIT.
      * The student's key range is locked around the charge, so a
      * terminal mid-update on the same student cannot collide with
      * it - the unit is listed instead, and a rerun bills it.
           MOVE PERMIT-STUDENT TO LOCK-STUDENT.
           MOVE "L" TO LOCK-FUNCTION.
           CALL "STULOCK" USING LOCK-FUNCTION LOCK-STUDENT
               LOCK-OPERATOR LOCK-RESULT LOCK-HOLDER.
           IF LOCK-BUSY
               MOVE "RECORD IN USE - RERUN" TO XL-REASON
               PERFORM WRITE-EXCEPTION-LINE
           ELSE
               PERFORM CHARGE-PERMIT-FEE
               MOVE "U" TO LOCK-FUNCTION
               CALL "STULOCK" USING LOCK-FUNCTION LOCK-STUDENT
                   LOCK-OPERATOR LOCK-RESULT LOCK-HOLDER
           END-IF.

       CHARGE-PERMIT-FEE.
           MOVE PERMIT-STUDENT TO STUDENTNUMBER.
           MOVE ZERO TO TRANSACTION-SEQ.
           READ STUDENT-FILE
               INVALID KEY
                   MOVE "NO ENROLLMENT ON FILE" TO XL-REASON
                   PERFORM WRITE-EXCEPTION-LINE
               NOT INVALID KEY
                   IF NOT ENROLLMENT-RECORD
                       MOVE "NO ENROLLMENT ON FILE" TO XL-REASON
                       PERFORM WRITE-EXCEPTION-LINE
                   ELSE
                       IF ENROLL-WITHDRAWN
                           MOVE "ENROLLMENT WITHDRAWN" TO XL-REASON
                           PERFORM WRITE-EXCEPTION-LINE
                       ELSE
                           PERFORM APPLY-PERMIT-CHARGE
                       END-IF
                   END-IF
           END-READ.

       APPLY-PERMIT-CHARGE.
      * The permit record is written before the balance is
      * rewritten - the same order refund extract marks a credit -
      * so a rerun after a crash cannot charge the same unit twice.
      * If the rewrite fails, the permit record comes back off so a
      * rerun can bill the unit.
           MOVE TUITIONOWED TO OLD-BALANCE.
           CALL "CALCTUIT" USING OLD-BALANCE PERMIT-AMOUNT
               ZERO-DISCOUNT NEW-BALANCE CALC-STATUS-ENTRY.
           IF CALC-SIZE-ERROR
               MOVE "BALANCE WOULD OVERFLOW" TO XL-REASON
               PERFORM WRITE-EXCEPTION-LINE
           ELSE
               PERFORM WRITE-PERMIT-RECORD
               IF PERMIT-WRITTEN
                   MOVE NEW-BALANCE TO TUITIONOWED
                   REWRITE STUDENTDATA
                       INVALID KEY
                           DISPLAY "Unable to rewrite enrollment "
                               "record for student " PERMIT-STUDENT
                               ", status " STUDENT-FILE-STATUS
                           PERFORM DELETE-PERMIT-RECORD
                           MOVE "ENROLL REWRITE FAILED"
                               TO XL-REASON
                           PERFORM WRITE-EXCEPTION-LINE
                       NOT INVALID KEY
                           PERFORM WRITE-AUDIT-RECORD
                           PERFORM WRITE-REGISTER-LINE
                           PERFORM FILE-PERMIT-CHARGE
                   END-REWRITE
               END-IF
           END-IF.

       WRITE-PERMIT-RECORD.
           MOVE "N" TO PERMIT-WRITTEN-SW.
           MOVE SPACES TO PERMIT-RECORD.
           MOVE CURRENT-TERM-CODE TO PRK-TERM.
           MOVE CAR-UNIT-NUMBER TO PRK-UNIT-NUMBER.
           MOVE PERMIT-STUDENT TO PRK-STUDENTNUMBER.
           MOVE BILLING-DATE TO PRK-BILLED-DATE.
           MOVE PERMIT-CLASS TO PRK-CLASS.
           MOVE PRM-FEE TO PRK-FEE.
           MOVE PERMIT-SURCHARGE TO PRK-SURCHARGE.
           MOVE PERMIT-AMOUNT TO PRK-AMOUNT.
           SET PRK-BILLED TO TRUE.
           MOVE ZERO TO PRK-CREDIT-AMOUNT.
           MOVE ZERO TO PRK-CREDIT-DATE.
           WRITE PERMIT-RECORD
               INVALID KEY
                   DISPLAY "Unable to write permit record for unit "
                       CAR-UNIT-NUMBER ", status " PERMIT-FILE-STATUS
                   MOVE "PERMIT WRITE FAILED" TO XL-REASON
                   PERFORM WRITE-EXCEPTION-LINE
               NOT INVALID KEY
                   MOVE "Y" TO PERMIT-WRITTEN-SW
           END-WRITE.

       DELETE-PERMIT-RECORD.
           MOVE CURRENT-TERM-CODE TO PRK-TERM.
           MOVE CAR-UNIT-NUMBER TO PRK-UNIT-NUMBER.
           DELETE PERMIT-FILE RECORD
               INVALID KEY
                   DISPLAY "WARNING: permit record for unit "
                       CAR-UNIT-NUMBER " could not be removed, status "
                       PERMIT-FILE-STATUS " - the unit was not "
                       "charged, bill it by hand."
           END-DELETE.

       WRITE-AUDIT-RECORD.
      * Appends an old/new tuition row like any other charge, so the
      * permit fee is traceable and the GL extract books it.
           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
           END-IF.
           ACCEPT JOURNAL-DATE FROM DATE YYYYMMDD.
           MOVE JOURNAL-DATE TO AUDIT-DATE.
           ACCEPT AUDIT-TIME FROM TIME.
           SET AUDIT-ENROLLMENT TO TRUE.
           MOVE PERMIT-STUDENT TO AUDIT-STUDENTNUMBER.
           MOVE OLD-BALANCE TO AUDIT-OLD-TUITION.
           MOVE NEW-BALANCE TO AUDIT-NEW-TUITION.
           MOVE ZERO TO AUDIT-PAYMENT-AMOUNT.
           MOVE "PERM" TO AUDIT-OPERATOR-ID.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.

       FILE-PERMIT-CHARGE.
      * The permit is also itemized as a PARK charge for the term,
      * in the first free slot of the transaction run, dated the
      * day its audit row is journaled so the ledger extract books
      * the two together.  The probe overwrites the record area,
      * which is why this comes after the register line.
           MOVE "N" TO PROBE-DONE-SW.
           MOVE "N" TO CHARGE-SLOT-SW.
           MOVE 1 TO PROBE-SEQ.
           PERFORM TEST-ONE-CHARGE-SLOT WITH TEST BEFORE
               UNTIL PROBE-DONE.
           IF CHARGE-SLOT-FOUND
               PERFORM WRITE-PERMIT-CHARGE
           ELSE
               DISPLAY "WARNING: no free transaction slot for "
                   "student " PERMIT-STUDENT " - the permit is "
                   "in the balance but not itemized."
           END-IF.

       TEST-ONE-CHARGE-SLOT.
           MOVE PERMIT-STUDENT TO CHG-STUDENTNUMBER.
           MOVE PROBE-SEQ TO CHG-TRANSACTION-SEQ.
           READ STUDENT-FILE
               INVALID KEY
                   MOVE "Y" TO CHARGE-SLOT-SW
                   MOVE "Y" TO PROBE-DONE-SW
               NOT INVALID KEY
                   IF PROBE-SEQ = 994
                       MOVE "Y" TO PROBE-DONE-SW
                   ELSE
                       ADD 1 TO PROBE-SEQ
                   END-IF
           END-READ.

       WRITE-PERMIT-CHARGE.
           MOVE SPACES TO CHARGE-DETAIL.
           MOVE PERMIT-STUDENT TO CHG-STUDENTNUMBER.
           MOVE PROBE-SEQ TO CHG-TRANSACTION-SEQ.
           SET CHARGE-RECORD TO TRUE.
           MOVE "PARK" TO CHG-CODE.
           MOVE CURRENT-TERM-CODE TO CHG-TERM.
           MOVE JOURNAL-DATE TO CHG-DATE.
           MOVE PERMIT-AMOUNT TO CHG-AMOUNT.
           MOVE ZERO TO CHG-PAID.
           MOVE "PERMBILL" TO CHG-SOURCE.
           MOVE "PERM" TO CHG-OPERATOR-ID.
           WRITE CHARGE-DETAIL
               INVALID KEY
                   DISPLAY "Unable to write permit charge for "
                       "student " PERMIT-STUDENT ", status "
                       STUDENT-FILE-STATUS
           END-WRITE.

       WRITE-REGISTER-LINE.
           MOVE CAR-UNIT-NUMBER TO DL-UNIT.
           MOVE CARM-MODEL TO DL-MODEL.
           MOVE CARM-OWNER-NAME TO DL-OWNER.
           MOVE PERMIT-STUDENT TO DL-STUDENT.
           MOVE PERMIT-CLASS TO DL-CLASS.
           MOVE PERMIT-AMOUNT TO DL-AMOUNT.
           WRITE REGISTER-LINE FROM DETAIL-LINE.
           ADD 1 TO UNITS-BILLED.
           ADD PERMIT-AMOUNT TO PERMIT-FEES-TOTAL
               ON SIZE ERROR
                   DISPLAY "WARNING: PERMIT-FEES-TOTAL overflowed - "
                       "the register grand total is not reliable."
           END-ADD.

       WRITE-EXCEPTION-LINE.
           MOVE CAR-UNIT-NUMBER TO XL-UNIT.
           MOVE CARM-MODEL TO XL-MODEL.
           MOVE CARM-OWNER-NAME TO XL-OWNER.
           MOVE CARM-STUDENTNUMBER TO XL-STUDENT.
           WRITE REGISTER-LINE FROM EXCEPTION-LINE.
           ADD 1 TO UNITS-NOT-BILLED.

       PRINT-CONTROL-TOTALS.
           MOVE UNITS-BILLED TO TL-BILLED.
           WRITE REGISTER-LINE FROM TOTAL-LINE-1.
           MOVE PERMIT-FEES-TOTAL TO TL-FEES.
           WRITE REGISTER-LINE FROM TOTAL-LINE-2.
           MOVE UNITS-ALREADY-BILLED TO TL-ALREADY.
           WRITE REGISTER-LINE FROM TOTAL-LINE-3.
           MOVE UNITS-NOT-BILLED TO TL-NOT-BILLED.
           WRITE REGISTER-LINE FROM TOTAL-LINE-4.

      ** add other procedures here
       END PROGRAM PERMBILL.

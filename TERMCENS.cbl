      ******************************************************************
      * Author:Vannucci
      * Date:Oct/15/2026
      * Purpose: Term census by program with a rate-change what-if -
      *          reads STUDENT-FILE once for the term named in
      *          TERMCENS-TERM and groups that term's active
      *          enrollments by ENROLL-PROGRAM, printing headcount,
      *          total charges (the term's itemized charges where it
      *          has them), collected to date (posted payments and
      *          aid disbursed for the term), outstanding balance,
      *          sponsor-funded share, and discounts given
      *          for each program with a term grand total, in place
      *          of the STUDCSV spreadsheet finance used to sort by
      *          hand.  When TERMCENS-CREDIT-CHANGE and/or
      *          TERMCENS-FEES-CHANGE name a percentage (P) or flat
      *          dollar (F) change to RATE-PER-CREDIT and
      *          RATE-FLAT-FEES - for the program in
      *          TERMCENS-PROGRAM, or every program when that is
      *          blank - the term's rows of the rate schedule are
      *          copied with the change applied to a proposed
      *          schedule, every enrollment is repriced through
      *          CALCTUIT against that copy from the hours and
      *          discount on the enrollment-pricing file, and
      *          current and projected revenue print side by side.
      *          Nothing is written to rate-schedule.txt or to any
      *          student record.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. TERMCENS.
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
           SELECT PRICING-FILE ASSIGN TO "enrollment-pricing.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PRC-KEY
               FILE STATUS IS PRICING-FILE-STATUS.
           SELECT RATE-FILE ASSIGN TO "rate-schedule.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RATE-KEY
               FILE STATUS IS RATE-FILE-STATUS.
      * The proposed schedule is a scratch copy rebuilt every run -
      * the live schedule is only ever opened for input here.
           SELECT PROPOSED-FILE
               ASSIGN TO "rate-schedule-proposed.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PROP-KEY
               FILE STATUS IS PROPOSED-FILE-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO "term-census-report.txt"
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
           02 FILLER                  PIC X(47).
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
           02 FILLER                  PIC X(43).
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
           02 FILLER                  PIC X(60).
       01  SPONSOR-ALLOCATION REDEFINES STUDENTDATA.
           02  SPA-FILE-KEY.
               03 SPA-STUDENTNUMBER   PIC 9(7).
               03 SPA-TRANSACTION-SEQ PIC 9(3).
           02  SPA-RECORD-TYPE        PIC X(1).
           02 FILLER                  PIC X(1).
           02  SPA-SPONSOR-NUMBER     PIC 9(5).
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

       FD RATE-FILE.
       01  RATE-SCHEDULE.
           02  RATE-KEY.
               03 RATE-TERM    PIC X(5).
               03 RATE-PROGRAM PIC X(4).
           02 FILLER          PIC X(1).
           02  RATE-PER-CREDIT PIC 9(4).
           02 FILLER          PIC X(1).
           02  RATE-FLAT-FEES  PIC 9(5).
           02 FILLER          PIC X(1).
           02  RATE-DISCOUNT OCCURS 3 TIMES.
               03 RATE-DISC-CODE   PIC X(1).
               03 FILLER           PIC X(1).
               03 RATE-DISC-AMOUNT PIC 9(5).
               03 FILLER           PIC X(1).

       FD PROPOSED-FILE.
       01  PROPOSED-SCHEDULE.
           02  PROP-KEY.
               03 PROP-TERM    PIC X(5).
               03 PROP-PROGRAM PIC X(4).
           02 FILLER          PIC X(1).
           02  PROP-PER-CREDIT PIC 9(4).
           02 FILLER          PIC X(1).
           02  PROP-FLAT-FEES  PIC 9(5).
           02 FILLER          PIC X(1).
           02  PROP-DISCOUNT OCCURS 3 TIMES.
               03 PROP-DISC-CODE   PIC X(1).
               03 FILLER           PIC X(1).
               03 PROP-DISC-AMOUNT PIC 9(5).
               03 FILLER           PIC X(1).

       FD REPORT-FILE.
       01  REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
      *-----------------------
       01  STUDENT-FILE-STATUS PIC X(2).
       01  PRICING-FILE-STATUS PIC X(2).
       01  PRICING-FILE-OK-SW PIC X VALUE "N".
           88 PRICING-FILE-OK VALUE "Y".
       01  RATE-FILE-STATUS PIC X(2).
       01  PROPOSED-FILE-STATUS PIC X(2).
       01  EOF-FLAG PIC X VALUE "N".
           88 END-OF-STUDENTS VALUE "Y".
       01  RATE-EOF-FLAG PIC X VALUE "N".
           88 END-OF-RATES VALUE "Y".
       01  PROPOSED-EOF-FLAG PIC X VALUE "N".
           88 END-OF-PROPOSED VALUE "Y".
       01  CENSUS-TERM PIC X(5).
       01  WHAT-IF-PROGRAM PIC X(4).
       01  WHAT-IF-SW PIC X VALUE "N".
           88 WHAT-IF-REQUESTED VALUE "Y".
       01  CHANGE-EDIT PIC X(6).
       01  CHANGE-DIGITS PIC X(4).
       01  CHANGE-SHIFT-WORK PIC X(4).
       01  CHANGE-USABLE-SW PIC X.
           88 CHANGE-USABLE VALUE "Y".

      * One change each for the per-credit rate and the flat fees:
      * P is a whole percentage, F whole dollars, either way up (+)
      * or down (-).
       01  CREDIT-CHANGE.
           05 CREDIT-CHANGE-TYPE   PIC X(1).
               88 CREDIT-CHANGE-NONE    VALUE SPACE.
               88 CREDIT-CHANGE-PERCENT VALUE "P".
               88 CREDIT-CHANGE-FLAT    VALUE "F".
           05 CREDIT-CHANGE-SIGN   PIC X(1).
           05 CREDIT-CHANGE-VALUE  PIC 9(4).
       01  FEES-CHANGE.
           05 FEES-CHANGE-TYPE     PIC X(1).
               88 FEES-CHANGE-NONE      VALUE SPACE.
               88 FEES-CHANGE-PERCENT   VALUE "P".
               88 FEES-CHANGE-FLAT      VALUE "F".
           05 FEES-CHANGE-SIGN     PIC X(1).
           05 FEES-CHANGE-VALUE    PIC 9(4).

      * APPLY-RATE-CHANGE works on these, whichever figure it is
      * changing.
       01  CHANGE-TYPE PIC X(1).
       01  CHANGE-SIGN PIC X(1).
       01  CHANGE-VALUE PIC 9(4).
       01  CHANGE-LIMIT PIC 9(5).
       01  CHANGE-CURRENT PIC 9(5).
       01  CHANGE-RESULT PIC 9(5).
       01  CHANGE-WORK PIC S9(9).
       01  CHANGE-TOO-LARGE-SW PIC X.
           88 CHANGE-TOO-LARGE VALUE "Y".

       01  CURRENT-STUDENT PIC 9(7).
       01  STUDENT-IN-CENSUS-SW PIC X VALUE "N".
           88 STUDENT-IN-CENSUS VALUE "Y".
       01  STUDENT-PROGRAM PIC X(4).
       01  STUDENT-BALANCE PIC 9(5).
       01  STUDENT-COLLECTED PIC S9(7).
       01  STUDENT-CREDIT PIC 9(5).
       01  STUDENT-SPONSOR PIC 9(5).
       01  STUDENT-CHARGES PIC S9(7).
       01  STUDENT-ITEMIZED PIC 9(7).
       01  STUDENT-ITEMIZED-SW PIC X.
           88 STUDENT-ITEMIZED-FOUND VALUE "Y".
       01  STUDENT-DISCOUNT PIC 9(5).
       01  STUDENT-CURRENT-REVENUE PIC 9(7).
       01  STUDENT-PROJECTED-REVENUE PIC 9(7).
       01  STUDENT-REPRICED-SW PIC X.
           88 STUDENT-REPRICED VALUE "Y".
       01  BASE-TUITION PIC 9(5).
       01  TUITION-FEES PIC 9(5).
       01  TUITION-DISCOUNT PIC 9(5).
       01  TUITION-OWED PIC 9(5).
       01  CALC-STATUS-ENTRY PIC X(1).
           88 CALC-OK VALUE "0".
           88 CALC-SIZE-ERROR VALUE "1".

       01  WITHDRAWN-EXCLUDED PIC 9(7) VALUE ZERO.
       01  NOT-REPRICED-COUNT PIC 9(7) VALUE ZERO.
       01  RATES-TOO-LARGE PIC 9(5) VALUE ZERO.
       01  PROPOSED-ROWS PIC 9(5) VALUE ZERO.

       01  PROGRAM-SUB PIC 9(3).
       01  SHIFT-SUB PIC 9(3).
       01  INSERT-SUB PIC 9(3).
       01  ENTRY-FOUND-SW PIC X.
           88 ENTRY-FOUND VALUE "Y".
       01  TABLE-FULL-SW PIC X VALUE "N".
           88 TABLE-FULL VALUE "Y".
      * Programs are kept in program-code order as they are met, so
      * the report prints sorted without a sort step.
       01  PROGRAM-TABLE.
           05 PROGRAM-COUNT PIC 9(3) VALUE ZERO.
           05 PROGRAM-ENTRY OCCURS 200 TIMES.
               10 TBL-PROGRAM            PIC X(4).
               10 TBL-HEADCOUNT          PIC 9(5).
               10 TBL-CHARGES            PIC S9(9).
               10 TBL-COLLECTED          PIC S9(9).
               10 TBL-OUTSTANDING        PIC 9(9).
               10 TBL-SPONSOR            PIC 9(9).
               10 TBL-DISCOUNT           PIC 9(9).
               10 TBL-CURRENT-REVENUE    PIC 9(9).
               10 TBL-PROJECTED-REVENUE  PIC 9(9).
               10 TBL-NOT-REPRICED       PIC 9(5).
       01  HOLD-PROGRAM-ENTRY PIC X(80).

       01  GRAND-TOTALS.
           05 GT-HEADCOUNT          PIC 9(7) VALUE ZERO.
           05 GT-CHARGES            PIC S9(11) VALUE ZERO.
           05 GT-COLLECTED          PIC S9(11) VALUE ZERO.
           05 GT-OUTSTANDING        PIC 9(11) VALUE ZERO.
           05 GT-SPONSOR            PIC 9(11) VALUE ZERO.
           05 GT-DISCOUNT           PIC 9(11) VALUE ZERO.
           05 GT-CURRENT-REVENUE    PIC 9(11) VALUE ZERO.
           05 GT-PROJECTED-REVENUE  PIC 9(11) VALUE ZERO.
       01  REVENUE-CHANGE PIC S9(11).

       01  HEADING-LINE-1.
           05 FILLER           PIC X(30) VALUE
               "TERM CENSUS BY PROGRAM - TERM ".
           05 HL-TERM          PIC X(5).
       01  CENSUS-HEADING-1.
           05 FILLER           PIC X(12) VALUE "PROG    HEAD".
           05 FILLER           PIC X(13) VALUE "      CHARGES".
           05 FILLER           PIC X(13) VALUE "    COLLECTED".
           05 FILLER           PIC X(13) VALUE "  OUTSTANDING".
           05 FILLER           PIC X(13) VALUE "      SPONSOR".
           05 FILLER           PIC X(13) VALUE "    DISCOUNTS".
       01  CENSUS-DETAIL-LINE.
           05 CD-PROGRAM       PIC X(4).
           05 FILLER           PIC X(1) VALUE SPACES.
           05 CD-HEADCOUNT     PIC ZZZZZZ9.
           05 CD-CHARGES       PIC ZZZ,ZZZ,ZZ9-.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 CD-COLLECTED     PIC ZZZ,ZZZ,ZZ9-.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 CD-OUTSTANDING   PIC ZZZ,ZZZ,ZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 CD-SPONSOR       PIC ZZZ,ZZZ,ZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 CD-DISCOUNT      PIC ZZZ,ZZZ,ZZ9.
       01  NO-ENROLLMENTS-LINE PIC X(100) VALUE
           "NO ACTIVE ENROLLMENTS ON FILE FOR THIS TERM.".
       01  CENSUS-NOTE-LINE.
           05 FILLER           PIC X(32) VALUE
               "WITHDRAWN ENROLLMENTS LEFT OUT:".
           05 CN-WITHDRAWN     PIC ZZZZZZ9.

       01  WHAT-IF-TITLE-LINE.
           05 FILLER           PIC X(27) VALUE
               "RATE-CHANGE WHAT-IF - TERM ".
           05 WT-TERM          PIC X(5).
           05 FILLER           PIC X(12) VALUE "  PROGRAM: ".
           05 WT-PROGRAM       PIC X(4).
       01  WHAT-IF-CHANGE-LINE.
           05 FILLER           PIC X(20) VALUE "PER-CREDIT CHANGE: ".
           05 WC-CREDIT        PIC X(6).
           05 FILLER           PIC X(21) VALUE "   FLAT FEES CHANGE: ".
           05 WC-FEES          PIC X(6).
       01  SCHEDULE-HEADING PIC X(100) VALUE
           "PROG  PER-CREDIT NOW  PROPOSED   FLAT FEES NOW  PROPOSED".
       01  SCHEDULE-LINE.
           05 SC-PROGRAM       PIC X(4).
           05 FILLER           PIC X(11) VALUE SPACES.
           05 SC-CURRENT-RATE  PIC Z,ZZ9.
           05 FILLER           PIC X(5) VALUE SPACES.
           05 SC-PROPOSED-RATE PIC Z,ZZ9.
           05 FILLER           PIC X(10) VALUE SPACES.
           05 SC-CURRENT-FEES  PIC ZZ,ZZ9.
           05 FILLER           PIC X(4) VALUE SPACES.
           05 SC-PROPOSED-FEES PIC ZZ,ZZ9.
       01  PROJECTION-HEADING-1.
           05 FILLER           PIC X(12) VALUE "PROG    HEAD".
           05 FILLER           PIC X(14) VALUE "  NOT REPRICED".
           05 FILLER           PIC X(15) VALUE "CURRENT REVENUE".
           05 FILLER           PIC X(13) VALUE "    PROJECTED".
           05 FILLER           PIC X(13) VALUE "       CHANGE".
       01  PROJECTION-LINE.
           05 PL-PROGRAM       PIC X(4).
           05 FILLER           PIC X(1) VALUE SPACES.
           05 PL-HEADCOUNT     PIC ZZZZZZ9.
           05 FILLER           PIC X(7) VALUE SPACES.
           05 PL-NOT-REPRICED  PIC ZZZZZZ9.
           05 FILLER           PIC X(4) VALUE SPACES.
           05 PL-CURRENT       PIC ZZZ,ZZZ,ZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 PL-PROJECTED     PIC ZZZ,ZZZ,ZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 PL-CHANGE        PIC ZZZ,ZZZ,ZZ9-.
       01  PROJECTION-NOTE-LINE-1.
           05 FILLER           PIC X(40) VALUE
               "NOT REPRICED - ENROLLED BEFORE PRICING D".
           05 FILLER           PIC X(40) VALUE
               "ETAIL WAS KEPT, OR THE REPRICE OVERFLOWE".
           05 FILLER           PIC X(21) VALUE
               "D; CARRIED AT CURRENT".
       01  TOO-LARGE-NOTE-LINE.
           05 FILLER           PIC X(40) VALUE
               "FIGURES LEFT AT CURRENT - THE CHANGE WOU".
           05 FILLER           PIC X(20) VALUE
               "LD NOT FIT:".
           05 TL-COUNT         PIC ZZZZ9.
       01  BLANK-LINE PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           PERFORM GET-CENSUS-PARAMETERS.
           OPEN INPUT STUDENT-FILE.
           IF STUDENT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open student-output.txt, status "
                   STUDENT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      * Enrollments taken before the pricing file was kept have no
      * pricing row - they still count in the census, but carry no
      * discount and cannot be repriced.
           OPEN INPUT PRICING-FILE.
           IF PRICING-FILE-STATUS = "00"
               MOVE "Y" TO PRICING-FILE-OK-SW
           END-IF.
           IF WHAT-IF-REQUESTED
               PERFORM BUILD-PROPOSED-SCHEDULE
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE CENSUS-TERM TO HL-TERM.
           WRITE REPORT-LINE FROM HEADING-LINE-1.
           WRITE REPORT-LINE FROM BLANK-LINE.
           MOVE ZERO TO STUDENTNUMBER.
           MOVE ZERO TO TRANSACTION-SEQ.
           START STUDENT-FILE KEY NOT LESS THAN STUDENT-FILE-KEY
               INVALID KEY
                   MOVE "Y" TO EOF-FLAG
           END-START.
           MOVE ZERO TO CURRENT-STUDENT.
           PERFORM READ-NEXT-STUDENT-RECORD WITH TEST BEFORE
               UNTIL END-OF-STUDENTS.
           IF STUDENT-IN-CENSUS
               PERFORM FINISH-ONE-STUDENT
           END-IF.
           PERFORM PRINT-CENSUS.
           IF WHAT-IF-REQUESTED
               PERFORM PRINT-WHAT-IF
               CLOSE PROPOSED-FILE
           END-IF.
           CLOSE STUDENT-FILE.
           IF PRICING-FILE-OK
               CLOSE PRICING-FILE
           END-IF.
           CLOSE REPORT-FILE.
           STOP RUN.

       GET-CENSUS-PARAMETERS.
      * TERMCENS-TERM is required like YEARSUM-YEAR - a census of
      * the wrong term is worse than none.  The what-if runs only
      * when at least one change is named.
           ACCEPT CENSUS-TERM FROM ENVIRONMENT "TERMCENS-TERM".
           IF CENSUS-TERM = SPACES
               DISPLAY "TERMCENS-TERM is not set - name the term "
                   "(e.g. 2026F) and rerun."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WHAT-IF-PROGRAM FROM ENVIRONMENT "TERMCENS-PROGRAM".
           ACCEPT CHANGE-EDIT FROM ENVIRONMENT
               "TERMCENS-CREDIT-CHANGE".
           PERFORM EDIT-RATE-CHANGE.
           IF NOT CHANGE-USABLE
               DISPLAY "TERMCENS-CREDIT-CHANGE of " CHANGE-EDIT
                   " is not usable - give P or F, + or -, and a "
                   "whole number, e.g. P+5 or F-25."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE CHANGE-TYPE TO CREDIT-CHANGE-TYPE.
           MOVE CHANGE-SIGN TO CREDIT-CHANGE-SIGN.
           MOVE CHANGE-VALUE TO CREDIT-CHANGE-VALUE.
           MOVE CHANGE-EDIT TO WC-CREDIT.
           ACCEPT CHANGE-EDIT FROM ENVIRONMENT
               "TERMCENS-FEES-CHANGE".
           PERFORM EDIT-RATE-CHANGE.
           IF NOT CHANGE-USABLE
               DISPLAY "TERMCENS-FEES-CHANGE of " CHANGE-EDIT
                   " is not usable - give P or F, + or -, and a "
                   "whole number, e.g. P+5 or F-25."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE CHANGE-TYPE TO FEES-CHANGE-TYPE.
           MOVE CHANGE-SIGN TO FEES-CHANGE-SIGN.
           MOVE CHANGE-VALUE TO FEES-CHANGE-VALUE.
           MOVE CHANGE-EDIT TO WC-FEES.
           IF NOT CREDIT-CHANGE-NONE OR NOT FEES-CHANGE-NONE
               MOVE "Y" TO WHAT-IF-SW
           END-IF.

       EDIT-RATE-CHANGE.
      * A blank change is no change.  Otherwise the type letter, the
      * sign, and up to four digits, shifted right the way
      * HOLDUPD-THRESHOLD is.
           MOVE "Y" TO CHANGE-USABLE-SW.
           MOVE SPACE TO CHANGE-TYPE.
           MOVE "+" TO CHANGE-SIGN.
           MOVE ZERO TO CHANGE-VALUE.
           IF CHANGE-EDIT NOT = SPACES
               MOVE CHANGE-EDIT (1:1) TO CHANGE-TYPE
               MOVE CHANGE-EDIT (2:1) TO CHANGE-SIGN
               MOVE CHANGE-EDIT (3:4) TO CHANGE-DIGITS
               IF CHANGE-TYPE NOT = "P" AND CHANGE-TYPE NOT = "F"
                   MOVE "N" TO CHANGE-USABLE-SW
               END-IF
               IF CHANGE-SIGN NOT = "+" AND CHANGE-SIGN NOT = "-"
                   MOVE "N" TO CHANGE-USABLE-SW
               END-IF
               IF CHANGE-DIGITS = SPACES
                   MOVE "N" TO CHANGE-USABLE-SW
               END-IF
               IF CHANGE-USABLE
                   PERFORM RIGHT-JUSTIFY-CHANGE WITH TEST BEFORE
                       UNTIL CHANGE-DIGITS (4:1) NOT = SPACE
                   IF CHANGE-DIGITS IS NOT NUMERIC
                       MOVE "N" TO CHANGE-USABLE-SW
                   ELSE
                       MOVE CHANGE-DIGITS TO CHANGE-VALUE
                   END-IF
               END-IF
           END-IF.

       RIGHT-JUSTIFY-CHANGE.
           MOVE CHANGE-DIGITS TO CHANGE-SHIFT-WORK.
           MOVE CHANGE-SHIFT-WORK (1:3) TO CHANGE-DIGITS (2:3).
           MOVE "0" TO CHANGE-DIGITS (1:1).

       BUILD-PROPOSED-SCHEDULE.
      * Copies the census term's rows of the live schedule into the
      * proposed copy, changing the rows for the program asked
      * about (or all of them) and passing the rest through as they
      * stand, so every enrollment can be priced off the copy.
           OPEN INPUT RATE-FILE.
           IF RATE-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open rate-schedule.txt, status "
                   RATE-FILE-STATUS
               DISPLAY "The what-if needs the rate schedule - see "
                   "RATEMNT."
               CLOSE STUDENT-FILE
               IF PRICING-FILE-OK
                   CLOSE PRICING-FILE
               END-IF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PROPOSED-FILE.
           MOVE CENSUS-TERM TO RATE-TERM.
           MOVE LOW-VALUES TO RATE-PROGRAM.
           START RATE-FILE KEY NOT LESS THAN RATE-KEY
               INVALID KEY
                   MOVE "Y" TO RATE-EOF-FLAG
           END-START.
           PERFORM COPY-ONE-RATE-ROW WITH TEST BEFORE
               UNTIL END-OF-RATES.
           CLOSE RATE-FILE.
           CLOSE PROPOSED-FILE.
           OPEN INPUT PROPOSED-FILE.
           IF PROPOSED-ROWS = ZERO
               DISPLAY "No rate schedule rows for term " CENSUS-TERM
                   " - every enrollment is carried at its current "
                   "charge."
           END-IF.

       COPY-ONE-RATE-ROW.
           READ RATE-FILE NEXT RECORD
               AT END MOVE "Y" TO RATE-EOF-FLAG
           END-READ.
           IF NOT END-OF-RATES
               IF RATE-TERM NOT = CENSUS-TERM
                   MOVE "Y" TO RATE-EOF-FLAG
               ELSE
                   MOVE RATE-SCHEDULE TO PROPOSED-SCHEDULE
                   IF WHAT-IF-PROGRAM = SPACES
                       OR WHAT-IF-PROGRAM = RATE-PROGRAM
                       PERFORM CHANGE-ONE-RATE-ROW
                   END-IF
                   WRITE PROPOSED-SCHEDULE
                       INVALID KEY
                           DISPLAY "Unable to write the proposed "
                               "row for " RATE-PROGRAM ", status "
                               PROPOSED-FILE-STATUS
                       NOT INVALID KEY
                           ADD 1 TO PROPOSED-ROWS
                   END-WRITE
               END-IF
           END-IF.

       CHANGE-ONE-RATE-ROW.
      * A change that would not fit the schedule's field leaves the
      * row at its current figure rather than truncating it.
           MOVE CREDIT-CHANGE-TYPE TO CHANGE-TYPE.
           MOVE CREDIT-CHANGE-SIGN TO CHANGE-SIGN.
           MOVE CREDIT-CHANGE-VALUE TO CHANGE-VALUE.
           MOVE RATE-PER-CREDIT TO CHANGE-CURRENT.
           MOVE 9999 TO CHANGE-LIMIT.
           PERFORM APPLY-RATE-CHANGE.
           IF CHANGE-TOO-LARGE
               ADD 1 TO RATES-TOO-LARGE
               DISPLAY "WARNING: per-credit change for " RATE-PROGRAM
                   " would not fit - left at current."
           ELSE
               MOVE CHANGE-RESULT TO PROP-PER-CREDIT
           END-IF.
           MOVE FEES-CHANGE-TYPE TO CHANGE-TYPE.
           MOVE FEES-CHANGE-SIGN TO CHANGE-SIGN.
           MOVE FEES-CHANGE-VALUE TO CHANGE-VALUE.
           MOVE RATE-FLAT-FEES TO CHANGE-CURRENT.
           MOVE 99999 TO CHANGE-LIMIT.
           PERFORM APPLY-RATE-CHANGE.
           IF CHANGE-TOO-LARGE
               ADD 1 TO RATES-TOO-LARGE
               DISPLAY "WARNING: flat fees change for " RATE-PROGRAM
                   " would not fit - left at current."
           ELSE
               MOVE CHANGE-RESULT TO PROP-FLAT-FEES
           END-IF.

       APPLY-RATE-CHANGE.
      * Percentages round to the dollar; a cut never takes a figure
      * below zero.
           MOVE "N" TO CHANGE-TOO-LARGE-SW.
           MOVE CHANGE-CURRENT TO CHANGE-WORK.
           IF CHANGE-TYPE = "P"
               IF CHANGE-SIGN = "-"
                   COMPUTE CHANGE-WORK ROUNDED
                       = CHANGE-CURRENT * (100 - CHANGE-VALUE) / 100
               ELSE
                   COMPUTE CHANGE-WORK ROUNDED
                       = CHANGE-CURRENT * (100 + CHANGE-VALUE) / 100
               END-IF
           ELSE
               IF CHANGE-TYPE = "F"
                   IF CHANGE-SIGN = "-"
                       COMPUTE CHANGE-WORK
                           = CHANGE-CURRENT - CHANGE-VALUE
                   ELSE
                       COMPUTE CHANGE-WORK
                           = CHANGE-CURRENT + CHANGE-VALUE
                   END-IF
               END-IF
           END-IF.
           IF CHANGE-WORK < ZERO
               MOVE ZERO TO CHANGE-WORK
           END-IF.
           IF CHANGE-WORK > CHANGE-LIMIT
               MOVE "Y" TO CHANGE-TOO-LARGE-SW
               MOVE CHANGE-CURRENT TO CHANGE-RESULT
           ELSE
               MOVE CHANGE-WORK TO CHANGE-RESULT
           END-IF.

       READ-NEXT-STUDENT-RECORD.
      * One pass in key order - a student's enrollment at sequence
      * 000 comes first, then the payments, reversals, and the
      * reserved-sequence records, so each student is finished
      * when the next one's enrollment arrives.
           READ STUDENT-FILE NEXT RECORD
               AT END MOVE "Y" TO EOF-FLAG
           END-READ.
           IF NOT END-OF-STUDENTS
               IF STUDENTNUMBER NOT = CURRENT-STUDENT
                   IF STUDENT-IN-CENSUS
                       PERFORM FINISH-ONE-STUDENT
                   END-IF
                   MOVE "N" TO STUDENT-IN-CENSUS-SW
                   MOVE STUDENTNUMBER TO CURRENT-STUDENT
                   IF ENROLLMENT-RECORD
                       PERFORM START-ONE-STUDENT
                   END-IF
               ELSE
                   IF STUDENT-IN-CENSUS
                       PERFORM ADD-ONE-TRANSACTION
                   END-IF
               END-IF
           END-IF.

       START-ONE-STUDENT.
           IF TERM-ID = CENSUS-TERM
               IF ENROLL-WITHDRAWN
                   ADD 1 TO WITHDRAWN-EXCLUDED
               ELSE
                   MOVE "Y" TO STUDENT-IN-CENSUS-SW
                   MOVE ENROLL-PROGRAM TO STUDENT-PROGRAM
      * Enrollments from before the program code was kept group
      * together under NONE.
                   IF STUDENT-PROGRAM = SPACES
                       MOVE "NONE" TO STUDENT-PROGRAM
                   END-IF
                   MOVE TUITIONOWED TO STUDENT-BALANCE
                   MOVE ZERO TO STUDENT-COLLECTED
                   MOVE ZERO TO STUDENT-CREDIT
                   MOVE ZERO TO STUDENT-SPONSOR
                   MOVE ZERO TO STUDENT-ITEMIZED
                   MOVE "N" TO STUDENT-ITEMIZED-SW
               END-IF
           END-IF.

       ADD-ONE-TRANSACTION.
      * Only posted money has come off TUITIONOWED, so only posted
      * payments and reversals count as collected - the rest are
      * picked up by STUDPOST tonight.  An unrefunded credit balance
      * is money collected beyond the charges.  Aid disbursed for
      * the term came off TUITIONOWED the same way, so it counts as
      * collected too.  The term's itemized charges are summed as
      * the charges billed.
           IF PAYMENT-RECORD AND PMT-POSTED
               ADD PAYMENT-AMOUNT TO STUDENT-COLLECTED
           ELSE
               IF REVERSAL-RECORD AND REV-POSTED
                   SUBTRACT REV-AMOUNT FROM STUDENT-COLLECTED
               ELSE
                   IF CREDIT-RECORD AND NOT CRD-REFUNDED
                       MOVE CRD-AMOUNT TO STUDENT-CREDIT
                   ELSE
                       IF SPONSOR-RECORD
                           MOVE SPA-AMOUNT TO STUDENT-SPONSOR
                       ELSE
                           PERFORM ADD-TERM-AID-OR-CHARGE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ADD-TERM-AID-OR-CHARGE.
           IF AID-AWARD-RECORD AND AID-TERM = CENSUS-TERM
               ADD AID-DISBURSED TO STUDENT-COLLECTED
           ELSE
               IF CHARGE-RECORD AND CHG-TERM = CENSUS-TERM
                   ADD CHG-AMOUNT TO STUDENT-ITEMIZED
                   MOVE "Y" TO STUDENT-ITEMIZED-SW
               END-IF
           END-IF.

       FINISH-ONE-STUDENT.
      * Charges are what the student has been billed - the term's
      * itemized charges.  A student with none (billed before
      * charges were itemized) is figured from the balance: what is
      * still owed plus what has been collected, less any
      * overpayment sitting as a credit.
           IF STUDENT-ITEMIZED-FOUND
               MOVE STUDENT-ITEMIZED TO STUDENT-CHARGES
           ELSE
               COMPUTE STUDENT-CHARGES = STUDENT-BALANCE
                   + STUDENT-COLLECTED - STUDENT-CREDIT
           END-IF.
           MOVE ZERO TO STUDENT-DISCOUNT.
           MOVE "N" TO STUDENT-REPRICED-SW.
           IF STUDENT-CHARGES > ZERO
               MOVE STUDENT-CHARGES TO STUDENT-CURRENT-REVENUE
           ELSE
               MOVE ZERO TO STUDENT-CURRENT-REVENUE
           END-IF.
           IF PRICING-FILE-OK
               MOVE CURRENT-STUDENT TO PRC-STUDENTNUMBER
               MOVE CENSUS-TERM TO PRC-TERM
               READ PRICING-FILE
                   INVALID KEY
                       MOVE SPACES TO PRC-PROGRAM
                   NOT INVALID KEY
                       MOVE PRC-DISCOUNT TO STUDENT-DISCOUNT
                       MOVE PRC-NET-AMOUNT
                           TO STUDENT-CURRENT-REVENUE
                       IF WHAT-IF-REQUESTED
                           PERFORM REPRICE-ONE-STUDENT
                       END-IF
               END-READ
           END-IF.
           IF STUDENT-REPRICED
               CONTINUE
           ELSE
               MOVE STUDENT-CURRENT-REVENUE
                   TO STUDENT-PROJECTED-REVENUE
               ADD 1 TO NOT-REPRICED-COUNT
           END-IF.
           PERFORM FIND-PROGRAM-ENTRY.
           IF ENTRY-FOUND
               PERFORM ADD-STUDENT-TO-PROGRAM
           END-IF.
           MOVE "N" TO STUDENT-IN-CENSUS-SW.

       REPRICE-ONE-STUDENT.
      * The student's own hours and discount, the proposed rate and
      * fees, and CALCTUIT to net them - the same arithmetic
      * Project01 charged the student with.
           MOVE CENSUS-TERM TO PROP-TERM.
           MOVE PRC-PROGRAM TO PROP-PROGRAM.
           READ PROPOSED-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO STUDENT-REPRICED-SW
                   COMPUTE BASE-TUITION
                       = PROP-PER-CREDIT * PRC-CREDIT-HOURS
                       ON SIZE ERROR
                           MOVE "N" TO STUDENT-REPRICED-SW
                   END-COMPUTE
           END-READ.
           IF STUDENT-REPRICED
               MOVE PROP-FLAT-FEES TO TUITION-FEES
               MOVE PRC-DISCOUNT TO TUITION-DISCOUNT
               CALL "CALCTUIT" USING BASE-TUITION TUITION-FEES
                   TUITION-DISCOUNT TUITION-OWED CALC-STATUS-ENTRY
               IF CALC-SIZE-ERROR
                   MOVE "N" TO STUDENT-REPRICED-SW
               ELSE
                   MOVE TUITION-OWED TO STUDENT-PROJECTED-REVENUE
               END-IF
           END-IF.

       FIND-PROGRAM-ENTRY.
           MOVE "N" TO ENTRY-FOUND-SW.
           MOVE ZERO TO INSERT-SUB.
           PERFORM TEST-ONE-PROGRAM-ENTRY
               VARYING PROGRAM-SUB FROM 1 BY 1
               UNTIL PROGRAM-SUB > PROGRAM-COUNT
               OR ENTRY-FOUND
               OR INSERT-SUB > ZERO.
           IF ENTRY-FOUND
               SUBTRACT 1 FROM PROGRAM-SUB
           ELSE
               IF PROGRAM-COUNT = 200
                   IF NOT TABLE-FULL
                       DISPLAY "WARNING: PROGRAM-TABLE is full - "
                           "program " STUDENT-PROGRAM " and any "
                           "later new program are not on this "
                           "report."
                   END-IF
                   MOVE "Y" TO TABLE-FULL-SW
               ELSE
                   IF INSERT-SUB = ZERO
                       COMPUTE INSERT-SUB = PROGRAM-COUNT + 1
                   ELSE
                       PERFORM SHIFT-ONE-PROGRAM-ENTRY
                           VARYING SHIFT-SUB FROM PROGRAM-COUNT
                           BY -1 UNTIL SHIFT-SUB < INSERT-SUB
                   END-IF
                   ADD 1 TO PROGRAM-COUNT
                   MOVE INSERT-SUB TO PROGRAM-SUB
                   PERFORM CLEAR-PROGRAM-ENTRY
                   MOVE "Y" TO ENTRY-FOUND-SW
               END-IF
           END-IF.

       TEST-ONE-PROGRAM-ENTRY.
           IF TBL-PROGRAM (PROGRAM-SUB) = STUDENT-PROGRAM
               MOVE "Y" TO ENTRY-FOUND-SW
           ELSE
               IF TBL-PROGRAM (PROGRAM-SUB) > STUDENT-PROGRAM
                   MOVE PROGRAM-SUB TO INSERT-SUB
               END-IF
           END-IF.

       SHIFT-ONE-PROGRAM-ENTRY.
           MOVE PROGRAM-ENTRY (SHIFT-SUB) TO HOLD-PROGRAM-ENTRY.
           MOVE HOLD-PROGRAM-ENTRY TO PROGRAM-ENTRY (SHIFT-SUB + 1).

       CLEAR-PROGRAM-ENTRY.
           MOVE STUDENT-PROGRAM TO TBL-PROGRAM (PROGRAM-SUB).
           MOVE ZERO TO TBL-HEADCOUNT (PROGRAM-SUB).
           MOVE ZERO TO TBL-CHARGES (PROGRAM-SUB).
           MOVE ZERO TO TBL-COLLECTED (PROGRAM-SUB).
           MOVE ZERO TO TBL-OUTSTANDING (PROGRAM-SUB).
           MOVE ZERO TO TBL-SPONSOR (PROGRAM-SUB).
           MOVE ZERO TO TBL-DISCOUNT (PROGRAM-SUB).
           MOVE ZERO TO TBL-CURRENT-REVENUE (PROGRAM-SUB).
           MOVE ZERO TO TBL-PROJECTED-REVENUE (PROGRAM-SUB).
           MOVE ZERO TO TBL-NOT-REPRICED (PROGRAM-SUB).

       ADD-STUDENT-TO-PROGRAM.
           ADD 1 TO TBL-HEADCOUNT (PROGRAM-SUB).
           ADD STUDENT-CHARGES TO TBL-CHARGES (PROGRAM-SUB).
           ADD STUDENT-COLLECTED TO TBL-COLLECTED (PROGRAM-SUB).
           ADD STUDENT-BALANCE TO TBL-OUTSTANDING (PROGRAM-SUB).
           ADD STUDENT-SPONSOR TO TBL-SPONSOR (PROGRAM-SUB).
           ADD STUDENT-DISCOUNT TO TBL-DISCOUNT (PROGRAM-SUB).
           ADD STUDENT-CURRENT-REVENUE
               TO TBL-CURRENT-REVENUE (PROGRAM-SUB).
           ADD STUDENT-PROJECTED-REVENUE
               TO TBL-PROJECTED-REVENUE (PROGRAM-SUB).
           IF NOT STUDENT-REPRICED
               ADD 1 TO TBL-NOT-REPRICED (PROGRAM-SUB)
           END-IF.

       PRINT-CENSUS.
           WRITE REPORT-LINE FROM CENSUS-HEADING-1.
           IF PROGRAM-COUNT = ZERO
               WRITE REPORT-LINE FROM NO-ENROLLMENTS-LINE
           ELSE
               PERFORM PRINT-ONE-PROGRAM
                   VARYING PROGRAM-SUB FROM 1 BY 1
                   UNTIL PROGRAM-SUB > PROGRAM-COUNT
               WRITE REPORT-LINE FROM BLANK-LINE
               MOVE "TERM" TO CD-PROGRAM
               MOVE GT-HEADCOUNT TO CD-HEADCOUNT
               MOVE GT-CHARGES TO CD-CHARGES
               MOVE GT-COLLECTED TO CD-COLLECTED
               MOVE GT-OUTSTANDING TO CD-OUTSTANDING
               MOVE GT-SPONSOR TO CD-SPONSOR
               MOVE GT-DISCOUNT TO CD-DISCOUNT
               WRITE REPORT-LINE FROM CENSUS-DETAIL-LINE
           END-IF.
           MOVE WITHDRAWN-EXCLUDED TO CN-WITHDRAWN.
           WRITE REPORT-LINE FROM CENSUS-NOTE-LINE.

       PRINT-ONE-PROGRAM.
           MOVE TBL-PROGRAM (PROGRAM-SUB) TO CD-PROGRAM.
           MOVE TBL-HEADCOUNT (PROGRAM-SUB) TO CD-HEADCOUNT.
           MOVE TBL-CHARGES (PROGRAM-SUB) TO CD-CHARGES.
           MOVE TBL-COLLECTED (PROGRAM-SUB) TO CD-COLLECTED.
           MOVE TBL-OUTSTANDING (PROGRAM-SUB) TO CD-OUTSTANDING.
           MOVE TBL-SPONSOR (PROGRAM-SUB) TO CD-SPONSOR.
           MOVE TBL-DISCOUNT (PROGRAM-SUB) TO CD-DISCOUNT.
           WRITE REPORT-LINE FROM CENSUS-DETAIL-LINE.
           ADD TBL-HEADCOUNT (PROGRAM-SUB) TO GT-HEADCOUNT.
           ADD TBL-CHARGES (PROGRAM-SUB) TO GT-CHARGES.
           ADD TBL-COLLECTED (PROGRAM-SUB) TO GT-COLLECTED.
           ADD TBL-OUTSTANDING (PROGRAM-SUB) TO GT-OUTSTANDING.
           ADD TBL-SPONSOR (PROGRAM-SUB) TO GT-SPONSOR.
           ADD TBL-DISCOUNT (PROGRAM-SUB) TO GT-DISCOUNT.
           ADD TBL-CURRENT-REVENUE (PROGRAM-SUB)
               TO GT-CURRENT-REVENUE.
           ADD TBL-PROJECTED-REVENUE (PROGRAM-SUB)
               TO GT-PROJECTED-REVENUE.

       PRINT-WHAT-IF.
           WRITE REPORT-LINE FROM BLANK-LINE.
           MOVE CENSUS-TERM TO WT-TERM.
           IF WHAT-IF-PROGRAM = SPACES
               MOVE "ALL" TO WT-PROGRAM
           ELSE
               MOVE WHAT-IF-PROGRAM TO WT-PROGRAM
           END-IF.
           WRITE REPORT-LINE FROM WHAT-IF-TITLE-LINE.
           WRITE REPORT-LINE FROM WHAT-IF-CHANGE-LINE.
           WRITE REPORT-LINE FROM BLANK-LINE.
           WRITE REPORT-LINE FROM SCHEDULE-HEADING.
           MOVE CENSUS-TERM TO PROP-TERM.
           MOVE LOW-VALUES TO PROP-PROGRAM.
           START PROPOSED-FILE KEY NOT LESS THAN PROP-KEY
               INVALID KEY
                   MOVE "Y" TO PROPOSED-EOF-FLAG
           END-START.
           OPEN INPUT RATE-FILE.
           PERFORM PRINT-ONE-SCHEDULE-ROW WITH TEST BEFORE
               UNTIL END-OF-PROPOSED.
           CLOSE RATE-FILE.
           IF RATES-TOO-LARGE > ZERO
               MOVE RATES-TOO-LARGE TO TL-COUNT
               WRITE REPORT-LINE FROM TOO-LARGE-NOTE-LINE
           END-IF.
           WRITE REPORT-LINE FROM BLANK-LINE.
           WRITE REPORT-LINE FROM PROJECTION-HEADING-1.
           PERFORM PRINT-ONE-PROJECTION
               VARYING PROGRAM-SUB FROM 1 BY 1
               UNTIL PROGRAM-SUB > PROGRAM-COUNT.
           WRITE REPORT-LINE FROM BLANK-LINE.
           MOVE "TERM" TO PL-PROGRAM.
           MOVE GT-HEADCOUNT TO PL-HEADCOUNT.
           MOVE NOT-REPRICED-COUNT TO PL-NOT-REPRICED.
           MOVE GT-CURRENT-REVENUE TO PL-CURRENT.
           MOVE GT-PROJECTED-REVENUE TO PL-PROJECTED.
           COMPUTE REVENUE-CHANGE
               = GT-PROJECTED-REVENUE - GT-CURRENT-REVENUE.
           MOVE REVENUE-CHANGE TO PL-CHANGE.
           WRITE REPORT-LINE FROM PROJECTION-LINE.
           IF NOT-REPRICED-COUNT > ZERO
               WRITE REPORT-LINE FROM PROJECTION-NOTE-LINE-1
           END-IF.

       PRINT-ONE-SCHEDULE-ROW.
      * The live row is read back beside each proposed one, so the
      * page shows what changed and what did not.
           READ PROPOSED-FILE NEXT RECORD
               AT END MOVE "Y" TO PROPOSED-EOF-FLAG
           END-READ.
           IF NOT END-OF-PROPOSED
               MOVE PROP-KEY TO RATE-KEY
               READ RATE-FILE
                   INVALID KEY
                       MOVE PROPOSED-SCHEDULE TO RATE-SCHEDULE
               END-READ
               MOVE PROP-PROGRAM TO SC-PROGRAM
               MOVE RATE-PER-CREDIT TO SC-CURRENT-RATE
               MOVE PROP-PER-CREDIT TO SC-PROPOSED-RATE
               MOVE RATE-FLAT-FEES TO SC-CURRENT-FEES
               MOVE PROP-FLAT-FEES TO SC-PROPOSED-FEES
               WRITE REPORT-LINE FROM SCHEDULE-LINE
           END-IF.

       PRINT-ONE-PROJECTION.
           MOVE TBL-PROGRAM (PROGRAM-SUB) TO PL-PROGRAM.
           MOVE TBL-HEADCOUNT (PROGRAM-SUB) TO PL-HEADCOUNT.
           MOVE TBL-NOT-REPRICED (PROGRAM-SUB) TO PL-NOT-REPRICED.
           MOVE TBL-CURRENT-REVENUE (PROGRAM-SUB) TO PL-CURRENT.
           MOVE TBL-PROJECTED-REVENUE (PROGRAM-SUB) TO PL-PROJECTED.
           COMPUTE REVENUE-CHANGE
               = TBL-PROJECTED-REVENUE (PROGRAM-SUB)
               - TBL-CURRENT-REVENUE (PROGRAM-SUB).
           MOVE REVENUE-CHANGE TO PL-CHANGE.
           WRITE REPORT-LINE FROM PROJECTION-LINE.

      ** add other procedures here
       END PROGRAM TERMCENS.

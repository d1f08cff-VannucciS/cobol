      ******************************************************************
      * Author:Vannucci
      * Date:Oct/15/2026
      * Purpose: Tuition quote for a prospective student - takes a
      *          name, term, program, credit hours, and discount
      *          code, prices them off the rate schedule through
      *          CALCTUIT exactly the way Project01 prices an
      *          enrollment, saves the quote to the quote file under
      *          the next quote number with an expiry date, and
      *          prints a quote sheet with the per-credit, flat-fee,
      *          and discount lines for the student to take away.
      *          A quote is good for TUITQUOT-DAYS days (default
      *          30), never past the end of the term it prices.
      *          Project01 and REGINTAK charge an enrollment that
      *          names an unexpired quote at the quoted price, and
      *          QUOTRPT reports quotes issued against quotes
      *          converted.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. TUITQUOT.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "operator-master.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS OPERATOR-FILE-STATUS.
           SELECT TERM-FILE ASSIGN TO "term-master.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS TRM-CODE
               FILE STATUS IS TERM-FILE-STATUS.
           SELECT RATE-FILE ASSIGN TO "rate-schedule.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RATE-KEY
               FILE STATUS IS RATE-FILE-STATUS.
      * Quote number 0000000 is the control record that carries the
      * last number issued; every real quote is numbered from 1.
           SELECT QUOTE-FILE ASSIGN TO "tuition-quotes.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS QUO-NUMBER
               FILE STATUS IS QUOTE-FILE-STATUS.
           SELECT QUOTE-SHEET ASSIGN TO "tuition-quote-sheets.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUOTE-SHEET-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD OPERATOR-FILE.
       01  OPERATOR-MASTER.
           02  OPER-ID         PIC X(4).
           02 FILLER   PIC A(1) VALUE " ".
           02  OPER-LEVEL      PIC X(1).
               88 OPER-CLERK      VALUE "C".
               88 OPER-SUPERVISOR VALUE "S".
           02 FILLER   PIC A(1) VALUE " ".
           02  OPER-STATUS     PIC X(1).
               88 OPER-ACTIVE  VALUE "A".
               88 OPER-REVOKED VALUE "R".
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
       01  QUOTE-CONTROL REDEFINES QUOTE-RECORD.
           02  QCT-NUMBER             PIC 9(7).
           02 FILLER                  PIC X(1).
           02  QCT-LAST-ISSUED        PIC 9(7).
           02 FILLER                  PIC X(125).

       FD QUOTE-SHEET.
       01  SHEET-LINE PIC X(80).

       WORKING-STORAGE SECTION.
      *-----------------------
       01  OPERATOR-FILE-STATUS PIC X(2).
       01  TERM-FILE-STATUS PIC X(2).
       01  RATE-FILE-STATUS PIC X(2).
       01  QUOTE-FILE-STATUS PIC X(2).
       01  QUOTE-SHEET-STATUS PIC X(2).
       01  ENTRY-OK-SW PIC X VALUE "N".
           88 ENTRY-OK VALUE "Y".
       01  OPERATOR-ID-ENTRY PIC X(4).
       01  ANOTHER-ANSWER PIC X VALUE "Y".
           88 MORE-QUOTES VALUE "Y" "y".
       01  CONFIRM-ANSWER PIC X.
       01  STUDENT-NAME PIC X(40).
       01  TERM-ENTRY PIC X(5).
       01  TERM-END-DATE PIC 9(8).
       01  PROGRAM-ENTRY PIC X(4).
       01  CREDIT-HOURS-EDIT PIC 9(2).
       01  CREDIT-HOURS PIC 9(2).
       01  DISCOUNT-CODE-ENTRY PIC X(1).
       01  DISC-SUB PIC 9(1).
       01  DISC-FOUND-SW PIC X.
           88 DISC-FOUND VALUE "Y".
       01  BASE-TUITION PIC 9(5).
       01  TUITION-FEES PIC 9(5).
       01  TUITION-DISCOUNT PIC 9(5).
       01  TUITION-OWED PIC 9(5).
       01  CALC-STATUS-ENTRY PIC X(1).
           88 CALC-OK VALUE "0".
           88 CALC-SIZE-ERROR VALUE "1".
       01  NEW-QUOTE-NUMBER PIC 9(7).
       01  NUMBER-ASSIGNED-SW PIC X.
           88 NUMBER-ASSIGNED VALUE "Y".
       01  TODAY-DATE PIC 9(8).
       01  EXPIRY-DATE PIC 9(8).
       01  VALID-DAYS-EDIT PIC X(3).
       01  VALID-DAYS-SHIFT-WORK PIC X(3).
       01  QUOTE-VALID-DAYS PIC 9(3).

      * Date walked forward a day at a time to find the expiry date.
       01  WORK-DATE.
           05 WORK-YEAR     PIC 9(4).
           05 WORK-MONTH    PIC 9(2).
           05 WORK-DAY      PIC 9(2).
       01  MONTH-LIMIT PIC 9(2).
       01  LEAP-QUOTIENT PIC 9(4).
       01  LEAP-REMAINDER PIC 9(3).
       01  LEAP-YEAR-SW PIC X.
           88 LEAP-YEAR VALUE "Y".
       01  MONTH-LENGTH-VALUES.
           05 FILLER PIC 9(2) VALUE 31.
           05 FILLER PIC 9(2) VALUE 28.
           05 FILLER PIC 9(2) VALUE 31.
           05 FILLER PIC 9(2) VALUE 30.
           05 FILLER PIC 9(2) VALUE 31.
           05 FILLER PIC 9(2) VALUE 30.
           05 FILLER PIC 9(2) VALUE 31.
           05 FILLER PIC 9(2) VALUE 31.
           05 FILLER PIC 9(2) VALUE 30.
           05 FILLER PIC 9(2) VALUE 31.
           05 FILLER PIC 9(2) VALUE 30.
           05 FILLER PIC 9(2) VALUE 31.
       01  MONTH-LENGTH-TABLE REDEFINES MONTH-LENGTH-VALUES.
           05 MONTH-LENGTH PIC 9(2) OCCURS 12 TIMES.

       01  SHEET-RULE-LINE PIC X(80) VALUE ALL "-".
       01  SHEET-TITLE-LINE PIC X(80) VALUE
           "TUITION COST ESTIMATE".
       01  SHEET-NUMBER-LINE.
           05 FILLER           PIC X(14) VALUE "QUOTE NUMBER: ".
           05 SL-QUOTE-NUMBER  PIC 9(7).
           05 FILLER           PIC X(11) VALUE "   ISSUED: ".
           05 SL-ISSUE-DATE    PIC 9(8).
           05 FILLER           PIC X(18) VALUE "   VALID THROUGH: ".
           05 SL-EXPIRY-DATE   PIC 9(8).
       01  SHEET-NAME-LINE.
           05 FILLER           PIC X(14) VALUE "PREPARED FOR: ".
           05 SL-STUDENT-NAME  PIC X(40).
       01  SHEET-TERM-LINE.
           05 FILLER           PIC X(14) VALUE "TERM:".
           05 SL-TERM          PIC X(5).
           05 FILLER           PIC X(12) VALUE "   PROGRAM: ".
           05 SL-PROGRAM       PIC X(4).
       01  SHEET-TUITION-LINE.
           05 FILLER           PIC X(10) VALUE "TUITION - ".
           05 SL-CREDIT-HOURS  PIC Z9.
           05 FILLER           PIC X(17) VALUE " CREDIT HOURS AT ".
           05 SL-PER-CREDIT    PIC Z,ZZ9.
           05 FILLER           PIC X(16) VALUE " PER CREDIT HOUR".
           05 FILLER           PIC X(4) VALUE SPACES.
           05 SL-BASE-TUITION  PIC ZZ,ZZ9.
       01  SHEET-FEES-LINE.
           05 FILLER           PIC X(54) VALUE "FLAT FEES".
           05 SL-FLAT-FEES     PIC ZZ,ZZ9.
       01  SHEET-DISCOUNT-LINE.
           05 FILLER           PIC X(16) VALUE "DISCOUNT - CODE ".
           05 SL-DISC-CODE     PIC X(1).
           05 FILLER           PIC X(37) VALUE SPACES.
           05 SL-DISCOUNT      PIC ZZ,ZZ9.
           05 FILLER           PIC X(1) VALUE "-".
       01  SHEET-TOTAL-LINE.
           05 FILLER           PIC X(54) VALUE
               "ESTIMATED TOTAL DUE".
           05 SL-NET-AMOUNT    PIC ZZ,ZZ9.
       01  SHEET-NOTE-LINE-1.
           05 FILLER PIC X(40) VALUE
               "THIS ESTIMATE IS HONORED AT ENROLLMENT F".
           05 FILLER PIC X(40) VALUE
               "OR THE TERM AND PROGRAM ABOVE THROUGH".
       01  SHEET-NOTE-LINE-2.
           05 FILLER PIC X(40) VALUE
               "THE VALID-THROUGH DATE - GIVE THE QUOTE ".
           05 FILLER PIC X(40) VALUE
               "NUMBER WHEN YOU ENROLL.".
       01  SHEET-OPERATOR-LINE.
           05 FILLER           PIC X(22) VALUE
               "PREPARED BY OPERATOR: ".
           05 SL-OPERATOR-ID   PIC X(4).
       01  BLANK-LINE PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open operator-master.txt, status "
                   OPERATOR-FILE-STATUS
               DISPLAY "Run OPERMNT to set up the operator master."
               GOBACK
           END-IF.
           OPEN INPUT TERM-FILE.
           IF TERM-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open term-master.txt, status "
                   TERM-FILE-STATUS
               DISPLAY "Run TERMMNT to set up the term master."
               CLOSE OPERATOR-FILE
               GOBACK
           END-IF.
      * A quote is priced off the same schedule an enrollment is, so
      * there is nothing to quote from until RATEMNT sets one up.
           OPEN INPUT RATE-FILE.
           IF RATE-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open rate-schedule.txt, status "
                   RATE-FILE-STATUS
               DISPLAY "Run RATEMNT to set up the rate schedule."
               CLOSE OPERATOR-FILE
               CLOSE TERM-FILE
               GOBACK
           END-IF.
           OPEN I-O QUOTE-FILE.
           IF QUOTE-FILE-STATUS = "35"
               CLOSE QUOTE-FILE
               OPEN OUTPUT QUOTE-FILE
               CLOSE QUOTE-FILE
               OPEN I-O QUOTE-FILE
           END-IF.
           IF QUOTE-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open tuition-quotes.txt, status "
                   QUOTE-FILE-STATUS
               CLOSE OPERATOR-FILE
               CLOSE TERM-FILE
               CLOSE RATE-FILE
               GOBACK
           END-IF.
           PERFORM GET-QUOTE-VALID-DAYS.
           PERFORM GET-OPERATOR-ID WITH TEST AFTER
               UNTIL ENTRY-OK.
           PERFORM QUOTE-PROMPT WITH TEST AFTER
               UNTIL NOT MORE-QUOTES.
           CLOSE OPERATOR-FILE.
           CLOSE TERM-FILE.
           CLOSE RATE-FILE.
           CLOSE QUOTE-FILE.
           GOBACK.

       GET-QUOTE-VALID-DAYS.
      * TUITQUOT-DAYS resolves the same way HOLDUPD-THRESHOLD does,
      * shifted right and judged numeric.  A value that cannot be
      * used falls back to the standard 30 days with a warning.
           ACCEPT VALID-DAYS-EDIT FROM ENVIRONMENT "TUITQUOT-DAYS".
           IF VALID-DAYS-EDIT = SPACES
               MOVE 30 TO QUOTE-VALID-DAYS
           ELSE
               PERFORM RIGHT-JUSTIFY-VALID-DAYS WITH TEST BEFORE
                   UNTIL VALID-DAYS-EDIT (3:1) NOT = SPACE
               IF VALID-DAYS-EDIT IS NOT NUMERIC
                   OR VALID-DAYS-EDIT = "000"
                   DISPLAY "TUITQUOT-DAYS of " VALID-DAYS-EDIT
                       " is not a usable number of days - quotes "
                       "will be good for 30 days."
                   MOVE 30 TO QUOTE-VALID-DAYS
               ELSE
                   MOVE VALID-DAYS-EDIT TO QUOTE-VALID-DAYS
               END-IF
           END-IF.

       RIGHT-JUSTIFY-VALID-DAYS.
           MOVE VALID-DAYS-EDIT TO VALID-DAYS-SHIFT-WORK.
           MOVE VALID-DAYS-SHIFT-WORK (1:2) TO VALID-DAYS-EDIT (2:2).
           MOVE "0" TO VALID-DAYS-EDIT (1:1).

       GET-OPERATOR-ID.
      * Sign-ons are validated against the operator master OPERMNT
      * maintains - the operator is printed on the quote sheet.
           MOVE "Y" TO ENTRY-OK-SW.
           DISPLAY "Enter operator ID: "
           ACCEPT OPERATOR-ID-ENTRY.
           MOVE OPERATOR-ID-ENTRY TO OPER-ID.
           READ OPERATOR-FILE
               INVALID KEY
                   DISPLAY "Unrecognized operator ID, try again."
                   MOVE "N" TO ENTRY-OK-SW
               NOT INVALID KEY
                   IF NOT OPER-ACTIVE
                       DISPLAY "Operator ID is revoked."
                       MOVE "N" TO ENTRY-OK-SW
                   END-IF
           END-READ.

       QUOTE-PROMPT.
           PERFORM GET-QUOTE-ENTRY WITH TEST AFTER
               UNTIL ENTRY-OK.
           DISPLAY "*********************************************".
           DISPLAY "Tuition " CREDIT-HOURS " hours at "
               RATE-PER-CREDIT ": " BASE-TUITION
           DISPLAY "Flat fees            : " TUITION-FEES
           DISPLAY "Discount             : " TUITION-DISCOUNT
           DISPLAY "Estimated total due  : " TUITION-OWED
           DISPLAY "Save and print this quote (Y/N)? "
           ACCEPT CONFIRM-ANSWER.
           IF CONFIRM-ANSWER = "Y" OR "y"
               PERFORM ISSUE-QUOTE
           ELSE
               DISPLAY "Quote not saved."
           END-IF.
           DISPLAY "*********************************************".
           DISPLAY "PREPARE ANOTHER QUOTE? (Y/N) "
           ACCEPT ANOTHER-ANSWER.

       GET-QUOTE-ENTRY.
      * The same edits and the same pricing GET-STUDENT-ENTRY and
      * GET-CHARGES-FROM-SCHEDULE apply in Project01, so the figure
      * quoted is the figure enrollment would charge today.
           MOVE "Y" TO ENTRY-OK-SW.
           DISPLAY "Enter prospective student name: "
           ACCEPT STUDENT-NAME.
           IF STUDENT-NAME = SPACES
               DISPLAY "Student name cannot be blank."
               MOVE "N" TO ENTRY-OK-SW
           END-IF.
           IF ENTRY-OK
               DISPLAY "Enter term (e.g. 2026F): "
               ACCEPT TERM-ENTRY
               IF TERM-ENTRY = SPACES
                   DISPLAY "Term cannot be blank."
                   MOVE "N" TO ENTRY-OK-SW
               ELSE
                   PERFORM CHECK-TERM-OPEN
               END-IF
           END-IF.
           IF ENTRY-OK
               PERFORM GET-CHARGES-FROM-SCHEDULE
           END-IF.
           IF ENTRY-OK
               CALL "CALCTUIT" USING BASE-TUITION TUITION-FEES
                   TUITION-DISCOUNT TUITION-OWED CALC-STATUS-ENTRY
               IF CALC-SIZE-ERROR
                   DISPLAY "Tuition plus fees, less discount, is "
                       "too large - check the rate schedule."
                   MOVE "N" TO ENTRY-OK-SW
               ELSE
                   IF TUITION-OWED = ZERO
                       DISPLAY "Tuition owed must be a positive "
                           "amount - check the rate schedule."
                       MOVE "N" TO ENTRY-OK-SW
                   END-IF
               END-IF
           END-IF.

       CHECK-TERM-OPEN.
      * The term must be one TERMMNT defined and still open for
      * enrollment - there is no point quoting a term nobody can
      * enroll in.  Its end date caps the quote's expiry.
           MOVE TERM-ENTRY TO TRM-CODE.
           READ TERM-FILE
               INVALID KEY
                   DISPLAY "Term " TERM-ENTRY " is not on the term "
                       "master - check the code or see TERMMNT."
                   MOVE "N" TO ENTRY-OK-SW
               NOT INVALID KEY
                   IF NOT TRM-OPEN
                       DISPLAY "Term " TERM-ENTRY " is not open "
                           "for enrollment."
                       MOVE "N" TO ENTRY-OK-SW
                   ELSE
                       MOVE TRM-END-DATE TO TERM-END-DATE
                   END-IF
           END-READ.

       GET-CHARGES-FROM-SCHEDULE.
           DISPLAY "Enter program code: "
           ACCEPT PROGRAM-ENTRY.
           MOVE TERM-ENTRY TO RATE-TERM.
           MOVE PROGRAM-ENTRY TO RATE-PROGRAM.
           READ RATE-FILE
               INVALID KEY
                   DISPLAY "No rate schedule on file for term "
                       TERM-ENTRY " program " PROGRAM-ENTRY
                       " - see RATEMNT."
                   MOVE "N" TO ENTRY-OK-SW
           END-READ.
           IF ENTRY-OK
               DISPLAY "Enter credit hours: "
               ACCEPT CREDIT-HOURS-EDIT
               IF CREDIT-HOURS-EDIT IS NOT NUMERIC
                   OR CREDIT-HOURS-EDIT = ZERO
                   DISPLAY "Credit hours must be numeric and "
                       "non-zero."
                   MOVE "N" TO ENTRY-OK-SW
               ELSE
                   MOVE CREDIT-HOURS-EDIT TO CREDIT-HOURS
                   COMPUTE BASE-TUITION
                       = RATE-PER-CREDIT * CREDIT-HOURS
                       ON SIZE ERROR
                           DISPLAY "Tuition for " CREDIT-HOURS
                               " hours does not fit the balance "
                               "field - re-enter."
                           MOVE "N" TO ENTRY-OK-SW
                   END-COMPUTE
                   MOVE RATE-FLAT-FEES TO TUITION-FEES
               END-IF
           END-IF.
           IF ENTRY-OK
               PERFORM GET-DISCOUNT-CODE
           END-IF.

       GET-DISCOUNT-CODE.
      * Only a code the schedule allows can discount the quote, the
      * same as at enrollment.
           MOVE SPACE TO DISC-FOUND-SW.
           DISPLAY "Discount code (blank for none): "
           ACCEPT DISCOUNT-CODE-ENTRY.
           IF DISCOUNT-CODE-ENTRY = SPACE
               MOVE ZERO TO TUITION-DISCOUNT
           ELSE
               MOVE "N" TO DISC-FOUND-SW
               PERFORM MATCH-DISCOUNT-CODE
                   VARYING DISC-SUB FROM 1 BY 1
                   UNTIL DISC-SUB > 3
                   OR DISC-FOUND
               IF NOT DISC-FOUND
                   DISPLAY "Discount code " DISCOUNT-CODE-ENTRY
                       " is not allowed on this rate schedule."
                   MOVE "N" TO ENTRY-OK-SW
               END-IF
           END-IF.

       MATCH-DISCOUNT-CODE.
           IF RATE-DISC-CODE (DISC-SUB) = DISCOUNT-CODE-ENTRY
               MOVE "Y" TO DISC-FOUND-SW
               MOVE RATE-DISC-AMOUNT (DISC-SUB) TO TUITION-DISCOUNT
           END-IF.

       ISSUE-QUOTE.
           PERFORM ASSIGN-QUOTE-NUMBER.
           IF NUMBER-ASSIGNED
               ACCEPT TODAY-DATE FROM DATE YYYYMMDD
               PERFORM FIGURE-EXPIRY-DATE
               MOVE SPACES TO QUOTE-RECORD
               MOVE NEW-QUOTE-NUMBER TO QUO-NUMBER
               MOVE STUDENT-NAME TO QUO-STUDENT-NAME
               MOVE TERM-ENTRY TO QUO-TERM
               MOVE PROGRAM-ENTRY TO QUO-PROGRAM
               MOVE CREDIT-HOURS TO QUO-CREDIT-HOURS
               MOVE RATE-PER-CREDIT TO QUO-PER-CREDIT
               MOVE BASE-TUITION TO QUO-BASE-TUITION
               MOVE TUITION-FEES TO QUO-FLAT-FEES
               MOVE DISCOUNT-CODE-ENTRY TO QUO-DISC-CODE
               MOVE TUITION-DISCOUNT TO QUO-DISCOUNT
               MOVE TUITION-OWED TO QUO-NET-AMOUNT
               MOVE TODAY-DATE TO QUO-ISSUE-DATE
               MOVE EXPIRY-DATE TO QUO-EXPIRY-DATE
               MOVE OPERATOR-ID-ENTRY TO QUO-OPERATOR-ID
               SET QUO-OPEN TO TRUE
               MOVE ZERO TO QUO-CONVERTED-STUDENT
               MOVE ZERO TO QUO-CONVERTED-DATE
               WRITE QUOTE-RECORD
                   INVALID KEY
                       DISPLAY "Unable to save quote, status "
                           QUOTE-FILE-STATUS
                   NOT INVALID KEY
                       PERFORM PRINT-QUOTE-SHEET
                       DISPLAY "Quote " NEW-QUOTE-NUMBER
                           " saved, good through " EXPIRY-DATE "."
               END-WRITE
           END-IF.

       ASSIGN-QUOTE-NUMBER.
      * The control record is read and rewritten with the number
      * taken before the quote itself is written, so two terminals
      * quoting at once never hand out the same number.
           MOVE "N" TO NUMBER-ASSIGNED-SW.
           MOVE ZERO TO QUO-NUMBER.
           READ QUOTE-FILE
               INVALID KEY
                   MOVE SPACES TO QUOTE-CONTROL
                   MOVE ZERO TO QCT-NUMBER
                   MOVE 1 TO QCT-LAST-ISSUED
                   WRITE QUOTE-CONTROL
                       INVALID KEY
                           DISPLAY "Unable to create the quote "
                               "control record, status "
                               QUOTE-FILE-STATUS
                       NOT INVALID KEY
                           MOVE "Y" TO NUMBER-ASSIGNED-SW
                   END-WRITE
               NOT INVALID KEY
                   IF QCT-LAST-ISSUED = 9999999
                       DISPLAY "Quote numbers are exhausted - see "
                           "the business office."
                   ELSE
                       ADD 1 TO QCT-LAST-ISSUED
                       REWRITE QUOTE-CONTROL
                           INVALID KEY
                               DISPLAY "Unable to update the quote "
                                   "control record, status "
                                   QUOTE-FILE-STATUS
                           NOT INVALID KEY
                               MOVE "Y" TO NUMBER-ASSIGNED-SW
                       END-REWRITE
                   END-IF
           END-READ.
           IF NUMBER-ASSIGNED
               MOVE QCT-LAST-ISSUED TO NEW-QUOTE-NUMBER
           END-IF.

       FIGURE-EXPIRY-DATE.
      * Today plus the quote's life in days, walked forward a day at
      * a time, but never past the last day of the term quoted.
           MOVE TODAY-DATE TO WORK-DATE.
           PERFORM ADVANCE-ONE-DAY QUOTE-VALID-DAYS TIMES.
           MOVE WORK-DATE TO EXPIRY-DATE.
           IF TERM-END-DATE > ZERO
               AND EXPIRY-DATE > TERM-END-DATE
               MOVE TERM-END-DATE TO EXPIRY-DATE
           END-IF.

       ADVANCE-ONE-DAY.
           PERFORM TEST-LEAP-YEAR.
           MOVE MONTH-LENGTH (WORK-MONTH) TO MONTH-LIMIT.
           IF WORK-MONTH = 2 AND LEAP-YEAR
               ADD 1 TO MONTH-LIMIT
           END-IF.
           IF WORK-DAY < MONTH-LIMIT
               ADD 1 TO WORK-DAY
           ELSE
               MOVE 1 TO WORK-DAY
               IF WORK-MONTH < 12
                   ADD 1 TO WORK-MONTH
               ELSE
                   MOVE 1 TO WORK-MONTH
                   ADD 1 TO WORK-YEAR
               END-IF
           END-IF.

       TEST-LEAP-YEAR.
      * Every fourth year, except centuries, except every fourth
      * century.
           MOVE "N" TO LEAP-YEAR-SW.
           DIVIDE WORK-YEAR BY 4 GIVING LEAP-QUOTIENT
               REMAINDER LEAP-REMAINDER.
           IF LEAP-REMAINDER = ZERO
               MOVE "Y" TO LEAP-YEAR-SW
               DIVIDE WORK-YEAR BY 100 GIVING LEAP-QUOTIENT
                   REMAINDER LEAP-REMAINDER
               IF LEAP-REMAINDER = ZERO
                   MOVE "N" TO LEAP-YEAR-SW
                   DIVIDE WORK-YEAR BY 400 GIVING LEAP-QUOTIENT
                       REMAINDER LEAP-REMAINDER
                   IF LEAP-REMAINDER = ZERO
                       MOVE "Y" TO LEAP-YEAR-SW
                   END-IF
               END-IF
           END-IF.

       PRINT-QUOTE-SHEET.
      * Sheets are appended, one after another, for the counter to
      * print and hand over.
           OPEN EXTEND QUOTE-SHEET.
           IF QUOTE-SHEET-STATUS = "35"
               OPEN OUTPUT QUOTE-SHEET
               CLOSE QUOTE-SHEET
               OPEN EXTEND QUOTE-SHEET
           END-IF.
           WRITE SHEET-LINE FROM SHEET-RULE-LINE.
           WRITE SHEET-LINE FROM SHEET-TITLE-LINE.
           MOVE QUO-NUMBER TO SL-QUOTE-NUMBER.
           MOVE QUO-ISSUE-DATE TO SL-ISSUE-DATE.
           MOVE QUO-EXPIRY-DATE TO SL-EXPIRY-DATE.
           WRITE SHEET-LINE FROM SHEET-NUMBER-LINE.
           MOVE QUO-STUDENT-NAME TO SL-STUDENT-NAME.
           WRITE SHEET-LINE FROM SHEET-NAME-LINE.
           MOVE QUO-TERM TO SL-TERM.
           MOVE QUO-PROGRAM TO SL-PROGRAM.
           WRITE SHEET-LINE FROM SHEET-TERM-LINE.
           WRITE SHEET-LINE FROM BLANK-LINE.
           MOVE QUO-CREDIT-HOURS TO SL-CREDIT-HOURS.
           MOVE QUO-PER-CREDIT TO SL-PER-CREDIT.
           MOVE QUO-BASE-TUITION TO SL-BASE-TUITION.
           WRITE SHEET-LINE FROM SHEET-TUITION-LINE.
           MOVE QUO-FLAT-FEES TO SL-FLAT-FEES.
           WRITE SHEET-LINE FROM SHEET-FEES-LINE.
           IF QUO-DISCOUNT > ZERO
               MOVE QUO-DISC-CODE TO SL-DISC-CODE
               MOVE QUO-DISCOUNT TO SL-DISCOUNT
               WRITE SHEET-LINE FROM SHEET-DISCOUNT-LINE
           END-IF.
           MOVE QUO-NET-AMOUNT TO SL-NET-AMOUNT.
           WRITE SHEET-LINE FROM SHEET-TOTAL-LINE.
           WRITE SHEET-LINE FROM BLANK-LINE.
           WRITE SHEET-LINE FROM SHEET-NOTE-LINE-1.
           WRITE SHEET-LINE FROM SHEET-NOTE-LINE-2.
           MOVE QUO-OPERATOR-ID TO SL-OPERATOR-ID.
           WRITE SHEET-LINE FROM SHEET-OPERATOR-LINE.
           WRITE SHEET-LINE FROM SHEET-RULE-LINE.
           CLOSE QUOTE-SHEET.

      ** add other procedures here
       END PROGRAM TUITQUOT.

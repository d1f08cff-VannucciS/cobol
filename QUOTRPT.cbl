      ******************************************************************
      * Author:Vannucci
      * Date:Oct/15/2026
      * Purpose: Monthly tuition quote report - reads every quote
      *          TUITQUOT issued, lists the ones issued in the
      *          requested month with what became of each - converted
      *          into an enrollment (by Project01 or REGINTAK),
      *          expired unused, or still open - and totals the
      *          count and dollars quoted against the count and
      *          dollars converted, with the conversion rate, so the
      *          admissions office can see whether quoting is
      *          bringing students in.  Conversions recorded during
      *          the month against quotes from earlier months are
      *          counted on their own line.  The month comes from
      *          the QUOTRPT-MONTH environment name (YYYYMM) and is
      *          required, the same as YEARSUM-YEAR.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. QUOTRPT.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT QUOTE-FILE ASSIGN TO "tuition-quotes.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS QUO-NUMBER
               FILE STATUS IS QUOTE-FILE-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO "tuition-quote-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
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

       FD REPORT-FILE.
       01  REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
      *-----------------------
       01  QUOTE-FILE-STATUS PIC X(2).
       01  QUOTE-EOF-FLAG PIC X VALUE "N".
           88 END-OF-QUOTES VALUE "Y".
       01  REPORT-MONTH-EDIT PIC X(6).
       01  REPORT-MONTH PIC 9(6).
       01  TODAY-DATE PIC 9(8).
       01  ROW-ISSUE-MONTH PIC 9(6).
       01  ROW-CONVERTED-MONTH PIC 9(6).
       01  QUOTES-ISSUED PIC 9(7) VALUE ZERO.
       01  AMOUNT-QUOTED PIC 9(9) VALUE ZERO.
       01  QUOTES-CONVERTED PIC 9(7) VALUE ZERO.
       01  AMOUNT-CONVERTED PIC 9(9) VALUE ZERO.
       01  QUOTES-EXPIRED PIC 9(7) VALUE ZERO.
       01  QUOTES-STILL-OPEN PIC 9(7) VALUE ZERO.
       01  CONVERSIONS-THIS-MONTH PIC 9(7) VALUE ZERO.
       01  CONVERSION-RATE PIC 9(3)V9 VALUE ZERO.

       01  HEADING-LINE-1.
           05 FILLER           PIC X(33) VALUE
               "TUITION QUOTE REPORT FOR MONTH ".
           05 HL-MONTH         PIC 9(6).
       01  HEADING-LINE-2.
           05 FILLER           PIC X(9) VALUE "QUOTE".
           05 FILLER           PIC X(10) VALUE "ISSUED".
           05 FILLER           PIC X(27) VALUE "NAME".
           05 FILLER           PIC X(6) VALUE "TERM".
           05 FILLER           PIC X(6) VALUE "PROG".
           05 FILLER           PIC X(7) VALUE "AMOUNT".
           05 FILLER           PIC X(5) VALUE "OPER".
           05 FILLER           PIC X(7) VALUE "OUTCOME".
       01  DETAIL-LINE.
           05 DL-QUOTE-NUMBER  PIC 9(7).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DL-ISSUE-DATE    PIC 9(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DL-NAME          PIC X(25).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DL-TERM          PIC X(5).
           05 FILLER           PIC X(1) VALUE SPACES.
           05 DL-PROGRAM       PIC X(4).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DL-AMOUNT        PIC ZZ,ZZ9.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 DL-OPERATOR      PIC X(4).
           05 FILLER           PIC X(1) VALUE SPACES.
           05 DL-OUTCOME       PIC X(10).
           05 DL-STUDENT       PIC X(8).
           05 DL-OUTCOME-DATE  PIC X(8).
       01  NO-QUOTES-LINE PIC X(100) VALUE
           "NO TUITION QUOTES HAVE BEEN ISSUED.".
       01  TOTAL-LINE-1.
           05 FILLER           PIC X(30) VALUE
               "QUOTES ISSUED:".
           05 TL-ISSUED        PIC ZZZZZZ9.
       01  TOTAL-LINE-2.
           05 FILLER           PIC X(30) VALUE
               "AMOUNT QUOTED:".
           05 TL-AMOUNT-QUOTED PIC ZZZZZZZZ9.
       01  TOTAL-LINE-3.
           05 FILLER           PIC X(30) VALUE
               "QUOTES CONVERTED:".
           05 TL-CONVERTED     PIC ZZZZZZ9.
       01  TOTAL-LINE-4.
           05 FILLER           PIC X(30) VALUE
               "AMOUNT CONVERTED:".
           05 TL-AMOUNT-CONVERTED PIC ZZZZZZZZ9.
       01  TOTAL-LINE-5.
           05 FILLER           PIC X(30) VALUE
               "QUOTES EXPIRED UNUSED:".
           05 TL-EXPIRED       PIC ZZZZZZ9.
       01  TOTAL-LINE-6.
           05 FILLER           PIC X(30) VALUE
               "QUOTES STILL OPEN:".
           05 TL-STILL-OPEN    PIC ZZZZZZ9.
       01  TOTAL-LINE-7.
           05 FILLER           PIC X(30) VALUE
               "CONVERSION RATE (PERCENT):".
           05 TL-RATE          PIC ZZ9.9.
       01  TOTAL-LINE-8.
           05 FILLER           PIC X(30) VALUE
               "CONVERSIONS DURING MONTH:".
           05 TL-THIS-MONTH    PIC ZZZZZZ9.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           PERFORM GET-REPORT-MONTH.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT REPORT-FILE.
           MOVE REPORT-MONTH TO HL-MONTH.
           WRITE REPORT-LINE FROM HEADING-LINE-1.
           OPEN INPUT QUOTE-FILE.
      * Until TUITQUOT issues its first quote there is no quote file,
      * which is a report with nothing on it, not a failure.
           IF QUOTE-FILE-STATUS = "35"
               WRITE REPORT-LINE FROM NO-QUOTES-LINE
               CLOSE REPORT-FILE
               STOP RUN
           END-IF.
           IF QUOTE-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open tuition-quotes.txt, status "
                   QUOTE-FILE-STATUS
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           WRITE REPORT-LINE FROM HEADING-LINE-2.
      * Quote 0000000 is the numbering control record, so the walk
      * starts just past it.
           MOVE ZERO TO QUO-NUMBER.
           START QUOTE-FILE KEY GREATER THAN QUO-NUMBER
               INVALID KEY
                   MOVE "Y" TO QUOTE-EOF-FLAG
           END-START.
           PERFORM REPORT-ONE-QUOTE WITH TEST BEFORE
               UNTIL END-OF-QUOTES.
           PERFORM PRINT-QUOTE-TOTALS.
           CLOSE QUOTE-FILE.
           CLOSE REPORT-FILE.
           STOP RUN.

       GET-REPORT-MONTH.
      * QUOTRPT-MONTH is required like YEARSUM-YEAR - defaulting the
      * month would quietly report the wrong one.
           ACCEPT REPORT-MONTH-EDIT FROM ENVIRONMENT "QUOTRPT-MONTH".
           IF REPORT-MONTH-EDIT IS NOT NUMERIC
               MOVE ZERO TO REPORT-MONTH
           ELSE
               MOVE REPORT-MONTH-EDIT TO REPORT-MONTH
           END-IF.
           IF REPORT-MONTH = ZERO
               OR REPORT-MONTH-EDIT (5:2) < "01"
               OR REPORT-MONTH-EDIT (5:2) > "12"
               DISPLAY "QUOTRPT-MONTH is not set - name the month "
                   "(YYYYMM) and rerun."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       REPORT-ONE-QUOTE.
           READ QUOTE-FILE NEXT RECORD
               AT END MOVE "Y" TO QUOTE-EOF-FLAG
           END-READ.
           IF NOT END-OF-QUOTES
               DIVIDE QUO-ISSUE-DATE BY 100
                   GIVING ROW-ISSUE-MONTH
               IF ROW-ISSUE-MONTH = REPORT-MONTH
                   PERFORM LIST-ISSUED-QUOTE
               END-IF
               IF QUO-CONVERTED
                   DIVIDE QUO-CONVERTED-DATE BY 100
                       GIVING ROW-CONVERTED-MONTH
                   IF ROW-CONVERTED-MONTH = REPORT-MONTH
                       ADD 1 TO CONVERSIONS-THIS-MONTH
                   END-IF
               END-IF
           END-IF.

       LIST-ISSUED-QUOTE.
      * The outcome is as of the day the report runs - a quote still
      * inside its life may yet convert, and shows as open.
           ADD 1 TO QUOTES-ISSUED.
           ADD QUO-NET-AMOUNT TO AMOUNT-QUOTED.
           MOVE QUO-NUMBER TO DL-QUOTE-NUMBER.
           MOVE QUO-ISSUE-DATE TO DL-ISSUE-DATE.
           MOVE QUO-STUDENT-NAME TO DL-NAME.
           MOVE QUO-TERM TO DL-TERM.
           MOVE QUO-PROGRAM TO DL-PROGRAM.
           MOVE QUO-NET-AMOUNT TO DL-AMOUNT.
           MOVE QUO-OPERATOR-ID TO DL-OPERATOR.
           MOVE SPACES TO DL-STUDENT.
           MOVE SPACES TO DL-OUTCOME-DATE.
           IF QUO-CONVERTED
               ADD 1 TO QUOTES-CONVERTED
               ADD QUO-NET-AMOUNT TO AMOUNT-CONVERTED
               MOVE "CONVERTED" TO DL-OUTCOME
               MOVE QUO-CONVERTED-STUDENT TO DL-STUDENT
               MOVE QUO-CONVERTED-DATE TO DL-OUTCOME-DATE
           ELSE
               IF TODAY-DATE > QUO-EXPIRY-DATE
                   ADD 1 TO QUOTES-EXPIRED
                   MOVE "EXPIRED" TO DL-OUTCOME
                   MOVE QUO-EXPIRY-DATE TO DL-OUTCOME-DATE
               ELSE
                   ADD 1 TO QUOTES-STILL-OPEN
                   MOVE "OPEN" TO DL-OUTCOME
               END-IF
           END-IF.
           WRITE REPORT-LINE FROM DETAIL-LINE.

       PRINT-QUOTE-TOTALS.
           IF QUOTES-ISSUED > ZERO
               COMPUTE CONVERSION-RATE ROUNDED
                   = QUOTES-CONVERTED * 100 / QUOTES-ISSUED
           END-IF.
           MOVE QUOTES-ISSUED TO TL-ISSUED.
           WRITE REPORT-LINE FROM TOTAL-LINE-1.
           MOVE AMOUNT-QUOTED TO TL-AMOUNT-QUOTED.
           WRITE REPORT-LINE FROM TOTAL-LINE-2.
           MOVE QUOTES-CONVERTED TO TL-CONVERTED.
           WRITE REPORT-LINE FROM TOTAL-LINE-3.
           MOVE AMOUNT-CONVERTED TO TL-AMOUNT-CONVERTED.
           WRITE REPORT-LINE FROM TOTAL-LINE-4.
           MOVE QUOTES-EXPIRED TO TL-EXPIRED.
           WRITE REPORT-LINE FROM TOTAL-LINE-5.
           MOVE QUOTES-STILL-OPEN TO TL-STILL-OPEN.
           WRITE REPORT-LINE FROM TOTAL-LINE-6.
           MOVE CONVERSION-RATE TO TL-RATE.
           WRITE REPORT-LINE FROM TOTAL-LINE-7.
           MOVE CONVERSIONS-THIS-MONTH TO TL-THIS-MONTH.
           WRITE REPORT-LINE FROM TOTAL-LINE-8.

      ** add other procedures here
       END PROGRAM QUOTRPT.

      ******************************************************************
      * Author:Vannucci
      * Date:Oct/15/2026
      * Purpose: Callable date-to-day-number conversion - given a
      *          YYYYMMDD date, returns a running day number so two
      *          dates can be subtracted to get the days between
      *          them, the same way in every program that ages
      *          something by days or weeks.  The date is checked
      *          for a real month and day (leap years included)
      *          and LS-DATE-STATUS comes back "1" for a date that
      *          cannot exist, so the caller can refuse it instead
      *          of aging against nonsense.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. DATEDAYS.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       WORKING-STORAGE SECTION.
      *-----------------------
       01  DATE-PARTS.
           05 DATE-YEAR     PIC 9(4).
           05 DATE-MONTH    PIC 9(2).
           05 DATE-DAY      PIC 9(2).
       01  WORK-YEAR PIC 9(4).
       01  WORK-MONTH PIC 9(2).
       01  MONTH-LIMIT PIC 9(2).
       01  LEAP-QUOTIENT PIC 9(4).
       01  LEAP-REMAINDER PIC 9(3).
       01  LEAP-YEAR-SW PIC X.
           88 LEAP-YEAR VALUE "Y".
       01  YEAR-DAYS PIC 9(7).
       01  LEAP-DAYS-4 PIC 9(7).
       01  LEAP-DAYS-100 PIC 9(7).
       01  LEAP-DAYS-400 PIC 9(7).
       01  MONTH-DAYS PIC 9(7).

      * Days in each month of a common year; February is bumped for
      * a leap year when the date is checked.
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

       LINKAGE SECTION.
      *-----------------------
       01  LS-DATE         PIC 9(8).
       01  LS-DAY-NUMBER   PIC 9(7).
       01  LS-DATE-STATUS  PIC X(1).
           88 DATE-OK VALUE "0".
           88 DATE-INVALID VALUE "1".

       PROCEDURE DIVISION USING LS-DATE LS-DAY-NUMBER LS-DATE-STATUS.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONVERT-DATE-TO-DAYS.
      **
      * The day number counts from a fixed point far enough back
      * that any date this system will ever hold comes out
      * positive - only the difference between two day numbers
      * means anything.  The year is counted from March, so the
      * leap day falls at the end of the counting year and the
      * month offsets below never have to know about it.
      **
           SET DATE-OK TO TRUE.
           MOVE ZERO TO LS-DAY-NUMBER.
           MOVE LS-DATE TO DATE-PARTS.
           PERFORM CHECK-DATE-PARTS.
           IF DATE-OK
               PERFORM COUNT-DAYS
           END-IF.
           GOBACK.

       CHECK-DATE-PARTS.
           IF DATE-YEAR = ZERO
               OR DATE-MONTH < 1 OR DATE-MONTH > 12
               OR DATE-DAY < 1
               SET DATE-INVALID TO TRUE
           ELSE
               PERFORM TEST-LEAP-YEAR
               MOVE MONTH-LENGTH (DATE-MONTH) TO MONTH-LIMIT
               IF DATE-MONTH = 2 AND LEAP-YEAR
                   ADD 1 TO MONTH-LIMIT
               END-IF
               IF DATE-DAY > MONTH-LIMIT
                   SET DATE-INVALID TO TRUE
               END-IF
           END-IF.

       TEST-LEAP-YEAR.
      * Every fourth year, except centuries, except every fourth
      * century.
           MOVE "N" TO LEAP-YEAR-SW.
           DIVIDE DATE-YEAR BY 4 GIVING LEAP-QUOTIENT
               REMAINDER LEAP-REMAINDER.
           IF LEAP-REMAINDER = ZERO
               MOVE "Y" TO LEAP-YEAR-SW
               DIVIDE DATE-YEAR BY 100 GIVING LEAP-QUOTIENT
                   REMAINDER LEAP-REMAINDER
               IF LEAP-REMAINDER = ZERO
                   MOVE "N" TO LEAP-YEAR-SW
                   DIVIDE DATE-YEAR BY 400 GIVING LEAP-QUOTIENT
                       REMAINDER LEAP-REMAINDER
                   IF LEAP-REMAINDER = ZERO
                       MOVE "Y" TO LEAP-YEAR-SW
                   END-IF
               END-IF
           END-IF.

       COUNT-DAYS.
      * January and February belong to the counting year that began
      * the March before.
           IF DATE-MONTH < 3
               COMPUTE WORK-YEAR = DATE-YEAR - 1
               COMPUTE WORK-MONTH = DATE-MONTH + 9
           ELSE
               MOVE DATE-YEAR TO WORK-YEAR
               COMPUTE WORK-MONTH = DATE-MONTH - 3
           END-IF.
           COMPUTE YEAR-DAYS = WORK-YEAR * 365.
           DIVIDE WORK-YEAR BY 4 GIVING LEAP-DAYS-4.
           DIVIDE WORK-YEAR BY 100 GIVING LEAP-DAYS-100.
           DIVIDE WORK-YEAR BY 400 GIVING LEAP-DAYS-400.
      * 153 days in every five months from March on (31 30 31 30
      * 31), which is what the 153 / 5 step reproduces.
           COMPUTE MONTH-DAYS = WORK-MONTH * 153 + 2.
           DIVIDE MONTH-DAYS BY 5 GIVING MONTH-DAYS.
           COMPUTE LS-DAY-NUMBER = YEAR-DAYS + LEAP-DAYS-4
               - LEAP-DAYS-100 + LEAP-DAYS-400 + MONTH-DAYS
               + DATE-DAY.

      ** add other procedures here
       END PROGRAM DATEDAYS.

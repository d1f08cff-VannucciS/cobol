      ******************************************************************
      * Author:Vannucci
      * Date:Oct/15/2026
      * Purpose: Daily report of the STUDMAINT pending-change queue
      *          for the auditors - every tuition change and student
      *          delete a supervisor approved or rejected on the
      *          business date, showing the operator who asked for
      *          it and the one who decided it, then an aging list
      *          of everything still awaiting a second supervisor.
      *          The date comes from the PENDRPT-DATE environment
      *          name (YYYYMMDD) and defaults to today.  The report
      *          changes nothing and may be rerun at any time.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PENDRPT.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT PENDING-FILE ASSIGN TO "pending-changes.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS PND-KEY
               FILE STATUS IS PENDING-FILE-STATUS.
           SELECT PENDING-REPORT ASSIGN TO "pending-change-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD PENDING-FILE.
       01  PENDING-RECORD.
           02  PND-KEY.
               03 PND-REQUEST-DATE  PIC 9(8).
               03 PND-REQUEST-TIME  PIC 9(8).
           02 FILLER   PIC X(1).
           02  PND-STUDENTNUMBER    PIC 9(7).
           02 FILLER   PIC X(1).
           02  PND-CHANGE-TYPE      PIC X(1).
               88 PND-TUITION-CHANGE VALUE "U".
               88 PND-STUDENT-DELETE VALUE "D".
           02 FILLER   PIC X(1).
           02  PND-OLD-TUITION      PIC 9(5).
           02 FILLER   PIC X(1).
           02  PND-NEW-TUITION      PIC 9(5).
           02 FILLER   PIC X(1).
           02  PND-REQUESTED-BY     PIC X(4).
           02 FILLER   PIC X(1).
           02  PND-REASON           PIC X(30).
           02 FILLER   PIC X(1).
           02  PND-STATUS           PIC X(1).
               88 PND-PENDING  VALUE "P".
               88 PND-APPROVED VALUE "A".
               88 PND-REJECTED VALUE "R".
           02 FILLER   PIC X(1).
           02  PND-REVIEWED-BY      PIC X(4).
           02 FILLER   PIC X(1).
           02  PND-REVIEWED-DATE    PIC 9(8).
           02 FILLER   PIC X(10).

       FD PENDING-REPORT.
       01  REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
      *-----------------------
       01  PENDING-FILE-STATUS PIC X(2).
       01  PENDING-EOF-FLAG PIC X VALUE "N".
           88 END-OF-PENDING VALUE "Y".
       01  REPORT-DATE-EDIT PIC X(8).
       01  REPORT-DATE PIC 9(8).
       01  APPROVED-COUNT PIC 9(5) VALUE ZERO.
       01  REJECTED-COUNT PIC 9(5) VALUE ZERO.
       01  AGING-COUNT PIC 9(5) VALUE ZERO.
       01  OLDEST-DAYS PIC 9(5) VALUE ZERO.
       01  DAYS-PENDING PIC 9(5).
      * Day numbers from DATEDAYS, so a pending item's age is the
      * plain days between the request date and the report date.
       01  DATE-TO-CONVERT PIC 9(8).
       01  DAY-NUMBER PIC 9(7).
       01  DATE-STATUS PIC X(1).
           88 DATE-OK VALUE "0".
           88 DATE-INVALID VALUE "1".
       01  REPORT-DAY-NUMBER PIC 9(7).

       01  HEADING-LINE-1 PIC X(80) VALUE
           "PENDING-CHANGE APPROVAL REPORT".
       01  HEADING-DATE-LINE.
           05 FILLER           PIC X(15) VALUE "BUSINESS DATE: ".
           05 HD-DATE          PIC 9(8).
       01  DECISION-TITLE-LINE PIC X(80) VALUE
           "CHANGES APPROVED OR REJECTED ON THIS DATE".
       01  DECISION-HEADING.
           05 FILLER PIC X(9) VALUE "REQUESTED".
           05 FILLER PIC X(8) VALUE "STUDENT".
           05 FILLER PIC X(2) VALUE "T".
           05 FILLER PIC X(6) VALUE "  OLD".
           05 FILLER PIC X(6) VALUE "  NEW".
           05 FILLER PIC X(5) VALUE "REQ".
           05 FILLER PIC X(5) VALUE "REV".
           05 FILLER PIC X(9) VALUE "DECISION".
           05 FILLER PIC X(6) VALUE "REASON".
       01  DECISION-LINE.
           05 DL-REQUEST-DATE  PIC 9(8).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 DL-STUDENTNUMBER PIC 9(7).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 DL-CHANGE-TYPE   PIC X(1).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 DL-OLD-TUITION   PIC ZZZZ9.
           05 FILLER           PIC X(1) VALUE SPACE.
           05 DL-NEW-TUITION   PIC ZZZZ9.
           05 FILLER           PIC X(1) VALUE SPACE.
           05 DL-REQUESTED-BY  PIC X(4).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 DL-REVIEWED-BY   PIC X(4).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 DL-DECISION      PIC X(8).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 DL-REASON        PIC X(30).
       01  NO-DECISION-LINE PIC X(80) VALUE
           "NO CHANGES WERE APPROVED OR REJECTED ON THIS DATE".
       01  DECISION-TOTAL-LINE.
           05 FILLER           PIC X(10) VALUE "APPROVED: ".
           05 DT-APPROVED      PIC ZZZZ9.
           05 FILLER           PIC X(14) VALUE "    REJECTED: ".
           05 DT-REJECTED      PIC ZZZZ9.

       01  AGING-TITLE-LINE PIC X(80) VALUE
           "CHANGES STILL AWAITING APPROVAL".
       01  AGING-HEADING.
           05 FILLER PIC X(9) VALUE "REQUESTED".
           05 FILLER PIC X(6) VALUE " DAYS".
           05 FILLER PIC X(8) VALUE "STUDENT".
           05 FILLER PIC X(2) VALUE "T".
           05 FILLER PIC X(6) VALUE "  OLD".
           05 FILLER PIC X(6) VALUE "  NEW".
           05 FILLER PIC X(5) VALUE "REQ".
           05 FILLER PIC X(6) VALUE "REASON".
       01  AGING-LINE.
           05 AL-REQUEST-DATE  PIC 9(8).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 AL-DAYS          PIC ZZZZ9.
           05 FILLER           PIC X(1) VALUE SPACE.
           05 AL-STUDENTNUMBER PIC 9(7).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 AL-CHANGE-TYPE   PIC X(1).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 AL-OLD-TUITION   PIC ZZZZ9.
           05 FILLER           PIC X(1) VALUE SPACE.
           05 AL-NEW-TUITION   PIC ZZZZ9.
           05 FILLER           PIC X(1) VALUE SPACE.
           05 AL-REQUESTED-BY  PIC X(4).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 AL-REASON        PIC X(30).
       01  NO-AGING-LINE PIC X(80) VALUE
           "NO CHANGES ARE AWAITING APPROVAL".
       01  AGING-TOTAL-LINE.
           05 FILLER           PIC X(9) VALUE "PENDING: ".
           05 AT-COUNT         PIC ZZZZ9.
           05 FILLER           PIC X(20) VALUE
               "    OLDEST WAITING: ".
           05 AT-OLDEST        PIC ZZZZ9.
           05 FILLER           PIC X(5) VALUE " DAYS".
       01  NO-QUEUE-LINE PIC X(80) VALUE
           "NO PENDING-CHANGE QUEUE ON FILE - NOTHING TO REPORT".
       01  BLANK-LINE PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           MOVE ZERO TO RETURN-CODE.
           PERFORM GET-REPORT-DATE.
           OPEN OUTPUT PENDING-REPORT.
           WRITE REPORT-LINE FROM HEADING-LINE-1.
           MOVE REPORT-DATE TO HD-DATE.
           WRITE REPORT-LINE FROM HEADING-DATE-LINE.
      * A night before anyone has queued a change has no queue file
      * yet - that is an empty report, not a failed step.
           OPEN INPUT PENDING-FILE.
           IF PENDING-FILE-STATUS = "35"
               WRITE REPORT-LINE FROM NO-QUEUE-LINE
           ELSE
               IF PENDING-FILE-STATUS NOT = "00"
                   DISPLAY "Unable to open pending-changes.txt, "
                       "status " PENDING-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   CLOSE PENDING-FILE
                   PERFORM PRINT-DECISIONS
                   PERFORM PRINT-PENDING-AGING
               END-IF
           END-IF.
           CLOSE PENDING-REPORT.
           GOBACK.

       GET-REPORT-DATE.
      * PENDRPT-DATE resolves the same way CASHRPT-DATE does, so the
      * report can be rerun for any prior business day.  Anything
      * that is not a usable YYYYMMDD date falls back to today.
           ACCEPT REPORT-DATE-EDIT FROM ENVIRONMENT "PENDRPT-DATE".
           IF REPORT-DATE-EDIT IS NUMERIC
               MOVE REPORT-DATE-EDIT TO REPORT-DATE
           ELSE
               MOVE ZERO TO REPORT-DATE
           END-IF.
           IF REPORT-DATE = ZERO
               ACCEPT REPORT-DATE FROM DATE YYYYMMDD
           END-IF.

       PRINT-DECISIONS.
      * Every item a supervisor decided on the business date, in
      * the order the changes were requested.
           WRITE REPORT-LINE FROM BLANK-LINE.
           WRITE REPORT-LINE FROM DECISION-TITLE-LINE.
           WRITE REPORT-LINE FROM DECISION-HEADING.
           OPEN INPUT PENDING-FILE.
           MOVE "N" TO PENDING-EOF-FLAG.
           PERFORM READ-PENDING-RECORD.
           PERFORM LIST-ONE-DECISION
               UNTIL END-OF-PENDING.
           CLOSE PENDING-FILE.
           IF APPROVED-COUNT = ZERO AND REJECTED-COUNT = ZERO
               WRITE REPORT-LINE FROM NO-DECISION-LINE
           ELSE
               MOVE APPROVED-COUNT TO DT-APPROVED
               MOVE REJECTED-COUNT TO DT-REJECTED
               WRITE REPORT-LINE FROM DECISION-TOTAL-LINE
           END-IF.

       LIST-ONE-DECISION.
           IF NOT PND-PENDING
               AND PND-REVIEWED-DATE = REPORT-DATE
               MOVE PND-REQUEST-DATE TO DL-REQUEST-DATE
               MOVE PND-STUDENTNUMBER TO DL-STUDENTNUMBER
               MOVE PND-CHANGE-TYPE TO DL-CHANGE-TYPE
               MOVE PND-OLD-TUITION TO DL-OLD-TUITION
               MOVE PND-NEW-TUITION TO DL-NEW-TUITION
               MOVE PND-REQUESTED-BY TO DL-REQUESTED-BY
               MOVE PND-REVIEWED-BY TO DL-REVIEWED-BY
               IF PND-APPROVED
                   MOVE "APPROVED" TO DL-DECISION
                   ADD 1 TO APPROVED-COUNT
               ELSE
                   MOVE "REJECTED" TO DL-DECISION
                   ADD 1 TO REJECTED-COUNT
               END-IF
               MOVE PND-REASON TO DL-REASON
               WRITE REPORT-LINE FROM DECISION-LINE
           END-IF.
           PERFORM READ-PENDING-RECORD.

       PRINT-PENDING-AGING.
      * Everything still waiting, aged in days against the business
      * date so a rerun for a prior day ages the way it did then.
           MOVE REPORT-DATE TO DATE-TO-CONVERT.
           CALL "DATEDAYS" USING DATE-TO-CONVERT DAY-NUMBER
               DATE-STATUS.
           MOVE DAY-NUMBER TO REPORT-DAY-NUMBER.
           WRITE REPORT-LINE FROM BLANK-LINE.
           WRITE REPORT-LINE FROM AGING-TITLE-LINE.
           WRITE REPORT-LINE FROM AGING-HEADING.
           OPEN INPUT PENDING-FILE.
           MOVE "N" TO PENDING-EOF-FLAG.
           PERFORM READ-PENDING-RECORD.
           PERFORM LIST-ONE-PENDING
               UNTIL END-OF-PENDING.
           CLOSE PENDING-FILE.
           IF AGING-COUNT = ZERO
               WRITE REPORT-LINE FROM NO-AGING-LINE
           ELSE
               MOVE AGING-COUNT TO AT-COUNT
               MOVE OLDEST-DAYS TO AT-OLDEST
               WRITE REPORT-LINE FROM AGING-TOTAL-LINE
           END-IF.

       LIST-ONE-PENDING.
      * An item counts as waiting on the business date if it was
      * keyed by then and not yet decided - so a rerun for a prior
      * day lists what was outstanding that night, including items
      * decided since.
           IF PND-REQUEST-DATE NOT > REPORT-DATE
               AND (PND-PENDING
               OR PND-REVIEWED-DATE > REPORT-DATE)
               MOVE PND-REQUEST-DATE TO DATE-TO-CONVERT
               CALL "DATEDAYS" USING DATE-TO-CONVERT DAY-NUMBER
                   DATE-STATUS
               IF DATE-OK AND DAY-NUMBER NOT > REPORT-DAY-NUMBER
                   COMPUTE DAYS-PENDING =
                       REPORT-DAY-NUMBER - DAY-NUMBER
               ELSE
                   MOVE ZERO TO DAYS-PENDING
               END-IF
               IF DAYS-PENDING > OLDEST-DAYS
                   MOVE DAYS-PENDING TO OLDEST-DAYS
               END-IF
               MOVE PND-REQUEST-DATE TO AL-REQUEST-DATE
               MOVE DAYS-PENDING TO AL-DAYS
               MOVE PND-STUDENTNUMBER TO AL-STUDENTNUMBER
               MOVE PND-CHANGE-TYPE TO AL-CHANGE-TYPE
               MOVE PND-OLD-TUITION TO AL-OLD-TUITION
               MOVE PND-NEW-TUITION TO AL-NEW-TUITION
               MOVE PND-REQUESTED-BY TO AL-REQUESTED-BY
               MOVE PND-REASON TO AL-REASON
               WRITE REPORT-LINE FROM AGING-LINE
               ADD 1 TO AGING-COUNT
           END-IF.
           PERFORM READ-PENDING-RECORD.

       READ-PENDING-RECORD.
           READ PENDING-FILE NEXT RECORD
               AT END MOVE "Y" TO PENDING-EOF-FLAG
           END-READ.

      ** add other procedures here
       END PROGRAM PENDRPT.

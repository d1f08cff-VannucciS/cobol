      ******************************************************************
      * Author:Vannucci
      * Date:Oct/15/2026
      * Purpose: Registration holds maintenance - lists every hold
      *          on file for a student, active or released, with who
      *          placed it, when, and why; lets a supervisor place a
      *          manual hold with a reason; and lets a supervisor
      *          release a hold by hand.  Financial, returned-check
      *          and collection-agency holds are placed and released
      *          by HOLDUPD and NSFRTRN, so releasing one of those
      *          here only sticks if the account no longer qualifies
      *          - the nightly run puts it back otherwise, and the
      *          supervisor is told so before confirming.  A manual
      *          hold only ever comes off here.  Sign-on is validated
      *          against the operator master; placing and releasing
      *          are restricted to supervisors the way SPONMNT
      *          restricts its changes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. HOLDMNT.
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
           SELECT HOLDS-FILE ASSIGN TO "student-holds.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS HOLDS-FILE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "operator-master.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS OPERATOR-FILE-STATUS.

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
           02 FILLER   PIC A(1) VALUE " ".
           02  TUITIONOWED     PIC 9(5).
           02 FILLER   PIC A(1) VALUE " ".
           02  STUDENTNAME     PIC A(40).
           02 FILLER   PIC A(1) VALUE " ".
           02  OPERATOR-ID     PIC X(4).
           02 FILLER   PIC A(1) VALUE " ".
           02  TERM-ID         PIC X(5).
           02 FILLER   PIC A(1) VALUE " ".
           02  LAST-FEE-PERIOD PIC 9(6).
           02 FILLER   PIC X(4).

      * One hold per student and hold type.  A released hold stays
      * on file for history and is reactivated in place if the same
      * kind of hold is ever needed again.
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

       WORKING-STORAGE SECTION.
      *-----------------------
       01  STUDENT-FILE-STATUS PIC X(2).
       01  HOLDS-FILE-STATUS PIC X(2).
       01  OPERATOR-FILE-STATUS PIC X(2).
       01  MAINT-CHOICE PIC X.
           88 MAINT-DONE VALUE "Q" "q".
       01  SIGNON-OK-SW PIC X VALUE "N".
           88 SIGNON-OK VALUE "Y".
       01  SIGNON-ID PIC X(4).
       01  SIGNON-LEVEL PIC X(1).
           88 SUPERVISOR-SIGNED-ON VALUE "S".
       01  LOOKUP-STUDENT-EDIT PIC X(7).
       01  LOOKUP-STUDENT PIC 9(7).
       01  RECORD-FOUND-SW PIC X VALUE "N".
           88 RECORD-FOUND VALUE "Y".
       01  HOLD-FOUND-SW PIC X VALUE "N".
           88 HOLD-FOUND VALUE "Y".
       01  HOLDS-EOF-FLAG PIC X.
           88 END-OF-HOLDS VALUE "Y".
       01  HOLDS-LISTED PIC 9(2).
       01  HOLD-TYPE-NAME PIC X(15).
       01  HOLD-TYPE-ENTRY PIC X(1).
           88 VALID-HOLD-TYPE VALUE "F" "R" "C" "M".
       01  REASON-ENTRY PIC X(30).
       01  CONFIRM-ANSWER PIC X.
       01  TODAY-DATE PIC 9(8).

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           OPEN INPUT STUDENT-FILE.
           IF STUDENT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open student-output.txt, status "
                   STUDENT-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN I-O HOLDS-FILE.
           IF HOLDS-FILE-STATUS = "35"
      * A supervisor may need a manual hold before HOLDUPD has ever
      * run - the first use creates the file.
               CLOSE HOLDS-FILE
               OPEN OUTPUT HOLDS-FILE
               CLOSE HOLDS-FILE
               OPEN I-O HOLDS-FILE
               DISPLAY "Holds file created."
           END-IF.
           IF HOLDS-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open student-holds.txt, status "
                   HOLDS-FILE-STATUS
               CLOSE STUDENT-FILE
               STOP RUN
           END-IF.
           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open operator-master.txt, status "
                   OPERATOR-FILE-STATUS
               DISPLAY "Run OPERMNT to set up the operator master."
               CLOSE STUDENT-FILE
               CLOSE HOLDS-FILE
               STOP RUN
           END-IF.
           PERFORM OPERATOR-SIGN-ON WITH TEST AFTER
               UNTIL SIGNON-OK.
           PERFORM MENU-PROMPT WITH TEST AFTER
               UNTIL MAINT-DONE.
           CLOSE STUDENT-FILE.
           CLOSE HOLDS-FILE.
           CLOSE OPERATOR-FILE.
           STOP RUN.

       OPERATOR-SIGN-ON.
      * Sign-ons are validated against the operator master OPERMNT
      * maintains.
           MOVE "Y" TO SIGNON-OK-SW.
           DISPLAY "Enter operator ID: "
           ACCEPT SIGNON-ID.
           MOVE SIGNON-ID TO OPER-ID.
           READ OPERATOR-FILE
               INVALID KEY
                   DISPLAY "Unrecognized operator ID, try again."
                   MOVE "N" TO SIGNON-OK-SW
               NOT INVALID KEY
                   IF NOT OPER-ACTIVE
                       DISPLAY "Operator ID is revoked."
                       MOVE "N" TO SIGNON-OK-SW
                   ELSE
                       MOVE OPER-LEVEL TO SIGNON-LEVEL
                   END-IF
           END-READ.

       MENU-PROMPT.
           DISPLAY "*********************************************".
           DISPLAY "REGISTRATION HOLDS MAINTENANCE".
           DISPLAY "  R - Read a student's holds".
           DISPLAY "  P - Place a manual hold".
           DISPLAY "  L - Release a hold".
           DISPLAY "  Q - Quit".
           DISPLAY "Enter choice: "
           ACCEPT MAINT-CHOICE.
           IF MAINT-CHOICE = "R" OR "r"
               PERFORM READ-STUDENT-HOLDS
           ELSE
               IF MAINT-CHOICE = "P" OR "p"
                   IF SUPERVISOR-SIGNED-ON
                       PERFORM PLACE-MANUAL-HOLD
                   ELSE
                       DISPLAY "Placing holds is restricted to "
                           "supervisors."
                   END-IF
               ELSE
                   IF MAINT-CHOICE = "L" OR "l"
                       IF SUPERVISOR-SIGNED-ON
                           PERFORM RELEASE-STUDENT-HOLD
                       ELSE
                           DISPLAY "Releasing holds is restricted "
                               "to supervisors."
                       END-IF
                   ELSE
                       IF NOT MAINT-DONE
                           DISPLAY "Invalid choice, try again."
                       END-IF
                   END-IF
               END-IF
           END-IF.

       READ-STUDENT-HOLDS.
           PERFORM LOOKUP-STUDENT-RECORD.
           IF RECORD-FOUND
               PERFORM LIST-STUDENT-HOLDS
           END-IF.

       LIST-STUDENT-HOLDS.
      * Holds are keyed student number then hold type, so the
      * student's holds come off one START at the front of the
      * student's key range.
           MOVE ZERO TO HOLDS-LISTED.
           MOVE "N" TO HOLDS-EOF-FLAG.
           MOVE LOOKUP-STUDENT TO HLD-STUDENTNUMBER.
           MOVE SPACE TO HLD-TYPE.
           START HOLDS-FILE KEY NOT LESS THAN HLD-KEY
               INVALID KEY
                   MOVE "Y" TO HOLDS-EOF-FLAG
           END-START.
           PERFORM LIST-ONE-HOLD WITH TEST BEFORE
               UNTIL END-OF-HOLDS.
           IF HOLDS-LISTED = ZERO
               DISPLAY "No holds on file for student "
                   LOOKUP-STUDENT
           END-IF.

       LIST-ONE-HOLD.
           READ HOLDS-FILE NEXT RECORD
               AT END MOVE "Y" TO HOLDS-EOF-FLAG
           END-READ.
           IF NOT END-OF-HOLDS
               IF HLD-STUDENTNUMBER NOT = LOOKUP-STUDENT
                   MOVE "Y" TO HOLDS-EOF-FLAG
               ELSE
                   ADD 1 TO HOLDS-LISTED
                   PERFORM DISPLAY-HOLD-RECORD
               END-IF
           END-IF.

       DISPLAY-HOLD-RECORD.
           PERFORM NAME-HOLD-TYPE.
           DISPLAY "Hold type     : " HLD-TYPE " " HOLD-TYPE-NAME.
           IF HLD-ACTIVE
               DISPLAY "Status        : ACTIVE"
           ELSE
               DISPLAY "Status        : RELEASED"
           END-IF.
           DISPLAY "Placed        : " HLD-PLACED-DATE " by "
               HLD-PLACED-BY.
           DISPLAY "Reason        : " HLD-REASON.
           IF HLD-AMOUNT NOT = ZERO
               DISPLAY "Amount        : " HLD-AMOUNT
           END-IF.
           IF HLD-RELEASED
               DISPLAY "Released      : " HLD-RELEASED-DATE " by "
                   HLD-RELEASED-BY
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

       PLACE-MANUAL-HOLD.
      * A supervisor's hold carries the supervisor's reason in their
      * own words - it is the only record of why the student was
      * stopped.
           PERFORM LOOKUP-STUDENT-RECORD.
           IF RECORD-FOUND
               MOVE LOOKUP-STUDENT TO HLD-STUDENTNUMBER
               SET HLD-MANUAL TO TRUE
               PERFORM READ-HOLD-RECORD
               IF HOLD-FOUND AND HLD-ACTIVE
                   DISPLAY "Student " LOOKUP-STUDENT " already has "
                       "an active manual hold."
               ELSE
                   DISPLAY "Enter reason for the hold: "
                   ACCEPT REASON-ENTRY
                   IF REASON-ENTRY = SPACES
                       DISPLAY "Reason cannot be blank, hold not "
                           "placed."
                   ELSE
                       PERFORM WRITE-MANUAL-HOLD
                   END-IF
               END-IF
           END-IF.

       WRITE-MANUAL-HOLD.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           IF NOT HOLD-FOUND
               MOVE SPACES TO HOLD-RECORD
               MOVE LOOKUP-STUDENT TO HLD-STUDENTNUMBER
               SET HLD-MANUAL TO TRUE
           END-IF.
           SET HLD-ACTIVE TO TRUE.
           MOVE SIGNON-ID TO HLD-PLACED-BY.
           MOVE TODAY-DATE TO HLD-PLACED-DATE.
           MOVE REASON-ENTRY TO HLD-REASON.
           MOVE ZERO TO HLD-AMOUNT.
           MOVE SPACES TO HLD-RELEASED-BY.
           MOVE ZERO TO HLD-RELEASED-DATE.
           IF HOLD-FOUND
               REWRITE HOLD-RECORD
                   INVALID KEY
                       DISPLAY "Unable to place hold, status "
                           HOLDS-FILE-STATUS
                   NOT INVALID KEY
                       DISPLAY "Manual hold placed on student "
                           LOOKUP-STUDENT "."
               END-REWRITE
           ELSE
               WRITE HOLD-RECORD
                   INVALID KEY
                       DISPLAY "Unable to place hold, status "
                           HOLDS-FILE-STATUS
                   NOT INVALID KEY
                       DISPLAY "Manual hold placed on student "
                           LOOKUP-STUDENT "."
               END-WRITE
           END-IF.

       RELEASE-STUDENT-HOLD.
           PERFORM LOOKUP-STUDENT-RECORD.
           IF RECORD-FOUND
               DISPLAY "Hold type to release (F/R/C/M): "
               ACCEPT HOLD-TYPE-ENTRY
               IF HOLD-TYPE-ENTRY = "f"
                   MOVE "F" TO HOLD-TYPE-ENTRY
               END-IF
               IF HOLD-TYPE-ENTRY = "r"
                   MOVE "R" TO HOLD-TYPE-ENTRY
               END-IF
               IF HOLD-TYPE-ENTRY = "c"
                   MOVE "C" TO HOLD-TYPE-ENTRY
               END-IF
               IF HOLD-TYPE-ENTRY = "m"
                   MOVE "M" TO HOLD-TYPE-ENTRY
               END-IF
               IF NOT VALID-HOLD-TYPE
                   DISPLAY "Hold type must be F, R, C or M."
               ELSE
                   MOVE LOOKUP-STUDENT TO HLD-STUDENTNUMBER
                   MOVE HOLD-TYPE-ENTRY TO HLD-TYPE
                   PERFORM READ-HOLD-RECORD
                   IF NOT HOLD-FOUND OR NOT HLD-ACTIVE
                       DISPLAY "No active hold of that type for "
                           "student " LOOKUP-STUDENT "."
                   ELSE
                       PERFORM CONFIRM-HOLD-RELEASE
                   END-IF
               END-IF
           END-IF.

       CONFIRM-HOLD-RELEASE.
           PERFORM DISPLAY-HOLD-RECORD.
           IF NOT HLD-MANUAL
               DISPLAY "Note: HOLDUPD places this hold again tonight "
                   "if the account still qualifies."
           END-IF.
           DISPLAY "Release this hold (Y/N)? "
           ACCEPT CONFIRM-ANSWER.
           IF CONFIRM-ANSWER = "Y" OR "y"
               ACCEPT TODAY-DATE FROM DATE YYYYMMDD
               SET HLD-RELEASED TO TRUE
               MOVE SIGNON-ID TO HLD-RELEASED-BY
               MOVE TODAY-DATE TO HLD-RELEASED-DATE
               REWRITE HOLD-RECORD
                   INVALID KEY
                       DISPLAY "Unable to release hold, status "
                           HOLDS-FILE-STATUS
                   NOT INVALID KEY
                       DISPLAY "Hold released."
               END-REWRITE
           ELSE
               DISPLAY "Release cancelled."
           END-IF.

       READ-HOLD-RECORD.
           READ HOLDS-FILE
               INVALID KEY
                   MOVE "N" TO HOLD-FOUND-SW
               NOT INVALID KEY
                   MOVE "Y" TO HOLD-FOUND-SW
           END-READ.

       LOOKUP-STUDENT-RECORD.
      * Holds only go on students the bursar actually carries.
           MOVE "N" TO RECORD-FOUND-SW.
           DISPLAY "Enter student number: "
           ACCEPT LOOKUP-STUDENT-EDIT.
           IF LOOKUP-STUDENT-EDIT IS NOT NUMERIC
               DISPLAY "Student number must be numeric."
           ELSE
               MOVE LOOKUP-STUDENT-EDIT TO LOOKUP-STUDENT
               MOVE LOOKUP-STUDENT TO STUDENTNUMBER
               MOVE ZERO TO TRANSACTION-SEQ
               READ STUDENT-FILE
                   INVALID KEY
                       DISPLAY "No record found for student number "
                           LOOKUP-STUDENT
                   NOT INVALID KEY
                       MOVE "Y" TO RECORD-FOUND-SW
                       DISPLAY "Student       : " STUDENTNAME
                       DISPLAY "Balance       : " TUITIONOWED
               END-READ
           END-IF.

      ** add other procedures here
       END PROGRAM HOLDMNT.

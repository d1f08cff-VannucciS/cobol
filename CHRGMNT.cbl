      ******************************************************************
      * Author:Vannucci
      * Date:Oct/15/2026
      * Purpose: Charge code maintenance - the business office keeps
      *          here the codes every itemized charge on STUDENT-FILE
      *          is filed under: each code's description for the
      *          statement, the general-ledger revenue account GLEXTR
      *          books it to, and the priority STUDPOST applies
      *          payments in (01 is paid first, so fees can be
      *          cleared before tuition).  Sign-on is validated
      *          against the operator master and restricted to
      *          supervisors the way RATEMNT restricts the rate
      *          schedule.  The first run creates the file with the
      *          codes the batch programs file under - TUIT, FEES,
      *          PARK, LATE, NSF and CARY - so ledger booking and
      *          payment order work from the first night, and any
      *          standard code later missing from the file is added
      *          the next time it is opened.  A code's GL account
      *          must be a revenue account: the receivable, cash and
      *          adjustment accounts GLEXTR books the other side of
      *          every pair to are refused.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CHRGMNT.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT CHARGE-CODE-FILE ASSIGN TO "charge-codes.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CCD-CODE
               FILE STATUS IS CHARGE-CODE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "operator-master.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS OPERATOR-FILE-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD CHARGE-CODE-FILE.
       01  CHARGE-CODE-RECORD.
           02  CCD-CODE            PIC X(4).
           02 FILLER               PIC X(1).
           02  CCD-DESCRIPTION     PIC X(30).
           02 FILLER               PIC X(1).
           02  CCD-GL-ACCOUNT      PIC X(8).
           02 FILLER               PIC X(1).
           02  CCD-PRIORITY        PIC 9(2).
           02 FILLER               PIC X(13).

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
       01  CHARGE-CODE-STATUS PIC X(2).
       01  OPERATOR-FILE-STATUS PIC X(2).
       01  FILE-CREATED-SW PIC X VALUE "N".
           88 FILE-CREATED VALUE "Y".
       01  MAINT-CHOICE PIC X.
           88 MAINT-DONE VALUE "Q" "q".
       01  SIGNON-OK-SW PIC X VALUE "N".
           88 SIGNON-OK VALUE "Y".
       01  SIGNON-ID PIC X(4).
       01  RECORD-FOUND-SW PIC X VALUE "N".
           88 RECORD-FOUND VALUE "Y".
       01  ENTRY-OK-SW PIC X VALUE "N".
           88 ENTRY-OK VALUE "Y".
       01  CODE-ENTRY PIC X(4).
       01  DESCRIPTION-ENTRY PIC X(30).
       01  GL-ACCOUNT-ENTRY PIC X(8).
       01  PRIORITY-EDIT PIC X(2).
       01  PRIORITY-ENTRY PIC 9(2).
       01  EOF-FLAG PIC X.
           88 END-OF-CODES VALUE "Y".
       01  CODES-LISTED PIC 9(3).
       01  CODES-ADDED PIC 9(1).
       01  STANDARD-SUB PIC 9(1).
      * The accounts GLEXTR books the receivable, cash and
      * adjustment side of its pairs to - a charge code booked to
      * one of them would never reach revenue, and the receivables
      * rollforward's revenue tie would fail.
       01  RESERVED-ACCOUNT-VALUES.
           05 FILLER PIC X(8) VALUE "ACCTSREC".
           05 FILLER PIC X(8) VALUE "CASH    ".
           05 FILLER PIC X(8) VALUE "SPONRECV".
           05 FILLER PIC X(8) VALUE "TUITADJ ".
           05 FILLER PIC X(8) VALUE "AIDRECV ".
       01  RESERVED-ACCOUNT-TABLE REDEFINES RESERVED-ACCOUNT-VALUES.
           05 RESERVED-ACCOUNT PIC X(8) OCCURS 5 TIMES.
       01  RESERVED-SUB PIC 9(1).
       01  RESERVED-FOUND-SW PIC X VALUE "N".
           88 RESERVED-FOUND VALUE "Y".

      * The codes the batch programs file charges under, in payment
      * order: a carried-forward balance is the oldest debt and is
      * cleared first, then the penalty fees, the flat fees, the
      * parking permit, and tuition last.  CARY books to
      * receivables - it was revenue in the term it was first
      * charged, so GLEXTR never books it again.
       01  STANDARD-CODE-VALUES.
           05 FILLER PIC X(4)  VALUE "CARY".
           05 FILLER PIC X(30) VALUE "BALANCE FROM PRIOR TERM".
           05 FILLER PIC X(8)  VALUE "ACCTSREC".
           05 FILLER PIC 9(2)  VALUE 01.
           05 FILLER PIC X(4)  VALUE "NSF ".
           05 FILLER PIC X(30) VALUE "RETURNED CHECK FEE".
           05 FILLER PIC X(8)  VALUE "NSFREV  ".
           05 FILLER PIC 9(2)  VALUE 02.
           05 FILLER PIC X(4)  VALUE "LATE".
           05 FILLER PIC X(30) VALUE "LATE PAYMENT FEE".
           05 FILLER PIC X(8)  VALUE "LATEREV ".
           05 FILLER PIC 9(2)  VALUE 03.
           05 FILLER PIC X(4)  VALUE "FEES".
           05 FILLER PIC X(30) VALUE "TERM FEES".
           05 FILLER PIC X(8)  VALUE "FEEREV  ".
           05 FILLER PIC 9(2)  VALUE 04.
           05 FILLER PIC X(4)  VALUE "PARK".
           05 FILLER PIC X(30) VALUE "PARKING PERMIT".
           05 FILLER PIC X(8)  VALUE "PARKREV ".
           05 FILLER PIC 9(2)  VALUE 05.
           05 FILLER PIC X(4)  VALUE "TUIT".
           05 FILLER PIC X(30) VALUE "TUITION".
           05 FILLER PIC X(8)  VALUE "TUITREV ".
           05 FILLER PIC 9(2)  VALUE 06.
       01  STANDARD-CODE-TABLE REDEFINES STANDARD-CODE-VALUES.
           05 STANDARD-CODE OCCURS 6 TIMES.
               10 STD-CODE         PIC X(4).
               10 STD-DESCRIPTION  PIC X(30).
               10 STD-GL-ACCOUNT   PIC X(8).
               10 STD-PRIORITY     PIC 9(2).

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           OPEN I-O CHARGE-CODE-FILE.
           IF CHARGE-CODE-STATUS = "35"
      * The first run creates the file, the same bootstrap RATEMNT
      * gives the rate schedule - seeded with the standard codes.
               CLOSE CHARGE-CODE-FILE
               OPEN OUTPUT CHARGE-CODE-FILE
               CLOSE CHARGE-CODE-FILE
               OPEN I-O CHARGE-CODE-FILE
               MOVE "Y" TO FILE-CREATED-SW
           END-IF.
           IF CHARGE-CODE-STATUS NOT = "00"
               DISPLAY "Unable to open charge-codes.txt, status "
                   CHARGE-CODE-STATUS
               STOP RUN
           END-IF.
      * A standard code already on file is left as the business
      * office set it up; one missing - a new file, or a code added
      * to the standard set since the file was built - is written.
           MOVE ZERO TO CODES-ADDED.
           PERFORM WRITE-STANDARD-CODE
               VARYING STANDARD-SUB FROM 1 BY 1
               UNTIL STANDARD-SUB > 6.
           IF FILE-CREATED
               DISPLAY "Charge code file created with the standard "
                   "codes."
           ELSE
               IF CODES-ADDED > ZERO
                   DISPLAY CODES-ADDED " standard charge code(s) "
                       "added to the file - review them with option "
                       "L."
               END-IF
           END-IF.
           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open operator-master.txt, status "
                   OPERATOR-FILE-STATUS
               DISPLAY "Run OPERMNT to set up the operator master."
               CLOSE CHARGE-CODE-FILE
               STOP RUN
           END-IF.
           PERFORM SUPERVISOR-SIGN-ON WITH TEST AFTER
               UNTIL SIGNON-OK.
           PERFORM MENU-PROMPT WITH TEST AFTER
               UNTIL MAINT-DONE.
           CLOSE CHARGE-CODE-FILE.
           CLOSE OPERATOR-FILE.
           STOP RUN.

       WRITE-STANDARD-CODE.
           MOVE STD-CODE (STANDARD-SUB) TO CCD-CODE.
           READ CHARGE-CODE-FILE
               INVALID KEY
                   PERFORM ADD-STANDARD-CODE
           END-READ.

       ADD-STANDARD-CODE.
           MOVE SPACES TO CHARGE-CODE-RECORD.
           MOVE STD-CODE (STANDARD-SUB) TO CCD-CODE.
           MOVE STD-DESCRIPTION (STANDARD-SUB) TO CCD-DESCRIPTION.
           MOVE STD-GL-ACCOUNT (STANDARD-SUB) TO CCD-GL-ACCOUNT.
           MOVE STD-PRIORITY (STANDARD-SUB) TO CCD-PRIORITY.
           WRITE CHARGE-CODE-RECORD
               INVALID KEY
                   DISPLAY "Unable to write charge code "
                       CCD-CODE ", status " CHARGE-CODE-STATUS
               NOT INVALID KEY
                   ADD 1 TO CODES-ADDED
           END-WRITE.

       SUPERVISOR-SIGN-ON.
      * The codes decide which ledger account revenue lands in and
      * which charges a payment clears first, so maintenance here is
      * restricted to an active supervisor the way RATEMNT is.
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
                       IF NOT OPER-SUPERVISOR
                           DISPLAY "Charge code maintenance is "
                               "restricted to supervisors."
                           MOVE "N" TO SIGNON-OK-SW
                       END-IF
                   END-IF
           END-READ.

       MENU-PROMPT.
           DISPLAY "*********************************************".
           DISPLAY "CHARGE CODE MAINTENANCE".
           DISPLAY "  L - List charge codes".
           DISPLAY "  R - Read a charge code".
           DISPLAY "  S - Set up or replace a charge code".
           DISPLAY "  Q - Quit".
           DISPLAY "Enter choice: "
           ACCEPT MAINT-CHOICE.
           IF MAINT-CHOICE = "L" OR "l"
               PERFORM LIST-CHARGE-CODES
           ELSE
               IF MAINT-CHOICE = "R" OR "r"
                   PERFORM READ-CHARGE-CODE
               ELSE
                   IF MAINT-CHOICE = "S" OR "s"
                       PERFORM SETUP-CHARGE-CODE
                   ELSE
                       IF NOT MAINT-DONE
                           DISPLAY "Invalid choice, try again."
                       END-IF
                   END-IF
               END-IF
           END-IF.

       LIST-CHARGE-CODES.
           MOVE "N" TO EOF-FLAG.
           MOVE ZERO TO CODES-LISTED.
           MOVE SPACES TO CCD-CODE.
           START CHARGE-CODE-FILE KEY NOT LESS THAN CCD-CODE
               INVALID KEY
                   MOVE "Y" TO EOF-FLAG
           END-START.
           PERFORM LIST-ONE-CODE
               UNTIL END-OF-CODES.
           IF CODES-LISTED = ZERO
               DISPLAY "No charge codes on file."
           END-IF.

       LIST-ONE-CODE.
           READ CHARGE-CODE-FILE NEXT RECORD
               AT END MOVE "Y" TO EOF-FLAG
           END-READ.
           IF NOT END-OF-CODES
               DISPLAY CCD-CODE " " CCD-DESCRIPTION
                   " account " CCD-GL-ACCOUNT
                   " priority " CCD-PRIORITY
               ADD 1 TO CODES-LISTED
           END-IF.

       READ-CHARGE-CODE.
           MOVE "N" TO RECORD-FOUND-SW.
           DISPLAY "Enter charge code: "
           ACCEPT CODE-ENTRY.
           MOVE CODE-ENTRY TO CCD-CODE.
           READ CHARGE-CODE-FILE
               INVALID KEY
                   DISPLAY "No charge code " CODE-ENTRY " on file."
               NOT INVALID KEY
                   DISPLAY "Code           : " CCD-CODE
                   DISPLAY "Description    : " CCD-DESCRIPTION
                   DISPLAY "GL account     : " CCD-GL-ACCOUNT
                   DISPLAY "Pay priority   : " CCD-PRIORITY
           END-READ.

       SETUP-CHARGE-CODE.
           PERFORM GET-CHARGE-CODE-ENTRY.
           IF ENTRY-OK
               PERFORM WRITE-CHARGE-CODE
           END-IF.

       GET-CHARGE-CODE-ENTRY.
           MOVE "Y" TO ENTRY-OK-SW.
           DISPLAY "Enter charge code: "
           ACCEPT CODE-ENTRY.
           IF CODE-ENTRY = SPACES
               DISPLAY "Charge code cannot be blank, entry "
                   "cancelled."
               MOVE "N" TO ENTRY-OK-SW
           END-IF.
           IF ENTRY-OK
               DISPLAY "Enter description: "
               ACCEPT DESCRIPTION-ENTRY
               DISPLAY "Enter GL account: "
               ACCEPT GL-ACCOUNT-ENTRY
               IF GL-ACCOUNT-ENTRY = SPACES
                   DISPLAY "GL account cannot be blank, entry "
                       "cancelled."
                   MOVE "N" TO ENTRY-OK-SW
               ELSE
                   PERFORM CHECK-RESERVED-ACCOUNT
               END-IF
           END-IF.
           IF ENTRY-OK
               DISPLAY "Enter pay priority (01 is paid first): "
               ACCEPT PRIORITY-EDIT
               IF PRIORITY-EDIT IS NOT NUMERIC
                   DISPLAY "Priority must be two digits, entry "
                       "cancelled."
                   MOVE "N" TO ENTRY-OK-SW
               ELSE
                   MOVE PRIORITY-EDIT TO PRIORITY-ENTRY
                   IF PRIORITY-ENTRY = ZERO
                       DISPLAY "Priority must be 01 through 99, "
                           "entry cancelled."
                       MOVE "N" TO ENTRY-OK-SW
                   END-IF
               END-IF
           END-IF.

       CHECK-RESERVED-ACCOUNT.
      * CARY alone stays on receivables - GLEXTR passes it over by
      * code, since it was revenue in the term it was first charged.
           MOVE "N" TO RESERVED-FOUND-SW.
           PERFORM TEST-ONE-RESERVED-ACCOUNT
               VARYING RESERVED-SUB FROM 1 BY 1
               UNTIL RESERVED-SUB > 5 OR RESERVED-FOUND.
           IF RESERVED-FOUND
               IF CODE-ENTRY = "CARY"
                   AND GL-ACCOUNT-ENTRY = "ACCTSREC"
                   CONTINUE
               ELSE
                   DISPLAY GL-ACCOUNT-ENTRY " is a receivable, cash "
                       "or adjustment account, not revenue - entry "
                       "cancelled."
                   MOVE "N" TO ENTRY-OK-SW
               END-IF
           END-IF.

       TEST-ONE-RESERVED-ACCOUNT.
           IF RESERVED-ACCOUNT (RESERVED-SUB) = GL-ACCOUNT-ENTRY
               MOVE "Y" TO RESERVED-FOUND-SW
           END-IF.

       WRITE-CHARGE-CODE.
      * One record per code - setting one up again replaces it in
      * place.  Charges already filed keep their code; the new
      * account and priority apply from the next run that reads
      * them.
           MOVE "N" TO RECORD-FOUND-SW.
           MOVE CODE-ENTRY TO CCD-CODE.
           READ CHARGE-CODE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO RECORD-FOUND-SW
           END-READ.
           MOVE SPACES TO CHARGE-CODE-RECORD.
           MOVE CODE-ENTRY TO CCD-CODE.
           MOVE DESCRIPTION-ENTRY TO CCD-DESCRIPTION.
           MOVE GL-ACCOUNT-ENTRY TO CCD-GL-ACCOUNT.
           MOVE PRIORITY-ENTRY TO CCD-PRIORITY.
           IF RECORD-FOUND
               REWRITE CHARGE-CODE-RECORD
                   INVALID KEY
                       DISPLAY "Unable to update charge code, "
                           "status " CHARGE-CODE-STATUS
                   NOT INVALID KEY
                       DISPLAY "Charge code replaced."
               END-REWRITE
           ELSE
               WRITE CHARGE-CODE-RECORD
                   INVALID KEY
                       DISPLAY "Unable to write charge code, "
                           "status " CHARGE-CODE-STATUS
                   NOT INVALID KEY
                       DISPLAY "Charge code set up."
               END-WRITE
           END-IF.

      ** add other procedures here
       END PROGRAM CHRGMNT.

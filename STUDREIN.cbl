      ******************************************************************
      * Author:Vannucci
      * Date:Oct/15/2026
      * Purpose: Purged student reinstatement - brings a student
      *          STUDPURG moved to purge-archive.txt back onto the
      *          live files in full: every STUDENT-FILE record under
      *          its old sequence number, the archived payment
      *          history and holds, the name-index entry, and the
      *          car master owner link where the unit is still
      *          there and nobody else has been linked to it since.
      *          Each archive record is removed once it is back on
      *          its own file, so anything that could not go back
      *          stays in the archive and is listed.  A student is
      *          only reinstated while nothing is on file under
      *          their number.  Sign-on is restricted to supervisors
      *          the way RATEMNT restricts its own, and the student
      *          is locked while the records go back.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. STUDREIN.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT ARCHIVE-FILE ASSIGN TO "purge-archive.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ARC-KEY
               FILE STATUS IS ARCHIVE-FILE-STATUS.
           SELECT STUDENT-FILE ASSIGN TO "student-output.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS STUDENT-FILE-KEY
               FILE STATUS IS STUDENT-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "payment-history.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS HISTORY-FILE-STATUS.
           SELECT HOLDS-FILE ASSIGN TO "student-holds.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS HOLDS-FILE-STATUS.
           SELECT NAME-INDEX-FILE
               ASSIGN TO "student-name-index.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS NDX-KEY
               FILE STATUS IS NAME-INDEX-STATUS.
           SELECT CAR-MASTER-FILE ASSIGN TO "car-master.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CAR-UNIT-NUMBER
               FILE STATUS IS CAR-MASTER-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "operator-master.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS OPERATOR-FILE-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           02  ARC-KEY.
               03 ARC-STUDENTNUMBER   PIC 9(7).
               03 ARC-SOURCE          PIC X(1).
                   88 ARC-FROM-CAR-MASTER   VALUE "C".
                   88 ARC-FROM-HISTORY      VALUE "H".
                   88 ARC-FROM-HOLDS        VALUE "R".
                   88 ARC-FROM-STUDENT-FILE VALUE "S".
               03 ARC-SOURCE-KEY      PIC X(8).
           02 FILLER                  PIC X(1).
           02  ARC-PURGE-DATE         PIC 9(8).
           02 FILLER                  PIC X(1).
           02  ARC-IMAGE              PIC X(80).

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

       FD HISTORY-FILE.
       01  HISTORY-RECORD.
           02  HIST-KEY.
               03 HIST-STUDENTNUMBER PIC 9(7).
               03 HIST-TERM-ID       PIC X(5).
               03 HIST-SEQ           PIC 9(3).
           02 FILLER                 PIC X(65).

       FD HOLDS-FILE.
       01  HOLD-RECORD.
           02  HLD-KEY.
               03 HLD-STUDENTNUMBER   PIC 9(7).
               03 HLD-TYPE            PIC X(1).
           02 FILLER                  PIC X(72).

       FD NAME-INDEX-FILE.
       01  NAME-INDEX-RECORD.
           02  NDX-KEY.
               03 NDX-NAME          PIC X(40).
               03 NDX-STUDENTNUMBER PIC 9(7).

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
       01  ARCHIVE-FILE-STATUS PIC X(2).
       01  STUDENT-FILE-STATUS PIC X(2).
       01  HISTORY-FILE-STATUS PIC X(2).
       01  HOLDS-FILE-STATUS PIC X(2).
       01  NAME-INDEX-STATUS PIC X(2).
       01  CAR-MASTER-STATUS PIC X(2).
       01  OPERATOR-FILE-STATUS PIC X(2).
       01  CAR-MASTER-OK-SW PIC X VALUE "N".
           88 CAR-MASTER-OK VALUE "Y".
       01  MAINT-CHOICE PIC X.
           88 MAINT-DONE VALUE "Q" "q".
       01  SIGNON-OK-SW PIC X VALUE "N".
           88 SIGNON-OK VALUE "Y".
       01  SIGNON-ID PIC X(4).
       01  CONFIRM-ANSWER PIC X.
       01  ENTRY-OK-SW PIC X.
           88 ENTRY-OK VALUE "Y".
       01  WALK-DONE-SW PIC X.
           88 WALK-DONE VALUE "Y".
       01  RESTORED-SW PIC X.
           88 RECORD-RESTORED VALUE "Y".
       01  LOOKUP-STUDENT-EDIT PIC X(7).
       01  LOOKUP-STUDENT PIC 9(7).
       01  ARCHIVED-NAME PIC X(40).
       01  ARCHIVED-PURGE-DATE PIC 9(8).
       01  ARCHIVED-COUNT PIC 9(5).
       01  RESTORED-COUNT PIC 9(5).
       01  LEFT-COUNT PIC 9(5).

       01  LOCK-FUNCTION PIC X(1).
       01  LOCK-STUDENT PIC 9(7).
       01  LOCK-RESULT PIC X(1).
           88 LOCK-GRANTED VALUE "0".
           88 LOCK-BUSY    VALUE "1".
       01  LOCK-HOLDER PIC X(4).

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           OPEN I-O ARCHIVE-FILE.
           IF ARCHIVE-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open purge-archive.txt, status "
                   ARCHIVE-FILE-STATUS
               DISPLAY "No student has been purged yet."
               STOP RUN
           END-IF.
           OPEN I-O STUDENT-FILE.
           IF STUDENT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open student-output.txt, status "
                   STUDENT-FILE-STATUS
               CLOSE ARCHIVE-FILE
               STOP RUN
           END-IF.
      * The history, holds and name-index files are created if the
      * shop has never had one, the way their own maintenance
      * programs bootstrap them - a reinstated student's records
      * have to go somewhere.
           OPEN I-O HISTORY-FILE.
           IF HISTORY-FILE-STATUS = "35"
               CLOSE HISTORY-FILE
               OPEN OUTPUT HISTORY-FILE
               CLOSE HISTORY-FILE
               OPEN I-O HISTORY-FILE
           END-IF.
           OPEN I-O HOLDS-FILE.
           IF HOLDS-FILE-STATUS = "35"
               CLOSE HOLDS-FILE
               OPEN OUTPUT HOLDS-FILE
               CLOSE HOLDS-FILE
               OPEN I-O HOLDS-FILE
           END-IF.
           OPEN I-O NAME-INDEX-FILE.
           IF NAME-INDEX-STATUS = "35"
               CLOSE NAME-INDEX-FILE
               OPEN OUTPUT NAME-INDEX-FILE
               CLOSE NAME-INDEX-FILE
               OPEN I-O NAME-INDEX-FILE
           END-IF.
           IF HISTORY-FILE-STATUS NOT = "00"
               OR HOLDS-FILE-STATUS NOT = "00"
               OR NAME-INDEX-STATUS NOT = "00"
               DISPLAY "Unable to open the history, holds or name "
                   "index file, status " HISTORY-FILE-STATUS " "
                   HOLDS-FILE-STATUS " " NAME-INDEX-STATUS
               CLOSE ARCHIVE-FILE
               CLOSE STUDENT-FILE
               STOP RUN
           END-IF.
           OPEN I-O CAR-MASTER-FILE.
           IF CAR-MASTER-STATUS = "00"
               MOVE "Y" TO CAR-MASTER-OK-SW
           END-IF.
           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open operator-master.txt, status "
                   OPERATOR-FILE-STATUS
               DISPLAY "Run OPERMNT to set up the operator master."
               PERFORM CLOSE-REINSTATE-FILES
               STOP RUN
           END-IF.
           PERFORM SUPERVISOR-SIGN-ON WITH TEST AFTER
               UNTIL SIGNON-OK.
           PERFORM MENU-PROMPT WITH TEST AFTER
               UNTIL MAINT-DONE.
           PERFORM CLOSE-REINSTATE-FILES.
           CLOSE OPERATOR-FILE.
           STOP RUN.

       CLOSE-REINSTATE-FILES.
           CLOSE ARCHIVE-FILE.
           CLOSE STUDENT-FILE.
           CLOSE HISTORY-FILE.
           CLOSE HOLDS-FILE.
           CLOSE NAME-INDEX-FILE.
           IF CAR-MASTER-OK
               CLOSE CAR-MASTER-FILE
           END-IF.

       SUPERVISOR-SIGN-ON.
      * Reinstatement puts a whole account back on the books, so it
      * is restricted to an active supervisor.
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
                           DISPLAY "Reinstatement is restricted "
                               "to supervisors."
                           MOVE "N" TO SIGNON-OK-SW
                       END-IF
                   END-IF
           END-READ.

       MENU-PROMPT.
           DISPLAY "*********************************************".
           DISPLAY "PURGED STUDENT REINSTATEMENT".
           DISPLAY "  L - List a purged student's archive".
           DISPLAY "  R - Reinstate a purged student".
           DISPLAY "  Q - Quit".
           DISPLAY "Enter choice: "
           ACCEPT MAINT-CHOICE.
           IF MAINT-CHOICE = "L" OR "l"
               PERFORM LIST-STUDENT-ARCHIVE
           ELSE
               IF MAINT-CHOICE = "R" OR "r"
                   PERFORM REINSTATE-STUDENT
               ELSE
                   IF NOT MAINT-DONE
                       DISPLAY "Invalid choice, try again."
                   END-IF
               END-IF
           END-IF.

       LIST-STUDENT-ARCHIVE.
           PERFORM GET-ARCHIVED-STUDENT.
           IF ENTRY-OK
               PERFORM START-STUDENT-ARCHIVE
               PERFORM LIST-ONE-ARCHIVE-RECORD WITH TEST BEFORE
                   UNTIL WALK-DONE
           END-IF.

       LIST-ONE-ARCHIVE-RECORD.
           PERFORM READ-STUDENT-ARCHIVE.
           IF NOT WALK-DONE
               IF ARC-FROM-STUDENT-FILE
                   MOVE ARC-IMAGE TO STUDENTDATA
                   DISPLAY "Student record  " TRANSACTION-SEQ
                       " type " RECORD-TYPE
               ELSE
               IF ARC-FROM-HISTORY
                   MOVE ARC-IMAGE TO HISTORY-RECORD
                   DISPLAY "History         " HIST-TERM-ID " "
                       HIST-SEQ
               ELSE
               IF ARC-FROM-HOLDS
                   MOVE ARC-IMAGE TO HOLD-RECORD
                   DISPLAY "Hold            type " HLD-TYPE
               ELSE
                   DISPLAY "Car owner link  unit "
                       ARC-SOURCE-KEY (1:5)
               END-IF
               END-IF
               END-IF
           END-IF.

       GET-ARCHIVED-STUDENT.
      * The enrollment image carries the name and the date of the
      * purge - a student whose enrollment is not in the archive
      * was never purged, or has already been brought back.
           MOVE "N" TO ENTRY-OK-SW.
           DISPLAY "Enter student number: "
           ACCEPT LOOKUP-STUDENT-EDIT.
           IF LOOKUP-STUDENT-EDIT IS NOT NUMERIC
               DISPLAY "Student number must be numeric."
           ELSE
               MOVE LOOKUP-STUDENT-EDIT TO LOOKUP-STUDENT
               MOVE LOOKUP-STUDENT TO ARC-STUDENTNUMBER
               SET ARC-FROM-STUDENT-FILE TO TRUE
               MOVE "000" TO ARC-SOURCE-KEY
               READ ARCHIVE-FILE
                   INVALID KEY
                       DISPLAY "Student " LOOKUP-STUDENT
                           " is not in the purge archive."
                   NOT INVALID KEY
                       MOVE "Y" TO ENTRY-OK-SW
                       MOVE ARC-IMAGE TO STUDENTDATA
                       MOVE STUDENTNAME TO ARCHIVED-NAME
                       MOVE ARC-PURGE-DATE TO ARCHIVED-PURGE-DATE
               END-READ
           END-IF.
           IF ENTRY-OK
               MOVE ZERO TO ARCHIVED-COUNT
               PERFORM START-STUDENT-ARCHIVE
               PERFORM COUNT-ONE-ARCHIVE-RECORD WITH TEST BEFORE
                   UNTIL WALK-DONE
               DISPLAY "Student       : " ARCHIVED-NAME
               DISPLAY "Purged on     : " ARCHIVED-PURGE-DATE
               DISPLAY "Records held  : " ARCHIVED-COUNT
           END-IF.

       COUNT-ONE-ARCHIVE-RECORD.
           PERFORM READ-STUDENT-ARCHIVE.
           IF NOT WALK-DONE
               ADD 1 TO ARCHIVED-COUNT
           END-IF.

       START-STUDENT-ARCHIVE.
           MOVE "N" TO WALK-DONE-SW.
           MOVE LOOKUP-STUDENT TO ARC-STUDENTNUMBER.
           MOVE LOW-VALUES TO ARC-SOURCE.
           MOVE LOW-VALUES TO ARC-SOURCE-KEY.
           START ARCHIVE-FILE KEY NOT LESS THAN ARC-KEY
               INVALID KEY
                   MOVE "Y" TO WALK-DONE-SW
           END-START.

       READ-STUDENT-ARCHIVE.
           READ ARCHIVE-FILE NEXT RECORD
               AT END MOVE "Y" TO WALK-DONE-SW
           END-READ.
           IF NOT WALK-DONE
               IF ARC-STUDENTNUMBER NOT = LOOKUP-STUDENT
                   MOVE "Y" TO WALK-DONE-SW
               END-IF
           END-IF.

       REINSTATE-STUDENT.
           PERFORM GET-ARCHIVED-STUDENT.
           IF ENTRY-OK
               PERFORM CHECK-NUMBER-UNUSED
           END-IF.
           IF ENTRY-OK
               DISPLAY "Reinstate this student (Y/N)? "
               ACCEPT CONFIRM-ANSWER
               IF CONFIRM-ANSWER = "Y" OR "y"
                   MOVE LOOKUP-STUDENT TO LOCK-STUDENT
                   MOVE "L" TO LOCK-FUNCTION
                   CALL "STULOCK" USING LOCK-FUNCTION LOCK-STUDENT
                       SIGNON-ID LOCK-RESULT LOCK-HOLDER
                   IF LOCK-BUSY
                       DISPLAY "Student " LOOKUP-STUDENT
                           " is in use by " LOCK-HOLDER
                           ", try again later."
                   ELSE
                       PERFORM RESTORE-STUDENT-ARCHIVE
                       MOVE "U" TO LOCK-FUNCTION
                       CALL "STULOCK" USING LOCK-FUNCTION
                           LOCK-STUDENT SIGNON-ID LOCK-RESULT
                           LOCK-HOLDER
                   END-IF
               ELSE
                   DISPLAY "Reinstatement cancelled."
               END-IF
           END-IF.

       CHECK-NUMBER-UNUSED.
      * Putting archived records under a number that has been used
      * again since the purge would mix two people's accounts.
           MOVE LOOKUP-STUDENT TO STUDENTNUMBER.
           MOVE ZERO TO TRANSACTION-SEQ.
           START STUDENT-FILE KEY NOT LESS THAN STUDENT-FILE-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ STUDENT-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF STUDENTNUMBER = LOOKUP-STUDENT
                               MOVE "N" TO ENTRY-OK-SW
                               DISPLAY "Records are on file under "
                                   "student number " LOOKUP-STUDENT
                                   " - it cannot be reinstated."
                           END-IF
                   END-READ
           END-START.

       RESTORE-STUDENT-ARCHIVE.
           MOVE ZERO TO RESTORED-COUNT.
           MOVE ZERO TO LEFT-COUNT.
           PERFORM START-STUDENT-ARCHIVE.
           PERFORM RESTORE-ONE-ARCHIVE-RECORD WITH TEST BEFORE
               UNTIL WALK-DONE.
           DISPLAY "Student " LOOKUP-STUDENT " reinstated - "
               RESTORED-COUNT " records restored.".
           IF LEFT-COUNT > ZERO
               DISPLAY LEFT-COUNT " records could not be restored "
                   "and remain in the purge archive."
           END-IF.

       RESTORE-ONE-ARCHIVE-RECORD.
           PERFORM READ-STUDENT-ARCHIVE.
           IF NOT WALK-DONE
               MOVE "N" TO RESTORED-SW
               IF ARC-FROM-STUDENT-FILE
                   PERFORM RESTORE-STUDENT-RECORD
               ELSE
               IF ARC-FROM-HISTORY
                   PERFORM RESTORE-HISTORY-RECORD
               ELSE
               IF ARC-FROM-HOLDS
                   PERFORM RESTORE-HOLD-RECORD
               ELSE
                   PERFORM RESTORE-CAR-LINK
               END-IF
               END-IF
               END-IF
               IF RECORD-RESTORED
                   DELETE ARCHIVE-FILE RECORD
                       INVALID KEY
                           DISPLAY "Unable to remove archive record, "
                               "status " ARCHIVE-FILE-STATUS
                   END-DELETE
                   ADD 1 TO RESTORED-COUNT
               ELSE
                   ADD 1 TO LEFT-COUNT
               END-IF
           END-IF.

       RESTORE-STUDENT-RECORD.
           MOVE ARC-IMAGE TO STUDENTDATA.
           WRITE STUDENTDATA
               INVALID KEY
                   DISPLAY "Unable to restore student record "
                       TRANSACTION-SEQ ", status "
                       STUDENT-FILE-STATUS
               NOT INVALID KEY
                   MOVE "Y" TO RESTORED-SW
           END-WRITE.
           IF RECORD-RESTORED AND TRANSACTION-SEQ = ZERO
               MOVE STUDENTNAME TO NDX-NAME
               MOVE STUDENTNUMBER TO NDX-STUDENTNUMBER
               WRITE NAME-INDEX-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.

       RESTORE-HISTORY-RECORD.
           MOVE ARC-IMAGE TO HISTORY-RECORD.
           WRITE HISTORY-RECORD
               INVALID KEY
                   DISPLAY "Unable to restore history " HIST-TERM-ID
                       " " HIST-SEQ ", status " HISTORY-FILE-STATUS
               NOT INVALID KEY
                   MOVE "Y" TO RESTORED-SW
           END-WRITE.

       RESTORE-HOLD-RECORD.
           MOVE ARC-IMAGE TO HOLD-RECORD.
           WRITE HOLD-RECORD
               INVALID KEY
                   DISPLAY "Unable to restore hold type " HLD-TYPE
                       ", status " HOLDS-FILE-STATUS
               NOT INVALID KEY
                   MOVE "Y" TO RESTORED-SW
           END-WRITE.

       RESTORE-CAR-LINK.
      * Only the owner link goes back, onto the unit as it stands
      * today - a unit since retired, removed, or given to another
      * owner keeps what it has.
           IF NOT CAR-MASTER-OK
               DISPLAY "Car master not available - owner link on "
                   "unit " ARC-SOURCE-KEY (1:5) " not restored."
           ELSE
               MOVE ARC-SOURCE-KEY (1:5) TO CAR-UNIT-NUMBER
               READ CAR-MASTER-FILE
                   INVALID KEY
                       DISPLAY "Unit " ARC-SOURCE-KEY (1:5)
                           " is no longer on the car master - owner "
                           "link not restored."
                   NOT INVALID KEY
                       IF CARM-STUDENTNUMBER NOT = SPACES
                           DISPLAY "Unit " CAR-UNIT-NUMBER
                               " is now linked to "
                               CARM-STUDENTNUMBER
                               " - owner link not restored."
                       ELSE
                           MOVE ARC-STUDENTNUMBER
                               TO CARM-STUDENTNUMBER
                           REWRITE CAR-MASTER
                               INVALID KEY
                                   DISPLAY "Unable to relink unit "
                                       CAR-UNIT-NUMBER ", status "
                                       CAR-MASTER-STATUS
                               NOT INVALID KEY
                                   MOVE "Y" TO RESTORED-SW
                           END-REWRITE
                       END-IF
               END-READ
           END-IF.

      ** add other procedures here
       END PROGRAM STUDREIN.

      *          correct a tuition amount, reverse a mis-keyed or
      *          bounced payment, or delete a withdrawn student's
      *          record.
      *          A tuition change larger than STUDMAINT-THRESHOLD
      *          (default 500) and every delete are not applied on
      *          the keying supervisor's word - they wait on the
      *          pending-change queue until a second supervisor
      *          approves or rejects them, and only an approved
      *          change reaches STUDENT-FILE and the audit journal.
      *          PENDRPT prints the day's decisions for the auditors.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS IS DYNAMIC
               RECORD KEY IS NDX-KEY
               FILE STATUS IS NAME-INDEX-STATUS.
      * Keyed by the date and time the change was requested, so a
      * sequential read of the queue works it oldest first.
           SELECT PENDING-FILE ASSIGN TO "pending-changes.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PND-KEY
               FILE STATUS IS PENDING-FILE-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               03 NDX-NAME          PIC X(40).
               03 NDX-STUDENTNUMBER PIC 9(7).

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

       WORKING-STORAGE SECTION.
      *-----------------------
       01  STUDENT-FILE-STATUS PIC X(2).
       01  STATE-ENTRY PIC X(2).
       01  ZIP-ENTRY PIC X(5).
       01  PHONE-ENTRY PIC X(10).
       01  PENDING-FILE-STATUS PIC X(2).
       01  PENDING-EOF-FLAG PIC X VALUE "N".
           88 END-OF-PENDING VALUE "Y".
       01  PENDING-FOUND-SW PIC X VALUE "N".
           88 PENDING-FOUND VALUE "Y".
       01  THRESHOLD-EDIT PIC X(5).
       01  THRESHOLD-SHIFT-WORK PIC X(5).
       01  CHANGE-THRESHOLD PIC 9(5).
       01  CHANGE-AMOUNT PIC 9(5).
       01  CHANGE-REASON PIC X(30).
       01  PENDING-CHANGE-TYPE PIC X(1).
       01  AUDIT-BY-ID PIC X(4).
       01  REVIEW-CHOICE PIC X.
       01  REVIEW-DONE-SW PIC X.
           88 REVIEW-DONE VALUE "Y".
       01  REVIEW-APPLIED-SW PIC X.
           88 REVIEW-APPLIED VALUE "Y".
       01  ITEMS-SHOWN PIC 9(5).
       01  ITEMS-APPROVED PIC 9(5).
       01  ITEMS-REJECTED PIC 9(5).
       01  OWN-ITEMS-SKIPPED PIC 9(5).
       01  TODAY-DATE PIC 9(8).
      * Day numbers from DATEDAYS, so a pending item's age is the
      * plain days between the request date and today.
       01  DATE-TO-CONVERT PIC 9(8).
       01  DAY-NUMBER PIC 9(7).
       01  DATE-STATUS PIC X(1).
           88 DATE-OK VALUE "0".
           88 DATE-INVALID VALUE "1".
       01  TODAY-DAY-NUMBER PIC 9(7).
       01  DAYS-PENDING PIC 9(5).
       01  AGING-COUNT PIC 9(5).
       01  OLDEST-DAYS PIC 9(5).
       01  AGING-HEADING.
           05 FILLER PIC X(9) VALUE "REQUESTED".
           05 FILLER PIC X(6) VALUE " DAYS".
           05 FILLER PIC X(8) VALUE "STUDENT".
           05 FILLER PIC X(2) VALUE "T".
           05 FILLER PIC X(6) VALUE "  OLD".
           05 FILLER PIC X(6) VALUE "  NEW".
           05 FILLER PIC X(5) VALUE "BY".
           05 FILLER PIC X(6) VALUE "REASON".
       01  AGING-LINE.
           05 AL-REQUEST-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AL-DAYS PIC ZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 AL-STUDENTNUMBER PIC 9(7).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AL-CHANGE-TYPE PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AL-OLD-TUITION PIC ZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 AL-NEW-TUITION PIC ZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 AL-REQUESTED-BY PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AL-REASON PIC X(30).

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               CLOSE NAME-INDEX-FILE
               OPEN I-O NAME-INDEX-FILE
           END-IF.
           OPEN I-O PENDING-FILE.
           IF PENDING-FILE-STATUS = "35"
               CLOSE PENDING-FILE
               OPEN OUTPUT PENDING-FILE
               CLOSE PENDING-FILE
               OPEN I-O PENDING-FILE
           END-IF.
           IF PENDING-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open pending-changes.txt, status "
                   PENDING-FILE-STATUS
               CLOSE STUDENT-FILE
               CLOSE OPERATOR-FILE
               CLOSE NAME-INDEX-FILE
               STOP RUN
           END-IF.
           PERFORM GET-CHANGE-THRESHOLD.
           PERFORM OPERATOR-SIGN-ON WITH TEST AFTER
               UNTIL SIGNON-OK.
           MOVE SIGNON-ID TO LOCK-OPERATOR.
           CLOSE STUDENT-FILE.
           CLOSE OPERATOR-FILE.
           CLOSE NAME-INDEX-FILE.
           CLOSE PENDING-FILE.
           STOP RUN.

       GET-CHANGE-THRESHOLD.
      * STUDMAINT-THRESHOLD resolves the same way HOLDUPD-THRESHOLD
      * does, shifted right and judged numeric.  A value that cannot
      * be used queues every tuition change rather than letting a
      * large one through on one supervisor's word.
           ACCEPT THRESHOLD-EDIT FROM ENVIRONMENT
               "STUDMAINT-THRESHOLD".
           IF THRESHOLD-EDIT = SPACES
               MOVE 500 TO CHANGE-THRESHOLD
           ELSE
               PERFORM RIGHT-JUSTIFY-THRESHOLD WITH TEST BEFORE
                   UNTIL THRESHOLD-EDIT (5:1) NOT = SPACE
               IF THRESHOLD-EDIT IS NOT NUMERIC
                   DISPLAY "STUDMAINT-THRESHOLD of " THRESHOLD-EDIT
                       " is not a usable amount - every tuition "
                       "change will be queued for approval."
                   MOVE ZERO TO CHANGE-THRESHOLD
               ELSE
                   MOVE THRESHOLD-EDIT TO CHANGE-THRESHOLD
               END-IF
           END-IF.

       RIGHT-JUSTIFY-THRESHOLD.
           MOVE THRESHOLD-EDIT TO THRESHOLD-SHIFT-WORK.
           MOVE THRESHOLD-SHIFT-WORK (1:4) TO THRESHOLD-EDIT (2:4).
           MOVE "0" TO THRESHOLD-EDIT (1:1).

       OPERATOR-SIGN-ON.
      * Sign-ons are validated against the operator master OPERMNT
      * maintains.  The operator's level is kept for the menu - the
      * U, V, D, and A choices are restricted to supervisors.
           MOVE "Y" TO SIGNON-OK-SW.
           DISPLAY "Enter operator ID: "
           ACCEPT SIGNON-ID.
           DISPLAY "  U - Update tuition owed".
           DISPLAY "  V - Reverse a payment".
           DISPLAY "  D - Delete a student record".
           DISPLAY "  A - Approve or reject pending changes".
           DISPLAY "  P - List pending changes".
           DISPLAY "  Q - Quit".
           DISPLAY "Enter choice: "
           ACCEPT MAINT-CHOICE.
                           DISPLAY "Deletes are restricted to "
                               "supervisors."
                       END-IF
                   ELSE
                   IF MAINT-CHOICE = "A" OR "a"
                       IF SUPERVISOR-SIGNED-ON
                           PERFORM REVIEW-PENDING-CHANGES
                       ELSE
                           DISPLAY "Approvals are restricted to "
                               "supervisors."
                       END-IF
                   ELSE
                   IF MAINT-CHOICE = "P" OR "p"
                       PERFORM LIST-PENDING-CHANGES
                   ELSE
                       IF NOT MAINT-DONE
                           DISPLAY "Invalid choice, try again."
                       END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF.

                   IF UPDATE-CHOICE = "A" OR "a"
                       PERFORM UPDATE-DEMOGRAPHICS-RECORD
                   ELSE
                       PERFORM CHECK-PENDING-CHANGE
                       IF NOT PENDING-FOUND
                           PERFORM UPDATE-TUITION-OWED
                       END-IF
                   END-IF
               END-IF
               PERFORM RELEASE-STUDENT-LOCK
           END-IF.

       UPDATE-TUITION-OWED.
      * A change within the threshold applies at once, as it always
      * has.  A larger one is queued with a reason and waits for a
      * second supervisor - the balance is not touched until then.
           DISPLAY "Current tuition owed: " TUITIONOWED
           DISPLAY "Enter new tuition owed: "
           ACCEPT NEW-TUITION-OWED.
               DISPLAY "Tuition owed must be a positive amount, "
                   "update cancelled."
           ELSE
               IF NEW-TUITION-OWED > TUITIONOWED
                   COMPUTE CHANGE-AMOUNT =
                       NEW-TUITION-OWED - TUITIONOWED
               ELSE
                   COMPUTE CHANGE-AMOUNT =
                       TUITIONOWED - NEW-TUITION-OWED
               END-IF
               IF CHANGE-AMOUNT > CHANGE-THRESHOLD
                   DISPLAY "A change of " CHANGE-AMOUNT " is over the "
                       CHANGE-THRESHOLD " approval threshold."
                   PERFORM GET-CHANGE-REASON
                   IF CHANGE-REASON NOT = SPACES
                       MOVE "U" TO PENDING-CHANGE-TYPE
                       PERFORM QUEUE-PENDING-CHANGE
                   END-IF
               ELSE
                   MOVE TUITIONOWED TO OLD-TUITION-OWED
                   MOVE NEW-TUITION-OWED TO TUITIONOWED
                   REWRITE STUDENTDATA
                   IF STUDENT-FILE-STATUS NOT = "00"
                       DISPLAY "Unable to update record, status "
                           STUDENT-FILE-STATUS
                   ELSE
                       DISPLAY "Tuition owed updated."
                       MOVE SIGNON-ID TO AUDIT-BY-ID
                       PERFORM WRITE-AUDIT-RECORD
                   END-IF
               END-IF
           END-IF.

       GET-CHANGE-REASON.
           DISPLAY "Enter reason for the change: "
           ACCEPT CHANGE-REASON.
           IF CHANGE-REASON = SPACES
               DISPLAY "A reason is required, change cancelled."
           END-IF.

       QUEUE-PENDING-CHANGE.
      * The caller has set PENDING-CHANGE-TYPE and NEW-TUITION-OWED
      * and has the enrollment record in hand; the request is filed
      * as pending under today's date and time.
           MOVE SPACES TO PENDING-RECORD.
           MOVE PENDING-CHANGE-TYPE TO PND-CHANGE-TYPE.
           ACCEPT PND-REQUEST-DATE FROM DATE YYYYMMDD.
           ACCEPT PND-REQUEST-TIME FROM TIME.
           MOVE LOOKUP-NUMBER TO PND-STUDENTNUMBER.
           MOVE TUITIONOWED TO PND-OLD-TUITION.
           MOVE NEW-TUITION-OWED TO PND-NEW-TUITION.
           MOVE SIGNON-ID TO PND-REQUESTED-BY.
           MOVE CHANGE-REASON TO PND-REASON.
           SET PND-PENDING TO TRUE.
           MOVE SPACES TO PND-REVIEWED-BY.
           MOVE ZERO TO PND-REVIEWED-DATE.
           WRITE PENDING-RECORD
               INVALID KEY
                   DISPLAY "Unable to queue the change, status "
                       PENDING-FILE-STATUS ", try again."
               NOT INVALID KEY
                   DISPLAY "Change queued - it takes effect when "
                       "another supervisor approves it."
           END-WRITE.

       CHECK-PENDING-CHANGE.
      * One open request per student - a second one keyed on top of
      * it could be approved against a balance the first one was
      * about to change.
           MOVE "N" TO PENDING-FOUND-SW.
           PERFORM START-PENDING-WALK.
           PERFORM TEST-ONE-PENDING-ENTRY WITH TEST BEFORE
               UNTIL END-OF-PENDING OR PENDING-FOUND.
           IF PENDING-FOUND
               DISPLAY "A change for this student keyed by "
                   PND-REQUESTED-BY " on " PND-REQUEST-DATE
                   " is still awaiting approval - it must be "
                   "approved or rejected first."
           END-IF.

       START-PENDING-WALK.
      * Positions the queue at its oldest request.
           MOVE "N" TO PENDING-EOF-FLAG.
           MOVE ZERO TO PND-REQUEST-DATE.
           MOVE ZERO TO PND-REQUEST-TIME.
           START PENDING-FILE KEY NOT LESS THAN PND-KEY
               INVALID KEY
                   MOVE "Y" TO PENDING-EOF-FLAG
           END-START.

       TEST-ONE-PENDING-ENTRY.
           READ PENDING-FILE NEXT RECORD
               AT END MOVE "Y" TO PENDING-EOF-FLAG
           END-READ.
           IF NOT END-OF-PENDING
               AND PND-PENDING
               AND PND-STUDENTNUMBER = LOOKUP-NUMBER
               MOVE "Y" TO PENDING-FOUND-SW
           END-IF.

       UPDATE-DEMOGRAPHICS-RECORD.
           END-IF.

       DELETE-LOCKED-RECORD.
      * Every delete waits on a second supervisor - the request is
      * queued here and APPLY-STUDENT-DELETE removes the student
      * only when someone else approves it.
           PERFORM READ-LOOKUP-RECORD.
           IF RECORD-FOUND
               PERFORM CHECK-PENDING-CHANGE
           END-IF.
           IF RECORD-FOUND AND NOT PENDING-FOUND
               DISPLAY "Delete " STUDENTNAME " (Y/N)? "
               ACCEPT CONFIRM-ANSWER
               IF CONFIRM-ANSWER = "Y" OR "y"
                   PERFORM GET-CHANGE-REASON
                   IF CHANGE-REASON NOT = SPACES
                       MOVE "D" TO PENDING-CHANGE-TYPE
                       MOVE ZERO TO NEW-TUITION-OWED
                       PERFORM QUEUE-PENDING-CHANGE
                   END-IF
               ELSE
                   DISPLAY "Delete cancelled."
               END-IF
           END-IF.

       APPLY-STUDENT-DELETE.
      * The enrollment record has been read under the student lock.
      * The balance written off goes to the journal as an old/new
      * row to zero, so the ledger extract and the rollforward see
      * the receivable leave the file.
           MOVE STUDENTNAME TO DELETED-NAME.
           MOVE TUITIONOWED TO OLD-TUITION-OWED.
           DELETE STUDENT-FILE.
           IF STUDENT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to delete record, status "
                   STUDENT-FILE-STATUS
           ELSE
               DISPLAY "Record deleted."
               MOVE "Y" TO REVIEW-APPLIED-SW
               MOVE ZERO TO NEW-TUITION-OWED
               PERFORM WRITE-AUDIT-RECORD
               PERFORM DELETE-PAYMENT-RECORDS
               PERFORM DELETE-NAME-INDEX-ENTRY
           END-IF.

       DELETE-NAME-INDEX-ENTRY.
      * The name index STUDFIND searches must not keep pointing at
      * a withdrawn student.  A student enrolled before the index
       WRITE-AUDIT-RECORD.
      * Appends an old/new tuition row to the same audit journal
      * Project01 maintains, so a correction made here is traceable
      * the same way a correction made at enrollment time is.  An
      * approved change is journaled under the operator who asked
      * for it; the approver is on the pending-change queue.
           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
           SET AUDIT-ENROLLMENT TO TRUE.
           MOVE LOOKUP-NUMBER TO AUDIT-STUDENTNUMBER.
           MOVE OLD-TUITION-OWED TO AUDIT-OLD-TUITION.
           MOVE NEW-TUITION-OWED TO AUDIT-NEW-TUITION.
           MOVE ZERO TO AUDIT-PAYMENT-AMOUNT.
           MOVE AUDIT-BY-ID TO AUDIT-OPERATOR-ID.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.

       REVIEW-PENDING-CHANGES.
      * The queue is worked oldest first.  A supervisor never sees
      * their own requests here - those wait for someone else - and
      * is told how many were passed over for that reason.
           MOVE ZERO TO ITEMS-SHOWN.
           MOVE ZERO TO ITEMS-APPROVED.
           MOVE ZERO TO ITEMS-REJECTED.
           MOVE ZERO TO OWN-ITEMS-SKIPPED.
           MOVE "N" TO REVIEW-DONE-SW.
           PERFORM START-PENDING-WALK.
           PERFORM REVIEW-NEXT-PENDING WITH TEST BEFORE
               UNTIL END-OF-PENDING OR REVIEW-DONE.
           DISPLAY "*********************************************".
           IF ITEMS-SHOWN = ZERO AND OWN-ITEMS-SKIPPED = ZERO
               DISPLAY "No changes are awaiting approval."
           ELSE
               DISPLAY "Changes reviewed : " ITEMS-SHOWN
               DISPLAY "Approved         : " ITEMS-APPROVED
               DISPLAY "Rejected         : " ITEMS-REJECTED
               IF OWN-ITEMS-SKIPPED > ZERO
                   DISPLAY "Your own requests not shown: "
                       OWN-ITEMS-SKIPPED " - another supervisor "
                       "must review them."
               END-IF
           END-IF.

       REVIEW-NEXT-PENDING.
           READ PENDING-FILE NEXT RECORD
               AT END MOVE "Y" TO PENDING-EOF-FLAG
           END-READ.
           IF NOT END-OF-PENDING AND PND-PENDING
               IF PND-REQUESTED-BY = SIGNON-ID
                   ADD 1 TO OWN-ITEMS-SKIPPED
               ELSE
                   ADD 1 TO ITEMS-SHOWN
                   PERFORM REVIEW-ONE-PENDING
               END-IF
           END-IF.

       REVIEW-ONE-PENDING.
           DISPLAY "*********************************************".
           DISPLAY "Requested     : " PND-REQUEST-DATE " by "
               PND-REQUESTED-BY
           DISPLAY "Student number: " PND-STUDENTNUMBER
           IF PND-STUDENT-DELETE
               DISPLAY "Change        : delete student, tuition "
                   "owed " PND-OLD-TUITION
           ELSE
               DISPLAY "Change        : tuition owed " PND-OLD-TUITION
                   " to " PND-NEW-TUITION
           END-IF
           DISPLAY "Reason        : " PND-REASON
           DISPLAY "(A)pprove, (R)eject, (S)kip, or (Q)uit review? "
           ACCEPT REVIEW-CHOICE.
           IF REVIEW-CHOICE = "A" OR "a"
               PERFORM APPROVE-PENDING-CHANGE
           ELSE
               IF REVIEW-CHOICE = "R" OR "r"
                   SET PND-REJECTED TO TRUE
                   PERFORM RECORD-REVIEW-DECISION
                   ADD 1 TO ITEMS-REJECTED
                   DISPLAY "Change rejected."
               ELSE
                   IF REVIEW-CHOICE = "Q" OR "q"
                       MOVE "Y" TO REVIEW-DONE-SW
                   ELSE
                       DISPLAY "Change left pending."
                   END-IF
               END-IF
           END-IF.

       APPROVE-PENDING-CHANGE.
      * The student is locked and the enrollment re-read, and the
      * change goes through only if the balance is still the one
      * the request was keyed against - otherwise it stays pending
      * for the reviewer to reject and the requester to key again.
           MOVE "N" TO REVIEW-APPLIED-SW.
           MOVE PND-STUDENTNUMBER TO LOOKUP-NUMBER.
           MOVE LOOKUP-NUMBER TO LOCK-STUDENT.
           MOVE PND-REQUESTED-BY TO AUDIT-BY-ID.
           PERFORM TAKE-STUDENT-LOCK.
           IF LOCK-GRANTED
               PERFORM READ-LOOKUP-RECORD
               IF RECORD-FOUND
                   IF TUITIONOWED NOT = PND-OLD-TUITION
                       DISPLAY "Tuition owed is now " TUITIONOWED
                           ", not the " PND-OLD-TUITION " this "
                           "request was keyed against."
                   ELSE
                       IF PND-STUDENT-DELETE
                           PERFORM APPLY-STUDENT-DELETE
                       ELSE
                           PERFORM APPLY-TUITION-CHANGE
                       END-IF
                   END-IF
               END-IF
               PERFORM RELEASE-STUDENT-LOCK
           END-IF.
           IF REVIEW-APPLIED
               SET PND-APPROVED TO TRUE
               PERFORM RECORD-REVIEW-DECISION
               ADD 1 TO ITEMS-APPROVED
           ELSE
               DISPLAY "Change left pending."
           END-IF.

       APPLY-TUITION-CHANGE.
           MOVE TUITIONOWED TO OLD-TUITION-OWED.
           MOVE PND-NEW-TUITION TO NEW-TUITION-OWED.
           MOVE NEW-TUITION-OWED TO TUITIONOWED.
           REWRITE STUDENTDATA.
           IF STUDENT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to update record, status "
                   STUDENT-FILE-STATUS
           ELSE
               DISPLAY "Tuition owed updated."
               MOVE "Y" TO REVIEW-APPLIED-SW
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

       RECORD-REVIEW-DECISION.
           MOVE SIGNON-ID TO PND-REVIEWED-BY.
           ACCEPT PND-REVIEWED-DATE FROM DATE YYYYMMDD.
           REWRITE PENDING-RECORD
               INVALID KEY
                   DISPLAY "Unable to record the decision on the "
                       "queue, status " PENDING-FILE-STATUS
           END-REWRITE.

       LIST-PENDING-CHANGES.
      * The aging list - every change still awaiting approval,
      * oldest first, with the days it has been waiting.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           MOVE TODAY-DATE TO DATE-TO-CONVERT.
           CALL "DATEDAYS" USING DATE-TO-CONVERT DAY-NUMBER
               DATE-STATUS.
           MOVE DAY-NUMBER TO TODAY-DAY-NUMBER.
           MOVE ZERO TO AGING-COUNT.
           MOVE ZERO TO OLDEST-DAYS.
           DISPLAY "*********************************************".
           DISPLAY "CHANGES AWAITING APPROVAL AS OF " TODAY-DATE.
           DISPLAY AGING-HEADING.
           PERFORM START-PENDING-WALK.
           PERFORM LIST-ONE-PENDING-ENTRY WITH TEST BEFORE
               UNTIL END-OF-PENDING.
           IF AGING-COUNT = ZERO
               DISPLAY "No changes are awaiting approval."
           ELSE
               DISPLAY "Changes pending: " AGING-COUNT
                   "   oldest waiting " OLDEST-DAYS " days."
           END-IF.

       LIST-ONE-PENDING-ENTRY.
           READ PENDING-FILE NEXT RECORD
               AT END MOVE "Y" TO PENDING-EOF-FLAG
           END-READ.
           IF NOT END-OF-PENDING AND PND-PENDING
               MOVE PND-REQUEST-DATE TO DATE-TO-CONVERT
               CALL "DATEDAYS" USING DATE-TO-CONVERT DAY-NUMBER
                   DATE-STATUS
               IF DATE-OK AND DAY-NUMBER NOT > TODAY-DAY-NUMBER
                   COMPUTE DAYS-PENDING =
                       TODAY-DAY-NUMBER - DAY-NUMBER
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
               DISPLAY AGING-LINE
               ADD 1 TO AGING-COUNT
           END-IF.

       LOOKUP-STUDENT.
           PERFORM GET-LOOKUP-NUMBER.
           PERFORM READ-LOOKUP-RECORD.

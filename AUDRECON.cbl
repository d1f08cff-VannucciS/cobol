      *          same way live ones do - the journal is never
      *          trimmed at term end, so an archived payment's P or
      *          S row is accounted for, not reported missing.
      *          A student STUDPURG moved to the purge archive is
      *          not missing from the file, and the payments archived
      *          with them consume their rows the same way.  A
      *          number STUDMRGE retired into another is not missing
      *          either, and its journaled payments are matched
      *          against the surviving number they moved to.
      *          Discrepancies go to an exception report and
      *          the step ends with a nonzero return code, so the
      *          COND logic in the nightly job stops the reports that
               ACCESS IS SEQUENTIAL
               RECORD KEY IS HIST-KEY
               FILE STATUS IS HISTORY-FILE-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "purge-archive.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ARC-KEY
               FILE STATUS IS ARCHIVE-FILE-STATUS.
           SELECT RETIRED-FILE ASSIGN TO "retired-students.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RET-STUDENTNUMBER
               FILE STATUS IS RETIRED-FILE-STATUS.
           SELECT EXCEPTION-REPORT
               ASSIGN TO "reconciliation-exception-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
               88 AUDIT-REVERSAL   VALUE "R".
               88 AUDIT-SPONSOR-PAYMENT  VALUE "S".
               88 AUDIT-SPONSOR-REVERSAL VALUE "T".
               88 AUDIT-WITHDRAWAL VALUE "W".
               88 AUDIT-AID-DISBURSEMENT VALUE "D".
               88 AUDIT-MERGE      VALUE "M".
           02 FILLER           PIC X(1) VALUE " ".
           02 AUDIT-STUDENTNUMBER PIC 9(7).
           02 FILLER           PIC X(1) VALUE " ".
           02  HIST-SOURCE-FLAG     PIC X(1).
           02 FILLER                PIC X(38).

       FD ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           02  ARC-KEY.
               03 ARC-STUDENTNUMBER   PIC 9(7).
               03 ARC-SOURCE          PIC X(1).
                   88 ARC-FROM-HISTORY      VALUE "H".
                   88 ARC-FROM-STUDENT-FILE VALUE "S".
               03 ARC-SOURCE-KEY      PIC X(8).
           02 FILLER                  PIC X(1).
           02  ARC-PURGE-DATE         PIC 9(8).
           02 FILLER                  PIC X(1).
           02  ARC-IMAGE              PIC X(80).

       FD RETIRED-FILE.
       01  RETIRED-RECORD.
           02  RET-STUDENTNUMBER      PIC 9(7).
           02 FILLER                  PIC X(1).
           02  RET-SURVIVOR           PIC 9(7).
           02 FILLER                  PIC X(65).

       FD EXCEPTION-REPORT.
       01  REPORT-LINE PIC X(80).

           88 HISTORY-FILE-OK VALUE "Y".
       01  HISTORY-EOF-FLAG PIC X VALUE "N".
           88 END-OF-HISTORY VALUE "Y".
       01  ARCHIVE-FILE-STATUS PIC X(2).
       01  ARCHIVE-FILE-OK-SW PIC X VALUE "N".
           88 ARCHIVE-FILE-OK VALUE "Y".
       01  ARCHIVE-EOF-FLAG PIC X VALUE "N".
           88 END-OF-ARCHIVE VALUE "Y".
       01  RETIRED-FILE-STATUS PIC X(2).
       01  RETIRED-FILE-OK-SW PIC X VALUE "N".
           88 RETIRED-FILE-OK VALUE "Y".
       01  RETIRED-FOUND-SW PIC X.
           88 RETIRED-FOUND VALUE "Y".
       01  RESOLVED-STUDENT PIC 9(7).
       01  RESOLVE-HOPS PIC 9(2).
       01  ENROLLMENT-FOUND-SW PIC X.
           88 ENROLLMENT-FOUND VALUE "Y".
       01  ENTRY-FOUND-SW PIC X.
                   GOBACK
               END-IF
           END-IF.
      * Likewise a shop that has never purged has no archive.
           OPEN INPUT ARCHIVE-FILE.
           IF ARCHIVE-FILE-STATUS = "00"
               MOVE "Y" TO ARCHIVE-FILE-OK-SW
           ELSE
               IF ARCHIVE-FILE-STATUS NOT = "35"
                   DISPLAY "Unable to open purge-archive.txt, "
                       "status " ARCHIVE-FILE-STATUS
                   CLOSE AUDIT-FILE
                   CLOSE STUDENT-FILE
                   IF HISTORY-FILE-OK
                       CLOSE HISTORY-FILE
                   END-IF
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
      * And one that has never merged has no retired numbers.
           OPEN INPUT RETIRED-FILE.
           IF RETIRED-FILE-STATUS = "00"
               MOVE "Y" TO RETIRED-FILE-OK-SW
           END-IF.
           OPEN OUTPUT EXCEPTION-REPORT.
           WRITE REPORT-LINE FROM HEADING-LINE-1.
           WRITE REPORT-LINE FROM HEADING-LINE-2.
               UNTIL END-OF-AUDIT.
           PERFORM WALK-STUDENT-FILE.
           PERFORM WALK-HISTORY-FILE.
           PERFORM WALK-ARCHIVE-FILE.
           PERFORM REPORT-UNMATCHED-P-ROWS.
           IF TABLE-FULL
               MOVE "99" TO EXCP-REASON-CODE
           IF HISTORY-FILE-OK
               CLOSE HISTORY-FILE
           END-IF.
           IF ARCHIVE-FILE-OK
               CLOSE ARCHIVE-FILE
           END-IF.
           IF RETIRED-FILE-OK
               CLOSE RETIRED-FILE
           END-IF.
           CLOSE EXCEPTION-REPORT.
           IF EXCEPTION-COUNT > ZERO
               DISPLAY "Reconciliation found " EXCEPTION-COUNT
      * row itself is then remembered so the second pass can check
      * the file against the audit trail.
           PERFORM CHECK-AUDIT-STUDENT-ON-FILE.
      * A withdrawal or aid-disbursement row carries the reduced
      * balance the same way an enrollment row carries the charge,
      * so it takes its turn as the last word on what the
      * enrollment should hold.
      * A merge row is the same - the retired number's row carries
      * zero and the survivor's carries the combined balance.
           IF AUDIT-ENROLLMENT OR AUDIT-WITHDRAWAL
               OR AUDIT-AID-DISBURSEMENT OR AUDIT-MERGE
               PERFORM REMEMBER-E-AUDIT-ROW
           END-IF.
      * A sponsor receipt journals as S instead of P, but it backs
       CHECK-AUDIT-STUDENT-ON-FILE.
           MOVE AUDIT-STUDENTNUMBER TO STUDENTNUMBER.
           MOVE ZERO TO TRANSACTION-SEQ.
           MOVE "Y" TO ENROLLMENT-FOUND-SW.
           READ STUDENT-FILE
               INVALID KEY
                   MOVE "N" TO ENROLLMENT-FOUND-SW
           END-READ.
      * A purged student's enrollment sits in the purge archive
      * under its old sequence number.
           IF NOT ENROLLMENT-FOUND AND ARCHIVE-FILE-OK
               MOVE AUDIT-STUDENTNUMBER TO ARC-STUDENTNUMBER
               SET ARC-FROM-STUDENT-FILE TO TRUE
               MOVE "000" TO ARC-SOURCE-KEY
               READ ARCHIVE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO ENROLLMENT-FOUND-SW
               END-READ
           END-IF.
      * A number retired by a merge lives on under its survivor.
           IF NOT ENROLLMENT-FOUND AND RETIRED-FILE-OK
               MOVE AUDIT-STUDENTNUMBER TO RET-STUDENTNUMBER
               READ RETIRED-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO ENROLLMENT-FOUND-SW
               END-READ
           END-IF.
           IF NOT ENROLLMENT-FOUND
               MOVE "01" TO EXCP-REASON-CODE
               MOVE "AUDIT ROW FOR STUDENT NOT ON FILE"
                   TO EXCP-REASON-TEXT
               MOVE AUDIT-STUDENTNUMBER TO EXCP-STUDENT
               MOVE AUDIT-PAYMENT-AMOUNT TO EXCP-AMOUNT
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

       REMEMBER-E-AUDIT-ROW.
      * The last E row in journal order wins - that is the amount
           END-IF.

       REMEMBER-P-AUDIT-ROW.
      * A payment journaled under a number since merged away now
      * sits under the surviving number, so the row is remembered
      * under that one - following the chain if the survivor was
      * itself merged later.
           MOVE AUDIT-STUDENTNUMBER TO RESOLVED-STUDENT.
           IF RETIRED-FILE-OK
               MOVE ZERO TO RESOLVE-HOPS
               MOVE "Y" TO RETIRED-FOUND-SW
               PERFORM FOLLOW-ONE-RETIREMENT
                   UNTIL NOT RETIRED-FOUND OR RESOLVE-HOPS = 20
           END-IF.
           IF P-AUDIT-COUNT = 2000
               MOVE "Y" TO TABLE-FULL-SW
           ELSE
               ADD 1 TO P-AUDIT-COUNT
               MOVE RESOLVED-STUDENT
                   TO TBL-P-STUDENT (P-AUDIT-COUNT)
               MOVE AUDIT-PAYMENT-AMOUNT
                   TO TBL-P-AMOUNT (P-AUDIT-COUNT)
               MOVE "N" TO TBL-P-USED (P-AUDIT-COUNT)
           END-IF.

       FOLLOW-ONE-RETIREMENT.
           ADD 1 TO RESOLVE-HOPS.
           MOVE RESOLVED-STUDENT TO RET-STUDENTNUMBER.
           READ RETIRED-FILE
               INVALID KEY
                   MOVE "N" TO RETIRED-FOUND-SW
               NOT INVALID KEY
                   MOVE RET-SURVIVOR TO RESOLVED-STUDENT
           END-READ.

       WALK-STUDENT-FILE.
           MOVE ZERO TO STUDENTNUMBER.
           MOVE ZERO TO TRANSACTION-SEQ.
               MOVE "Y" TO TBL-P-USED (P-AUDIT-IX)
           END-IF.

       WALK-ARCHIVE-FILE.
      * Payments STUDPURG moved to the purge archive, whether from
      * the live file or from the history file, are checked the
      * same way they were where they came from.
           IF ARCHIVE-FILE-OK
               MOVE ZERO TO ARC-STUDENTNUMBER
               MOVE LOW-VALUES TO ARC-SOURCE
               MOVE LOW-VALUES TO ARC-SOURCE-KEY
               START ARCHIVE-FILE KEY NOT LESS THAN ARC-KEY
                   INVALID KEY
                       MOVE "Y" TO ARCHIVE-EOF-FLAG
               END-START
               PERFORM CHECK-ONE-ARCHIVE-RECORD
                   UNTIL END-OF-ARCHIVE
           END-IF.

       CHECK-ONE-ARCHIVE-RECORD.
           READ ARCHIVE-FILE NEXT RECORD
               AT END MOVE "Y" TO ARCHIVE-EOF-FLAG
           END-READ.
           IF NOT END-OF-ARCHIVE
               IF ARC-FROM-STUDENT-FILE
                   MOVE ARC-IMAGE TO STUDENTDATA
                   IF PAYMENT-RECORD
                       PERFORM CHECK-PAYMENT-VS-AUDIT
                   END-IF
               ELSE
                   IF ARC-FROM-HISTORY
                       MOVE ARC-IMAGE TO HISTORY-RECORD
                       IF HIST-PAYMENT
                           PERFORM CHECK-ARCHIVED-VS-AUDIT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       REPORT-UNMATCHED-P-ROWS.
      * The reverse of checks 04 and 06: a P or S audit row that
      * neither a live nor an archived payment consumed means the

      ******************************************************************
      * Author:Vannucci
      * Date:Oct/15/2026
      * Purpose: Dormant account purge - moves students the school
      *          no longer has any business with off the live files
      *          and onto the purge archive, so STUDFIND searches and
      *          the nightly scans stop wading through them.  A
      *          student qualifies when their balance is zero; they
      *          hold no open credit, payment plan, collection, or
      *          sponsor record; no active registration hold; no
      *          refund check extracted or issued and not yet
      *          cleared or voided on refund-checks.txt; no
      *          transaction still on the live file; and nothing on
      *          the audit journal or payment history since the
      *          start of the oldest of the last N terms on the term
      *          master (term rollover rows do not count).  Every
      *          STUDENT-FILE record of a qualifying student, their
      *          released holds, and their payment history older
      *          than the history retention period are written to
      *          purge-archive.txt and then deleted; the name-index
      *          entry comes off, the student lock entry is
      *          released, and any car master unit linked to them
      *          has its CARM-STUDENTNUMBER cleared, the link itself
      *          archived.  History still inside the retention
      *          period stays on payment-history.txt for tax and
      *          audit questions, and later runs archive it as it
      *          ages out.  STUDREIN brings an archived student back
      *          in full.  The rules come from the environment:
      *          PURGE-INACTIVE-TERMS (default 6) and
      *          PURGE-HISTORY-YEARS (default 7).  A purge register
      *          lists every student purged and every one that
      *          qualified but could not be purged, and why.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. STUDPURG.
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
           SELECT REFUND-CHECK-FILE ASSIGN TO "refund-checks.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RCK-KEY
               FILE STATUS IS REFUND-CHECK-STATUS.
           SELECT NAME-INDEX-FILE
               ASSIGN TO "student-name-index.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS NDX-KEY
               FILE STATUS IS NAME-INDEX-STATUS.
           SELECT CAR-MASTER-FILE ASSIGN TO "car-master.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CAR-UNIT-NUMBER
               FILE STATUS IS CAR-MASTER-STATUS.
           SELECT TERM-FILE ASSIGN TO "term-master.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS TRM-CODE
               FILE STATUS IS TERM-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "student-audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
      * The archive is keyed by student, then the file a record came
      * from, then the key it held there, so one START finds a
      * student's whole archive and each record goes back where it
      * came from.
           SELECT ARCHIVE-FILE ASSIGN TO "purge-archive.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ARC-KEY
               FILE STATUS IS ARCHIVE-FILE-STATUS.
           SELECT PURGE-REGISTER
               ASSIGN TO "purge-register.txt"
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
           02 FILLER                  PIC X(61).

       FD HISTORY-FILE.
       01  HISTORY-RECORD.
           02  HIST-KEY.
               03 HIST-STUDENTNUMBER PIC 9(7).
               03 HIST-TERM-ID       PIC X(5).
               03 HIST-SEQ           PIC 9(3).
           02  HIST-RECORD-TYPE     PIC X(1).
               88 HIST-PAYMENT  VALUE "2".
               88 HIST-REVERSAL VALUE "4".
           02 FILLER                PIC X(1).
           02  HIST-DATE            PIC 9(8).
           02 FILLER                PIC X(1).
           02  HIST-AMOUNT          PIC 9(5).
           02 FILLER                PIC X(1).
           02  HIST-ORIG-SEQ        PIC 9(3).
           02 FILLER                PIC X(1).
           02  HIST-OPERATOR-ID     PIC X(4).
           02 FILLER                PIC X(1).
           02  HIST-SOURCE-FLAG     PIC X(1).
           02 FILLER                PIC X(38).

       FD HOLDS-FILE.
       01  HOLD-RECORD.
           02  HLD-KEY.
               03 HLD-STUDENTNUMBER   PIC 9(7).
               03 HLD-TYPE            PIC X(1).
           02 FILLER                  PIC X(1).
           02  HLD-STATUS             PIC X(1).
               88 HLD-ACTIVE   VALUE "A".
               88 HLD-RELEASED VALUE "R".
           02 FILLER                  PIC X(70).

       FD REFUND-CHECK-FILE.
       01  REFUND-CHECK-RECORD.
           02  RCK-KEY.
               03 RCK-STUDENTNUMBER   PIC 9(7).
               03 RCK-EXTRACT-DATE    PIC 9(8).
           02 FILLER                  PIC X(1).
           02  RCK-AMOUNT             PIC 9(5).
           02 FILLER                  PIC X(1).
           02  RCK-APPROVED-BY        PIC X(4).
           02 FILLER                  PIC X(1).
           02  RCK-STATUS             PIC X(1).
               88 RCK-EXTRACTED VALUE "E".
               88 RCK-ISSUED    VALUE "I".
               88 RCK-CLEARED   VALUE "C".
               88 RCK-VOIDED    VALUE "V".
           02 FILLER                  PIC X(52).

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

       FD AUDIT-FILE.
       01  AUDIT-RECORD.
           02 AUDIT-DATE       PIC 9(8).
           02 FILLER           PIC X(1) VALUE " ".
           02 AUDIT-TIME       PIC 9(8).
           02 FILLER           PIC X(1) VALUE " ".
           02 AUDIT-ENTRY-TYPE PIC X(1).
               88 AUDIT-ENROLLMENT VALUE "E".
           02 FILLER           PIC X(1) VALUE " ".
           02 AUDIT-STUDENTNUMBER PIC 9(7).
           02 FILLER           PIC X(1) VALUE " ".
           02 AUDIT-OLD-TUITION PIC 9(5).
           02 FILLER           PIC X(1) VALUE " ".
           02 AUDIT-NEW-TUITION PIC 9(5).
           02 FILLER           PIC X(1) VALUE " ".
           02 AUDIT-PAYMENT-AMOUNT PIC 9(5).
           02 FILLER           PIC X(1) VALUE " ".
           02 AUDIT-OPERATOR-ID PIC X(4).

      * ARC-IMAGE is the record exactly as it stood on the file it
      * came from - every one of those files has an 80-byte record.
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

       FD PURGE-REGISTER.
       01  REGISTER-LINE PIC X(80).

       WORKING-STORAGE SECTION.
      *-----------------------
       01  STUDENT-FILE-STATUS PIC X(2).
       01  HISTORY-FILE-STATUS PIC X(2).
       01  HOLDS-FILE-STATUS PIC X(2).
       01  REFUND-CHECK-STATUS PIC X(2).
       01  REFUND-CHECK-OK-SW PIC X VALUE "N".
           88 REFUND-CHECK-OK VALUE "Y".
       01  NAME-INDEX-STATUS PIC X(2).
       01  CAR-MASTER-STATUS PIC X(2).
       01  TERM-FILE-STATUS PIC X(2).
       01  AUDIT-FILE-STATUS PIC X(2).
       01  ARCHIVE-FILE-STATUS PIC X(2).
       01  HISTORY-FILE-OK-SW PIC X VALUE "N".
           88 HISTORY-FILE-OK VALUE "Y".
       01  HOLDS-FILE-OK-SW PIC X VALUE "N".
           88 HOLDS-FILE-OK VALUE "Y".
       01  NAME-INDEX-OK-SW PIC X VALUE "N".
           88 NAME-INDEX-OK VALUE "Y".
       01  CAR-MASTER-OK-SW PIC X VALUE "N".
           88 CAR-MASTER-OK VALUE "Y".
       01  STUDENT-EOF-FLAG PIC X VALUE "N".
           88 END-OF-STUDENTS VALUE "Y".
       01  AUDIT-EOF-FLAG PIC X VALUE "N".
           88 END-OF-AUDIT VALUE "Y".
       01  TERM-EOF-FLAG PIC X VALUE "N".
           88 END-OF-TERMS VALUE "Y".
       01  CAR-EOF-FLAG PIC X VALUE "N".
           88 END-OF-UNITS VALUE "Y".
       01  HISTORY-EOF-FLAG PIC X VALUE "N".
           88 END-OF-HISTORY VALUE "Y".
       01  WALK-DONE-SW PIC X.
           88 WALK-DONE VALUE "Y".
       01  CURRENT-FOUND-SW PIC X VALUE "N".
           88 CURRENT-FOUND VALUE "Y".
       01  ENROLLMENT-FOUND-SW PIC X.
           88 ENROLLMENT-FOUND VALUE "Y".
       01  STUDENT-ELIGIBLE-SW PIC X.
           88 STUDENT-ELIGIBLE VALUE "Y".
       01  ARCHIVE-TROUBLE-SW PIC X.
           88 ARCHIVE-TROUBLE VALUE "Y".
       01  ENTRY-FOUND-SW PIC X.
           88 ENTRY-FOUND VALUE "Y".
       01  AGE-OUT-SW PIC X.
           88 AGE-OUT-STUDENT VALUE "Y".

       01  RUN-DATE PIC 9(8).
       01  CURRENT-TERM-START PIC 9(8).
       01  ACTIVITY-CUTOFF PIC 9(8).
       01  HISTORY-CUTOFF PIC 9(8).
       01  INACTIVE-TERMS PIC 9(2).
       01  HISTORY-YEARS PIC 9(2).
       01  RULE-EDIT PIC X(2).
       01  RULE-SHIFT-WORK PIC X(2).
       01  CUR-STUDENT PIC 9(7).
       01  CUR-STUDENT-NAME PIC X(40).
       01  AGE-STUDENT PIC 9(7) VALUE ZERO.
       01  CAR-LINK-STUDENT PIC 9(7).
       01  NOT-PURGED-REASON PIC X(30).
       01  LOCK-BUSY-REASON.
           05 FILLER           PIC X(17) VALUE "RECORD IN USE BY ".
           05 LBR-HOLDER       PIC X(4).
       01  RECORDS-THIS-STUDENT PIC 9(5).
       01  HISTORY-THIS-STUDENT PIC 9(5).
       01  KEPT-THIS-STUDENT PIC 9(5).

       01  LOCK-FUNCTION PIC X(1).
       01  LOCK-STUDENT PIC 9(7).
       01  LOCK-OPERATOR PIC X(4) VALUE "PURG".
       01  LOCK-RESULT PIC X(1).
           88 LOCK-GRANTED VALUE "0".
           88 LOCK-BUSY    VALUE "1".
       01  LOCK-HOLDER PIC X(4).

       01  STUDENTS-EXAMINED PIC 9(7) VALUE ZERO.
       01  STUDENTS-ELIGIBLE PIC 9(7) VALUE ZERO.
       01  STUDENTS-RECENTLY-ACTIVE PIC 9(7) VALUE ZERO.
       01  STUDENTS-PURGED PIC 9(7) VALUE ZERO.
       01  STUDENTS-NOT-PURGED PIC 9(7) VALUE ZERO.
       01  RECORDS-ARCHIVED PIC 9(7) VALUE ZERO.
       01  HISTORY-ARCHIVED PIC 9(7) VALUE ZERO.
       01  HISTORY-KEPT PIC 9(7) VALUE ZERO.
       01  HISTORY-AGED-OUT PIC 9(7) VALUE ZERO.
       01  CAR-LINKS-CLEARED PIC 9(7) VALUE ZERO.

      * Terms on or before the current one, by start date, so the
      * oldest of the last N can be found without a sort.
       01  TERM-TABLE.
           05 TERM-COUNT     PIC 9(3) VALUE ZERO.
           05 TERM-ENTRY OCCURS 200 TIMES.
               10 TBL-TERM-START     PIC 9(8).
       01  TERM-SUB PIC 9(3).
       01  RANK-SUB PIC 9(3).
       01  TERM-RANK PIC 9(3).

      * Students who pass the file checks, in student-number order,
      * held the way AUDRECON holds its tables.  A full table only
      * means the rest wait for the next run - the ones purged this
      * time are off the file by then.
       01  CANDIDATE-TABLE.
           05 CANDIDATE-COUNT  PIC 9(4) VALUE ZERO.
           05 CANDIDATE-ENTRY OCCURS 2000 TIMES
                   INDEXED BY CANDIDATE-IX.
               10 TBL-CAND-STUDENT   PIC 9(7).
               10 TBL-CAND-STATUS    PIC X(1).
                   88 CAND-WAITING       VALUE "C".
                   88 CAND-ACTIVE        VALUE "A".
                   88 CAND-PURGED        VALUE "P".
                   88 CAND-NOT-PURGED    VALUE "X".
       01  CANDIDATE-TABLE-FULL-SW PIC X VALUE "N".
           88 CANDIDATE-TABLE-FULL VALUE "Y".

       01  HEADING-LINE-1 PIC X(80) VALUE
           "DORMANT ACCOUNT PURGE REGISTER".
       01  HEADING-RULE-LINE-1.
           05 FILLER           PIC X(10) VALUE "RUN DATE: ".
           05 HD-DATE          PIC 9(8).
           05 FILLER           PIC X(20) VALUE
               "   NO ACTIVITY FOR ".
           05 HD-TERMS         PIC Z9.
           05 FILLER           PIC X(19) VALUE
               " TERMS, SINCE ".
           05 HD-ACTIVITY-CUTOFF PIC 9(8).
       01  HEADING-RULE-LINE-2.
           05 FILLER           PIC X(28) VALUE
               "PAYMENT HISTORY KEPT FOR ".
           05 HD-YEARS         PIC Z9.
           05 FILLER           PIC X(28) VALUE
               " YEARS - ARCHIVED IF BEFORE ".
           05 HD-HISTORY-CUTOFF PIC 9(8).
       01  HEADING-LINE-2.
           05 FILLER           PIC X(9) VALUE "STUDENT".
           05 FILLER           PIC X(42) VALUE "NAME".
           05 FILLER           PIC X(9) VALUE "RECORDS".
           05 FILLER           PIC X(10) VALUE "HIST ARC".
           05 FILLER           PIC X(9) VALUE "HIST KEPT".

       01  DETAIL-LINE.
           05 DL-STUDENT       PIC 9(7).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DL-NAME          PIC X(40).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DL-RECORDS       PIC ZZZZ9.
           05 FILLER           PIC X(4) VALUE SPACES.
           05 DL-HISTORY       PIC ZZZZ9.
           05 FILLER           PIC X(5) VALUE SPACES.
           05 DL-KEPT          PIC ZZZZ9.

       01  EXCEPTION-LINE.
           05 XL-STUDENT       PIC 9(7).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 XL-NAME          PIC X(27).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(12) VALUE "NOT PURGED: ".
           05 XL-REASON        PIC X(30).

       01  CAR-LINK-LINE.
           05 FILLER           PIC X(5) VALUE "UNIT ".
           05 CL-UNIT          PIC 9(5).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 CL-MODEL         PIC X(10).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 CL-OWNER         PIC X(15).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(25) VALUE
               "LINK CLEARED TO STUDENT ".
           05 CL-STUDENT       PIC 9(7).

       01  TABLE-FULL-LINE PIC X(80) VALUE
           "MORE STUDENTS QUALIFY THAN ONE RUN HOLDS - RERUN FOR REST".
       01  BLANK-LINE PIC X(80) VALUE SPACES.

       01  TOTAL-LINE.
           05 TL-LABEL         PIC X(40).
           05 TL-COUNT         PIC ZZZZZZ9.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM GET-RETENTION-RULES.
           PERFORM GET-ACTIVITY-CUTOFF.
           PERFORM OPEN-PURGE-FILES.
           OPEN OUTPUT PURGE-REGISTER.
           PERFORM WRITE-REGISTER-HEADING.
           PERFORM FIND-CANDIDATES.
           PERFORM MARK-RECENTLY-ACTIVE.
           PERFORM PURGE-ONE-CANDIDATE
               VARYING CANDIDATE-IX FROM 1 BY 1
               UNTIL CANDIDATE-IX > CANDIDATE-COUNT.
           PERFORM CLEAR-CAR-LINKS.
           PERFORM AGE-OUT-HISTORY.
           PERFORM PRINT-CONTROL-TOTALS.
           PERFORM CLOSE-PURGE-FILES.
           CLOSE PURGE-REGISTER.
           STOP RUN.

       GET-RETENTION-RULES.
      * Each rule is optional and defaults to the school's policy;
      * a value that is set but unusable stops the run, the way
      * LATEFEE treats its fee - purging on a guessed rule would be
      * worse than not purging.
           ACCEPT RULE-EDIT FROM ENVIRONMENT "PURGE-INACTIVE-TERMS".
           IF RULE-EDIT = SPACES
               MOVE 6 TO INACTIVE-TERMS
           ELSE
               PERFORM RIGHT-JUSTIFY-RULE WITH TEST BEFORE
                   UNTIL RULE-EDIT (2:1) NOT = SPACE
               IF RULE-EDIT IS NOT NUMERIC OR RULE-EDIT = "00"
                   DISPLAY "PURGE-INACTIVE-TERMS of " RULE-EDIT
                       " is not a usable number of terms - give 1 "
                       "to 99 and rerun."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               ELSE
                   MOVE RULE-EDIT TO INACTIVE-TERMS
               END-IF
           END-IF.
           ACCEPT RULE-EDIT FROM ENVIRONMENT "PURGE-HISTORY-YEARS".
           IF RULE-EDIT = SPACES
               MOVE 7 TO HISTORY-YEARS
           ELSE
               PERFORM RIGHT-JUSTIFY-RULE WITH TEST BEFORE
                   UNTIL RULE-EDIT (2:1) NOT = SPACE
               IF RULE-EDIT IS NOT NUMERIC OR RULE-EDIT = "00"
                   DISPLAY "PURGE-HISTORY-YEARS of " RULE-EDIT
                       " is not a usable number of years - give 1 "
                       "to 99 and rerun."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               ELSE
                   MOVE RULE-EDIT TO HISTORY-YEARS
               END-IF
           END-IF.
      * History dated before the same month and day HISTORY-YEARS
      * back has served its retention period.
           COMPUTE HISTORY-CUTOFF = RUN-DATE - HISTORY-YEARS * 10000.

       RIGHT-JUSTIFY-RULE.
           MOVE RULE-EDIT TO RULE-SHIFT-WORK.
           MOVE RULE-SHIFT-WORK (1:1) TO RULE-EDIT (2:1).
           MOVE "0" TO RULE-EDIT (1:1).

       GET-ACTIVITY-CUTOFF.
      * The activity window opens at the start of the oldest of the
      * last INACTIVE-TERMS terms, counting the current one.  A term
      * master too short to reach back that far cannot say who has
      * been gone that long, so nothing is purged.
           OPEN INPUT TERM-FILE.
           IF TERM-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open term-master.txt, status "
                   TERM-FILE-STATUS
               DISPLAY "Run TERMMNT to set up the term master."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM WALK-TERM-MASTER.
           IF NOT CURRENT-FOUND
               DISPLAY "No term is flagged current on the term "
                   "master - set one in TERMMNT and rerun."
               CLOSE TERM-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM WALK-TERM-MASTER.
           CLOSE TERM-FILE.
           IF TERM-COUNT < INACTIVE-TERMS
               DISPLAY "The term master holds only " TERM-COUNT
                   " terms up to the current one - fewer than the "
                   INACTIVE-TERMS " PURGE-INACTIVE-TERMS asks for. "
                   "Nothing purged."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE CURRENT-TERM-START TO ACTIVITY-CUTOFF.
           PERFORM RANK-ONE-TERM
               VARYING TERM-SUB FROM 1 BY 1
               UNTIL TERM-SUB > TERM-COUNT.

       WALK-TERM-MASTER.
      * Walked twice: once to find the current term's start date,
      * then again to table every term that started on or before
      * it.
           MOVE "N" TO TERM-EOF-FLAG.
           MOVE SPACES TO TRM-CODE.
           START TERM-FILE KEY NOT LESS THAN TRM-CODE
               INVALID KEY
                   MOVE "Y" TO TERM-EOF-FLAG
           END-START.
           PERFORM READ-ONE-TERM
               UNTIL END-OF-TERMS.

       READ-ONE-TERM.
           READ TERM-FILE NEXT RECORD
               AT END MOVE "Y" TO TERM-EOF-FLAG
           END-READ.
           IF NOT END-OF-TERMS
               IF NOT CURRENT-FOUND
                   IF TRM-CURRENT
                       MOVE "Y" TO CURRENT-FOUND-SW
                       MOVE TRM-START-DATE TO CURRENT-TERM-START
                   END-IF
               ELSE
                   IF TRM-START-DATE NOT > CURRENT-TERM-START
                       AND TERM-COUNT < 200
                       ADD 1 TO TERM-COUNT
                       MOVE TRM-START-DATE
                           TO TBL-TERM-START (TERM-COUNT)
                   END-IF
               END-IF
           END-IF.

       RANK-ONE-TERM.
      * A term's rank is how many tabled terms started on or after
      * it - the current term ranks 1.  The earliest start among
      * the terms ranked within INACTIVE-TERMS is the cutoff.
           MOVE ZERO TO TERM-RANK.
           PERFORM COUNT-LATER-TERM
               VARYING RANK-SUB FROM 1 BY 1
               UNTIL RANK-SUB > TERM-COUNT.
           IF TERM-RANK NOT > INACTIVE-TERMS
               AND TBL-TERM-START (TERM-SUB) < ACTIVITY-CUTOFF
               MOVE TBL-TERM-START (TERM-SUB) TO ACTIVITY-CUTOFF
           END-IF.

       COUNT-LATER-TERM.
           IF TBL-TERM-START (RANK-SUB)
               NOT < TBL-TERM-START (TERM-SUB)
               ADD 1 TO TERM-RANK
           END-IF.

       OPEN-PURGE-FILES.
      * STUDENT-FILE, the audit journal and the archive are required.
      * The history, holds, refund check, name-index and car master
      * files are taken as they come - a shop that has never built
      * one has nothing in it to purge.
           OPEN I-O STUDENT-FILE.
           IF STUDENT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open student-output.txt, status "
                   STUDENT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT AUDIT-FILE.
           IF AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open student-audit.txt, status "
                   AUDIT-FILE-STATUS
               CLOSE STUDENT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE AUDIT-FILE.
           OPEN I-O ARCHIVE-FILE.
           IF ARCHIVE-FILE-STATUS = "35"
               CLOSE ARCHIVE-FILE
               OPEN OUTPUT ARCHIVE-FILE
               CLOSE ARCHIVE-FILE
               OPEN I-O ARCHIVE-FILE
           END-IF.
           IF ARCHIVE-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open purge-archive.txt, status "
                   ARCHIVE-FILE-STATUS
               CLOSE STUDENT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O HISTORY-FILE.
           IF HISTORY-FILE-STATUS = "00"
               MOVE "Y" TO HISTORY-FILE-OK-SW
           END-IF.
           OPEN I-O HOLDS-FILE.
           IF HOLDS-FILE-STATUS = "00"
               MOVE "Y" TO HOLDS-FILE-OK-SW
           END-IF.
           OPEN INPUT REFUND-CHECK-FILE.
           IF REFUND-CHECK-STATUS = "00"
               MOVE "Y" TO REFUND-CHECK-OK-SW
           END-IF.
           OPEN I-O NAME-INDEX-FILE.
           IF NAME-INDEX-STATUS = "00"
               MOVE "Y" TO NAME-INDEX-OK-SW
           END-IF.

       CLOSE-PURGE-FILES.
           CLOSE STUDENT-FILE.
           CLOSE ARCHIVE-FILE.
           IF HISTORY-FILE-OK
               CLOSE HISTORY-FILE
           END-IF.
           IF HOLDS-FILE-OK
               CLOSE HOLDS-FILE
           END-IF.
           IF REFUND-CHECK-OK
               CLOSE REFUND-CHECK-FILE
           END-IF.
           IF NAME-INDEX-OK
               CLOSE NAME-INDEX-FILE
           END-IF.

       WRITE-REGISTER-HEADING.
           WRITE REGISTER-LINE FROM HEADING-LINE-1.
           MOVE RUN-DATE TO HD-DATE.
           MOVE INACTIVE-TERMS TO HD-TERMS.
           MOVE ACTIVITY-CUTOFF TO HD-ACTIVITY-CUTOFF.
           WRITE REGISTER-LINE FROM HEADING-RULE-LINE-1.
           MOVE HISTORY-YEARS TO HD-YEARS.
           MOVE HISTORY-CUTOFF TO HD-HISTORY-CUTOFF.
           WRITE REGISTER-LINE FROM HEADING-RULE-LINE-2.
           WRITE REGISTER-LINE FROM BLANK-LINE.
           WRITE REGISTER-LINE FROM HEADING-LINE-2.

       FIND-CANDIDATES.
      * First pass: every zero-balance enrollment is put through the
      * file checks, and the ones that pass are tabled.
           MOVE "N" TO STUDENT-EOF-FLAG.
           MOVE ZERO TO STUDENTNUMBER.
           MOVE ZERO TO TRANSACTION-SEQ.
           START STUDENT-FILE KEY NOT LESS THAN STUDENT-FILE-KEY
               INVALID KEY
                   MOVE "Y" TO STUDENT-EOF-FLAG
           END-START.
           PERFORM READ-NEXT-ENROLLMENT.
           PERFORM EXAMINE-ONE-ENROLLMENT
               UNTIL END-OF-STUDENTS.

       READ-NEXT-ENROLLMENT.
      * Only enrollment records start a student - every other
      * record type is passed over.
           MOVE "N" TO ENROLLMENT-FOUND-SW.
           PERFORM READ-ONE-STUDENT-RECORD WITH TEST BEFORE
               UNTIL END-OF-STUDENTS OR ENROLLMENT-FOUND.

       READ-ONE-STUDENT-RECORD.
           READ STUDENT-FILE NEXT RECORD
               AT END MOVE "Y" TO STUDENT-EOF-FLAG
           END-READ.
           IF NOT END-OF-STUDENTS AND ENROLLMENT-RECORD
               MOVE "Y" TO ENROLLMENT-FOUND-SW
           END-IF.

       EXAMINE-ONE-ENROLLMENT.
           ADD 1 TO STUDENTS-EXAMINED.
           MOVE STUDENTNUMBER TO CUR-STUDENT.
           IF TUITIONOWED = ZERO
               PERFORM CHECK-RETENTION-RULES
               IF STUDENT-ELIGIBLE
                   PERFORM ADD-CANDIDATE
               END-IF
           END-IF.
      * The keyed probes above moved the file position, so restart
      * the sequential walk just past this student's enrollment.
           MOVE CUR-STUDENT TO STUDENTNUMBER.
           MOVE ZERO TO TRANSACTION-SEQ.
           START STUDENT-FILE KEY GREATER THAN STUDENT-FILE-KEY
               INVALID KEY
                   MOVE "Y" TO STUDENT-EOF-FLAG
           END-START.
           IF NOT END-OF-STUDENTS
               PERFORM READ-NEXT-ENROLLMENT
           END-IF.

       CHECK-RETENTION-RULES.
      * Sequence 001 is the first transaction slot every posting
      * program fills, and TERMROLL re-keys pending transactions
      * down to it, so a student with nothing there has no live
      * transactions at all.  TERMROLL sends a closed term's charges
      * and aid awards to history with its payments, so none of them
      * holds a dormant student here.  The reserved slots each block the
      * purge while present, except a credit already refunded.
           MOVE "Y" TO STUDENT-ELIGIBLE-SW.
           MOVE 1 TO TRANSACTION-SEQ.
           PERFORM PROBE-BLOCKING-SLOT.
           MOVE 995 TO TRANSACTION-SEQ.
           PERFORM PROBE-BLOCKING-SLOT.
           MOVE 996 TO TRANSACTION-SEQ.
           PERFORM PROBE-BLOCKING-SLOT.
           MOVE 998 TO TRANSACTION-SEQ.
           PERFORM PROBE-BLOCKING-SLOT.
           IF STUDENT-ELIGIBLE
               MOVE CUR-STUDENT TO STUDENTNUMBER
               MOVE 997 TO TRANSACTION-SEQ
               READ STUDENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT CRD-REFUNDED
                           MOVE "N" TO STUDENT-ELIGIBLE-SW
                       END-IF
               END-READ
           END-IF.
           IF STUDENT-ELIGIBLE AND HOLDS-FILE-OK
               PERFORM CHECK-ACTIVE-HOLDS
           END-IF.
           IF STUDENT-ELIGIBLE AND REFUND-CHECK-OK
               PERFORM CHECK-OUTSTANDING-REFUNDS
           END-IF.
           IF STUDENT-ELIGIBLE AND HISTORY-FILE-OK
               PERFORM CHECK-RECENT-HISTORY
           END-IF.

       PROBE-BLOCKING-SLOT.
           IF STUDENT-ELIGIBLE
               MOVE CUR-STUDENT TO STUDENTNUMBER
               READ STUDENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO STUDENT-ELIGIBLE-SW
               END-READ
           END-IF.

       CHECK-ACTIVE-HOLDS.
           MOVE CUR-STUDENT TO HLD-STUDENTNUMBER.
           MOVE SPACE TO HLD-TYPE.
           MOVE "N" TO WALK-DONE-SW.
           START HOLDS-FILE KEY NOT LESS THAN HLD-KEY
               INVALID KEY
                   MOVE "Y" TO WALK-DONE-SW
           END-START.
           PERFORM TEST-ONE-HOLD WITH TEST BEFORE
               UNTIL WALK-DONE OR NOT STUDENT-ELIGIBLE.

       TEST-ONE-HOLD.
           READ HOLDS-FILE NEXT RECORD
               AT END MOVE "Y" TO WALK-DONE-SW
           END-READ.
           IF NOT WALK-DONE
               IF HLD-STUDENTNUMBER NOT = CUR-STUDENT
                   MOVE "Y" TO WALK-DONE-SW
               ELSE
                   IF HLD-ACTIVE
                       MOVE "N" TO STUDENT-ELIGIBLE-SW
                   END-IF
               END-IF
           END-IF.

       CHECK-OUTSTANDING-REFUNDS.
      * A refund check accounts payable has not cut yet, or one the
      * bank has not paid, still belongs to the student - REFNDCHK
      * and REFNDOUT will act on the number - so it blocks the
      * purge the way an active hold does.  A refunded 997 credit
      * alone does not show this.
           MOVE CUR-STUDENT TO RCK-STUDENTNUMBER.
           MOVE ZERO TO RCK-EXTRACT-DATE.
           MOVE "N" TO WALK-DONE-SW.
           START REFUND-CHECK-FILE KEY NOT LESS THAN RCK-KEY
               INVALID KEY
                   MOVE "Y" TO WALK-DONE-SW
           END-START.
           PERFORM TEST-ONE-REFUND WITH TEST BEFORE
               UNTIL WALK-DONE OR NOT STUDENT-ELIGIBLE.

       TEST-ONE-REFUND.
           READ REFUND-CHECK-FILE NEXT RECORD
               AT END MOVE "Y" TO WALK-DONE-SW
           END-READ.
           IF NOT WALK-DONE
               IF RCK-STUDENTNUMBER NOT = CUR-STUDENT
                   MOVE "Y" TO WALK-DONE-SW
               ELSE
                   IF RCK-EXTRACTED OR RCK-ISSUED
                       MOVE "N" TO STUDENT-ELIGIBLE-SW
                   END-IF
               END-IF
           END-IF.

       CHECK-RECENT-HISTORY.
           MOVE CUR-STUDENT TO HIST-STUDENTNUMBER.
           MOVE SPACES TO HIST-TERM-ID.
           MOVE ZERO TO HIST-SEQ.
           MOVE "N" TO WALK-DONE-SW.
           START HISTORY-FILE KEY NOT LESS THAN HIST-KEY
               INVALID KEY
                   MOVE "Y" TO WALK-DONE-SW
           END-START.
           PERFORM TEST-ONE-HISTORY-ROW WITH TEST BEFORE
               UNTIL WALK-DONE OR NOT STUDENT-ELIGIBLE.

       TEST-ONE-HISTORY-ROW.
           READ HISTORY-FILE NEXT RECORD
               AT END MOVE "Y" TO WALK-DONE-SW
           END-READ.
           IF NOT WALK-DONE
               IF HIST-STUDENTNUMBER NOT = CUR-STUDENT
                   MOVE "Y" TO WALK-DONE-SW
               ELSE
                   IF HIST-DATE NOT < ACTIVITY-CUTOFF
                       MOVE "N" TO STUDENT-ELIGIBLE-SW
                   END-IF
               END-IF
           END-IF.

       ADD-CANDIDATE.
           IF CANDIDATE-COUNT = 2000
               MOVE "Y" TO CANDIDATE-TABLE-FULL-SW
           ELSE
               ADD 1 TO CANDIDATE-COUNT
               ADD 1 TO STUDENTS-ELIGIBLE
               MOVE CUR-STUDENT TO TBL-CAND-STUDENT (CANDIDATE-COUNT)
               SET CAND-WAITING (CANDIDATE-COUNT) TO TRUE
           END-IF.

       MARK-RECENTLY-ACTIVE.
      * Second pass: any journal row for a candidate inside the
      * activity window keeps them on file.  TERMROLL's rollover
      * rows touch every student every term, so they say nothing
      * about whether the student is still around.
           IF CANDIDATE-COUNT > ZERO
               OPEN INPUT AUDIT-FILE
               MOVE "N" TO AUDIT-EOF-FLAG
               PERFORM READ-AUDIT-RECORD
               PERFORM CHECK-ONE-AUDIT-ROW
                   UNTIL END-OF-AUDIT
               CLOSE AUDIT-FILE
           END-IF.

       READ-AUDIT-RECORD.
           READ AUDIT-FILE
               AT END MOVE "Y" TO AUDIT-EOF-FLAG
           END-READ.

       CHECK-ONE-AUDIT-ROW.
           IF AUDIT-DATE NOT < ACTIVITY-CUTOFF
               IF AUDIT-ENROLLMENT AND AUDIT-OPERATOR-ID = "ROLL"
                   CONTINUE
               ELSE
                   MOVE "N" TO ENTRY-FOUND-SW
                   PERFORM MATCH-ACTIVE-CANDIDATE
                       VARYING CANDIDATE-IX FROM 1 BY 1
                       UNTIL CANDIDATE-IX > CANDIDATE-COUNT
                       OR ENTRY-FOUND
               END-IF
           END-IF.
           PERFORM READ-AUDIT-RECORD.

       MATCH-ACTIVE-CANDIDATE.
           IF TBL-CAND-STUDENT (CANDIDATE-IX) = AUDIT-STUDENTNUMBER
               MOVE "Y" TO ENTRY-FOUND-SW
               IF CAND-WAITING (CANDIDATE-IX)
                   SET CAND-ACTIVE (CANDIDATE-IX) TO TRUE
                   ADD 1 TO STUDENTS-RECENTLY-ACTIVE
               END-IF
           END-IF.

       PURGE-ONE-CANDIDATE.
      * The student is locked for the length of the purge so no
      * terminal can post to the account while it is going, and
      * the balance and transaction slots are checked again under
      * the lock - the first pass read them without one.
           IF CAND-WAITING (CANDIDATE-IX)
               MOVE TBL-CAND-STUDENT (CANDIDATE-IX) TO CUR-STUDENT
               MOVE SPACES TO CUR-STUDENT-NAME
               MOVE CUR-STUDENT TO LOCK-STUDENT
               MOVE "L" TO LOCK-FUNCTION
               CALL "STULOCK" USING LOCK-FUNCTION LOCK-STUDENT
                   LOCK-OPERATOR LOCK-RESULT LOCK-HOLDER
               IF LOCK-BUSY
                   MOVE LOCK-HOLDER TO LBR-HOLDER
                   MOVE LOCK-BUSY-REASON TO NOT-PURGED-REASON
                   PERFORM WRITE-NOT-PURGED-LINE
               ELSE
                   PERFORM PURGE-LOCKED-STUDENT
                   MOVE "U" TO LOCK-FUNCTION
                   CALL "STULOCK" USING LOCK-FUNCTION LOCK-STUDENT
                       LOCK-OPERATOR LOCK-RESULT LOCK-HOLDER
               END-IF
           END-IF.

       PURGE-LOCKED-STUDENT.
           MOVE CUR-STUDENT TO STUDENTNUMBER.
           MOVE ZERO TO TRANSACTION-SEQ.
           READ STUDENT-FILE
               INVALID KEY
                   MOVE "ENROLLMENT NO LONGER ON FILE"
                       TO NOT-PURGED-REASON
                   PERFORM WRITE-NOT-PURGED-LINE
               NOT INVALID KEY
                   MOVE STUDENTNAME TO CUR-STUDENT-NAME
                   IF TUITIONOWED NOT = ZERO
                       MOVE "BALANCE CHANGED DURING RUN"
                           TO NOT-PURGED-REASON
                       PERFORM WRITE-NOT-PURGED-LINE
                   ELSE
                       PERFORM CHECK-RETENTION-RULES
                       IF NOT STUDENT-ELIGIBLE
                           MOVE "ACCOUNT CHANGED DURING RUN"
                               TO NOT-PURGED-REASON
                           PERFORM WRITE-NOT-PURGED-LINE
                       ELSE
                           PERFORM ARCHIVE-STUDENT
                       END-IF
                   END-IF
           END-READ.

       ARCHIVE-STUDENT.
      * Each record is written to the archive before it is deleted
      * from its own file - REFNDEXT's mark-first order - so a run
      * that dies part way leaves every record in one place or the
      * other, never neither.  A record the archive will not take
      * stays where it is.
           MOVE "N" TO ARCHIVE-TROUBLE-SW.
           MOVE ZERO TO RECORDS-THIS-STUDENT.
           MOVE ZERO TO HISTORY-THIS-STUDENT.
           MOVE ZERO TO KEPT-THIS-STUDENT.
           PERFORM ARCHIVE-STUDENT-RECORDS.
           IF HISTORY-FILE-OK
               PERFORM ARCHIVE-STUDENT-HISTORY
           END-IF.
           IF HOLDS-FILE-OK
               PERFORM ARCHIVE-STUDENT-HOLDS
           END-IF.
           IF NAME-INDEX-OK
               MOVE CUR-STUDENT-NAME TO NDX-NAME
               MOVE CUR-STUDENT TO NDX-STUDENTNUMBER
               DELETE NAME-INDEX-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.
           IF ARCHIVE-TROUBLE
               MOVE "ARCHIVE WRITE FAILED - PARTIAL"
                   TO NOT-PURGED-REASON
               PERFORM WRITE-NOT-PURGED-LINE
           ELSE
               SET CAND-PURGED (CANDIDATE-IX) TO TRUE
               ADD 1 TO STUDENTS-PURGED
               PERFORM WRITE-PURGED-LINE
           END-IF.

       ARCHIVE-STUDENT-RECORDS.
           MOVE CUR-STUDENT TO STUDENTNUMBER.
           MOVE ZERO TO TRANSACTION-SEQ.
           MOVE "N" TO WALK-DONE-SW.
           START STUDENT-FILE KEY NOT LESS THAN STUDENT-FILE-KEY
               INVALID KEY
                   MOVE "Y" TO WALK-DONE-SW
           END-START.
           PERFORM ARCHIVE-ONE-STUDENT-RECORD WITH TEST BEFORE
               UNTIL WALK-DONE.

       ARCHIVE-ONE-STUDENT-RECORD.
           READ STUDENT-FILE NEXT RECORD
               AT END MOVE "Y" TO WALK-DONE-SW
           END-READ.
           IF NOT WALK-DONE
               IF STUDENTNUMBER NOT = CUR-STUDENT
                   MOVE "Y" TO WALK-DONE-SW
               ELSE
                   MOVE SPACES TO ARCHIVE-RECORD
                   MOVE CUR-STUDENT TO ARC-STUDENTNUMBER
                   SET ARC-FROM-STUDENT-FILE TO TRUE
                   MOVE STUDENT-FILE-KEY (8:3) TO ARC-SOURCE-KEY
                   MOVE STUDENTDATA TO ARC-IMAGE
                   PERFORM WRITE-ARCHIVE-RECORD
                   IF NOT ARCHIVE-TROUBLE
                       DELETE STUDENT-FILE RECORD
                           INVALID KEY
                               DISPLAY "Unable to delete record "
                                   STUDENT-FILE-KEY ", status "
                                   STUDENT-FILE-STATUS
                           NOT INVALID KEY
                               ADD 1 TO RECORDS-THIS-STUDENT
                               ADD 1 TO RECORDS-ARCHIVED
                       END-DELETE
                   END-IF
               END-IF
           END-IF.

       ARCHIVE-STUDENT-HISTORY.
      * History inside the retention period stays where HISTINQ can
      * answer questions about it; AGE-OUT-HISTORY archives it on a
      * later run once it has served its time.
           MOVE CUR-STUDENT TO HIST-STUDENTNUMBER.
           MOVE SPACES TO HIST-TERM-ID.
           MOVE ZERO TO HIST-SEQ.
           MOVE "N" TO WALK-DONE-SW.
           START HISTORY-FILE KEY NOT LESS THAN HIST-KEY
               INVALID KEY
                   MOVE "Y" TO WALK-DONE-SW
           END-START.
           PERFORM ARCHIVE-ONE-HISTORY-ROW WITH TEST BEFORE
               UNTIL WALK-DONE.

       ARCHIVE-ONE-HISTORY-ROW.
           READ HISTORY-FILE NEXT RECORD
               AT END MOVE "Y" TO WALK-DONE-SW
           END-READ.
           IF NOT WALK-DONE
               IF HIST-STUDENTNUMBER NOT = CUR-STUDENT
                   MOVE "Y" TO WALK-DONE-SW
               ELSE
                   IF HIST-DATE < HISTORY-CUTOFF
                       PERFORM MOVE-HISTORY-TO-ARCHIVE
                       IF NOT ARCHIVE-TROUBLE
                           ADD 1 TO HISTORY-THIS-STUDENT
                       END-IF
                   ELSE
                       ADD 1 TO KEPT-THIS-STUDENT
                       ADD 1 TO HISTORY-KEPT
                   END-IF
               END-IF
           END-IF.

       MOVE-HISTORY-TO-ARCHIVE.
           MOVE SPACES TO ARCHIVE-RECORD.
           MOVE HIST-STUDENTNUMBER TO ARC-STUDENTNUMBER.
           SET ARC-FROM-HISTORY TO TRUE.
           MOVE HIST-KEY (8:8) TO ARC-SOURCE-KEY.
           MOVE HISTORY-RECORD TO ARC-IMAGE.
           PERFORM WRITE-ARCHIVE-RECORD.
           IF NOT ARCHIVE-TROUBLE
               DELETE HISTORY-FILE RECORD
                   INVALID KEY
                       DISPLAY "Unable to delete history record for "
                           "student " HIST-STUDENTNUMBER ", status "
                           HISTORY-FILE-STATUS
                   NOT INVALID KEY
                       ADD 1 TO HISTORY-ARCHIVED
               END-DELETE
           END-IF.

       ARCHIVE-STUDENT-HOLDS.
      * Only released holds can be left by now - an active one
      * kept the student off the candidate list.
           MOVE CUR-STUDENT TO HLD-STUDENTNUMBER.
           MOVE SPACE TO HLD-TYPE.
           MOVE "N" TO WALK-DONE-SW.
           START HOLDS-FILE KEY NOT LESS THAN HLD-KEY
               INVALID KEY
                   MOVE "Y" TO WALK-DONE-SW
           END-START.
           PERFORM ARCHIVE-ONE-HOLD WITH TEST BEFORE
               UNTIL WALK-DONE.

       ARCHIVE-ONE-HOLD.
           READ HOLDS-FILE NEXT RECORD
               AT END MOVE "Y" TO WALK-DONE-SW
           END-READ.
           IF NOT WALK-DONE
               IF HLD-STUDENTNUMBER NOT = CUR-STUDENT
                   MOVE "Y" TO WALK-DONE-SW
               ELSE
                   MOVE SPACES TO ARCHIVE-RECORD
                   MOVE CUR-STUDENT TO ARC-STUDENTNUMBER
                   SET ARC-FROM-HOLDS TO TRUE
                   MOVE HLD-TYPE TO ARC-SOURCE-KEY
                   MOVE HOLD-RECORD TO ARC-IMAGE
                   PERFORM WRITE-ARCHIVE-RECORD
                   IF NOT ARCHIVE-TROUBLE
                       DELETE HOLDS-FILE RECORD
                           INVALID KEY
                               DISPLAY "Unable to delete hold for "
                                   "student " CUR-STUDENT
                                   ", status " HOLDS-FILE-STATUS
                       END-DELETE
                   END-IF
               END-IF
           END-IF.

       WRITE-ARCHIVE-RECORD.
      * A record already in the archive under the same key was left
      * by a run that died before deleting the original - the copy
      * being archived now is the one to keep.
           MOVE RUN-DATE TO ARC-PURGE-DATE.
           WRITE ARCHIVE-RECORD
               INVALID KEY
                   REWRITE ARCHIVE-RECORD
                       INVALID KEY
                           DISPLAY "Unable to archive a record for "
                               "student " ARC-STUDENTNUMBER
                               ", status " ARCHIVE-FILE-STATUS
                           MOVE "Y" TO ARCHIVE-TROUBLE-SW
                   END-REWRITE
           END-WRITE.

       CLEAR-CAR-LINKS.
      * One pass over the car master after every student is done:
      * a unit owned by a student purged tonight has the link
      * archived and cleared, the way a non-student owner's unit
      * carries a blank student number.
           IF STUDENTS-PURGED > ZERO
               OPEN I-O CAR-MASTER-FILE
               IF CAR-MASTER-STATUS = "00"
                   MOVE "Y" TO CAR-MASTER-OK-SW
               END-IF
           END-IF.
           IF CAR-MASTER-OK
               WRITE REGISTER-LINE FROM BLANK-LINE
               MOVE "N" TO CAR-EOF-FLAG
               PERFORM CHECK-ONE-CAR-LINK
                   UNTIL END-OF-UNITS
               CLOSE CAR-MASTER-FILE
           END-IF.

       CHECK-ONE-CAR-LINK.
           READ CAR-MASTER-FILE NEXT RECORD
               AT END MOVE "Y" TO CAR-EOF-FLAG
           END-READ.
           IF NOT END-OF-UNITS AND CARM-STUDENTNUMBER IS NUMERIC
               MOVE CARM-STUDENTNUMBER TO CAR-LINK-STUDENT
               MOVE "N" TO ENTRY-FOUND-SW
               PERFORM MATCH-PURGED-CANDIDATE
                   VARYING CANDIDATE-IX FROM 1 BY 1
                   UNTIL CANDIDATE-IX > CANDIDATE-COUNT
                   OR ENTRY-FOUND
               IF ENTRY-FOUND
                   PERFORM ARCHIVE-CAR-LINK
               END-IF
           END-IF.

       MATCH-PURGED-CANDIDATE.
           IF TBL-CAND-STUDENT (CANDIDATE-IX) = CAR-LINK-STUDENT
               AND CAND-PURGED (CANDIDATE-IX)
               MOVE "Y" TO ENTRY-FOUND-SW
           END-IF.

       ARCHIVE-CAR-LINK.
           MOVE "N" TO ARCHIVE-TROUBLE-SW.
           MOVE SPACES TO ARCHIVE-RECORD.
           MOVE CAR-LINK-STUDENT TO ARC-STUDENTNUMBER.
           SET ARC-FROM-CAR-MASTER TO TRUE.
           MOVE CAR-UNIT-NUMBER TO ARC-SOURCE-KEY.
           MOVE CAR-MASTER TO ARC-IMAGE.
           PERFORM WRITE-ARCHIVE-RECORD.
           IF NOT ARCHIVE-TROUBLE
               MOVE SPACES TO CARM-STUDENTNUMBER
               REWRITE CAR-MASTER
                   INVALID KEY
                       DISPLAY "Unable to clear the owner link on "
                           "unit " CAR-UNIT-NUMBER ", status "
                           CAR-MASTER-STATUS
                   NOT INVALID KEY
                       ADD 1 TO CAR-LINKS-CLEARED
                       MOVE CAR-UNIT-NUMBER TO CL-UNIT
                       MOVE CARM-MODEL TO CL-MODEL
                       MOVE CARM-OWNER-NAME TO CL-OWNER
                       MOVE CAR-LINK-STUDENT TO CL-STUDENT
                       WRITE REGISTER-LINE FROM CAR-LINK-LINE
               END-REWRITE
           END-IF.

       AGE-OUT-HISTORY.
      * History a purge left behind because it was still inside the
      * retention period is archived once it ages out.  Only a
      * student with no enrollment on file and a purge archive
      * qualifies - history for anyone else is not this job's to
      * move.
           IF HISTORY-FILE-OK
               MOVE "N" TO HISTORY-EOF-FLAG
               MOVE ZERO TO AGE-STUDENT
               MOVE ZERO TO HIST-STUDENTNUMBER
               MOVE SPACES TO HIST-TERM-ID
               MOVE ZERO TO HIST-SEQ
               START HISTORY-FILE KEY NOT LESS THAN HIST-KEY
                   INVALID KEY
                       MOVE "Y" TO HISTORY-EOF-FLAG
               END-START
               PERFORM AGE-OUT-ONE-ROW
                   UNTIL END-OF-HISTORY
           END-IF.

       AGE-OUT-ONE-ROW.
           READ HISTORY-FILE NEXT RECORD
               AT END MOVE "Y" TO HISTORY-EOF-FLAG
           END-READ.
           IF NOT END-OF-HISTORY AND HIST-DATE < HISTORY-CUTOFF
               IF HIST-STUDENTNUMBER NOT = AGE-STUDENT
                   MOVE HIST-STUDENTNUMBER TO AGE-STUDENT
                   PERFORM CHECK-AGE-OUT-STUDENT
               END-IF
               IF AGE-OUT-STUDENT
                   MOVE "N" TO ARCHIVE-TROUBLE-SW
                   PERFORM MOVE-HISTORY-TO-ARCHIVE
                   IF NOT ARCHIVE-TROUBLE
                       ADD 1 TO HISTORY-AGED-OUT
                   END-IF
               END-IF
           END-IF.

       CHECK-AGE-OUT-STUDENT.
           MOVE "N" TO AGE-OUT-SW.
           MOVE AGE-STUDENT TO STUDENTNUMBER.
           MOVE ZERO TO TRANSACTION-SEQ.
           READ STUDENT-FILE
               INVALID KEY
                   MOVE "Y" TO AGE-OUT-SW
           END-READ.
           IF AGE-OUT-STUDENT
               MOVE "N" TO AGE-OUT-SW
               MOVE AGE-STUDENT TO ARC-STUDENTNUMBER
               MOVE LOW-VALUES TO ARC-SOURCE
               MOVE LOW-VALUES TO ARC-SOURCE-KEY
               START ARCHIVE-FILE KEY NOT LESS THAN ARC-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ ARCHIVE-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF ARC-STUDENTNUMBER = AGE-STUDENT
                                   MOVE "Y" TO AGE-OUT-SW
                               END-IF
                       END-READ
               END-START
           END-IF.

       WRITE-PURGED-LINE.
           MOVE CUR-STUDENT TO DL-STUDENT.
           MOVE CUR-STUDENT-NAME TO DL-NAME.
           MOVE RECORDS-THIS-STUDENT TO DL-RECORDS.
           MOVE HISTORY-THIS-STUDENT TO DL-HISTORY.
           MOVE KEPT-THIS-STUDENT TO DL-KEPT.
           WRITE REGISTER-LINE FROM DETAIL-LINE.

       WRITE-NOT-PURGED-LINE.
           SET CAND-NOT-PURGED (CANDIDATE-IX) TO TRUE.
           ADD 1 TO STUDENTS-NOT-PURGED.
           MOVE CUR-STUDENT TO XL-STUDENT.
           MOVE CUR-STUDENT-NAME TO XL-NAME.
           MOVE NOT-PURGED-REASON TO XL-REASON.
           WRITE REGISTER-LINE FROM EXCEPTION-LINE.

       PRINT-CONTROL-TOTALS.
           WRITE REGISTER-LINE FROM BLANK-LINE.
           IF CANDIDATE-TABLE-FULL
               WRITE REGISTER-LINE FROM TABLE-FULL-LINE
           END-IF.
           MOVE "STUDENTS EXAMINED:" TO TL-LABEL.
           MOVE STUDENTS-EXAMINED TO TL-COUNT.
           WRITE REGISTER-LINE FROM TOTAL-LINE.
           MOVE "PASSED FILE CHECKS:" TO TL-LABEL.
           MOVE STUDENTS-ELIGIBLE TO TL-COUNT.
           WRITE REGISTER-LINE FROM TOTAL-LINE.
           MOVE "KEPT - JOURNAL ACTIVITY IN WINDOW:" TO TL-LABEL.
           MOVE STUDENTS-RECENTLY-ACTIVE TO TL-COUNT.
           WRITE REGISTER-LINE FROM TOTAL-LINE.
           MOVE "STUDENTS PURGED:" TO TL-LABEL.
           MOVE STUDENTS-PURGED TO TL-COUNT.
           WRITE REGISTER-LINE FROM TOTAL-LINE.
           MOVE "QUALIFIED BUT NOT PURGED:" TO TL-LABEL.
           MOVE STUDENTS-NOT-PURGED TO TL-COUNT.
           WRITE REGISTER-LINE FROM TOTAL-LINE.
           MOVE "STUDENT-FILE RECORDS ARCHIVED:" TO TL-LABEL.
           MOVE RECORDS-ARCHIVED TO TL-COUNT.
           WRITE REGISTER-LINE FROM TOTAL-LINE.
           MOVE "HISTORY ROWS ARCHIVED:" TO TL-LABEL.
           MOVE HISTORY-ARCHIVED TO TL-COUNT.
           WRITE REGISTER-LINE FROM TOTAL-LINE.
           MOVE "  OF WHICH AGED OUT FROM EARLIER PURGES:" TO TL-LABEL.
           MOVE HISTORY-AGED-OUT TO TL-COUNT.
           WRITE REGISTER-LINE FROM TOTAL-LINE.
           MOVE "HISTORY ROWS KEPT FOR RETENTION:" TO TL-LABEL.
           MOVE HISTORY-KEPT TO TL-COUNT.
           WRITE REGISTER-LINE FROM TOTAL-LINE.
           MOVE "CAR OWNER LINKS CLEARED:" TO TL-LABEL.
           MOVE CAR-LINKS-CLEARED TO TL-COUNT.
           WRITE REGISTER-LINE FROM TOTAL-LINE.

      ** add other procedures here
       END PROGRAM STUDPURG.

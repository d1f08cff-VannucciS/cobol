      ******************************************************************
      * Author:Vannucci
      * Date:Oct/15/2026
      * Purpose: Weekly cross-file integrity sweep - STUDUNLD proves
      *          STUDENT-FILE is readable, this proves the files
      *          agree with one another.  One pass over STUDENT-FILE
      *          checks every enrollment's TERM-ID against the term
      *          master and its ENROLL-PROGRAM against the rate
      *          schedule, every payment, reversal, plan, credit,
      *          aid, collection, sponsor and demographics record
      *          for a sequence-000 enrollment ahead of it, every
      *          sponsor allocation for an active sponsor, and every
      *          operator stamp against operator-master.txt.  Then
      *          the name index and the car master are walked for
      *          entries and owner links that point at students no
      *          longer on file.  Every exception prints under its
      *          rule with the keys involved and a count, and the
      *          step ends RC 8 when any hard rule has one.  With
      *          INTGCHK-FIX set to Y the two safe cases are also
      *          repaired - a stale name-index entry is deleted and
      *          a dangling car link is moved to the surviving
      *          number of a merge or cleared - and each repair is
      *          journaled to integrity-fix-journal.txt.  Nothing
      *          else on any file is changed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. INTGCHK.
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
           SELECT SPONSOR-FILE ASSIGN TO "sponsor-master.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SPON-NUMBER
               FILE STATUS IS SPONSOR-FILE-STATUS.
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
           SELECT OPERATOR-FILE ASSIGN TO "operator-master.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS OPERATOR-FILE-STATUS.
           SELECT RETIRED-FILE ASSIGN TO "retired-students.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RET-STUDENTNUMBER
               FILE STATUS IS RETIRED-FILE-STATUS.
      * Exceptions are found in file order but print in rule order,
      * so they are held on a work file until the sweep is done.
           SELECT WORK-FILE ASSIGN TO "integrity-sweep-work.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE
               ASSIGN TO "integrity-exception-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL-FILE
               ASSIGN TO "integrity-fix-journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-FILE-STATUS.

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
               88 PAYMENT-RECORD    VALUE "2".
               88 DEMOGRAPHICS-RECORD VALUE "3".
               88 REVERSAL-RECORD   VALUE "4".
               88 PLAN-RECORD       VALUE "5".
               88 CREDIT-RECORD     VALUE "6".
               88 COLLECTION-RECORD VALUE "7".
               88 SPONSOR-RECORD    VALUE "8".
               88 AID-AWARD-RECORD  VALUE "9".
               88 CHARGE-RECORD     VALUE "A".
           02 FILLER   PIC A(1) VALUE " ".
           02  TUITIONOWED     PIC 9(5).
           02 FILLER   PIC A(1) VALUE " ".
           02  STUDENTNAME     PIC A(40).
           02 FILLER   PIC A(1) VALUE " ".
           02  OPERATOR-ID     PIC X(4).
           02 FILLER   PIC A(1) VALUE " ".
           02  TERM-ID         PIC X(5).
           02  ENROLL-STATUS   PIC X(1).
               88 ENROLL-WITHDRAWN VALUE "W".
           02  LAST-FEE-PERIOD PIC 9(6).
           02  ENROLL-PROGRAM  PIC X(4).
       01  PAYMENT-TRANSACTION REDEFINES STUDENTDATA.
           02  PMT-FILE-KEY.
               03 PMT-STUDENTNUMBER   PIC 9(7).
               03 PMT-TRANSACTION-SEQ PIC 9(3).
           02  PMT-RECORD-TYPE        PIC X(1).
           02 FILLER                  PIC X(1).
           02  PAYMENT-DATE           PIC 9(8).
           02 FILLER                  PIC X(1).
           02  PAYMENT-AMOUNT         PIC 9(5).
           02 FILLER                  PIC X(1).
           02  PMT-OPERATOR-ID        PIC X(4).
           02 FILLER                  PIC X(1).
           02  PMT-POSTED-FLAG        PIC X(1).
               88 PMT-POSTED VALUE "P".
           02 FILLER                  PIC X(47).
       01  PAYMENT-REVERSAL REDEFINES STUDENTDATA.
           02  REV-FILE-KEY.
               03 REV-STUDENTNUMBER   PIC 9(7).
               03 REV-TRANSACTION-SEQ PIC 9(3).
           02  REV-RECORD-TYPE        PIC X(1).
           02 FILLER                  PIC X(1).
           02  REV-DATE               PIC 9(8).
           02 FILLER                  PIC X(1).
           02  REV-ORIG-SEQ           PIC 9(3).
           02 FILLER                  PIC X(1).
           02  REV-AMOUNT             PIC 9(5).
           02 FILLER                  PIC X(1).
           02  REV-OPERATOR-ID        PIC X(4).
           02 FILLER                  PIC X(1).
           02  REV-POSTED-FLAG        PIC X(1).
               88 REV-POSTED VALUE "P".
           02 FILLER                  PIC X(43).
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
           02 FILLER                  PIC X(1).
           02  CRD-CREATED-DATE       PIC 9(8).
           02 FILLER                  PIC X(1).
           02  CRD-APPROVED-BY        PIC X(4).
           02 FILLER                  PIC X(1).
           02  CRD-APPROVED-DATE      PIC 9(8).
           02 FILLER                  PIC X(38).
       01  SPONSOR-ALLOCATION REDEFINES STUDENTDATA.
           02  SPA-FILE-KEY.
               03 SPA-STUDENTNUMBER   PIC 9(7).
               03 SPA-TRANSACTION-SEQ PIC 9(3).
           02  SPA-RECORD-TYPE        PIC X(1).
           02 FILLER                  PIC X(1).
           02  SPA-SPONSOR-NUMBER     PIC 9(5).
           02 FILLER                  PIC X(1).
           02  SPA-AMOUNT             PIC 9(5).
           02 FILLER                  PIC X(57).
       01  AID-AWARD REDEFINES STUDENTDATA.
           02  AID-FILE-KEY.
               03 AID-STUDENTNUMBER   PIC 9(7).
               03 AID-TRANSACTION-SEQ PIC 9(3).
           02  AID-RECORD-TYPE        PIC X(1).
           02 FILLER                  PIC X(1).
           02  AID-FUND-CODE          PIC X(4).
           02 FILLER                  PIC X(1).
           02  AID-TERM               PIC X(5).
           02 FILLER                  PIC X(1).
           02  AID-AWARDED            PIC 9(5).
           02 FILLER                  PIC X(1).
           02  AID-DISBURSED          PIC 9(5).
           02 FILLER                  PIC X(1).
           02  AID-LAST-DATE          PIC 9(8).
           02 FILLER                  PIC X(1).
           02  AID-OPERATOR-ID        PIC X(4).
           02 FILLER                  PIC X(32).
      * An itemized charge, filed in the transaction run like a
      * payment and dated the day it is filed.  The date never
      * moves - the ledger extract books a charge on its date - so
      * a re-priced term files any increase as a further row under
      * the same code and term.  CHG-PAID is how much of it
      * STUDPOST's nightly payment application has cleared.
       01  CHARGE-DETAIL REDEFINES STUDENTDATA.
           02  CHG-FILE-KEY.
               03 CHG-STUDENTNUMBER   PIC 9(7).
               03 CHG-TRANSACTION-SEQ PIC 9(3).
           02  CHG-RECORD-TYPE        PIC X(1).
           02 FILLER                  PIC X(1).
           02  CHG-CODE               PIC X(4).
           02 FILLER                  PIC X(1).
           02  CHG-TERM               PIC X(5).
           02 FILLER                  PIC X(1).
           02  CHG-DATE               PIC 9(8).
           02 FILLER                  PIC X(1).
           02  CHG-AMOUNT             PIC 9(5).
           02 FILLER                  PIC X(1).
           02  CHG-PAID               PIC 9(5).
           02 FILLER                  PIC X(1).
           02  CHG-SOURCE             PIC X(9).
           02 FILLER                  PIC X(1).
           02  CHG-OPERATOR-ID        PIC X(4).
           02 FILLER                  PIC X(22).

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

       FD SPONSOR-FILE.
       01  SPONSOR-MASTER.
           02  SPON-NUMBER     PIC 9(5).
           02 FILLER   PIC A(1) VALUE " ".
           02  SPON-STATUS     PIC X(1).
               88 SPON-ACTIVE   VALUE "A".
               88 SPON-INACTIVE VALUE "I".
           02 FILLER   PIC A(1) VALUE " ".
           02  SPON-NAME       PIC X(30).
           02 FILLER   PIC A(1) VALUE " ".
           02  SPON-STREET     PIC X(18).
           02 FILLER   PIC A(1) VALUE " ".
           02  SPON-CITY       PIC X(12).
           02 FILLER   PIC A(1) VALUE " ".
           02  SPON-STATE      PIC X(2).
           02 FILLER   PIC A(1) VALUE " ".
           02  SPON-ZIP        PIC X(5).

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

       FD RETIRED-FILE.
       01  RETIRED-RECORD.
           02  RET-STUDENTNUMBER      PIC 9(7).
           02 FILLER                  PIC X(1).
           02  RET-SURVIVOR           PIC 9(7).
           02 FILLER                  PIC X(1).
           02  RET-MERGE-DATE         PIC 9(8).
           02 FILLER                  PIC X(1).
           02  RET-OPERATOR-ID        PIC X(4).
           02 FILLER                  PIC X(1).
           02  RET-NAME               PIC X(40).
           02 FILLER                  PIC X(10).

       FD WORK-FILE.
       01  WORK-RECORD.
           02  WRK-RULE               PIC 9(2).
           02 FILLER                  PIC X(1).
           02  WRK-DETAIL             PIC X(97).

       FD REPORT-FILE.
       01  REPORT-LINE PIC X(100).

       FD JOURNAL-FILE.
       01  JOURNAL-LINE PIC X(100).

       WORKING-STORAGE SECTION.
      *-----------------------
       01  STUDENT-FILE-STATUS PIC X(2).
       01  NAME-INDEX-STATUS PIC X(2).
       01  CAR-MASTER-STATUS PIC X(2).
       01  SPONSOR-FILE-STATUS PIC X(2).
       01  TERM-FILE-STATUS PIC X(2).
       01  RATE-FILE-STATUS PIC X(2).
       01  OPERATOR-FILE-STATUS PIC X(2).
       01  RETIRED-FILE-STATUS PIC X(2).
       01  JOURNAL-FILE-STATUS PIC X(2).
      * A master that cannot be opened is treated as empty - every
      * reference to it is then, truly, a reference to nothing.
       01  NAME-INDEX-OK-SW PIC X VALUE "N".
           88 NAME-INDEX-OK VALUE "Y".
       01  CAR-MASTER-OK-SW PIC X VALUE "N".
           88 CAR-MASTER-OK VALUE "Y".
       01  SPONSOR-FILE-OK-SW PIC X VALUE "N".
           88 SPONSOR-FILE-OK VALUE "Y".
       01  TERM-FILE-OK-SW PIC X VALUE "N".
           88 TERM-FILE-OK VALUE "Y".
       01  RATE-FILE-OK-SW PIC X VALUE "N".
           88 RATE-FILE-OK VALUE "Y".
       01  OPERATOR-FILE-OK-SW PIC X VALUE "N".
           88 OPERATOR-FILE-OK VALUE "Y".
       01  RETIRED-FILE-OK-SW PIC X VALUE "N".
           88 RETIRED-FILE-OK VALUE "Y".
       01  FIX-MODE-SW PIC X VALUE "N".
           88 FIX-MODE VALUE "Y" "y".
       01  EOF-FLAG PIC X VALUE "N".
           88 END-OF-STUDENTS VALUE "Y".
       01  WALK-DONE-SW PIC X VALUE "N".
           88 WALK-DONE VALUE "Y".
       01  WORK-EOF-FLAG PIC X VALUE "N".
           88 END-OF-WORK VALUE "Y".
       01  FOUND-SW PIC X.
           88 RECORD-FOUND VALUE "Y".
       01  RUN-DATE PIC 9(8).

       01  CURRENT-STUDENT PIC 9(7).
       01  ENROLLMENT-SEEN-SW PIC X VALUE "N".
           88 ENROLLMENT-SEEN VALUE "Y".
       01  STAMP-TO-CHECK PIC X(4).
       01  LINK-STUDENT PIC 9(7).
       01  LINK-SURVIVOR PIC 9(7).
       01  LINK-SURVIVOR-TEXT PIC X(7).

      * Stamps the batch jobs put on the records they write - they
      * are programs, not people, so they are not on the operator
      * master.
       01  SYSTEM-STAMP-VALUES.
           05 FILLER PIC X(4) VALUE "REGL".
           05 FILLER PIC X(4) VALUE "LBOX".
           05 FILLER PIC X(4) VALUE "NSF ".
           05 FILLER PIC X(4) VALUE "AID ".
           05 FILLER PIC X(4) VALUE "POST".
           05 FILLER PIC X(4) VALUE "ROLL".
           05 FILLER PIC X(4) VALUE "PERM".
           05 FILLER PIC X(4) VALUE "FEE ".
       01  SYSTEM-STAMP-TABLE REDEFINES SYSTEM-STAMP-VALUES.
           05 SYSTEM-STAMP PIC X(4) OCCURS 8 TIMES
                   INDEXED BY STAMP-IX.

      * One line per rule: H rules fail the step, S rules are the
      * safe ones the fix mode repairs.
       01  RULE-TITLE-VALUES.
           05 FILLER PIC X(60) VALUE
               "HSPONSOR ALLOCATION TO A MISSING OR INACTIVE SPONSOR".
           05 FILLER PIC X(60) VALUE
               "HENROLLMENT TERM NOT ON THE TERM MASTER".
           05 FILLER PIC X(60) VALUE
               "HENROLLMENT PROGRAM WITH NO RATE-SCHEDULE ROW".
           05 FILLER PIC X(60) VALUE
               "HTRANSACTION WITH NO SEQUENCE-000 ENROLLMENT".
           05 FILLER PIC X(60) VALUE
               "HOPERATOR STAMP NOT ON THE OPERATOR MASTER".
           05 FILLER PIC X(60) VALUE
               "SNAME-INDEX ENTRY WITH NO MATCHING ENROLLMENT".
           05 FILLER PIC X(60) VALUE
               "SCAR OWNER LINK TO A STUDENT NOT ON FILE".
       01  RULE-TITLE-TABLE REDEFINES RULE-TITLE-VALUES.
           05 RULE-TITLE-ENTRY OCCURS 7 TIMES.
               10 RULE-CLASS  PIC X(1).
                   88 HARD-RULE VALUE "H".
               10 RULE-TITLE  PIC X(59).
       01  RULE-COUNT-TABLE.
           05 RULE-EXCEPTIONS PIC 9(7) OCCURS 7 TIMES.
       01  RULE-SUB PIC 9(2).
       01  RULE-SPONSOR PIC 9(2) VALUE 1.
       01  RULE-TERM PIC 9(2) VALUE 2.
       01  RULE-PROGRAM PIC 9(2) VALUE 3.
       01  RULE-ORPHAN PIC 9(2) VALUE 4.
       01  RULE-OPERATOR PIC 9(2) VALUE 5.
       01  RULE-NAME-INDEX PIC 9(2) VALUE 6.
       01  RULE-CAR-LINK PIC 9(2) VALUE 7.
       01  CURRENT-RULE PIC 9(2).

       01  HARD-FAILURES PIC 9(7) VALUE ZERO.
       01  FIXES-APPLIED PIC 9(7) VALUE ZERO.
       01  FIXES-FAILED PIC 9(7) VALUE ZERO.
       01  RECORDS-READ PIC 9(7) VALUE ZERO.
       01  INDEX-ENTRIES-READ PIC 9(7) VALUE ZERO.
       01  CAR-UNITS-READ PIC 9(7) VALUE ZERO.

      * The body of one exception as it goes to the work file and
      * comes back for the report.
       01  EXCEPTION-DETAIL.
           05 XD-KEY             PIC X(16).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 XD-VALUE           PIC X(40).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 XD-NOTE            PIC X(37).
       01  STUDENT-KEY-TEXT.
           05 SKT-STUDENT        PIC 9(7).
           05 FILLER             PIC X(5) VALUE " SEQ ".
           05 SKT-SEQ            PIC 9(3).
       01  UNIT-KEY-TEXT.
           05 FILLER             PIC X(5) VALUE "UNIT ".
           05 UKT-UNIT           PIC 9(5).
       01  RECORD-TYPE-TEXT.
           05 FILLER             PIC X(12) VALUE "RECORD TYPE ".
           05 RTT-TYPE           PIC X(1).
       01  STAMP-TEXT.
           05 FILLER             PIC X(10) VALUE "OPERATOR ".
           05 ST-STAMP           PIC X(4).
       01  SPONSOR-TEXT.
           05 FILLER             PIC X(8) VALUE "SPONSOR ".
           05 SPT-SPONSOR        PIC 9(5).
       01  PROGRAM-TEXT.
           05 FILLER             PIC X(5) VALUE "TERM ".
           05 PGT-TERM           PIC X(5).
           05 FILLER             PIC X(10) VALUE "  PROGRAM ".
           05 PGT-PROGRAM        PIC X(4).
       01  LINK-TEXT.
           05 FILLER             PIC X(8) VALUE "STUDENT ".
           05 LKT-STUDENT        PIC X(7).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 LKT-OWNER          PIC X(15).

       01  HEADING-LINE-1.
           05 FILLER             PIC X(40) VALUE
               "CROSS-FILE INTEGRITY EXCEPTION REPORT".
           05 FILLER             PIC X(10) VALUE "RUN DATE ".
           05 HL-DATE            PIC 9(8).
           05 FILLER             PIC X(4) VALUE SPACES.
           05 HL-MODE            PIC X(20).
       01  RULE-HEADING-LINE.
           05 FILLER             PIC X(5) VALUE "RULE ".
           05 RH-RULE            PIC 9(2).
           05 FILLER             PIC X(3) VALUE " - ".
           05 RH-TITLE           PIC X(59).
           05 FILLER             PIC X(1) VALUE SPACES.
           05 RH-CLASS           PIC X(6).
       01  DETAIL-HEADING-LINE.
           05 FILLER             PIC X(4) VALUE SPACES.
           05 FILLER             PIC X(18) VALUE "KEY".
           05 FILLER             PIC X(42) VALUE "VALUE".
           05 FILLER             PIC X(36) VALUE "DETAIL".
       01  DETAIL-LINE.
           05 FILLER             PIC X(4) VALUE SPACES.
           05 DL-DETAIL          PIC X(96).
       01  RULE-COUNT-LINE.
           05 FILLER             PIC X(4) VALUE SPACES.
           05 FILLER             PIC X(20) VALUE "EXCEPTIONS:".
           05 RC-COUNT           PIC Z,ZZZ,ZZ9.
       01  RULE-CLEAN-LINE.
           05 FILLER             PIC X(4) VALUE SPACES.
           05 FILLER             PIC X(20) VALUE "NO EXCEPTIONS.".
       01  NOT-CHECKED-LINE.
           05 FILLER             PIC X(4) VALUE SPACES.
           05 NC-FILE            PIC X(24).
           05 FILLER             PIC X(30) VALUE
               "NOT ON HAND - RULE NOT CHECKED".
       01  SUMMARY-HEADING PIC X(100) VALUE
           "SWEEP SUMMARY".
       01  SUMMARY-LINE.
           05 FILLER             PIC X(4) VALUE SPACES.
           05 SL-LABEL           PIC X(36).
           05 SL-COUNT           PIC Z,ZZZ,ZZ9.
       01  SUMMARY-RULE-LINE.
           05 FILLER             PIC X(4) VALUE SPACES.
           05 FILLER             PIC X(5) VALUE "RULE ".
           05 SR-RULE            PIC 9(2).
           05 FILLER             PIC X(1) VALUE SPACES.
           05 SR-CLASS           PIC X(6).
           05 FILLER             PIC X(22) VALUE SPACES.
           05 SR-COUNT           PIC Z,ZZZ,ZZ9.
       01  JOURNAL-HEADING-LINE.
           05 FILLER             PIC X(40) VALUE
               "INTEGRITY SWEEP REPAIRS - RUN DATE".
           05 JH-DATE            PIC 9(8).
       01  JOURNAL-DETAIL-LINE.
           05 JD-DATE            PIC 9(8).
           05 FILLER             PIC X(6) VALUE " RULE ".
           05 JD-RULE            PIC 9(2).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 JD-DETAIL          PIC X(82).
       01  BLANK-LINE PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT FIX-MODE-SW FROM ENVIRONMENT "INTGCHK-FIX".
           OPEN INPUT STUDENT-FILE.
           IF STUDENT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open student-output.txt, status "
                   STUDENT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM OPEN-MASTER-FILES.
           MOVE ZERO TO RULE-COUNT-TABLE.
           OPEN OUTPUT WORK-FILE.
           PERFORM SWEEP-STUDENT-FILE.
           IF NAME-INDEX-OK
               PERFORM SWEEP-NAME-INDEX
           END-IF.
           IF CAR-MASTER-OK
               PERFORM SWEEP-CAR-MASTER
           END-IF.
           CLOSE WORK-FILE.
           PERFORM PRINT-EXCEPTION-REPORT.
           PERFORM CLOSE-MASTER-FILES.
           CLOSE STUDENT-FILE.
           DISPLAY "Integrity exceptions, hard rules: " HARD-FAILURES.
           IF FIX-MODE
               DISPLAY "Repairs journaled             : "
                   FIXES-APPLIED
           END-IF.
           IF HARD-FAILURES > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       OPEN-MASTER-FILES.
      * The fix mode needs the name index and the car master for
      * update and opens the journal; a plain sweep reads only.
           IF FIX-MODE
               OPEN I-O NAME-INDEX-FILE
               OPEN I-O CAR-MASTER-FILE
               OPEN EXTEND JOURNAL-FILE
               IF JOURNAL-FILE-STATUS = "35"
                   OPEN OUTPUT JOURNAL-FILE
                   CLOSE JOURNAL-FILE
                   OPEN EXTEND JOURNAL-FILE
               END-IF
               MOVE RUN-DATE TO JH-DATE
               WRITE JOURNAL-LINE FROM JOURNAL-HEADING-LINE
           ELSE
               OPEN INPUT NAME-INDEX-FILE
               OPEN INPUT CAR-MASTER-FILE
           END-IF.
           IF NAME-INDEX-STATUS = "00"
               MOVE "Y" TO NAME-INDEX-OK-SW
           END-IF.
           IF CAR-MASTER-STATUS = "00"
               MOVE "Y" TO CAR-MASTER-OK-SW
           END-IF.
           OPEN INPUT SPONSOR-FILE.
           IF SPONSOR-FILE-STATUS = "00"
               MOVE "Y" TO SPONSOR-FILE-OK-SW
           END-IF.
           OPEN INPUT TERM-FILE.
           IF TERM-FILE-STATUS = "00"
               MOVE "Y" TO TERM-FILE-OK-SW
           END-IF.
           OPEN INPUT RATE-FILE.
           IF RATE-FILE-STATUS = "00"
               MOVE "Y" TO RATE-FILE-OK-SW
           END-IF.
           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-FILE-STATUS = "00"
               MOVE "Y" TO OPERATOR-FILE-OK-SW
           END-IF.
           OPEN INPUT RETIRED-FILE.
           IF RETIRED-FILE-STATUS = "00"
               MOVE "Y" TO RETIRED-FILE-OK-SW
           END-IF.

       CLOSE-MASTER-FILES.
           IF NAME-INDEX-OK
               CLOSE NAME-INDEX-FILE
           END-IF.
           IF CAR-MASTER-OK
               CLOSE CAR-MASTER-FILE
           END-IF.
           IF SPONSOR-FILE-OK
               CLOSE SPONSOR-FILE
           END-IF.
           IF TERM-FILE-OK
               CLOSE TERM-FILE
           END-IF.
           IF RATE-FILE-OK
               CLOSE RATE-FILE
           END-IF.
           IF OPERATOR-FILE-OK
               CLOSE OPERATOR-FILE
           END-IF.
           IF RETIRED-FILE-OK
               CLOSE RETIRED-FILE
           END-IF.
           IF FIX-MODE
               CLOSE JOURNAL-FILE
           END-IF.

       SWEEP-STUDENT-FILE.
      * Key order puts each student's sequence-000 enrollment ahead
      * of everything else the student holds, so a student whose
      * first record is anything else has no enrollment at all.
           MOVE ZERO TO STUDENTNUMBER.
           MOVE ZERO TO TRANSACTION-SEQ.
           START STUDENT-FILE KEY NOT LESS THAN STUDENT-FILE-KEY
               INVALID KEY
                   MOVE "Y" TO EOF-FLAG
           END-START.
           MOVE ZERO TO CURRENT-STUDENT.
           PERFORM CHECK-ONE-STUDENT-RECORD WITH TEST BEFORE
               UNTIL END-OF-STUDENTS.

       CHECK-ONE-STUDENT-RECORD.
           READ STUDENT-FILE NEXT RECORD
               AT END MOVE "Y" TO EOF-FLAG
           END-READ.
           IF NOT END-OF-STUDENTS
               ADD 1 TO RECORDS-READ
               IF STUDENTNUMBER NOT = CURRENT-STUDENT
                   MOVE STUDENTNUMBER TO CURRENT-STUDENT
                   MOVE "N" TO ENROLLMENT-SEEN-SW
                   IF TRANSACTION-SEQ = ZERO AND ENROLLMENT-RECORD
                       MOVE "Y" TO ENROLLMENT-SEEN-SW
                   END-IF
               END-IF
               MOVE STUDENTNUMBER TO SKT-STUDENT
               MOVE TRANSACTION-SEQ TO SKT-SEQ
               IF TRANSACTION-SEQ = ZERO AND ENROLLMENT-RECORD
                   PERFORM CHECK-ENROLLMENT-RECORD
               ELSE
                   PERFORM CHECK-TRANSACTION-RECORD
               END-IF
           END-IF.

       CHECK-ENROLLMENT-RECORD.
      * Enrollments from before the term and program codes were
      * kept carry spaces there and are passed over.
           IF TERM-ID NOT = SPACES
               MOVE "N" TO FOUND-SW
               IF TERM-FILE-OK
                   MOVE TERM-ID TO TRM-CODE
                   READ TERM-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO FOUND-SW
                   END-READ
               END-IF
               IF NOT RECORD-FOUND
                   MOVE RULE-TERM TO CURRENT-RULE
                   MOVE STUDENT-KEY-TEXT TO XD-KEY
                   MOVE STUDENTNAME TO XD-VALUE
                   MOVE TERM-ID TO PGT-TERM
                   MOVE SPACES TO PGT-PROGRAM
                   MOVE PROGRAM-TEXT TO XD-NOTE
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-IF.
           IF TERM-ID NOT = SPACES AND ENROLL-PROGRAM NOT = SPACES
               MOVE "N" TO FOUND-SW
               IF RATE-FILE-OK
                   MOVE TERM-ID TO RATE-TERM
                   MOVE ENROLL-PROGRAM TO RATE-PROGRAM
                   READ RATE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO FOUND-SW
                   END-READ
               END-IF
               IF NOT RECORD-FOUND
                   MOVE RULE-PROGRAM TO CURRENT-RULE
                   MOVE STUDENT-KEY-TEXT TO XD-KEY
                   MOVE STUDENTNAME TO XD-VALUE
                   MOVE TERM-ID TO PGT-TERM
                   MOVE ENROLL-PROGRAM TO PGT-PROGRAM
                   MOVE PROGRAM-TEXT TO XD-NOTE
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-IF.
           MOVE OPERATOR-ID TO STAMP-TO-CHECK.
           PERFORM CHECK-OPERATOR-STAMP.

       CHECK-TRANSACTION-RECORD.
           IF NOT ENROLLMENT-SEEN
               MOVE RULE-ORPHAN TO CURRENT-RULE
               MOVE STUDENT-KEY-TEXT TO XD-KEY
               MOVE RECORD-TYPE TO RTT-TYPE
               MOVE RECORD-TYPE-TEXT TO XD-VALUE
               MOVE "NO ENROLLMENT AT SEQUENCE 000" TO XD-NOTE
               PERFORM WRITE-EXCEPTION
           END-IF.
           IF SPONSOR-RECORD
               PERFORM CHECK-SPONSOR-ALLOCATION
           END-IF.
           MOVE SPACES TO STAMP-TO-CHECK.
           IF PAYMENT-RECORD
               MOVE PMT-OPERATOR-ID TO STAMP-TO-CHECK
           END-IF.
           IF REVERSAL-RECORD
               MOVE REV-OPERATOR-ID TO STAMP-TO-CHECK
           END-IF.
           IF CREDIT-RECORD
               MOVE CRD-APPROVED-BY TO STAMP-TO-CHECK
           END-IF.
           IF AID-AWARD-RECORD
               MOVE AID-OPERATOR-ID TO STAMP-TO-CHECK
           END-IF.
           IF CHARGE-RECORD
               MOVE CHG-OPERATOR-ID TO STAMP-TO-CHECK
           END-IF.
           PERFORM CHECK-OPERATOR-STAMP.

       CHECK-SPONSOR-ALLOCATION.
           MOVE "N" TO FOUND-SW.
           MOVE SPACES TO XD-NOTE.
           IF SPONSOR-FILE-OK
               MOVE SPA-SPONSOR-NUMBER TO SPON-NUMBER
               READ SPONSOR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO FOUND-SW
               END-READ
           END-IF.
           IF NOT RECORD-FOUND
               MOVE "SPONSOR NOT ON SPONSOR MASTER" TO XD-NOTE
           ELSE
               IF NOT SPON-ACTIVE
                   MOVE "SPONSOR IS INACTIVE" TO XD-NOTE
               END-IF
           END-IF.
           IF XD-NOTE NOT = SPACES
               MOVE RULE-SPONSOR TO CURRENT-RULE
               MOVE STUDENT-KEY-TEXT TO XD-KEY
               MOVE SPA-SPONSOR-NUMBER TO SPT-SPONSOR
               MOVE SPONSOR-TEXT TO XD-VALUE
               PERFORM WRITE-EXCEPTION
           END-IF.

       CHECK-OPERATOR-STAMP.
      * A blank stamp - a credit not yet approved, an enrollment
      * older than sign-on - has nothing to check.  A revoked
      * operator's stamp is still a good stamp.
           IF STAMP-TO-CHECK NOT = SPACES
               MOVE "N" TO FOUND-SW
               PERFORM MATCH-SYSTEM-STAMP
                   VARYING STAMP-IX FROM 1 BY 1
                   UNTIL STAMP-IX > 8 OR RECORD-FOUND
               IF NOT RECORD-FOUND AND OPERATOR-FILE-OK
                   MOVE STAMP-TO-CHECK TO OPER-ID
                   READ OPERATOR-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO FOUND-SW
                   END-READ
               END-IF
               IF NOT RECORD-FOUND
                   MOVE RULE-OPERATOR TO CURRENT-RULE
                   MOVE STUDENT-KEY-TEXT TO XD-KEY
                   MOVE STAMP-TO-CHECK TO ST-STAMP
                   MOVE STAMP-TEXT TO XD-VALUE
                   MOVE RECORD-TYPE TO RTT-TYPE
                   MOVE RECORD-TYPE-TEXT TO XD-NOTE
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-IF.

       MATCH-SYSTEM-STAMP.
           IF SYSTEM-STAMP (STAMP-IX) = STAMP-TO-CHECK
               MOVE "Y" TO FOUND-SW
           END-IF.

       SWEEP-NAME-INDEX.
      * An entry is good only while the student's enrollment is on
      * file under exactly that name - Project01 and STUDMAINT drop
      * the old entry on a name change, so anything else is left
      * over from a purge, a merge, or a missed update.
           MOVE "N" TO WALK-DONE-SW.
           MOVE LOW-VALUES TO NDX-KEY.
           START NAME-INDEX-FILE KEY NOT LESS THAN NDX-KEY
               INVALID KEY
                   MOVE "Y" TO WALK-DONE-SW
           END-START.
           PERFORM CHECK-ONE-INDEX-ENTRY WITH TEST BEFORE
               UNTIL WALK-DONE.

       CHECK-ONE-INDEX-ENTRY.
           READ NAME-INDEX-FILE NEXT RECORD
               AT END MOVE "Y" TO WALK-DONE-SW
           END-READ.
           IF NOT WALK-DONE
               ADD 1 TO INDEX-ENTRIES-READ
               MOVE SPACES TO XD-NOTE
               MOVE NDX-STUDENTNUMBER TO STUDENTNUMBER
               MOVE ZERO TO TRANSACTION-SEQ
               READ STUDENT-FILE
                   INVALID KEY
                       MOVE "STUDENT NOT ON FILE" TO XD-NOTE
                   NOT INVALID KEY
                       IF NOT ENROLLMENT-RECORD
                           MOVE "STUDENT NOT ON FILE" TO XD-NOTE
                       ELSE
                           IF STUDENTNAME NOT = NDX-NAME
                               MOVE "NAME ON FILE IS DIFFERENT"
                                   TO XD-NOTE
                           END-IF
                       END-IF
               END-READ
               IF XD-NOTE NOT = SPACES
                   MOVE RULE-NAME-INDEX TO CURRENT-RULE
                   MOVE NDX-STUDENTNUMBER TO XD-KEY
                   MOVE NDX-NAME TO XD-VALUE
                   IF FIX-MODE
                       PERFORM REMOVE-STALE-INDEX-ENTRY
                   END-IF
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-IF.

       REMOVE-STALE-INDEX-ENTRY.
           DELETE NAME-INDEX-FILE RECORD
               INVALID KEY
                   ADD 1 TO FIXES-FAILED
                   MOVE "NOT REMOVED - SEE OPERATOR" TO XD-NOTE
               NOT INVALID KEY
                   MOVE "ENTRY REMOVED" TO XD-NOTE
                   PERFORM JOURNAL-ONE-FIX
           END-DELETE.

       SWEEP-CAR-MASTER.
      * A blank link is a non-student owner and is fine; a link to
      * a number a merge retired, or to any number with no
      * enrollment, is dangling.
           MOVE "N" TO WALK-DONE-SW.
           MOVE ZERO TO CAR-UNIT-NUMBER.
           START CAR-MASTER-FILE KEY NOT LESS THAN CAR-UNIT-NUMBER
               INVALID KEY
                   MOVE "Y" TO WALK-DONE-SW
           END-START.
           PERFORM CHECK-ONE-CAR-LINK WITH TEST BEFORE
               UNTIL WALK-DONE.

       CHECK-ONE-CAR-LINK.
           READ CAR-MASTER-FILE NEXT RECORD
               AT END MOVE "Y" TO WALK-DONE-SW
           END-READ.
           IF NOT WALK-DONE AND CARM-STUDENTNUMBER NOT = SPACES
               ADD 1 TO CAR-UNITS-READ
               MOVE "N" TO FOUND-SW
               IF CARM-STUDENTNUMBER IS NUMERIC
                   MOVE CARM-STUDENTNUMBER TO LINK-STUDENT
                   MOVE LINK-STUDENT TO STUDENTNUMBER
                   MOVE ZERO TO TRANSACTION-SEQ
                   READ STUDENT-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF ENROLLMENT-RECORD
                               MOVE "Y" TO FOUND-SW
                           END-IF
                   END-READ
               END-IF
               IF NOT RECORD-FOUND
                   PERFORM REPORT-DANGLING-CAR-LINK
               END-IF
           END-IF.

       REPORT-DANGLING-CAR-LINK.
           MOVE RULE-CAR-LINK TO CURRENT-RULE.
           MOVE CAR-UNIT-NUMBER TO UKT-UNIT.
           MOVE UNIT-KEY-TEXT TO XD-KEY.
           MOVE CARM-STUDENTNUMBER TO LKT-STUDENT.
           MOVE CARM-OWNER-NAME TO LKT-OWNER.
           MOVE LINK-TEXT TO XD-VALUE.
           MOVE "STUDENT NOT ON FILE" TO XD-NOTE.
           PERFORM FIND-MERGE-SURVIVOR.
           IF FIX-MODE
               PERFORM REPAIR-CAR-LINK
           END-IF.
           PERFORM WRITE-EXCEPTION.

       FIND-MERGE-SURVIVOR.
      * A number STUDMRGE retired hands its car to the survivor -
      * provided the survivor is still on file itself.
           MOVE ZERO TO LINK-SURVIVOR.
           IF RETIRED-FILE-OK AND CARM-STUDENTNUMBER IS NUMERIC
               MOVE CARM-STUDENTNUMBER TO RET-STUDENTNUMBER
               READ RETIRED-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RET-SURVIVOR TO STUDENTNUMBER
                       MOVE ZERO TO TRANSACTION-SEQ
                       READ STUDENT-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF ENROLLMENT-RECORD
                                   MOVE RET-SURVIVOR
                                       TO LINK-SURVIVOR
                               END-IF
                       END-READ
               END-READ
           END-IF.
           IF LINK-SURVIVOR NOT = ZERO
               MOVE "NUMBER RETIRED BY A MERGE" TO XD-NOTE
           END-IF.

       REPAIR-CAR-LINK.
      * Moved to the merge survivor where there is one, otherwise
      * cleared to a non-student owner the way STUDPURG clears a
      * purged student's unit.  The journal keeps the old number.
           IF LINK-SURVIVOR NOT = ZERO
               MOVE LINK-SURVIVOR TO LINK-SURVIVOR-TEXT
               MOVE LINK-SURVIVOR-TEXT TO CARM-STUDENTNUMBER
           ELSE
               MOVE SPACES TO CARM-STUDENTNUMBER
           END-IF.
           REWRITE CAR-MASTER
               INVALID KEY
                   ADD 1 TO FIXES-FAILED
                   MOVE "NOT REPAIRED - SEE OPERATOR" TO XD-NOTE
               NOT INVALID KEY
                   IF LINK-SURVIVOR NOT = ZERO
                       MOVE SPACES TO XD-NOTE
                       MOVE "RELINKED TO " TO XD-NOTE
                       MOVE LINK-SURVIVOR-TEXT TO XD-NOTE (13:7)
                   ELSE
                       MOVE "LINK CLEARED" TO XD-NOTE
                   END-IF
                   PERFORM JOURNAL-ONE-FIX
           END-REWRITE.

       JOURNAL-ONE-FIX.
           ADD 1 TO FIXES-APPLIED.
           MOVE RUN-DATE TO JD-DATE.
           MOVE CURRENT-RULE TO JD-RULE.
           MOVE EXCEPTION-DETAIL TO JD-DETAIL.
           WRITE JOURNAL-LINE FROM JOURNAL-DETAIL-LINE.

       WRITE-EXCEPTION.
           ADD 1 TO RULE-EXCEPTIONS (CURRENT-RULE).
           IF HARD-RULE (CURRENT-RULE)
               ADD 1 TO HARD-FAILURES
           END-IF.
           MOVE SPACES TO WORK-RECORD.
           MOVE CURRENT-RULE TO WRK-RULE.
           MOVE EXCEPTION-DETAIL TO WRK-DETAIL.
           WRITE WORK-RECORD.

       PRINT-EXCEPTION-REPORT.
      * One read of the work file per rule keeps each rule's
      * exceptions together without a sort.
           OPEN OUTPUT REPORT-FILE.
           MOVE RUN-DATE TO HL-DATE.
           IF FIX-MODE
               MOVE "REPAIR MODE" TO HL-MODE
           ELSE
               MOVE "REPORT ONLY" TO HL-MODE
           END-IF.
           WRITE REPORT-LINE FROM HEADING-LINE-1.
           PERFORM PRINT-ONE-RULE
               VARYING RULE-SUB FROM 1 BY 1
               UNTIL RULE-SUB > 7.
           PERFORM PRINT-SWEEP-SUMMARY.
           CLOSE REPORT-FILE.

       PRINT-ONE-RULE.
           WRITE REPORT-LINE FROM BLANK-LINE.
           MOVE RULE-SUB TO RH-RULE.
           MOVE RULE-TITLE (RULE-SUB) TO RH-TITLE.
           IF HARD-RULE (RULE-SUB)
               MOVE "(HARD)" TO RH-CLASS
           ELSE
               MOVE "(SAFE)" TO RH-CLASS
           END-IF.
           WRITE REPORT-LINE FROM RULE-HEADING-LINE.
           IF RULE-SUB = RULE-NAME-INDEX AND NOT NAME-INDEX-OK
               MOVE "STUDENT-NAME-INDEX.TXT" TO NC-FILE
               WRITE REPORT-LINE FROM NOT-CHECKED-LINE
           ELSE
               IF RULE-SUB = RULE-CAR-LINK AND NOT CAR-MASTER-OK
                   MOVE "CAR-MASTER.TXT" TO NC-FILE
                   WRITE REPORT-LINE FROM NOT-CHECKED-LINE
               ELSE
                   IF RULE-EXCEPTIONS (RULE-SUB) = ZERO
                       WRITE REPORT-LINE FROM RULE-CLEAN-LINE
                   ELSE
                       WRITE REPORT-LINE FROM DETAIL-HEADING-LINE
                       PERFORM PRINT-RULE-DETAIL
                       MOVE RULE-EXCEPTIONS (RULE-SUB) TO RC-COUNT
                       WRITE REPORT-LINE FROM RULE-COUNT-LINE
                   END-IF
               END-IF
           END-IF.

       PRINT-RULE-DETAIL.
           OPEN INPUT WORK-FILE.
           MOVE "N" TO WORK-EOF-FLAG.
           PERFORM PRINT-ONE-WORK-RECORD WITH TEST BEFORE
               UNTIL END-OF-WORK.
           CLOSE WORK-FILE.

       PRINT-ONE-WORK-RECORD.
           READ WORK-FILE
               AT END MOVE "Y" TO WORK-EOF-FLAG
           END-READ.
           IF NOT END-OF-WORK AND WRK-RULE = RULE-SUB
               MOVE WRK-DETAIL TO DL-DETAIL
               WRITE REPORT-LINE FROM DETAIL-LINE
           END-IF.

       PRINT-SWEEP-SUMMARY.
           WRITE REPORT-LINE FROM BLANK-LINE.
           WRITE REPORT-LINE FROM SUMMARY-HEADING.
           MOVE "STUDENT RECORDS READ" TO SL-LABEL.
           MOVE RECORDS-READ TO SL-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE.
           MOVE "NAME-INDEX ENTRIES READ" TO SL-LABEL.
           MOVE INDEX-ENTRIES-READ TO SL-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE.
           MOVE "CAR UNITS WITH A STUDENT LINK" TO SL-LABEL.
           MOVE CAR-UNITS-READ TO SL-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE.
           PERFORM PRINT-ONE-RULE-COUNT
               VARYING RULE-SUB FROM 1 BY 1
               UNTIL RULE-SUB > 7.
           MOVE "HARD-RULE EXCEPTIONS" TO SL-LABEL.
           MOVE HARD-FAILURES TO SL-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE.
           IF FIX-MODE
               MOVE "REPAIRS MADE AND JOURNALED" TO SL-LABEL
               MOVE FIXES-APPLIED TO SL-COUNT
               WRITE REPORT-LINE FROM SUMMARY-LINE
               MOVE "REPAIRS THAT FAILED" TO SL-LABEL
               MOVE FIXES-FAILED TO SL-COUNT
               WRITE REPORT-LINE FROM SUMMARY-LINE
           END-IF.

       PRINT-ONE-RULE-COUNT.
           MOVE RULE-SUB TO SR-RULE.
           IF HARD-RULE (RULE-SUB)
               MOVE "(HARD)" TO SR-CLASS
           ELSE
               MOVE "(SAFE)" TO SR-CLASS
           END-IF.
           MOVE RULE-EXCEPTIONS (RULE-SUB) TO SR-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-RULE-LINE.

      ** add other procedures here
       END PROGRAM INTGCHK.

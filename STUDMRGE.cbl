      ******************************************************************
      * Author:Vannucci
      * Date:Oct/15/2026
      * Purpose: Duplicate student number merge - when one person
      *          has ended up with two student numbers (a walk-up
      *          enrollment in Project01 and a REGINTAK load under a
      *          differently spelled name, or a mis-keyed number), a
      *          supervisor keys the losing and the surviving
      *          number, sees both accounts side by side, and on
      *          confirmation everything the losing number holds is
      *          folded into the survivor: its payments, reversals
      *          and aid awards are renumbered onto the end of the
      *          survivor's transaction run, the reserved sponsor,
      *          collection, credit, plan and demographics records
      *          are moved or combined, the balances are added
      *          together, payment-history.txt rows and holds are
      *          re-keyed, and the name index, car master and
      *          parking permits are repointed.  Both balances are
      *          journaled to the audit file as merge (M) rows, a
      *          merge register lists every item that moved, and the
      *          losing number goes onto retired-students.txt so
      *          Project01 and REGINTAK refuse it from then on.  A
      *          merge the accounts cannot take - combined amounts
      *          that would not fit, two payment plans, two
      *          different sponsors - is refused before anything
      *          moves.  Both students are locked for the duration.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. STUDMRGE.
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
           SELECT PERMIT-FILE ASSIGN TO "parking-permits.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PRK-KEY
               FILE STATUS IS PERMIT-FILE-STATUS.
           SELECT RETIRED-FILE ASSIGN TO "retired-students.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RET-STUDENTNUMBER
               FILE STATUS IS RETIRED-FILE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "operator-master.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS OPERATOR-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "student-audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT MERGE-REGISTER
               ASSIGN TO "merge-register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-FILE-STATUS.

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
       01  PAYMENT-REVERSAL REDEFINES STUDENTDATA.
           02  REV-FILE-KEY.
               03 REV-STUDENTNUMBER   PIC 9(7).
               03 REV-TRANSACTION-SEQ PIC 9(3).
           02  REV-RECORD-TYPE        PIC X(1).
           02 FILLER                  PIC X(1).
           02  REV-DATE               PIC 9(8).
           02 FILLER                  PIC X(1).
           02  REV-ORIG-SEQ           PIC 9(3).
           02 FILLER                  PIC X(56).
       01  STUDENT-DEMOGRAPHICS REDEFINES STUDENTDATA.
           02  DEM-FILE-KEY.
               03 DEM-STUDENTNUMBER   PIC 9(7).
               03 DEM-TRANSACTION-SEQ PIC 9(3).
           02  DEM-RECORD-TYPE        PIC X(1).
           02 FILLER                  PIC X(1).
           02  DEM-STREET             PIC X(18).
           02 FILLER                  PIC X(1).
           02  DEM-CITY               PIC X(12).
           02 FILLER                  PIC X(1).
           02  DEM-STATE              PIC X(2).
           02 FILLER                  PIC X(1).
           02  DEM-ZIP                PIC X(5).
           02 FILLER                  PIC X(1).
           02  DEM-PHONE              PIC X(10).
           02 FILLER                  PIC X(17).
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
       01  COLLECTION-STATUS-REC REDEFINES STUDENTDATA.
           02  COLL-FILE-KEY.
               03 COLL-STUDENTNUMBER   PIC 9(7).
               03 COLL-TRANSACTION-SEQ PIC 9(3).
           02  COLL-RECORD-TYPE        PIC X(1).
           02 FILLER                  PIC X(1).
           02  COLL-LEVEL              PIC X(1).
               88 COLL-FIRST-NOTICE  VALUE "1".
               88 COLL-SECOND-NOTICE VALUE "2".
               88 COLL-FINAL-NOTICE  VALUE "3".
               88 COLL-AT-AGENCY     VALUE "A".
           02 FILLER                  PIC X(67).
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
                   88 HLD-FINANCIAL      VALUE "F".
                   88 HLD-RETURNED-CHECK VALUE "R".
                   88 HLD-COLLECTION     VALUE "C".
                   88 HLD-MANUAL         VALUE "M".
           02 FILLER                  PIC X(1).
           02  HLD-STATUS             PIC X(1).
               88 HLD-ACTIVE   VALUE "A".
               88 HLD-RELEASED VALUE "R".
           02 FILLER                  PIC X(70).

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

       FD PERMIT-FILE.
       01  PERMIT-RECORD.
           02  PRK-KEY.
               03 PRK-TERM        PIC X(5).
               03 PRK-UNIT-NUMBER PIC 9(5).
           02 FILLER               PIC X(1).
           02  PRK-STUDENTNUMBER   PIC 9(7).
           02 FILLER               PIC X(62).

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

       FD AUDIT-FILE.
       01  AUDIT-RECORD.
           02 AUDIT-DATE       PIC 9(8).
           02 FILLER           PIC X(1) VALUE " ".
           02 AUDIT-TIME       PIC 9(8).
           02 FILLER           PIC X(1) VALUE " ".
           02 AUDIT-ENTRY-TYPE PIC X(1).
               88 AUDIT-ENROLLMENT VALUE "E".
               88 AUDIT-MERGE      VALUE "M".
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

       FD MERGE-REGISTER.
       01  REGISTER-LINE PIC X(100).

       WORKING-STORAGE SECTION.
      *-----------------------
       01  STUDENT-FILE-STATUS PIC X(2).
       01  HISTORY-FILE-STATUS PIC X(2).
       01  HOLDS-FILE-STATUS PIC X(2).
       01  NAME-INDEX-STATUS PIC X(2).
       01  CAR-MASTER-STATUS PIC X(2).
       01  PERMIT-FILE-STATUS PIC X(2).
       01  RETIRED-FILE-STATUS PIC X(2).
       01  OPERATOR-FILE-STATUS PIC X(2).
       01  AUDIT-FILE-STATUS PIC X(2).
       01  REGISTER-FILE-STATUS PIC X(2).
       01  CAR-MASTER-OK-SW PIC X VALUE "N".
           88 CAR-MASTER-OK VALUE "Y".
       01  PERMIT-FILE-OK-SW PIC X VALUE "N".
           88 PERMIT-FILE-OK VALUE "Y".
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
       01  PROBE-DONE-SW PIC X.
           88 PROBE-DONE VALUE "Y".
       01  MOVED-SW PIC X.
           88 RECORD-MOVED VALUE "Y".
       01  SLOT-FOUND-SW PIC X.
           88 SLOT-FOUND VALUE "Y".
       01  SURVEY-SIDE-SW PIC X.
           88 SURVEYING-LOSER    VALUE "L".
           88 SURVEYING-SURVIVOR VALUE "S".
       01  LOOKUP-STUDENT-EDIT PIC X(7).
       01  LOSING-NUMBER PIC 9(7).
       01  SURVIVING-NUMBER PIC 9(7).
      * The car master carries the owner's number as text.
       01  LOSING-NUMBER-TEXT PIC X(7).
       01  SURVIVING-NUMBER-TEXT PIC X(7).
       01  SURVEY-STUDENT PIC 9(7).
       01  SURVEY-COUNT PIC 9(5).
       01  PROBE-SEQ PIC 9(3).
       01  OLD-SEQ PIC 9(3).
       01  NEXT-SURVIVOR-SEQ PIC 9(3).
       01  SLOT-SEQ PIC 9(3).
       01  MOVE-IMAGE PIC X(80).
       01  HISTORY-IMAGE PIC X(80).
       01  HOLD-IMAGE PIC X(80).
       01  RANK-LEVEL PIC X(1).
       01  RANK-VALUE PIC 9(1).
       01  LOSER-RANK PIC 9(1).
       01  SURVIVOR-RANK PIC 9(1).
       01  MERGED-BALANCE PIC 9(6).
       01  MERGED-AMOUNT PIC 9(6).
       01  MERGED-TXN-COUNT PIC 9(4).
       01  RUN-DATE PIC 9(8).

      * What each side of the merge holds, gathered before anything
      * moves so the supervisor sees both accounts and any merge
      * the files cannot take is refused up front.
       01  LOSER-NAME PIC X(40).
       01  LOSER-TERM PIC X(5).
       01  LOSER-BALANCE PIC 9(5).
       01  LOSER-TXN-COUNT PIC 9(3).
       01  LOSER-HIST-COUNT PIC 9(5).
       01  LOSER-HOLD-COUNT PIC 9(5).
       01  LOSER-SPONSOR-SW PIC X.
           88 LOSER-HAS-SPONSOR VALUE "Y".
       01  LOSER-COLLECTION-SW PIC X.
           88 LOSER-HAS-COLLECTION VALUE "Y".
       01  LOSER-CREDIT-SW PIC X.
           88 LOSER-HAS-CREDIT VALUE "Y".
       01  LOSER-PLAN-SW PIC X.
           88 LOSER-HAS-PLAN VALUE "Y".
       01  LOSER-DEMOGRAPHICS-SW PIC X.
           88 LOSER-HAS-DEMOGRAPHICS VALUE "Y".
       01  LOSER-SPONSOR-NUMBER PIC 9(5).
       01  LOSER-SPONSOR-AMOUNT PIC 9(5).
       01  LOSER-COLL-LEVEL PIC X(1).
       01  LOSER-CREDIT-AMOUNT PIC 9(5).
       01  LOSER-CREDIT-STATUS PIC X(1).
           88 LOSER-CREDIT-REFUNDED VALUE "R".
       01  SURVIVOR-NAME PIC X(40).
       01  SURVIVOR-TERM PIC X(5).
       01  SURVIVOR-BALANCE PIC 9(5).
       01  SURVIVOR-TXN-COUNT PIC 9(3).
       01  SURVIVOR-HIST-COUNT PIC 9(5).
       01  SURVIVOR-HOLD-COUNT PIC 9(5).
       01  SURVIVOR-SPONSOR-SW PIC X.
           88 SURVIVOR-HAS-SPONSOR VALUE "Y".
       01  SURVIVOR-COLLECTION-SW PIC X.
           88 SURVIVOR-HAS-COLLECTION VALUE "Y".
       01  SURVIVOR-CREDIT-SW PIC X.
           88 SURVIVOR-HAS-CREDIT VALUE "Y".
       01  SURVIVOR-PLAN-SW PIC X.
           88 SURVIVOR-HAS-PLAN VALUE "Y".
       01  SURVIVOR-DEMOGRAPHICS-SW PIC X.
           88 SURVIVOR-HAS-DEMOGRAPHICS VALUE "Y".
       01  SURVIVOR-SPONSOR-NUMBER PIC 9(5).
       01  SURVIVOR-SPONSOR-AMOUNT PIC 9(5).
       01  SURVIVOR-COLL-LEVEL PIC X(1).
       01  SURVIVOR-CREDIT-AMOUNT PIC 9(5).
       01  SURVIVOR-CREDIT-STATUS PIC X(1).
           88 SURVIVOR-CREDIT-REFUNDED VALUE "R".

      * The survivor's aid awards.  AIDINTK keeps one award per fund
      * and term, so a losing award for a fund and term the
      * survivor already has is added into the survivor's award
      * instead of becoming a second one.
       01  SURVIVOR-AID-TABLE.
           05 SAID-COUNT PIC 9(3) VALUE ZERO.
           05 SAID-ENTRY OCCURS 994 TIMES.
               10 SAID-SEQ      PIC 9(3).
               10 SAID-FUND     PIC X(4).
               10 SAID-TERM     PIC X(5).
               10 SAID-AWARDED  PIC 9(5).
       01  SAID-SUB PIC 9(3).
       01  AID-MATCH-SW PIC X.
           88 AID-MATCHED VALUE "Y".
       01  AID-FOLD-COUNT PIC 9(3).
       01  AID-OVERFLOW-SW PIC X.
           88 AID-OVERFLOW VALUE "Y".
       01  HOLD-AWARDED PIC 9(5).
       01  HOLD-DISBURSED PIC 9(5).
       01  HOLD-LAST-DATE PIC 9(8).

      * Where each losing transaction landed on the survivor, by
      * its old sequence, so a pending reversal keeps pointing at
      * the payment it reverses.
       01  SEQUENCE-MAP.
           05 MAP-NEW-SEQ PIC 9(3) OCCURS 994 TIMES.

      * Payment history is keyed by the sequence a transaction held
      * while it was live, term by term.  The losing rows of each
      * term are moved up past the survivor's highest sequence in
      * that term, so the two never collide.
       01  HISTORY-TERMS.
           05 HTERM-COUNT PIC 9(3) VALUE ZERO.
           05 HTERM-ENTRY OCCURS 100 TIMES.
               10 HTERM-ID         PIC X(5).
               10 HTERM-LOSER-MAX  PIC 9(3).
               10 HTERM-OFFSET     PIC 9(3).
       01  HTERM-SUB PIC 9(3).
       01  HTERM-FOUND-SW PIC X.
           88 HTERM-FOUND VALUE "Y".
       01  HTERM-FULL-SW PIC X.
           88 HTERM-FULL VALUE "Y".
       01  HIST-OVERFLOW-SW PIC X.
           88 HIST-OVERFLOW VALUE "Y".

       01  LOCK-FUNCTION PIC X(1).
       01  LOCK-STUDENT PIC 9(7).
       01  LOCK-OPERATOR PIC X(4).
       01  LOCK-RESULT PIC X(1).
           88 LOCK-GRANTED VALUE "0".
           88 LOCK-BUSY    VALUE "1".
       01  LOCK-HOLDER PIC X(4).

       01  ITEMS-MERGED PIC 9(5).
       01  ITEMS-LEFT PIC 9(5).
       01  MERGES-DONE PIC 9(7) VALUE ZERO.
       01  BALANCE-MOVED-TOTAL PIC 9(9) VALUE ZERO.

      * Register key columns, built up from the key each item had
      * on the losing side and has on the surviving side.
       01  SEQ-KEY-TEXT.
           05 FILLER           PIC X(4) VALUE "SEQ ".
           05 SKT-SEQ          PIC 9(3).
       01  TERM-KEY-TEXT.
           05 TKT-TERM         PIC X(5).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 TKT-SEQ          PIC 9(3).
       01  HOLD-KEY-TEXT.
           05 FILLER           PIC X(5) VALUE "TYPE ".
           05 HKT-TYPE         PIC X(1).
       01  UNIT-KEY-TEXT.
           05 FILLER           PIC X(5) VALUE "UNIT ".
           05 UKT-UNIT         PIC 9(5).
       01  PERMIT-KEY-TEXT.
           05 PKT-TERM         PIC X(5).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 PKT-UNIT         PIC 9(5).

       01  HEADING-LINE-1 PIC X(100) VALUE
           "STUDENT MERGE REGISTER".
       01  HEADING-DATE-LINE.
           05 FILLER           PIC X(10) VALUE "RUN DATE: ".
           05 HD-DATE          PIC 9(8).
           05 FILLER           PIC X(14) VALUE "    OPERATOR: ".
           05 HD-OPERATOR      PIC X(4).
       01  HEADING-LINE-2.
           05 FILLER           PIC X(9) VALUE "LOSING".
           05 FILLER           PIC X(9) VALUE "SURVIVOR".
           05 FILLER           PIC X(18) VALUE "ITEM".
           05 FILLER           PIC X(15) VALUE "FROM".
           05 FILLER           PIC X(15) VALUE "TO".
           05 FILLER           PIC X(6) VALUE "ACTION".

       01  DETAIL-LINE.
           05 DL-LOSING        PIC 9(7).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DL-SURVIVING     PIC 9(7).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DL-ITEM          PIC X(16).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DL-OLD-KEY       PIC X(13).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DL-NEW-KEY       PIC X(13).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DL-ACTION        PIC X(28).

      * A demographics record the survivor already has wins, and
      * the losing address is printed so the office can check it.
       01  ADDRESS-LINE.
           05 FILLER           PIC X(20) VALUE
               "  ADDRESS DROPPED: ".
           05 AL-STREET        PIC X(18).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 AL-CITY          PIC X(12).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 AL-STATE         PIC X(2).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 AL-ZIP           PIC X(5).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 AL-PHONE         PIC X(10).

       01  MERGE-TOTAL-LINE.
           05 FILLER           PIC X(18) VALUE
               "  MERGE COMPLETE -".
           05 FILLER           PIC X(15) VALUE " ITEMS MERGED: ".
           05 MTL-ITEMS        PIC ZZZZ9.
           05 FILLER           PIC X(17) VALUE "   BALANCE MOVED:".
           05 MTL-BALANCE      PIC ZZZZZ9.
           05 FILLER           PIC X(15) VALUE "   NOT MOVED: ".
           05 MTL-LEFT         PIC ZZZZ9.

       01  TOTAL-LINE-1.
           05 FILLER           PIC X(30) VALUE
               "MERGES COMPLETED:".
           05 TL-COUNT         PIC ZZZZZZ9.
       01  TOTAL-LINE-2.
           05 FILLER           PIC X(30) VALUE
               "TOTAL BALANCE MOVED:".
           05 TL-BALANCE       PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           OPEN I-O STUDENT-FILE.
           IF STUDENT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open student-output.txt, status "
                   STUDENT-FILE-STATUS
               STOP RUN
           END-IF.
      * The history, holds, name-index and retired files are
      * created if the shop has never had one, the way their own
      * maintenance programs bootstrap them.
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
           OPEN I-O RETIRED-FILE.
           IF RETIRED-FILE-STATUS = "35"
               CLOSE RETIRED-FILE
               OPEN OUTPUT RETIRED-FILE
               CLOSE RETIRED-FILE
               OPEN I-O RETIRED-FILE
           END-IF.
           IF HISTORY-FILE-STATUS NOT = "00"
               OR HOLDS-FILE-STATUS NOT = "00"
               OR NAME-INDEX-STATUS NOT = "00"
               OR RETIRED-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open the history, holds, name "
                   "index or retired file, status "
                   HISTORY-FILE-STATUS " " HOLDS-FILE-STATUS " "
                   NAME-INDEX-STATUS " " RETIRED-FILE-STATUS
               CLOSE STUDENT-FILE
               STOP RUN
           END-IF.
           OPEN I-O CAR-MASTER-FILE.
           IF CAR-MASTER-STATUS = "00"
               MOVE "Y" TO CAR-MASTER-OK-SW
           END-IF.
           OPEN I-O PERMIT-FILE.
           IF PERMIT-FILE-STATUS = "00"
               MOVE "Y" TO PERMIT-FILE-OK-SW
           END-IF.
           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open operator-master.txt, status "
                   OPERATOR-FILE-STATUS
               DISPLAY "Run OPERMNT to set up the operator master."
               PERFORM CLOSE-MERGE-FILES
               STOP RUN
           END-IF.
           PERFORM SUPERVISOR-SIGN-ON WITH TEST AFTER
               UNTIL SIGNON-OK.
           MOVE SIGNON-ID TO LOCK-OPERATOR.
           PERFORM OPEN-REGISTER.
           PERFORM MENU-PROMPT WITH TEST AFTER
               UNTIL MAINT-DONE.
           PERFORM PRINT-SESSION-TOTALS.
           PERFORM CLOSE-MERGE-FILES.
           CLOSE OPERATOR-FILE.
           CLOSE MERGE-REGISTER.
           STOP RUN.

       CLOSE-MERGE-FILES.
           CLOSE STUDENT-FILE.
           CLOSE HISTORY-FILE.
           CLOSE HOLDS-FILE.
           CLOSE NAME-INDEX-FILE.
           CLOSE RETIRED-FILE.
           IF CAR-MASTER-OK
               CLOSE CAR-MASTER-FILE
           END-IF.
           IF PERMIT-FILE-OK
               CLOSE PERMIT-FILE
           END-IF.

       SUPERVISOR-SIGN-ON.
      * A merge moves a whole account onto another number and
      * retires the first one for good, so it is restricted to an
      * active supervisor.
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
                           DISPLAY "Student merges are restricted "
                               "to supervisors."
                           MOVE "N" TO SIGNON-OK-SW
                       END-IF
                   END-IF
           END-READ.

       OPEN-REGISTER.
      * The register accumulates across sessions, each session
      * under its own heading, like the withdrawal register.
           OPEN EXTEND MERGE-REGISTER.
           IF REGISTER-FILE-STATUS = "35"
               OPEN OUTPUT MERGE-REGISTER
               CLOSE MERGE-REGISTER
               OPEN EXTEND MERGE-REGISTER
           END-IF.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           WRITE REGISTER-LINE FROM HEADING-LINE-1.
           MOVE RUN-DATE TO HD-DATE.
           MOVE SIGNON-ID TO HD-OPERATOR.
           WRITE REGISTER-LINE FROM HEADING-DATE-LINE.
           WRITE REGISTER-LINE FROM HEADING-LINE-2.

       MENU-PROMPT.
           DISPLAY "*********************************************".
           DISPLAY "DUPLICATE STUDENT NUMBER MERGE".
           DISPLAY "  M - Merge two student numbers".
           DISPLAY "  Q - Quit".
           DISPLAY "Enter choice: "
           ACCEPT MAINT-CHOICE.
           IF MAINT-CHOICE = "M" OR "m"
               PERFORM MERGE-STUDENTS
           ELSE
               IF NOT MAINT-DONE
                   DISPLAY "Invalid choice, try again."
               END-IF
           END-IF.

       MERGE-STUDENTS.
           PERFORM GET-MERGE-NUMBERS.
           IF ENTRY-OK
      * Both students are locked before either is read, losing
      * number first, so no posting or keying lands on either
      * account while it is being taken apart.
               MOVE LOSING-NUMBER TO LOCK-STUDENT
               PERFORM TAKE-STUDENT-LOCK
               IF LOCK-GRANTED
                   MOVE SURVIVING-NUMBER TO LOCK-STUDENT
                   PERFORM TAKE-STUDENT-LOCK
                   IF LOCK-GRANTED
                       PERFORM MERGE-LOCKED-STUDENTS
                       PERFORM RELEASE-STUDENT-LOCK
                   END-IF
                   MOVE LOSING-NUMBER TO LOCK-STUDENT
                   PERFORM RELEASE-STUDENT-LOCK
               END-IF
           END-IF.

       GET-MERGE-NUMBERS.
           MOVE "N" TO ENTRY-OK-SW.
           DISPLAY "Enter losing student number (to be retired): "
           ACCEPT LOOKUP-STUDENT-EDIT.
           IF LOOKUP-STUDENT-EDIT IS NOT NUMERIC
               DISPLAY "Student number must be numeric."
           ELSE
               MOVE LOOKUP-STUDENT-EDIT TO LOSING-NUMBER
               DISPLAY "Enter surviving student number: "
               ACCEPT LOOKUP-STUDENT-EDIT
               IF LOOKUP-STUDENT-EDIT IS NOT NUMERIC
                   DISPLAY "Student number must be numeric."
               ELSE
                   MOVE LOOKUP-STUDENT-EDIT TO SURVIVING-NUMBER
                   MOVE "Y" TO ENTRY-OK-SW
               END-IF
           END-IF.
           IF ENTRY-OK
               IF LOSING-NUMBER = ZERO OR SURVIVING-NUMBER = ZERO
                   DISPLAY "Student number zero is not valid."
                   MOVE "N" TO ENTRY-OK-SW
               ELSE
                   IF LOSING-NUMBER = SURVIVING-NUMBER
                       DISPLAY "The losing and surviving numbers "
                           "must be different."
                       MOVE "N" TO ENTRY-OK-SW
                   END-IF
               END-IF
           END-IF.
           IF ENTRY-OK
               MOVE LOSING-NUMBER TO RET-STUDENTNUMBER
               PERFORM CHECK-NOT-RETIRED
           END-IF.
           IF ENTRY-OK
               MOVE SURVIVING-NUMBER TO RET-STUDENTNUMBER
               PERFORM CHECK-NOT-RETIRED
           END-IF.

       CHECK-NOT-RETIRED.
           READ RETIRED-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Student number " RET-STUDENTNUMBER
                       " was already merged into " RET-SURVIVOR
                       " on " RET-MERGE-DATE "."
                   MOVE "N" TO ENTRY-OK-SW
           END-READ.

       MERGE-LOCKED-STUDENTS.
           PERFORM READ-BOTH-ENROLLMENTS.
           IF ENTRY-OK
               PERFORM SURVEY-SURVIVOR-ACCOUNT
               PERFORM SURVEY-LOSER-ACCOUNT
               PERFORM SHOW-MERGE-ACCOUNTS
               PERFORM CHECK-MERGE-CONFLICTS
           END-IF.
           IF ENTRY-OK
               DISPLAY "Merge " LOSING-NUMBER " into "
                   SURVIVING-NUMBER " and retire " LOSING-NUMBER
                   " (Y/N)? "
               ACCEPT CONFIRM-ANSWER
               IF CONFIRM-ANSWER = "Y" OR "y"
                   PERFORM APPLY-MERGE
               ELSE
                   DISPLAY "Merge cancelled."
               END-IF
           END-IF.

       READ-BOTH-ENROLLMENTS.
           MOVE LOSING-NUMBER TO STUDENTNUMBER.
           MOVE ZERO TO TRANSACTION-SEQ.
           READ STUDENT-FILE
               INVALID KEY
                   DISPLAY "No enrollment on file for student "
                       LOSING-NUMBER
                   MOVE "N" TO ENTRY-OK-SW
               NOT INVALID KEY
                   MOVE STUDENTNAME TO LOSER-NAME
                   MOVE TERM-ID TO LOSER-TERM
                   MOVE TUITIONOWED TO LOSER-BALANCE
           END-READ.
           IF ENTRY-OK
               MOVE SURVIVING-NUMBER TO STUDENTNUMBER
               MOVE ZERO TO TRANSACTION-SEQ
               READ STUDENT-FILE
                   INVALID KEY
                       DISPLAY "No enrollment on file for student "
                           SURVIVING-NUMBER
                       MOVE "N" TO ENTRY-OK-SW
                   NOT INVALID KEY
                       MOVE STUDENTNAME TO SURVIVOR-NAME
                       MOVE TERM-ID TO SURVIVOR-TERM
                       MOVE TUITIONOWED TO SURVIVOR-BALANCE
               END-READ
           END-IF.

       SURVEY-SURVIVOR-ACCOUNT.
      * The survivor goes first - its aid awards have to be known
      * before the losing awards are matched against them.
           SET SURVEYING-SURVIVOR TO TRUE.
           MOVE SURVIVING-NUMBER TO SURVEY-STUDENT.
           MOVE ZERO TO SAID-COUNT.
           PERFORM COUNT-TRANSACTIONS.
           MOVE SURVEY-COUNT TO SURVIVOR-TXN-COUNT.
           PERFORM COUNT-HISTORY-ROWS.
           MOVE SURVEY-COUNT TO SURVIVOR-HIST-COUNT.
           PERFORM COUNT-HOLDS.
           MOVE SURVEY-COUNT TO SURVIVOR-HOLD-COUNT.
           MOVE 995 TO SLOT-SEQ.
           PERFORM READ-RESERVED-SLOT.
           MOVE SLOT-FOUND-SW TO SURVIVOR-SPONSOR-SW.
           IF SLOT-FOUND
               MOVE SPA-SPONSOR-NUMBER TO SURVIVOR-SPONSOR-NUMBER
               MOVE SPA-AMOUNT TO SURVIVOR-SPONSOR-AMOUNT
           END-IF.
           MOVE 996 TO SLOT-SEQ.
           PERFORM READ-RESERVED-SLOT.
           MOVE SLOT-FOUND-SW TO SURVIVOR-COLLECTION-SW.
           IF SLOT-FOUND
               MOVE COLL-LEVEL TO SURVIVOR-COLL-LEVEL
           END-IF.
           MOVE 997 TO SLOT-SEQ.
           PERFORM READ-RESERVED-SLOT.
           MOVE SLOT-FOUND-SW TO SURVIVOR-CREDIT-SW.
           IF SLOT-FOUND
               MOVE CRD-AMOUNT TO SURVIVOR-CREDIT-AMOUNT
               MOVE CRD-STATUS TO SURVIVOR-CREDIT-STATUS
           END-IF.
           MOVE 998 TO SLOT-SEQ.
           PERFORM READ-RESERVED-SLOT.
           MOVE SLOT-FOUND-SW TO SURVIVOR-PLAN-SW.
           MOVE 999 TO SLOT-SEQ.
           PERFORM READ-RESERVED-SLOT.
           MOVE SLOT-FOUND-SW TO SURVIVOR-DEMOGRAPHICS-SW.

       SURVEY-LOSER-ACCOUNT.
           SET SURVEYING-LOSER TO TRUE.
           MOVE LOSING-NUMBER TO SURVEY-STUDENT.
           MOVE ZERO TO AID-FOLD-COUNT.
           MOVE "N" TO AID-OVERFLOW-SW.
           PERFORM COUNT-TRANSACTIONS.
           MOVE SURVEY-COUNT TO LOSER-TXN-COUNT.
           MOVE ZERO TO HTERM-COUNT.
           MOVE "N" TO HTERM-FULL-SW.
           PERFORM COUNT-HISTORY-ROWS.
           MOVE SURVEY-COUNT TO LOSER-HIST-COUNT.
           MOVE "N" TO HIST-OVERFLOW-SW.
           PERFORM FIND-HISTORY-OFFSET
               VARYING HTERM-SUB FROM 1 BY 1
               UNTIL HTERM-SUB > HTERM-COUNT.
           PERFORM COUNT-HOLDS.
           MOVE SURVEY-COUNT TO LOSER-HOLD-COUNT.
           MOVE 995 TO SLOT-SEQ.
           PERFORM READ-RESERVED-SLOT.
           MOVE SLOT-FOUND-SW TO LOSER-SPONSOR-SW.
           IF SLOT-FOUND
               MOVE SPA-SPONSOR-NUMBER TO LOSER-SPONSOR-NUMBER
               MOVE SPA-AMOUNT TO LOSER-SPONSOR-AMOUNT
           END-IF.
           MOVE 996 TO SLOT-SEQ.
           PERFORM READ-RESERVED-SLOT.
           MOVE SLOT-FOUND-SW TO LOSER-COLLECTION-SW.
           IF SLOT-FOUND
               MOVE COLL-LEVEL TO LOSER-COLL-LEVEL
           END-IF.
           MOVE 997 TO SLOT-SEQ.
           PERFORM READ-RESERVED-SLOT.
           MOVE SLOT-FOUND-SW TO LOSER-CREDIT-SW.
           IF SLOT-FOUND
               MOVE CRD-AMOUNT TO LOSER-CREDIT-AMOUNT
               MOVE CRD-STATUS TO LOSER-CREDIT-STATUS
           END-IF.
           MOVE 998 TO SLOT-SEQ.
           PERFORM READ-RESERVED-SLOT.
           MOVE SLOT-FOUND-SW TO LOSER-PLAN-SW.
           MOVE 999 TO SLOT-SEQ.
           PERFORM READ-RESERVED-SLOT.
           MOVE SLOT-FOUND-SW TO LOSER-DEMOGRAPHICS-SW.

       COUNT-TRANSACTIONS.
      * Transactions run contiguously from sequence 001 - the first
      * unused slot ends the run, as everywhere else.
           MOVE ZERO TO SURVEY-COUNT.
           MOVE "N" TO PROBE-DONE-SW.
           MOVE 1 TO PROBE-SEQ.
           PERFORM COUNT-ONE-TRANSACTION WITH TEST BEFORE
               UNTIL PROBE-DONE OR PROBE-SEQ > 994.

       COUNT-ONE-TRANSACTION.
           MOVE SURVEY-STUDENT TO STUDENTNUMBER.
           MOVE PROBE-SEQ TO TRANSACTION-SEQ.
           READ STUDENT-FILE
               INVALID KEY
                   MOVE "Y" TO PROBE-DONE-SW
               NOT INVALID KEY
                   ADD 1 TO SURVEY-COUNT
                   IF AID-AWARD-RECORD
                       IF SURVEYING-SURVIVOR
                           PERFORM REMEMBER-SURVIVOR-AID
                       ELSE
                           PERFORM CHECK-AID-FOLD
                       END-IF
                   END-IF
           END-READ.
           ADD 1 TO PROBE-SEQ.

       REMEMBER-SURVIVOR-AID.
           ADD 1 TO SAID-COUNT.
           MOVE AID-TRANSACTION-SEQ TO SAID-SEQ (SAID-COUNT).
           MOVE AID-FUND-CODE TO SAID-FUND (SAID-COUNT).
           MOVE AID-TERM TO SAID-TERM (SAID-COUNT).
           MOVE AID-AWARDED TO SAID-AWARDED (SAID-COUNT).

       CHECK-AID-FOLD.
           PERFORM FIND-SURVIVOR-AID.
           IF AID-MATCHED
               ADD 1 TO AID-FOLD-COUNT
               IF SAID-AWARDED (SAID-SUB) + AID-AWARDED > 99999
                   MOVE "Y" TO AID-OVERFLOW-SW
               END-IF
           END-IF.

       FIND-SURVIVOR-AID.
           MOVE "N" TO AID-MATCH-SW.
           PERFORM CHECK-ONE-SURVIVOR-AID
               VARYING SAID-SUB FROM 1 BY 1
               UNTIL SAID-SUB > SAID-COUNT OR AID-MATCHED.
           IF AID-MATCHED
               SUBTRACT 1 FROM SAID-SUB
           END-IF.

       CHECK-ONE-SURVIVOR-AID.
           IF SAID-FUND (SAID-SUB) = AID-FUND-CODE
               AND SAID-TERM (SAID-SUB) = AID-TERM
               MOVE "Y" TO AID-MATCH-SW
           END-IF.

       READ-RESERVED-SLOT.
           MOVE "N" TO SLOT-FOUND-SW.
           MOVE SURVEY-STUDENT TO STUDENTNUMBER.
           MOVE SLOT-SEQ TO TRANSACTION-SEQ.
           READ STUDENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO SLOT-FOUND-SW
           END-READ.

       COUNT-HISTORY-ROWS.
           MOVE ZERO TO SURVEY-COUNT.
           MOVE "N" TO WALK-DONE-SW.
           MOVE SURVEY-STUDENT TO HIST-STUDENTNUMBER.
           MOVE LOW-VALUES TO HIST-TERM-ID.
           MOVE ZERO TO HIST-SEQ.
           START HISTORY-FILE KEY NOT LESS THAN HIST-KEY
               INVALID KEY
                   MOVE "Y" TO WALK-DONE-SW
           END-START.
           PERFORM COUNT-ONE-HISTORY-ROW WITH TEST BEFORE
               UNTIL WALK-DONE.

       COUNT-ONE-HISTORY-ROW.
           READ HISTORY-FILE NEXT RECORD
               AT END MOVE "Y" TO WALK-DONE-SW
           END-READ.
           IF NOT WALK-DONE
               IF HIST-STUDENTNUMBER NOT = SURVEY-STUDENT
                   MOVE "Y" TO WALK-DONE-SW
               ELSE
                   ADD 1 TO SURVEY-COUNT
                   IF SURVEYING-LOSER
                       PERFORM NOTE-LOSER-HISTORY-TERM
                   END-IF
               END-IF
           END-IF.

       NOTE-LOSER-HISTORY-TERM.
           PERFORM FIND-HISTORY-TERM.
           IF NOT HTERM-FOUND
               IF HTERM-COUNT < 100
                   ADD 1 TO HTERM-COUNT
                   MOVE HTERM-COUNT TO HTERM-SUB
                   MOVE HIST-TERM-ID TO HTERM-ID (HTERM-SUB)
                   MOVE ZERO TO HTERM-LOSER-MAX (HTERM-SUB)
                   MOVE ZERO TO HTERM-OFFSET (HTERM-SUB)
                   MOVE "Y" TO HTERM-FOUND-SW
               ELSE
                   MOVE "Y" TO HTERM-FULL-SW
               END-IF
           END-IF.
           IF HTERM-FOUND
               IF HIST-SEQ > HTERM-LOSER-MAX (HTERM-SUB)
                   MOVE HIST-SEQ TO HTERM-LOSER-MAX (HTERM-SUB)
               END-IF
           END-IF.

       FIND-HISTORY-TERM.
           MOVE "N" TO HTERM-FOUND-SW.
           PERFORM CHECK-ONE-HISTORY-TERM
               VARYING HTERM-SUB FROM 1 BY 1
               UNTIL HTERM-SUB > HTERM-COUNT OR HTERM-FOUND.
           IF HTERM-FOUND
               SUBTRACT 1 FROM HTERM-SUB
           END-IF.

       CHECK-ONE-HISTORY-TERM.
           IF HTERM-ID (HTERM-SUB) = HIST-TERM-ID
               MOVE "Y" TO HTERM-FOUND-SW
           END-IF.

       FIND-HISTORY-OFFSET.
      * The offset for a term is the survivor's highest history
      * sequence in it - zero where the survivor has none.
           MOVE "N" TO WALK-DONE-SW.
           MOVE SURVIVING-NUMBER TO HIST-STUDENTNUMBER.
           MOVE HTERM-ID (HTERM-SUB) TO HIST-TERM-ID.
           MOVE ZERO TO HIST-SEQ.
           START HISTORY-FILE KEY NOT LESS THAN HIST-KEY
               INVALID KEY
                   MOVE "Y" TO WALK-DONE-SW
           END-START.
           PERFORM READ-SURVIVOR-TERM-ROW WITH TEST BEFORE
               UNTIL WALK-DONE.
           IF HTERM-LOSER-MAX (HTERM-SUB) + HTERM-OFFSET (HTERM-SUB)
               > 999
               MOVE "Y" TO HIST-OVERFLOW-SW
           END-IF.

       READ-SURVIVOR-TERM-ROW.
           READ HISTORY-FILE NEXT RECORD
               AT END MOVE "Y" TO WALK-DONE-SW
           END-READ.
           IF NOT WALK-DONE
               IF HIST-STUDENTNUMBER NOT = SURVIVING-NUMBER
                   OR HIST-TERM-ID NOT = HTERM-ID (HTERM-SUB)
                   MOVE "Y" TO WALK-DONE-SW
               ELSE
                   MOVE HIST-SEQ TO HTERM-OFFSET (HTERM-SUB)
               END-IF
           END-IF.

       COUNT-HOLDS.
           MOVE ZERO TO SURVEY-COUNT.
           MOVE "N" TO WALK-DONE-SW.
           MOVE SURVEY-STUDENT TO HLD-STUDENTNUMBER.
           MOVE LOW-VALUES TO HLD-TYPE.
           START HOLDS-FILE KEY NOT LESS THAN HLD-KEY
               INVALID KEY
                   MOVE "Y" TO WALK-DONE-SW
           END-START.
           PERFORM COUNT-ONE-HOLD WITH TEST BEFORE
               UNTIL WALK-DONE.

       COUNT-ONE-HOLD.
           READ HOLDS-FILE NEXT RECORD
               AT END MOVE "Y" TO WALK-DONE-SW
           END-READ.
           IF NOT WALK-DONE
               IF HLD-STUDENTNUMBER NOT = SURVEY-STUDENT
                   MOVE "Y" TO WALK-DONE-SW
               ELSE
                   ADD 1 TO SURVEY-COUNT
               END-IF
           END-IF.

       SHOW-MERGE-ACCOUNTS.
           DISPLAY "*********************************************".
           DISPLAY "Losing name    : " LOSER-NAME.
           DISPLAY "Surviving name : " SURVIVOR-NAME.
           DISPLAY "                    LOSING    SURVIVING".
           DISPLAY "Student number   : " LOSING-NUMBER "   "
               SURVIVING-NUMBER.
           DISPLAY "Term             : " LOSER-TERM "     "
               SURVIVOR-TERM.
           DISPLAY "Balance owed     : " LOSER-BALANCE "     "
               SURVIVOR-BALANCE.
           DISPLAY "Transactions     : " LOSER-TXN-COUNT "       "
               SURVIVOR-TXN-COUNT.
           DISPLAY "History rows     : " LOSER-HIST-COUNT "     "
               SURVIVOR-HIST-COUNT.
           DISPLAY "Holds            : " LOSER-HOLD-COUNT "     "
               SURVIVOR-HOLD-COUNT.
           DISPLAY "Sponsor share    : " LOSER-SPONSOR-SW
               "         " SURVIVOR-SPONSOR-SW.
           DISPLAY "Collection status: " LOSER-COLLECTION-SW
               "         " SURVIVOR-COLLECTION-SW.
           DISPLAY "Credit balance   : " LOSER-CREDIT-SW
               "         " SURVIVOR-CREDIT-SW.
           DISPLAY "Payment plan     : " LOSER-PLAN-SW
               "         " SURVIVOR-PLAN-SW.
           DISPLAY "Demographics     : " LOSER-DEMOGRAPHICS-SW
               "         " SURVIVOR-DEMOGRAPHICS-SW.
           COMPUTE MERGED-BALANCE = LOSER-BALANCE + SURVIVOR-BALANCE.
           DISPLAY "Balance after the merge: " MERGED-BALANCE.

       CHECK-MERGE-CONFLICTS.
      * Anything the surviving account cannot hold is refused here,
      * before a single record moves, with what to fix first.
           IF MERGED-BALANCE > 99999
               DISPLAY "Merge refused - the combined balance will "
                   "not fit in TUITIONOWED."
               MOVE "N" TO ENTRY-OK-SW
           END-IF.
           COMPUTE MERGED-TXN-COUNT = LOSER-TXN-COUNT
               + SURVIVOR-TXN-COUNT - AID-FOLD-COUNT.
           IF MERGED-TXN-COUNT > 994
               DISPLAY "Merge refused - the two transaction runs "
                   "together exceed sequence 994.  Run TERMROLL "
                   "or let payments post first."
               MOVE "N" TO ENTRY-OK-SW
           END-IF.
           IF LOSER-HAS-PLAN AND SURVIVOR-HAS-PLAN
               DISPLAY "Merge refused - both students have a "
                   "payment plan.  Cancel one in PLANMNT first."
               MOVE "N" TO ENTRY-OK-SW
           END-IF.
           IF LOSER-HAS-SPONSOR AND SURVIVOR-HAS-SPONSOR
               IF LOSER-SPONSOR-NUMBER NOT = SURVIVOR-SPONSOR-NUMBER
                   DISPLAY "Merge refused - the students are "
                       "sponsored by different sponsors.  Settle "
                       "one allocation in SPONMNT first."
                   MOVE "N" TO ENTRY-OK-SW
               ELSE
                   COMPUTE MERGED-AMOUNT = LOSER-SPONSOR-AMOUNT
                       + SURVIVOR-SPONSOR-AMOUNT
                   IF MERGED-AMOUNT > 99999
                       DISPLAY "Merge refused - the combined "
                           "sponsor allocation will not fit."
                       MOVE "N" TO ENTRY-OK-SW
                   END-IF
               END-IF
           END-IF.
           IF LOSER-HAS-CREDIT AND SURVIVOR-HAS-CREDIT
               AND NOT LOSER-CREDIT-REFUNDED
               AND NOT SURVIVOR-CREDIT-REFUNDED
               COMPUTE MERGED-AMOUNT = LOSER-CREDIT-AMOUNT
                   + SURVIVOR-CREDIT-AMOUNT
               IF MERGED-AMOUNT > 99999
                   DISPLAY "Merge refused - the combined credit "
                       "balance will not fit.  Refund one in "
                       "REFNDMNT first."
                   MOVE "N" TO ENTRY-OK-SW
               END-IF
           END-IF.
           IF AID-OVERFLOW
               DISPLAY "Merge refused - a combined aid award will "
                   "not fit."
               MOVE "N" TO ENTRY-OK-SW
           END-IF.
           IF HTERM-FULL OR HIST-OVERFLOW
               DISPLAY "Merge refused - the payment history of the "
                   "two students will not fit under one number."
               MOVE "N" TO ENTRY-OK-SW
           END-IF.

       APPLY-MERGE.
      * The losing balance moves last, with the audit rows and the
      * retirement, so an interrupted merge leaves the losing
      * enrollment and its balance where they were.
           MOVE ZERO TO ITEMS-MERGED.
           MOVE ZERO TO ITEMS-LEFT.
           MOVE LOSING-NUMBER TO LOSING-NUMBER-TEXT.
           MOVE SURVIVING-NUMBER TO SURVIVING-NUMBER-TEXT.
           PERFORM MOVE-LOSER-TRANSACTIONS.
           PERFORM MERGE-SPONSOR-SLOT.
           PERFORM MERGE-COLLECTION-SLOT.
           PERFORM MERGE-CREDIT-SLOT.
           PERFORM MERGE-PLAN-SLOT.
           PERFORM MERGE-DEMOGRAPHICS-SLOT.
           PERFORM MOVE-LOSER-HISTORY.
           PERFORM MOVE-LOSER-HOLDS.
           IF CAR-MASTER-OK
               PERFORM RELINK-CAR-MASTER
           END-IF.
           IF PERMIT-FILE-OK
               PERFORM RELINK-PARKING-PERMITS
           END-IF.
           PERFORM MERGE-ENROLLMENTS.
           MOVE ITEMS-MERGED TO MTL-ITEMS.
           MOVE LOSER-BALANCE TO MTL-BALANCE.
           MOVE ITEMS-LEFT TO MTL-LEFT.
           WRITE REGISTER-LINE FROM MERGE-TOTAL-LINE.
           DISPLAY "Student " LOSING-NUMBER " merged into "
               SURVIVING-NUMBER " - " ITEMS-MERGED " items merged.".
           IF ITEMS-LEFT > ZERO
               DISPLAY ITEMS-LEFT " items could not be moved - "
                   "see the merge register."
           END-IF.

       MOVE-LOSER-TRANSACTIONS.
      * Each losing transaction goes onto the end of the survivor's
      * run, in order, so the survivor's run stays contiguous.  The
      * new record is written before the old one is deleted.
           MOVE SURVIVOR-TXN-COUNT TO NEXT-SURVIVOR-SEQ.
           PERFORM MOVE-ONE-TRANSACTION
               VARYING OLD-SEQ FROM 1 BY 1
               UNTIL OLD-SEQ > LOSER-TXN-COUNT.

       MOVE-ONE-TRANSACTION.
           MOVE ZERO TO MAP-NEW-SEQ (OLD-SEQ).
           MOVE LOSING-NUMBER TO STUDENTNUMBER.
           MOVE OLD-SEQ TO TRANSACTION-SEQ.
           READ STUDENT-FILE
               INVALID KEY
                   DISPLAY "Transaction " OLD-SEQ " of student "
                       LOSING-NUMBER " has disappeared, status "
                       STUDENT-FILE-STATUS
               NOT INVALID KEY
                   MOVE "N" TO AID-MATCH-SW
                   IF AID-AWARD-RECORD
                       PERFORM FIND-SURVIVOR-AID
                   END-IF
                   IF AID-MATCHED
                       PERFORM FOLD-AID-AWARD
                   ELSE
                       PERFORM RENUMBER-TRANSACTION
                   END-IF
           END-READ.

       RENUMBER-TRANSACTION.
           MOVE OLD-SEQ TO SKT-SEQ.
           MOVE SEQ-KEY-TEXT TO DL-OLD-KEY.
           IF PAYMENT-RECORD
               MOVE "PAYMENT" TO DL-ITEM
           ELSE
               IF REVERSAL-RECORD
                   MOVE "REVERSAL" TO DL-ITEM
               ELSE
                   IF AID-AWARD-RECORD
                       MOVE "AID AWARD" TO DL-ITEM
                   ELSE
                       MOVE "TRANSACTION" TO DL-ITEM
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO NEXT-SURVIVOR-SEQ.
           MOVE SURVIVING-NUMBER TO STUDENTNUMBER.
           MOVE NEXT-SURVIVOR-SEQ TO TRANSACTION-SEQ.
      * A reversal whose original moved with it follows it; one
      * whose original was already archived keeps the sequence the
      * history row carries.
           IF REVERSAL-RECORD
               AND REV-ORIG-SEQ > ZERO
               AND REV-ORIG-SEQ < OLD-SEQ
               IF MAP-NEW-SEQ (REV-ORIG-SEQ) NOT = ZERO
                   MOVE MAP-NEW-SEQ (REV-ORIG-SEQ) TO REV-ORIG-SEQ
               END-IF
           END-IF.
           MOVE "N" TO MOVED-SW.
           WRITE STUDENTDATA
               INVALID KEY
                   DISPLAY "Unable to write transaction "
                       NEXT-SURVIVOR-SEQ " for student "
                       SURVIVING-NUMBER ", status "
                       STUDENT-FILE-STATUS
               NOT INVALID KEY
                   MOVE "Y" TO MOVED-SW
           END-WRITE.
           IF RECORD-MOVED
               MOVE NEXT-SURVIVOR-SEQ TO MAP-NEW-SEQ (OLD-SEQ)
               MOVE NEXT-SURVIVOR-SEQ TO SKT-SEQ
               MOVE SEQ-KEY-TEXT TO DL-NEW-KEY
               MOVE "MOVED" TO DL-ACTION
               PERFORM DELETE-LOSER-TRANSACTION
           ELSE
               SUBTRACT 1 FROM NEXT-SURVIVOR-SEQ
               MOVE SPACES TO DL-NEW-KEY
               MOVE "NOT MOVED - SEE OPERATOR" TO DL-ACTION
               ADD 1 TO ITEMS-LEFT
           END-IF.
           PERFORM WRITE-REGISTER-DETAIL.

       FOLD-AID-AWARD.
           MOVE AID-AWARDED TO HOLD-AWARDED.
           MOVE AID-DISBURSED TO HOLD-DISBURSED.
           MOVE AID-LAST-DATE TO HOLD-LAST-DATE.
           MOVE "AID AWARD" TO DL-ITEM.
           MOVE OLD-SEQ TO SKT-SEQ.
           MOVE SEQ-KEY-TEXT TO DL-OLD-KEY.
           MOVE SAID-SEQ (SAID-SUB) TO SKT-SEQ.
           MOVE SEQ-KEY-TEXT TO DL-NEW-KEY.
           MOVE "N" TO MOVED-SW.
           MOVE SURVIVING-NUMBER TO STUDENTNUMBER.
           MOVE SAID-SEQ (SAID-SUB) TO TRANSACTION-SEQ.
           READ STUDENT-FILE
               INVALID KEY
                   DISPLAY "Aid award " SAID-SEQ (SAID-SUB)
                       " of student " SURVIVING-NUMBER
                       " has disappeared, status "
                       STUDENT-FILE-STATUS
               NOT INVALID KEY
                   ADD HOLD-AWARDED TO AID-AWARDED
                   ADD HOLD-DISBURSED TO AID-DISBURSED
                       ON SIZE ERROR
                           MOVE 99999 TO AID-DISBURSED
                   END-ADD
                   IF HOLD-LAST-DATE > AID-LAST-DATE
                       MOVE HOLD-LAST-DATE TO AID-LAST-DATE
                   END-IF
                   REWRITE STUDENTDATA
                       INVALID KEY
                           DISPLAY "Unable to update aid award, "
                               "status " STUDENT-FILE-STATUS
                       NOT INVALID KEY
                           MOVE "Y" TO MOVED-SW
                   END-REWRITE
           END-READ.
           IF RECORD-MOVED
               MOVE SAID-SEQ (SAID-SUB) TO MAP-NEW-SEQ (OLD-SEQ)
               MOVE "ADDED INTO SURVIVOR'S" TO DL-ACTION
               PERFORM DELETE-LOSER-TRANSACTION
           ELSE
               MOVE "NOT MOVED - SEE OPERATOR" TO DL-ACTION
               ADD 1 TO ITEMS-LEFT
           END-IF.
           PERFORM WRITE-REGISTER-DETAIL.

       DELETE-LOSER-TRANSACTION.
           MOVE LOSING-NUMBER TO STUDENTNUMBER.
           MOVE OLD-SEQ TO TRANSACTION-SEQ.
           DELETE STUDENT-FILE RECORD
               INVALID KEY
                   DISPLAY "Unable to remove transaction " OLD-SEQ
                       " of student " LOSING-NUMBER ", status "
                       STUDENT-FILE-STATUS
           END-DELETE.
           ADD 1 TO ITEMS-MERGED.

       MERGE-SPONSOR-SLOT.
      * Same sponsor on both - the refusal above saw to that - so
      * the shares are added together.
           IF LOSER-HAS-SPONSOR
               MOVE "SPONSOR SHARE" TO DL-ITEM
               MOVE 995 TO SLOT-SEQ
               IF SURVIVOR-HAS-SPONSOR
                   MOVE SURVIVING-NUMBER TO SPA-STUDENTNUMBER
                   MOVE 995 TO SPA-TRANSACTION-SEQ
                   READ STUDENT-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD LOSER-SPONSOR-AMOUNT TO SPA-AMOUNT
                           REWRITE STUDENTDATA
                               INVALID KEY
                                   CONTINUE
                           END-REWRITE
                   END-READ
                   MOVE "ADDED INTO SURVIVOR'S" TO DL-ACTION
                   PERFORM DROP-LOSER-SLOT
               ELSE
                   PERFORM MOVE-LOSER-SLOT
               END-IF
           END-IF.

       MERGE-COLLECTION-SLOT.
      * The account keeps whichever collection status is further
      * along, so a student already at the agency is not sent back
      * to a first notice.
           IF LOSER-HAS-COLLECTION
               MOVE "COLLECTION" TO DL-ITEM
               MOVE 996 TO SLOT-SEQ
               IF SURVIVOR-HAS-COLLECTION
                   MOVE LOSER-COLL-LEVEL TO RANK-LEVEL
                   PERFORM RANK-COLLECTION-LEVEL
                   MOVE RANK-VALUE TO LOSER-RANK
                   MOVE SURVIVOR-COLL-LEVEL TO RANK-LEVEL
                   PERFORM RANK-COLLECTION-LEVEL
                   MOVE RANK-VALUE TO SURVIVOR-RANK
                   IF LOSER-RANK > SURVIVOR-RANK
                       PERFORM REPLACE-SURVIVOR-SLOT
                   ELSE
                       MOVE "SURVIVOR'S KEPT" TO DL-ACTION
                       PERFORM DROP-LOSER-SLOT
                   END-IF
               ELSE
                   PERFORM MOVE-LOSER-SLOT
               END-IF
           END-IF.

       RANK-COLLECTION-LEVEL.
           MOVE ZERO TO RANK-VALUE.
           IF RANK-LEVEL = "1"
               MOVE 1 TO RANK-VALUE
           ELSE
           IF RANK-LEVEL = "2"
               MOVE 2 TO RANK-VALUE
           ELSE
           IF RANK-LEVEL = "3"
               MOVE 3 TO RANK-VALUE
           ELSE
           IF RANK-LEVEL = "A"
               MOVE 4 TO RANK-VALUE
           END-IF
           END-IF
           END-IF
           END-IF.

       MERGE-CREDIT-SLOT.
      * A refunded credit is spent, so it gives way to the other
      * side's.  Two live credits are added and dropped back to
      * open, the way STUDPOST adds to a credit, so the combined
      * amount is approved again in REFNDMNT.
           IF LOSER-HAS-CREDIT
               MOVE "CREDIT BALANCE" TO DL-ITEM
               MOVE 997 TO SLOT-SEQ
               IF NOT SURVIVOR-HAS-CREDIT
                   PERFORM MOVE-LOSER-SLOT
               ELSE
               IF LOSER-CREDIT-REFUNDED
                   MOVE "REFUNDED - DROPPED" TO DL-ACTION
                   PERFORM DROP-LOSER-SLOT
               ELSE
               IF SURVIVOR-CREDIT-REFUNDED
                   PERFORM REPLACE-SURVIVOR-SLOT
               ELSE
                   MOVE SURVIVING-NUMBER TO CRD-STUDENTNUMBER
                   MOVE 997 TO CRD-TRANSACTION-SEQ
                   READ STUDENT-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD LOSER-CREDIT-AMOUNT TO CRD-AMOUNT
                           SET CRD-OPEN TO TRUE
                           MOVE SPACES TO CRD-APPROVED-BY
                           MOVE ZERO TO CRD-APPROVED-DATE
                           REWRITE STUDENTDATA
                               INVALID KEY
                                   CONTINUE
                           END-REWRITE
                   END-READ
                   MOVE "ADDED INTO SURVIVOR'S" TO DL-ACTION
                   PERFORM DROP-LOSER-SLOT
               END-IF
               END-IF
               END-IF
           END-IF.

       MERGE-PLAN-SLOT.
      * Two plans were refused above, so a losing plan only ever
      * moves.
           IF LOSER-HAS-PLAN
               MOVE "PAYMENT PLAN" TO DL-ITEM
               MOVE 998 TO SLOT-SEQ
               PERFORM MOVE-LOSER-SLOT
           END-IF.

       MERGE-DEMOGRAPHICS-SLOT.
           IF LOSER-HAS-DEMOGRAPHICS
               MOVE "DEMOGRAPHICS" TO DL-ITEM
               MOVE 999 TO SLOT-SEQ
               IF SURVIVOR-HAS-DEMOGRAPHICS
                   MOVE LOSING-NUMBER TO DEM-STUDENTNUMBER
                   MOVE 999 TO DEM-TRANSACTION-SEQ
                   READ STUDENT-FILE
                       INVALID KEY
                           MOVE SPACES TO STUDENT-DEMOGRAPHICS
                   END-READ
                   MOVE DEM-STREET TO AL-STREET
                   MOVE DEM-CITY TO AL-CITY
                   MOVE DEM-STATE TO AL-STATE
                   MOVE DEM-ZIP TO AL-ZIP
                   MOVE DEM-PHONE TO AL-PHONE
                   MOVE "SURVIVOR'S KEPT" TO DL-ACTION
                   PERFORM DROP-LOSER-SLOT
                   WRITE REGISTER-LINE FROM ADDRESS-LINE
               ELSE
                   PERFORM MOVE-LOSER-SLOT
               END-IF
           END-IF.

       MOVE-LOSER-SLOT.
           MOVE SLOT-SEQ TO SKT-SEQ.
           MOVE SEQ-KEY-TEXT TO DL-OLD-KEY.
           MOVE SEQ-KEY-TEXT TO DL-NEW-KEY.
           MOVE "N" TO MOVED-SW.
           MOVE LOSING-NUMBER TO STUDENTNUMBER.
           MOVE SLOT-SEQ TO TRANSACTION-SEQ.
           READ STUDENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SURVIVING-NUMBER TO STUDENTNUMBER
                   WRITE STUDENTDATA
                       INVALID KEY
                           DISPLAY "Unable to move record "
                               SLOT-SEQ " to student "
                               SURVIVING-NUMBER ", status "
                               STUDENT-FILE-STATUS
                       NOT INVALID KEY
                           MOVE "Y" TO MOVED-SW
                   END-WRITE
           END-READ.
           IF RECORD-MOVED
               MOVE "MOVED" TO DL-ACTION
               PERFORM DELETE-LOSER-SLOT
           ELSE
               MOVE "NOT MOVED - SEE OPERATOR" TO DL-ACTION
               ADD 1 TO ITEMS-LEFT
           END-IF.
           PERFORM WRITE-REGISTER-DETAIL.

       REPLACE-SURVIVOR-SLOT.
           MOVE SLOT-SEQ TO SKT-SEQ.
           MOVE SEQ-KEY-TEXT TO DL-OLD-KEY.
           MOVE SEQ-KEY-TEXT TO DL-NEW-KEY.
           MOVE "N" TO MOVED-SW.
           MOVE LOSING-NUMBER TO STUDENTNUMBER.
           MOVE SLOT-SEQ TO TRANSACTION-SEQ.
           READ STUDENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE STUDENTDATA TO MOVE-IMAGE
                   MOVE SURVIVING-NUMBER TO STUDENTNUMBER
                   READ STUDENT-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE MOVE-IMAGE TO STUDENTDATA
                           MOVE SURVIVING-NUMBER TO STUDENTNUMBER
                           REWRITE STUDENTDATA
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE "Y" TO MOVED-SW
                           END-REWRITE
                   END-READ
           END-READ.
           IF RECORD-MOVED
               MOVE "REPLACED SURVIVOR'S" TO DL-ACTION
               PERFORM DELETE-LOSER-SLOT
           ELSE
               MOVE "NOT MOVED - SEE OPERATOR" TO DL-ACTION
               ADD 1 TO ITEMS-LEFT
           END-IF.
           PERFORM WRITE-REGISTER-DETAIL.

       DROP-LOSER-SLOT.
      * The losing record's content has already been taken into
      * the survivor's, or the survivor's wins - either way the
      * losing record only has to go.
           MOVE SLOT-SEQ TO SKT-SEQ.
           MOVE SEQ-KEY-TEXT TO DL-OLD-KEY.
           MOVE SEQ-KEY-TEXT TO DL-NEW-KEY.
           PERFORM DELETE-LOSER-SLOT.
           PERFORM WRITE-REGISTER-DETAIL.

       DELETE-LOSER-SLOT.
           MOVE LOSING-NUMBER TO STUDENTNUMBER.
           MOVE SLOT-SEQ TO TRANSACTION-SEQ.
           DELETE STUDENT-FILE RECORD
               INVALID KEY
                   DISPLAY "Unable to remove record " SLOT-SEQ
                       " of student " LOSING-NUMBER ", status "
                       STUDENT-FILE-STATUS
           END-DELETE.
           ADD 1 TO ITEMS-MERGED.

       MOVE-LOSER-HISTORY.
      * Each pass starts just past the row the last pass handled,
      * so a row that cannot move is passed over instead of being
      * found again.
           MOVE "N" TO WALK-DONE-SW.
           MOVE LOSING-NUMBER TO HIST-STUDENTNUMBER.
           MOVE LOW-VALUES TO HIST-TERM-ID.
           MOVE ZERO TO HIST-SEQ.
           PERFORM MOVE-ONE-HISTORY-ROW WITH TEST BEFORE
               UNTIL WALK-DONE.

       MOVE-ONE-HISTORY-ROW.
           START HISTORY-FILE KEY GREATER THAN HIST-KEY
               INVALID KEY
                   MOVE "Y" TO WALK-DONE-SW
           END-START.
           IF NOT WALK-DONE
               READ HISTORY-FILE NEXT RECORD
                   AT END MOVE "Y" TO WALK-DONE-SW
               END-READ
           END-IF.
           IF NOT WALK-DONE
               IF HIST-STUDENTNUMBER NOT = LOSING-NUMBER
                   MOVE "Y" TO WALK-DONE-SW
               ELSE
                   PERFORM RENUMBER-HISTORY-ROW
               END-IF
           END-IF.

       RENUMBER-HISTORY-ROW.
           MOVE HISTORY-RECORD TO HISTORY-IMAGE.
           MOVE "HISTORY" TO DL-ITEM.
           MOVE HIST-TERM-ID TO TKT-TERM.
           MOVE HIST-SEQ TO TKT-SEQ.
           MOVE TERM-KEY-TEXT TO DL-OLD-KEY.
           PERFORM FIND-HISTORY-TERM.
           MOVE "N" TO MOVED-SW.
           IF HTERM-FOUND
               MOVE SURVIVING-NUMBER TO HIST-STUDENTNUMBER
               ADD HTERM-OFFSET (HTERM-SUB) TO HIST-SEQ
               IF HIST-ORIG-SEQ > ZERO
                   ADD HTERM-OFFSET (HTERM-SUB) TO HIST-ORIG-SEQ
               END-IF
               MOVE HIST-SEQ TO TKT-SEQ
               MOVE TERM-KEY-TEXT TO DL-NEW-KEY
               WRITE HISTORY-RECORD
                   INVALID KEY
                       DISPLAY "Unable to move history "
                           HIST-TERM-ID " " HIST-SEQ ", status "
                           HISTORY-FILE-STATUS
                   NOT INVALID KEY
                       MOVE "Y" TO MOVED-SW
               END-WRITE
           END-IF.
           MOVE HISTORY-IMAGE TO HISTORY-RECORD.
           IF RECORD-MOVED
               DELETE HISTORY-FILE RECORD
                   INVALID KEY
                       DISPLAY "Unable to remove history "
                           HIST-TERM-ID " " HIST-SEQ ", status "
                           HISTORY-FILE-STATUS
               END-DELETE
               MOVE "MOVED" TO DL-ACTION
               ADD 1 TO ITEMS-MERGED
           ELSE
               MOVE SPACES TO DL-NEW-KEY
               MOVE "NOT MOVED - SEE OPERATOR" TO DL-ACTION
               ADD 1 TO ITEMS-LEFT
           END-IF.
           PERFORM WRITE-REGISTER-DETAIL.

       MOVE-LOSER-HOLDS.
      * A hold type the survivor does not have moves across.  Where
      * both have one, an active losing hold replaces a released
      * surviving hold, and otherwise the survivor's stands.
           MOVE "N" TO WALK-DONE-SW.
           MOVE LOSING-NUMBER TO HLD-STUDENTNUMBER.
           MOVE LOW-VALUES TO HLD-TYPE.
           PERFORM MOVE-ONE-HOLD WITH TEST BEFORE
               UNTIL WALK-DONE.

       MOVE-ONE-HOLD.
           START HOLDS-FILE KEY GREATER THAN HLD-KEY
               INVALID KEY
                   MOVE "Y" TO WALK-DONE-SW
           END-START.
           IF NOT WALK-DONE
               READ HOLDS-FILE NEXT RECORD
                   AT END MOVE "Y" TO WALK-DONE-SW
               END-READ
           END-IF.
           IF NOT WALK-DONE
               IF HLD-STUDENTNUMBER NOT = LOSING-NUMBER
                   MOVE "Y" TO WALK-DONE-SW
               ELSE
                   PERFORM MERGE-ONE-HOLD
               END-IF
           END-IF.

       MERGE-ONE-HOLD.
           MOVE HOLD-RECORD TO HOLD-IMAGE.
           MOVE "HOLD" TO DL-ITEM.
           MOVE HLD-TYPE TO HKT-TYPE.
           MOVE HOLD-KEY-TEXT TO DL-OLD-KEY.
           MOVE HOLD-KEY-TEXT TO DL-NEW-KEY.
           MOVE "N" TO MOVED-SW.
           MOVE SURVIVING-NUMBER TO HLD-STUDENTNUMBER.
           READ HOLDS-FILE
               INVALID KEY
                   MOVE HOLD-IMAGE TO HOLD-RECORD
                   MOVE SURVIVING-NUMBER TO HLD-STUDENTNUMBER
                   WRITE HOLD-RECORD
                       INVALID KEY
                           DISPLAY "Unable to move hold type "
                               HLD-TYPE ", status "
                               HOLDS-FILE-STATUS
                       NOT INVALID KEY
                           MOVE "Y" TO MOVED-SW
                           MOVE "MOVED" TO DL-ACTION
                   END-WRITE
               NOT INVALID KEY
                   MOVE "Y" TO MOVED-SW
                   MOVE "SURVIVOR'S KEPT" TO DL-ACTION
                   IF NOT HLD-ACTIVE
                       MOVE HOLD-IMAGE TO HOLD-RECORD
                       IF HLD-ACTIVE
                           MOVE SURVIVING-NUMBER
                               TO HLD-STUDENTNUMBER
                           REWRITE HOLD-RECORD
                               INVALID KEY
                                   MOVE "N" TO MOVED-SW
                               NOT INVALID KEY
                                   MOVE "REPLACED SURVIVOR'S"
                                       TO DL-ACTION
                           END-REWRITE
                       END-IF
                   END-IF
           END-READ.
           MOVE HOLD-IMAGE TO HOLD-RECORD.
           IF RECORD-MOVED
               DELETE HOLDS-FILE RECORD
                   INVALID KEY
                       DISPLAY "Unable to remove hold type "
                           HLD-TYPE ", status " HOLDS-FILE-STATUS
               END-DELETE
               ADD 1 TO ITEMS-MERGED
           ELSE
               MOVE "NOT MOVED - SEE OPERATOR" TO DL-ACTION
               ADD 1 TO ITEMS-LEFT
           END-IF.
           PERFORM WRITE-REGISTER-DETAIL.

       RELINK-CAR-MASTER.
           MOVE "N" TO WALK-DONE-SW.
           MOVE ZERO TO CAR-UNIT-NUMBER.
           START CAR-MASTER-FILE KEY NOT LESS THAN CAR-UNIT-NUMBER
               INVALID KEY
                   MOVE "Y" TO WALK-DONE-SW
           END-START.
           PERFORM RELINK-ONE-CAR WITH TEST BEFORE
               UNTIL WALK-DONE.

       RELINK-ONE-CAR.
           READ CAR-MASTER-FILE NEXT RECORD
               AT END MOVE "Y" TO WALK-DONE-SW
           END-READ.
           IF NOT WALK-DONE
               IF CARM-STUDENTNUMBER = LOSING-NUMBER-TEXT
                   MOVE "CAR OWNER LINK" TO DL-ITEM
                   MOVE CAR-UNIT-NUMBER TO UKT-UNIT
                   MOVE UNIT-KEY-TEXT TO DL-OLD-KEY
                   MOVE UNIT-KEY-TEXT TO DL-NEW-KEY
                   MOVE SURVIVING-NUMBER-TEXT TO CARM-STUDENTNUMBER
                   REWRITE CAR-MASTER
                       INVALID KEY
                           MOVE "NOT MOVED - SEE OPERATOR"
                               TO DL-ACTION
                           ADD 1 TO ITEMS-LEFT
                       NOT INVALID KEY
                           MOVE "RELINKED" TO DL-ACTION
                           ADD 1 TO ITEMS-MERGED
                   END-REWRITE
                   PERFORM WRITE-REGISTER-DETAIL
               END-IF
           END-IF.

       RELINK-PARKING-PERMITS.
      * Permits stay under their term and unit - only the student
      * the permit was billed to changes, so a later credit from
      * CARMAINT lands on the surviving account.
           MOVE "N" TO WALK-DONE-SW.
           MOVE LOW-VALUES TO PRK-TERM.
           MOVE ZERO TO PRK-UNIT-NUMBER.
           START PERMIT-FILE KEY NOT LESS THAN PRK-KEY
               INVALID KEY
                   MOVE "Y" TO WALK-DONE-SW
           END-START.
           PERFORM RELINK-ONE-PERMIT WITH TEST BEFORE
               UNTIL WALK-DONE.

       RELINK-ONE-PERMIT.
           READ PERMIT-FILE NEXT RECORD
               AT END MOVE "Y" TO WALK-DONE-SW
           END-READ.
           IF NOT WALK-DONE
               IF PRK-STUDENTNUMBER = LOSING-NUMBER
                   MOVE "PARKING PERMIT" TO DL-ITEM
                   MOVE PRK-TERM TO PKT-TERM
                   MOVE PRK-UNIT-NUMBER TO PKT-UNIT
                   MOVE PERMIT-KEY-TEXT TO DL-OLD-KEY
                   MOVE PERMIT-KEY-TEXT TO DL-NEW-KEY
                   MOVE SURVIVING-NUMBER TO PRK-STUDENTNUMBER
                   REWRITE PERMIT-RECORD
                       INVALID KEY
                           MOVE "NOT MOVED - SEE OPERATOR"
                               TO DL-ACTION
                           ADD 1 TO ITEMS-LEFT
                       NOT INVALID KEY
                           MOVE "RELINKED" TO DL-ACTION
                           ADD 1 TO ITEMS-MERGED
                   END-REWRITE
                   PERFORM WRITE-REGISTER-DETAIL
               END-IF
           END-IF.

       MERGE-ENROLLMENTS.
      * The survivor's enrollment takes the losing balance, the
      * losing enrollment and its name-index entry come off, and
      * the number is retired.  Both balances are journaled as
      * merge rows so the audit reconciliation still ties each
      * student's last row to what is on file.
           MOVE "ENROLLMENT" TO DL-ITEM.
           MOVE ZERO TO SKT-SEQ.
           MOVE SEQ-KEY-TEXT TO DL-OLD-KEY.
           MOVE SEQ-KEY-TEXT TO DL-NEW-KEY.
           MOVE "N" TO MOVED-SW.
           MOVE SURVIVING-NUMBER TO STUDENTNUMBER.
           MOVE ZERO TO TRANSACTION-SEQ.
           READ STUDENT-FILE
               INVALID KEY
                   DISPLAY "Enrollment record for student "
                       SURVIVING-NUMBER " has disappeared, status "
                       STUDENT-FILE-STATUS
               NOT INVALID KEY
                   MOVE TUITIONOWED TO SURVIVOR-BALANCE
                   ADD LOSER-BALANCE TO TUITIONOWED
                   REWRITE STUDENTDATA
                       INVALID KEY
                           DISPLAY "Unable to update enrollment "
                               "record, status " STUDENT-FILE-STATUS
                       NOT INVALID KEY
                           MOVE "Y" TO MOVED-SW
                   END-REWRITE
           END-READ.
           IF RECORD-MOVED
               MOVE LOSING-NUMBER TO STUDENTNUMBER
               MOVE ZERO TO TRANSACTION-SEQ
               DELETE STUDENT-FILE RECORD
                   INVALID KEY
                       DISPLAY "Unable to remove enrollment of "
                           "student " LOSING-NUMBER ", status "
                           STUDENT-FILE-STATUS
               END-DELETE
               MOVE "BALANCE ADDED - RETIRED" TO DL-ACTION
               ADD 1 TO ITEMS-MERGED
               PERFORM WRITE-REGISTER-DETAIL
               PERFORM WRITE-MERGE-AUDIT
               PERFORM REMOVE-NAME-INDEX-ENTRY
               PERFORM RETIRE-LOSING-NUMBER
               ADD 1 TO MERGES-DONE
               ADD LOSER-BALANCE TO BALANCE-MOVED-TOTAL
           ELSE
               MOVE "NOT MOVED - SEE OPERATOR" TO DL-ACTION
               ADD 1 TO ITEMS-LEFT
               PERFORM WRITE-REGISTER-DETAIL
           END-IF.

       WRITE-MERGE-AUDIT.
           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
           END-IF.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
           SET AUDIT-MERGE TO TRUE.
           MOVE LOSING-NUMBER TO AUDIT-STUDENTNUMBER.
           MOVE LOSER-BALANCE TO AUDIT-OLD-TUITION.
           MOVE ZERO TO AUDIT-NEW-TUITION.
           MOVE LOSER-BALANCE TO AUDIT-PAYMENT-AMOUNT.
           MOVE SIGNON-ID TO AUDIT-OPERATOR-ID.
           WRITE AUDIT-RECORD.
           MOVE SURVIVING-NUMBER TO AUDIT-STUDENTNUMBER.
           MOVE SURVIVOR-BALANCE TO AUDIT-OLD-TUITION.
           COMPUTE AUDIT-NEW-TUITION =
               SURVIVOR-BALANCE + LOSER-BALANCE.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.

       REMOVE-NAME-INDEX-ENTRY.
           MOVE LOSER-NAME TO NDX-NAME.
           MOVE LOSING-NUMBER TO NDX-STUDENTNUMBER.
           DELETE NAME-INDEX-FILE RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "NAME INDEX" TO DL-ITEM
                   MOVE SPACES TO DL-OLD-KEY
                   MOVE SPACES TO DL-NEW-KEY
                   MOVE "ENTRY REMOVED" TO DL-ACTION
                   PERFORM WRITE-REGISTER-DETAIL
           END-DELETE.

       RETIRE-LOSING-NUMBER.
           MOVE SPACES TO RETIRED-RECORD.
           MOVE LOSING-NUMBER TO RET-STUDENTNUMBER.
           MOVE SURVIVING-NUMBER TO RET-SURVIVOR.
           ACCEPT RET-MERGE-DATE FROM DATE YYYYMMDD.
           MOVE SIGNON-ID TO RET-OPERATOR-ID.
           MOVE LOSER-NAME TO RET-NAME.
           WRITE RETIRED-RECORD
               INVALID KEY
                   DISPLAY "Unable to retire student number "
                       LOSING-NUMBER ", status " RETIRED-FILE-STATUS
           END-WRITE.

       WRITE-REGISTER-DETAIL.
           MOVE LOSING-NUMBER TO DL-LOSING.
           MOVE SURVIVING-NUMBER TO DL-SURVIVING.
           WRITE REGISTER-LINE FROM DETAIL-LINE.

       PRINT-SESSION-TOTALS.
           MOVE MERGES-DONE TO TL-COUNT.
           WRITE REGISTER-LINE FROM TOTAL-LINE-1.
           MOVE BALANCE-MOVED-TOTAL TO TL-BALANCE.
           WRITE REGISTER-LINE FROM TOTAL-LINE-2.

       TAKE-STUDENT-LOCK.
      * A refusal means another operator is mid-update on the
      * student, and the merge is abandoned rather than risk a
      * silent lost update.
           MOVE "L" TO LOCK-FUNCTION.
           CALL "STULOCK" USING LOCK-FUNCTION LOCK-STUDENT
               LOCK-OPERATOR LOCK-RESULT LOCK-HOLDER.
           IF LOCK-BUSY
               DISPLAY "Student " LOCK-STUDENT " is in use by "
                   "operator " LOCK-HOLDER ", try again."
           END-IF.

       RELEASE-STUDENT-LOCK.
           MOVE "U" TO LOCK-FUNCTION.
           CALL "STULOCK" USING LOCK-FUNCTION LOCK-STUDENT
               LOCK-OPERATOR LOCK-RESULT LOCK-HOLDER.

      ** add other procedures here
       END PROGRAM STUDMRGE.

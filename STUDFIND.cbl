      *          another program - the "I don't know my number" case
      *          that used to mean paging through the spreadsheet.
      *          Sign-on is validated against the operator master the
      *          way Project01 validates its own.  Any active hold on
      *          the holds file is shown as soon as a student is
      *          chosen.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS OPERATOR-FILE-STATUS.
           SELECT HOLDS-FILE ASSIGN TO "student-holds.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS HOLDS-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "student-audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
           02 FILLER   PIC A(1) VALUE " ".
           02  OPER-NAME       PIC X(20).

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

       FD AUDIT-FILE.
       01  AUDIT-RECORD.
           02 AUDIT-DATE       PIC 9(8).
       01  NAME-INDEX-STATUS PIC X(2).
       01  OPERATOR-FILE-STATUS PIC X(2).
       01  AUDIT-FILE-STATUS PIC X(2).
       01  HOLDS-FILE-STATUS PIC X(2).
       01  HOLDS-FILE-OK-SW PIC X VALUE "N".
           88 HOLDS-FILE-OK VALUE "Y".
       01  HOLDS-EOF-FLAG PIC X.
           88 END-OF-HOLDS VALUE "Y".
       01  HOLD-LOOKUP-STUDENT PIC 9(7).
       01  HOLD-TYPE-NAME PIC X(15).
       01  MENU-CHOICE PIC X.
           88 FIND-DONE VALUE "Q" "q".
       01  SIGNON-OK-SW PIC X VALUE "N".
               CLOSE NAME-INDEX-FILE
               GOBACK
           END-IF.
      * The holds file only adds a warning line, so a shop that has
      * not run HOLDUPD yet can still search.
           OPEN INPUT HOLDS-FILE.
           IF HOLDS-FILE-STATUS = "00"
               MOVE "Y" TO HOLDS-FILE-OK-SW
           END-IF.
           PERFORM OPERATOR-SIGN-ON WITH TEST AFTER
               UNTIL SIGNON-OK.
           MOVE SIGNON-ID TO LOCK-OPERATOR.
           CLOSE STUDENT-FILE.
           CLOSE NAME-INDEX-FILE.
           CLOSE OPERATOR-FILE.
           IF HOLDS-FILE-OK
               CLOSE HOLDS-FILE
           END-IF.
           GOBACK.

       OPERATOR-SIGN-ON.
               IF CHOSEN-NUMBER NOT = ZERO
                   PERFORM LOOKUP-CHOSEN-STUDENT
                   IF RECORD-FOUND
                       IF HOLDS-FILE-OK
                           MOVE CHOSEN-NUMBER TO HOLD-LOOKUP-STUDENT
                           PERFORM SHOW-ACTIVE-HOLDS
                       END-IF
                       PERFORM CHOOSE-ACTION
                   END-IF
               END-IF
                   MOVE "Y" TO RECORD-FOUND-SW
           END-READ.

       SHOW-ACTIVE-HOLDS.
      * Every active hold on the student is shown before anything
      * else is done with the account, so the operator can tell
      * the student why registration will be refused.
           MOVE "N" TO HOLDS-EOF-FLAG.
           MOVE HOLD-LOOKUP-STUDENT TO HLD-STUDENTNUMBER.
           MOVE SPACE TO HLD-TYPE.
           START HOLDS-FILE KEY NOT LESS THAN HLD-KEY
               INVALID KEY
                   MOVE "Y" TO HOLDS-EOF-FLAG
           END-START.
           PERFORM SHOW-ONE-HOLD WITH TEST BEFORE
               UNTIL END-OF-HOLDS.

       SHOW-ONE-HOLD.
           READ HOLDS-FILE NEXT RECORD
               AT END MOVE "Y" TO HOLDS-EOF-FLAG
           END-READ.
           IF NOT END-OF-HOLDS
               IF HLD-STUDENTNUMBER NOT = HOLD-LOOKUP-STUDENT
                   MOVE "Y" TO HOLDS-EOF-FLAG
               ELSE
                   IF HLD-ACTIVE
                       PERFORM NAME-HOLD-TYPE
                       DISPLAY "*** ACTIVE HOLD: " HOLD-TYPE-NAME
                           " placed " HLD-PLACED-DATE " by "
                           HLD-PLACED-BY " - " HLD-REASON
                   END-IF
               END-IF
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

       CHOOSE-ACTION.
           DISPLAY "(R)ead the account or (P)ost a payment? "
           ACCEPT ACTION-CHOICE.

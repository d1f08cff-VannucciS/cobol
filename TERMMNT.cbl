      *          validated against the operator master and restricted
      *          to supervisors the way OPERMNT restricts its own
      *          maintenance; the first run creates the file.
      *          Each term's withdrawal refund schedule is kept here
      *          too, on its own file keyed by term: up to five
      *          tiers of "through week N, refund P percent" that
      *          WITHDRAW measures a withdrawal date against.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS IS DYNAMIC
               RECORD KEY IS TRM-CODE
               FILE STATUS IS TERM-FILE-STATUS.
           SELECT REFUND-FILE ASSIGN TO "refund-schedule.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RFS-TERM
               FILE STATUS IS REFUND-FILE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "operator-master.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
           02 FILLER   PIC A(1) VALUE " ".
           02  TRM-END-DATE    PIC 9(8).

      * Tiers run in week order; the first tier whose through-week
      * reaches the withdrawal week sets the percentage, and a
      * withdrawal past the last tier gets nothing back.  Unused
      * tiers carry a zero week.
       FD REFUND-FILE.
       01  REFUND-SCHEDULE.
           02  RFS-TERM        PIC X(5).
           02 FILLER          PIC X(1).
           02  RFS-TIER OCCURS 5 TIMES.
               03 RFS-THRU-WEEK   PIC 9(2).
               03 FILLER          PIC X(1).
               03 RFS-PERCENT     PIC 9(3).
               03 FILLER          PIC X(1).

       FD OPERATOR-FILE.
       01  OPERATOR-MASTER.
           02  OPER-ID         PIC X(4).
       WORKING-STORAGE SECTION.
      *-----------------------
       01  TERM-FILE-STATUS PIC X(2).
       01  REFUND-FILE-STATUS PIC X(2).
       01  OPERATOR-FILE-STATUS PIC X(2).
       01  MAINT-CHOICE PIC X.
           88 MAINT-DONE VALUE "Q" "q".
           88 END-OF-TERMS VALUE "Y".
       01  TERMS-LISTED PIC 9(3).
       01  CURRENT-CODE PIC X(5).
       01  TIER-SUB PIC 9(1).
       01  TIER-DONE-SW PIC X.
           88 TIER-DONE VALUE "Y".
       01  WEEK-EDIT PIC X(2).
       01  WEEK-ENTRY PIC 9(2).
       01  PERCENT-EDIT PIC X(3).
       01  PERCENT-ENTRY PIC 9(3).
       01  PRIOR-WEEK PIC 9(2).
       01  WORK-TIERS.
           05 WORK-TIER OCCURS 5 TIMES.
               10 WORK-THRU-WEEK PIC 9(2).
               10 WORK-PERCENT   PIC 9(3).

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
                   TERM-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN I-O REFUND-FILE.
           IF REFUND-FILE-STATUS = "35"
               CLOSE REFUND-FILE
               OPEN OUTPUT REFUND-FILE
               CLOSE REFUND-FILE
               OPEN I-O REFUND-FILE
           END-IF.
           IF REFUND-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open refund-schedule.txt, status "
                   REFUND-FILE-STATUS
               CLOSE TERM-FILE
               STOP RUN
           END-IF.
           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open operator-master.txt, status "
                   OPERATOR-FILE-STATUS
               DISPLAY "Run OPERMNT to set up the operator master."
               CLOSE TERM-FILE
               CLOSE REFUND-FILE
               STOP RUN
           END-IF.
           PERFORM SUPERVISOR-SIGN-ON WITH TEST AFTER
           PERFORM MENU-PROMPT WITH TEST AFTER
               UNTIL MAINT-DONE.
           CLOSE TERM-FILE.
           CLOSE REFUND-FILE.
           CLOSE OPERATOR-FILE.
           STOP RUN.

           DISPLAY "  A - Add a term".
           DISPLAY "  S - Open or close a term".
           DISPLAY "  C - Make a term current".
           DISPLAY "  W - Set a term's withdrawal refund schedule".
           DISPLAY "  Q - Quit".
           DISPLAY "Enter choice: "
           ACCEPT MAINT-CHOICE.
                   ELSE
                   IF MAINT-CHOICE = "C" OR "c"
                       PERFORM MAKE-TERM-CURRENT
                   ELSE
                   IF MAINT-CHOICE = "W" OR "w"
                       PERFORM SET-REFUND-SCHEDULE
                   ELSE
                       IF NOT MAINT-DONE
                           DISPLAY "Invalid choice, try again."
                   END-IF
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF.

               DISPLAY "Current   : " TRM-CURRENT-FLAG
               DISPLAY "Start date: " TRM-START-DATE
               DISPLAY "End date  : " TRM-END-DATE
               PERFORM DISPLAY-REFUND-SCHEDULE
           END-IF.

       DISPLAY-REFUND-SCHEDULE.
           MOVE TRM-CODE TO RFS-TERM.
           READ REFUND-FILE
               INVALID KEY
                   DISPLAY "No withdrawal refund schedule on file."
               NOT INVALID KEY
                   PERFORM DISPLAY-ONE-TIER
                       VARYING TIER-SUB FROM 1 BY 1
                       UNTIL TIER-SUB > 5
           END-READ.

       DISPLAY-ONE-TIER.
           IF RFS-THRU-WEEK (TIER-SUB) NOT = ZERO
               DISPLAY "Refund through week "
                   RFS-THRU-WEEK (TIER-SUB) ": "
                   RFS-PERCENT (TIER-SUB) " percent"
           END-IF.

       ADD-TERM-RECORD.
                   MOVE "Y" TO RECORD-FOUND-SW
           END-READ.

       SET-REFUND-SCHEDULE.
      * One schedule per term - setting it up again replaces the
      * old tiers in place, the way RATEMNT replaces a rate
      * schedule.
           PERFORM LOOKUP-TERM-RECORD.
           IF RECORD-FOUND
               MOVE "Y" TO ENTRY-OK-SW
               PERFORM GET-REFUND-TIERS
               IF ENTRY-OK
                   PERFORM WRITE-REFUND-SCHEDULE
               END-IF
           END-IF.

       GET-REFUND-TIERS.
      * Up to five tiers, in week order - a blank week ends the
      * list, and unused tiers are zeroed so a shortened list
      * cannot leave stale tiers behind.
           MOVE ZERO TO WORK-TIERS.
           MOVE ZERO TO PRIOR-WEEK.
           MOVE "N" TO TIER-DONE-SW.
           MOVE 1 TO TIER-SUB.
           PERFORM GET-ONE-REFUND-TIER WITH TEST BEFORE
               UNTIL TIER-DONE OR TIER-SUB > 5 OR NOT ENTRY-OK.
           IF ENTRY-OK AND WORK-THRU-WEEK (1) = ZERO
               DISPLAY "At least one tier is needed, entry "
                   "cancelled."
               MOVE "N" TO ENTRY-OK-SW
           END-IF.

       GET-ONE-REFUND-TIER.
           DISPLAY "Tier " TIER-SUB " - refund through week "
               "(blank for no more): "
           ACCEPT WEEK-EDIT.
           IF WEEK-EDIT = SPACES
               MOVE "Y" TO TIER-DONE-SW
           ELSE
               IF WEEK-EDIT (2:1) = SPACE
                   MOVE WEEK-EDIT (1:1) TO WEEK-EDIT (2:1)
                   MOVE "0" TO WEEK-EDIT (1:1)
               END-IF
               DISPLAY "Percent refunded (0-100): "
               ACCEPT PERCENT-EDIT
               PERFORM RIGHT-JUSTIFY-PERCENT WITH TEST BEFORE
                   UNTIL PERCENT-EDIT (3:1) NOT = SPACE
               IF WEEK-EDIT IS NOT NUMERIC
                   OR PERCENT-EDIT IS NOT NUMERIC
                   DISPLAY "Week and percent must be numeric, "
                       "entry cancelled."
                   MOVE "N" TO ENTRY-OK-SW
               ELSE
                   MOVE WEEK-EDIT TO WEEK-ENTRY
                   MOVE PERCENT-EDIT TO PERCENT-ENTRY
                   IF WEEK-ENTRY NOT > PRIOR-WEEK
                       OR PERCENT-ENTRY > 100
                       DISPLAY "Weeks must climb tier by tier and "
                           "percent cannot pass 100, entry "
                           "cancelled."
                       MOVE "N" TO ENTRY-OK-SW
                   ELSE
                       MOVE WEEK-ENTRY TO WORK-THRU-WEEK (TIER-SUB)
                       MOVE PERCENT-ENTRY TO WORK-PERCENT (TIER-SUB)
                       MOVE WEEK-ENTRY TO PRIOR-WEEK
                       ADD 1 TO TIER-SUB
                   END-IF
               END-IF
           END-IF.

       RIGHT-JUSTIFY-PERCENT.
      * A short value arrives left-justified ("75 "), so it is
      * shifted right with leading zeros the way LATEFEE shifts its
      * fee amount.  A blank entry becomes zero percent.
           MOVE PERCENT-EDIT (1:2) TO PERCENT-EDIT (2:2).
           MOVE "0" TO PERCENT-EDIT (1:1).

       WRITE-REFUND-SCHEDULE.
           MOVE "N" TO RECORD-FOUND-SW.
           MOVE TRM-CODE TO CURRENT-CODE.
           MOVE CURRENT-CODE TO RFS-TERM.
           READ REFUND-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO RECORD-FOUND-SW
           END-READ.
           MOVE SPACES TO REFUND-SCHEDULE.
           MOVE CURRENT-CODE TO RFS-TERM.
           PERFORM MOVE-ONE-REFUND-TIER
               VARYING TIER-SUB FROM 1 BY 1
               UNTIL TIER-SUB > 5.
           IF RECORD-FOUND
               REWRITE REFUND-SCHEDULE
                   INVALID KEY
                       DISPLAY "Unable to update refund schedule, "
                           "status " REFUND-FILE-STATUS
                   NOT INVALID KEY
                       DISPLAY "Refund schedule replaced."
               END-REWRITE
           ELSE
               WRITE REFUND-SCHEDULE
                   INVALID KEY
                       DISPLAY "Unable to write refund schedule, "
                           "status " REFUND-FILE-STATUS
                   NOT INVALID KEY
                       DISPLAY "Refund schedule set up."
               END-WRITE
           END-IF.

       MOVE-ONE-REFUND-TIER.
           MOVE WORK-THRU-WEEK (TIER-SUB) TO RFS-THRU-WEEK (TIER-SUB).
           MOVE WORK-PERCENT (TIER-SUB) TO RFS-PERCENT (TIER-SUB).

      ** add other procedures here
       END PROGRAM TERMMNT.

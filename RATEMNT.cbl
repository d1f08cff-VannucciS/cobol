      *          master TERMMNT maintains.  Sign-on is validated
      *          against the operator master and restricted to
      *          supervisors the way OPERMNT restricts its own
      *          maintenance; the first run creates the file.  Each
      *          term's parking permit rate - the base fee and up to
      *          three surcharge tiers by vehicle class, a class
      *          starting at a minimum towing capacity - is kept here
      *          alongside the schedule for PERMBILL to bill from.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS IS DYNAMIC
               RECORD KEY IS RATE-KEY
               FILE STATUS IS RATE-FILE-STATUS.
           SELECT PERMIT-RATE-FILE ASSIGN TO "permit-rate.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PRM-TERM
               FILE STATUS IS PERMIT-RATE-STATUS.
           SELECT TERM-FILE ASSIGN TO "term-master.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               03 RATE-DISC-AMOUNT PIC 9(5).
               03 FILLER           PIC X(1).

      * One permit rate per term: the base fee, and up to three
      * surcharge tiers by vehicle class, each starting at a minimum
      * towing capacity.
       FD PERMIT-RATE-FILE.
       01  PERMIT-RATE.
           02  PRM-TERM        PIC X(5).
           02 FILLER          PIC X(1).
           02  PRM-FEE         PIC 9(5).
           02 FILLER          PIC X(1).
           02  PRM-TIER OCCURS 3 TIMES.
               03 PRM-TIER-CLASS      PIC X(1).
               03 FILLER              PIC X(1).
               03 PRM-TIER-MIN-TOWING PIC 9(8).
               03 FILLER              PIC X(1).
               03 PRM-TIER-SURCHARGE  PIC 9(5).
               03 FILLER              PIC X(1).

       FD TERM-FILE.
       01  TERM-MASTER.
           02  TRM-CODE        PIC X(5).
       WORKING-STORAGE SECTION.
      *-----------------------
       01  RATE-FILE-STATUS PIC X(2).
       01  PERMIT-RATE-STATUS PIC X(2).
       01  TERM-FILE-STATUS PIC X(2).
       01  OPERATOR-FILE-STATUS PIC X(2).
       01  MAINT-CHOICE PIC X.
           05 WORK-DISCOUNT OCCURS 3 TIMES.
               10 WORK-DISC-CODE   PIC X(1).
               10 WORK-DISC-AMOUNT PIC 9(5).
       01  PERMIT-FEE-EDIT PIC X(5).
       01  PERMIT-FEE-ENTRY PIC 9(5).
       01  TIER-CLASS-ENTRY PIC X(1).
       01  TIER-TOWING-EDIT PIC X(8).
       01  TIER-TOWING-ENTRY PIC 9(8).
       01  TIER-SURCHARGE-EDIT PIC X(5).
       01  TIER-SURCHARGE-ENTRY PIC 9(5).
       01  TIER-SUB PIC 9(1).
       01  TIER-DONE-SW PIC X.
           88 TIER-DONE VALUE "Y".
       01  WORK-TIERS.
           05 WORK-TIER OCCURS 3 TIMES.
               10 WORK-TIER-CLASS      PIC X(1).
               10 WORK-TIER-MIN-TOWING PIC 9(8).
               10 WORK-TIER-SURCHARGE  PIC 9(5).
       01  EOF-FLAG PIC X.
           88 END-OF-RATES VALUE "Y".
       01  RATES-LISTED PIC 9(3).
                   RATE-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN I-O PERMIT-RATE-FILE.
           IF PERMIT-RATE-STATUS = "35"
               CLOSE PERMIT-RATE-FILE
               OPEN OUTPUT PERMIT-RATE-FILE
               CLOSE PERMIT-RATE-FILE
               OPEN I-O PERMIT-RATE-FILE
               DISPLAY "Parking permit rate file created."
           END-IF.
           IF PERMIT-RATE-STATUS NOT = "00"
               DISPLAY "Unable to open permit-rate.txt, status "
                   PERMIT-RATE-STATUS
               CLOSE RATE-FILE
               STOP RUN
           END-IF.
           OPEN INPUT TERM-FILE.
           IF TERM-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open term-master.txt, status "
                   TERM-FILE-STATUS
               DISPLAY "Run TERMMNT to set up the term master."
               CLOSE RATE-FILE
               CLOSE PERMIT-RATE-FILE
               STOP RUN
           END-IF.
           OPEN INPUT OPERATOR-FILE.
                   OPERATOR-FILE-STATUS
               DISPLAY "Run OPERMNT to set up the operator master."
               CLOSE RATE-FILE
               CLOSE PERMIT-RATE-FILE
               CLOSE TERM-FILE
               STOP RUN
           END-IF.
           PERFORM MENU-PROMPT WITH TEST AFTER
               UNTIL MAINT-DONE.
           CLOSE RATE-FILE.
           CLOSE PERMIT-RATE-FILE.
           CLOSE TERM-FILE.
           CLOSE OPERATOR-FILE.
           STOP RUN.
           DISPLAY "  L - List rate schedules".
           DISPLAY "  R - Read a rate schedule".
           DISPLAY "  S - Set up or replace a rate schedule".
           DISPLAY "  V - Read a parking permit rate".
           DISPLAY "  P - Set up or replace a parking permit rate".
           DISPLAY "  Q - Quit".
           DISPLAY "Enter choice: "
           ACCEPT MAINT-CHOICE.
               ELSE
                   IF MAINT-CHOICE = "S" OR "s"
                       PERFORM SETUP-RATE-SCHEDULE
                   ELSE
                   IF MAINT-CHOICE = "V" OR "v"
                       PERFORM READ-PERMIT-RATE
                   ELSE
                   IF MAINT-CHOICE = "P" OR "p"
                       PERFORM SETUP-PERMIT-RATE
                   ELSE
                       IF NOT MAINT-DONE
                           DISPLAY "Invalid choice, try again."
                       END-IF
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF.

                   MOVE "Y" TO RECORD-FOUND-SW
           END-READ.

       READ-PERMIT-RATE.
           DISPLAY "Enter term code: "
           ACCEPT TERM-ENTRY.
           MOVE TERM-ENTRY TO PRM-TERM.
           READ PERMIT-RATE-FILE
               INVALID KEY
                   DISPLAY "No parking permit rate on file for term "
                       TERM-ENTRY
               NOT INVALID KEY
                   DISPLAY "Term           : " PRM-TERM
                   DISPLAY "Permit fee     : " PRM-FEE
                   PERFORM DISPLAY-ONE-TIER
                       VARYING TIER-SUB FROM 1 BY 1
                       UNTIL TIER-SUB > 3
           END-READ.

       DISPLAY-ONE-TIER.
           IF PRM-TIER-CLASS (TIER-SUB) NOT = SPACE
               DISPLAY "Class " PRM-TIER-CLASS (TIER-SUB)
                   " towing " PRM-TIER-MIN-TOWING (TIER-SUB)
                   " and up, surcharge "
                   PRM-TIER-SURCHARGE (TIER-SUB)
           END-IF.

       SETUP-PERMIT-RATE.
           PERFORM GET-PERMIT-RATE-ENTRY.
           IF ENTRY-OK
               PERFORM WRITE-PERMIT-RATE
           END-IF.

       GET-PERMIT-RATE-ENTRY.
           MOVE "Y" TO ENTRY-OK-SW.
           DISPLAY "Enter term code: "
           ACCEPT TERM-ENTRY.
           MOVE TERM-ENTRY TO TRM-CODE.
           READ TERM-FILE
               INVALID KEY
                   DISPLAY "Term " TERM-ENTRY " is not on the term "
                       "master, entry cancelled."
                   MOVE "N" TO ENTRY-OK-SW
           END-READ.
           IF ENTRY-OK
               DISPLAY "Enter parking permit fee: "
               ACCEPT PERMIT-FEE-EDIT
               IF PERMIT-FEE-EDIT IS NOT NUMERIC
                   DISPLAY "Permit fee must be numeric, entry "
                       "cancelled."
                   MOVE "N" TO ENTRY-OK-SW
               ELSE
                   MOVE PERMIT-FEE-EDIT TO PERMIT-FEE-ENTRY
                   IF PERMIT-FEE-ENTRY = ZERO
                       DISPLAY "Permit fee must be a positive "
                           "amount, entry cancelled."
                       MOVE "N" TO ENTRY-OK-SW
                   END-IF
               END-IF
           END-IF.
           IF ENTRY-OK
               PERFORM GET-TIER-ENTRIES
           END-IF.

       GET-TIER-ENTRIES.
      * Up to three surcharge tiers - a blank class ends the list,
      * and unused slots are blanked so a shortened list cannot leave
      * a stale tier behind.  A unit pays the surcharge of the tier
      * with the highest minimum towing capacity it meets.
           MOVE SPACES TO WORK-TIERS.
           MOVE "N" TO TIER-DONE-SW.
           MOVE 1 TO TIER-SUB.
           PERFORM GET-ONE-TIER WITH TEST BEFORE
               UNTIL TIER-DONE OR TIER-SUB > 3 OR NOT ENTRY-OK.

       GET-ONE-TIER.
           DISPLAY "Vehicle class " TIER-SUB
               " (blank for no more): "
           ACCEPT TIER-CLASS-ENTRY.
           IF TIER-CLASS-ENTRY = SPACE
               MOVE "Y" TO TIER-DONE-SW
           ELSE
               DISPLAY "Minimum towing capacity for the class: "
               ACCEPT TIER-TOWING-EDIT
               DISPLAY "Surcharge: "
               ACCEPT TIER-SURCHARGE-EDIT
               IF TIER-TOWING-EDIT IS NOT NUMERIC
                   OR TIER-SURCHARGE-EDIT IS NOT NUMERIC
                   DISPLAY "Towing capacity and surcharge must be "
                       "numeric, entry cancelled."
                   MOVE "N" TO ENTRY-OK-SW
               ELSE
                   MOVE TIER-TOWING-EDIT TO TIER-TOWING-ENTRY
                   MOVE TIER-SURCHARGE-EDIT TO TIER-SURCHARGE-ENTRY
                   IF PERMIT-FEE-ENTRY + TIER-SURCHARGE-ENTRY > 99999
                       DISPLAY "Fee plus surcharge cannot exceed "
                           "99999, entry cancelled."
                       MOVE "N" TO ENTRY-OK-SW
                   ELSE
                       MOVE TIER-CLASS-ENTRY
                           TO WORK-TIER-CLASS (TIER-SUB)
                       MOVE TIER-TOWING-ENTRY
                           TO WORK-TIER-MIN-TOWING (TIER-SUB)
                       MOVE TIER-SURCHARGE-ENTRY
                           TO WORK-TIER-SURCHARGE (TIER-SUB)
                       ADD 1 TO TIER-SUB
                   END-IF
               END-IF
           END-IF.

       WRITE-PERMIT-RATE.
      * One permit rate per term - setting one up again replaces
      * the old rate in place.  Units already billed for the term
      * keep the amount they were billed.
           MOVE "N" TO RECORD-FOUND-SW.
           MOVE TERM-ENTRY TO PRM-TERM.
           READ PERMIT-RATE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO RECORD-FOUND-SW
           END-READ.
           MOVE SPACES TO PERMIT-RATE.
           MOVE TERM-ENTRY TO PRM-TERM.
           MOVE PERMIT-FEE-ENTRY TO PRM-FEE.
           PERFORM MOVE-ONE-TIER
               VARYING TIER-SUB FROM 1 BY 1
               UNTIL TIER-SUB > 3.
           IF RECORD-FOUND
               REWRITE PERMIT-RATE
                   INVALID KEY
                       DISPLAY "Unable to update permit rate, "
                           "status " PERMIT-RATE-STATUS
                   NOT INVALID KEY
                       DISPLAY "Parking permit rate replaced."
               END-REWRITE
           ELSE
               WRITE PERMIT-RATE
                   INVALID KEY
                       DISPLAY "Unable to write permit rate, "
                           "status " PERMIT-RATE-STATUS
                   NOT INVALID KEY
                       DISPLAY "Parking permit rate set up."
               END-WRITE
           END-IF.

       MOVE-ONE-TIER.
           MOVE WORK-TIER-CLASS (TIER-SUB)
               TO PRM-TIER-CLASS (TIER-SUB).
           IF WORK-TIER-CLASS (TIER-SUB) = SPACE
               MOVE ZERO TO PRM-TIER-MIN-TOWING (TIER-SUB)
               MOVE ZERO TO PRM-TIER-SURCHARGE (TIER-SUB)
           ELSE
               MOVE WORK-TIER-MIN-TOWING (TIER-SUB)
                   TO PRM-TIER-MIN-TOWING (TIER-SUB)
               MOVE WORK-TIER-SURCHARGE (TIER-SUB)
                   TO PRM-TIER-SURCHARGE (TIER-SUB)
           END-IF.

      ** add other procedures here
       END PROGRAM RATEMNT.

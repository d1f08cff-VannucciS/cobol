      ******************************************************************
      * Author:Vannucci
      * Date:Oct/15/2026
      * Purpose: Fleet service maintenance - records service done on
      *          a car master unit (date, service type, odometer,
      *          vendor, cost, and the operator who keyed it) to the
      *          service history file keyed by unit and service date,
      *          reads a unit's service history back, and keeps the
      *          preventive-maintenance intervals SVCDUE reports
      *          from.  Service is recorded only against an active
      *          unit.  An interval is set by engine and minimum
      *          towing capacity, in days and in miles; a blank
      *          engine is the interval for any engine without one
      *          of its own.  Sign-on is validated against the
      *          operator master like CARMAINT; any active operator
      *          may record service, and setting intervals is
      *          restricted to supervisors.  The first run creates
      *          the history and interval files.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. SVCMAINT.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT CAR-MASTER-FILE ASSIGN TO "car-master.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CAR-UNIT-NUMBER
               FILE STATUS IS CAR-MASTER-STATUS.
           SELECT SERVICE-FILE ASSIGN TO "service-history.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SVC-KEY
               FILE STATUS IS SERVICE-FILE-STATUS.
           SELECT INTERVAL-FILE ASSIGN TO "service-intervals.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SVI-KEY
               FILE STATUS IS INTERVAL-FILE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "operator-master.txt"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS OPERATOR-FILE-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
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

      * One record per service done on a unit.  The sequence after
      * the date keeps two services on the same day apart.
       FD SERVICE-FILE.
       01  SERVICE-RECORD.
           02  SVC-KEY.
               03 SVC-UNIT-NUMBER PIC 9(5).
               03 SVC-DATE        PIC 9(8).
               03 SVC-SEQ         PIC 9(2).
           02 FILLER               PIC X(1).
           02  SVC-TYPE            PIC X(2).
               88 SVC-PREVENTIVE VALUE "PM".
               88 SVC-INSPECTION VALUE "IN".
               88 SVC-REPAIR     VALUE "RP".
               88 SVC-TIRES      VALUE "TI".
               88 SVC-ODOMETER   VALUE "OD".
               88 SVC-VALID-TYPE VALUE "PM" "IN" "RP" "TI" "OD".
           02 FILLER               PIC X(1).
           02  SVC-ODOMETER-READING PIC 9(7).
           02 FILLER               PIC X(1).
           02  SVC-VENDOR          PIC X(20).
           02 FILLER               PIC X(1).
           02  SVC-COST            PIC 9(5).
           02 FILLER               PIC X(1).
           02  SVC-OPERATOR-ID     PIC X(4).
           02 FILLER               PIC X(22).

      * Preventive-maintenance interval by engine and minimum towing
      * capacity.  A unit takes the row for its own engine with the
      * highest minimum it meets; a blank engine is the default.
      * Zero days or zero miles means that measure is not tracked.
       FD INTERVAL-FILE.
       01  SERVICE-INTERVAL.
           02  SVI-KEY.
               03 SVI-ENGINE      PIC X(20).
               03 SVI-MIN-TOWING  PIC 9(8).
           02 FILLER               PIC X(1).
           02  SVI-DAYS            PIC 9(4).
           02 FILLER               PIC X(1).
           02  SVI-MILES           PIC 9(6).
           02 FILLER               PIC X(1).
           02  SVI-SET-BY          PIC X(4).
           02 FILLER               PIC X(1).
           02  SVI-SET-DATE        PIC 9(8).
           02 FILLER               PIC X(26).

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
       01  CAR-MASTER-STATUS PIC X(2).
       01  SERVICE-FILE-STATUS PIC X(2).
       01  INTERVAL-FILE-STATUS PIC X(2).
       01  OPERATOR-FILE-STATUS PIC X(2).
       01  MAINT-CHOICE PIC X.
           88 MAINT-DONE VALUE "Q" "q".
       01  SIGNON-OK-SW PIC X VALUE "N".
           88 SIGNON-OK VALUE "Y".
       01  SIGNON-ID PIC X(4).
       01  SIGNON-LEVEL PIC X(1).
           88 SUPERVISOR-SIGNED-ON VALUE "S".
       01  LOOKUP-UNIT PIC 9(5).
       01  RECORD-FOUND-SW PIC X VALUE "N".
           88 RECORD-FOUND VALUE "Y".
       01  ENTRY-OK-SW PIC X VALUE "N".
           88 ENTRY-OK VALUE "Y".
       01  SCAN-EOF-FLAG PIC X.
           88 END-OF-SCAN VALUE "Y".
       01  TODAY-DATE PIC 9(8).
       01  SERVICE-DATE-EDIT PIC X(8).
       01  SERVICE-DATE-ENTRY PIC 9(8).
       01  SERVICE-TYPE-ENTRY PIC X(2).
       01  ODOMETER-EDIT PIC X(7).
       01  ODOMETER-ENTRY PIC 9(7).
       01  VENDOR-ENTRY PIC X(20).
       01  COST-EDIT PIC X(5).
       01  COST-ENTRY PIC 9(5).
       01  NEXT-SERVICE-SEQ PIC 9(2).
       01  SEQ-FOUND-SW PIC X VALUE "N".
           88 SEQ-FOUND VALUE "Y".
       01  DAY-NUMBER PIC 9(7).
       01  DATE-STATUS PIC X(1).
           88 DATE-OK VALUE "0".
           88 DATE-INVALID VALUE "1".
       01  SERVICES-LISTED PIC 9(5).
       01  SERVICE-COST-TOTAL PIC 9(7).
       01  ENGINE-ENTRY PIC X(20).
       01  TOWING-EDIT PIC X(8).
       01  TOWING-ENTRY PIC 9(8).
       01  DAYS-EDIT PIC X(4).
       01  DAYS-ENTRY PIC 9(4).
       01  MILES-EDIT PIC X(6).
       01  MILES-ENTRY PIC 9(6).
       01  INTERVALS-LISTED PIC 9(5).

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           OPEN INPUT CAR-MASTER-FILE.
           IF CAR-MASTER-STATUS = "35"
               DISPLAY "No car master on file - run CARLOAD against "
                   "a CARFILE extract first."
               STOP RUN
           END-IF.
           IF CAR-MASTER-STATUS NOT = "00"
               DISPLAY "Unable to open car-master.txt, status "
                   CAR-MASTER-STATUS
               STOP RUN
           END-IF.
           OPEN I-O SERVICE-FILE.
           IF SERVICE-FILE-STATUS = "35"
      * The first service recorded creates the history file, the
      * same bootstrap TERMMNT gives the term master.
               CLOSE SERVICE-FILE
               OPEN OUTPUT SERVICE-FILE
               CLOSE SERVICE-FILE
               OPEN I-O SERVICE-FILE
               DISPLAY "Service history file created."
           END-IF.
           IF SERVICE-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open service-history.txt, status "
                   SERVICE-FILE-STATUS
               CLOSE CAR-MASTER-FILE
               STOP RUN
           END-IF.
           OPEN I-O INTERVAL-FILE.
           IF INTERVAL-FILE-STATUS = "35"
               CLOSE INTERVAL-FILE
               OPEN OUTPUT INTERVAL-FILE
               CLOSE INTERVAL-FILE
               OPEN I-O INTERVAL-FILE
               DISPLAY "Service interval file created."
           END-IF.
           IF INTERVAL-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open service-intervals.txt, status "
                   INTERVAL-FILE-STATUS
               CLOSE CAR-MASTER-FILE
               CLOSE SERVICE-FILE
               STOP RUN
           END-IF.
           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open operator-master.txt, status "
                   OPERATOR-FILE-STATUS
               DISPLAY "Run OPERMNT to set up the operator master."
               CLOSE CAR-MASTER-FILE
               CLOSE SERVICE-FILE
               CLOSE INTERVAL-FILE
               STOP RUN
           END-IF.
           PERFORM OPERATOR-SIGN-ON WITH TEST AFTER
               UNTIL SIGNON-OK.
           PERFORM MENU-PROMPT WITH TEST AFTER
               UNTIL MAINT-DONE.
           CLOSE CAR-MASTER-FILE.
           CLOSE SERVICE-FILE.
           CLOSE INTERVAL-FILE.
           CLOSE OPERATOR-FILE.
           STOP RUN.

       OPERATOR-SIGN-ON.
      * Sign-ons are validated against the operator master OPERMNT
      * maintains.
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
                       MOVE OPER-LEVEL TO SIGNON-LEVEL
                   END-IF
           END-READ.

       MENU-PROMPT.
           DISPLAY "*********************************************".
           DISPLAY "FLEET SERVICE MAINTENANCE".
           DISPLAY "  R - Read a unit's service history".
           DISPLAY "  S - Record service on a unit".
           DISPLAY "  L - List service intervals".
           DISPLAY "  I - Set up or replace a service interval".
           DISPLAY "  Q - Quit".
           DISPLAY "Enter choice: "
           ACCEPT MAINT-CHOICE.
           IF MAINT-CHOICE = "R" OR "r"
               PERFORM READ-SERVICE-HISTORY
           ELSE
               IF MAINT-CHOICE = "S" OR "s"
                   PERFORM RECORD-SERVICE
               ELSE
                   IF MAINT-CHOICE = "L" OR "l"
                       PERFORM LIST-SERVICE-INTERVALS
                   ELSE
                   IF MAINT-CHOICE = "I" OR "i"
                       IF SUPERVISOR-SIGNED-ON
                           PERFORM SETUP-SERVICE-INTERVAL
                       ELSE
                           DISPLAY "Service intervals are restricted "
                               "to supervisors."
                       END-IF
                   ELSE
                       IF NOT MAINT-DONE
                           DISPLAY "Invalid choice, try again."
                       END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF.

       READ-SERVICE-HISTORY.
           PERFORM LOOKUP-UNIT-RECORD.
           IF RECORD-FOUND
               DISPLAY "Unit " CAR-UNIT-NUMBER " " CARM-MODEL " "
                   CARM-ENGINE " status " CARM-STATUS
               MOVE ZERO TO SERVICES-LISTED
               MOVE ZERO TO SERVICE-COST-TOTAL
               MOVE "N" TO SCAN-EOF-FLAG
               MOVE CAR-UNIT-NUMBER TO SVC-UNIT-NUMBER
               MOVE ZERO TO SVC-DATE
               MOVE ZERO TO SVC-SEQ
               START SERVICE-FILE KEY NOT LESS THAN SVC-KEY
                   INVALID KEY
                       MOVE "Y" TO SCAN-EOF-FLAG
               END-START
               PERFORM LIST-ONE-SERVICE WITH TEST BEFORE
                   UNTIL END-OF-SCAN
               IF SERVICES-LISTED = ZERO
                   DISPLAY "No service on file for this unit."
               ELSE
                   DISPLAY "Services: " SERVICES-LISTED
                       "  total cost: " SERVICE-COST-TOTAL
               END-IF
           END-IF.

       LIST-ONE-SERVICE.
           READ SERVICE-FILE NEXT RECORD
               AT END MOVE "Y" TO SCAN-EOF-FLAG
           END-READ.
           IF NOT END-OF-SCAN
               IF SVC-UNIT-NUMBER NOT = CAR-UNIT-NUMBER
                   MOVE "Y" TO SCAN-EOF-FLAG
               ELSE
                   DISPLAY SVC-DATE " " SVC-TYPE " odometer "
                       SVC-ODOMETER-READING " " SVC-VENDOR
                       " cost " SVC-COST " by " SVC-OPERATOR-ID
                   ADD 1 TO SERVICES-LISTED
                   ADD SVC-COST TO SERVICE-COST-TOTAL
                       ON SIZE ERROR
                           DISPLAY "WARNING: SERVICE-COST-TOTAL "
                               "overflowed - the total is not "
                               "reliable."
                   END-ADD
               END-IF
           END-IF.

       RECORD-SERVICE.
      * A retired unit is off the fleet, so nothing is recorded
      * against it - reinstate it in CARMAINT first if it is back.
           PERFORM LOOKUP-UNIT-RECORD.
           IF RECORD-FOUND
               IF NOT UNIT-ACTIVE
                   DISPLAY "Unit " CAR-UNIT-NUMBER " is not active - "
                       "service can only be recorded against an "
                       "active unit."
               ELSE
                   PERFORM GET-SERVICE-ENTRY
                   IF ENTRY-OK
                       PERFORM WRITE-SERVICE-RECORD
                   END-IF
               END-IF
           END-IF.

       GET-SERVICE-ENTRY.
           MOVE "Y" TO ENTRY-OK-SW.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           DISPLAY "Service date YYYYMMDD (blank for today): "
           ACCEPT SERVICE-DATE-EDIT.
           IF SERVICE-DATE-EDIT = SPACES
               MOVE TODAY-DATE TO SERVICE-DATE-ENTRY
           ELSE
               IF SERVICE-DATE-EDIT IS NOT NUMERIC
                   DISPLAY "Service date must be YYYYMMDD, entry "
                       "cancelled."
                   MOVE "N" TO ENTRY-OK-SW
               ELSE
                   MOVE SERVICE-DATE-EDIT TO SERVICE-DATE-ENTRY
                   CALL "DATEDAYS" USING SERVICE-DATE-ENTRY
                       DAY-NUMBER DATE-STATUS
                   IF DATE-INVALID
                       DISPLAY "Service date is not a real date, "
                           "entry cancelled."
                       MOVE "N" TO ENTRY-OK-SW
                   ELSE
                       IF SERVICE-DATE-ENTRY > TODAY-DATE
                           DISPLAY "Service date cannot be in the "
                               "future, entry cancelled."
                           MOVE "N" TO ENTRY-OK-SW
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF ENTRY-OK
               DISPLAY "Service type (PM preventive, IN inspection, "
                   "RP repair, TI tires, OD odometer reading only): "
               ACCEPT SERVICE-TYPE-ENTRY
               MOVE SERVICE-TYPE-ENTRY TO SVC-TYPE
               IF NOT SVC-VALID-TYPE
                   DISPLAY "Service type " SERVICE-TYPE-ENTRY
                       " is not recognized, entry cancelled."
                   MOVE "N" TO ENTRY-OK-SW
               END-IF
           END-IF.
           IF ENTRY-OK
               DISPLAY "Odometer: "
               ACCEPT ODOMETER-EDIT
               IF ODOMETER-EDIT IS NOT NUMERIC
                   DISPLAY "Odometer must be numeric (7 digits), "
                       "entry cancelled."
                   MOVE "N" TO ENTRY-OK-SW
               ELSE
                   MOVE ODOMETER-EDIT TO ODOMETER-ENTRY
               END-IF
           END-IF.
      * An odometer reading is the fleet office's own check and has
      * no vendor or cost; anything else is work somebody billed.
           IF ENTRY-OK
               IF SVC-ODOMETER
                   MOVE SPACES TO VENDOR-ENTRY
                   MOVE ZERO TO COST-ENTRY
               ELSE
                   PERFORM GET-VENDOR-AND-COST
               END-IF
           END-IF.

       GET-VENDOR-AND-COST.
           DISPLAY "Vendor: "
           ACCEPT VENDOR-ENTRY.
           IF VENDOR-ENTRY = SPACES
               DISPLAY "Vendor cannot be blank, entry cancelled."
               MOVE "N" TO ENTRY-OK-SW
           ELSE
               DISPLAY "Cost (whole dollars): "
               ACCEPT COST-EDIT
               IF COST-EDIT IS NOT NUMERIC
                   DISPLAY "Cost must be numeric (5 digits), entry "
                       "cancelled."
                   MOVE "N" TO ENTRY-OK-SW
               ELSE
                   MOVE COST-EDIT TO COST-ENTRY
               END-IF
           END-IF.

       WRITE-SERVICE-RECORD.
           PERFORM FIND-NEXT-SERVICE-SEQ.
           IF NOT SEQ-FOUND
               DISPLAY "Unit " CAR-UNIT-NUMBER " already has 99 "
                   "services on " SERVICE-DATE-ENTRY
                   " - entry cancelled."
           ELSE
               MOVE SPACES TO SERVICE-RECORD
               MOVE CAR-UNIT-NUMBER TO SVC-UNIT-NUMBER
               MOVE SERVICE-DATE-ENTRY TO SVC-DATE
               MOVE NEXT-SERVICE-SEQ TO SVC-SEQ
               MOVE SERVICE-TYPE-ENTRY TO SVC-TYPE
               MOVE ODOMETER-ENTRY TO SVC-ODOMETER-READING
               MOVE VENDOR-ENTRY TO SVC-VENDOR
               MOVE COST-ENTRY TO SVC-COST
               MOVE SIGNON-ID TO SVC-OPERATOR-ID
               WRITE SERVICE-RECORD
                   INVALID KEY
                       DISPLAY "Unable to record service, status "
                           SERVICE-FILE-STATUS
                   NOT INVALID KEY
                       DISPLAY "Service recorded for unit "
                           CAR-UNIT-NUMBER " on " SVC-DATE "."
               END-WRITE
           END-IF.

       FIND-NEXT-SERVICE-SEQ.
      * Probes sequences 01, 02, ... under the unit and date for the
      * first one not yet used.
           MOVE "N" TO SEQ-FOUND-SW.
           MOVE 1 TO NEXT-SERVICE-SEQ.
           PERFORM PROBE-ONE-SERVICE-SEQ WITH TEST BEFORE
               UNTIL SEQ-FOUND OR NEXT-SERVICE-SEQ = ZERO.

       PROBE-ONE-SERVICE-SEQ.
           MOVE CAR-UNIT-NUMBER TO SVC-UNIT-NUMBER.
           MOVE SERVICE-DATE-ENTRY TO SVC-DATE.
           MOVE NEXT-SERVICE-SEQ TO SVC-SEQ.
           READ SERVICE-FILE
               INVALID KEY
                   MOVE "Y" TO SEQ-FOUND-SW
               NOT INVALID KEY
                   IF NEXT-SERVICE-SEQ = 99
                       MOVE ZERO TO NEXT-SERVICE-SEQ
                   ELSE
                       ADD 1 TO NEXT-SERVICE-SEQ
                   END-IF
           END-READ.

       LIST-SERVICE-INTERVALS.
           MOVE "N" TO SCAN-EOF-FLAG.
           MOVE ZERO TO INTERVALS-LISTED.
           MOVE SPACES TO SVI-ENGINE.
           MOVE ZERO TO SVI-MIN-TOWING.
           START INTERVAL-FILE KEY NOT LESS THAN SVI-KEY
               INVALID KEY
                   MOVE "Y" TO SCAN-EOF-FLAG
           END-START.
           PERFORM LIST-ONE-INTERVAL WITH TEST BEFORE
               UNTIL END-OF-SCAN.
           IF INTERVALS-LISTED = ZERO
               DISPLAY "No service intervals on file."
           END-IF.

       LIST-ONE-INTERVAL.
           READ INTERVAL-FILE NEXT RECORD
               AT END MOVE "Y" TO SCAN-EOF-FLAG
           END-READ.
           IF NOT END-OF-SCAN
               IF SVI-ENGINE = SPACES
                   DISPLAY "(ANY ENGINE)         towing "
                       SVI-MIN-TOWING "+ every " SVI-DAYS
                       " days / " SVI-MILES " miles"
               ELSE
                   DISPLAY SVI-ENGINE " towing " SVI-MIN-TOWING
                       "+ every " SVI-DAYS " days / " SVI-MILES
                       " miles"
               END-IF
               ADD 1 TO INTERVALS-LISTED
           END-IF.

       SETUP-SERVICE-INTERVAL.
           PERFORM GET-INTERVAL-ENTRY.
           IF ENTRY-OK
               PERFORM WRITE-SERVICE-INTERVAL
           END-IF.

       GET-INTERVAL-ENTRY.
           MOVE "Y" TO ENTRY-OK-SW.
           DISPLAY "Engine, exactly as on the car master (blank for "
               "any engine): "
           ACCEPT ENGINE-ENTRY.
           DISPLAY "Minimum towing capacity for this interval: "
           ACCEPT TOWING-EDIT.
           IF TOWING-EDIT IS NOT NUMERIC
               DISPLAY "Towing capacity must be numeric (8 digits), "
                   "entry cancelled."
               MOVE "N" TO ENTRY-OK-SW
           ELSE
               MOVE TOWING-EDIT TO TOWING-ENTRY
           END-IF.
           IF ENTRY-OK
               DISPLAY "Days between services (0 if not tracked): "
               ACCEPT DAYS-EDIT
               DISPLAY "Miles between services (0 if not tracked): "
               ACCEPT MILES-EDIT
               IF DAYS-EDIT IS NOT NUMERIC
                   OR MILES-EDIT IS NOT NUMERIC
                   DISPLAY "Days (4 digits) and miles (6 digits) "
                       "must be numeric, entry cancelled."
                   MOVE "N" TO ENTRY-OK-SW
               ELSE
                   MOVE DAYS-EDIT TO DAYS-ENTRY
                   MOVE MILES-EDIT TO MILES-ENTRY
                   IF DAYS-ENTRY = ZERO AND MILES-ENTRY = ZERO
                       DISPLAY "Give a days or a miles interval, "
                           "entry cancelled."
                       MOVE "N" TO ENTRY-OK-SW
                   END-IF
               END-IF
           END-IF.

       WRITE-SERVICE-INTERVAL.
      * One interval per engine and minimum towing capacity -
      * setting one up again replaces it in place.
           MOVE "N" TO RECORD-FOUND-SW.
           MOVE ENGINE-ENTRY TO SVI-ENGINE.
           MOVE TOWING-ENTRY TO SVI-MIN-TOWING.
           READ INTERVAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO RECORD-FOUND-SW
           END-READ.
           MOVE SPACES TO SERVICE-INTERVAL.
           MOVE ENGINE-ENTRY TO SVI-ENGINE.
           MOVE TOWING-ENTRY TO SVI-MIN-TOWING.
           MOVE DAYS-ENTRY TO SVI-DAYS.
           MOVE MILES-ENTRY TO SVI-MILES.
           MOVE SIGNON-ID TO SVI-SET-BY.
           ACCEPT SVI-SET-DATE FROM DATE YYYYMMDD.
           IF RECORD-FOUND
               REWRITE SERVICE-INTERVAL
                   INVALID KEY
                       DISPLAY "Unable to update service interval, "
                           "status " INTERVAL-FILE-STATUS
                   NOT INVALID KEY
                       DISPLAY "Service interval replaced."
               END-REWRITE
           ELSE
               WRITE SERVICE-INTERVAL
                   INVALID KEY
                       DISPLAY "Unable to write service interval, "
                           "status " INTERVAL-FILE-STATUS
                   NOT INVALID KEY
                       DISPLAY "Service interval set up."
               END-WRITE
           END-IF.

       LOOKUP-UNIT-RECORD.
           MOVE "N" TO RECORD-FOUND-SW.
           DISPLAY "Enter unit number: "
           ACCEPT LOOKUP-UNIT.
           MOVE LOOKUP-UNIT TO CAR-UNIT-NUMBER.
           READ CAR-MASTER-FILE
               INVALID KEY
                   DISPLAY "No record found for unit number "
                       LOOKUP-UNIT
               NOT INVALID KEY
                   MOVE "Y" TO RECORD-FOUND-SW
           END-READ.

      ** add other procedures here
       END PROGRAM SVCMAINT.

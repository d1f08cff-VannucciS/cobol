      ******************************************************************
      * Author:Vannucci
      * Date:Oct/15/2026
      * Purpose: Weekly preventive-maintenance due report - walks the
      *          car master and, for every active unit, finds the
      *          last preventive service or inspection on the service
      *          history SVCMAINT records, the days since it, and the
      *          miles since it (highest odometer on file less the
      *          odometer at that service).  The interval comes from
      *          the service interval file by the unit's engine and
      *          towing capacity.  A unit past its interval in days
      *          or miles is OVERDUE; one that will pass it before
      *          next week's report is DUE; a unit never serviced or
      *          with no interval set is listed so the fleet office
      *          can act on it.  A second section lists every active
      *          unit's year-to-date maintenance cost for retirement
      *          decisions.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. SVCDUE.
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
           SELECT SERVICE-DUE-REPORT
               ASSIGN TO "service-due-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

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
           02 FILLER               PIC X(1).
           02  SVC-ODOMETER-READING PIC 9(7).
           02 FILLER               PIC X(1).
           02  SVC-VENDOR          PIC X(20).
           02 FILLER               PIC X(1).
           02  SVC-COST            PIC 9(5).
           02 FILLER               PIC X(1).
           02  SVC-OPERATOR-ID     PIC X(4).
           02 FILLER               PIC X(22).

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

       FD SERVICE-DUE-REPORT.
       01  REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
      *-----------------------
       01  CAR-MASTER-STATUS PIC X(2).
       01  SERVICE-FILE-STATUS PIC X(2).
       01  INTERVAL-FILE-STATUS PIC X(2).
       01  SERVICE-FILE-OK-SW PIC X VALUE "N".
           88 SERVICE-FILE-OK VALUE "Y".
       01  INTERVAL-FILE-OK-SW PIC X VALUE "N".
           88 INTERVAL-FILE-OK VALUE "Y".
       01  EOF-FLAG PIC X.
           88 END-OF-UNITS VALUE "Y".
       01  SCAN-EOF-FLAG PIC X.
           88 END-OF-SCAN VALUE "Y".
       01  RUN-DATE PIC 9(8).
       01  RUN-YEAR PIC 9(4).
       01  RUN-DAY-NUMBER PIC 9(7).
      * A unit that will pass its interval before next week's report
      * is shown as due now, so nothing slips between runs.
       01  DUE-SOON-DAYS PIC 9(4) VALUE 7.
       01  DUE-SOON-MILES PIC 9(6) VALUE 500.
       01  DAY-NUMBER PIC 9(7).
       01  DATE-STATUS PIC X(1).
           88 DATE-OK VALUE "0".
           88 DATE-INVALID VALUE "1".
       01  LAST-PM-FOUND-SW PIC X VALUE "N".
           88 LAST-PM-FOUND VALUE "Y".
       01  LAST-PM-DATE PIC 9(8).
       01  LAST-PM-ODOMETER PIC 9(7).
       01  HIGH-ODOMETER PIC 9(7).
       01  DAYS-SINCE-PM PIC 9(7).
       01  MILES-SINCE-PM PIC 9(7).
       01  YTD-COST PIC 9(7).
       01  YTD-SERVICES PIC 9(3).
       01  INTERVAL-FOUND-SW PIC X VALUE "N".
           88 INTERVAL-FOUND VALUE "Y".
       01  LOOKUP-ENGINE PIC X(20).
       01  INTERVAL-DAYS PIC 9(4).
       01  INTERVAL-MILES PIC 9(6).
       01  DUE-STATUS PIC X(10).
       01  ACTIVE-UNITS PIC 9(5) VALUE ZERO.
       01  UNITS-OVERDUE PIC 9(5) VALUE ZERO.
       01  UNITS-DUE PIC 9(5) VALUE ZERO.
       01  UNITS-UNSCHEDULED PIC 9(5) VALUE ZERO.
       01  YTD-COST-TOTAL PIC 9(7) VALUE ZERO.

       01  HEADING-LINE-1 PIC X(80) VALUE
           "PREVENTIVE MAINTENANCE DUE REPORT".
       01  HEADING-DATE-LINE.
           05 FILLER           PIC X(10) VALUE "RUN DATE: ".
           05 HD-DATE          PIC 9(8).
       01  HEADING-LINE-2.
           05 FILLER           PIC X(7) VALUE "UNIT".
           05 FILLER           PIC X(11) VALUE "MODEL".
           05 FILLER           PIC X(13) VALUE "ENGINE".
           05 FILLER           PIC X(9) VALUE "LAST PM".
           05 FILLER           PIC X(6) VALUE "DAYS".
           05 FILLER           PIC X(8) VALUE "MILES".
           05 FILLER           PIC X(11) VALUE "STATUS".
           05 FILLER           PIC X(8) VALUE "YTD COST".

       01  DUE-LINE.
           05 DL-UNIT          PIC 9(5).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DL-MODEL         PIC X(10).
           05 FILLER           PIC X(1) VALUE SPACES.
           05 DL-ENGINE        PIC X(12).
           05 FILLER           PIC X(1) VALUE SPACES.
           05 DL-LAST-PM       PIC X(8).
           05 FILLER           PIC X(1) VALUE SPACES.
           05 DL-DAYS          PIC ZZZZ9.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 DL-MILES         PIC ZZZZZZ9.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 DL-STATUS        PIC X(10).
           05 FILLER           PIC X(1) VALUE SPACES.
           05 DL-YTD-COST      PIC ZZZZZZ9.

       01  COST-HEADING-LINE-1 PIC X(80) VALUE
           "YEAR-TO-DATE MAINTENANCE COST - ACTIVE UNITS".
       01  COST-HEADING-LINE-2.
           05 FILLER           PIC X(7) VALUE "UNIT".
           05 FILLER           PIC X(12) VALUE "MODEL".
           05 FILLER           PIC X(22) VALUE "ENGINE".
           05 FILLER           PIC X(17) VALUE "OWNER".
           05 FILLER           PIC X(10) VALUE "SERVICES".
           05 FILLER           PIC X(8) VALUE "YTD COST".

       01  COST-LINE.
           05 CL-UNIT          PIC 9(5).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 CL-MODEL         PIC X(10).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 CL-ENGINE        PIC X(20).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 CL-OWNER         PIC X(15).
           05 FILLER           PIC X(5) VALUE SPACES.
           05 CL-SERVICES      PIC ZZ9.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 CL-YTD-COST      PIC ZZZZZZ9.

       01  TOTAL-LINE-1.
           05 FILLER           PIC X(30) VALUE
               "ACTIVE UNITS:".
           05 TL-ACTIVE        PIC ZZZZZZ9.
       01  TOTAL-LINE-2.
           05 FILLER           PIC X(30) VALUE
               "UNITS OVERDUE:".
           05 TL-OVERDUE       PIC ZZZZZZ9.
       01  TOTAL-LINE-3.
           05 FILLER           PIC X(30) VALUE
               "UNITS DUE THIS WEEK:".
           05 TL-DUE           PIC ZZZZZZ9.
       01  TOTAL-LINE-4.
           05 FILLER           PIC X(30) VALUE
               "NO PM ON FILE OR NO INTERVAL:".
           05 TL-UNSCHEDULED   PIC ZZZZZZ9.
       01  TOTAL-LINE-5.
           05 FILLER           PIC X(30) VALUE
               "FLEET YTD MAINTENANCE COST:".
           05 TL-YTD-COST      PIC ZZZZZZ9.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           OPEN INPUT CAR-MASTER-FILE.
           IF CAR-MASTER-STATUS NOT = "00"
               DISPLAY "Unable to open car-master.txt, status "
                   CAR-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      * No history or no intervals yet just means every unit shows
      * up unserviced or unscheduled - the report is still wanted.
           OPEN INPUT SERVICE-FILE.
           IF SERVICE-FILE-STATUS = "00"
               MOVE "Y" TO SERVICE-FILE-OK-SW
           END-IF.
           OPEN INPUT INTERVAL-FILE.
           IF INTERVAL-FILE-STATUS = "00"
               MOVE "Y" TO INTERVAL-FILE-OK-SW
           END-IF.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE RUN-DATE (1:4) TO RUN-YEAR.
           CALL "DATEDAYS" USING RUN-DATE RUN-DAY-NUMBER DATE-STATUS.
           OPEN OUTPUT SERVICE-DUE-REPORT.
           WRITE REPORT-LINE FROM HEADING-LINE-1.
           MOVE RUN-DATE TO HD-DATE.
           WRITE REPORT-LINE FROM HEADING-DATE-LINE.
           WRITE REPORT-LINE FROM HEADING-LINE-2.
           PERFORM START-CAR-MASTER.
           PERFORM CHECK-ONE-UNIT-DUE
               UNTIL END-OF-UNITS.
      * The cost section is a second pass over the master - a scan
      * is cheap at fleet size, and it keeps each section in unit
      * order without holding the fleet in storage.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM COST-HEADING-LINE-1.
           WRITE REPORT-LINE FROM COST-HEADING-LINE-2.
           PERFORM START-CAR-MASTER.
           PERFORM LIST-ONE-UNIT-COST
               UNTIL END-OF-UNITS.
           PERFORM PRINT-CONTROL-TOTALS.
           CLOSE CAR-MASTER-FILE.
           IF SERVICE-FILE-OK
               CLOSE SERVICE-FILE
           END-IF.
           IF INTERVAL-FILE-OK
               CLOSE INTERVAL-FILE
           END-IF.
           CLOSE SERVICE-DUE-REPORT.
           STOP RUN.

       START-CAR-MASTER.
           MOVE "N" TO EOF-FLAG.
           MOVE ZERO TO CAR-UNIT-NUMBER.
           START CAR-MASTER-FILE KEY NOT LESS THAN CAR-UNIT-NUMBER
               INVALID KEY
                   MOVE "Y" TO EOF-FLAG
           END-START.
           PERFORM READ-CAR-MASTER.

       READ-CAR-MASTER.
           IF NOT END-OF-UNITS
               READ CAR-MASTER-FILE NEXT RECORD
                   AT END MOVE "Y" TO EOF-FLAG
               END-READ
           END-IF.

       CHECK-ONE-UNIT-DUE.
           IF UNIT-ACTIVE
               ADD 1 TO ACTIVE-UNITS
               PERFORM SUMMARIZE-UNIT-SERVICE
               PERFORM FIND-SERVICE-INTERVAL
               PERFORM FIGURE-DUE-STATUS
               IF DUE-STATUS NOT = SPACES
                   PERFORM WRITE-DUE-LINE
               END-IF
           END-IF.
           PERFORM READ-CAR-MASTER.

       SUMMARIZE-UNIT-SERVICE.
      * One walk of the unit's history gives the last preventive
      * service or inspection, the highest odometer reading of any
      * kind, and the year-to-date cost.
           MOVE "N" TO LAST-PM-FOUND-SW.
           MOVE ZERO TO LAST-PM-DATE.
           MOVE ZERO TO LAST-PM-ODOMETER.
           MOVE ZERO TO HIGH-ODOMETER.
           MOVE ZERO TO YTD-COST.
           MOVE ZERO TO YTD-SERVICES.
           MOVE "Y" TO SCAN-EOF-FLAG.
           IF SERVICE-FILE-OK
               MOVE "N" TO SCAN-EOF-FLAG
               MOVE CAR-UNIT-NUMBER TO SVC-UNIT-NUMBER
               MOVE ZERO TO SVC-DATE
               MOVE ZERO TO SVC-SEQ
               START SERVICE-FILE KEY NOT LESS THAN SVC-KEY
                   INVALID KEY
                       MOVE "Y" TO SCAN-EOF-FLAG
               END-START
           END-IF.
           PERFORM ADD-ONE-SERVICE WITH TEST BEFORE
               UNTIL END-OF-SCAN.

       ADD-ONE-SERVICE.
           READ SERVICE-FILE NEXT RECORD
               AT END MOVE "Y" TO SCAN-EOF-FLAG
           END-READ.
           IF NOT END-OF-SCAN
               IF SVC-UNIT-NUMBER NOT = CAR-UNIT-NUMBER
                   MOVE "Y" TO SCAN-EOF-FLAG
               ELSE
      * Keys run in date order, so the last preventive service seen
      * is the latest one.
                   IF SVC-PREVENTIVE OR SVC-INSPECTION
                       MOVE "Y" TO LAST-PM-FOUND-SW
                       MOVE SVC-DATE TO LAST-PM-DATE
                       MOVE SVC-ODOMETER-READING TO LAST-PM-ODOMETER
                   END-IF
                   IF SVC-ODOMETER-READING > HIGH-ODOMETER
                       MOVE SVC-ODOMETER-READING TO HIGH-ODOMETER
                   END-IF
                   IF SVC-DATE (1:4) = RUN-YEAR
                       ADD 1 TO YTD-SERVICES
                       ADD SVC-COST TO YTD-COST
                           ON SIZE ERROR
                               DISPLAY "WARNING: YTD-COST overflowed "
                                   "for unit " CAR-UNIT-NUMBER
                                   " - the report is not reliable."
                       END-ADD
                   END-IF
               END-IF
           END-IF.

       FIND-SERVICE-INTERVAL.
      * The unit's own engine first; failing that, the any-engine
      * default rows.
           MOVE "N" TO INTERVAL-FOUND-SW.
           MOVE ZERO TO INTERVAL-DAYS.
           MOVE ZERO TO INTERVAL-MILES.
           IF INTERVAL-FILE-OK
               MOVE CARM-ENGINE TO LOOKUP-ENGINE
               PERFORM LOOKUP-ENGINE-INTERVAL
               IF NOT INTERVAL-FOUND AND CARM-ENGINE NOT = SPACES
                   MOVE SPACES TO LOOKUP-ENGINE
                   PERFORM LOOKUP-ENGINE-INTERVAL
               END-IF
           END-IF.

       LOOKUP-ENGINE-INTERVAL.
      * Rows for one engine come back in towing-capacity order, so
      * the last one the unit meets is the one with the highest
      * minimum.
           MOVE "N" TO SCAN-EOF-FLAG.
           MOVE LOOKUP-ENGINE TO SVI-ENGINE.
           MOVE ZERO TO SVI-MIN-TOWING.
           START INTERVAL-FILE KEY NOT LESS THAN SVI-KEY
               INVALID KEY
                   MOVE "Y" TO SCAN-EOF-FLAG
           END-START.
           PERFORM TEST-ONE-INTERVAL WITH TEST BEFORE
               UNTIL END-OF-SCAN.

       TEST-ONE-INTERVAL.
           READ INTERVAL-FILE NEXT RECORD
               AT END MOVE "Y" TO SCAN-EOF-FLAG
           END-READ.
           IF NOT END-OF-SCAN
               IF SVI-ENGINE NOT = LOOKUP-ENGINE
                   OR SVI-MIN-TOWING > CARM-TOWING-CAPACITY
                   MOVE "Y" TO SCAN-EOF-FLAG
               ELSE
                   MOVE "Y" TO INTERVAL-FOUND-SW
                   MOVE SVI-DAYS TO INTERVAL-DAYS
                   MOVE SVI-MILES TO INTERVAL-MILES
               END-IF
           END-IF.

       FIGURE-DUE-STATUS.
      * Blank status means the unit is current and stays off the
      * due section.  A zero interval leaves that measure out.
           MOVE SPACES TO DUE-STATUS.
           MOVE ZERO TO DAYS-SINCE-PM.
           MOVE ZERO TO MILES-SINCE-PM.
           IF LAST-PM-FOUND
               CALL "DATEDAYS" USING LAST-PM-DATE DAY-NUMBER
                   DATE-STATUS
               IF DATE-OK AND RUN-DAY-NUMBER > DAY-NUMBER
                   COMPUTE DAYS-SINCE-PM = RUN-DAY-NUMBER - DAY-NUMBER
               END-IF
               IF HIGH-ODOMETER > LAST-PM-ODOMETER
                   COMPUTE MILES-SINCE-PM =
                       HIGH-ODOMETER - LAST-PM-ODOMETER
               END-IF
           END-IF.
           IF NOT LAST-PM-FOUND
               MOVE "NO PM" TO DUE-STATUS
               ADD 1 TO UNITS-UNSCHEDULED
           ELSE
               IF NOT INTERVAL-FOUND
                   MOVE "NO INTRVL" TO DUE-STATUS
                   ADD 1 TO UNITS-UNSCHEDULED
               ELSE
                   IF (INTERVAL-DAYS > ZERO
                       AND DAYS-SINCE-PM NOT < INTERVAL-DAYS)
                       OR (INTERVAL-MILES > ZERO
                       AND MILES-SINCE-PM NOT < INTERVAL-MILES)
                       MOVE "OVERDUE" TO DUE-STATUS
                       ADD 1 TO UNITS-OVERDUE
                   ELSE
                       IF (INTERVAL-DAYS > ZERO
                           AND DAYS-SINCE-PM + DUE-SOON-DAYS
                               NOT < INTERVAL-DAYS)
                           OR (INTERVAL-MILES > ZERO
                           AND MILES-SINCE-PM + DUE-SOON-MILES
                               NOT < INTERVAL-MILES)
                           MOVE "DUE" TO DUE-STATUS
                           ADD 1 TO UNITS-DUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       WRITE-DUE-LINE.
           MOVE CAR-UNIT-NUMBER TO DL-UNIT.
           MOVE CARM-MODEL TO DL-MODEL.
           MOVE CARM-ENGINE TO DL-ENGINE.
           IF LAST-PM-FOUND
               MOVE LAST-PM-DATE TO DL-LAST-PM
           ELSE
               MOVE "NONE" TO DL-LAST-PM
           END-IF.
           MOVE DAYS-SINCE-PM TO DL-DAYS.
           MOVE MILES-SINCE-PM TO DL-MILES.
           MOVE DUE-STATUS TO DL-STATUS.
           MOVE YTD-COST TO DL-YTD-COST.
           WRITE REPORT-LINE FROM DUE-LINE.

       LIST-ONE-UNIT-COST.
           IF UNIT-ACTIVE
               PERFORM SUMMARIZE-UNIT-SERVICE
               MOVE CAR-UNIT-NUMBER TO CL-UNIT
               MOVE CARM-MODEL TO CL-MODEL
               MOVE CARM-ENGINE TO CL-ENGINE
               MOVE CARM-OWNER-NAME TO CL-OWNER
               MOVE YTD-SERVICES TO CL-SERVICES
               MOVE YTD-COST TO CL-YTD-COST
               WRITE REPORT-LINE FROM COST-LINE
               ADD YTD-COST TO YTD-COST-TOTAL
                   ON SIZE ERROR
                       DISPLAY "WARNING: YTD-COST-TOTAL overflowed - "
                           "the fleet total is not reliable."
               END-ADD
           END-IF.
           PERFORM READ-CAR-MASTER.

       PRINT-CONTROL-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ACTIVE-UNITS TO TL-ACTIVE.
           WRITE REPORT-LINE FROM TOTAL-LINE-1.
           MOVE UNITS-OVERDUE TO TL-OVERDUE.
           WRITE REPORT-LINE FROM TOTAL-LINE-2.
           MOVE UNITS-DUE TO TL-DUE.
           WRITE REPORT-LINE FROM TOTAL-LINE-3.
           MOVE UNITS-UNSCHEDULED TO TL-UNSCHEDULED.
           WRITE REPORT-LINE FROM TOTAL-LINE-4.
           MOVE YTD-COST-TOTAL TO TL-YTD-COST.
           WRITE REPORT-LINE FROM TOTAL-LINE-5.

      ** add other procedures here
       END PROGRAM SVCDUE.

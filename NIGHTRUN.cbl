      *          file shows complete and picks up at the one that
      *          failed - the LAB03 checkpoint idea applied at the
      *          job level.  NIGHTRPT prints the night-status report
      *          the operators pull first thing.  Each step's
      *          elapsed seconds go on its run-control record too, so
      *          a step that is slowly taking over the night shows up
      *          before it runs into the morning.  ACCTSUMM runs ahead
      *          of the report steps and builds the account summary
      *          they read in place of the student master.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           02  RC-END-TIME     PIC 9(8).
           02 FILLER           PIC X(1).
           02  RC-RETURN-CODE  PIC 9(4).
           02 FILLER           PIC X(1).
           02  RC-ELAPSED-SECONDS PIC 9(7).

       WORKING-STORAGE SECTION.
      *-----------------------
       01  LOCK-OPERATOR PIC X(4) VALUE SPACES.
       01  LOCK-RESULT PIC X(1).
       01  LOCK-HOLDER PIC X(4).
      * Day numbers from DATEDAYS, so a step that runs past midnight
      * still times correctly.
       01  DATE-TO-CONVERT PIC 9(8).
       01  DAY-NUMBER PIC 9(7).
       01  DATE-STATUS PIC X(1).
           88 DATE-OK VALUE "0".
       01  START-DAY-NUMBER PIC 9(7).
       01  START-SECONDS PIC 9(5).
       01  END-SECONDS PIC 9(5).
       01  ELAPSED-SECONDS PIC S9(9).
       01  TIME-OF-DAY.
           05 TIME-HH PIC 9(2).
           05 TIME-MM PIC 9(2).
           05 TIME-SS PIC 9(2).
           05 TIME-HS PIC 9(2).

      * The night's fixed step order - the same sequence the old
      * BATCHRUN job documented, one entry per step program.
           05 FILLER PIC X(8) VALUE "LAB03   ".
           05 FILLER PIC X(8) VALUE "LOCKBOX ".
           05 FILLER PIC X(8) VALUE "STUDPOST".
           05 FILLER PIC X(8) VALUE "HOLDUPD ".
           05 FILLER PIC X(8) VALUE "REFNDEXT".
           05 FILLER PIC X(8) VALUE "AUDRECON".
           05 FILLER PIC X(8) VALUE "ACCTSUMM".
           05 FILLER PIC X(8) VALUE "STUDRPT ".
           05 FILLER PIC X(8) VALUE "STUDSTMT".
           05 FILLER PIC X(8) VALUE "MAILXTR ".
           05 FILLER PIC X(8) VALUE "PLANDELQ".
           05 FILLER PIC X(8) VALUE "BANKRECN".
           05 FILLER PIC X(8) VALUE "GLEXTR  ".
           05 FILLER PIC X(8) VALUE "RECVROLL".
           05 FILLER PIC X(8) VALUE "STUDCARX".
           05 FILLER PIC X(8) VALUE "PENDRPT ".
       01  STEP-TABLE-R REDEFINES STEP-TABLE.
           05 STEP-ENTRY OCCURS 19 TIMES.
               10 TBL-STEP-PROGRAM PIC X(8).
       01  STEP-COUNT PIC 9(2) VALUE 19.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           MOVE ZERO TO RC-END-DATE.
           MOVE ZERO TO RC-END-TIME.
           MOVE ZERO TO RC-RETURN-CODE.
           MOVE ZERO TO RC-ELAPSED-SECONDS.
           IF RECORD-FOUND
               REWRITE RUN-CONTROL-RECORD
                   INVALID KEY
               ACCEPT RC-END-DATE FROM DATE YYYYMMDD
               ACCEPT RC-END-TIME FROM TIME
               MOVE STEP-RC TO RC-RETURN-CODE
               PERFORM COMPUTE-STEP-ELAPSED
               IF STEP-RC = ZERO
                   SET RC-COMPLETE TO TRUE
               ELSE
               END-REWRITE
           END-IF.

       COMPUTE-STEP-ELAPSED.
      * Whole seconds from the start stamp to the end stamp - the
      * hundredths ACCEPT FROM TIME carries are dropped.  A stamp
      * DATEDAYS cannot convert, or a clock set back under a step,
      * records zero rather than a nonsense figure.
           MOVE ZERO TO RC-ELAPSED-SECONDS.
           MOVE RC-START-DATE TO DATE-TO-CONVERT.
           CALL "DATEDAYS" USING DATE-TO-CONVERT DAY-NUMBER
               DATE-STATUS.
           IF DATE-OK
               MOVE DAY-NUMBER TO START-DAY-NUMBER
               MOVE RC-END-DATE TO DATE-TO-CONVERT
               CALL "DATEDAYS" USING DATE-TO-CONVERT DAY-NUMBER
                   DATE-STATUS
           END-IF.
           IF DATE-OK
               MOVE RC-START-TIME TO TIME-OF-DAY
               COMPUTE START-SECONDS
                   = TIME-HH * 3600 + TIME-MM * 60 + TIME-SS
               MOVE RC-END-TIME TO TIME-OF-DAY
               COMPUTE END-SECONDS
                   = TIME-HH * 3600 + TIME-MM * 60 + TIME-SS
               COMPUTE ELAPSED-SECONDS
                   = (DAY-NUMBER - START-DAY-NUMBER) * 86400
                   + END-SECONDS - START-SECONDS
               IF ELAPSED-SECONDS > ZERO
                   AND ELAPSED-SECONDS NOT > 9999999
                   MOVE ELAPSED-SECONDS TO RC-ELAPSED-SECONDS
               END-IF
           END-IF.

      ** add other procedures here
       END PROGRAM NIGHTRUN.

      *          optional term, lists the archived payments and
      *          reversals in term and sequence order the way a
      *          STUDSTMT page would have shown them, and totals the
      *          payments net of reversals.  The term's archived
      *          itemized charges are listed too, by charge code,
      *          and its aid awards by fund code with what they
      *          disbursed, without counting toward the net paid.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           02  HIST-RECORD-TYPE     PIC X(1).
               88 HIST-PAYMENT  VALUE "2".
               88 HIST-REVERSAL VALUE "4".
               88 HIST-AID      VALUE "9".
               88 HIST-CHARGE   VALUE "A".
           02 FILLER                PIC X(1).
           02  HIST-DATE            PIC 9(8).
           02 FILLER                PIC X(1).
           02  HIST-OPERATOR-ID     PIC X(4).
           02 FILLER                PIC X(1).
           02  HIST-SOURCE-FLAG     PIC X(1).
           02  HIST-CHARGE-CODE     PIC X(4).
           02 FILLER                PIC X(34).

       WORKING-STORAGE SECTION.
      *-----------------------
           MOVE HIST-SEQ TO HL-SEQ.
           MOVE HIST-DATE TO HL-DATE.
           MOVE HIST-AMOUNT TO HL-AMOUNT.
      * An archived charge or aid award is listed with its code for
      * context but is not money the student paid, so it leaves the
      * net alone.
           IF HIST-PAYMENT
               MOVE "PAYMENT" TO HL-TYPE
               ADD HIST-AMOUNT TO NET-PAID
           ELSE
               IF HIST-CHARGE
                   MOVE "CHG " TO HL-TYPE
                   MOVE HIST-CHARGE-CODE TO HL-TYPE (5:4)
               ELSE
                   IF HIST-AID
                       MOVE "AID " TO HL-TYPE
                       MOVE HIST-CHARGE-CODE TO HL-TYPE (5:4)
                   ELSE
                       MOVE "REVERSAL" TO HL-TYPE
                       SUBTRACT HIST-AMOUNT FROM NET-PAID
                   END-IF
               END-IF
           END-IF.
           MOVE HIST-OPERATOR-ID TO HL-OPERATOR.
           DISPLAY HISTORY-LINE.

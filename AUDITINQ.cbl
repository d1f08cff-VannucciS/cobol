               88 AUDIT-REVERSAL   VALUE "R".
               88 AUDIT-SPONSOR-PAYMENT  VALUE "S".
               88 AUDIT-SPONSOR-REVERSAL VALUE "T".
               88 AUDIT-WITHDRAWAL VALUE "W".
               88 AUDIT-AID-DISBURSEMENT VALUE "D".
               88 AUDIT-MERGE      VALUE "M".
           02 FILLER           PIC X(1) VALUE " ".
           02 AUDIT-STUDENTNUMBER PIC 9(7).
           02 FILLER           PIC X(1) VALUE " ".

       GET-ENTRY-TYPE-FILTER.
           MOVE "Y" TO TYPE-FILTER-OK-SW.
           DISPLAY "Entry type E/P/R/S/T/W/D/M (blank for all): "
           ACCEPT SELECT-ENTRY-TYPE.
           IF SELECT-ENTRY-TYPE = "e"
               MOVE "E" TO SELECT-ENTRY-TYPE
           IF SELECT-ENTRY-TYPE = "t"
               MOVE "T" TO SELECT-ENTRY-TYPE
           END-IF.
           IF SELECT-ENTRY-TYPE = "w"
               MOVE "W" TO SELECT-ENTRY-TYPE
           END-IF.
           IF SELECT-ENTRY-TYPE = "d"
               MOVE "D" TO SELECT-ENTRY-TYPE
           END-IF.
           IF SELECT-ENTRY-TYPE = "m"
               MOVE "M" TO SELECT-ENTRY-TYPE
           END-IF.
           IF SELECT-ENTRY-TYPE NOT = "E"
               AND SELECT-ENTRY-TYPE NOT = "P"
               AND SELECT-ENTRY-TYPE NOT = "R"
               AND SELECT-ENTRY-TYPE NOT = "S"
               AND SELECT-ENTRY-TYPE NOT = "T"
               AND SELECT-ENTRY-TYPE NOT = "W"
               AND SELECT-ENTRY-TYPE NOT = "D"
               AND SELECT-ENTRY-TYPE NOT = "M"
               AND SELECT-ENTRY-TYPE NOT = SPACE
               DISPLAY "Entry type must be E, P, R, S, T, W, D, "
                   "M, or blank."
               MOVE "N" TO TYPE-FILTER-OK-SW
           END-IF.


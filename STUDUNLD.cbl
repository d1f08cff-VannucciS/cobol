               88 CREDIT-RECORD     VALUE "6".
               88 COLLECTION-RECORD VALUE "7".
               88 SPONSOR-RECORD    VALUE "8".
               88 AID-AWARD-RECORD  VALUE "9".
               88 CHARGE-RECORD     VALUE "A".
               88 KNOWN-RECORD-TYPE VALUES "1" "2" "3" "4" "5" "6"
                                           "7" "8" "9" "A".
           02 FILLER   PIC A(1) VALUE " ".
           02  TUITIONOWED     PIC 9(5).
           02 FILLER   PIC A(1) VALUE " ".

               88  MJ-CHANGE-ACTION         VALUE "C".
               88  MJ-DELETE-ACTION         VALUE "D".
           02  MJ-STUDENTID         PIC 9(8).
           02  MJ-BEFORE-IMAGE      PIC X(111).
           02  MJ-AFTER-IMAGE       PIC X(111).

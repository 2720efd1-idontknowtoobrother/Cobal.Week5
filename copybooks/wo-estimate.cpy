       01  WO-ESTIMATE-REC.
           05 EST-WO-NUMBER    PIC 9(6).
           05 FILLER           PIC X VALUE SPACE.
           05 EST-VENDOR-ID    PIC X(6).
           05 FILLER           PIC X VALUE SPACE.
           05 EST-AMOUNT       PIC 9(7)V9(2).
           05 FILLER           PIC X VALUE SPACE.
           05 EST-DATE         PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 EST-OPERATOR     PIC X(8).

       01  WO-STD-REC.
           05 WST-TYPE         PIC X(4).
           05 FILLER           PIC X VALUE SPACE.
           05 WST-HOURS        PIC 9(3)V9(1).
           05 FILLER           PIC X VALUE SPACE.
           05 WST-PRIORITY     PIC 9.
           05 FILLER           PIC X VALUE SPACE.
           05 WST-DUE-DAYS     PIC 9(3).

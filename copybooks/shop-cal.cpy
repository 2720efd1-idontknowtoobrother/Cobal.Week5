       01  SHOP-CAL-REC.
           05 SCL-DATE         PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 SCL-BAYS         PIC 9(2).
           05 FILLER           PIC X VALUE SPACE.
           05 SCL-BAY-HOURS    PIC 9(2)V9(1).
           05 FILLER           PIC X VALUE SPACE.
           05 SCL-TECH-HOURS   PIC 9(3)V9(1).

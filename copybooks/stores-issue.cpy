       01  STORES-ISSUE-REC.
           05 ISS-WO-NUMBER    PIC 9(6).
           05 FILLER           PIC X VALUE SPACE.
           05 ISS-PART-NO      PIC X(10).
           05 FILLER           PIC X VALUE SPACE.
           05 ISS-QTY          PIC 9(5).
           05 FILLER           PIC X VALUE SPACE.
           05 ISS-UNIT-COST    PIC 9(5)V9(2).
           05 FILLER           PIC X VALUE SPACE.
           05 ISS-EXT-COST     PIC 9(7)V9(2).
           05 FILLER           PIC X VALUE SPACE.
           05 ISS-DATE         PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 ISS-OPERATOR     PIC X(8).

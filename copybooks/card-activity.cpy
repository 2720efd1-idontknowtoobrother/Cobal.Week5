       01  CARD-ACTIVITY-REC.
           05 CAC-CARD-NO      PIC X(16).
           05 FILLER           PIC X VALUE SPACE.
           05 CAC-DATE         PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 CAC-GALLONS      PIC 9(4)V9(2).
           05 FILLER           PIC X VALUE SPACE.
           05 CAC-AMOUNT       PIC 9(5)V9(2).
           05 FILLER           PIC X VALUE SPACE.
           05 CAC-SOURCE       PIC X(12).

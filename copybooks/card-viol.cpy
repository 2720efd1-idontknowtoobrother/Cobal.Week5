       01  CARD-VIOL-REC.
           05 CVL-SOURCE       PIC X(12).
           05 FILLER           PIC X VALUE SPACE.
           05 CVL-CARD-NO      PIC X(16).
           05 FILLER           PIC X VALUE SPACE.
           05 CVL-VEH-ID       PIC X(6).
           05 FILLER           PIC X VALUE SPACE.
           05 CVL-DATE         PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 CVL-JURIS        PIC X(2).
           05 FILLER           PIC X VALUE SPACE.
           05 CVL-GALLONS      PIC 9(4)V9(2).
           05 FILLER           PIC X VALUE SPACE.
           05 CVL-AMOUNT       PIC 9(5)V9(2).
           05 FILLER           PIC X VALUE SPACE.
           05 CVL-DAY-AMOUNT   PIC 9(6)V9(2).
           05 FILLER           PIC X VALUE SPACE.
           05 CVL-DAY-FILLS    PIC 9(3).
           05 FILLER           PIC X VALUE SPACE.
           05 CVL-GALLONS-SW   PIC X.
              88 CVL-OVER-GALLONS VALUE "Y".
           05 CVL-DAY-AMT-SW   PIC X.
              88 CVL-OVER-DAY-AMT VALUE "Y".
           05 CVL-FILLS-SW     PIC X.
              88 CVL-OVER-FILLS   VALUE "Y".
           05 CVL-JURIS-SW     PIC X.
              88 CVL-BAD-JURIS    VALUE "Y".
           05 FILLER           PIC X VALUE SPACE.
           05 CVL-LOG-DATE     PIC 9(8).

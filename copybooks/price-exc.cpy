       01  PRICE-EXC-REC.
           05 PXC-SOURCE       PIC X(12).
           05 FILLER           PIC X VALUE SPACE.
           05 PXC-VEH-ID       PIC X(6).
           05 FILLER           PIC X VALUE SPACE.
           05 PXC-DATE         PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 PXC-CARD-NO      PIC X(16).
           05 FILLER           PIC X VALUE SPACE.
           05 PXC-JURIS        PIC X(2).
           05 FILLER           PIC X VALUE SPACE.
           05 PXC-GALLONS      PIC 9(4)V9(2).
           05 FILLER           PIC X VALUE SPACE.
           05 PXC-AMOUNT       PIC 9(5)V9(2).
           05 FILLER           PIC X VALUE SPACE.
           05 PXC-PRICE        PIC 9(3)V9(3).
           05 FILLER           PIC X VALUE SPACE.
           05 PXC-INDEX-PRICE  PIC 9(2)V9(3).
           05 FILLER           PIC X VALUE SPACE.
           05 PXC-OVERPAY      PIC 9(5)V9(2).
           05 FILLER           PIC X VALUE SPACE.
           05 PXC-DIRECTION    PIC X.
              88 PXC-ABOVE-BAND   VALUE "H".
              88 PXC-BELOW-BAND   VALUE "L".
           05 FILLER           PIC X VALUE SPACE.
           05 PXC-LOG-DATE     PIC 9(8).

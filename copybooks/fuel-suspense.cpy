       01  FUEL-SUSP-REC.
           05 FSP-KEY.
              10 FSP-VEH-ID    PIC X(6).
              10 FSP-DATE      PIC 9(8).
              10 FSP-SEQ       PIC 9(3).
           05 FILLER           PIC X VALUE SPACE.
           05 FSP-GALLONS      PIC 9(4)V9(2).
           05 FILLER           PIC X VALUE SPACE.
           05 FSP-CARD-NO      PIC X(16).
           05 FILLER           PIC X VALUE SPACE.
           05 FSP-JURIS        PIC X(2).
           05 FILLER           PIC X VALUE SPACE.
           05 FSP-FUEL-TYPE    PIC X.

       01  LOAN-REQUEST-REC.
           05 LNR-LOAN-ID      PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 LNR-PRINCIPAL    PIC 9(7)V9(2).
           05 FILLER           PIC X VALUE SPACE.
           05 LNR-ANNUAL-RATE  PIC 9(2)V9(4).
           05 FILLER           PIC X VALUE SPACE.
           05 LNR-TERM         PIC 9(3).
           05 FILLER           PIC X VALUE SPACE.
           05 LNR-FIRST-DATE   PIC 9(8).

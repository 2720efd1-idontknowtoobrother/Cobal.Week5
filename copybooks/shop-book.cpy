       01  SHOP-BOOK-REC.
           05 SBK-WO-NUMBER    PIC 9(6).
           05 FILLER           PIC X VALUE SPACE.
           05 SBK-VEH-ID       PIC X(6).
           05 FILLER           PIC X VALUE SPACE.
           05 SBK-WO-TYPE      PIC X(4).
           05 FILLER           PIC X VALUE SPACE.
           05 SBK-BAY          PIC 9(2).
           05 FILLER           PIC X VALUE SPACE.
           05 SBK-FROM-DATE    PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 SBK-TO-DATE      PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 SBK-HOURS        PIC 9(3)V9(1).
           05 FILLER           PIC X VALUE SPACE.
           05 SBK-STATUS       PIC X.
              88 SBK-BOOKED       VALUE "B".
              88 SBK-RELEASED     VALUE "R".
              88 SBK-MISSED       VALUE "M".
           05 FILLER           PIC X VALUE SPACE.
           05 SBK-BOOKED-DATE  PIC 9(8).

       01  TELEM-TRIP-REC.
           05 TRP-VEH-ID       PIC X(6).
           05 FILLER           PIC X VALUE SPACE.
           05 TRP-START-DATE   PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 TRP-START-TIME   PIC 9(4).
           05 FILLER           PIC X VALUE SPACE.
           05 TRP-END-DATE     PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 TRP-END-TIME     PIC 9(4).
           05 FILLER           PIC X VALUE SPACE.
           05 TRP-MILES        PIC 9(4)V9(1).

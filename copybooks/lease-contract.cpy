       01  LEASE-CONTRACT-REC.
           05 LSE-VEH-ID       PIC X(6).
           05 FILLER           PIC X VALUE SPACE.
           05 LSE-LESSOR       PIC X(20).
           05 FILLER           PIC X VALUE SPACE.
           05 LSE-START-DATE   PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 LSE-END-DATE     PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 LSE-MONTHLY-PMT  PIC 9(5)V9(2).
           05 FILLER           PIC X VALUE SPACE.
           05 LSE-MILE-ALLOW   PIC 9(7).
           05 FILLER           PIC X VALUE SPACE.
           05 LSE-EXCESS-RATE  PIC 9(1)V9(3).

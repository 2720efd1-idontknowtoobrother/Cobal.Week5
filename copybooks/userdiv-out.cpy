           05 OUT-REMAINDER    PIC S9(5)V9(2) SIGN LEADING SEPARATE.
           05 OUT-RUN-NO       PIC 9(6).
           05 OUT-SOURCE       PIC X(3).
           05 OUT-CURRENCY     PIC X(3).
           05 OUT-ORIG-NUM1    PIC S9(5)V9(2) SIGN LEADING SEPARATE.
           05 OUT-ORIG-NUM2    PIC S9(5)V9(2) SIGN LEADING SEPARATE.
           05 OUT-FX-RATE      PIC 9(4)V9(6).

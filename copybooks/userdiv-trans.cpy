           05 TR-NUM2          PIC S9(5)V9(2) SIGN LEADING SEPARATE.
           05 TR-OP            PIC X.
           05 TR-SOURCE        PIC X(3).
           05 TR-CURRENCY      PIC X(3).

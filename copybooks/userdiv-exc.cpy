           05 EXC-STATUS       PIC X.
           05 FILLER           PIC X VALUE SPACE.
           05 EXC-OPERATOR     PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 EXC-CURRENCY     PIC X(3).

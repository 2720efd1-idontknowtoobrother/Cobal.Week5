           05 AUD-RUN-NO       PIC 9(6).
           05 FILLER           PIC X VALUE SPACE.
           05 AUD-OPERATOR     PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 AUD-CURRENCY     PIC X(3).
           05 FILLER           PIC X VALUE SPACE.
           05 AUD-ORIG-NUM1    PIC S9(5)V9(2) SIGN LEADING SEPARATE.
           05 FILLER           PIC X VALUE SPACE.
           05 AUD-ORIG-NUM2    PIC S9(5)V9(2) SIGN LEADING SEPARATE.
           05 FILLER           PIC X VALUE SPACE.
           05 AUD-FX-RATE      PIC 9(4)V9(6).
           05 FILLER           PIC X VALUE SPACE.
           05 AUD-SOURCE       PIC X(3).
           05 FILLER           PIC X VALUE SPACE.
           05 AUD-OP           PIC X.
           05 FILLER           PIC X VALUE SPACE.
           05 AUD-DIV-CODE     PIC X(3).

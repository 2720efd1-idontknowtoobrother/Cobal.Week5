       01  FUEL-PRICE-REC.
           05 FPI-JURIS        PIC X(2).
           05 FILLER           PIC X VALUE SPACE.
           05 FPI-WEEK-START   PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 FPI-PRICE        PIC 9(2)V9(3).
           05 FILLER           PIC X VALUE SPACE.
           05 FPI-TOL-PCT      PIC 9(2)V9(1).

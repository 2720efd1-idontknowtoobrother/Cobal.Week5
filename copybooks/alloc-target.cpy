       01  ALLOC-TARGET-REC.
           05 ALT-CC           PIC X(4).
           05 FILLER           PIC X VALUE SPACE.
           05 ALT-WEIGHT       PIC 9(7)V9(2).

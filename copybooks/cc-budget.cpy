       01  CC-BUDGET-REC.
           05 BUD-CC           PIC X(4).
           05 FILLER           PIC X VALUE SPACE.
           05 BUD-YEAR         PIC 9(4).
           05 FILLER           PIC X VALUE SPACE.
           05 BUD-MONTH        PIC 9(2).
           05 FILLER           PIC X VALUE SPACE.
           05 BUD-MILEAGE      PIC 9(7)V9(2).
           05 FILLER           PIC X VALUE SPACE.
           05 BUD-FUEL         PIC 9(7)V9(2).
           05 FILLER           PIC X VALUE SPACE.
           05 BUD-MAINT        PIC 9(7)V9(2).
           05 FILLER           PIC X VALUE SPACE.
           05 BUD-TOL-PCT      PIC 9(2)V9(1).

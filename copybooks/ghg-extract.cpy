       01  GHG-EXTRACT-REC.
           05 GHX-PERIOD       PIC 9(6).
           05 FILLER           PIC X VALUE SPACE.
           05 GHX-VEH-ID       PIC X(6).
           05 FILLER           PIC X VALUE SPACE.
           05 GHX-CLASS        PIC X(2).
           05 FILLER           PIC X VALUE SPACE.
           05 GHX-COST-CENTER  PIC X(4).
           05 FILLER           PIC X VALUE SPACE.
           05 GHX-GALLONS      PIC 9(6)V9(2).
           05 FILLER           PIC X VALUE SPACE.
           05 GHX-KG-CO2E      PIC 9(8)V9(2).
           05 FILLER           PIC X VALUE SPACE.
           05 GHX-MILES        PIC 9(7).

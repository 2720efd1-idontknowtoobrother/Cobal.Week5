       01  VEH-CLASS-REC.
           05 VCL-CLASS        PIC X(2).
           05 FILLER           PIC X VALUE SPACE.
           05 VCL-DESC         PIC X(20).
           05 FILLER           PIC X VALUE SPACE.
           05 VCL-MPG-LOW      PIC 9(3)V9(1).
           05 FILLER           PIC X VALUE SPACE.
           05 VCL-MPG-HIGH     PIC 9(3)V9(1).
           05 FILLER           PIC X VALUE SPACE.
           05 VCL-MAX-MILEAGE  PIC 9(6).
           05 FILLER           PIC X VALUE SPACE.
           05 VCL-UTIL-FLOOR   PIC 9(6).
           05 FILLER           PIC X VALUE SPACE.
           05 VCL-OIL-MILES    PIC 9(6).
           05 FILLER           PIC X VALUE SPACE.
           05 VCL-INSP-MONTHS  PIC 9(3).

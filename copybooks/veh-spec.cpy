       01  VEH-SPEC-REC.
           05 VSP-VEH-ID       PIC X(6).
           05 FILLER           PIC X VALUE SPACE.
           05 VSP-VIN          PIC X(17).
           05 FILLER           PIC X VALUE SPACE.
           05 VSP-MAKE         PIC X(12).
           05 FILLER           PIC X VALUE SPACE.
           05 VSP-MODEL        PIC X(12).
           05 FILLER           PIC X VALUE SPACE.
           05 VSP-MODEL-YEAR   PIC 9(4).

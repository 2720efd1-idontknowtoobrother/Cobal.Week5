       01  ONCALL-CTL-REC.
           05 OCC-DAY-START    PIC 9(4).
           05 FILLER           PIC X VALUE SPACE.
           05 OCC-NIGHT-START  PIC 9(4).
           05 FILLER           PIC X VALUE SPACE.
           05 OCC-CRIT-WINDOW  PIC 9(3).
           05 FILLER           PIC X VALUE SPACE.
           05 OCC-WARN-WINDOW  PIC 9(3).

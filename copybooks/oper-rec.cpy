           05 FILLER           PIC X VALUE SPACE.
           05 OPR-LOCK         PIC X.
              88 OPR-LOCKED       VALUE "L".
           05 FILLER           PIC X VALUE SPACE.
           05 OPR-ROLE         PIC X(4).

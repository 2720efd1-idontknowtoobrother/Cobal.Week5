           05 DRV-STATUS       PIC X.
              88 DRV-ACTIVE       VALUE "A", SPACE.
              88 DRV-INACTIVE     VALUE "I".
           05 FILLER           PIC X VALUE SPACE.
           05 DRV-DEPT-CC      PIC X(4).

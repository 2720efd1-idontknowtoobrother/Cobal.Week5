       01  FX-RATE-REC.
           05 FXR-CURRENCY     PIC X(3).
           05 FXR-EFF-DATE     PIC 9(8).
           05 FXR-RATE         PIC 9(4)V9(6).

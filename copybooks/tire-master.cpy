       01  TIRE-REC.
           05 TIR-SERIAL       PIC X(12).
           05 FILLER           PIC X VALUE SPACE.
           05 TIR-SIZE         PIC X(12).
           05 FILLER           PIC X VALUE SPACE.
           05 TIR-BRAND        PIC X(12).
           05 FILLER           PIC X VALUE SPACE.
           05 TIR-STATUS       PIC X.
              88 TIR-IN-STOCK     VALUE "S".
              88 TIR-MOUNTED      VALUE "M".
              88 TIR-SCRAPPED     VALUE "X".
           05 FILLER           PIC X VALUE SPACE.
           05 TIR-VEH-ID       PIC X(6).
           05 FILLER           PIC X VALUE SPACE.
           05 TIR-POSITION     PIC X(4).
           05 FILLER           PIC X VALUE SPACE.
           05 TIR-MOUNT-ODOM   PIC 9(6).
           05 FILLER           PIC X VALUE SPACE.
           05 TIR-ROTATE-ODOM  PIC 9(6).
           05 FILLER           PIC X VALUE SPACE.
           05 TIR-TREAD        PIC 9(2).
           05 FILLER           PIC X VALUE SPACE.
           05 TIR-TREAD-DATE   PIC 9(8).

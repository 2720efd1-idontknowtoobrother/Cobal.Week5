       01  TIRE-TRANS-REC.
           05 TTR-SERIAL       PIC X(12).
           05 FILLER           PIC X VALUE SPACE.
           05 TTR-TYPE         PIC X.
              88 TTR-RECEIVED     VALUE "A".
              88 TTR-MOUNT        VALUE "M".
              88 TTR-ROTATE       VALUE "R".
              88 TTR-SCRAP        VALUE "S".
              88 TTR-TREAD-READ   VALUE "T".
           05 FILLER           PIC X VALUE SPACE.
           05 TTR-VEH-ID       PIC X(6).
           05 FILLER           PIC X VALUE SPACE.
           05 TTR-FROM-POS     PIC X(4).
           05 FILLER           PIC X VALUE SPACE.
           05 TTR-TO-POS       PIC X(4).
           05 FILLER           PIC X VALUE SPACE.
           05 TTR-ODOM         PIC 9(6).
           05 FILLER           PIC X VALUE SPACE.
           05 TTR-TREAD        PIC 9(2).
           05 FILLER           PIC X VALUE SPACE.
           05 TTR-DATE         PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 TTR-OPERATOR     PIC X(8).

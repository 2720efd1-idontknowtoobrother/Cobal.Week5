       01  PART-MASTER-REC.
           05 PRT-NUMBER       PIC X(10).
           05 FILLER           PIC X VALUE SPACE.
           05 PRT-DESC         PIC X(20).
           05 FILLER           PIC X VALUE SPACE.
           05 PRT-BIN          PIC X(6).
           05 FILLER           PIC X VALUE SPACE.
           05 PRT-ON-HAND      PIC 9(5).
           05 FILLER           PIC X VALUE SPACE.
           05 PRT-UNIT-COST    PIC 9(5)V9(2).
           05 FILLER           PIC X VALUE SPACE.
           05 PRT-REORDER-PT   PIC 9(5).
           05 FILLER           PIC X VALUE SPACE.
           05 PRT-REORDER-QTY  PIC 9(5).

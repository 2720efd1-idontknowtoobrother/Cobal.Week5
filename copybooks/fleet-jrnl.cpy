       01  FLEET-JRNL-REC.
           05 FJL-REC-TYPE     PIC X.
           05 FILLER           PIC X VALUE SPACE.
           05 FJL-ACCOUNT      PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 FJL-DRCR         PIC X(2).
           05 FILLER           PIC X VALUE SPACE.
           05 FJL-AMOUNT       PIC 9(9)V9(2).
           05 FILLER           PIC X VALUE SPACE.
           05 FJL-PERIOD       PIC 9(6).
           05 FILLER           PIC X VALUE SPACE.
           05 FJL-CC           PIC X(4).
           05 FILLER           PIC X VALUE SPACE.
           05 FJL-CHG-TYPE     PIC X(4).
           05 FILLER           PIC X VALUE SPACE.
           05 FJL-DESC         PIC X(20).

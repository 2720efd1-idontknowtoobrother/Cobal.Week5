       01  GL-EXTRACT-REC.
           05 GLX-ACCOUNT      PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 GLX-DRCR         PIC X(2).
           05 FILLER           PIC X VALUE SPACE.
           05 GLX-AMOUNT       PIC 9(9)V9(2).
           05 FILLER           PIC X VALUE SPACE.
           05 GLX-DATE         PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 GLX-DESC         PIC X(20).
           05 FILLER           PIC X VALUE SPACE.
           05 GLX-CHG-TYPE     PIC X(4).

       01  EMIS-FACTOR-REC.
           05 EMF-FUEL-TYPE    PIC X.
           05 FILLER           PIC X VALUE SPACE.
           05 EMF-CLASS        PIC X(2).
           05 FILLER           PIC X VALUE SPACE.
           05 EMF-KG-PER-GAL   PIC 9(3)V9(4).

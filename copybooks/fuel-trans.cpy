           05 FL-CARD-NO       PIC X(16).
           05 FILLER           PIC X VALUE SPACE.
           05 FL-JURIS         PIC X(2).
           05 FILLER           PIC X VALUE SPACE.
           05 FL-FUEL-TYPE     PIC X.

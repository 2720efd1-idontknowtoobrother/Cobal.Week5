       01  GL-MAP-REC.
           05 GLM-CC           PIC X(4).
           05 FILLER           PIC X VALUE SPACE.
           05 GLM-CHG-TYPE     PIC X(4).
           05 FILLER           PIC X VALUE SPACE.
           05 GLM-ACCOUNT      PIC X(8).

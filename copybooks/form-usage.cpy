       01  FORM-USAGE-REC.
           05 FUS-SERIES       PIC X(10).
           05 FILLER           PIC X VALUE SPACE.
           05 FUS-FROM         PIC 9(6).
           05 FILLER           PIC X VALUE SPACE.
           05 FUS-TO           PIC 9(6).
           05 FILLER           PIC X VALUE SPACE.
           05 FUS-DISPOSITION  PIC X.
              88 FUS-USED         VALUE "U".
              88 FUS-RETURNED     VALUE "R".
           05 FILLER           PIC X VALUE SPACE.
           05 FUS-DEPT         PIC X(4).
           05 FILLER           PIC X VALUE SPACE.
           05 FUS-DATE         PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 FUS-OPERATOR     PIC X(8).

       01  SEC-FUNC-REC.
           05 FNC-PROGRAM      PIC X(12).
           05 FILLER           PIC X VALUE SPACE.
           05 FNC-OPTION       PIC 99.
           05 FILLER           PIC X VALUE SPACE.
           05 FNC-FUNCTION     PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 FNC-DESC         PIC X(40).

       01  FORM-RANGE-REC.
           05 FRG-SERIES       PIC X(10).
           05 FILLER           PIC X VALUE SPACE.
           05 FRG-FROM         PIC 9(6).
           05 FILLER           PIC X VALUE SPACE.
           05 FRG-TO           PIC 9(6).
           05 FILLER           PIC X VALUE SPACE.
           05 FRG-DEPT         PIC X(4).
           05 FILLER           PIC X VALUE SPACE.
           05 FRG-RECEIVED-BY  PIC X(20).
           05 FILLER           PIC X VALUE SPACE.
           05 FRG-ISSUE-DATE   PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 FRG-ISSUED-BY    PIC X(8).

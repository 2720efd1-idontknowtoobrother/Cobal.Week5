       01  PAGING-REC.
           05 PGX-INC-NUMBER   PIC 9(6).
           05 FILLER           PIC X VALUE SPACE.
           05 PGX-SEVERITY     PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 PGX-PROGRAM      PIC X(12).
           05 FILLER           PIC X VALUE SPACE.
           05 PGX-CALL-OPER    PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 PGX-CALL-NAME    PIC X(20).
           05 FILLER           PIC X VALUE SPACE.
           05 PGX-LEVEL        PIC X(7).
           05 FILLER           PIC X VALUE SPACE.
           05 PGX-WAIT-MINS    PIC 9(5).
           05 FILLER           PIC X VALUE SPACE.
           05 PGX-REASON       PIC X(9).

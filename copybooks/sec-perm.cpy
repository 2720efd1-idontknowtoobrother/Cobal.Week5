       01  SEC-PERM-REC.
           05 PRM-ROLE         PIC X(4).
           05 FILLER           PIC X VALUE SPACE.
           05 PRM-PROGRAM      PIC X(12).
           05 FILLER           PIC X VALUE SPACE.
           05 PRM-FUNCTION     PIC X(8).

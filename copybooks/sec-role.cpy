       01  SEC-ROLE-REC.
           05 ROL-CODE         PIC X(4).
           05 FILLER           PIC X VALUE SPACE.
           05 ROL-NAME         PIC X(30).

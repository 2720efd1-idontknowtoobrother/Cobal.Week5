       01  ALERT-MAIL-REC.
           05 AMX-RECIPIENT    PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 AMX-NUMBER       PIC 9(6).
           05 FILLER           PIC X VALUE SPACE.
           05 AMX-TYPE         PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 AMX-SUBJECT      PIC X(12).
           05 FILLER           PIC X VALUE SPACE.
           05 AMX-SEVERITY     PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 AMX-RAISED-DATE  PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 AMX-TEXT         PIC X(40).

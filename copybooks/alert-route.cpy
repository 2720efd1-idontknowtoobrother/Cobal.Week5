       01  ALERT-ROUTE-REC.
           05 ART-TYPE         PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 ART-RECIPIENT    PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 ART-ESC-DAYS     PIC 9(3).
           05 FILLER           PIC X VALUE SPACE.
           05 ART-CLEAR-DAYS   PIC 9(3).

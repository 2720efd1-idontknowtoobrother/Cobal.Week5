           05 INC-CLOSURE      PIC X(4).
           05 FILLER           PIC X VALUE SPACE.
           05 INC-REOPENS      PIC 9(2).
           05 FILLER           PIC X VALUE SPACE.
           05 INC-ASSIGN-DATE  PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 INC-ASSIGN-TIME  PIC 9(4).
           05 FILLER           PIC X VALUE SPACE.
           05 INC-ACK          PIC X.
              88 INC-ACKNOWLEDGED VALUE "Y".
           05 FILLER           PIC X VALUE SPACE.
           05 INC-ESC-LEVEL    PIC X.
              88 INC-AT-PRIMARY   VALUE "P".
              88 INC-AT-BACKUP    VALUE "B".
           05 FILLER           PIC X VALUE SPACE.
           05 INC-BACKUP       PIC X(8).

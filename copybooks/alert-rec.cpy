       01  ALERT-REC.
           05 ALR-NUMBER       PIC 9(6).
           05 FILLER           PIC X VALUE SPACE.
           05 ALR-TYPE         PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 ALR-SUBJECT      PIC X(12).
           05 FILLER           PIC X VALUE SPACE.
           05 ALR-SEVERITY     PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 ALR-PROGRAM      PIC X(12).
           05 FILLER           PIC X VALUE SPACE.
           05 ALR-TEXT         PIC X(40).
           05 FILLER           PIC X VALUE SPACE.
           05 ALR-RAISED-DATE  PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 ALR-LAST-DATE    PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 ALR-RECIPIENT    PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 ALR-STATUS       PIC X.
              88 ALR-OPEN         VALUE "O".
              88 ALR-ACKED        VALUE "A".
              88 ALR-SNOOZED      VALUE "S".
              88 ALR-CLEARED      VALUE "C".
              88 ALR-ACTIVE       VALUE "O" "A" "S".
           05 FILLER           PIC X VALUE SPACE.
           05 ALR-SNOOZE-DATE  PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 ALR-ACK-BY       PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 ALR-ACK-DATE     PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 ALR-SENT-DATE    PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 ALR-INC-NUMBER   PIC 9(6).

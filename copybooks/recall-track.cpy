       01  RECALL-TRACK-REC.
           05 RCT-CAMPAIGN     PIC X(10).
           05 FILLER           PIC X VALUE SPACE.
           05 RCT-VEH-ID       PIC X(6).
           05 FILLER           PIC X VALUE SPACE.
           05 RCT-WO-NUMBER    PIC 9(6).
           05 FILLER           PIC X VALUE SPACE.
           05 RCT-RAISED-DATE  PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 RCT-STATUS       PIC X.
              88 RCT-OPEN         VALUE "O".
              88 RCT-CLOSED       VALUE "C".
           05 FILLER           PIC X VALUE SPACE.
           05 RCT-CLOSED-DATE  PIC 9(8).

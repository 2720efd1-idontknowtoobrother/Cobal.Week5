       01  HOLD-QUEUE-REC.
           05 HLD-TAG          PIC X(3).
           05 FILLER           PIC X VALUE SPACE.
           05 HLD-FILE-NAME    PIC X(40).
           05 FILLER           PIC X VALUE SPACE.
           05 HLD-ORIG-NAME    PIC X(40).
           05 FILLER           PIC X VALUE SPACE.
           05 HLD-ARRIVAL-DATE PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 HLD-ARRIVAL-TIME PIC 9(4).
           05 FILLER           PIC X VALUE SPACE.
           05 HLD-MISSED-DATE  PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 HLD-RELEASE-DATE PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 HLD-STATUS       PIC X.
              88 HLD-WAITING      VALUE "H".
              88 HLD-RELEASED     VALUE "R".
           05 FILLER           PIC X VALUE SPACE.
           05 HLD-RELEASED-ON  PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 HLD-REC-COUNT    PIC 9(7).

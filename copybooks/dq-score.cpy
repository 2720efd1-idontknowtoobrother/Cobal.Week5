       01  DQ-SCORE-REC.
           05 DQS-SCAN-DATE    PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 DQS-FILE-ID      PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 DQS-RECORDS      PIC 9(7).
           05 FILLER           PIC X VALUE SPACE.
           05 DQS-BAD-RECS     PIC 9(7).
           05 FILLER           PIC X VALUE SPACE.
           05 DQS-SCORE        PIC 9(3)V9.

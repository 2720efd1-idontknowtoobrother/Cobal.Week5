       01  AUDIT-SIGNOFF-REC.
           05 ASO-KEY.
              10 ASO-SET-NO    PIC 9(6).
              10 FILLER        PIC X VALUE "-".
              10 ASO-ITEM-NO   PIC 9(3).
           05 FILLER           PIC X VALUE SPACE.
           05 ASO-REVIEWER     PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 ASO-REVIEW-DATE  PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 ASO-REVIEW-TIME  PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 ASO-RESULT       PIC X.
              88 ASO-PASSED       VALUE "P".
              88 ASO-FAILED       VALUE "F".

       01  RECALL-CAMPAIGN-REC.
           05 RCL-CAMPAIGN     PIC X(10).
           05 FILLER           PIC X VALUE SPACE.
           05 RCL-MAKE         PIC X(12).
           05 FILLER           PIC X VALUE SPACE.
           05 RCL-MODEL        PIC X(12).
           05 FILLER           PIC X VALUE SPACE.
           05 RCL-YEAR-FROM    PIC 9(4).
           05 FILLER           PIC X VALUE SPACE.
           05 RCL-YEAR-TO      PIC 9(4).
           05 FILLER           PIC X VALUE SPACE.
           05 RCL-ISSUE-DATE   PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 RCL-DESC         PIC X(30).

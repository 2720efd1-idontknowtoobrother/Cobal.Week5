       01  RPT-SUB-REC.
           05 SUB-RECIPIENT    PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 SUB-RCP-NAME     PIC X(20).
           05 FILLER           PIC X VALUE SPACE.
           05 SUB-DELIVER-TO   PIC X(20).
           05 FILLER           PIC X VALUE SPACE.
           05 SUB-PROGRAM      PIC X(12).
           05 FILLER           PIC X VALUE SPACE.
           05 SUB-FREQ         PIC X.
              88 SUB-DAILY        VALUE "D".
              88 SUB-WEEKLY       VALUE "W".
              88 SUB-MONTH-END    VALUE "M".
           05 FILLER           PIC X VALUE SPACE.
           05 SUB-WEEKDAY      PIC 9.
           05 FILLER           PIC X VALUE SPACE.
           05 SUB-FORMAT       PIC X.
              88 SUB-PRINT        VALUE "P".
              88 SUB-CSV          VALUE "C".
              88 SUB-BURST        VALUE "B".
           05 FILLER           PIC X VALUE SPACE.
           05 SUB-CC           PIC X(4).
           05 FILLER           PIC X VALUE SPACE.
           05 SUB-EXTRACT      PIC X(30).

       01  ASSET-REC.
           05 AST-VEH-ID       PIC X(6).
           05 FILLER           PIC X VALUE SPACE.
           05 AST-ACQ-DATE     PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 AST-COST         PIC 9(7)V9(2).
           05 FILLER           PIC X VALUE SPACE.
           05 AST-SALVAGE      PIC 9(7)V9(2).
           05 FILLER           PIC X VALUE SPACE.
           05 AST-LIFE-MONTHS  PIC 9(3).
           05 FILLER           PIC X VALUE SPACE.
           05 AST-ACCUM-DEP    PIC 9(7)V9(2).
           05 FILLER           PIC X VALUE SPACE.
           05 AST-NBV          PIC 9(7)V9(2).
           05 FILLER           PIC X VALUE SPACE.
           05 AST-LAST-DEP-PERIOD PIC 9(6).
           05 FILLER           PIC X VALUE SPACE.
           05 AST-STATUS       PIC X.
              88 AST-IN-SERVICE   VALUE "A", SPACE.
              88 AST-DISPOSED     VALUE "D".
           05 FILLER           PIC X VALUE SPACE.
           05 AST-DISP-DATE    PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 AST-PROCEEDS     PIC 9(7)V9(2).
           05 FILLER           PIC X VALUE SPACE.
           05 AST-GAIN-LOSS    PIC S9(7)V9(2) SIGN LEADING SEPARATE.

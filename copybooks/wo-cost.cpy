       01  WO-COST-REC.
           05 WOC-WO-NUMBER    PIC 9(6).
           05 FILLER           PIC X VALUE SPACE.
           05 WOC-VEH-ID       PIC X(6).
           05 FILLER           PIC X VALUE SPACE.
           05 WOC-WO-TYPE      PIC X(4).
           05 FILLER           PIC X VALUE SPACE.
           05 WOC-CLOSE-DATE   PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 WOC-LABOR-HOURS  PIC 9(3)V9(2).
           05 FILLER           PIC X VALUE SPACE.
           05 WOC-LABOR-RATE   PIC 9(3)V9(2).
           05 FILLER           PIC X VALUE SPACE.
           05 WOC-LABOR-COST   PIC 9(7)V9(2).
           05 FILLER           PIC X VALUE SPACE.
           05 WOC-PARTS-COST   PIC 9(7)V9(2).
           05 FILLER           PIC X VALUE SPACE.
           05 WOC-OUTSIDE-COST PIC 9(7)V9(2).
           05 FILLER           PIC X VALUE SPACE.
           05 WOC-TOTAL-COST   PIC 9(7)V9(2).

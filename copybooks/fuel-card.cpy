              88 FCD-BLOCKED      VALUE "L", "S", "B".
           05 FILLER           PIC X VALUE SPACE.
           05 FCD-STATUS-DATE  PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 FCD-MAX-GALLONS  PIC 9(3)V9(1).
           05 FILLER           PIC X VALUE SPACE.
           05 FCD-MAX-DAY-AMT  PIC 9(5)V9(2).
           05 FILLER           PIC X VALUE SPACE.
           05 FCD-MAX-FILLS    PIC 9(2).
           05 FILLER           PIC X VALUE SPACE.
           05 FCD-JURIS-LIST   PIC X(10).
           05 FCD-JURIS-CODES REDEFINES FCD-JURIS-LIST.
              10 FCD-JURIS-CODE PIC X(2) OCCURS 5 TIMES.

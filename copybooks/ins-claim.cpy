       01  INS-CLAIM-REC.
           05 ICL-CLAIM-NO     PIC 9(6).
           05 FILLER           PIC X VALUE SPACE.
           05 ICL-VEH-ID       PIC X(6).
           05 FILLER           PIC X VALUE SPACE.
           05 ICL-ACC-DATE     PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 ICL-DESC-CODE    PIC X(4).
           05 FILLER           PIC X VALUE SPACE.
           05 ICL-INSURER-REF  PIC X(15).
           05 FILLER           PIC X VALUE SPACE.
           05 ICL-ADJUSTER     PIC X(20).
           05 FILLER           PIC X VALUE SPACE.
           05 ICL-AT-FAULT     PIC X.
              88 ICL-FLEET-AT-FAULT VALUE "Y".
              88 ICL-NOT-AT-FAULT   VALUE "N".
              88 ICL-FAULT-UNKNOWN  VALUE "U".
           05 FILLER           PIC X VALUE SPACE.
           05 ICL-STATUS       PIC X.
              88 ICL-OPEN         VALUE "O".
              88 ICL-SUBROGATION  VALUE "S".
              88 ICL-CLOSED       VALUE "C".
           05 FILLER           PIC X VALUE SPACE.
           05 ICL-OPEN-DATE    PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 ICL-RESERVE      PIC 9(7)V9(2).
           05 FILLER           PIC X VALUE SPACE.
           05 ICL-PAID         PIC 9(7)V9(2).
           05 FILLER           PIC X VALUE SPACE.
           05 ICL-DEDUCTIBLE   PIC 9(7)V9(2).
           05 FILLER           PIC X VALUE SPACE.
           05 ICL-RECOVERED    PIC 9(7)V9(2).
           05 FILLER           PIC X VALUE SPACE.
           05 ICL-CLOSE-DATE   PIC 9(8).

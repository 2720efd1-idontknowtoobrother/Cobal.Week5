       01  CITATION-REC.
           05 CIT-NUMBER       PIC 9(6).
           05 FILLER           PIC X VALUE SPACE.
           05 CIT-VEH-ID       PIC X(6).
           05 FILLER           PIC X VALUE SPACE.
           05 CIT-DATE         PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 CIT-TYPE         PIC X.
              88 CIT-TRAFFIC      VALUE "T".
              88 CIT-PARKING      VALUE "P".
           05 FILLER           PIC X VALUE SPACE.
           05 CIT-AGENCY-REF   PIC X(15).
           05 FILLER           PIC X VALUE SPACE.
           05 CIT-FINE         PIC 9(5)V9(2).
           05 FILLER           PIC X VALUE SPACE.
           05 CIT-DUE-DATE     PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 CIT-DRIVER-ID    PIC X(6).
           05 FILLER           PIC X VALUE SPACE.
           05 CIT-DRV-SOURCE   PIC X.
              88 CIT-BY-ASSIGNMENT   VALUE "A".
              88 CIT-BY-RESERVATION  VALUE "R".
              88 CIT-BY-OPERATOR     VALUE "M".
              88 CIT-NO-DRIVER       VALUE SPACE.
           05 FILLER           PIC X VALUE SPACE.
           05 CIT-STATUS       PIC X.
              88 CIT-OPEN         VALUE "O".
              88 CIT-FLEET-PAID   VALUE "F".
              88 CIT-CHARGED-BACK VALUE "B".
              88 CIT-DISMISSED    VALUE "X".
              88 CIT-SETTLED      VALUE "F", "B", "X".
           05 FILLER           PIC X VALUE SPACE.
           05 CIT-SETTLE-DATE  PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 CIT-PAID-AMT     PIC 9(5)V9(2).
           05 FILLER           PIC X VALUE SPACE.
           05 CIT-ENTRY-DATE   PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 CIT-OPERATOR     PIC X(8).

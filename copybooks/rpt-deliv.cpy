       01  RPT-DELIV-REC.
           05 DLV-BUS-DATE     PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 DLV-DATE         PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 DLV-TIME         PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 DLV-RECIPIENT    PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 DLV-PROGRAM      PIC X(12).
           05 FILLER           PIC X VALUE SPACE.
           05 DLV-FORMAT       PIC X.
           05 FILLER           PIC X VALUE SPACE.
           05 DLV-GENERATION   PIC 9(6).
           05 FILLER           PIC X VALUE SPACE.
           05 DLV-FILE         PIC X(30).
           05 FILLER           PIC X VALUE SPACE.
           05 DLV-STATUS       PIC X(8).

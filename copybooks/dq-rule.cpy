       01  DQ-RULE-REC.
           05 DQR-FILE-ID      PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 DQR-FIELD        PIC X(16).
           05 FILLER           PIC X VALUE SPACE.
           05 DQR-START        PIC 9(3).
           05 FILLER           PIC X VALUE SPACE.
           05 DQR-LENGTH       PIC 9(3).
           05 FILLER           PIC X VALUE SPACE.
           05 DQR-TYPE         PIC X.
              88 DQR-NUMERIC      VALUE "N".
              88 DQR-SIGNED       VALUE "S".
              88 DQR-DATE         VALUE "D".
              88 DQR-DATE-OR-ZERO VALUE "Z".
              88 DQR-REQUIRED     VALUE "B".
              88 DQR-CODE-LIST    VALUE "V".
           05 FILLER           PIC X VALUE SPACE.
           05 DQR-CODE-COUNT   PIC 9(2).
           05 FILLER           PIC X VALUE SPACE.
           05 DQR-CODES        PIC X(40).

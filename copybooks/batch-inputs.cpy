       01  BATCH-INPUT-REC.
           05 BIN-PROGRAM      PIC X(12).
           05 FILLER           PIC X VALUE SPACE.
           05 BIN-FILE-NAME    PIC X(40).
           05 FILLER           PIC X VALUE SPACE.
           05 BIN-EARLIEST     PIC 9(4).
           05 FILLER           PIC X VALUE SPACE.
           05 BIN-LATEST       PIC 9(4).
           05 FILLER           PIC X VALUE SPACE.
           05 BIN-MIN-RECS     PIC 9(7).
           05 FILLER           PIC X VALUE SPACE.
           05 BIN-ON-MISS      PIC X.
              88 BIN-SKIP-ON-MISS VALUE "S".
              88 BIN-FAIL-ON-MISS VALUE "F".
              88 BIN-RUN-ON-MISS  VALUE "W".

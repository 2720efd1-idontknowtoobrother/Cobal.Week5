       01  ADHOC-CARD-REC.
           05 QC-QUERY         PIC X(8).
           05 FILLER           PIC X.
           05 QC-TYPE          PIC X.
              88 QC-HEADER-CARD   VALUE "Q".
              88 QC-FILE-CARD     VALUE "F".
              88 QC-SELECT-CARD   VALUE "S".
              88 QC-SORT-CARD     VALUE "O".
              88 QC-COLUMN-CARD   VALUE "C".
           05 FILLER           PIC X.
           05 QC-DETAIL        PIC X(69).
           05 QC-HEADER REDEFINES QC-DETAIL.
              10 QC-SCHEDULE   PIC X.
              10 FILLER        PIC X.
              10 QC-OUTPUT     PIC X.
              10 FILLER        PIC X.
              10 QC-TITLE      PIC X(40).
              10 FILLER        PIC X(25).
           05 QC-FILE REDEFINES QC-DETAIL.
              10 QC-FILE-ID    PIC X(8).
              10 FILLER        PIC X(61).
           05 QC-SELECT REDEFINES QC-DETAIL.
              10 QC-SEL-FIELD  PIC X(12).
              10 FILLER        PIC X.
              10 QC-SEL-OPER   PIC XX.
              10 FILLER        PIC X.
              10 QC-SEL-VALUE  PIC X(20).
              10 FILLER        PIC X(33).
           05 QC-SORT REDEFINES QC-DETAIL.
              10 QC-SORT-FIELD PIC X(12).
              10 FILLER        PIC X.
              10 QC-SORT-DIR   PIC X.
              10 FILLER        PIC X(55).
           05 QC-COLUMN REDEFINES QC-DETAIL.
              10 QC-COL-FIELD  PIC X(12).
              10 FILLER        PIC X.
              10 QC-COL-HEAD   PIC X(20).
              10 FILLER        PIC X(36).

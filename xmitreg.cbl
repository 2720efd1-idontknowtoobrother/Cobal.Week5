           05 FILLER PIC X(30) VALUE "ops-summary.csv".
           05 FILLER PIC X(30) VALUE "list6-4-mileage.csv".
           05 FILLER PIC X(30) VALUE "monthly-stats.dat".
           05 FILLER PIC X(30) VALUE "ap-extract.dat".
           05 FILLER PIC X(30) VALUE "fleet-journal.dat".
       01  OUTBOUND-TABLE REDEFINES OUTBOUND-LIST.
           05 OUT-FILE-NAME OCCURS 5 TIMES INDEXED BY OUT-IDX
              PIC X(30).
       01  WS-FILE-COUNT       PIC 9 VALUE 5.
       01  WS-REC-COUNT        PIC 9(7) VALUE ZEROS.
       01  WS-CHECKSUM         PIC 9(9) VALUE ZEROS.
       01  WS-REC-LEN          PIC 9(3) VALUE ZEROS.

       01  DRIVER-QUAL-REC.
           05 DQL-DRV-ID       PIC X(6).
           05 FILLER           PIC X VALUE SPACE.
           05 DQL-CLASS-LIST   PIC X(20).
           05 DQL-CLASS-CODES REDEFINES DQL-CLASS-LIST.
              10 DQL-CLASS     PIC X(2) OCCURS 10 TIMES.
           05 FILLER           PIC X VALUE SPACE.
           05 DQL-MED-EXPIRY   PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 DQL-TRAIN-DATE   PIC 9(8).

       COPY "userdiv-audit.cpy".

       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC         PIC X(106).

       FD  KEEP-FILE.
       01  KEEP-REC            PIC X(106).

       FD  RUN-HISTORY-FILE.
       COPY "run-history.cpy".

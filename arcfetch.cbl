       COPY "arch-catalog.cpy".

       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC         PIC X(106).

       FD  EXTRACT-FILE.
       01  EXTRACT-REC         PIC X(106).

       WORKING-STORAGE SECTION.
       01  WS-CAT-FSTATUS      PIC XX VALUE "00".

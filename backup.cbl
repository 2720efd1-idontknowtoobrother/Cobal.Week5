       01  WS-RUN-START-DATE   PIC 9(8).
       01  WS-RUN-START-TIME   PIC 9(8).
       01  WS-RUN-STATUS       PIC X(8) VALUE "OK".
       01  WS-VLG-PROGRAM      PIC X(12) VALUE "BACKUP".
       01  WS-VLG-ACTION       PIC X VALUE "B".
       01  WS-VLG-IMAGE        PIC X(21) VALUE SPACES.

       PROCEDURE DIVISION.
       000-BEGIN.
           WRITE MANIFEST-REC
           ADD 1 TO WS-COPIED-COUNT
           DISPLAY "  vehicle-master.idx " WS-REC-COUNT " records"
           MOVE SPACES TO WS-VLG-IMAGE
           MOVE WS-SET-DATE TO WS-VLG-IMAGE(1:8)
           MOVE WS-REC-COUNT TO WS-VLG-IMAGE(10:7)
           CALL "VEHLOG" USING WS-VLG-PROGRAM WS-OPERATOR-ID
              WS-VLG-ACTION WS-VLG-IMAGE
       .
       004-EXIT.
           EXIT

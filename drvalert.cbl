       01  WS-ALERT-COUNT      PIC 9(5) VALUE ZEROS.
       01  WS-EXPIRED-COUNT    PIC 9(5) VALUE ZEROS.
       01  WS-ASG-VEH          PIC X(18) VALUE SPACES.
       01  WS-ALR-PROGRAM      PIC X(12) VALUE "DRVALERT".
       01  WS-ALR-TYPE         PIC X(8) VALUE "LICEXP".
       01  WS-ALR-SUBJECT      PIC X(12) VALUE SPACES.
       01  WS-ALR-SEVERITY     PIC X(8) VALUE SPACES.
       01  WS-ALR-TEXT         PIC X(40) VALUE SPACES.
       01  WS-ALR-RESULT       PIC X VALUE SPACE.
       01  WS-ALR-NEW-COUNT    PIC 9(5) VALUE ZEROS.
       01  WS-RUN-START-DATE   PIC 9(8).
       01  WS-RUN-START-TIME   PIC 9(8).
       01  WS-RUN-STATUS       PIC X(8) VALUE "OK".
              WS-EXPIRED-COUNT
           DISPLAY "Expiring within " WS-ALERT-DAYS " days . . . : "
              WS-ALERT-COUNT
           DISPLAY "New alerts to the outbox . . . : "
              WS-ALR-NEW-COUNT
           DISPLAY "==============================================="
           IF WS-EXPIRED-COUNT > 0
              MOVE 4 TO RETURN-CODE
              DISPLAY DRV-ID " " DRV-NAME " " DRV-LIC-EXPIRY
                 " " WS-DAYS-LEFT " " WS-ASG-VEH
           END-IF
           PERFORM 004-POST-ALERT THRU 004-EXIT
       .
       002-EXIT.
           EXIT
           EXIT
       .

       004-POST-ALERT.
           MOVE DRV-ID TO WS-ALR-SUBJECT
           IF WS-DAYS-LEFT < 0
              MOVE "CRITICAL" TO WS-ALR-SEVERITY
           ELSE
              MOVE "WARNING" TO WS-ALR-SEVERITY
           END-IF
           MOVE SPACES TO WS-ALR-TEXT
           STRING "LICENSE EXPIRES " DRV-LIC-EXPIRY " " WS-ASG-VEH
              DELIMITED BY SIZE INTO WS-ALR-TEXT
           CALL "ALERTPUT" USING WS-ALR-PROGRAM WS-ALR-TYPE
              WS-ALR-SUBJECT WS-ALR-SEVERITY WS-ALR-TEXT WS-ALR-RESULT
           IF WS-ALR-RESULT = "N"
              ADD 1 TO WS-ALR-NEW-COUNT
           END-IF
       .
       004-EXIT.
           EXIT
       .

       005-RECORD-RUN-HISTORY.
           OPEN I-O RUN-HISTORY-FILE
           IF WS-RUNH-FSTATUS = "35"

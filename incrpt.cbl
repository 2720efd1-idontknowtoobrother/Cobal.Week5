              10 INC-TBL-OWNER    PIC X(8).
              10 INC-TBL-CLOSURE  PIC X(4).
              10 INC-TBL-REOPENS  PIC 9(2).
              10 INC-TBL-ASG-DATE PIC 9(8).
              10 INC-TBL-ASG-TIME PIC 9(4).
              10 INC-TBL-ACK      PIC X.
              10 INC-TBL-LEVEL    PIC X.
              10 INC-TBL-BACKUP   PIC X(8).
       01  WS-INC-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-INC-MAX          PIC 9(3) VALUE 200.
       01  WS-TRUNC-SW         PIC X VALUE "N".
                          MOVE ZEROS TO
                             INC-TBL-REOPENS(WS-INC-COUNT)
                       END-IF
                       IF INC-ASSIGN-DATE NUMERIC
                          AND INC-ASSIGN-TIME NUMERIC
                          MOVE INC-ASSIGN-DATE TO
                             INC-TBL-ASG-DATE(WS-INC-COUNT)
                          MOVE INC-ASSIGN-TIME TO
                             INC-TBL-ASG-TIME(WS-INC-COUNT)
                       ELSE
                          MOVE ZEROS TO
                             INC-TBL-ASG-DATE(WS-INC-COUNT)
                          MOVE ZEROS TO
                             INC-TBL-ASG-TIME(WS-INC-COUNT)
                       END-IF
                       MOVE INC-ACK TO INC-TBL-ACK(WS-INC-COUNT)
                       MOVE INC-ESC-LEVEL TO
                          INC-TBL-LEVEL(WS-INC-COUNT)
                       MOVE INC-BACKUP TO
                          INC-TBL-BACKUP(WS-INC-COUNT)
                    END-IF
              END-READ
           END-PERFORM
              " on " INC-TBL-DATE(INC-IDX)
           DISPLAY "  owner: " INC-TBL-OWNER(INC-IDX)
              "  reopened " INC-TBL-REOPENS(INC-IDX) " times"
           IF INC-TBL-ACK(INC-IDX) = "Y"
              DISPLAY "  acknowledged"
           ELSE
              IF INC-TBL-OWNER(INC-IDX) NOT = SPACES
                 DISPLAY "  paged on call, not yet acknowledged"
              END-IF
           END-IF
           DISPLAY "(K) acknowledge, (A)ssign owner, (R)eviewed, "
              "(C)lose, (S)kip, (Q)uit: " WITH NO ADVANCING
           MOVE SPACE TO WS-ANSWER
           ACCEPT WS-ANSWER
           EVALUATE TRUE
              WHEN WS-ANSWER = "K" OR WS-ANSWER = "k"
                 IF INC-TBL-OWNER(INC-IDX) = SPACES
                    MOVE WS-OPERATOR-ID TO INC-TBL-OWNER(INC-IDX)
                 END-IF
                 MOVE "Y" TO INC-TBL-ACK(INC-IDX)
                 MOVE "Y" TO WS-CHANGED-SW
                 DISPLAY "Acknowledged."
              WHEN WS-ANSWER = "A" OR WS-ANSWER = "a"
                 DISPLAY "Owner operator ID: " WITH NO ADVANCING
                 MOVE SPACES TO WS-OWNER-IN
                 ACCEPT WS-OWNER-IN
                 MOVE WS-OWNER-IN TO INC-TBL-OWNER(INC-IDX)
                 MOVE "Y" TO INC-TBL-ACK(INC-IDX)
                 MOVE "Y" TO WS-CHANGED-SW
                 DISPLAY "Owner assigned."
              WHEN WS-ANSWER = "R" OR WS-ANSWER = "r"
                 MOVE "R" TO INC-TBL-STATUS(INC-IDX)
                 MOVE "Y" TO INC-TBL-ACK(INC-IDX)
                 MOVE "Y" TO WS-CHANGED-SW
                 DISPLAY "Marked reviewed."
              WHEN WS-ANSWER = "C" OR WS-ANSWER = "c"
                       "left open."
                 ELSE
                    MOVE "C" TO INC-TBL-STATUS(INC-IDX)
                    MOVE "Y" TO INC-TBL-ACK(INC-IDX)
                    MOVE WS-CLOSE-IN TO INC-TBL-CLOSURE(INC-IDX)
                    MOVE "Y" TO WS-CHANGED-SW
                    DISPLAY "Marked closed."
              MOVE INC-TBL-OWNER(INC-IDX) TO INC-OWNER
              MOVE INC-TBL-CLOSURE(INC-IDX) TO INC-CLOSURE
              MOVE INC-TBL-REOPENS(INC-IDX) TO INC-REOPENS
              MOVE INC-TBL-ASG-DATE(INC-IDX) TO INC-ASSIGN-DATE
              MOVE INC-TBL-ASG-TIME(INC-IDX) TO INC-ASSIGN-TIME
              MOVE INC-TBL-ACK(INC-IDX) TO INC-ACK
              MOVE INC-TBL-LEVEL(INC-IDX) TO INC-ESC-LEVEL
              MOVE INC-TBL-BACKUP(INC-IDX) TO INC-BACKUP
              WRITE INCIDENT-REC
           END-PERFORM
           CLOSE INCIDENT-FILE

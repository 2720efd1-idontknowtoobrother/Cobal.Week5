       01  WS-EDIT-OK-SW       PIC X VALUE "N".
           88 RECORD-CLEAN        VALUE "Y".
       01  WS-EDIT-REASON      PIC X(30) VALUE SPACES.
       01  WS-TRANS-LEN        PIC 9(2) VALUE 23.
       01  WS-LEGACY-LEN       PIC 9(2) VALUE 10.
       01  WS-FORMAT-SW        PIC X VALUE "N".
           88 NEW-FORMAT          VALUE "N".
              MOVE "BAD OPERATION CODE" TO WS-EDIT-REASON
              GO TO 007-EXIT
           END-IF
           IF RAW-TRANS-REC(21:3) NOT = SPACES
              AND (RAW-TRANS-REC(21:3) NOT ALPHABETIC-UPPER
                 OR RAW-TRANS-REC(21:1) = SPACE
                 OR RAW-TRANS-REC(22:1) = SPACE
                 OR RAW-TRANS-REC(23:1) = SPACE)
              MOVE "BAD CURRENCY CODE" TO WS-EDIT-REASON
              GO TO 007-EXIT
           END-IF
           MOVE "Y" TO WS-EDIT-OK-SW
       .
       007-EXIT.
              MOVE WS-LEGACY-NUM TO TR-NUM2
              MOVE SPACES TO TR-OP
              MOVE SPACES TO TR-SOURCE
              MOVE SPACES TO TR-CURRENCY
           ELSE
              MOVE RAW-TRANS-REC(1:WS-TRANS-LEN) TO TRANS-REC
              IF TRANS-REC(1:1) = SPACE

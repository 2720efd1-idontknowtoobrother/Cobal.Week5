       IDENTIFICATION DIVISION.
       PROGRAM-ID. UDHOLDQ.
       AUTHOR. JAKKRIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-QUEUE-FILE ASSIGN TO "udintake-hold.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HLD-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-QUEUE-FILE.
       COPY "udintake-hold.cpy".

       WORKING-STORAGE SECTION.
       01  WS-HLD-FSTATUS      PIC XX VALUE "00".
       01  WS-HLD-EOF-SW       PIC X VALUE "N".
           88 END-OF-HOLD-QUEUE   VALUE "Y".
       01  WS-SHOW-ALL-SW      PIC X VALUE "N".
           88 SHOW-ALL            VALUE "Y".
       01  WS-WAITING-COUNT    PIC 9(5) VALUE ZEROS.
       01  WS-RELEASED-COUNT   PIC 9(5) VALUE ZEROS.
       01  WS-STATUS-TEXT      PIC X(8) VALUE SPACES.
       01  WS-PRN-COUNT        PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       000-BEGIN.
           DISPLAY "Include released holdovers? (Y/N): "
              WITH NO ADVANCING
           ACCEPT WS-SHOW-ALL-SW
           IF WS-SHOW-ALL-SW = "y"
              MOVE "Y" TO WS-SHOW-ALL-SW
           END-IF
           DISPLAY "==============================================="
           DISPLAY "   UDINTAKE LATE-FILE HOLDOVER QUEUE"
           DISPLAY "==============================================="
           DISPLAY "SRC ARRIVED       MISSED   RELEASE  STATUS   "
              "RECORDS HELD AS"
           OPEN INPUT HOLD-QUEUE-FILE
           IF WS-HLD-FSTATUS NOT = "00"
              DISPLAY "  (no holdover queue)"
           ELSE
              PERFORM UNTIL END-OF-HOLD-QUEUE
                 READ HOLD-QUEUE-FILE
                    AT END MOVE "Y" TO WS-HLD-EOF-SW
                    NOT AT END
                       PERFORM 001-SHOW-ONE-HOLD THRU 001-EXIT
                 END-READ
              END-PERFORM
              CLOSE HOLD-QUEUE-FILE
           END-IF
           DISPLAY "-----------------------------------------------"
           DISPLAY "Held, awaiting release . . . . : " WS-WAITING-COUNT
           DISPLAY "Released, last 30 days . . . . : " WS-RELEASED-COUNT
           DISPLAY "==============================================="
           GOBACK
       .

       001-SHOW-ONE-HOLD.
           IF HLD-WAITING
              ADD 1 TO WS-WAITING-COUNT
              MOVE "HELD" TO WS-STATUS-TEXT
           ELSE
              ADD 1 TO WS-RELEASED-COUNT
              IF NOT SHOW-ALL
                 GO TO 001-EXIT
              END-IF
              MOVE "RELEASED" TO WS-STATUS-TEXT
           END-IF
           MOVE HLD-REC-COUNT TO WS-PRN-COUNT
           DISPLAY HLD-TAG " " HLD-ARRIVAL-DATE " " HLD-ARRIVAL-TIME
              " " HLD-MISSED-DATE " " HLD-RELEASE-DATE " "
              WS-STATUS-TEXT " " WS-PRN-COUNT " "
              FUNCTION TRIM(HLD-FILE-NAME)
           DISPLAY "    original feed " FUNCTION TRIM(HLD-ORIG-NAME)
       .
       001-EXIT.
           EXIT
       .

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTPUT.
       AUTHOR. JAKKRIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-FILE ASSIGN TO "alert-outbox.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ALR-FSTATUS.
           SELECT ROUTE-FILE ASSIGN TO "alert-route.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ART-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-FILE.
       COPY "alert-rec.cpy".

       FD  ROUTE-FILE.
       COPY "alert-route.cpy".

       WORKING-STORAGE SECTION.
       01  WS-ALR-FSTATUS      PIC XX VALUE "00".
       01  WS-ART-FSTATUS      PIC XX VALUE "00".
       01  WS-ALR-EOF-SW       PIC X VALUE "N".
           88 END-OF-ALERTS       VALUE "Y".
       01  WS-ART-EOF-SW       PIC X VALUE "N".
           88 END-OF-ROUTES       VALUE "Y".
       01  WS-TRUNC-SW         PIC X VALUE "N".
           88 LOAD-TRUNCATED      VALUE "Y".
       01  WS-FOUND-SW         PIC X VALUE "N".
           88 ALERT-FOUND         VALUE "Y".
       01  WS-CHANGED-SW       PIC X VALUE "N".
           88 FILE-CHANGED        VALUE "Y".
       01  ALT-TABLE.
           05 ALT-ENTRY OCCURS 1000 TIMES INDEXED BY ALT-IDX.
              10 ALT-LINE       PIC X(163).
       01  WS-ALT-COUNT        PIC 9(4) VALUE ZEROS.
       01  WS-ALT-MAX          PIC 9(4) VALUE 1000.
       01  WS-TODAY            PIC 9(8) VALUE ZEROS.
       01  WS-RECIPIENT        PIC X(8) VALUE SPACES.
       01  WS-ALR-NUMBER       PIC 9(6) VALUE ZEROS.
       01  WS-NXT-SERIES       PIC X(8) VALUE "ALERT".

       LINKAGE SECTION.
       01  LNK-PROGRAM         PIC X(12).
       01  LNK-TYPE            PIC X(8).
       01  LNK-SUBJECT         PIC X(12).
       01  LNK-SEVERITY        PIC X(8).
       01  LNK-TEXT            PIC X(40).
       01  LNK-RESULT          PIC X.

       PROCEDURE DIVISION USING LNK-PROGRAM LNK-TYPE LNK-SUBJECT
           LNK-SEVERITY LNK-TEXT LNK-RESULT.
       000-BEGIN.
           MOVE "D" TO LNK-RESULT
           MOVE ZEROS TO WS-ALT-COUNT
           MOVE "N" TO WS-ALR-EOF-SW
           MOVE "N" TO WS-TRUNC-SW
           MOVE "N" TO WS-FOUND-SW
           MOVE "N" TO WS-CHANGED-SW
           CALL "GETBDATE" USING WS-TODAY
           PERFORM 001-LOAD-ALERTS THRU 001-EXIT
           PERFORM VARYING ALT-IDX FROM 1 BY 1
              UNTIL ALT-IDX > WS-ALT-COUNT OR ALERT-FOUND
              MOVE ALT-LINE(ALT-IDX) TO ALERT-REC
              IF ALR-ACTIVE AND ALR-TYPE = LNK-TYPE
                 AND ALR-SUBJECT = LNK-SUBJECT
                 MOVE "Y" TO WS-FOUND-SW
                 PERFORM 002-REFRESH-ALERT THRU 002-EXIT
              END-IF
           END-PERFORM
           IF ALERT-FOUND
              IF FILE-CHANGED AND NOT LOAD-TRUNCATED
                 PERFORM 005-SAVE-ALERTS THRU 005-EXIT
              END-IF
              GOBACK
           END-IF
           PERFORM 003-FIND-RECIPIENT THRU 003-EXIT
           PERFORM 004-ADD-ALERT THRU 004-EXIT
           GOBACK
       .

       001-LOAD-ALERTS.
           OPEN INPUT ALERT-FILE
           IF WS-ALR-FSTATUS NOT = "00"
              GO TO 001-EXIT
           END-IF
           PERFORM UNTIL END-OF-ALERTS
              READ ALERT-FILE
                 AT END MOVE "Y" TO WS-ALR-EOF-SW
                 NOT AT END
                    IF WS-ALT-COUNT >= WS-ALT-MAX
                       MOVE "Y" TO WS-TRUNC-SW
                       MOVE "Y" TO WS-ALR-EOF-SW
                    ELSE
                       ADD 1 TO WS-ALT-COUNT
                       MOVE ALERT-REC TO ALT-LINE(WS-ALT-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ALERT-FILE
       .
       001-EXIT.
           EXIT
       .

       002-REFRESH-ALERT.
           IF ALR-LAST-DATE NOT = WS-TODAY
              MOVE WS-TODAY TO ALR-LAST-DATE
              MOVE "Y" TO WS-CHANGED-SW
           END-IF
           IF LNK-SEVERITY = "CRITICAL"
              AND ALR-SEVERITY NOT = "CRITICAL"
              MOVE "CRITICAL" TO ALR-SEVERITY
              MOVE LNK-TEXT TO ALR-TEXT
              MOVE "O" TO ALR-STATUS
              MOVE ZEROS TO ALR-SNOOZE-DATE
              MOVE ZEROS TO ALR-SENT-DATE
              MOVE "Y" TO WS-CHANGED-SW
           END-IF
           MOVE ALERT-REC TO ALT-LINE(ALT-IDX)
       .
       002-EXIT.
           EXIT
       .

       003-FIND-RECIPIENT.
           MOVE "FLEETMGR" TO WS-RECIPIENT
           MOVE "N" TO WS-ART-EOF-SW
           OPEN INPUT ROUTE-FILE
           IF WS-ART-FSTATUS NOT = "00"
              GO TO 003-EXIT
           END-IF
           PERFORM UNTIL END-OF-ROUTES
              READ ROUTE-FILE
                 AT END MOVE "Y" TO WS-ART-EOF-SW
                 NOT AT END
                    IF ART-TYPE = LNK-TYPE
                       AND ART-RECIPIENT NOT = SPACES
                       MOVE ART-RECIPIENT TO WS-RECIPIENT
                       MOVE "Y" TO WS-ART-EOF-SW
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ROUTE-FILE
       .
       003-EXIT.
           EXIT
       .

       004-ADD-ALERT.
           MOVE ZEROS TO WS-ALR-NUMBER
           CALL "NEXTNUM" USING WS-NXT-SERIES WS-ALR-NUMBER
           OPEN EXTEND ALERT-FILE
           IF WS-ALR-FSTATUS = "35"
              OPEN OUTPUT ALERT-FILE
           END-IF
           IF WS-ALR-FSTATUS NOT = "00"
              MOVE "F" TO LNK-RESULT
              GO TO 004-EXIT
           END-IF
           MOVE SPACES TO ALERT-REC
           MOVE WS-ALR-NUMBER TO ALR-NUMBER
           MOVE LNK-TYPE TO ALR-TYPE
           MOVE LNK-SUBJECT TO ALR-SUBJECT
           MOVE LNK-SEVERITY TO ALR-SEVERITY
           MOVE LNK-PROGRAM TO ALR-PROGRAM
           MOVE LNK-TEXT TO ALR-TEXT
           MOVE WS-TODAY TO ALR-RAISED-DATE
           MOVE WS-TODAY TO ALR-LAST-DATE
           MOVE WS-RECIPIENT TO ALR-RECIPIENT
           MOVE "O" TO ALR-STATUS
           MOVE ZEROS TO ALR-SNOOZE-DATE
           MOVE ZEROS TO ALR-ACK-DATE
           MOVE ZEROS TO ALR-SENT-DATE
           MOVE ZEROS TO ALR-INC-NUMBER
           WRITE ALERT-REC
           CLOSE ALERT-FILE
           MOVE "N" TO LNK-RESULT
       .
       004-EXIT.
           EXIT
       .

       005-SAVE-ALERTS.
           OPEN OUTPUT ALERT-FILE
           PERFORM VARYING ALT-IDX FROM 1 BY 1
              UNTIL ALT-IDX > WS-ALT-COUNT
              MOVE ALT-LINE(ALT-IDX) TO ALERT-REC
              WRITE ALERT-REC
           END-PERFORM
           CLOSE ALERT-FILE
       .
       005-EXIT.
           EXIT
       .

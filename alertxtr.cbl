       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTXTR.
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
           SELECT MAIL-FILE ASSIGN TO "alert-mail.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AMX-FSTATUS.
           SELECT INCIDENT-FILE ASSIGN TO "incidents.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-INC-FSTATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO "run-history.idx"
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS RUNH-KEY
              FILE STATUS IS WS-RUNH-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-FILE.
       COPY "alert-rec.cpy".

       FD  ROUTE-FILE.
       COPY "alert-route.cpy".

       FD  MAIL-FILE.
       COPY "alert-mail.cpy".

       FD  INCIDENT-FILE.
       COPY "incident-rec.cpy".

       FD  RUN-HISTORY-FILE.
       COPY "run-history.cpy".

       WORKING-STORAGE SECTION.
       01  WS-OPERATOR-ID      PIC X(8) VALUE "SYSTEM".
       01  WS-ALR-FSTATUS      PIC XX VALUE "00".
       01  WS-ART-FSTATUS      PIC XX VALUE "00".
       01  WS-AMX-FSTATUS      PIC XX VALUE "00".
       01  WS-INC-FSTATUS      PIC XX VALUE "00".
       01  WS-RUNH-FSTATUS     PIC XX VALUE "00".
       01  WS-ALR-EOF-SW       PIC X VALUE "N".
           88 END-OF-ALERTS       VALUE "Y".
       01  WS-ART-EOF-SW       PIC X VALUE "N".
           88 END-OF-ROUTES       VALUE "Y".
       01  WS-TRUNC-SW         PIC X VALUE "N".
           88 LOAD-TRUNCATED      VALUE "Y".
       01  ALT-TABLE.
           05 ALT-ENTRY OCCURS 1000 TIMES INDEXED BY ALT-IDX.
              10 ALT-LINE       PIC X(163).
       01  WS-ALT-COUNT        PIC 9(4) VALUE ZEROS.
       01  WS-ALT-MAX          PIC 9(4) VALUE 1000.
       01  RTE-TABLE.
           05 RTE-ENTRY OCCURS 50 TIMES INDEXED BY RTE-IDX.
              10 RTE-TYPE       PIC X(8).
              10 RTE-ESC-DAYS   PIC 9(3).
              10 RTE-CLEAR-DAYS PIC 9(3).
       01  WS-RTE-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-RTE-MAX          PIC 9(3) VALUE 50.
       01  WS-ESC-DAYS         PIC 9(3) VALUE 3.
       01  WS-CLEAR-DAYS       PIC 9(3) VALUE 7.
       01  WS-PURGE-DAYS       PIC 9(3) VALUE 90.
       01  WS-TODAY            PIC 9(8) VALUE ZEROS.
       01  WS-TODAY-INT        PIC 9(8) VALUE ZEROS.
       01  WS-AGE-DAYS         PIC S9(5) VALUE ZEROS.
       01  WS-IDLE-DAYS        PIC S9(5) VALUE ZEROS.
       01  WS-INC-NUMBER       PIC 9(6) VALUE ZEROS.
       01  WS-INC-SERIES       PIC X(8) VALUE "INCIDENT".
       01  WS-ACTIVE-COUNT     PIC 9(5) VALUE ZEROS.
       01  WS-WOKEN-COUNT      PIC 9(5) VALUE ZEROS.
       01  WS-CLEARED-COUNT    PIC 9(5) VALUE ZEROS.
       01  WS-ESCALATED-COUNT  PIC 9(5) VALUE ZEROS.
       01  WS-MAILED-COUNT     PIC 9(5) VALUE ZEROS.
       01  WS-PURGED-COUNT     PIC 9(5) VALUE ZEROS.
       01  WS-RUN-START-DATE   PIC 9(8).
       01  WS-RUN-START-TIME   PIC 9(8).
       01  WS-RUN-STATUS       PIC X(8) VALUE "OK".

       PROCEDURE DIVISION.
       000-BEGIN.
           CALL "GETOPER" USING WS-OPERATOR-ID
           CALL "GETBDATE" USING WS-RUN-START-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-RUN-START-TIME
           MOVE WS-RUN-START-DATE TO WS-TODAY
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           PERFORM 001-LOAD-ROUTES THRU 001-EXIT
           PERFORM 002-LOAD-ALERTS THRU 002-EXIT
           IF LOAD-TRUNCATED
              DISPLAY "ALERTXTR: more than " WS-ALT-MAX " alerts on "
                 "file - outbox not processed, nothing changed."
              MOVE "ABORTED" TO WS-RUN-STATUS
              MOVE 8 TO RETURN-CODE
              PERFORM 009-RECORD-RUN-HISTORY THRU 009-EXIT
              GOBACK
           END-IF
           OPEN OUTPUT MAIL-FILE
           DISPLAY "==============================================="
           DISPLAY "         ALERT OUTBOX PROCESSING"
           DISPLAY "==============================================="
           PERFORM VARYING ALT-IDX FROM 1 BY 1
              UNTIL ALT-IDX > WS-ALT-COUNT
              MOVE ALT-LINE(ALT-IDX) TO ALERT-REC
              PERFORM 003-WORK-ONE-ALERT THRU 003-EXIT
              MOVE ALERT-REC TO ALT-LINE(ALT-IDX)
           END-PERFORM
           CLOSE MAIL-FILE
           PERFORM 008-SAVE-ALERTS THRU 008-EXIT
           DISPLAY "-----------------------------------------------"
           DISPLAY "Alerts on file . . . . . . . . : " WS-ALT-COUNT
           DISPLAY "Alerts still active  . . . . . : "
              WS-ACTIVE-COUNT
           DISPLAY "Snoozed alerts woken . . . . . : "
              WS-WOKEN-COUNT
           DISPLAY "Alerts cleared (not re-raised) : "
              WS-CLEARED-COUNT
           DISPLAY "Escalated to incidents . . . . : "
              WS-ESCALATED-COUNT
           DISPLAY "Sent to the mail gateway . . . : "
              WS-MAILED-COUNT
           DISPLAY "Cleared alerts purged  . . . . : "
              WS-PURGED-COUNT
           DISPLAY "==============================================="
           IF WS-ESCALATED-COUNT > 0
              MOVE "FLAGGED" TO WS-RUN-STATUS
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 009-RECORD-RUN-HISTORY THRU 009-EXIT
           GOBACK
       .

       001-LOAD-ROUTES.
           OPEN INPUT ROUTE-FILE
           IF WS-ART-FSTATUS NOT = "00"
              GO TO 001-EXIT
           END-IF
           PERFORM UNTIL END-OF-ROUTES
              READ ROUTE-FILE
                 AT END MOVE "Y" TO WS-ART-EOF-SW
                 NOT AT END
                    IF WS-RTE-COUNT < WS-RTE-MAX
                       ADD 1 TO WS-RTE-COUNT
                       MOVE ART-TYPE TO RTE-TYPE(WS-RTE-COUNT)
                       IF ART-ESC-DAYS NUMERIC
                          MOVE ART-ESC-DAYS TO
                             RTE-ESC-DAYS(WS-RTE-COUNT)
                       ELSE
                          MOVE WS-ESC-DAYS TO
                             RTE-ESC-DAYS(WS-RTE-COUNT)
                       END-IF
                       IF ART-CLEAR-DAYS NUMERIC
                          AND ART-CLEAR-DAYS > 0
                          MOVE ART-CLEAR-DAYS TO
                             RTE-CLEAR-DAYS(WS-RTE-COUNT)
                       ELSE
                          MOVE WS-CLEAR-DAYS TO
                             RTE-CLEAR-DAYS(WS-RTE-COUNT)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ROUTE-FILE
       .
       001-EXIT.
           EXIT
       .

       002-LOAD-ALERTS.
           OPEN INPUT ALERT-FILE
           IF WS-ALR-FSTATUS NOT = "00"
              GO TO 002-EXIT
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
       002-EXIT.
           EXIT
       .

       003-WORK-ONE-ALERT.
           IF NOT ALR-ACTIVE
              GO TO 003-EXIT
           END-IF
           PERFORM 004-FIND-ROUTE THRU 004-EXIT
           IF ALR-SNOOZED AND ALR-SNOOZE-DATE NOT > WS-TODAY
              MOVE "O" TO ALR-STATUS
              MOVE ZEROS TO ALR-SNOOZE-DATE
              MOVE ZEROS TO ALR-SENT-DATE
              ADD 1 TO WS-WOKEN-COUNT
           END-IF
           MOVE ZEROS TO WS-IDLE-DAYS
           IF ALR-LAST-DATE NUMERIC AND ALR-LAST-DATE > 19000000
              COMPUTE WS-IDLE-DAYS = WS-TODAY-INT
                 - FUNCTION INTEGER-OF-DATE(ALR-LAST-DATE)
           END-IF
           IF WS-IDLE-DAYS > WS-CLEAR-DAYS
              MOVE "C" TO ALR-STATUS
              ADD 1 TO WS-CLEARED-COUNT
              DISPLAY "CLEARED   " ALR-NUMBER " " ALR-TYPE " "
                 ALR-SUBJECT " last raised " ALR-LAST-DATE
              GO TO 003-EXIT
           END-IF
           ADD 1 TO WS-ACTIVE-COUNT
           IF NOT ALR-OPEN
              GO TO 003-EXIT
           END-IF
           MOVE ZEROS TO WS-AGE-DAYS
           IF ALR-RAISED-DATE NUMERIC AND ALR-RAISED-DATE > 19000000
              COMPUTE WS-AGE-DAYS = WS-TODAY-INT
                 - FUNCTION INTEGER-OF-DATE(ALR-RAISED-DATE)
           END-IF
           IF ALR-INC-NUMBER = 0 AND WS-AGE-DAYS NOT < WS-ESC-DAYS
              PERFORM 005-RAISE-INCIDENT THRU 005-EXIT
           END-IF
           IF ALR-SENT-DATE = 0
              PERFORM 006-WRITE-MAIL THRU 006-EXIT
           END-IF
       .
       003-EXIT.
           EXIT
       .

       004-FIND-ROUTE.
           MOVE 3 TO WS-ESC-DAYS
           MOVE 7 TO WS-CLEAR-DAYS
           PERFORM VARYING RTE-IDX FROM 1 BY 1
              UNTIL RTE-IDX > WS-RTE-COUNT
              IF RTE-TYPE(RTE-IDX) = ALR-TYPE
                 MOVE RTE-ESC-DAYS(RTE-IDX) TO WS-ESC-DAYS
                 MOVE RTE-CLEAR-DAYS(RTE-IDX) TO WS-CLEAR-DAYS
              END-IF
           END-PERFORM
       .
       004-EXIT.
           EXIT
       .

       005-RAISE-INCIDENT.
           MOVE ZEROS TO WS-INC-NUMBER
           CALL "NEXTNUM" USING WS-INC-SERIES WS-INC-NUMBER
           OPEN EXTEND INCIDENT-FILE
           IF WS-INC-FSTATUS = "35"
              OPEN OUTPUT INCIDENT-FILE
           END-IF
           MOVE SPACES TO INCIDENT-REC
           MOVE WS-INC-NUMBER TO INC-NUMBER
           IF ALR-TYPE(1:4) = "KPI-"
              MOVE ALR-SUBJECT TO INC-PROGRAM
           ELSE
              MOVE ALR-PROGRAM TO INC-PROGRAM
           END-IF
           MOVE ZEROS TO INC-STEP-NO
           MOVE ZEROS TO INC-RC
           MOVE ALR-SEVERITY TO INC-SEVERITY
           MOVE FUNCTION CURRENT-DATE(1:8) TO INC-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO INC-TIME
           MOVE "O" TO INC-STATUS
           MOVE ZEROS TO INC-REOPENS
           CALL "ONCALLGT" USING INC-SEVERITY INC-DATE INC-TIME
              INC-OWNER INC-BACKUP
           MOVE 0 TO RETURN-CODE
           IF INC-OWNER NOT = SPACES
              MOVE INC-DATE TO INC-ASSIGN-DATE
              MOVE INC-TIME(1:4) TO INC-ASSIGN-TIME
           ELSE
              MOVE ZEROS TO INC-ASSIGN-DATE
              MOVE ZEROS TO INC-ASSIGN-TIME
           END-IF
           MOVE "N" TO INC-ACK
           MOVE "P" TO INC-ESC-LEVEL
           WRITE INCIDENT-REC
           CLOSE INCIDENT-FILE
           MOVE WS-INC-NUMBER TO ALR-INC-NUMBER
           ADD 1 TO WS-ESCALATED-COUNT
           DISPLAY "ESCALATED " ALR-NUMBER " " ALR-TYPE " "
              ALR-SUBJECT " incident " WS-INC-NUMBER
       .
       005-EXIT.
           EXIT
       .

       006-WRITE-MAIL.
           MOVE SPACES TO ALERT-MAIL-REC
           MOVE ALR-RECIPIENT TO AMX-RECIPIENT
           MOVE ALR-NUMBER TO AMX-NUMBER
           MOVE ALR-TYPE TO AMX-TYPE
           MOVE ALR-SUBJECT TO AMX-SUBJECT
           MOVE ALR-SEVERITY TO AMX-SEVERITY
           MOVE ALR-RAISED-DATE TO AMX-RAISED-DATE
           MOVE ALR-TEXT TO AMX-TEXT
           WRITE ALERT-MAIL-REC
           MOVE WS-TODAY TO ALR-SENT-DATE
           ADD 1 TO WS-MAILED-COUNT
           DISPLAY "MAILED    " ALR-NUMBER " " ALR-TYPE " "
              ALR-SUBJECT " to " ALR-RECIPIENT
       .
       006-EXIT.
           EXIT
       .

       008-SAVE-ALERTS.
           OPEN OUTPUT ALERT-FILE
           PERFORM VARYING ALT-IDX FROM 1 BY 1
              UNTIL ALT-IDX > WS-ALT-COUNT
              MOVE ALT-LINE(ALT-IDX) TO ALERT-REC
              MOVE ZEROS TO WS-IDLE-DAYS
              IF ALR-CLEARED AND ALR-LAST-DATE NUMERIC
                 AND ALR-LAST-DATE > 19000000
                 COMPUTE WS-IDLE-DAYS = WS-TODAY-INT
                    - FUNCTION INTEGER-OF-DATE(ALR-LAST-DATE)
              END-IF
              IF WS-IDLE-DAYS > WS-PURGE-DAYS
                 ADD 1 TO WS-PURGED-COUNT
              ELSE
                 WRITE ALERT-REC
              END-IF
           END-PERFORM
           CLOSE ALERT-FILE
       .
       008-EXIT.
           EXIT
       .

       009-RECORD-RUN-HISTORY.
           OPEN I-O RUN-HISTORY-FILE
           IF WS-RUNH-FSTATUS = "35"
              OPEN OUTPUT RUN-HISTORY-FILE
           END-IF
           MOVE SPACES TO RUN-HISTORY-REC
           MOVE "ALERTXTR" TO RUNH-PROGRAM
           MOVE WS-RUN-START-DATE TO RUNH-START-DATE
           MOVE WS-RUN-START-TIME TO RUNH-START-TIME
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUNH-END-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO RUNH-END-TIME
           MOVE WS-RUN-STATUS TO RUNH-STATUS
           MOVE WS-OPERATOR-ID TO RUNH-OPERATOR
           WRITE RUN-HISTORY-REC
              INVALID KEY
                 ADD 1 TO RUNH-START-TIME
                 WRITE RUN-HISTORY-REC
                    INVALID KEY
                       ADD 1 TO RUNH-START-TIME
                       WRITE RUN-HISTORY-REC
                          INVALID KEY CONTINUE
                       END-WRITE
                 END-WRITE
           END-WRITE
           CLOSE RUN-HISTORY-FILE
       .
       009-EXIT.
           EXIT
       .

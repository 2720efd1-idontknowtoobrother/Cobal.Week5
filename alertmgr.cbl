       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTMGR.
       AUTHOR. JAKKRIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-FILE ASSIGN TO "alert-outbox.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ALR-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-FILE.
       COPY "alert-rec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-OPERATOR-ID      PIC X(8) VALUE "SYSTEM".
       01  WS-ALR-FSTATUS      PIC XX VALUE "00".
       01  MENU-CHOICE         PIC 99 VALUE ZEROS.
       01  WS-AUTHORITY        PIC X VALUE SPACE.
       01  WS-AUTH-PROGRAM     PIC X(12) VALUE "ALERTMGR".
       01  WS-AUTH-OPTION      PIC 99 VALUE ZEROS.
       01  WS-AUTH-FUNCTION    PIC X(8) VALUE SPACES.
       01  WS-AUTH-PERMIT-SW   PIC X VALUE "N".
           88 FUNCTION-PERMITTED VALUE "Y".
       01  WS-CONTINUE-SW      PIC X VALUE "Y".
           88 CONTINUE-MENU       VALUE "Y".
       01  WS-ALR-EOF-SW       PIC X VALUE "N".
           88 END-OF-ALERTS       VALUE "Y".
       01  WS-TRUNC-SW         PIC X VALUE "N".
           88 LOAD-TRUNCATED      VALUE "Y".
       01  WS-FOUND-SW         PIC X VALUE "N".
           88 ALERT-FOUND         VALUE "Y".
       01  ALT-TABLE.
           05 ALT-ENTRY OCCURS 1000 TIMES INDEXED BY ALT-IDX.
              10 ALT-LINE       PIC X(163).
       01  WS-ALT-COUNT        PIC 9(4) VALUE ZEROS.
       01  WS-ALT-MAX          PIC 9(4) VALUE 1000.
       01  WS-MATCH-IDX        PIC 9(4) VALUE ZEROS.
       01  WS-TODAY            PIC 9(8) VALUE ZEROS.
       01  WS-NUM-IN           PIC X(6).
       01  WS-ALERT-NUMBER     PIC 9(6) VALUE ZEROS.
       01  WS-DATE-IN          PIC X(8).
       01  WS-SNOOZE-DATE      PIC 9(8) VALUE ZEROS.
       01  WS-RECIPIENT        PIC X(8) VALUE SPACES.
       01  WS-LIST-COUNT       PIC 9(5) VALUE ZEROS.

       PROCEDURE DIVISION.
       000-BEGIN.
           CALL "GETOPER" USING WS-OPERATOR-ID
           CALL "GETBDATE" USING WS-TODAY
           PERFORM UNTIL NOT CONTINUE-MENU
              PERFORM 001-DISPLAY-MENU THRU 001-EXIT
              PERFORM 002-DISPATCH THRU 002-EXIT
           END-PERFORM
           GOBACK
       .

       001-DISPLAY-MENU.
           DISPLAY " "
           DISPLAY "ALERT OUTBOX"
           DISPLAY " 1. List active alerts for a recipient"
           DISPLAY " 2. Acknowledge an alert"
           DISPLAY " 3. Snooze an alert until a date"
           DISPLAY " 4. List all alerts"
           DISPLAY " 0. Exit"
           DISPLAY "Select option: " WITH NO ADVANCING
           ACCEPT MENU-CHOICE
       .
       001-EXIT.
           EXIT
       .

       002-DISPATCH.
           IF MENU-CHOICE NOT = 0
              MOVE MENU-CHOICE TO WS-AUTH-OPTION
              MOVE SPACES TO WS-AUTH-FUNCTION
              CALL "GETAUTH" USING WS-OPERATOR-ID WS-AUTHORITY
                 WS-AUTH-PROGRAM WS-AUTH-OPTION WS-AUTH-FUNCTION
                 WS-AUTH-PERMIT-SW
              IF NOT FUNCTION-PERMITTED
                 DISPLAY "Your role is not permitted to use "
                    FUNCTION TRIM(WS-AUTH-FUNCTION) " in "
                    FUNCTION TRIM(WS-AUTH-PROGRAM) "."
                 GO TO 002-EXIT
              END-IF
           END-IF
           EVALUATE MENU-CHOICE
              WHEN 1 PERFORM 003-LIST-FOR-RECIPIENT THRU 003-EXIT
              WHEN 2 PERFORM 004-ACKNOWLEDGE THRU 004-EXIT
              WHEN 3 PERFORM 005-SNOOZE THRU 005-EXIT
              WHEN 4 PERFORM 006-LIST-ALL THRU 006-EXIT
              WHEN 0 MOVE "N" TO WS-CONTINUE-SW
              WHEN OTHER
                 DISPLAY "Invalid selection, please try again."
           END-EVALUATE
       .
       002-EXIT.
           EXIT
       .

       003-LIST-FOR-RECIPIENT.
           DISPLAY "Recipient (8 characters): " WITH NO ADVANCING
           MOVE SPACES TO WS-RECIPIENT
           ACCEPT WS-RECIPIENT
           MOVE FUNCTION UPPER-CASE(WS-RECIPIENT) TO WS-RECIPIENT
           PERFORM 007-LOAD-ALERTS THRU 007-EXIT
           MOVE ZEROS TO WS-LIST-COUNT
           PERFORM 010-LIST-HEADING THRU 010-EXIT
           PERFORM VARYING ALT-IDX FROM 1 BY 1
              UNTIL ALT-IDX > WS-ALT-COUNT
              MOVE ALT-LINE(ALT-IDX) TO ALERT-REC
              IF ALR-ACTIVE AND ALR-RECIPIENT = WS-RECIPIENT
                 PERFORM 011-LIST-ONE-ALERT THRU 011-EXIT
              END-IF
           END-PERFORM
           DISPLAY "Active alerts for " WS-RECIPIENT ": "
              WS-LIST-COUNT
       .
       003-EXIT.
           EXIT
       .

       004-ACKNOWLEDGE.
           PERFORM 009-FIND-ALERT THRU 009-EXIT
           IF NOT ALERT-FOUND
              GO TO 004-EXIT
           END-IF
           IF ALR-ACKED
              DISPLAY "Alert " ALR-NUMBER " was already acknowledged "
                 "by " ALR-ACK-BY " on " ALR-ACK-DATE "."
              GO TO 004-EXIT
           END-IF
           MOVE "A" TO ALR-STATUS
           MOVE ZEROS TO ALR-SNOOZE-DATE
           MOVE WS-OPERATOR-ID TO ALR-ACK-BY
           MOVE WS-TODAY TO ALR-ACK-DATE
           MOVE ALERT-REC TO ALT-LINE(WS-MATCH-IDX)
           PERFORM 008-SAVE-ALERTS THRU 008-EXIT
           DISPLAY "Alert " ALR-NUMBER " acknowledged - it will not "
              "be sent again while the condition stays open."
       .
       004-EXIT.
           EXIT
       .

       005-SNOOZE.
           PERFORM 009-FIND-ALERT THRU 009-EXIT
           IF NOT ALERT-FOUND
              GO TO 005-EXIT
           END-IF
           DISPLAY "Snooze until (YYYYMMDD): " WITH NO ADVANCING
           MOVE SPACES TO WS-DATE-IN
           ACCEPT WS-DATE-IN
           IF WS-DATE-IN NOT NUMERIC
              DISPLAY "Date must be YYYYMMDD, nothing changed."
              GO TO 005-EXIT
           END-IF
           MOVE WS-DATE-IN TO WS-SNOOZE-DATE
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-SNOOZE-DATE) NOT = 0
              DISPLAY "Not a valid date, nothing changed."
              GO TO 005-EXIT
           END-IF
           IF WS-SNOOZE-DATE NOT > WS-TODAY
              DISPLAY "Snooze date must be after " WS-TODAY
                 ", nothing changed."
              GO TO 005-EXIT
           END-IF
           MOVE "S" TO ALR-STATUS
           MOVE WS-SNOOZE-DATE TO ALR-SNOOZE-DATE
           MOVE WS-OPERATOR-ID TO ALR-ACK-BY
           MOVE WS-TODAY TO ALR-ACK-DATE
           MOVE ALERT-REC TO ALT-LINE(WS-MATCH-IDX)
           PERFORM 008-SAVE-ALERTS THRU 008-EXIT
           DISPLAY "Alert " ALR-NUMBER " snoozed until "
              WS-SNOOZE-DATE "."
       .
       005-EXIT.
           EXIT
       .

       006-LIST-ALL.
           PERFORM 007-LOAD-ALERTS THRU 007-EXIT
           MOVE ZEROS TO WS-LIST-COUNT
           PERFORM 010-LIST-HEADING THRU 010-EXIT
           PERFORM VARYING ALT-IDX FROM 1 BY 1
              UNTIL ALT-IDX > WS-ALT-COUNT
              MOVE ALT-LINE(ALT-IDX) TO ALERT-REC
              PERFORM 011-LIST-ONE-ALERT THRU 011-EXIT
           END-PERFORM
           DISPLAY "Alerts on file: " WS-LIST-COUNT
       .
       006-EXIT.
           EXIT
       .

       007-LOAD-ALERTS.
           MOVE ZEROS TO WS-ALT-COUNT
           MOVE "N" TO WS-ALR-EOF-SW
           MOVE "N" TO WS-TRUNC-SW
           OPEN INPUT ALERT-FILE
           IF WS-ALR-FSTATUS NOT = "00"
              GO TO 007-EXIT
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
       007-EXIT.
           EXIT
       .

       008-SAVE-ALERTS.
           OPEN OUTPUT ALERT-FILE
           PERFORM VARYING ALT-IDX FROM 1 BY 1
              UNTIL ALT-IDX > WS-ALT-COUNT
              MOVE ALT-LINE(ALT-IDX) TO ALERT-REC
              WRITE ALERT-REC
           END-PERFORM
           CLOSE ALERT-FILE
       .
       008-EXIT.
           EXIT
       .

       009-FIND-ALERT.
           MOVE "N" TO WS-FOUND-SW
           DISPLAY "Alert number (6 digits): " WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           IF WS-NUM-IN NOT NUMERIC
              DISPLAY "Number must be 6 digits, nothing changed."
              GO TO 009-EXIT
           END-IF
           MOVE WS-NUM-IN TO WS-ALERT-NUMBER
           PERFORM 007-LOAD-ALERTS THRU 007-EXIT
           IF LOAD-TRUNCATED
              DISPLAY "More than " WS-ALT-MAX " alerts on file - run "
                 "ALERTXTR to purge cleared alerts, nothing changed."
              GO TO 009-EXIT
           END-IF
           PERFORM VARYING ALT-IDX FROM 1 BY 1
              UNTIL ALT-IDX > WS-ALT-COUNT OR ALERT-FOUND
              MOVE ALT-LINE(ALT-IDX) TO ALERT-REC
              IF ALR-NUMBER = WS-ALERT-NUMBER
                 MOVE "Y" TO WS-FOUND-SW
                 SET WS-MATCH-IDX TO ALT-IDX
              END-IF
           END-PERFORM
           IF NOT ALERT-FOUND
              DISPLAY "Alert " WS-ALERT-NUMBER " not on file."
              GO TO 009-EXIT
           END-IF
           IF NOT ALR-ACTIVE
              DISPLAY "Alert " WS-ALERT-NUMBER " is already cleared."
              MOVE "N" TO WS-FOUND-SW
           END-IF
       .
       009-EXIT.
           EXIT
       .

       010-LIST-HEADING.
           DISPLAY "ALERT  TYPE     SUBJECT      SEVERITY RAISED   "
              "TO       S UNTIL    TEXT"
       .
       010-EXIT.
           EXIT
       .

       011-LIST-ONE-ALERT.
           ADD 1 TO WS-LIST-COUNT
           DISPLAY ALR-NUMBER " " ALR-TYPE " " ALR-SUBJECT " "
              ALR-SEVERITY " " ALR-RAISED-DATE " " ALR-RECIPIENT " "
              ALR-STATUS " " ALR-SNOOZE-DATE " " ALR-TEXT
       .
       011-EXIT.
           EXIT
       .

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORMMAINT.
       AUTHOR. JAKKRIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RANGE-FILE ASSIGN TO "form-ranges.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FRG-FSTATUS.
           SELECT USAGE-FILE ASSIGN TO "form-usage.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FUS-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RANGE-FILE.
       COPY "form-range.cpy".

       FD  USAGE-FILE.
       COPY "form-usage.cpy".

       WORKING-STORAGE SECTION.
       01  WS-OPERATOR-ID      PIC X(8) VALUE "SYSTEM".
       01  WS-FRG-FSTATUS      PIC XX VALUE "00".
       01  WS-FUS-FSTATUS      PIC XX VALUE "00".
       01  MENU-CHOICE         PIC 99 VALUE ZEROS.
       01  WS-AUTHORITY        PIC X VALUE SPACE.
       01  WS-AUTH-PROGRAM     PIC X(12) VALUE "FORMMAINT".
       01  WS-AUTH-OPTION      PIC 99 VALUE ZEROS.
       01  WS-AUTH-FUNCTION    PIC X(8) VALUE SPACES.
       01  WS-AUTH-PERMIT-SW   PIC X VALUE "N".
           88 FUNCTION-PERMITTED VALUE "Y".
       01  WS-CONTINUE-SW      PIC X VALUE "Y".
           88 CONTINUE-MENU       VALUE "Y".
       01  WS-FRG-EOF-SW       PIC X VALUE "N".
           88 END-OF-RANGES       VALUE "Y".
       01  WS-FUS-EOF-SW       PIC X VALUE "N".
           88 END-OF-USAGE        VALUE "Y".
       01  WS-FOUND-SW         PIC X VALUE "N".
           88 RANGE-FOUND         VALUE "Y".
       01  WS-CLASH-SW         PIC X VALUE "N".
           88 RANGE-CLASHES       VALUE "Y".
       01  WS-NEW-SERIES       PIC X(10) VALUE SPACES.
       01  WS-NUM-IN           PIC X(6).
       01  WS-NEW-FROM         PIC 9(6) VALUE ZEROS.
       01  WS-NEW-TO           PIC 9(6) VALUE ZEROS.
       01  WS-NEW-DEPT         PIC X(4) VALUE SPACES.
       01  WS-NEW-RECEIVED-BY  PIC X(20) VALUE SPACES.
       01  WS-NEW-DISPOSITION  PIC X VALUE SPACE.
       01  WS-RANGE-DEPT       PIC X(4) VALUE SPACES.
       01  WS-RANGE-FROM       PIC 9(6) VALUE ZEROS.
       01  WS-RANGE-TO         PIC 9(6) VALUE ZEROS.
       01  WS-CONFIRM          PIC X VALUE SPACE.
       01  WS-LIST-COUNT       PIC 9(5) VALUE ZEROS.
       01  WS-NUMBER-COUNT     PIC 9(7) VALUE ZEROS.

       PROCEDURE DIVISION.
       000-BEGIN.
           CALL "GETOPER" USING WS-OPERATOR-ID
           PERFORM UNTIL NOT CONTINUE-MENU
              PERFORM 001-DISPLAY-MENU THRU 001-EXIT
              PERFORM 002-DISPATCH THRU 002-EXIT
           END-PERFORM
           GOBACK
       .

       001-DISPLAY-MENU.
           DISPLAY " "
           DISPLAY "PRE-NUMBERED FORM STOCK - RANGE ALLOCATION"
           DISPLAY " 1. Issue a number range to a department"
           DISPLAY " 2. Report numbers used"
           DISPLAY " 3. Report numbers returned"
           DISPLAY " 4. List issued ranges and reports"
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
              WHEN 1 PERFORM 003-ISSUE-RANGE THRU 003-EXIT
              WHEN 2 MOVE "U" TO WS-NEW-DISPOSITION
                     PERFORM 005-REPORT-NUMBERS THRU 005-EXIT
              WHEN 3 MOVE "R" TO WS-NEW-DISPOSITION
                     PERFORM 005-REPORT-NUMBERS THRU 005-EXIT
              WHEN 4 PERFORM 007-LIST-RANGES THRU 007-EXIT
              WHEN 0 MOVE "N" TO WS-CONTINUE-SW
              WHEN OTHER
                 DISPLAY "Invalid selection, please try again."
           END-EVALUATE
       .
       002-EXIT.
           EXIT
       .

       003-ISSUE-RANGE.
           PERFORM 008-ACCEPT-SPAN THRU 008-EXIT
           IF WS-NEW-SERIES = SPACES
              GO TO 003-EXIT
           END-IF
           PERFORM 004-CHECK-OVERLAP THRU 004-EXIT
           IF RANGE-CLASHES
              DISPLAY "Range overlaps " WS-RANGE-FROM "-" WS-RANGE-TO
                 " already issued to " WS-RANGE-DEPT
                 ", nothing recorded."
              GO TO 003-EXIT
           END-IF
           DISPLAY "Department receiving the stock (4 characters): "
              WITH NO ADVANCING
           MOVE SPACES TO WS-NEW-DEPT
           ACCEPT WS-NEW-DEPT
           IF WS-NEW-DEPT = SPACES
              DISPLAY "Department is required, nothing recorded."
              GO TO 003-EXIT
           END-IF
           DISPLAY "Received by (20 characters): " WITH NO ADVANCING
           MOVE SPACES TO WS-NEW-RECEIVED-BY
           ACCEPT WS-NEW-RECEIVED-BY
           IF WS-NEW-RECEIVED-BY = SPACES
              DISPLAY "Recipient is required, nothing recorded."
              GO TO 003-EXIT
           END-IF
           COMPUTE WS-NUMBER-COUNT = WS-NEW-TO - WS-NEW-FROM + 1
           DISPLAY "Issue " WS-NEW-SERIES " " WS-NEW-FROM "-"
              WS-NEW-TO " (" WS-NUMBER-COUNT " numbers) to "
              WS-NEW-DEPT "? (Y/N): " WITH NO ADVANCING
           MOVE SPACE TO WS-CONFIRM
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
              DISPLAY "Nothing recorded."
              GO TO 003-EXIT
           END-IF
           OPEN EXTEND RANGE-FILE
           IF WS-FRG-FSTATUS = "35"
              OPEN OUTPUT RANGE-FILE
           END-IF
           MOVE SPACES TO FORM-RANGE-REC
           MOVE WS-NEW-SERIES TO FRG-SERIES
           MOVE WS-NEW-FROM TO FRG-FROM
           MOVE WS-NEW-TO TO FRG-TO
           MOVE WS-NEW-DEPT TO FRG-DEPT
           MOVE WS-NEW-RECEIVED-BY TO FRG-RECEIVED-BY
           MOVE FUNCTION CURRENT-DATE(1:8) TO FRG-ISSUE-DATE
           MOVE WS-OPERATOR-ID TO FRG-ISSUED-BY
           WRITE FORM-RANGE-REC
           CLOSE RANGE-FILE
           DISPLAY "Range issued: " WS-NEW-SERIES " " WS-NEW-FROM
              "-" WS-NEW-TO " to " WS-NEW-DEPT
       .
       003-EXIT.
           EXIT
       .

       004-CHECK-OVERLAP.
           MOVE "N" TO WS-CLASH-SW
           MOVE "N" TO WS-FRG-EOF-SW
           OPEN INPUT RANGE-FILE
           IF WS-FRG-FSTATUS NOT = "00"
              GO TO 004-EXIT
           END-IF
           PERFORM UNTIL END-OF-RANGES OR RANGE-CLASHES
              READ RANGE-FILE
                 AT END MOVE "Y" TO WS-FRG-EOF-SW
                 NOT AT END
                    IF FRG-SERIES = WS-NEW-SERIES
                       AND FRG-FROM NOT > WS-NEW-TO
                       AND FRG-TO NOT < WS-NEW-FROM
                       MOVE "Y" TO WS-CLASH-SW
                       MOVE FRG-DEPT TO WS-RANGE-DEPT
                       MOVE FRG-FROM TO WS-RANGE-FROM
                       MOVE FRG-TO TO WS-RANGE-TO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE RANGE-FILE
       .
       004-EXIT.
           EXIT
       .

       005-REPORT-NUMBERS.
           PERFORM 008-ACCEPT-SPAN THRU 008-EXIT
           IF WS-NEW-SERIES = SPACES
              GO TO 005-EXIT
           END-IF
           PERFORM 006-FIND-RANGE THRU 006-EXIT
           IF NOT RANGE-FOUND
              DISPLAY "Numbers " WS-NEW-FROM "-" WS-NEW-TO
                 " do not lie within a single range issued for "
                 WS-NEW-SERIES ", nothing recorded."
              GO TO 005-EXIT
           END-IF
           COMPUTE WS-NUMBER-COUNT = WS-NEW-TO - WS-NEW-FROM + 1
           IF WS-NEW-DISPOSITION = "U"
              DISPLAY "Report " WS-NUMBER-COUNT " numbers USED from "
                 WS-RANGE-DEPT " range " WS-RANGE-FROM "-"
                 WS-RANGE-TO "? (Y/N): " WITH NO ADVANCING
           ELSE
              DISPLAY "Report " WS-NUMBER-COUNT
                 " numbers RETURNED from " WS-RANGE-DEPT " range "
                 WS-RANGE-FROM "-" WS-RANGE-TO "? (Y/N): "
                 WITH NO ADVANCING
           END-IF
           MOVE SPACE TO WS-CONFIRM
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
              DISPLAY "Nothing recorded."
              GO TO 005-EXIT
           END-IF
           OPEN EXTEND USAGE-FILE
           IF WS-FUS-FSTATUS = "35"
              OPEN OUTPUT USAGE-FILE
           END-IF
           MOVE SPACES TO FORM-USAGE-REC
           MOVE WS-NEW-SERIES TO FUS-SERIES
           MOVE WS-NEW-FROM TO FUS-FROM
           MOVE WS-NEW-TO TO FUS-TO
           MOVE WS-NEW-DISPOSITION TO FUS-DISPOSITION
           MOVE WS-RANGE-DEPT TO FUS-DEPT
           MOVE FUNCTION CURRENT-DATE(1:8) TO FUS-DATE
           MOVE WS-OPERATOR-ID TO FUS-OPERATOR
           WRITE FORM-USAGE-REC
           CLOSE USAGE-FILE
           DISPLAY "Report recorded for " WS-NEW-SERIES " "
              WS-NEW-FROM "-" WS-NEW-TO
       .
       005-EXIT.
           EXIT
       .

       006-FIND-RANGE.
           MOVE "N" TO WS-FOUND-SW
           MOVE "N" TO WS-FRG-EOF-SW
           OPEN INPUT RANGE-FILE
           IF WS-FRG-FSTATUS NOT = "00"
              GO TO 006-EXIT
           END-IF
           PERFORM UNTIL END-OF-RANGES OR RANGE-FOUND
              READ RANGE-FILE
                 AT END MOVE "Y" TO WS-FRG-EOF-SW
                 NOT AT END
                    IF FRG-SERIES = WS-NEW-SERIES
                       AND FRG-FROM NOT > WS-NEW-FROM
                       AND FRG-TO NOT < WS-NEW-TO
                       MOVE "Y" TO WS-FOUND-SW
                       MOVE FRG-DEPT TO WS-RANGE-DEPT
                       MOVE FRG-FROM TO WS-RANGE-FROM
                       MOVE FRG-TO TO WS-RANGE-TO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE RANGE-FILE
       .
       006-EXIT.
           EXIT
       .

       007-LIST-RANGES.
           MOVE ZEROS TO WS-LIST-COUNT
           MOVE "N" TO WS-FRG-EOF-SW
           OPEN INPUT RANGE-FILE
           IF WS-FRG-FSTATUS NOT = "00"
              DISPLAY "No ranges on file."
              GO TO 007-EXIT
           END-IF
           DISPLAY "SERIES     FROM   TO     DEPT RECEIVED BY         "
              "  ISSUED   BY"
           PERFORM UNTIL END-OF-RANGES
              READ RANGE-FILE
                 AT END MOVE "Y" TO WS-FRG-EOF-SW
                 NOT AT END
                    ADD 1 TO WS-LIST-COUNT
                    DISPLAY FRG-SERIES " " FRG-FROM " " FRG-TO " "
                       FRG-DEPT " " FRG-RECEIVED-BY " "
                       FRG-ISSUE-DATE " " FRG-ISSUED-BY
              END-READ
           END-PERFORM
           CLOSE RANGE-FILE
           DISPLAY "Ranges on file: " WS-LIST-COUNT
           MOVE ZEROS TO WS-LIST-COUNT
           MOVE "N" TO WS-FUS-EOF-SW
           OPEN INPUT USAGE-FILE
           IF WS-FUS-FSTATUS NOT = "00"
              DISPLAY "No used or returned numbers reported."
              GO TO 007-EXIT
           END-IF
           DISPLAY " "
           DISPLAY "SERIES     FROM   TO     U/R DEPT REPORTED BY"
           PERFORM UNTIL END-OF-USAGE
              READ USAGE-FILE
                 AT END MOVE "Y" TO WS-FUS-EOF-SW
                 NOT AT END
                    ADD 1 TO WS-LIST-COUNT
                    DISPLAY FUS-SERIES " " FUS-FROM " " FUS-TO " "
                       FUS-DISPOSITION "   " FUS-DEPT " " FUS-DATE
                       " " FUS-OPERATOR
              END-READ
           END-PERFORM
           CLOSE USAGE-FILE
           DISPLAY "Reports on file: " WS-LIST-COUNT
       .
       007-EXIT.
           EXIT
       .

       008-ACCEPT-SPAN.
           DISPLAY "Form series (10 characters): " WITH NO ADVANCING
           MOVE SPACES TO WS-NEW-SERIES
           ACCEPT WS-NEW-SERIES
           IF WS-NEW-SERIES = SPACES
              DISPLAY "Series is required, nothing recorded."
              GO TO 008-EXIT
           END-IF
           DISPLAY "First number (6 digits): " WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           IF WS-NUM-IN NOT NUMERIC
              DISPLAY "Number must be 6 digits, nothing recorded."
              MOVE SPACES TO WS-NEW-SERIES
              GO TO 008-EXIT
           END-IF
           MOVE WS-NUM-IN TO WS-NEW-FROM
           DISPLAY "Last number (6 digits): " WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           IF WS-NUM-IN NOT NUMERIC
              DISPLAY "Number must be 6 digits, nothing recorded."
              MOVE SPACES TO WS-NEW-SERIES
              GO TO 008-EXIT
           END-IF
           MOVE WS-NUM-IN TO WS-NEW-TO
           IF WS-NEW-TO < WS-NEW-FROM
              DISPLAY "Last number is before the first, nothing "
                 "recorded."
              MOVE SPACES TO WS-NEW-SERIES
           END-IF
       .
       008-EXIT.
           EXIT
       .

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHOPMAINT.
       AUTHOR. JAKKRIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO "shop-calendar.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SCL-FSTATUS.
           SELECT STD-FILE ASSIGN TO "wo-std-hours.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-WST-FSTATUS.
           SELECT BOOKING-FILE ASSIGN TO "shop-bookings.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SBK-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE.
       COPY "shop-cal.cpy".

       FD  STD-FILE.
       COPY "wo-std.cpy".

       FD  BOOKING-FILE.
       COPY "shop-book.cpy".

       WORKING-STORAGE SECTION.
       01  WS-OPERATOR-ID      PIC X(8) VALUE "SYSTEM".
       01  WS-SCL-FSTATUS      PIC XX VALUE "00".
       01  WS-WST-FSTATUS      PIC XX VALUE "00".
       01  WS-SBK-FSTATUS      PIC XX VALUE "00".
       01  MENU-CHOICE         PIC 99 VALUE ZEROS.
       01  WS-AUTHORITY        PIC X VALUE SPACE.
       01  WS-AUTH-PROGRAM     PIC X(12) VALUE "SHOPMAINT".
       01  WS-AUTH-OPTION      PIC 99 VALUE ZEROS.
       01  WS-AUTH-FUNCTION    PIC X(8) VALUE SPACES.
       01  WS-AUTH-PERMIT-SW   PIC X VALUE "N".
           88 FUNCTION-PERMITTED VALUE "Y".
       01  WS-CONTINUE-SW      PIC X VALUE "Y".
           88 CONTINUE-MENU       VALUE "Y".
       01  WS-SCL-EOF-SW       PIC X VALUE "N".
           88 END-OF-CALENDAR     VALUE "Y".
       01  WS-WST-EOF-SW       PIC X VALUE "N".
           88 END-OF-STANDARDS    VALUE "Y".
       01  WS-SBK-EOF-SW       PIC X VALUE "N".
           88 END-OF-BOOKINGS     VALUE "Y".
       01  WS-TRUNC-SW         PIC X VALUE "N".
           88 LOAD-TRUNCATED      VALUE "Y".
       01  WS-RANGE-OK-SW      PIC X VALUE "N".
           88 RANGE-OK            VALUE "Y".
       01  WS-FULL-SW          PIC X VALUE "N".
           88 CALENDAR-FULL       VALUE "Y".
       01  WS-FOUND-SW         PIC X VALUE "N".
           88 TYPE-FOUND          VALUE "Y".
       01  CAL-TABLE.
           05 CAL-ENTRY OCCURS 400 TIMES INDEXED BY CAL-IDX.
              10 CAL-LINE       PIC X(20).
       01  WS-CAL-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-CAL-MAX          PIC 9(3) VALUE 400.
       01  WS-CAL-POS          PIC 9(3) VALUE ZEROS.
       01  WS-CAL-SUB          PIC 9(3) VALUE ZEROS.
       01  WS-CAL-KEEP         PIC 9(3) VALUE ZEROS.
       01  STD-TABLE.
           05 STD-ENTRY OCCURS 50 TIMES INDEXED BY STD-IDX.
              10 STD-LINE       PIC X(15).
       01  WS-STD-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-STD-MAX          PIC 9(3) VALUE 50.
       01  WS-STD-MATCH-IDX    PIC 9(3) VALUE ZEROS.
       01  WS-MAX-BAYS         PIC 9(2) VALUE 20.
       01  WS-MAX-DAYS         PIC 9(3) VALUE 400.
       01  WS-DATE-IN          PIC X(8).
       01  WS-NUM-IN           PIC X(4).
       01  WS-ANSWER           PIC X VALUE SPACE.
       01  WS-FROM-DATE        PIC 9(8) VALUE ZEROS.
       01  WS-TO-DATE          PIC 9(8) VALUE ZEROS.
       01  WS-FROM-INT         PIC 9(8) VALUE ZEROS.
       01  WS-TO-INT           PIC 9(8) VALUE ZEROS.
       01  WS-DAY-INT          PIC 9(8) VALUE ZEROS.
       01  WS-WEEKDAY          PIC 9 VALUE ZEROS.
       01  WS-NEW-DATE         PIC 9(8) VALUE ZEROS.
       01  WS-NEW-BAYS         PIC 9(2) VALUE ZEROS.
       01  WS-NEW-BAY-HOURS    PIC 9(2)V9(1) VALUE ZEROS.
       01  WS-NEW-TECH-HOURS   PIC 9(3)V9(1) VALUE ZEROS.
       01  WS-NEW-TYPE         PIC X(4) VALUE SPACES.
       01  WS-NEW-HOURS        PIC 9(3)V9(1) VALUE ZEROS.
       01  WS-NEW-PRIORITY     PIC 9 VALUE ZEROS.
       01  WS-NEW-DUE-DAYS     PIC 9(3) VALUE ZEROS.
       01  WS-POSTED-COUNT     PIC 9(3) VALUE ZEROS.
       01  WS-REMOVED-COUNT    PIC 9(3) VALUE ZEROS.
       01  WS-LIST-COUNT       PIC 9(5) VALUE ZEROS.
       01  WS-BAY-TOTAL        PIC 9(5) VALUE ZEROS.
       01  WS-PRN-BAY-HOURS    PIC Z9.9.
       01  WS-PRN-TECH-HOURS   PIC ZZ9.9.
       01  WS-PRN-HOURS        PIC ZZ9.9.

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
           DISPLAY "SHOP CALENDAR AND STANDARD HOURS"
           DISPLAY " 1. Open shop days for a date range"
           DISPLAY " 2. List the shop calendar"
           DISPLAY " 3. Close shop days for a date range"
           DISPLAY " 4. Set standard hours for a work order type"
           DISPLAY " 5. List standard hours"
           DISPLAY " 6. List bay bookings"
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
              WHEN 1 PERFORM 003-OPEN-SHOP-DAYS THRU 003-EXIT
              WHEN 2 PERFORM 004-LIST-CALENDAR THRU 004-EXIT
              WHEN 3 PERFORM 005-CLOSE-SHOP-DAYS THRU 005-EXIT
              WHEN 4 PERFORM 006-SET-STD-HOURS THRU 006-EXIT
              WHEN 5 PERFORM 007-LIST-STD-HOURS THRU 007-EXIT
              WHEN 6 PERFORM 008-LIST-BOOKINGS THRU 008-EXIT
              WHEN 0 MOVE "N" TO WS-CONTINUE-SW
              WHEN OTHER
                 DISPLAY "Invalid selection, please try again."
           END-EVALUATE
       .
       002-EXIT.
           EXIT
       .

       003-OPEN-SHOP-DAYS.
           PERFORM 014-INPUT-DATE-RANGE THRU 014-EXIT
           IF NOT RANGE-OK
              GO TO 003-EXIT
           END-IF
           DISPLAY "Bays open each day (2 digits): " WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           IF WS-NUM-IN(1:2) NOT NUMERIC
              DISPLAY "Bays must be 2 digits, calendar not changed."
              GO TO 003-EXIT
           END-IF
           MOVE WS-NUM-IN(1:2) TO WS-NEW-BAYS
           IF WS-NEW-BAYS = 0 OR WS-NEW-BAYS > WS-MAX-BAYS
              DISPLAY "Bays must be 01 to " WS-MAX-BAYS
                 ", calendar not changed."
              GO TO 003-EXIT
           END-IF
           DISPLAY "Working hours per bay (HHh, e.g. 080 for 8.0): "
              WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           IF WS-NUM-IN(1:3) NOT NUMERIC
              DISPLAY "Hours must be 3 digits, calendar not changed."
              GO TO 003-EXIT
           END-IF
           COMPUTE WS-NEW-BAY-HOURS = FUNCTION NUMVAL(WS-NUM-IN(1:3))
              / 10
           IF WS-NEW-BAY-HOURS = 0 OR WS-NEW-BAY-HOURS > 24
              DISPLAY "Hours per bay must be 00.1 to 24.0, calendar "
                 "not changed."
              GO TO 003-EXIT
           END-IF
           DISPLAY "Technician hours per day (HHHh, e.g. 0240): "
              WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           IF WS-NUM-IN NOT NUMERIC
              DISPLAY "Hours must be 4 digits, calendar not changed."
              GO TO 003-EXIT
           END-IF
           COMPUTE WS-NEW-TECH-HOURS = FUNCTION NUMVAL(WS-NUM-IN)
              / 10
           IF WS-NEW-TECH-HOURS = 0
              DISPLAY "Technician hours are required, calendar not "
                 "changed."
              GO TO 003-EXIT
           END-IF
           DISPLAY "Include Saturdays and Sundays (Y/N): "
              WITH NO ADVANCING
           MOVE SPACE TO WS-ANSWER
           ACCEPT WS-ANSWER
           PERFORM 009-LOAD-CALENDAR THRU 009-EXIT
           IF LOAD-TRUNCATED
              DISPLAY "Shop calendar holds more than " WS-CAL-MAX
                 " days, close old days first."
              GO TO 003-EXIT
           END-IF
           MOVE ZEROS TO WS-POSTED-COUNT
           MOVE "N" TO WS-FULL-SW
           PERFORM VARYING WS-DAY-INT FROM WS-FROM-INT BY 1
              UNTIL WS-DAY-INT > WS-TO-INT OR CALENDAR-FULL
              COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DAY-INT, 7)
              IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
                 OR (WS-WEEKDAY NOT = 6 AND WS-WEEKDAY NOT = 0)
                 COMPUTE WS-NEW-DATE =
                    FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
                 PERFORM 011-POST-ONE-DAY THRU 011-EXIT
              END-IF
           END-PERFORM
           PERFORM 010-SAVE-CALENDAR THRU 010-EXIT
           DISPLAY WS-POSTED-COUNT " shop days recorded."
           IF CALENDAR-FULL
              DISPLAY "Shop calendar is full, days from " WS-NEW-DATE
                 " not recorded."
           END-IF
       .
       003-EXIT.
           EXIT
       .

       004-LIST-CALENDAR.
           PERFORM 009-LOAD-CALENDAR THRU 009-EXIT
           MOVE ZEROS TO WS-BAY-TOTAL
           DISPLAY "DATE     BAYS HRS/BAY TECH HRS"
           PERFORM VARYING CAL-IDX FROM 1 BY 1
              UNTIL CAL-IDX > WS-CAL-COUNT
              MOVE CAL-LINE(CAL-IDX) TO SHOP-CAL-REC
              MOVE SCL-BAY-HOURS TO WS-PRN-BAY-HOURS
              MOVE SCL-TECH-HOURS TO WS-PRN-TECH-HOURS
              ADD SCL-BAYS TO WS-BAY-TOTAL
              DISPLAY SCL-DATE "  " SCL-BAYS "    " WS-PRN-BAY-HOURS
                 "    " WS-PRN-TECH-HOURS
           END-PERFORM
           DISPLAY "Shop days on file: " WS-CAL-COUNT
              "  bay-days: " WS-BAY-TOTAL
       .
       004-EXIT.
           EXIT
       .

       005-CLOSE-SHOP-DAYS.
           PERFORM 014-INPUT-DATE-RANGE THRU 014-EXIT
           IF NOT RANGE-OK
              GO TO 005-EXIT
           END-IF
           PERFORM 009-LOAD-CALENDAR THRU 009-EXIT
           IF LOAD-TRUNCATED
              DISPLAY "Shop calendar holds more than " WS-CAL-MAX
                 " days, not changed."
              GO TO 005-EXIT
           END-IF
           MOVE ZEROS TO WS-CAL-KEEP
           MOVE ZEROS TO WS-REMOVED-COUNT
           PERFORM VARYING CAL-IDX FROM 1 BY 1
              UNTIL CAL-IDX > WS-CAL-COUNT
              MOVE CAL-LINE(CAL-IDX) TO SHOP-CAL-REC
              IF SCL-DATE NOT < WS-FROM-DATE
                 AND SCL-DATE NOT > WS-TO-DATE
                 ADD 1 TO WS-REMOVED-COUNT
              ELSE
                 ADD 1 TO WS-CAL-KEEP
                 MOVE SHOP-CAL-REC TO CAL-LINE(WS-CAL-KEEP)
              END-IF
           END-PERFORM
           IF WS-REMOVED-COUNT = 0
              DISPLAY "No shop days in that range."
              GO TO 005-EXIT
           END-IF
           MOVE WS-CAL-KEEP TO WS-CAL-COUNT
           PERFORM 010-SAVE-CALENDAR THRU 010-EXIT
           DISPLAY WS-REMOVED-COUNT " shop days closed."
           DISPLAY "Bay bookings already made on those days are not "
              "changed."
       .
       005-EXIT.
           EXIT
       .

       006-SET-STD-HOURS.
           DISPLAY "Work order type (4 characters): "
              WITH NO ADVANCING
           MOVE SPACES TO WS-NEW-TYPE
           ACCEPT WS-NEW-TYPE
           IF WS-NEW-TYPE = SPACES
              DISPLAY "Work order type is required, not recorded."
              GO TO 006-EXIT
           END-IF
           DISPLAY "Standard labor hours (HHHh, e.g. 0015 for 1.5): "
              WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           IF WS-NUM-IN NOT NUMERIC
              DISPLAY "Hours must be 4 digits, not recorded."
              GO TO 006-EXIT
           END-IF
           COMPUTE WS-NEW-HOURS = FUNCTION NUMVAL(WS-NUM-IN) / 10
           IF WS-NEW-HOURS = 0
              DISPLAY "Standard hours are required, not recorded."
              GO TO 006-EXIT
           END-IF
           DISPLAY "Priority (1 most urgent to 9): " WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           IF WS-NUM-IN(1:1) NOT NUMERIC OR WS-NUM-IN(1:1) = "0"
              DISPLAY "Priority must be 1 to 9, not recorded."
              GO TO 006-EXIT
           END-IF
           MOVE WS-NUM-IN(1:1) TO WS-NEW-PRIORITY
           DISPLAY "Days from raised to due (3 digits): "
              WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           IF WS-NUM-IN(1:3) NOT NUMERIC
              DISPLAY "Days must be 3 digits, not recorded."
              GO TO 006-EXIT
           END-IF
           MOVE WS-NUM-IN(1:3) TO WS-NEW-DUE-DAYS
           PERFORM 012-LOAD-STD THRU 012-EXIT
           MOVE "N" TO WS-FOUND-SW
           MOVE ZEROS TO WS-STD-MATCH-IDX
           PERFORM VARYING STD-IDX FROM 1 BY 1
              UNTIL STD-IDX > WS-STD-COUNT OR TYPE-FOUND
              IF STD-LINE(STD-IDX)(1:4) = WS-NEW-TYPE
                 MOVE "Y" TO WS-FOUND-SW
                 SET WS-STD-MATCH-IDX TO STD-IDX
              END-IF
           END-PERFORM
           IF NOT TYPE-FOUND
              IF WS-STD-COUNT >= WS-STD-MAX
                 DISPLAY "Standard hours file is full."
                 GO TO 006-EXIT
              END-IF
              ADD 1 TO WS-STD-COUNT
              MOVE WS-STD-COUNT TO WS-STD-MATCH-IDX
           END-IF
           MOVE SPACES TO WO-STD-REC
           MOVE WS-NEW-TYPE TO WST-TYPE
           MOVE WS-NEW-HOURS TO WST-HOURS
           MOVE WS-NEW-PRIORITY TO WST-PRIORITY
           MOVE WS-NEW-DUE-DAYS TO WST-DUE-DAYS
           MOVE WO-STD-REC TO STD-LINE(WS-STD-MATCH-IDX)
           PERFORM 013-SAVE-STD THRU 013-EXIT
           DISPLAY "Standard hours for " WS-NEW-TYPE " recorded."
       .
       006-EXIT.
           EXIT
       .

       007-LIST-STD-HOURS.
           PERFORM 012-LOAD-STD THRU 012-EXIT
           DISPLAY "TYPE  HOURS PRI DUE-DAYS"
           PERFORM VARYING STD-IDX FROM 1 BY 1
              UNTIL STD-IDX > WS-STD-COUNT
              MOVE STD-LINE(STD-IDX) TO WO-STD-REC
              MOVE WST-HOURS TO WS-PRN-HOURS
              DISPLAY WST-TYPE "  " WS-PRN-HOURS "  " WST-PRIORITY
                 "   " WST-DUE-DAYS
           END-PERFORM
           DISPLAY "Work order types on file: " WS-STD-COUNT
       .
       007-EXIT.
           EXIT
       .

       008-LIST-BOOKINGS.
           MOVE ZEROS TO WS-LIST-COUNT
           MOVE "N" TO WS-SBK-EOF-SW
           OPEN INPUT BOOKING-FILE
           IF WS-SBK-FSTATUS NOT = "00"
              DISPLAY "No bay bookings on file."
              GO TO 008-EXIT
           END-IF
           DISPLAY "WO NUM VEHICL TYPE BAY FROM     TO       HOURS"
              " ST BOOKED"
           PERFORM UNTIL END-OF-BOOKINGS
              READ BOOKING-FILE
                 AT END MOVE "Y" TO WS-SBK-EOF-SW
                 NOT AT END
                    ADD 1 TO WS-LIST-COUNT
                    MOVE SBK-HOURS TO WS-PRN-HOURS
                    DISPLAY SBK-WO-NUMBER " " SBK-VEH-ID " "
                       SBK-WO-TYPE " " SBK-BAY "  " SBK-FROM-DATE " "
                       SBK-TO-DATE " " WS-PRN-HOURS " " SBK-STATUS
                       "  " SBK-BOOKED-DATE
              END-READ
           END-PERFORM
           CLOSE BOOKING-FILE
           DISPLAY "Bookings on file: " WS-LIST-COUNT
       .
       008-EXIT.
           EXIT
       .

       009-LOAD-CALENDAR.
           MOVE ZEROS TO WS-CAL-COUNT
           MOVE "N" TO WS-SCL-EOF-SW
           MOVE "N" TO WS-TRUNC-SW
           OPEN INPUT CALENDAR-FILE
           IF WS-SCL-FSTATUS NOT = "00"
              GO TO 009-EXIT
           END-IF
           PERFORM UNTIL END-OF-CALENDAR
              READ CALENDAR-FILE
                 AT END MOVE "Y" TO WS-SCL-EOF-SW
                 NOT AT END
                    IF WS-CAL-COUNT >= WS-CAL-MAX
                       MOVE "Y" TO WS-TRUNC-SW
                       MOVE "Y" TO WS-SCL-EOF-SW
                    ELSE
                       ADD 1 TO WS-CAL-COUNT
                       MOVE SHOP-CAL-REC TO CAL-LINE(WS-CAL-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CALENDAR-FILE
       .
       009-EXIT.
           EXIT
       .

       010-SAVE-CALENDAR.
           OPEN OUTPUT CALENDAR-FILE
           PERFORM VARYING CAL-IDX FROM 1 BY 1
              UNTIL CAL-IDX > WS-CAL-COUNT
              MOVE CAL-LINE(CAL-IDX) TO SHOP-CAL-REC
              WRITE SHOP-CAL-REC
           END-PERFORM
           CLOSE CALENDAR-FILE
       .
       010-EXIT.
           EXIT
       .

       011-POST-ONE-DAY.
           MOVE ZEROS TO WS-CAL-POS
           PERFORM VARYING CAL-IDX FROM 1 BY 1
              UNTIL CAL-IDX > WS-CAL-COUNT OR WS-CAL-POS > 0
              IF CAL-LINE(CAL-IDX)(1:8) NOT < WS-NEW-DATE
                 SET WS-CAL-POS TO CAL-IDX
              END-IF
           END-PERFORM
           IF WS-CAL-POS > 0
              AND CAL-LINE(WS-CAL-POS)(1:8) = WS-NEW-DATE
              CONTINUE
           ELSE
              IF WS-CAL-COUNT >= WS-CAL-MAX
                 MOVE "Y" TO WS-FULL-SW
                 GO TO 011-EXIT
              END-IF
              IF WS-CAL-POS = 0
                 ADD 1 TO WS-CAL-COUNT
                 MOVE WS-CAL-COUNT TO WS-CAL-POS
              ELSE
                 PERFORM VARYING WS-CAL-SUB FROM WS-CAL-COUNT BY -1
                    UNTIL WS-CAL-SUB < WS-CAL-POS
                    MOVE CAL-LINE(WS-CAL-SUB)
                       TO CAL-LINE(WS-CAL-SUB + 1)
                 END-PERFORM
                 ADD 1 TO WS-CAL-COUNT
              END-IF
           END-IF
           MOVE SPACES TO SHOP-CAL-REC
           MOVE WS-NEW-DATE TO SCL-DATE
           MOVE WS-NEW-BAYS TO SCL-BAYS
           MOVE WS-NEW-BAY-HOURS TO SCL-BAY-HOURS
           MOVE WS-NEW-TECH-HOURS TO SCL-TECH-HOURS
           MOVE SHOP-CAL-REC TO CAL-LINE(WS-CAL-POS)
           ADD 1 TO WS-POSTED-COUNT
       .
       011-EXIT.
           EXIT
       .

       012-LOAD-STD.
           MOVE ZEROS TO WS-STD-COUNT
           MOVE "N" TO WS-WST-EOF-SW
           OPEN INPUT STD-FILE
           IF WS-WST-FSTATUS NOT = "00"
              GO TO 012-EXIT
           END-IF
           PERFORM UNTIL END-OF-STANDARDS
              READ STD-FILE
                 AT END MOVE "Y" TO WS-WST-EOF-SW
                 NOT AT END
                    IF WS-STD-COUNT < WS-STD-MAX
                       ADD 1 TO WS-STD-COUNT
                       MOVE WO-STD-REC TO STD-LINE(WS-STD-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE STD-FILE
       .
       012-EXIT.
           EXIT
       .

       013-SAVE-STD.
           OPEN OUTPUT STD-FILE
           PERFORM VARYING STD-IDX FROM 1 BY 1
              UNTIL STD-IDX > WS-STD-COUNT
              MOVE STD-LINE(STD-IDX) TO WO-STD-REC
              WRITE WO-STD-REC
           END-PERFORM
           CLOSE STD-FILE
       .
       013-EXIT.
           EXIT
       .

       014-INPUT-DATE-RANGE.
           MOVE "N" TO WS-RANGE-OK-SW
           DISPLAY "From date (YYYYMMDD): " WITH NO ADVANCING
           MOVE SPACES TO WS-DATE-IN
           ACCEPT WS-DATE-IN
           IF WS-DATE-IN NOT NUMERIC
              DISPLAY "Date must be 8 digits, calendar not changed."
              GO TO 014-EXIT
           END-IF
           MOVE WS-DATE-IN TO WS-FROM-DATE
           DISPLAY "To date (YYYYMMDD): " WITH NO ADVANCING
           MOVE SPACES TO WS-DATE-IN
           ACCEPT WS-DATE-IN
           IF WS-DATE-IN NOT NUMERIC
              DISPLAY "Date must be 8 digits, calendar not changed."
              GO TO 014-EXIT
           END-IF
           MOVE WS-DATE-IN TO WS-TO-DATE
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FROM-DATE) NOT = 0
              OR FUNCTION TEST-DATE-YYYYMMDD(WS-TO-DATE) NOT = 0
              DISPLAY "Not a valid calendar date, calendar not "
                 "changed."
              GO TO 014-EXIT
           END-IF
           IF WS-TO-DATE < WS-FROM-DATE
              DISPLAY "To date before from date, calendar not "
                 "changed."
              GO TO 014-EXIT
           END-IF
           COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)
           COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE(WS-TO-DATE)
           IF WS-TO-INT - WS-FROM-INT >= WS-MAX-DAYS
              DISPLAY "Range is longer than " WS-MAX-DAYS
                 " days, calendar not changed."
              GO TO 014-EXIT
           END-IF
           MOVE "Y" TO WS-RANGE-OK-SW
       .
       014-EXIT.
           EXIT
       .

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDMAINT.
       AUTHOR. JAKKRIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-FILE ASSIGN TO "cc-budget.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BUD-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-FILE.
       COPY "cc-budget.cpy".

       WORKING-STORAGE SECTION.
       01  WS-BUD-FSTATUS       PIC XX VALUE "00".
       01  MENU-CHOICE          PIC 99 VALUE ZEROS.
       01  WS-OPERATOR-ID       PIC X(8) VALUE "SYSTEM".
       01  WS-AUTHORITY         PIC X VALUE SPACE.
       01  WS-AUTH-PROGRAM      PIC X(12) VALUE "BUDMAINT".
       01  WS-AUTH-OPTION       PIC 99 VALUE ZEROS.
       01  WS-AUTH-FUNCTION     PIC X(8) VALUE SPACES.
       01  WS-AUTH-PERMIT-SW    PIC X VALUE "N".
           88 FUNCTION-PERMITTED VALUE "Y".
       01  WS-CONTINUE-SW       PIC X VALUE "Y".
           88 CONTINUE-MENU        VALUE "Y".
       01  WS-BUD-EOF-SW        PIC X VALUE "N".
           88 END-OF-BUDGETS       VALUE "Y".
       01  BUD-TABLE.
           05 BUD-ENTRY OCCURS 1200 TIMES INDEXED BY BUD-IDX.
              10 BUD-TBL-LINE    PIC X(46).
       01  WS-BUD-COUNT         PIC 9(4) VALUE ZEROS.
       01  WS-BUD-MAX           PIC 9(4) VALUE 1200.
       01  WS-BUD-MATCH-IDX     PIC 9(4) VALUE ZEROS.
       01  WS-NEW-CC            PIC X(4).
       01  WS-NEW-YEAR          PIC 9(4) VALUE ZEROS.
       01  WS-NEW-MONTH         PIC 9(2) VALUE ZEROS.
       01  WS-NEW-TOL           PIC 9(2)V9(1) VALUE ZEROS.
       01  WS-DEFAULT-TOL       PIC 9(2)V9(1) VALUE 5.0.
       01  WS-ANNUAL-MILEAGE    PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-ANNUAL-FUEL       PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-ANNUAL-MAINT      PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-MONTH-MILEAGE     PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-MONTH-FUEL        PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-MONTH-MAINT       PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-AMOUNT            PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-AMOUNT-OK-SW      PIC X VALUE "N".
           88 AMOUNT-OK            VALUE "Y".
       01  WS-MONTH-NO          PIC 9(2) VALUE ZEROS.
       01  WS-MONTHS-FOUND      PIC 9(2) VALUE ZEROS.
       01  WS-YEAR-MILEAGE      PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-YEAR-FUEL         PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-YEAR-MAINT        PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-NUM-IN            PIC X(10).
       01  WS-PRN-MILEAGE       PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-PRN-FUEL          PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-PRN-MAINT         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-PRN-TOL           PIC Z9.9.

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
           DISPLAY "COST CENTER BUDGET MAINTENANCE"
           DISPLAY " 1. Enter or change a month's budget"
           DISPLAY " 2. Spread an annual budget across the year"
           DISPLAY " 3. Set the over-budget tolerance for a year"
           DISPLAY " 4. List a cost center's budget for a year"
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
              WHEN 1 PERFORM 003-RECORD-MONTH THRU 003-EXIT
              WHEN 2 PERFORM 004-SPREAD-ANNUAL THRU 004-EXIT
              WHEN 3 PERFORM 005-SET-TOLERANCE THRU 005-EXIT
              WHEN 4 PERFORM 006-LIST-BUDGET THRU 006-EXIT
              WHEN 0 MOVE "N" TO WS-CONTINUE-SW
              WHEN OTHER
                 DISPLAY "Invalid selection, please try again."
           END-EVALUATE
       .
       002-EXIT.
           EXIT
       .

       003-RECORD-MONTH.
           PERFORM 009-INPUT-CC-YEAR THRU 009-EXIT
           IF WS-NEW-CC = SPACES
              GO TO 003-EXIT
           END-IF
           DISPLAY "Month (01-12): " WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           IF WS-NUM-IN(1:2) NOT NUMERIC
              DISPLAY "Month must be 2 digits, budget not recorded."
              GO TO 003-EXIT
           END-IF
           MOVE WS-NUM-IN(1:2) TO WS-NEW-MONTH
           IF WS-NEW-MONTH < 1 OR WS-NEW-MONTH > 12
              DISPLAY "Month must be 01 to 12, budget not recorded."
              GO TO 003-EXIT
           END-IF
           PERFORM 007-LOAD-BUDGETS THRU 007-EXIT
           DISPLAY "Mileage charge budget: " WITH NO ADVANCING
           PERFORM 011-INPUT-AMOUNT THRU 011-EXIT
           IF NOT AMOUNT-OK
              GO TO 003-EXIT
           END-IF
           MOVE WS-AMOUNT TO WS-MONTH-MILEAGE
           DISPLAY "Fuel budget: " WITH NO ADVANCING
           PERFORM 011-INPUT-AMOUNT THRU 011-EXIT
           IF NOT AMOUNT-OK
              GO TO 003-EXIT
           END-IF
           MOVE WS-AMOUNT TO WS-MONTH-FUEL
           DISPLAY "Maintenance budget: " WITH NO ADVANCING
           PERFORM 011-INPUT-AMOUNT THRU 011-EXIT
           IF NOT AMOUNT-OK
              GO TO 003-EXIT
           END-IF
           MOVE WS-AMOUNT TO WS-MONTH-MAINT
           PERFORM 010-STORE-MONTH THRU 010-EXIT
           IF WS-BUD-MATCH-IDX = 0
              GO TO 003-EXIT
           END-IF
           PERFORM 008-SAVE-BUDGETS THRU 008-EXIT
           DISPLAY "Budget for " WS-NEW-CC " " WS-NEW-YEAR "/"
              WS-NEW-MONTH " recorded."
       .
       003-EXIT.
           EXIT
       .

       004-SPREAD-ANNUAL.
           PERFORM 009-INPUT-CC-YEAR THRU 009-EXIT
           IF WS-NEW-CC = SPACES
              GO TO 004-EXIT
           END-IF
           PERFORM 007-LOAD-BUDGETS THRU 007-EXIT
           DISPLAY "Annual mileage charge budget: " WITH NO ADVANCING
           PERFORM 011-INPUT-AMOUNT THRU 011-EXIT
           IF NOT AMOUNT-OK
              GO TO 004-EXIT
           END-IF
           MOVE WS-AMOUNT TO WS-ANNUAL-MILEAGE
           DISPLAY "Annual fuel budget: " WITH NO ADVANCING
           PERFORM 011-INPUT-AMOUNT THRU 011-EXIT
           IF NOT AMOUNT-OK
              GO TO 004-EXIT
           END-IF
           MOVE WS-AMOUNT TO WS-ANNUAL-FUEL
           DISPLAY "Annual maintenance budget: " WITH NO ADVANCING
           PERFORM 011-INPUT-AMOUNT THRU 011-EXIT
           IF NOT AMOUNT-OK
              GO TO 004-EXIT
           END-IF
           MOVE WS-AMOUNT TO WS-ANNUAL-MAINT
           PERFORM VARYING WS-MONTH-NO FROM 1 BY 1
              UNTIL WS-MONTH-NO > 12
              MOVE WS-MONTH-NO TO WS-NEW-MONTH
              COMPUTE WS-MONTH-MILEAGE = WS-ANNUAL-MILEAGE / 12
              COMPUTE WS-MONTH-FUEL = WS-ANNUAL-FUEL / 12
              COMPUTE WS-MONTH-MAINT = WS-ANNUAL-MAINT / 12
              IF WS-MONTH-NO = 12
                 COMPUTE WS-MONTH-MILEAGE = WS-ANNUAL-MILEAGE
                    - WS-MONTH-MILEAGE * 11
                 COMPUTE WS-MONTH-FUEL = WS-ANNUAL-FUEL
                    - WS-MONTH-FUEL * 11
                 COMPUTE WS-MONTH-MAINT = WS-ANNUAL-MAINT
                    - WS-MONTH-MAINT * 11
              END-IF
              PERFORM 010-STORE-MONTH THRU 010-EXIT
           END-PERFORM
           IF WS-BUD-MATCH-IDX = 0
              GO TO 004-EXIT
           END-IF
           PERFORM 008-SAVE-BUDGETS THRU 008-EXIT
           DISPLAY "Budget for " WS-NEW-CC " " WS-NEW-YEAR
              " spread across 12 months."
       .
       004-EXIT.
           EXIT
       .

       005-SET-TOLERANCE.
           PERFORM 009-INPUT-CC-YEAR THRU 009-EXIT
           IF WS-NEW-CC = SPACES
              GO TO 005-EXIT
           END-IF
           DISPLAY "Tolerance percent over budget (NNN for NN.N): "
              WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           IF WS-NUM-IN(1:3) NOT NUMERIC
              DISPLAY "Tolerance must be 3 digits, not recorded."
              GO TO 005-EXIT
           END-IF
           COMPUTE WS-NEW-TOL = FUNCTION NUMVAL(WS-NUM-IN(1:3)) / 10
           PERFORM 007-LOAD-BUDGETS THRU 007-EXIT
           MOVE ZEROS TO WS-MONTHS-FOUND
           PERFORM VARYING BUD-IDX FROM 1 BY 1
              UNTIL BUD-IDX > WS-BUD-COUNT
              MOVE BUD-TBL-LINE(BUD-IDX) TO CC-BUDGET-REC
              IF BUD-CC = WS-NEW-CC AND BUD-YEAR = WS-NEW-YEAR
                 MOVE WS-NEW-TOL TO BUD-TOL-PCT
                 MOVE CC-BUDGET-REC TO BUD-TBL-LINE(BUD-IDX)
                 ADD 1 TO WS-MONTHS-FOUND
              END-IF
           END-PERFORM
           IF WS-MONTHS-FOUND = 0
              DISPLAY "No budget on file for " WS-NEW-CC " "
                 WS-NEW-YEAR ", enter the budget first."
              GO TO 005-EXIT
           END-IF
           PERFORM 008-SAVE-BUDGETS THRU 008-EXIT
           MOVE WS-NEW-TOL TO WS-PRN-TOL
           DISPLAY "Tolerance for " WS-NEW-CC " " WS-NEW-YEAR
              " set to " WS-PRN-TOL "%."
       .
       005-EXIT.
           EXIT
       .

       006-LIST-BUDGET.
           PERFORM 009-INPUT-CC-YEAR THRU 009-EXIT
           IF WS-NEW-CC = SPACES
              GO TO 006-EXIT
           END-IF
           PERFORM 007-LOAD-BUDGETS THRU 007-EXIT
           MOVE ZEROS TO WS-MONTHS-FOUND WS-YEAR-MILEAGE WS-YEAR-FUEL
              WS-YEAR-MAINT
           DISPLAY "MO        MILEAGE           FUEL    MAINTENANCE"
              "   TOL%"
           PERFORM VARYING BUD-IDX FROM 1 BY 1
              UNTIL BUD-IDX > WS-BUD-COUNT
              MOVE BUD-TBL-LINE(BUD-IDX) TO CC-BUDGET-REC
              IF BUD-CC = WS-NEW-CC AND BUD-YEAR = WS-NEW-YEAR
                 ADD 1 TO WS-MONTHS-FOUND
                 ADD BUD-MILEAGE TO WS-YEAR-MILEAGE
                 ADD BUD-FUEL TO WS-YEAR-FUEL
                 ADD BUD-MAINT TO WS-YEAR-MAINT
                 MOVE BUD-MILEAGE TO WS-PRN-MILEAGE
                 MOVE BUD-FUEL TO WS-PRN-FUEL
                 MOVE BUD-MAINT TO WS-PRN-MAINT
                 MOVE BUD-TOL-PCT TO WS-PRN-TOL
                 DISPLAY BUD-MONTH " " WS-PRN-MILEAGE " " WS-PRN-FUEL
                    " " WS-PRN-MAINT "   " WS-PRN-TOL
              END-IF
           END-PERFORM
           MOVE WS-YEAR-MILEAGE TO WS-PRN-MILEAGE
           MOVE WS-YEAR-FUEL TO WS-PRN-FUEL
           MOVE WS-YEAR-MAINT TO WS-PRN-MAINT
           DISPLAY "YR " WS-PRN-MILEAGE " " WS-PRN-FUEL " "
              WS-PRN-MAINT
           DISPLAY "Months budgeted: " WS-MONTHS-FOUND
       .
       006-EXIT.
           EXIT
       .

       007-LOAD-BUDGETS.
           MOVE ZEROS TO WS-BUD-COUNT
           MOVE "N" TO WS-BUD-EOF-SW
           OPEN INPUT BUDGET-FILE
           IF WS-BUD-FSTATUS NOT = "00"
              GO TO 007-EXIT
           END-IF
           PERFORM UNTIL END-OF-BUDGETS
              READ BUDGET-FILE
                 AT END MOVE "Y" TO WS-BUD-EOF-SW
                 NOT AT END
                    IF WS-BUD-COUNT < WS-BUD-MAX
                       ADD 1 TO WS-BUD-COUNT
                       MOVE CC-BUDGET-REC TO BUD-TBL-LINE(WS-BUD-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE BUDGET-FILE
       .
       007-EXIT.
           EXIT
       .

       008-SAVE-BUDGETS.
           OPEN OUTPUT BUDGET-FILE
           PERFORM VARYING BUD-IDX FROM 1 BY 1
              UNTIL BUD-IDX > WS-BUD-COUNT
              MOVE BUD-TBL-LINE(BUD-IDX) TO CC-BUDGET-REC
              WRITE CC-BUDGET-REC
           END-PERFORM
           CLOSE BUDGET-FILE
       .
       008-EXIT.
           EXIT
       .

       009-INPUT-CC-YEAR.
           DISPLAY "Cost center (4 characters): " WITH NO ADVANCING
           MOVE SPACES TO WS-NEW-CC
           ACCEPT WS-NEW-CC
           IF WS-NEW-CC = SPACES
              DISPLAY "Cost center is required."
              GO TO 009-EXIT
           END-IF
           DISPLAY "Budget year (YYYY): " WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           IF WS-NUM-IN(1:4) NOT NUMERIC
              DISPLAY "Year must be 4 digits."
              MOVE SPACES TO WS-NEW-CC
              GO TO 009-EXIT
           END-IF
           MOVE WS-NUM-IN(1:4) TO WS-NEW-YEAR
       .
       009-EXIT.
           EXIT
       .

       010-STORE-MONTH.
           MOVE ZEROS TO WS-BUD-MATCH-IDX
           MOVE WS-DEFAULT-TOL TO WS-NEW-TOL
           PERFORM VARYING BUD-IDX FROM 1 BY 1
              UNTIL BUD-IDX > WS-BUD-COUNT
              MOVE BUD-TBL-LINE(BUD-IDX) TO CC-BUDGET-REC
              IF BUD-CC = WS-NEW-CC AND BUD-YEAR = WS-NEW-YEAR
                 MOVE BUD-TOL-PCT TO WS-NEW-TOL
                 IF BUD-MONTH = WS-NEW-MONTH
                    SET WS-BUD-MATCH-IDX TO BUD-IDX
                 END-IF
              END-IF
           END-PERFORM
           IF WS-BUD-MATCH-IDX = 0
              IF WS-BUD-COUNT >= WS-BUD-MAX
                 DISPLAY "Budget file is full."
                 GO TO 010-EXIT
              END-IF
              ADD 1 TO WS-BUD-COUNT
              MOVE WS-BUD-COUNT TO WS-BUD-MATCH-IDX
           END-IF
           MOVE SPACES TO CC-BUDGET-REC
           MOVE WS-NEW-CC TO BUD-CC
           MOVE WS-NEW-YEAR TO BUD-YEAR
           MOVE WS-NEW-MONTH TO BUD-MONTH
           MOVE WS-MONTH-MILEAGE TO BUD-MILEAGE
           MOVE WS-MONTH-FUEL TO BUD-FUEL
           MOVE WS-MONTH-MAINT TO BUD-MAINT
           MOVE WS-NEW-TOL TO BUD-TOL-PCT
           MOVE CC-BUDGET-REC TO BUD-TBL-LINE(WS-BUD-MATCH-IDX)
       .
       010-EXIT.
           EXIT
       .

       011-INPUT-AMOUNT.
           MOVE "N" TO WS-AMOUNT-OK-SW
           MOVE ZEROS TO WS-AMOUNT
           DISPLAY "(AAAAAAACC) " WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           IF WS-NUM-IN(1:9) NOT NUMERIC
              DISPLAY "Amount must be 9 digits, budget not recorded."
              GO TO 011-EXIT
           END-IF
           COMPUTE WS-AMOUNT = FUNCTION NUMVAL(WS-NUM-IN(1:9)) / 100
           MOVE "Y" TO WS-AMOUNT-OK-SW
       .
       011-EXIT.
           EXIT
       .

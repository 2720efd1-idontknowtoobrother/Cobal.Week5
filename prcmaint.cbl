       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRCMAINT.
       AUTHOR. JAKKRIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRICE-INDEX-FILE ASSIGN TO "fuel-price-idx.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FPI-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRICE-INDEX-FILE.
       COPY "fuel-price.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FPI-FSTATUS       PIC XX VALUE "00".
       01  MENU-CHOICE          PIC 99 VALUE ZEROS.
       01  WS-OPERATOR-ID       PIC X(8) VALUE "SYSTEM".
       01  WS-AUTHORITY         PIC X VALUE SPACE.
       01  WS-AUTH-PROGRAM      PIC X(12) VALUE "PRCMAINT".
       01  WS-AUTH-OPTION       PIC 99 VALUE ZEROS.
       01  WS-AUTH-FUNCTION     PIC X(8) VALUE SPACES.
       01  WS-AUTH-PERMIT-SW    PIC X VALUE "N".
           88 FUNCTION-PERMITTED VALUE "Y".
       01  WS-CONTINUE-SW       PIC X VALUE "Y".
           88 CONTINUE-MENU        VALUE "Y".
       01  WS-FPI-EOF-SW        PIC X VALUE "N".
           88 END-OF-INDEX         VALUE "Y".
       01  FPI-TABLE.
           05 FPI-ENTRY OCCURS 2000 TIMES INDEXED BY FPI-IDX.
              10 FPI-TBL-LINE    PIC X(21).
       01  WS-FPI-COUNT         PIC 9(4) VALUE ZEROS.
       01  WS-FPI-MAX           PIC 9(4) VALUE 2000.
       01  WS-FPI-MATCH-IDX     PIC 9(4) VALUE ZEROS.
       01  WS-NEW-JURIS         PIC X(2).
       01  WS-NEW-WEEK          PIC 9(8) VALUE ZEROS.
       01  WS-NEW-PRICE         PIC 9(2)V9(3) VALUE ZEROS.
       01  WS-NEW-TOL           PIC 9(2)V9(1) VALUE ZEROS.
       01  WS-DEFAULT-TOL       PIC 9(2)V9(1) VALUE 10.0.
       01  WS-WEEKDAY           PIC 9 VALUE ZEROS.
       01  WS-LIST-COUNT        PIC 9(4) VALUE ZEROS.
       01  WS-NUM-IN            PIC X(10).
       01  WS-PRN-PRICE         PIC Z9.999.
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
           DISPLAY "FUEL PRICE INDEX MAINTENANCE"
           DISPLAY " 1. Enter or change a weekly index price"
           DISPLAY " 2. List index prices for a jurisdiction"
           DISPLAY " 3. Delete a weekly index price"
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
              WHEN 1 PERFORM 003-RECORD-PRICE THRU 003-EXIT
              WHEN 2 PERFORM 004-LIST-PRICES THRU 004-EXIT
              WHEN 3 PERFORM 005-DELETE-PRICE THRU 005-EXIT
              WHEN 0 MOVE "N" TO WS-CONTINUE-SW
              WHEN OTHER
                 DISPLAY "Invalid selection, please try again."
           END-EVALUATE
       .
       002-EXIT.
           EXIT
       .

       003-RECORD-PRICE.
           PERFORM 008-INPUT-JURIS-WEEK THRU 008-EXIT
           IF WS-NEW-JURIS = SPACES
              GO TO 003-EXIT
           END-IF
           DISPLAY "Index price per gallon (PPPPP for PP.PPP): "
              WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           IF WS-NUM-IN(1:5) NOT NUMERIC OR WS-NUM-IN(1:5) = "00000"
              DISPLAY "Price must be 5 digits and not zero, "
                 "price not recorded."
              GO TO 003-EXIT
           END-IF
           COMPUTE WS-NEW-PRICE = FUNCTION NUMVAL(WS-NUM-IN(1:5)) / 1000
           DISPLAY "Tolerance percent (NNN for NN.N, Enter for "
              "10.0): " WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           IF WS-NUM-IN = SPACES
              MOVE WS-DEFAULT-TOL TO WS-NEW-TOL
           ELSE
              IF WS-NUM-IN(1:3) NOT NUMERIC
                 DISPLAY "Tolerance must be 3 digits, "
                    "price not recorded."
                 GO TO 003-EXIT
              END-IF
              COMPUTE WS-NEW-TOL =
                 FUNCTION NUMVAL(WS-NUM-IN(1:3)) / 10
           END-IF
           PERFORM 006-LOAD-INDEX THRU 006-EXIT
           PERFORM 009-FIND-ENTRY THRU 009-EXIT
           IF WS-FPI-MATCH-IDX = 0
              IF WS-FPI-COUNT >= WS-FPI-MAX
                 DISPLAY "Price index file is full."
                 GO TO 003-EXIT
              END-IF
              ADD 1 TO WS-FPI-COUNT
              MOVE WS-FPI-COUNT TO WS-FPI-MATCH-IDX
           END-IF
           MOVE SPACES TO FUEL-PRICE-REC
           MOVE WS-NEW-JURIS TO FPI-JURIS
           MOVE WS-NEW-WEEK TO FPI-WEEK-START
           MOVE WS-NEW-PRICE TO FPI-PRICE
           MOVE WS-NEW-TOL TO FPI-TOL-PCT
           MOVE FUEL-PRICE-REC TO FPI-TBL-LINE(WS-FPI-MATCH-IDX)
           PERFORM 007-SAVE-INDEX THRU 007-EXIT
           DISPLAY "Index price for " WS-NEW-JURIS " week of "
              WS-NEW-WEEK " recorded."
       .
       003-EXIT.
           EXIT
       .

       004-LIST-PRICES.
           DISPLAY "Jurisdiction code (2 characters): "
              WITH NO ADVANCING
           MOVE SPACES TO WS-NEW-JURIS
           ACCEPT WS-NEW-JURIS
           PERFORM 006-LOAD-INDEX THRU 006-EXIT
           MOVE ZEROS TO WS-LIST-COUNT
           DISPLAY "JU WEEK OF   PRICE   TOL%"
           PERFORM VARYING FPI-IDX FROM 1 BY 1
              UNTIL FPI-IDX > WS-FPI-COUNT
              MOVE FPI-TBL-LINE(FPI-IDX) TO FUEL-PRICE-REC
              IF FPI-JURIS = WS-NEW-JURIS
                 ADD 1 TO WS-LIST-COUNT
                 MOVE FPI-PRICE TO WS-PRN-PRICE
                 MOVE FPI-TOL-PCT TO WS-PRN-TOL
                 DISPLAY FPI-JURIS " " FPI-WEEK-START " "
                    WS-PRN-PRICE " " WS-PRN-TOL
              END-IF
           END-PERFORM
           DISPLAY "Weeks on file: " WS-LIST-COUNT
       .
       004-EXIT.
           EXIT
       .

       005-DELETE-PRICE.
           PERFORM 008-INPUT-JURIS-WEEK THRU 008-EXIT
           IF WS-NEW-JURIS = SPACES
              GO TO 005-EXIT
           END-IF
           PERFORM 006-LOAD-INDEX THRU 006-EXIT
           PERFORM 009-FIND-ENTRY THRU 009-EXIT
           IF WS-FPI-MATCH-IDX = 0
              DISPLAY "No index price on file for " WS-NEW-JURIS
                 " week of " WS-NEW-WEEK "."
              GO TO 005-EXIT
           END-IF
           PERFORM VARYING FPI-IDX FROM WS-FPI-MATCH-IDX BY 1
              UNTIL FPI-IDX >= WS-FPI-COUNT
              MOVE FPI-TBL-LINE(FPI-IDX + 1) TO FPI-TBL-LINE(FPI-IDX)
           END-PERFORM
           SUBTRACT 1 FROM WS-FPI-COUNT
           PERFORM 007-SAVE-INDEX THRU 007-EXIT
           DISPLAY "Index price for " WS-NEW-JURIS " week of "
              WS-NEW-WEEK " deleted."
       .
       005-EXIT.
           EXIT
       .

       006-LOAD-INDEX.
           MOVE ZEROS TO WS-FPI-COUNT
           MOVE "N" TO WS-FPI-EOF-SW
           OPEN INPUT PRICE-INDEX-FILE
           IF WS-FPI-FSTATUS NOT = "00"
              GO TO 006-EXIT
           END-IF
           PERFORM UNTIL END-OF-INDEX
              READ PRICE-INDEX-FILE
                 AT END MOVE "Y" TO WS-FPI-EOF-SW
                 NOT AT END
                    IF WS-FPI-COUNT < WS-FPI-MAX
                       ADD 1 TO WS-FPI-COUNT
                       MOVE FUEL-PRICE-REC TO
                          FPI-TBL-LINE(WS-FPI-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PRICE-INDEX-FILE
       .
       006-EXIT.
           EXIT
       .

       007-SAVE-INDEX.
           OPEN OUTPUT PRICE-INDEX-FILE
           PERFORM VARYING FPI-IDX FROM 1 BY 1
              UNTIL FPI-IDX > WS-FPI-COUNT
              MOVE FPI-TBL-LINE(FPI-IDX) TO FUEL-PRICE-REC
              WRITE FUEL-PRICE-REC
           END-PERFORM
           CLOSE PRICE-INDEX-FILE
       .
       007-EXIT.
           EXIT
       .

       008-INPUT-JURIS-WEEK.
           DISPLAY "Jurisdiction code (2 characters): "
              WITH NO ADVANCING
           MOVE SPACES TO WS-NEW-JURIS
           ACCEPT WS-NEW-JURIS
           IF WS-NEW-JURIS = SPACES
              DISPLAY "Jurisdiction is required."
              GO TO 008-EXIT
           END-IF
           DISPLAY "Week starting Monday (YYYYMMDD): "
              WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           IF WS-NUM-IN(1:8) NOT NUMERIC
              DISPLAY "Date must be 8 digits."
              MOVE SPACES TO WS-NEW-JURIS
              GO TO 008-EXIT
           END-IF
           MOVE WS-NUM-IN(1:8) TO WS-NEW-WEEK
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-NEW-WEEK) NOT = 0
              DISPLAY "Not a valid date."
              MOVE SPACES TO WS-NEW-JURIS
              GO TO 008-EXIT
           END-IF
           COMPUTE WS-WEEKDAY =
              FUNCTION MOD(FUNCTION INTEGER-OF-DATE(WS-NEW-WEEK) - 1,
              7) + 1
           IF WS-WEEKDAY NOT = 1
              DISPLAY "Week must start on a Monday."
              MOVE SPACES TO WS-NEW-JURIS
           END-IF
       .
       008-EXIT.
           EXIT
       .

       009-FIND-ENTRY.
           MOVE ZEROS TO WS-FPI-MATCH-IDX
           PERFORM VARYING FPI-IDX FROM 1 BY 1
              UNTIL FPI-IDX > WS-FPI-COUNT
              MOVE FPI-TBL-LINE(FPI-IDX) TO FUEL-PRICE-REC
              IF FPI-JURIS = WS-NEW-JURIS
                 AND FPI-WEEK-START = WS-NEW-WEEK
                 SET WS-FPI-MATCH-IDX TO FPI-IDX
              END-IF
           END-PERFORM
       .
       009-EXIT.
           EXIT
       .

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPLMAINT.
       AUTHOR. JAKKRIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CRIT-FILE ASSIGN TO "repl-criteria.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPC-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CRIT-FILE.
       COPY "repl-crit.cpy".

       WORKING-STORAGE SECTION.
       01  WS-RPC-FSTATUS       PIC XX VALUE "00".
       01  MENU-CHOICE          PIC 99 VALUE ZEROS.
       01  WS-OPERATOR-ID       PIC X(8) VALUE "SYSTEM".
       01  WS-AUTHORITY         PIC X VALUE SPACE.
       01  WS-AUTH-PROGRAM      PIC X(12) VALUE "RPLMAINT".
       01  WS-AUTH-OPTION       PIC 99 VALUE ZEROS.
       01  WS-AUTH-FUNCTION     PIC X(8) VALUE SPACES.
       01  WS-AUTH-PERMIT-SW    PIC X VALUE "N".
           88 FUNCTION-PERMITTED VALUE "Y".
       01  WS-CONTINUE-SW       PIC X VALUE "Y".
           88 CONTINUE-MENU        VALUE "Y".
       01  WS-RPC-EOF-SW        PIC X VALUE "N".
           88 END-OF-CRITERIA      VALUE "Y".
       01  RPC-TABLE.
           05 RPC-ENTRY OCCURS 50 TIMES INDEXED BY RPC-IDX.
              10 RPC-TBL-LINE    PIC X(35).
       01  WS-RPC-COUNT         PIC 9(3) VALUE ZEROS.
       01  WS-RPC-MAX           PIC 9(3) VALUE 50.
       01  WS-RPC-FOUND-SW      PIC X VALUE "N".
           88 CLASS-FOUND          VALUE "Y".
       01  WS-RPC-MATCH-IDX     PIC 9(3) VALUE ZEROS.
       01  WS-NEW-CLASS         PIC X(2).
       01  WS-NUM-IN            PIC X(10).
       01  WS-PRN-COST          PIC Z,ZZZ,ZZ9.99.
       01  WS-PRN-CPM           PIC Z9.9999.

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
           DISPLAY "REPLACEMENT CRITERIA MAINTENANCE"
           DISPLAY " 1. Add or change criteria for a class"
           DISPLAY " 2. List replacement criteria"
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
              WHEN 1 PERFORM 003-RECORD-CRITERIA THRU 003-EXIT
              WHEN 2 PERFORM 004-LIST-CRITERIA THRU 004-EXIT
              WHEN 0 MOVE "N" TO WS-CONTINUE-SW
              WHEN OTHER
                 DISPLAY "Invalid selection, please try again."
           END-EVALUATE
       .
       002-EXIT.
           EXIT
       .

       003-RECORD-CRITERIA.
           DISPLAY "Vehicle class (2 characters, ** for default): "
              WITH NO ADVANCING
           MOVE SPACES TO WS-NEW-CLASS
           ACCEPT WS-NEW-CLASS
           IF WS-NEW-CLASS = SPACES
              DISPLAY "Class is required, criteria not recorded."
              GO TO 003-EXIT
           END-IF
           PERFORM 005-LOAD-CRITERIA THRU 005-EXIT
           PERFORM 007-FIND-CLASS THRU 007-EXIT
           IF NOT CLASS-FOUND AND WS-RPC-COUNT >= WS-RPC-MAX
              DISPLAY "Replacement criteria file is full."
              GO TO 003-EXIT
           END-IF
           MOVE SPACES TO REPL-CRIT-REC
           MOVE WS-NEW-CLASS TO RPC-CLASS
           DISPLAY "Replace at age in months (3 digits): "
              WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           IF WS-NUM-IN(1:3) NOT NUMERIC
              DISPLAY "Age must be 3 digits, criteria not recorded."
              GO TO 003-EXIT
           END-IF
           MOVE WS-NUM-IN(1:3) TO RPC-MAX-AGE
           DISPLAY "Replace at lifetime miles (7 digits): "
              WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           IF WS-NUM-IN(1:7) NOT NUMERIC
              DISPLAY "Miles must be 7 digits, criteria not recorded."
              GO TO 003-EXIT
           END-IF
           MOVE WS-NUM-IN(1:7) TO RPC-MAX-MILES
           DISPLAY "Replace at maintenance cost per mile (CCcccc): "
              WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           IF WS-NUM-IN(1:6) NOT NUMERIC
              DISPLAY "Cost per mile must be 6 digits, criteria not "
                 "recorded."
              GO TO 003-EXIT
           END-IF
           COMPUTE RPC-MAX-CPM = FUNCTION NUMVAL(WS-NUM-IN(1:6))
              / 10000
           DISPLAY "Replace at downtime days in 12 months (3 digits): "
              WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           IF WS-NUM-IN(1:3) NOT NUMERIC
              DISPLAY "Days must be 3 digits, criteria not recorded."
              GO TO 003-EXIT
           END-IF
           MOVE WS-NUM-IN(1:3) TO RPC-MAX-DOWN
           DISPLAY "Estimated replacement cost (AAAAAAACC): "
              WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           IF WS-NUM-IN(1:9) NOT NUMERIC
              DISPLAY "Cost must be 9 digits, criteria not recorded."
              GO TO 003-EXIT
           END-IF
           COMPUTE RPC-REPL-COST = FUNCTION NUMVAL(WS-NUM-IN(1:9))
              / 100
           IF NOT CLASS-FOUND
              ADD 1 TO WS-RPC-COUNT
              MOVE WS-RPC-COUNT TO WS-RPC-MATCH-IDX
           END-IF
           MOVE REPL-CRIT-REC TO RPC-TBL-LINE(WS-RPC-MATCH-IDX)
           PERFORM 006-SAVE-CRITERIA THRU 006-EXIT
           DISPLAY "Replacement criteria for class " WS-NEW-CLASS
              " recorded."
       .
       003-EXIT.
           EXIT
       .

       004-LIST-CRITERIA.
           PERFORM 005-LOAD-CRITERIA THRU 005-EXIT
           DISPLAY "CL AGE-MO  MILES  COST/MI DOWN  REPLACE-COST"
           PERFORM VARYING RPC-IDX FROM 1 BY 1
              UNTIL RPC-IDX > WS-RPC-COUNT
              MOVE RPC-TBL-LINE(RPC-IDX) TO REPL-CRIT-REC
              MOVE RPC-MAX-CPM TO WS-PRN-CPM
              MOVE RPC-REPL-COST TO WS-PRN-COST
              DISPLAY RPC-CLASS "    " RPC-MAX-AGE " " RPC-MAX-MILES
                 " " WS-PRN-CPM "  " RPC-MAX-DOWN " " WS-PRN-COST
           END-PERFORM
           DISPLAY "Classes on file: " WS-RPC-COUNT
       .
       004-EXIT.
           EXIT
       .

       005-LOAD-CRITERIA.
           MOVE ZEROS TO WS-RPC-COUNT
           MOVE "N" TO WS-RPC-EOF-SW
           OPEN INPUT CRIT-FILE
           IF WS-RPC-FSTATUS NOT = "00"
              GO TO 005-EXIT
           END-IF
           PERFORM UNTIL END-OF-CRITERIA
              READ CRIT-FILE
                 AT END MOVE "Y" TO WS-RPC-EOF-SW
                 NOT AT END
                    IF WS-RPC-COUNT < WS-RPC-MAX
                       ADD 1 TO WS-RPC-COUNT
                       MOVE REPL-CRIT-REC TO RPC-TBL-LINE(WS-RPC-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CRIT-FILE
       .
       005-EXIT.
           EXIT
       .

       006-SAVE-CRITERIA.
           OPEN OUTPUT CRIT-FILE
           PERFORM VARYING RPC-IDX FROM 1 BY 1
              UNTIL RPC-IDX > WS-RPC-COUNT
              MOVE RPC-TBL-LINE(RPC-IDX) TO REPL-CRIT-REC
              WRITE REPL-CRIT-REC
           END-PERFORM
           CLOSE CRIT-FILE
       .
       006-EXIT.
           EXIT
       .

       007-FIND-CLASS.
           MOVE "N" TO WS-RPC-FOUND-SW
           MOVE ZEROS TO WS-RPC-MATCH-IDX
           PERFORM VARYING RPC-IDX FROM 1 BY 1
              UNTIL RPC-IDX > WS-RPC-COUNT OR CLASS-FOUND
              IF RPC-TBL-LINE(RPC-IDX)(1:2) = WS-NEW-CLASS
                 MOVE "Y" TO WS-RPC-FOUND-SW
                 SET WS-RPC-MATCH-IDX TO RPC-IDX
              END-IF
           END-PERFORM
       .
       007-EXIT.
           EXIT
       .

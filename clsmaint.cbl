       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLSMAINT.
       AUTHOR. JAKKRIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLASS-FILE ASSIGN TO "veh-class.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-VCL-FSTATUS.
           SELECT CRIT-FILE ASSIGN TO "repl-criteria.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPC-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLASS-FILE.
       COPY "veh-class.cpy".

       FD  CRIT-FILE.
       COPY "repl-crit.cpy".

       WORKING-STORAGE SECTION.
       01  WS-VCL-FSTATUS       PIC XX VALUE "00".
       01  WS-RPC-FSTATUS       PIC XX VALUE "00".
       01  MENU-CHOICE          PIC 99 VALUE ZEROS.
       01  WS-OPERATOR-ID       PIC X(8) VALUE "SYSTEM".
       01  WS-AUTHORITY         PIC X VALUE SPACE.
       01  WS-AUTH-PROGRAM      PIC X(12) VALUE "CLSMAINT".
       01  WS-AUTH-OPTION       PIC 99 VALUE ZEROS.
       01  WS-AUTH-FUNCTION     PIC X(8) VALUE SPACES.
       01  WS-AUTH-PERMIT-SW    PIC X VALUE "N".
           88 FUNCTION-PERMITTED VALUE "Y".
       01  WS-CONTINUE-SW       PIC X VALUE "Y".
           88 CONTINUE-MENU        VALUE "Y".
       01  WS-VCL-EOF-SW        PIC X VALUE "N".
           88 END-OF-CLASSES       VALUE "Y".
       01  WS-RPC-EOF-SW        PIC X VALUE "N".
           88 END-OF-CRITERIA      VALUE "Y".
       01  VCL-TABLE.
           05 VCL-ENTRY OCCURS 50 TIMES INDEXED BY VCL-IDX.
              10 VCL-TBL-LINE    PIC X(58).
       01  WS-VCL-COUNT         PIC 9(3) VALUE ZEROS.
       01  WS-VCL-MAX           PIC 9(3) VALUE 50.
       01  WS-VCL-MATCH-IDX     PIC 9(3) VALUE ZEROS.
       01  RPC-TABLE.
           05 RPC-ENTRY OCCURS 50 TIMES INDEXED BY RPC-IDX.
              10 RPC-TBL-LINE    PIC X(35).
       01  WS-RPC-COUNT         PIC 9(3) VALUE ZEROS.
       01  WS-RPC-MAX           PIC 9(3) VALUE 50.
       01  WS-RPC-FOUND-SW      PIC X VALUE "N".
           88 CRITERIA-FOUND       VALUE "Y".
       01  WS-NEW-CLASS         PIC X(2) VALUE SPACES.
       01  WS-NEW-DESC          PIC X(20) VALUE SPACES.
       01  WS-NEW-MPG-LOW       PIC 9(3)V9(1) VALUE ZEROS.
       01  WS-NEW-MPG-HIGH      PIC 9(3)V9(1) VALUE ZEROS.
       01  WS-NEW-MAX-MILEAGE   PIC 9(6) VALUE ZEROS.
       01  WS-NEW-UTIL-FLOOR    PIC 9(6) VALUE ZEROS.
       01  WS-NEW-OIL-MILES     PIC 9(6) VALUE ZEROS.
       01  WS-NEW-INSP-MONTHS   PIC 9(3) VALUE ZEROS.
       01  WS-NUM-IN            PIC X(10).
       01  WS-PRN-MPG           PIC ZZ9.9.
       01  WS-PRN-MILES         PIC ZZZ,ZZ9.
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
           DISPLAY "VEHICLE CLASS MAINTENANCE"
           DISPLAY " 1. Enter or change a vehicle class"
           DISPLAY " 2. List vehicle classes"
           DISPLAY " 3. Delete a vehicle class"
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
              WHEN 1 PERFORM 003-RECORD-CLASS THRU 003-EXIT
              WHEN 2 PERFORM 004-LIST-CLASSES THRU 004-EXIT
              WHEN 3 PERFORM 005-DELETE-CLASS THRU 005-EXIT
              WHEN 0 MOVE "N" TO WS-CONTINUE-SW
              WHEN OTHER
                 DISPLAY "Invalid selection, please try again."
           END-EVALUATE
       .
       002-EXIT.
           EXIT
       .

       003-RECORD-CLASS.
           PERFORM 008-INPUT-CLASS THRU 008-EXIT
           IF WS-NEW-CLASS = SPACES
              GO TO 003-EXIT
           END-IF
           DISPLAY "Description (20 characters): " WITH NO ADVANCING
           MOVE SPACES TO WS-NEW-DESC
           ACCEPT WS-NEW-DESC
           DISPLAY "Low MPG limit (NNNN for NNN.N): "
              WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           IF WS-NUM-IN(1:4) NOT NUMERIC
              DISPLAY "MPG must be 4 digits, class not recorded."
              GO TO 003-EXIT
           END-IF
           COMPUTE WS-NEW-MPG-LOW = FUNCTION NUMVAL(WS-NUM-IN(1:4)) / 10
           DISPLAY "High MPG limit (NNNN for NNN.N): "
              WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           IF WS-NUM-IN(1:4) NOT NUMERIC
              DISPLAY "MPG must be 4 digits, class not recorded."
              GO TO 003-EXIT
           END-IF
           COMPUTE WS-NEW-MPG-HIGH =
              FUNCTION NUMVAL(WS-NUM-IN(1:4)) / 10
           IF WS-NEW-MPG-HIGH NOT > WS-NEW-MPG-LOW
              DISPLAY "High MPG must exceed low MPG, class not "
                 "recorded."
              GO TO 003-EXIT
           END-IF
           DISPLAY "Maximum monthly miles (6 digits): "
              WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           IF WS-NUM-IN(1:6) NOT NUMERIC OR WS-NUM-IN(1:6) = "000000"
              DISPLAY "Miles must be 6 digits and not zero, class "
                 "not recorded."
              GO TO 003-EXIT
           END-IF
           MOVE WS-NUM-IN(1:6) TO WS-NEW-MAX-MILEAGE
           DISPLAY "Annual utilization floor in miles (6 digits): "
              WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           IF WS-NUM-IN(1:6) NOT NUMERIC
              DISPLAY "Miles must be 6 digits, class not recorded."
              GO TO 003-EXIT
           END-IF
           MOVE WS-NUM-IN(1:6) TO WS-NEW-UTIL-FLOOR
           DISPLAY "Default oil change every N miles (6 digits): "
              WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           IF WS-NUM-IN(1:6) NOT NUMERIC OR WS-NUM-IN(1:6) = "000000"
              DISPLAY "Miles must be 6 digits and not zero, class "
                 "not recorded."
              GO TO 003-EXIT
           END-IF
           MOVE WS-NUM-IN(1:6) TO WS-NEW-OIL-MILES
           DISPLAY "Default inspection every N months (3 digits): "
              WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           IF WS-NUM-IN(1:3) NOT NUMERIC
              DISPLAY "Months must be 3 digits, class not recorded."
              GO TO 003-EXIT
           END-IF
           MOVE WS-NUM-IN(1:3) TO WS-NEW-INSP-MONTHS
           PERFORM 006-LOAD-CLASSES THRU 006-EXIT
           PERFORM 009-FIND-CLASS THRU 009-EXIT
           IF WS-VCL-MATCH-IDX = 0
              IF WS-VCL-COUNT >= WS-VCL-MAX
                 DISPLAY "Vehicle class file is full."
                 GO TO 003-EXIT
              END-IF
              ADD 1 TO WS-VCL-COUNT
              MOVE WS-VCL-COUNT TO WS-VCL-MATCH-IDX
           END-IF
           MOVE SPACES TO VEH-CLASS-REC
           MOVE WS-NEW-CLASS TO VCL-CLASS
           MOVE WS-NEW-DESC TO VCL-DESC
           MOVE WS-NEW-MPG-LOW TO VCL-MPG-LOW
           MOVE WS-NEW-MPG-HIGH TO VCL-MPG-HIGH
           MOVE WS-NEW-MAX-MILEAGE TO VCL-MAX-MILEAGE
           MOVE WS-NEW-UTIL-FLOOR TO VCL-UTIL-FLOOR
           MOVE WS-NEW-OIL-MILES TO VCL-OIL-MILES
           MOVE WS-NEW-INSP-MONTHS TO VCL-INSP-MONTHS
           MOVE VEH-CLASS-REC TO VCL-TBL-LINE(WS-VCL-MATCH-IDX)
           PERFORM 007-SAVE-CLASSES THRU 007-EXIT
           DISPLAY "Vehicle class " WS-NEW-CLASS " recorded."
           PERFORM 010-LOAD-CRITERIA THRU 010-EXIT
           PERFORM 011-FIND-CRITERIA THRU 011-EXIT
           IF NOT CRITERIA-FOUND
              DISPLAY "No replacement criteria for class "
                 WS-NEW-CLASS ", default criteria will apply."
           END-IF
       .
       003-EXIT.
           EXIT
       .

       004-LIST-CLASSES.
           PERFORM 006-LOAD-CLASSES THRU 006-EXIT
           IF WS-VCL-COUNT = 0
              DISPLAY "No vehicle classes on file."
              GO TO 004-EXIT
           END-IF
           PERFORM 010-LOAD-CRITERIA THRU 010-EXIT
           PERFORM VARYING VCL-IDX FROM 1 BY 1
              UNTIL VCL-IDX > WS-VCL-COUNT
              MOVE VCL-TBL-LINE(VCL-IDX) TO VEH-CLASS-REC
              MOVE VCL-CLASS TO WS-NEW-CLASS
              DISPLAY "-----------------------------------------------"
              DISPLAY "Class " VCL-CLASS "  " VCL-DESC
              MOVE VCL-MPG-LOW TO WS-PRN-MPG
              DISPLAY "  MPG band . . . . . . . . . : " WS-PRN-MPG
                 WITH NO ADVANCING
              MOVE VCL-MPG-HIGH TO WS-PRN-MPG
              DISPLAY " to " WS-PRN-MPG
              MOVE VCL-MAX-MILEAGE TO WS-PRN-MILES
              DISPLAY "  Maximum monthly miles  . . : " WS-PRN-MILES
              MOVE VCL-UTIL-FLOOR TO WS-PRN-MILES
              DISPLAY "  Utilization floor (annual) : " WS-PRN-MILES
              MOVE VCL-OIL-MILES TO WS-PRN-MILES
              DISPLAY "  Oil change interval miles  : " WS-PRN-MILES
              DISPLAY "  Inspection interval months : "
                 VCL-INSP-MONTHS
              PERFORM 011-FIND-CRITERIA THRU 011-EXIT
              IF CRITERIA-FOUND
                 MOVE RPC-MAX-MILES TO WS-PRN-MILES
                 MOVE RPC-MAX-CPM TO WS-PRN-CPM
                 MOVE RPC-REPL-COST TO WS-PRN-COST
                 DISPLAY "  Replace at age (months)  . : " RPC-MAX-AGE
                 DISPLAY "  Replace at odometer  . . . : " RPC-MAX-MILES
                 DISPLAY "  Replace at cost per mile . : " WS-PRN-CPM
                 DISPLAY "  Replace at downtime days . : " RPC-MAX-DOWN
                 DISPLAY "  Replacement cost . . . . . : " WS-PRN-COST
              ELSE
                 DISPLAY "  Replacement criteria . . . : DEFAULT"
              END-IF
           END-PERFORM
           DISPLAY "-----------------------------------------------"
           DISPLAY "Classes on file: " WS-VCL-COUNT
       .
       004-EXIT.
           EXIT
       .

       005-DELETE-CLASS.
           PERFORM 008-INPUT-CLASS THRU 008-EXIT
           IF WS-NEW-CLASS = SPACES
              GO TO 005-EXIT
           END-IF
           PERFORM 006-LOAD-CLASSES THRU 006-EXIT
           PERFORM 009-FIND-CLASS THRU 009-EXIT
           IF WS-VCL-MATCH-IDX = 0
              DISPLAY "No such vehicle class on file."
              GO TO 005-EXIT
           END-IF
           PERFORM VARYING VCL-IDX FROM WS-VCL-MATCH-IDX BY 1
              UNTIL VCL-IDX >= WS-VCL-COUNT
              MOVE VCL-TBL-LINE(VCL-IDX + 1) TO VCL-TBL-LINE(VCL-IDX)
           END-PERFORM
           SUBTRACT 1 FROM WS-VCL-COUNT
           PERFORM 007-SAVE-CLASSES THRU 007-EXIT
           DISPLAY "Vehicle class " WS-NEW-CLASS " deleted, "
              "fleet control values will apply."
       .
       005-EXIT.
           EXIT
       .

       006-LOAD-CLASSES.
           MOVE ZEROS TO WS-VCL-COUNT
           MOVE "N" TO WS-VCL-EOF-SW
           OPEN INPUT CLASS-FILE
           IF WS-VCL-FSTATUS NOT = "00"
              GO TO 006-EXIT
           END-IF
           PERFORM UNTIL END-OF-CLASSES
              READ CLASS-FILE
                 AT END MOVE "Y" TO WS-VCL-EOF-SW
                 NOT AT END
                    IF WS-VCL-COUNT < WS-VCL-MAX
                       ADD 1 TO WS-VCL-COUNT
                       MOVE VEH-CLASS-REC TO
                          VCL-TBL-LINE(WS-VCL-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CLASS-FILE
       .
       006-EXIT.
           EXIT
       .

       007-SAVE-CLASSES.
           OPEN OUTPUT CLASS-FILE
           PERFORM VARYING VCL-IDX FROM 1 BY 1
              UNTIL VCL-IDX > WS-VCL-COUNT
              MOVE VCL-TBL-LINE(VCL-IDX) TO VEH-CLASS-REC
              WRITE VEH-CLASS-REC
           END-PERFORM
           CLOSE CLASS-FILE
       .
       007-EXIT.
           EXIT
       .

       008-INPUT-CLASS.
           DISPLAY "Vehicle class (2 characters): " WITH NO ADVANCING
           MOVE SPACES TO WS-NEW-CLASS
           ACCEPT WS-NEW-CLASS
           IF WS-NEW-CLASS = SPACES
              DISPLAY "Class is required."
           END-IF
       .
       008-EXIT.
           EXIT
       .

       009-FIND-CLASS.
           MOVE ZEROS TO WS-VCL-MATCH-IDX
           PERFORM VARYING VCL-IDX FROM 1 BY 1
              UNTIL VCL-IDX > WS-VCL-COUNT
              MOVE VCL-TBL-LINE(VCL-IDX) TO VEH-CLASS-REC
              IF VCL-CLASS = WS-NEW-CLASS
                 SET WS-VCL-MATCH-IDX TO VCL-IDX
              END-IF
           END-PERFORM
       .
       009-EXIT.
           EXIT
       .

       010-LOAD-CRITERIA.
           MOVE ZEROS TO WS-RPC-COUNT
           MOVE "N" TO WS-RPC-EOF-SW
           OPEN INPUT CRIT-FILE
           IF WS-RPC-FSTATUS NOT = "00"
              GO TO 010-EXIT
           END-IF
           PERFORM UNTIL END-OF-CRITERIA
              READ CRIT-FILE
                 AT END MOVE "Y" TO WS-RPC-EOF-SW
                 NOT AT END
                    IF WS-RPC-COUNT < WS-RPC-MAX
                       ADD 1 TO WS-RPC-COUNT
                       MOVE REPL-CRIT-REC TO
                          RPC-TBL-LINE(WS-RPC-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CRIT-FILE
       .
       010-EXIT.
           EXIT
       .

       011-FIND-CRITERIA.
           MOVE "N" TO WS-RPC-FOUND-SW
           PERFORM VARYING RPC-IDX FROM 1 BY 1
              UNTIL RPC-IDX > WS-RPC-COUNT OR CRITERIA-FOUND
              MOVE RPC-TBL-LINE(RPC-IDX) TO REPL-CRIT-REC
              IF RPC-CLASS = WS-NEW-CLASS
                 MOVE "Y" TO WS-RPC-FOUND-SW
              END-IF
           END-PERFORM
       .
       011-EXIT.
           EXIT
       .

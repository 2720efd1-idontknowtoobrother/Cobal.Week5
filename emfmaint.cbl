       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMFMAINT.
       AUTHOR. JAKKRIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FACTOR-FILE ASSIGN TO "emission-factor.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EMF-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FACTOR-FILE.
       COPY "emis-factor.cpy".

       WORKING-STORAGE SECTION.
       01  WS-EMF-FSTATUS       PIC XX VALUE "00".
       01  MENU-CHOICE          PIC 99 VALUE ZEROS.
       01  WS-OPERATOR-ID       PIC X(8) VALUE "SYSTEM".
       01  WS-AUTHORITY         PIC X VALUE SPACE.
       01  WS-AUTH-PROGRAM      PIC X(12) VALUE "EMFMAINT".
       01  WS-AUTH-OPTION       PIC 99 VALUE ZEROS.
       01  WS-AUTH-FUNCTION     PIC X(8) VALUE SPACES.
       01  WS-AUTH-PERMIT-SW    PIC X VALUE "N".
           88 FUNCTION-PERMITTED VALUE "Y".
       01  WS-CONTINUE-SW       PIC X VALUE "Y".
           88 CONTINUE-MENU        VALUE "Y".
       01  WS-EMF-EOF-SW        PIC X VALUE "N".
           88 END-OF-FACTORS       VALUE "Y".
       01  EMF-TABLE.
           05 EMF-ENTRY OCCURS 200 TIMES INDEXED BY EMF-IDX.
              10 EMF-TBL-LINE    PIC X(12).
       01  WS-EMF-COUNT         PIC 9(3) VALUE ZEROS.
       01  WS-EMF-MAX           PIC 9(3) VALUE 200.
       01  WS-EMF-MATCH-IDX     PIC 9(3) VALUE ZEROS.
       01  WS-NEW-FUEL-TYPE     PIC X VALUE SPACE.
       01  WS-NEW-CLASS         PIC X(2) VALUE SPACES.
       01  WS-NEW-FACTOR        PIC 9(3)V9(4) VALUE ZEROS.
       01  WS-NUM-IN            PIC X(10).
       01  WS-PRN-FACTOR        PIC ZZ9.9999.
       01  WS-PRN-CLASS         PIC X(3).

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
           DISPLAY "EMISSION FACTOR MAINTENANCE"
           DISPLAY " 1. Enter or change an emission factor"
           DISPLAY " 2. List emission factors"
           DISPLAY " 3. Delete an emission factor"
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
              WHEN 1 PERFORM 003-RECORD-FACTOR THRU 003-EXIT
              WHEN 2 PERFORM 004-LIST-FACTORS THRU 004-EXIT
              WHEN 3 PERFORM 005-DELETE-FACTOR THRU 005-EXIT
              WHEN 0 MOVE "N" TO WS-CONTINUE-SW
              WHEN OTHER
                 DISPLAY "Invalid selection, please try again."
           END-EVALUATE
       .
       002-EXIT.
           EXIT
       .

       003-RECORD-FACTOR.
           PERFORM 008-INPUT-KEY THRU 008-EXIT
           IF WS-NEW-FUEL-TYPE = SPACE
              GO TO 003-EXIT
           END-IF
           DISPLAY "Kg CO2-equivalent per gallon (FFFFFFF for "
              "FFF.FFFF): " WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           IF WS-NUM-IN(1:7) NOT NUMERIC
              OR WS-NUM-IN(1:7) = "0000000"
              DISPLAY "Factor must be 7 digits and not zero, "
                 "factor not recorded."
              GO TO 003-EXIT
           END-IF
           COMPUTE WS-NEW-FACTOR =
              FUNCTION NUMVAL(WS-NUM-IN(1:7)) / 10000
           PERFORM 006-LOAD-FACTORS THRU 006-EXIT
           PERFORM 009-FIND-FACTOR THRU 009-EXIT
           IF WS-EMF-MATCH-IDX = 0
              IF WS-EMF-COUNT >= WS-EMF-MAX
                 DISPLAY "Emission factor file is full."
                 GO TO 003-EXIT
              END-IF
              ADD 1 TO WS-EMF-COUNT
              MOVE WS-EMF-COUNT TO WS-EMF-MATCH-IDX
           END-IF
           MOVE SPACES TO EMIS-FACTOR-REC
           MOVE WS-NEW-FUEL-TYPE TO EMF-FUEL-TYPE
           MOVE WS-NEW-CLASS TO EMF-CLASS
           MOVE WS-NEW-FACTOR TO EMF-KG-PER-GAL
           MOVE EMIS-FACTOR-REC TO EMF-TBL-LINE(WS-EMF-MATCH-IDX)
           PERFORM 007-SAVE-FACTORS THRU 007-EXIT
           DISPLAY "Emission factor recorded."
       .
       003-EXIT.
           EXIT
       .

       004-LIST-FACTORS.
           PERFORM 006-LOAD-FACTORS THRU 006-EXIT
           IF WS-EMF-COUNT = 0
              DISPLAY "No emission factors on file."
              GO TO 004-EXIT
           END-IF
           DISPLAY "FUEL CLASS  KG/GAL"
           PERFORM VARYING EMF-IDX FROM 1 BY 1
              UNTIL EMF-IDX > WS-EMF-COUNT
              MOVE EMF-TBL-LINE(EMF-IDX) TO EMIS-FACTOR-REC
              MOVE EMF-KG-PER-GAL TO WS-PRN-FACTOR
              IF EMF-CLASS = SPACES
                 MOVE "ALL" TO WS-PRN-CLASS
              ELSE
                 MOVE EMF-CLASS TO WS-PRN-CLASS
              END-IF
              DISPLAY "  " EMF-FUEL-TYPE "   " WS-PRN-CLASS "  "
                 WS-PRN-FACTOR
           END-PERFORM
           DISPLAY "Factors on file: " WS-EMF-COUNT
       .
       004-EXIT.
           EXIT
       .

       005-DELETE-FACTOR.
           PERFORM 008-INPUT-KEY THRU 008-EXIT
           IF WS-NEW-FUEL-TYPE = SPACE
              GO TO 005-EXIT
           END-IF
           PERFORM 006-LOAD-FACTORS THRU 006-EXIT
           PERFORM 009-FIND-FACTOR THRU 009-EXIT
           IF WS-EMF-MATCH-IDX = 0
              DISPLAY "No such emission factor on file."
              GO TO 005-EXIT
           END-IF
           PERFORM VARYING EMF-IDX FROM WS-EMF-MATCH-IDX BY 1
              UNTIL EMF-IDX >= WS-EMF-COUNT
              MOVE EMF-TBL-LINE(EMF-IDX + 1) TO EMF-TBL-LINE(EMF-IDX)
           END-PERFORM
           SUBTRACT 1 FROM WS-EMF-COUNT
           PERFORM 007-SAVE-FACTORS THRU 007-EXIT
           DISPLAY "Emission factor deleted."
       .
       005-EXIT.
           EXIT
       .

       006-LOAD-FACTORS.
           MOVE ZEROS TO WS-EMF-COUNT
           MOVE "N" TO WS-EMF-EOF-SW
           OPEN INPUT FACTOR-FILE
           IF WS-EMF-FSTATUS NOT = "00"
              GO TO 006-EXIT
           END-IF
           PERFORM UNTIL END-OF-FACTORS
              READ FACTOR-FILE
                 AT END MOVE "Y" TO WS-EMF-EOF-SW
                 NOT AT END
                    IF WS-EMF-COUNT < WS-EMF-MAX
                       ADD 1 TO WS-EMF-COUNT
                       MOVE EMIS-FACTOR-REC TO
                          EMF-TBL-LINE(WS-EMF-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FACTOR-FILE
       .
       006-EXIT.
           EXIT
       .

       007-SAVE-FACTORS.
           OPEN OUTPUT FACTOR-FILE
           PERFORM VARYING EMF-IDX FROM 1 BY 1
              UNTIL EMF-IDX > WS-EMF-COUNT
              MOVE EMF-TBL-LINE(EMF-IDX) TO EMIS-FACTOR-REC
              WRITE EMIS-FACTOR-REC
           END-PERFORM
           CLOSE FACTOR-FILE
       .
       007-EXIT.
           EXIT
       .

       008-INPUT-KEY.
           DISPLAY "Fuel type (G gasoline, D diesel, E E85, "
              "B biodiesel): " WITH NO ADVANCING
           MOVE SPACE TO WS-NEW-FUEL-TYPE
           ACCEPT WS-NEW-FUEL-TYPE
           IF WS-NEW-FUEL-TYPE = SPACE
              DISPLAY "Fuel type is required."
              GO TO 008-EXIT
           END-IF
           DISPLAY "Vehicle class (2 characters, Enter for all "
              "classes): " WITH NO ADVANCING
           MOVE SPACES TO WS-NEW-CLASS
           ACCEPT WS-NEW-CLASS
       .
       008-EXIT.
           EXIT
       .

       009-FIND-FACTOR.
           MOVE ZEROS TO WS-EMF-MATCH-IDX
           PERFORM VARYING EMF-IDX FROM 1 BY 1
              UNTIL EMF-IDX > WS-EMF-COUNT
              MOVE EMF-TBL-LINE(EMF-IDX) TO EMIS-FACTOR-REC
              IF EMF-FUEL-TYPE = WS-NEW-FUEL-TYPE
                 AND EMF-CLASS = WS-NEW-CLASS
                 SET WS-EMF-MATCH-IDX TO EMF-IDX
              END-IF
           END-PERFORM
       .
       009-EXIT.
           EXIT
       .

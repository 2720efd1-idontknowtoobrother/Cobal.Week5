       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPCMAINT.
       AUTHOR. JAKKRIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPEC-FILE ASSIGN TO "veh-spec.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SPC-FSTATUS.
           SELECT VEHICLE-MASTER ASSIGN TO "vehicle-master.idx"
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS VEH-ID
              FILE STATUS IS WS-VEH-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SPEC-FILE.
       COPY "veh-spec.cpy".

       FD  VEHICLE-MASTER.
       COPY "vehicle-rec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-SPC-FSTATUS       PIC XX VALUE "00".
       01  WS-VEH-FSTATUS       PIC XX VALUE "00".
       01  MENU-CHOICE          PIC 99 VALUE ZEROS.
       01  WS-OPERATOR-ID       PIC X(8) VALUE "SYSTEM".
       01  WS-AUTHORITY         PIC X VALUE SPACE.
       01  WS-AUTH-PROGRAM      PIC X(12) VALUE "SPCMAINT".
       01  WS-AUTH-OPTION       PIC 99 VALUE ZEROS.
       01  WS-AUTH-FUNCTION     PIC X(8) VALUE SPACES.
       01  WS-AUTH-PERMIT-SW    PIC X VALUE "N".
           88 FUNCTION-PERMITTED VALUE "Y".
       01  WS-CONTINUE-SW       PIC X VALUE "Y".
           88 CONTINUE-MENU        VALUE "Y".
       01  WS-VEH-OPEN-SW       PIC X VALUE "N".
           88 MASTER-AVAILABLE     VALUE "Y".
       01  WS-FOUND-SW          PIC X VALUE "N".
           88 VEHICLE-KNOWN        VALUE "Y".
       01  WS-SPC-EOF-SW        PIC X VALUE "N".
           88 END-OF-SPECS         VALUE "Y".
       01  SPC-TABLE.
           05 SPC-ENTRY OCCURS 500 TIMES INDEXED BY SPC-IDX.
              10 SPC-TBL-LINE    PIC X(55).
       01  WS-SPC-COUNT         PIC 9(3) VALUE ZEROS.
       01  WS-SPC-MAX           PIC 9(3) VALUE 500.
       01  WS-SPC-MATCH-IDX     PIC 9(3) VALUE ZEROS.
       01  WS-NEW-VEH-ID        PIC X(6) VALUE SPACES.
       01  WS-NEW-VIN           PIC X(17) VALUE SPACES.
       01  WS-NEW-MAKE          PIC X(12) VALUE SPACES.
       01  WS-NEW-MODEL         PIC X(12) VALUE SPACES.
       01  WS-NEW-YEAR          PIC 9(4) VALUE ZEROS.
       01  WS-NUM-IN            PIC X(10).

       PROCEDURE DIVISION.
       000-BEGIN.
           CALL "GETOPER" USING WS-OPERATOR-ID
           OPEN INPUT VEHICLE-MASTER
           IF WS-VEH-FSTATUS = "00"
              MOVE "Y" TO WS-VEH-OPEN-SW
           END-IF
           PERFORM UNTIL NOT CONTINUE-MENU
              PERFORM 001-DISPLAY-MENU THRU 001-EXIT
              PERFORM 002-DISPATCH THRU 002-EXIT
           END-PERFORM
           IF MASTER-AVAILABLE
              CLOSE VEHICLE-MASTER
           END-IF
           GOBACK
       .

       001-DISPLAY-MENU.
           DISPLAY " "
           DISPLAY "VEHICLE SPECIFICATION MAINTENANCE"
           DISPLAY " 1. Enter or change a vehicle specification"
           DISPLAY " 2. List vehicle specifications"
           DISPLAY " 3. Delete a vehicle specification"
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
              WHEN 1 PERFORM 003-RECORD-SPEC THRU 003-EXIT
              WHEN 2 PERFORM 004-LIST-SPECS THRU 004-EXIT
              WHEN 3 PERFORM 005-DELETE-SPEC THRU 005-EXIT
              WHEN 0 MOVE "N" TO WS-CONTINUE-SW
              WHEN OTHER
                 DISPLAY "Invalid selection, please try again."
           END-EVALUATE
       .
       002-EXIT.
           EXIT
       .

       003-RECORD-SPEC.
           DISPLAY "Vehicle ID (6 characters): " WITH NO ADVANCING
           MOVE SPACES TO WS-NEW-VEH-ID
           ACCEPT WS-NEW-VEH-ID
           PERFORM 008-FIND-VEHICLE THRU 008-EXIT
           IF NOT VEHICLE-KNOWN
              DISPLAY "Vehicle " WS-NEW-VEH-ID " not on the master, "
                 "specification not recorded."
              GO TO 003-EXIT
           END-IF
           DISPLAY "VIN (17 characters): " WITH NO ADVANCING
           MOVE SPACES TO WS-NEW-VIN
           ACCEPT WS-NEW-VIN
           MOVE FUNCTION UPPER-CASE(WS-NEW-VIN) TO WS-NEW-VIN
           IF WS-NEW-VIN(17:1) = SPACE OR WS-NEW-VIN(1:1) = SPACE
              DISPLAY "VIN must be 17 characters, specification not "
                 "recorded."
              GO TO 003-EXIT
           END-IF
           DISPLAY "Make (12 characters): " WITH NO ADVANCING
           MOVE SPACES TO WS-NEW-MAKE
           ACCEPT WS-NEW-MAKE
           MOVE FUNCTION UPPER-CASE(WS-NEW-MAKE) TO WS-NEW-MAKE
           IF WS-NEW-MAKE = SPACES
              DISPLAY "Make is required, specification not recorded."
              GO TO 003-EXIT
           END-IF
           DISPLAY "Model (12 characters): " WITH NO ADVANCING
           MOVE SPACES TO WS-NEW-MODEL
           ACCEPT WS-NEW-MODEL
           MOVE FUNCTION UPPER-CASE(WS-NEW-MODEL) TO WS-NEW-MODEL
           IF WS-NEW-MODEL = SPACES
              DISPLAY "Model is required, specification not "
                 "recorded."
              GO TO 003-EXIT
           END-IF
           DISPLAY "Model year (YYYY): " WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           IF WS-NUM-IN(1:4) NOT NUMERIC OR WS-NUM-IN(1:4) < "1950"
              DISPLAY "Model year must be 4 digits, specification "
                 "not recorded."
              GO TO 003-EXIT
           END-IF
           MOVE WS-NUM-IN(1:4) TO WS-NEW-YEAR
           PERFORM 006-LOAD-SPECS THRU 006-EXIT
           PERFORM 009-FIND-SPEC THRU 009-EXIT
           IF WS-SPC-MATCH-IDX = 0
              IF WS-SPC-COUNT >= WS-SPC-MAX
                 DISPLAY "Vehicle specification file is full."
                 GO TO 003-EXIT
              END-IF
              ADD 1 TO WS-SPC-COUNT
              MOVE WS-SPC-COUNT TO WS-SPC-MATCH-IDX
           END-IF
           MOVE SPACES TO VEH-SPEC-REC
           MOVE WS-NEW-VEH-ID TO VSP-VEH-ID
           MOVE WS-NEW-VIN TO VSP-VIN
           MOVE WS-NEW-MAKE TO VSP-MAKE
           MOVE WS-NEW-MODEL TO VSP-MODEL
           MOVE WS-NEW-YEAR TO VSP-MODEL-YEAR
           MOVE VEH-SPEC-REC TO SPC-TBL-LINE(WS-SPC-MATCH-IDX)
           PERFORM 007-SAVE-SPECS THRU 007-EXIT
           DISPLAY "Specification for " WS-NEW-VEH-ID " recorded."
       .
       003-EXIT.
           EXIT
       .

       004-LIST-SPECS.
           PERFORM 006-LOAD-SPECS THRU 006-EXIT
           IF WS-SPC-COUNT = 0
              DISPLAY "No vehicle specifications on file."
              GO TO 004-EXIT
           END-IF
           DISPLAY "VEHICL VIN               MAKE         MODEL      "
              "  YEAR"
           PERFORM VARYING SPC-IDX FROM 1 BY 1
              UNTIL SPC-IDX > WS-SPC-COUNT
              DISPLAY SPC-TBL-LINE(SPC-IDX)
           END-PERFORM
           DISPLAY "Specifications on file: " WS-SPC-COUNT
       .
       004-EXIT.
           EXIT
       .

       005-DELETE-SPEC.
           DISPLAY "Vehicle ID (6 characters): " WITH NO ADVANCING
           MOVE SPACES TO WS-NEW-VEH-ID
           ACCEPT WS-NEW-VEH-ID
           PERFORM 006-LOAD-SPECS THRU 006-EXIT
           PERFORM 009-FIND-SPEC THRU 009-EXIT
           IF WS-SPC-MATCH-IDX = 0
              DISPLAY "No specification on file for " WS-NEW-VEH-ID
              GO TO 005-EXIT
           END-IF
           PERFORM VARYING SPC-IDX FROM WS-SPC-MATCH-IDX BY 1
              UNTIL SPC-IDX >= WS-SPC-COUNT
              MOVE SPC-TBL-LINE(SPC-IDX + 1) TO SPC-TBL-LINE(SPC-IDX)
           END-PERFORM
           SUBTRACT 1 FROM WS-SPC-COUNT
           PERFORM 007-SAVE-SPECS THRU 007-EXIT
           DISPLAY "Specification for " WS-NEW-VEH-ID " deleted."
       .
       005-EXIT.
           EXIT
       .

       006-LOAD-SPECS.
           MOVE ZEROS TO WS-SPC-COUNT
           MOVE "N" TO WS-SPC-EOF-SW
           OPEN INPUT SPEC-FILE
           IF WS-SPC-FSTATUS NOT = "00"
              GO TO 006-EXIT
           END-IF
           PERFORM UNTIL END-OF-SPECS
              READ SPEC-FILE
                 AT END MOVE "Y" TO WS-SPC-EOF-SW
                 NOT AT END
                    IF WS-SPC-COUNT < WS-SPC-MAX
                       ADD 1 TO WS-SPC-COUNT
                       MOVE VEH-SPEC-REC TO
                          SPC-TBL-LINE(WS-SPC-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SPEC-FILE
       .
       006-EXIT.
           EXIT
       .

       007-SAVE-SPECS.
           OPEN OUTPUT SPEC-FILE
           PERFORM VARYING SPC-IDX FROM 1 BY 1
              UNTIL SPC-IDX > WS-SPC-COUNT
              MOVE SPC-TBL-LINE(SPC-IDX) TO VEH-SPEC-REC
              WRITE VEH-SPEC-REC
           END-PERFORM
           CLOSE SPEC-FILE
       .
       007-EXIT.
           EXIT
       .

       008-FIND-VEHICLE.
           MOVE "N" TO WS-FOUND-SW
           IF NOT MASTER-AVAILABLE
              GO TO 008-EXIT
           END-IF
           MOVE WS-NEW-VEH-ID TO VEH-ID
           READ VEHICLE-MASTER
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE "Y" TO WS-FOUND-SW
           END-READ
       .
       008-EXIT.
           EXIT
       .

       009-FIND-SPEC.
           MOVE ZEROS TO WS-SPC-MATCH-IDX
           PERFORM VARYING SPC-IDX FROM 1 BY 1
              UNTIL SPC-IDX > WS-SPC-COUNT
              MOVE SPC-TBL-LINE(SPC-IDX) TO VEH-SPEC-REC
              IF VSP-VEH-ID = WS-NEW-VEH-ID
                 SET WS-SPC-MATCH-IDX TO SPC-IDX
              END-IF
           END-PERFORM
       .
       009-EXIT.
           EXIT
       .

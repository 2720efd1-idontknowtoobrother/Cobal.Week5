       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASTMAINT.
       AUTHOR. JAKKRIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASSET-FILE ASSIGN TO "asset-register.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AST-FSTATUS.
           SELECT VEHICLE-MASTER ASSIGN TO DYNAMIC WS-VEHM-DSN
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS VEH-ID
              FILE STATUS IS WS-VEH-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ASSET-FILE.
       COPY "asset-reg.cpy".

       FD  VEHICLE-MASTER.
       COPY "vehicle-rec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-VEHM-DSN         PIC X(40)
           VALUE "vehicle-master.idx".
       01  WS-AST-FSTATUS      PIC XX VALUE "00".
       01  WS-VEH-FSTATUS      PIC XX VALUE "00".
       01  MENU-CHOICE         PIC 99 VALUE ZEROS.
       01  WS-OPERATOR-ID      PIC X(8) VALUE "SYSTEM".
       01  WS-AUTHORITY        PIC X VALUE SPACE.
       01  WS-AUTH-PROGRAM     PIC X(12) VALUE "ASTMAINT".
       01  WS-AUTH-OPTION      PIC 99 VALUE ZEROS.
       01  WS-AUTH-FUNCTION    PIC X(8) VALUE SPACES.
       01  WS-AUTH-PERMIT-SW   PIC X VALUE "N".
           88 FUNCTION-PERMITTED VALUE "Y".
       01  WS-CONTINUE-SW      PIC X VALUE "Y".
           88 CONTINUE-MENU       VALUE "Y".
       01  WS-AST-EOF-SW       PIC X VALUE "N".
           88 END-OF-ASSETS       VALUE "Y".
       01  AST-TABLE.
           05 AST-ENTRY OCCURS 500 TIMES INDEXED BY AST-IDX.
              10 AST-TBL-LINE   PIC X(99).
       01  WS-AST-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-AST-MAX          PIC 9(3) VALUE 500.
       01  WS-AST-FOUND-SW     PIC X VALUE "N".
           88 ASSET-FOUND         VALUE "Y".
       01  WS-AST-MATCH-IDX    PIC 9(3) VALUE ZEROS.
       01  WS-VEH-OK-SW        PIC X VALUE "N".
           88 VEHICLE-ON-FILE     VALUE "Y".
       01  WS-NEW-VEH-ID       PIC X(6).
       01  WS-NUM-IN           PIC X(10).
       01  WS-DATE-IN          PIC X(8).
       01  WS-AMOUNT-IN        PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-TOTAL-COST       PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-TOTAL-ACCUM      PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-TOTAL-NBV        PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-PRN-COST         PIC Z,ZZZ,ZZ9.99.
       01  WS-PRN-ACCUM        PIC Z,ZZZ,ZZ9.99.
       01  WS-PRN-NBV          PIC Z,ZZZ,ZZ9.99.
       01  WS-PRN-GAIN         PIC Z,ZZZ,ZZ9.99-.
       01  WS-PRN-TOTAL        PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       000-BEGIN.
           CALL "GETOPER" USING WS-OPERATOR-ID
           CALL "GETDSN" USING WS-VEHM-DSN
           PERFORM UNTIL NOT CONTINUE-MENU
              PERFORM 001-DISPLAY-MENU THRU 001-EXIT
              PERFORM 002-DISPATCH THRU 002-EXIT
           END-PERFORM
           GOBACK
       .

       001-DISPLAY-MENU.
           DISPLAY " "
           DISPLAY "VEHICLE ASSET REGISTER"
           DISPLAY " 1. Add or change an asset"
           DISPLAY " 2. Record disposal proceeds"
           DISPLAY " 3. List asset register"
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
              WHEN 1 PERFORM 003-RECORD-ASSET THRU 003-EXIT
              WHEN 2 PERFORM 004-RECORD-PROCEEDS THRU 004-EXIT
              WHEN 3 PERFORM 005-LIST-ASSETS THRU 005-EXIT
              WHEN 0 MOVE "N" TO WS-CONTINUE-SW
              WHEN OTHER
                 DISPLAY "Invalid selection, please try again."
           END-EVALUATE
       .
       002-EXIT.
           EXIT
       .

       003-RECORD-ASSET.
           PERFORM 008-INPUT-VEH-ID THRU 008-EXIT
           PERFORM 010-CHECK-VEHICLE THRU 010-EXIT
           IF NOT VEHICLE-ON-FILE
              DISPLAY "Vehicle " WS-NEW-VEH-ID " is not on the "
                 "vehicle master, asset not recorded."
              GO TO 003-EXIT
           END-IF
           PERFORM 006-LOAD-ASSETS THRU 006-EXIT
           PERFORM 009-FIND-ASSET THRU 009-EXIT
           IF ASSET-FOUND
              MOVE AST-TBL-LINE(WS-AST-MATCH-IDX) TO ASSET-REC
              IF AST-DISPOSED
                 DISPLAY "Vehicle " WS-NEW-VEH-ID " has been "
                    "disposed, asset record is closed."
                 GO TO 003-EXIT
              END-IF
           ELSE
              IF WS-AST-COUNT >= WS-AST-MAX
                 DISPLAY "Asset register is full."
                 GO TO 003-EXIT
              END-IF
              MOVE SPACES TO ASSET-REC
              MOVE WS-NEW-VEH-ID TO AST-VEH-ID
              MOVE ZEROS TO AST-ACQ-DATE AST-COST AST-SALVAGE
                 AST-LIFE-MONTHS AST-ACCUM-DEP AST-NBV
                 AST-LAST-DEP-PERIOD AST-DISP-DATE AST-PROCEEDS
                 AST-GAIN-LOSS
              MOVE "A" TO AST-STATUS
           END-IF
           IF AST-LAST-DEP-PERIOD > 0
              DISPLAY "Depreciation has been posted - only salvage "
                 "value and useful life can be changed."
           ELSE
              DISPLAY "Acquisition date (YYYYMMDD): "
                 WITH NO ADVANCING
              MOVE SPACES TO WS-DATE-IN
              ACCEPT WS-DATE-IN
              IF WS-DATE-IN NOT NUMERIC
                 DISPLAY "Date must be 8 digits, asset not recorded."
                 GO TO 003-EXIT
              END-IF
              MOVE WS-DATE-IN TO AST-ACQ-DATE
              DISPLAY "Acquisition cost (AAAAAAACC): "
                 WITH NO ADVANCING
              PERFORM 011-INPUT-AMOUNT THRU 011-EXIT
              IF WS-NUM-IN(1:9) NOT NUMERIC OR WS-AMOUNT-IN = 0
                 DISPLAY "Cost must be 9 digits, asset not recorded."
                 GO TO 003-EXIT
              END-IF
              MOVE WS-AMOUNT-IN TO AST-COST
              DISPLAY "Opening accumulated depreciation (AAAAAAACC): "
                 WITH NO ADVANCING
              PERFORM 011-INPUT-AMOUNT THRU 011-EXIT
              IF WS-NUM-IN(1:9) NOT NUMERIC
                 OR WS-AMOUNT-IN > AST-COST
                 DISPLAY "Opening depreciation must be 9 digits and "
                    "not exceed cost, asset not recorded."
                 GO TO 003-EXIT
              END-IF
              MOVE WS-AMOUNT-IN TO AST-ACCUM-DEP
           END-IF
           DISPLAY "Salvage value (AAAAAAACC): " WITH NO ADVANCING
           PERFORM 011-INPUT-AMOUNT THRU 011-EXIT
           IF WS-NUM-IN(1:9) NOT NUMERIC
              DISPLAY "Salvage must be 9 digits, asset not recorded."
              GO TO 003-EXIT
           END-IF
           IF WS-AMOUNT-IN > AST-COST
              DISPLAY "Salvage cannot exceed cost, asset not recorded."
              GO TO 003-EXIT
           END-IF
           MOVE WS-AMOUNT-IN TO AST-SALVAGE
           DISPLAY "Useful life in months (3 digits): "
              WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           IF WS-NUM-IN(1:3) NOT NUMERIC OR WS-NUM-IN(1:3) = "000"
              DISPLAY "Life must be 3 digits, asset not recorded."
              GO TO 003-EXIT
           END-IF
           MOVE WS-NUM-IN(1:3) TO AST-LIFE-MONTHS
           COMPUTE AST-NBV = AST-COST - AST-ACCUM-DEP
           IF NOT ASSET-FOUND
              ADD 1 TO WS-AST-COUNT
              MOVE WS-AST-COUNT TO WS-AST-MATCH-IDX
           END-IF
           MOVE ASSET-REC TO AST-TBL-LINE(WS-AST-MATCH-IDX)
           PERFORM 007-SAVE-ASSETS THRU 007-EXIT
           DISPLAY "Asset " WS-NEW-VEH-ID " recorded."
       .
       003-EXIT.
           EXIT
       .

       004-RECORD-PROCEEDS.
           PERFORM 008-INPUT-VEH-ID THRU 008-EXIT
           PERFORM 006-LOAD-ASSETS THRU 006-EXIT
           PERFORM 009-FIND-ASSET THRU 009-EXIT
           IF NOT ASSET-FOUND
              DISPLAY "Vehicle " WS-NEW-VEH-ID " is not on the asset "
                 "register."
              GO TO 004-EXIT
           END-IF
           MOVE AST-TBL-LINE(WS-AST-MATCH-IDX) TO ASSET-REC
           IF AST-DISPOSED
              DISPLAY "Disposal already posted for " WS-NEW-VEH-ID
                 ", proceeds cannot be changed."
              GO TO 004-EXIT
           END-IF
           DISPLAY "Sale proceeds (AAAAAAACC): " WITH NO ADVANCING
           PERFORM 011-INPUT-AMOUNT THRU 011-EXIT
           IF WS-NUM-IN(1:9) NOT NUMERIC
              DISPLAY "Proceeds must be 9 digits, not recorded."
              GO TO 004-EXIT
           END-IF
           MOVE WS-AMOUNT-IN TO AST-PROCEEDS
           MOVE ASSET-REC TO AST-TBL-LINE(WS-AST-MATCH-IDX)
           PERFORM 007-SAVE-ASSETS THRU 007-EXIT
           DISPLAY "Proceeds recorded for " WS-NEW-VEH-ID
              ", gain or loss is posted at period close."
       .
       004-EXIT.
           EXIT
       .

       005-LIST-ASSETS.
           PERFORM 006-LOAD-ASSETS THRU 006-EXIT
           MOVE ZEROS TO WS-TOTAL-COST WS-TOTAL-ACCUM WS-TOTAL-NBV
           DISPLAY "VEHICLE ACQUIRED         COST   ACCUM-DEPR"
              "     NET-BOOK LIFE LAST   ST    GAIN/LOSS"
           PERFORM VARYING AST-IDX FROM 1 BY 1
              UNTIL AST-IDX > WS-AST-COUNT
              MOVE AST-TBL-LINE(AST-IDX) TO ASSET-REC
              MOVE AST-COST TO WS-PRN-COST
              MOVE AST-ACCUM-DEP TO WS-PRN-ACCUM
              MOVE AST-NBV TO WS-PRN-NBV
              MOVE AST-GAIN-LOSS TO WS-PRN-GAIN
              DISPLAY AST-VEH-ID "  " AST-ACQ-DATE " " WS-PRN-COST
                 " " WS-PRN-ACCUM " " WS-PRN-NBV " "
                 AST-LIFE-MONTHS "  " AST-LAST-DEP-PERIOD " "
                 AST-STATUS " " WS-PRN-GAIN
              IF AST-IN-SERVICE
                 ADD AST-COST TO WS-TOTAL-COST
                 ADD AST-ACCUM-DEP TO WS-TOTAL-ACCUM
                 ADD AST-NBV TO WS-TOTAL-NBV
              END-IF
           END-PERFORM
           DISPLAY "Assets on file: " WS-AST-COUNT
           MOVE WS-TOTAL-COST TO WS-PRN-TOTAL
           DISPLAY "In-service cost  . . . . . . . : " WS-PRN-TOTAL
           MOVE WS-TOTAL-ACCUM TO WS-PRN-TOTAL
           DISPLAY "Accumulated depreciation . . . : " WS-PRN-TOTAL
           MOVE WS-TOTAL-NBV TO WS-PRN-TOTAL
           DISPLAY "Net book value . . . . . . . . : " WS-PRN-TOTAL
       .
       005-EXIT.
           EXIT
       .

       006-LOAD-ASSETS.
           MOVE ZEROS TO WS-AST-COUNT
           MOVE "N" TO WS-AST-EOF-SW
           OPEN INPUT ASSET-FILE
           IF WS-AST-FSTATUS NOT = "00"
              GO TO 006-EXIT
           END-IF
           PERFORM UNTIL END-OF-ASSETS
              READ ASSET-FILE
                 AT END MOVE "Y" TO WS-AST-EOF-SW
                 NOT AT END
                    IF WS-AST-COUNT < WS-AST-MAX
                       ADD 1 TO WS-AST-COUNT
                       MOVE ASSET-REC TO AST-TBL-LINE(WS-AST-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ASSET-FILE
       .
       006-EXIT.
           EXIT
       .

       007-SAVE-ASSETS.
           OPEN OUTPUT ASSET-FILE
           PERFORM VARYING AST-IDX FROM 1 BY 1
              UNTIL AST-IDX > WS-AST-COUNT
              MOVE AST-TBL-LINE(AST-IDX) TO ASSET-REC
              WRITE ASSET-REC
           END-PERFORM
           CLOSE ASSET-FILE
       .
       007-EXIT.
           EXIT
       .

       008-INPUT-VEH-ID.
           DISPLAY "Vehicle ID (6 characters): " WITH NO ADVANCING
           MOVE SPACES TO WS-NEW-VEH-ID
           ACCEPT WS-NEW-VEH-ID
       .
       008-EXIT.
           EXIT
       .

       009-FIND-ASSET.
           MOVE "N" TO WS-AST-FOUND-SW
           MOVE ZEROS TO WS-AST-MATCH-IDX
           PERFORM VARYING AST-IDX FROM 1 BY 1
              UNTIL AST-IDX > WS-AST-COUNT OR ASSET-FOUND
              IF AST-TBL-LINE(AST-IDX)(1:6) = WS-NEW-VEH-ID
                 MOVE "Y" TO WS-AST-FOUND-SW
                 SET WS-AST-MATCH-IDX TO AST-IDX
              END-IF
           END-PERFORM
       .
       009-EXIT.
           EXIT
       .

       010-CHECK-VEHICLE.
           MOVE "N" TO WS-VEH-OK-SW
           IF WS-NEW-VEH-ID = SPACES
              GO TO 010-EXIT
           END-IF
           OPEN INPUT VEHICLE-MASTER
           IF WS-VEH-FSTATUS NOT = "00"
              GO TO 010-EXIT
           END-IF
           MOVE WS-NEW-VEH-ID TO VEH-ID
           READ VEHICLE-MASTER
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE "Y" TO WS-VEH-OK-SW
           END-READ
           CLOSE VEHICLE-MASTER
       .
       010-EXIT.
           EXIT
       .

       011-INPUT-AMOUNT.
           MOVE SPACES TO WS-NUM-IN
           MOVE ZEROS TO WS-AMOUNT-IN
           ACCEPT WS-NUM-IN
           IF WS-NUM-IN(1:9) NUMERIC
              COMPUTE WS-AMOUNT-IN = FUNCTION NUMVAL(WS-NUM-IN(1:9))
                 / 100
           END-IF
       .
       011-EXIT.
           EXIT
       .

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIREMAINT.
       AUTHOR. JAKKRIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIRE-FILE ASSIGN TO "tire-master.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TIR-FSTATUS.
           SELECT TIRE-HIST-FILE ASSIGN TO "tire-history.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TTR-FSTATUS.
           SELECT VEHICLE-MASTER ASSIGN TO DYNAMIC WS-VEHM-DSN
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS VEH-ID
              FILE STATUS IS WS-VEH-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TIRE-FILE.
       COPY "tire-master.cpy".

       FD  TIRE-HIST-FILE.
       COPY "tire-trans.cpy".

       FD  VEHICLE-MASTER.
       COPY "vehicle-rec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-VEHM-DSN         PIC X(40)
           VALUE "vehicle-master.idx".
       01  WS-TIR-FSTATUS      PIC XX VALUE "00".
       01  WS-TTR-FSTATUS      PIC XX VALUE "00".
       01  WS-VEH-FSTATUS      PIC XX VALUE "00".
       01  WS-OPERATOR-ID      PIC X(8) VALUE "SYSTEM".
       01  WS-TODAY            PIC 9(8) VALUE ZEROS.
       01  MENU-CHOICE         PIC 99 VALUE ZEROS.
       01  WS-AUTHORITY        PIC X VALUE SPACE.
       01  WS-AUTH-PROGRAM     PIC X(12) VALUE "TIREMAINT".
       01  WS-AUTH-OPTION      PIC 99 VALUE ZEROS.
       01  WS-AUTH-FUNCTION    PIC X(8) VALUE SPACES.
       01  WS-AUTH-PERMIT-SW   PIC X VALUE "N".
           88 FUNCTION-PERMITTED VALUE "Y".
       01  WS-CONTINUE-SW      PIC X VALUE "Y".
           88 CONTINUE-MENU       VALUE "Y".
       01  WS-TIR-EOF-SW       PIC X VALUE "N".
           88 END-OF-TIRES        VALUE "Y".
       01  WS-TTR-EOF-SW       PIC X VALUE "N".
           88 END-OF-TIRE-HIST    VALUE "Y".
       01  TIR-TABLE.
           05 TIR-ENTRY OCCURS 2000 TIMES INDEXED BY TIR-IDX.
              10 TIR-TBL-LINE   PIC X(78).
       01  WS-TIR-COUNT        PIC 9(4) VALUE ZEROS.
       01  WS-TIR-MAX          PIC 9(4) VALUE 2000.
       01  WS-TIR-FOUND-SW     PIC X VALUE "N".
           88 TIRE-FOUND          VALUE "Y".
       01  WS-TIR-MATCH-IDX    PIC 9(4) VALUE ZEROS.
       01  WS-VEH-OK-SW        PIC X VALUE "N".
           88 VEHICLE-ON-FILE     VALUE "Y".
       01  WS-POS-TAKEN-SW     PIC X VALUE "N".
           88 POSITION-TAKEN      VALUE "Y".
       01  WS-NEW-SERIAL       PIC X(12).
       01  WS-NEW-VEH-ID       PIC X(6).
       01  WS-NEW-POSITION     PIC X(4).
       01  WS-OLD-POSITION     PIC X(4).
       01  WS-NEW-SIZE         PIC X(12).
       01  WS-NEW-BRAND        PIC X(12).
       01  WS-NUM-IN           PIC X(8).
       01  WS-ODOM             PIC 9(6) VALUE ZEROS.
       01  WS-VEH-ODOM         PIC 9(6) VALUE ZEROS.
       01  WS-VEH-STATUS       PIC X VALUE SPACE.
           88 VEHICLE-DISPOSED     VALUE "S", "R".
       01  WS-TREAD            PIC 9(2) VALUE ZEROS.
       01  WS-TRANS-TYPE       PIC X VALUE SPACE.
       01  WS-LIST-COUNT       PIC 9(4) VALUE ZEROS.

       PROCEDURE DIVISION.
       000-BEGIN.
           CALL "GETDSN" USING WS-VEHM-DSN
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
           DISPLAY "TIRE TRACKING"
           DISPLAY " 1. Receive a tire into stock"
           DISPLAY " 2. Mount a tire on a vehicle"
           DISPLAY " 3. Rotate a tire to a new position"
           DISPLAY " 4. Scrap a tire"
           DISPLAY " 5. Post a tread-depth reading"
           DISPLAY " 6. List tires on a vehicle"
           DISPLAY " 7. Show a tire's history"
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
              WHEN 1 PERFORM 003-RECEIVE-TIRE THRU 003-EXIT
              WHEN 2 PERFORM 004-MOUNT-TIRE THRU 004-EXIT
              WHEN 3 PERFORM 005-ROTATE-TIRE THRU 005-EXIT
              WHEN 4 PERFORM 006-SCRAP-TIRE THRU 006-EXIT
              WHEN 5 PERFORM 007-POST-TREAD THRU 007-EXIT
              WHEN 6 PERFORM 008-LIST-VEHICLE-TIRES THRU 008-EXIT
              WHEN 7 PERFORM 009-SHOW-HISTORY THRU 009-EXIT
              WHEN 0 MOVE "N" TO WS-CONTINUE-SW
              WHEN OTHER
                 DISPLAY "Invalid selection, please try again."
           END-EVALUATE
       .
       002-EXIT.
           EXIT
       .

       003-RECEIVE-TIRE.
           PERFORM 012-INPUT-SERIAL THRU 012-EXIT
           IF WS-NEW-SERIAL = SPACES
              DISPLAY "Serial number is required, tire not received."
              GO TO 003-EXIT
           END-IF
           PERFORM 010-LOAD-TIRES THRU 010-EXIT
           PERFORM 013-FIND-TIRE THRU 013-EXIT
           IF TIRE-FOUND
              DISPLAY "Tire " WS-NEW-SERIAL " is already on file."
              GO TO 003-EXIT
           END-IF
           IF WS-TIR-COUNT >= WS-TIR-MAX
              DISPLAY "Tire master is full."
              GO TO 003-EXIT
           END-IF
           DISPLAY "Tire size (12 characters): " WITH NO ADVANCING
           MOVE SPACES TO WS-NEW-SIZE
           ACCEPT WS-NEW-SIZE
           DISPLAY "Brand (12 characters): " WITH NO ADVANCING
           MOVE SPACES TO WS-NEW-BRAND
           ACCEPT WS-NEW-BRAND
           DISPLAY "New tread depth in 32nds (2 digits): "
              WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           IF WS-NUM-IN(1:2) NOT NUMERIC
              DISPLAY "Tread must be 2 digits, tire not received."
              GO TO 003-EXIT
           END-IF
           MOVE WS-NUM-IN(1:2) TO WS-TREAD
           MOVE SPACES TO TIRE-REC
           MOVE WS-NEW-SERIAL TO TIR-SERIAL
           MOVE WS-NEW-SIZE TO TIR-SIZE
           MOVE WS-NEW-BRAND TO TIR-BRAND
           MOVE "S" TO TIR-STATUS
           MOVE ZEROS TO TIR-MOUNT-ODOM TIR-ROTATE-ODOM
           MOVE WS-TREAD TO TIR-TREAD
           MOVE WS-TODAY TO TIR-TREAD-DATE
           ADD 1 TO WS-TIR-COUNT
           MOVE TIRE-REC TO TIR-TBL-LINE(WS-TIR-COUNT)
           PERFORM 011-SAVE-TIRES THRU 011-EXIT
           MOVE ZEROS TO WS-ODOM
           MOVE "A" TO WS-TRANS-TYPE
           MOVE SPACES TO WS-NEW-VEH-ID WS-OLD-POSITION WS-NEW-POSITION
           PERFORM 017-WRITE-HISTORY THRU 017-EXIT
           DISPLAY "Tire " WS-NEW-SERIAL " received into stock."
       .
       003-EXIT.
           EXIT
       .

       004-MOUNT-TIRE.
           PERFORM 012-INPUT-SERIAL THRU 012-EXIT
           PERFORM 010-LOAD-TIRES THRU 010-EXIT
           PERFORM 013-FIND-TIRE THRU 013-EXIT
           IF NOT TIRE-FOUND
              DISPLAY "Tire " WS-NEW-SERIAL " is not on file."
              GO TO 004-EXIT
           END-IF
           MOVE TIR-TBL-LINE(WS-TIR-MATCH-IDX) TO TIRE-REC
           IF NOT TIR-IN-STOCK
              DISPLAY "Only a tire in stock can be mounted - tire "
                 WS-NEW-SERIAL " has status " TIR-STATUS "."
              GO TO 004-EXIT
           END-IF
           DISPLAY "Vehicle ID (6 characters): " WITH NO ADVANCING
           MOVE SPACES TO WS-NEW-VEH-ID
           ACCEPT WS-NEW-VEH-ID
           PERFORM 014-CHECK-VEHICLE THRU 014-EXIT
           IF NOT VEHICLE-ON-FILE
              DISPLAY "Vehicle " WS-NEW-VEH-ID " is not on the "
                 "vehicle master."
              GO TO 004-EXIT
           END-IF
           IF VEHICLE-DISPOSED
              DISPLAY "Vehicle " WS-NEW-VEH-ID " has been disposed."
              GO TO 004-EXIT
           END-IF
           PERFORM 015-INPUT-POSITION THRU 015-EXIT
           IF WS-NEW-POSITION = SPACES
              DISPLAY "Wheel position is required, tire not mounted."
              GO TO 004-EXIT
           END-IF
           PERFORM 016-CHECK-POSITION THRU 016-EXIT
           IF POSITION-TAKEN
              DISPLAY "Position " WS-NEW-POSITION " on "
                 WS-NEW-VEH-ID " already has a tire mounted."
              GO TO 004-EXIT
           END-IF
           PERFORM 018-INPUT-ODOMETER THRU 018-EXIT
           MOVE TIR-TBL-LINE(WS-TIR-MATCH-IDX) TO TIRE-REC
           MOVE "M" TO TIR-STATUS
           MOVE WS-NEW-VEH-ID TO TIR-VEH-ID
           MOVE WS-NEW-POSITION TO TIR-POSITION
           MOVE WS-ODOM TO TIR-MOUNT-ODOM
           MOVE WS-ODOM TO TIR-ROTATE-ODOM
           MOVE TIRE-REC TO TIR-TBL-LINE(WS-TIR-MATCH-IDX)
           PERFORM 011-SAVE-TIRES THRU 011-EXIT
           MOVE "M" TO WS-TRANS-TYPE
           MOVE SPACES TO WS-OLD-POSITION
           MOVE TIR-TREAD TO WS-TREAD
           PERFORM 017-WRITE-HISTORY THRU 017-EXIT
           DISPLAY "Tire " WS-NEW-SERIAL " mounted on " WS-NEW-VEH-ID
              " position " WS-NEW-POSITION "."
       .
       004-EXIT.
           EXIT
       .

       005-ROTATE-TIRE.
           PERFORM 012-INPUT-SERIAL THRU 012-EXIT
           PERFORM 010-LOAD-TIRES THRU 010-EXIT
           PERFORM 013-FIND-TIRE THRU 013-EXIT
           IF NOT TIRE-FOUND
              DISPLAY "Tire " WS-NEW-SERIAL " is not on file."
              GO TO 005-EXIT
           END-IF
           MOVE TIR-TBL-LINE(WS-TIR-MATCH-IDX) TO TIRE-REC
           IF NOT TIR-MOUNTED
              DISPLAY "Tire " WS-NEW-SERIAL " is not mounted."
              GO TO 005-EXIT
           END-IF
           MOVE TIR-VEH-ID TO WS-NEW-VEH-ID
           MOVE TIR-POSITION TO WS-OLD-POSITION
           DISPLAY "Tire is on " WS-NEW-VEH-ID " position "
              WS-OLD-POSITION
           PERFORM 014-CHECK-VEHICLE THRU 014-EXIT
           PERFORM 015-INPUT-POSITION THRU 015-EXIT
           IF WS-NEW-POSITION = SPACES
              OR WS-NEW-POSITION = WS-OLD-POSITION
              DISPLAY "A new wheel position is required, tire not "
                 "rotated."
              GO TO 005-EXIT
           END-IF
           PERFORM 018-INPUT-ODOMETER THRU 018-EXIT
           MOVE TIR-TBL-LINE(WS-TIR-MATCH-IDX) TO TIRE-REC
           MOVE WS-NEW-POSITION TO TIR-POSITION
           MOVE WS-ODOM TO TIR-ROTATE-ODOM
           MOVE TIRE-REC TO TIR-TBL-LINE(WS-TIR-MATCH-IDX)
           PERFORM 011-SAVE-TIRES THRU 011-EXIT
           MOVE "R" TO WS-TRANS-TYPE
           MOVE TIR-TREAD TO WS-TREAD
           PERFORM 017-WRITE-HISTORY THRU 017-EXIT
           DISPLAY "Tire " WS-NEW-SERIAL " rotated from "
              WS-OLD-POSITION " to " WS-NEW-POSITION "."
       .
       005-EXIT.
           EXIT
       .

       006-SCRAP-TIRE.
           PERFORM 012-INPUT-SERIAL THRU 012-EXIT
           PERFORM 010-LOAD-TIRES THRU 010-EXIT
           PERFORM 013-FIND-TIRE THRU 013-EXIT
           IF NOT TIRE-FOUND
              DISPLAY "Tire " WS-NEW-SERIAL " is not on file."
              GO TO 006-EXIT
           END-IF
           MOVE TIR-TBL-LINE(WS-TIR-MATCH-IDX) TO TIRE-REC
           IF TIR-SCRAPPED
              DISPLAY "Tire " WS-NEW-SERIAL " is already scrapped."
              GO TO 006-EXIT
           END-IF
           MOVE ZEROS TO WS-ODOM
           MOVE TIR-VEH-ID TO WS-NEW-VEH-ID
           MOVE TIR-POSITION TO WS-OLD-POSITION
           MOVE SPACES TO WS-NEW-POSITION
           IF TIR-MOUNTED
              PERFORM 014-CHECK-VEHICLE THRU 014-EXIT
              PERFORM 018-INPUT-ODOMETER THRU 018-EXIT
           ELSE
              MOVE SPACES TO WS-NEW-VEH-ID
           END-IF
           MOVE TIR-TBL-LINE(WS-TIR-MATCH-IDX) TO TIRE-REC
           MOVE "X" TO TIR-STATUS
           MOVE SPACES TO TIR-VEH-ID TIR-POSITION
           MOVE TIRE-REC TO TIR-TBL-LINE(WS-TIR-MATCH-IDX)
           PERFORM 011-SAVE-TIRES THRU 011-EXIT
           MOVE "S" TO WS-TRANS-TYPE
           MOVE TIR-TREAD TO WS-TREAD
           PERFORM 017-WRITE-HISTORY THRU 017-EXIT
           DISPLAY "Tire " WS-NEW-SERIAL " scrapped."
       .
       006-EXIT.
           EXIT
       .

       007-POST-TREAD.
           PERFORM 012-INPUT-SERIAL THRU 012-EXIT
           PERFORM 010-LOAD-TIRES THRU 010-EXIT
           PERFORM 013-FIND-TIRE THRU 013-EXIT
           IF NOT TIRE-FOUND
              DISPLAY "Tire " WS-NEW-SERIAL " is not on file."
              GO TO 007-EXIT
           END-IF
           MOVE TIR-TBL-LINE(WS-TIR-MATCH-IDX) TO TIRE-REC
           IF TIR-SCRAPPED
              DISPLAY "Tire " WS-NEW-SERIAL " is scrapped."
              GO TO 007-EXIT
           END-IF
           DISPLAY "Tread depth in 32nds (2 digits): "
              WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           IF WS-NUM-IN(1:2) NOT NUMERIC
              DISPLAY "Tread must be 2 digits, reading not posted."
              GO TO 007-EXIT
           END-IF
           MOVE WS-NUM-IN(1:2) TO WS-TREAD
           MOVE ZEROS TO WS-ODOM
           MOVE TIR-VEH-ID TO WS-NEW-VEH-ID
           MOVE TIR-POSITION TO WS-OLD-POSITION
           MOVE TIR-POSITION TO WS-NEW-POSITION
           IF TIR-MOUNTED
              PERFORM 014-CHECK-VEHICLE THRU 014-EXIT
              PERFORM 018-INPUT-ODOMETER THRU 018-EXIT
           END-IF
           MOVE TIR-TBL-LINE(WS-TIR-MATCH-IDX) TO TIRE-REC
           MOVE WS-TREAD TO TIR-TREAD
           MOVE WS-TODAY TO TIR-TREAD-DATE
           MOVE TIRE-REC TO TIR-TBL-LINE(WS-TIR-MATCH-IDX)
           PERFORM 011-SAVE-TIRES THRU 011-EXIT
           MOVE "T" TO WS-TRANS-TYPE
           PERFORM 017-WRITE-HISTORY THRU 017-EXIT
           DISPLAY "Tread reading posted for " WS-NEW-SERIAL "."
       .
       007-EXIT.
           EXIT
       .

       008-LIST-VEHICLE-TIRES.
           DISPLAY "Vehicle ID (6 characters): " WITH NO ADVANCING
           MOVE SPACES TO WS-NEW-VEH-ID
           ACCEPT WS-NEW-VEH-ID
           PERFORM 010-LOAD-TIRES THRU 010-EXIT
           MOVE ZEROS TO WS-LIST-COUNT
           DISPLAY "POS  SERIAL       SIZE         BRAND        "
              "MOUNTED ROTATED TREAD READ-ON"
           PERFORM VARYING TIR-IDX FROM 1 BY 1
              UNTIL TIR-IDX > WS-TIR-COUNT
              MOVE TIR-TBL-LINE(TIR-IDX) TO TIRE-REC
              IF TIR-MOUNTED AND TIR-VEH-ID = WS-NEW-VEH-ID
                 ADD 1 TO WS-LIST-COUNT
                 DISPLAY TIR-POSITION " " TIR-SERIAL " " TIR-SIZE " "
                    TIR-BRAND " " TIR-MOUNT-ODOM "  " TIR-ROTATE-ODOM
                    "  " TIR-TREAD "   " TIR-TREAD-DATE
              END-IF
           END-PERFORM
           DISPLAY "Tires mounted: " WS-LIST-COUNT
       .
       008-EXIT.
           EXIT
       .

       009-SHOW-HISTORY.
           PERFORM 012-INPUT-SERIAL THRU 012-EXIT
           MOVE ZEROS TO WS-LIST-COUNT
           MOVE "N" TO WS-TTR-EOF-SW
           OPEN INPUT TIRE-HIST-FILE
           IF WS-TTR-FSTATUS NOT = "00"
              DISPLAY "No tire history on file."
              GO TO 009-EXIT
           END-IF
           DISPLAY "DATE     T VEHICLE FROM TO   ODOM   TREAD BY"
           PERFORM UNTIL END-OF-TIRE-HIST
              READ TIRE-HIST-FILE
                 AT END MOVE "Y" TO WS-TTR-EOF-SW
                 NOT AT END
                    IF TTR-SERIAL = WS-NEW-SERIAL
                       ADD 1 TO WS-LIST-COUNT
                       DISPLAY TTR-DATE " " TTR-TYPE " " TTR-VEH-ID
                          "  " TTR-FROM-POS " " TTR-TO-POS " "
                          TTR-ODOM " " TTR-TREAD "    " TTR-OPERATOR
                    END-IF
              END-READ
           END-PERFORM
           CLOSE TIRE-HIST-FILE
           DISPLAY "Transactions: " WS-LIST-COUNT
       .
       009-EXIT.
           EXIT
       .

       010-LOAD-TIRES.
           MOVE ZEROS TO WS-TIR-COUNT
           MOVE "N" TO WS-TIR-EOF-SW
           OPEN INPUT TIRE-FILE
           IF WS-TIR-FSTATUS NOT = "00"
              GO TO 010-EXIT
           END-IF
           PERFORM UNTIL END-OF-TIRES
              READ TIRE-FILE
                 AT END MOVE "Y" TO WS-TIR-EOF-SW
                 NOT AT END
                    IF WS-TIR-COUNT < WS-TIR-MAX
                       ADD 1 TO WS-TIR-COUNT
                       MOVE TIRE-REC TO TIR-TBL-LINE(WS-TIR-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE TIRE-FILE
       .
       010-EXIT.
           EXIT
       .

       011-SAVE-TIRES.
           OPEN OUTPUT TIRE-FILE
           PERFORM VARYING TIR-IDX FROM 1 BY 1
              UNTIL TIR-IDX > WS-TIR-COUNT
              MOVE TIR-TBL-LINE(TIR-IDX) TO TIRE-REC
              WRITE TIRE-REC
           END-PERFORM
           CLOSE TIRE-FILE
       .
       011-EXIT.
           EXIT
       .

       012-INPUT-SERIAL.
           DISPLAY "Tire serial number (12 characters): "
              WITH NO ADVANCING
           MOVE SPACES TO WS-NEW-SERIAL
           ACCEPT WS-NEW-SERIAL
       .
       012-EXIT.
           EXIT
       .

       013-FIND-TIRE.
           MOVE "N" TO WS-TIR-FOUND-SW
           MOVE ZEROS TO WS-TIR-MATCH-IDX
           PERFORM VARYING TIR-IDX FROM 1 BY 1
              UNTIL TIR-IDX > WS-TIR-COUNT OR TIRE-FOUND
              IF TIR-TBL-LINE(TIR-IDX)(1:12) = WS-NEW-SERIAL
                 MOVE "Y" TO WS-TIR-FOUND-SW
                 SET WS-TIR-MATCH-IDX TO TIR-IDX
              END-IF
           END-PERFORM
       .
       013-EXIT.
           EXIT
       .

       014-CHECK-VEHICLE.
           MOVE "N" TO WS-VEH-OK-SW
           MOVE ZEROS TO WS-VEH-ODOM
           MOVE SPACE TO WS-VEH-STATUS
           IF WS-NEW-VEH-ID = SPACES
              GO TO 014-EXIT
           END-IF
           OPEN INPUT VEHICLE-MASTER
           IF WS-VEH-FSTATUS NOT = "00"
              GO TO 014-EXIT
           END-IF
           MOVE WS-NEW-VEH-ID TO VEH-ID
           READ VEHICLE-MASTER
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE "Y" TO WS-VEH-OK-SW
                 MOVE VEH-END-ODOM TO WS-VEH-ODOM
                 MOVE VEH-STATUS TO WS-VEH-STATUS
           END-READ
           CLOSE VEHICLE-MASTER
       .
       014-EXIT.
           EXIT
       .

       015-INPUT-POSITION.
           DISPLAY "Wheel position (LF RF LR RR LRO LRI RRO RRI SPR): "
              WITH NO ADVANCING
           MOVE SPACES TO WS-NEW-POSITION
           ACCEPT WS-NEW-POSITION
           MOVE FUNCTION UPPER-CASE(WS-NEW-POSITION)
              TO WS-NEW-POSITION
       .
       015-EXIT.
           EXIT
       .

       016-CHECK-POSITION.
           MOVE "N" TO WS-POS-TAKEN-SW
           PERFORM VARYING TIR-IDX FROM 1 BY 1
              UNTIL TIR-IDX > WS-TIR-COUNT OR POSITION-TAKEN
              MOVE TIR-TBL-LINE(TIR-IDX) TO TIRE-REC
              IF TIR-MOUNTED AND TIR-VEH-ID = WS-NEW-VEH-ID
                 AND TIR-POSITION = WS-NEW-POSITION
                 MOVE "Y" TO WS-POS-TAKEN-SW
              END-IF
           END-PERFORM
       .
       016-EXIT.
           EXIT
       .

       017-WRITE-HISTORY.
           OPEN EXTEND TIRE-HIST-FILE
           IF WS-TTR-FSTATUS = "35"
              OPEN OUTPUT TIRE-HIST-FILE
           END-IF
           MOVE SPACES TO TIRE-TRANS-REC
           MOVE WS-NEW-SERIAL TO TTR-SERIAL
           MOVE WS-TRANS-TYPE TO TTR-TYPE
           MOVE WS-NEW-VEH-ID TO TTR-VEH-ID
           MOVE WS-OLD-POSITION TO TTR-FROM-POS
           MOVE WS-NEW-POSITION TO TTR-TO-POS
           MOVE WS-ODOM TO TTR-ODOM
           MOVE WS-TREAD TO TTR-TREAD
           MOVE WS-TODAY TO TTR-DATE
           MOVE WS-OPERATOR-ID TO TTR-OPERATOR
           WRITE TIRE-TRANS-REC
           CLOSE TIRE-HIST-FILE
       .
       017-EXIT.
           EXIT
       .

       018-INPUT-ODOMETER.
           DISPLAY "Odometer (6 digits, Enter for " WS-VEH-ODOM "): "
              WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           IF WS-NUM-IN(1:6) NUMERIC
              MOVE WS-NUM-IN(1:6) TO WS-ODOM
           ELSE
              MOVE WS-VEH-ODOM TO WS-ODOM
           END-IF
       .
       018-EXIT.
           EXIT
       .

           SELECT DRIVER-FILE ASSIGN TO "driver-master.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DRV-FSTATUS.
           SELECT QUAL-FILE ASSIGN TO "driver-qual.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DQL-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DRIVER-FILE.
       COPY "driver-rec.cpy".

       FD  QUAL-FILE.
       COPY "drv-qual.cpy".

       WORKING-STORAGE SECTION.
       01  WS-DRV-FSTATUS       PIC XX VALUE "00".
       01  MENU-CHOICE          PIC 99 VALUE ZEROS.
       01  WS-OPERATOR-ID       PIC X(8) VALUE "SYSTEM".
       01  WS-AUTHORITY         PIC X VALUE SPACE.
       01  WS-AUTH-PROGRAM      PIC X(12) VALUE "DRVMAINT".
       01  WS-AUTH-OPTION       PIC 99 VALUE ZEROS.
       01  WS-AUTH-FUNCTION     PIC X(8) VALUE SPACES.
       01  WS-AUTH-PERMIT-SW    PIC X VALUE "N".
           88 FUNCTION-PERMITTED VALUE "Y".
       01  WS-CONTINUE-SW       PIC X VALUE "Y".
           88 CONTINUE-MENU        VALUE "Y".
       01  WS-DRV-EOF-SW        PIC X VALUE "N".
              10 DRV-TBL-LICENSE PIC X(12).
              10 DRV-TBL-EXPIRY  PIC 9(8).
              10 DRV-TBL-STATUS  PIC X.
              10 DRV-TBL-DEPT-CC PIC X(4).
       01  WS-DRV-COUNT         PIC 9(3) VALUE ZEROS.
       01  WS-DRV-MAX           PIC 9(3) VALUE 200.
       01  WS-DRV-FOUND-SW      PIC X VALUE "N".
       01  WS-DATE-IN           PIC X(8).
       01  WS-NEW-EXPIRY        PIC 9(8) VALUE ZEROS.
       01  WS-NEW-STATUS        PIC X VALUE SPACE.
       01  WS-NEW-DEPT-CC       PIC X(4) VALUE SPACES.
       01  WS-DQL-FSTATUS       PIC XX VALUE "00".
       01  WS-DQL-EOF-SW        PIC X VALUE "N".
           88 END-OF-QUALS         VALUE "Y".
       01  QUL-TABLE.
           05 QUL-ENTRY OCCURS 200 TIMES INDEXED BY QUL-IDX.
              10 QUL-TBL-LINE    PIC X(45).
       01  WS-QUL-COUNT         PIC 9(3) VALUE ZEROS.
       01  WS-QUL-MAX           PIC 9(3) VALUE 200.
       01  WS-QUL-MATCH-IDX     PIC 9(3) VALUE ZEROS.
       01  WS-NEW-CLASSES       PIC X(20) VALUE SPACES.
       01  WS-NEW-CLASS-CODES REDEFINES WS-NEW-CLASSES.
           05 WS-NEW-CLASS      PIC X(2) OCCURS 10 TIMES.
       01  WS-CLASS-IDX         PIC 99 VALUE ZEROS.
       01  WS-CLASS-REC         PIC X(58) VALUE SPACES.
       01  WS-CLASS-FOUND-SW    PIC X VALUE "N".
           88 CLASS-KNOWN          VALUE "Y".
       01  WS-CLASS-BAD-SW      PIC X VALUE "N".
           88 CLASS-LIST-BAD       VALUE "Y".
       01  WS-NEW-MED-EXPIRY    PIC 9(8) VALUE ZEROS.
       01  WS-NEW-TRAIN-DATE    PIC 9(8) VALUE ZEROS.

       PROCEDURE DIVISION.
       000-BEGIN.
           CALL "GETOPER" USING WS-OPERATOR-ID
           PERFORM UNTIL NOT CONTINUE-MENU
              PERFORM 001-DISPLAY-MENU THRU 001-EXIT
              PERFORM 002-DISPATCH THRU 002-EXIT
           DISPLAY " 2. Change a driver's license details"
           DISPLAY " 3. Change a driver's status"
           DISPLAY " 4. List drivers"
           DISPLAY " 5. Record a driver's vehicle-class qualifications"
           DISPLAY " 6. List driver qualifications"
           DISPLAY " 7. Change a driver's home department"
           DISPLAY " 0. Exit"
           DISPLAY "Select option: " WITH NO ADVANCING
           ACCEPT MENU-CHOICE
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
              WHEN 1 PERFORM 003-ADD-DRIVER THRU 003-EXIT
              WHEN 2 PERFORM 004-CHANGE-LICENSE THRU 004-EXIT
              WHEN 3 PERFORM 005-CHANGE-STATUS THRU 005-EXIT
              WHEN 4 PERFORM 006-LIST-DRIVERS THRU 006-EXIT
              WHEN 5 PERFORM 013-RECORD-QUAL THRU 013-EXIT
              WHEN 6 PERFORM 014-LIST-QUALS THRU 014-EXIT
              WHEN 7 PERFORM 018-CHANGE-DEPT THRU 018-EXIT
              WHEN 0 MOVE "N" TO WS-CONTINUE-SW
              WHEN OTHER
                 DISPLAY "Invalid selection, please try again."
           IF WS-NEW-EXPIRY = 0
              GO TO 003-EXIT
           END-IF
           PERFORM 019-INPUT-DEPT THRU 019-EXIT
           ADD 1 TO WS-DRV-COUNT
           MOVE WS-NEW-DRV-ID TO DRV-TBL-ID(WS-DRV-COUNT)
           MOVE WS-NEW-NAME TO DRV-TBL-NAME(WS-DRV-COUNT)
           MOVE WS-NEW-LICENSE TO DRV-TBL-LICENSE(WS-DRV-COUNT)
           MOVE WS-NEW-EXPIRY TO DRV-TBL-EXPIRY(WS-DRV-COUNT)
           MOVE "A" TO DRV-TBL-STATUS(WS-DRV-COUNT)
           MOVE WS-NEW-DEPT-CC TO DRV-TBL-DEPT-CC(WS-DRV-COUNT)
           PERFORM 008-SAVE-DRIVERS THRU 008-EXIT
           DISPLAY "Driver " WS-NEW-DRV-ID " added."
       .
       006-LIST-DRIVERS.
           PERFORM 007-LOAD-DRIVERS THRU 007-EXIT
           DISPLAY "DRIVER NAME                 LICENSE      EXPIRES"
              "  ST DEPT"
           PERFORM VARYING DRV-IDX FROM 1 BY 1
              UNTIL DRV-IDX > WS-DRV-COUNT
              DISPLAY " " DRV-TBL-ID(DRV-IDX) " "
                 DRV-TBL-NAME(DRV-IDX) " "
                 DRV-TBL-LICENSE(DRV-IDX) " "
                 DRV-TBL-EXPIRY(DRV-IDX) " "
                 DRV-TBL-STATUS(DRV-IDX) "  "
                 DRV-TBL-DEPT-CC(DRV-IDX)
           END-PERFORM
           DISPLAY "Drivers on file: " WS-DRV-COUNT
       .
                       END-IF
                       MOVE DRV-STATUS TO
                          DRV-TBL-STATUS(WS-DRV-COUNT)
                       MOVE DRV-DEPT-CC TO
                          DRV-TBL-DEPT-CC(WS-DRV-COUNT)
                    END-IF
              END-READ
           END-PERFORM
              MOVE DRV-TBL-LICENSE(DRV-IDX) TO DRV-LICENSE
              MOVE DRV-TBL-EXPIRY(DRV-IDX) TO DRV-LIC-EXPIRY
              MOVE DRV-TBL-STATUS(DRV-IDX) TO DRV-STATUS
              MOVE DRV-TBL-DEPT-CC(DRV-IDX) TO DRV-DEPT-CC
              WRITE DRIVER-REC
           END-PERFORM
           CLOSE DRIVER-FILE
       012-EXIT.
           EXIT
       .

       013-RECORD-QUAL.
           PERFORM 010-INPUT-DRIVER-ID THRU 010-EXIT
           PERFORM 007-LOAD-DRIVERS THRU 007-EXIT
           PERFORM 011-FIND-DRIVER THRU 011-EXIT
           IF NOT DRIVER-FOUND
              DISPLAY "Driver " WS-NEW-DRV-ID " not on file."
              GO TO 013-EXIT
           END-IF
           DISPLAY "Vehicle classes certified, up to 10 codes run "
              "together (e.g. LDMDHD): " WITH NO ADVANCING
           MOVE SPACES TO WS-NEW-CLASSES
           ACCEPT WS-NEW-CLASSES
           MOVE FUNCTION UPPER-CASE(WS-NEW-CLASSES) TO WS-NEW-CLASSES
           IF WS-NEW-CLASSES = SPACES
              DISPLAY "At least one class is required, not recorded."
              GO TO 013-EXIT
           END-IF
           MOVE "N" TO WS-CLASS-BAD-SW
           PERFORM VARYING WS-CLASS-IDX FROM 1 BY 1
              UNTIL WS-CLASS-IDX > 10 OR CLASS-LIST-BAD
              IF WS-NEW-CLASS(WS-CLASS-IDX) NOT = SPACES
                 CALL "GETCLASS" USING WS-NEW-CLASS(WS-CLASS-IDX)
                    WS-CLASS-REC WS-CLASS-FOUND-SW
                 IF NOT CLASS-KNOWN
                    MOVE "Y" TO WS-CLASS-BAD-SW
                    DISPLAY "Class " WS-NEW-CLASS(WS-CLASS-IDX)
                       " not on the vehicle class master, not "
                       "recorded."
                 END-IF
              END-IF
           END-PERFORM
           IF CLASS-LIST-BAD
              GO TO 013-EXIT
           END-IF
           DISPLAY "Medical certificate expiry (YYYYMMDD): "
              WITH NO ADVANCING
           MOVE SPACES TO WS-DATE-IN
           ACCEPT WS-DATE-IN
           IF WS-DATE-IN NOT NUMERIC
              DISPLAY "Expiry must be 8 digits, not recorded."
              GO TO 013-EXIT
           END-IF
           MOVE WS-DATE-IN TO WS-NEW-MED-EXPIRY
           DISPLAY "Training completed (YYYYMMDD): "
              WITH NO ADVANCING
           MOVE SPACES TO WS-DATE-IN
           ACCEPT WS-DATE-IN
           IF WS-DATE-IN NOT NUMERIC
              DISPLAY "Date must be 8 digits, not recorded."
              GO TO 013-EXIT
           END-IF
           MOVE WS-DATE-IN TO WS-NEW-TRAIN-DATE
           PERFORM 015-LOAD-QUALS THRU 015-EXIT
           PERFORM 017-FIND-QUAL THRU 017-EXIT
           IF WS-QUL-MATCH-IDX = 0
              IF WS-QUL-COUNT >= WS-QUL-MAX
                 DISPLAY "Driver qualification file is full."
                 GO TO 013-EXIT
              END-IF
              ADD 1 TO WS-QUL-COUNT
              MOVE WS-QUL-COUNT TO WS-QUL-MATCH-IDX
           END-IF
           MOVE SPACES TO DRIVER-QUAL-REC
           MOVE WS-NEW-DRV-ID TO DQL-DRV-ID
           MOVE WS-NEW-CLASSES TO DQL-CLASS-LIST
           MOVE WS-NEW-MED-EXPIRY TO DQL-MED-EXPIRY
           MOVE WS-NEW-TRAIN-DATE TO DQL-TRAIN-DATE
           MOVE DRIVER-QUAL-REC TO QUL-TBL-LINE(WS-QUL-MATCH-IDX)
           PERFORM 016-SAVE-QUALS THRU 016-EXIT
           DISPLAY "Qualifications for " WS-NEW-DRV-ID " recorded."
       .
       013-EXIT.
           EXIT
       .

       014-LIST-QUALS.
           PERFORM 015-LOAD-QUALS THRU 015-EXIT
           IF WS-QUL-COUNT = 0
              DISPLAY "No driver qualifications on file."
              GO TO 014-EXIT
           END-IF
           DISPLAY "DRIVER CLASSES              MEDICAL  TRAINED"
           PERFORM VARYING QUL-IDX FROM 1 BY 1
              UNTIL QUL-IDX > WS-QUL-COUNT
              DISPLAY QUL-TBL-LINE(QUL-IDX)
           END-PERFORM
           DISPLAY "Qualification records on file: " WS-QUL-COUNT
       .
       014-EXIT.
           EXIT
       .

       015-LOAD-QUALS.
           MOVE ZEROS TO WS-QUL-COUNT
           MOVE "N" TO WS-DQL-EOF-SW
           OPEN INPUT QUAL-FILE
           IF WS-DQL-FSTATUS NOT = "00"
              GO TO 015-EXIT
           END-IF
           PERFORM UNTIL END-OF-QUALS
              READ QUAL-FILE
                 AT END MOVE "Y" TO WS-DQL-EOF-SW
                 NOT AT END
                    IF WS-QUL-COUNT < WS-QUL-MAX
                       ADD 1 TO WS-QUL-COUNT
                       MOVE DRIVER-QUAL-REC TO
                          QUL-TBL-LINE(WS-QUL-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE QUAL-FILE
       .
       015-EXIT.
           EXIT
       .

       016-SAVE-QUALS.
           OPEN OUTPUT QUAL-FILE
           PERFORM VARYING QUL-IDX FROM 1 BY 1
              UNTIL QUL-IDX > WS-QUL-COUNT
              MOVE QUL-TBL-LINE(QUL-IDX) TO DRIVER-QUAL-REC
              WRITE DRIVER-QUAL-REC
           END-PERFORM
           CLOSE QUAL-FILE
       .
       016-EXIT.
           EXIT
       .

       017-FIND-QUAL.
           MOVE ZEROS TO WS-QUL-MATCH-IDX
           PERFORM VARYING QUL-IDX FROM 1 BY 1
              UNTIL QUL-IDX > WS-QUL-COUNT
              MOVE QUL-TBL-LINE(QUL-IDX) TO DRIVER-QUAL-REC
              IF DQL-DRV-ID = WS-NEW-DRV-ID
                 SET WS-QUL-MATCH-IDX TO QUL-IDX
              END-IF
           END-PERFORM
       .
       017-EXIT.
           EXIT
       .

       018-CHANGE-DEPT.
           PERFORM 010-INPUT-DRIVER-ID THRU 010-EXIT
           PERFORM 007-LOAD-DRIVERS THRU 007-EXIT
           PERFORM 011-FIND-DRIVER THRU 011-EXIT
           IF NOT DRIVER-FOUND
              DISPLAY "Driver " WS-NEW-DRV-ID " not on file."
              GO TO 018-EXIT
           END-IF
           DISPLAY "Current home department: "
              DRV-TBL-DEPT-CC(WS-DRV-MATCH-IDX)
           PERFORM 019-INPUT-DEPT THRU 019-EXIT
           MOVE WS-NEW-DEPT-CC TO DRV-TBL-DEPT-CC(WS-DRV-MATCH-IDX)
           PERFORM 008-SAVE-DRIVERS THRU 008-EXIT
           DISPLAY "Driver " WS-NEW-DRV-ID " department changed."
       .
       018-EXIT.
           EXIT
       .

       019-INPUT-DEPT.
           DISPLAY "Home department cost center (4 characters, "
              "blank if none): " WITH NO ADVANCING
           MOVE SPACES TO WS-NEW-DEPT-CC
           ACCEPT WS-NEW-DEPT-CC
           MOVE FUNCTION UPPER-CASE(WS-NEW-DEPT-CC) TO WS-NEW-DEPT-CC
       .
       019-EXIT.
           EXIT
       .

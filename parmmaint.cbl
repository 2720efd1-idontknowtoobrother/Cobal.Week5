           SELECT OPS-PARM-FILE ASSIGN TO "ops-parm.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OPS-FSTATUS.
           SELECT POOL-PARM-FILE ASSIGN TO "pooldmd-parm.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PDP-FSTATUS.
           SELECT BILL-PARM-FILE ASSIGN TO "poolbill-parm.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PBP-FSTATUS.
           SELECT ODOM-PARM-FILE ASSIGN TO "odomchk-parm.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OCP-FSTATUS.
           SELECT WIDTH-CTL-FILE ASSIGN TO "bannerwidth-ctl.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-WIDTH-FSTATUS.
           05 OPM-FROM-DATE    PIC 9(8).
           05 OPM-TO-DATE      PIC 9(8).

       FD  POOL-PARM-FILE.
       01  POOL-PARM-REC.
           05 PDP-FROM-DATE    PIC 9(8).
           05 PDP-TO-DATE      PIC 9(8).
           05 PDP-SERVICE-PCT  PIC 9(3).

       FD  BILL-PARM-FILE.
       01  BILL-PARM-REC.
           05 PBP-DAY-MIN      PIC 9(3)V9(2).
           05 PBP-BILL-MONTH   PIC 9(6).

       FD  ODOM-PARM-FILE.
       01  ODOM-PARM-REC.
           05 OCP-MAX-PER-DAY  PIC 9(4).

       FD  WIDTH-CTL-FILE.
       COPY "width-ctl.cpy".

       01  WS-BLK-FSTATUS      PIC XX VALUE "00".
       01  WS-OPS-FSTATUS      PIC XX VALUE "00".
       01  WS-WIDTH-FSTATUS    PIC XX VALUE "00".
       01  WS-PDP-FSTATUS      PIC XX VALUE "00".
       01  WS-PBP-FSTATUS      PIC XX VALUE "00".
       01  WS-OCP-FSTATUS      PIC XX VALUE "00".
       01  WS-PARM-NAME        PIC X(40) VALUE SPACES.
       01  MENU-CHOICE         PIC 99 VALUE ZEROS.
       01  WS-OPERATOR-ID      PIC X(8) VALUE "SYSTEM".
       01  WS-AUTHORITY        PIC X VALUE SPACE.
       01  WS-AUTH-PROGRAM     PIC X(12) VALUE "PARMMAINT".
       01  WS-AUTH-OPTION      PIC 99 VALUE ZEROS.
       01  WS-AUTH-FUNCTION    PIC X(8) VALUE SPACES.
       01  WS-AUTH-PERMIT-SW   PIC X VALUE "N".
           88 FUNCTION-PERMITTED VALUE "Y".
       01  WS-CONTINUE-SW      PIC X VALUE "Y".
           88 CONTINUE-MENU       VALUE "Y".
       01  WS-MAX-STAR-NUM     PIC 9(3) VALUE 132.
       01  WS-NEW-FILL         PIC X VALUE SPACE.
       01  WS-NEW-FROM         PIC 9(8) VALUE ZEROS.
       01  WS-NEW-TO           PIC 9(8) VALUE ZEROS.
       01  WS-NEW-PCT          PIC 9(3) VALUE ZEROS.
       01  WS-NEW-DAY-MIN      PIC 9(3)V9(2) VALUE ZEROS.
       01  WS-NEW-MONTH        PIC 9(6) VALUE ZEROS.
       01  WS-NEW-PER-DAY      PIC 9(4) VALUE ZEROS.

       PROCEDURE DIVISION.
       000-BEGIN.
           CALL "GETOPER" USING WS-OPERATOR-ID
           PERFORM 010-READ-WIDTH-CTL THRU 010-EXIT
           PERFORM UNTIL NOT CONTINUE-MENU
              PERFORM 001-DISPLAY-MENU THRU 001-EXIT
           DISPLAY " 4. squarestar-parm.dat"
           DISPLAY " 5. blocktext-parm.dat"
           DISPLAY " 6. ops-parm.dat"
           DISPLAY " 7. pooldmd-parm.dat"
           DISPLAY " 8. poolbill-parm.dat"
           DISPLAY " 9. odomchk-parm.dat"
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
              WHEN 1
                 MOVE "triangle1-parm.dat" TO WS-PARM-NAME
                 PERFORM 003-MAINT-BANNER-CARD THRU 003-EXIT
              WHEN 5 PERFORM 004-MAINT-BLOCKTEXT THRU 004-EXIT
              WHEN 6 PERFORM 005-MAINT-OPS-PARM THRU 005-EXIT
              WHEN 7 PERFORM 011-MAINT-POOL-PARM THRU 011-EXIT
              WHEN 8 PERFORM 012-MAINT-BILL-PARM THRU 012-EXIT
              WHEN 9 PERFORM 013-MAINT-ODOM-PARM THRU 013-EXIT
              WHEN 0 MOVE "N" TO WS-CONTINUE-SW
              WHEN OTHER
                 DISPLAY "Invalid selection, please try again."
       010-EXIT.
           EXIT
       .

       011-MAINT-POOL-PARM.
           OPEN INPUT POOL-PARM-FILE
           IF WS-PDP-FSTATUS = "00"
              READ POOL-PARM-FILE
                 AT END
                    DISPLAY "Card is empty."
                 NOT AT END
                    DISPLAY "Current card: from " PDP-FROM-DATE
                       " to " PDP-TO-DATE " service level "
                       PDP-SERVICE-PCT "%"
              END-READ
              CLOSE POOL-PARM-FILE
           ELSE
              DISPLAY "No card on file yet."
           END-IF
           DISPLAY "From date (YYYYMMDD): " WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           IF WS-NUM-IN NOT NUMERIC
              DISPLAY "From date must be 8 digits, card left "
                 "unchanged."
              GO TO 011-EXIT
           END-IF
           MOVE WS-NUM-IN TO WS-NEW-FROM
           DISPLAY "To date (YYYYMMDD): " WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           IF WS-NUM-IN NOT NUMERIC
              DISPLAY "To date must be 8 digits, card left "
                 "unchanged."
              GO TO 011-EXIT
           END-IF
           MOVE WS-NUM-IN TO WS-NEW-TO
           IF WS-NEW-TO < WS-NEW-FROM
              DISPLAY "To date is before from date, card left "
                 "unchanged."
              GO TO 011-EXIT
           END-IF
           DISPLAY "Service level percent (3 digits, 050-100): "
              WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           IF WS-NUM-IN(1:3) NOT NUMERIC
              DISPLAY "Service level must be 3 digits, card left "
                 "unchanged."
              GO TO 011-EXIT
           END-IF
           MOVE WS-NUM-IN(1:3) TO WS-NEW-PCT
           IF WS-NEW-PCT < 50 OR WS-NEW-PCT > 100
              DISPLAY "Service level must be between 50 and 100, "
                 "card left unchanged."
              GO TO 011-EXIT
           END-IF
           OPEN OUTPUT POOL-PARM-FILE
           MOVE WS-NEW-FROM TO PDP-FROM-DATE
           MOVE WS-NEW-TO TO PDP-TO-DATE
           MOVE WS-NEW-PCT TO PDP-SERVICE-PCT
           WRITE POOL-PARM-REC
           CLOSE POOL-PARM-FILE
           DISPLAY "Card pooldmd-parm.dat written."
       .
       011-EXIT.
           EXIT
       .

       012-MAINT-BILL-PARM.
           OPEN INPUT BILL-PARM-FILE
           IF WS-PBP-FSTATUS = "00"
              READ BILL-PARM-FILE
                 AT END
                    DISPLAY "Card is empty."
                 NOT AT END
                    DISPLAY "Current card: daily minimum "
                       PBP-DAY-MIN " billing month " PBP-BILL-MONTH
              END-READ
              CLOSE BILL-PARM-FILE
           ELSE
              DISPLAY "No card on file yet."
           END-IF
           DISPLAY "Daily minimum per pool trip (DDDCC, e.g. 01500 "
              "for 15.00): " WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           IF WS-NUM-IN(1:5) NOT NUMERIC
              DISPLAY "Daily minimum must be 5 digits, card left "
                 "unchanged."
              GO TO 012-EXIT
           END-IF
           COMPUTE WS-NEW-DAY-MIN =
              FUNCTION NUMVAL(WS-NUM-IN(1:5)) / 100
           DISPLAY "Month to bill (YYYYMM, Enter for the run month): "
              WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           MOVE ZEROS TO WS-NEW-MONTH
           IF WS-NUM-IN NOT = SPACES
              IF WS-NUM-IN(1:6) NOT NUMERIC
                 OR WS-NUM-IN(5:2) < "01" OR WS-NUM-IN(5:2) > "12"
                 DISPLAY "Month must be YYYYMM, card left unchanged."
                 GO TO 012-EXIT
              END-IF
              MOVE WS-NUM-IN(1:6) TO WS-NEW-MONTH
           END-IF
           OPEN OUTPUT BILL-PARM-FILE
           MOVE WS-NEW-DAY-MIN TO PBP-DAY-MIN
           MOVE WS-NEW-MONTH TO PBP-BILL-MONTH
           WRITE BILL-PARM-REC
           CLOSE BILL-PARM-FILE
           DISPLAY "Card poolbill-parm.dat written."
       .
       012-EXIT.
           EXIT
       .

       013-MAINT-ODOM-PARM.
           OPEN INPUT ODOM-PARM-FILE
           IF WS-OCP-FSTATUS = "00"
              READ ODOM-PARM-FILE
                 AT END
                    DISPLAY "Card is empty."
                 NOT AT END
                    DISPLAY "Current card: most miles per day "
                       OCP-MAX-PER-DAY
              END-READ
              CLOSE ODOM-PARM-FILE
           ELSE
              DISPLAY "No card on file yet."
           END-IF
           DISPLAY "Most miles a vehicle can cover in a day "
              "(4 digits, e.g. 0800): " WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           IF WS-NUM-IN(1:4) NOT NUMERIC
              DISPLAY "Miles per day must be 4 digits, card left "
                 "unchanged."
              GO TO 013-EXIT
           END-IF
           MOVE WS-NUM-IN(1:4) TO WS-NEW-PER-DAY
           IF WS-NEW-PER-DAY = 0
              DISPLAY "Miles per day must be above zero, card left "
                 "unchanged."
              GO TO 013-EXIT
           END-IF
           OPEN OUTPUT ODOM-PARM-FILE
           MOVE WS-NEW-PER-DAY TO OCP-MAX-PER-DAY
           WRITE ODOM-PARM-REC
           CLOSE ODOM-PARM-FILE
           DISPLAY "Card odomchk-parm.dat written."
       .
       013-EXIT.
           EXIT
       .

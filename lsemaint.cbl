       IDENTIFICATION DIVISION.
       PROGRAM-ID. LSEMAINT.
       AUTHOR. JAKKRIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEASE-FILE ASSIGN TO "lease-contracts.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LSE-FSTATUS.
           SELECT VEHICLE-MASTER ASSIGN TO "vehicle-master.idx"
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS VEH-ID
              FILE STATUS IS WS-VEH-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEASE-FILE.
       COPY "lease-contract.cpy".

       FD  VEHICLE-MASTER.
       COPY "vehicle-rec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-LSE-FSTATUS       PIC XX VALUE "00".
       01  WS-VEH-FSTATUS       PIC XX VALUE "00".
       01  MENU-CHOICE          PIC 99 VALUE ZEROS.
       01  WS-OPERATOR-ID       PIC X(8) VALUE "SYSTEM".
       01  WS-AUTHORITY         PIC X VALUE SPACE.
       01  WS-AUTH-PROGRAM      PIC X(12) VALUE "LSEMAINT".
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
       01  WS-LSE-EOF-SW        PIC X VALUE "N".
           88 END-OF-LEASES        VALUE "Y".
       01  LSE-TABLE.
           05 LSE-ENTRY OCCURS 300 TIMES INDEXED BY LSE-IDX.
              10 LSE-TBL-LINE    PIC X(66).
       01  WS-LSE-COUNT         PIC 9(3) VALUE ZEROS.
       01  WS-LSE-MAX           PIC 9(3) VALUE 300.
       01  WS-LSE-MATCH-IDX     PIC 9(3) VALUE ZEROS.
       01  WS-NEW-VEH-ID        PIC X(6) VALUE SPACES.
       01  WS-NEW-LESSOR        PIC X(20) VALUE SPACES.
       01  WS-NEW-START         PIC 9(8) VALUE ZEROS.
       01  WS-NEW-END           PIC 9(8) VALUE ZEROS.
       01  WS-NEW-PMT           PIC 9(5)V9(2) VALUE ZEROS.
       01  WS-NEW-ALLOW         PIC 9(7) VALUE ZEROS.
       01  WS-NEW-RATE          PIC 9(1)V9(3) VALUE ZEROS.
       01  WS-NUM-IN            PIC X(10).
       01  WS-PRN-PMT           PIC ZZ,ZZ9.99.
       01  WS-PRN-ALLOW         PIC Z,ZZZ,ZZ9.
       01  WS-PRN-RATE          PIC 9.999.

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
           DISPLAY "LEASE CONTRACT MAINTENANCE"
           DISPLAY " 1. Enter or change a lease contract"
           DISPLAY " 2. List lease contracts"
           DISPLAY " 3. Delete a lease contract"
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
              WHEN 1 PERFORM 003-RECORD-LEASE THRU 003-EXIT
              WHEN 2 PERFORM 004-LIST-LEASES THRU 004-EXIT
              WHEN 3 PERFORM 005-DELETE-LEASE THRU 005-EXIT
              WHEN 0 MOVE "N" TO WS-CONTINUE-SW
              WHEN OTHER
                 DISPLAY "Invalid selection, please try again."
           END-EVALUATE
       .
       002-EXIT.
           EXIT
       .

       003-RECORD-LEASE.
           DISPLAY "Vehicle ID (6 characters): " WITH NO ADVANCING
           MOVE SPACES TO WS-NEW-VEH-ID
           ACCEPT WS-NEW-VEH-ID
           PERFORM 008-FIND-VEHICLE THRU 008-EXIT
           IF NOT VEHICLE-KNOWN
              DISPLAY "Vehicle " WS-NEW-VEH-ID " not on the master, "
                 "lease not recorded."
              GO TO 003-EXIT
           END-IF
           DISPLAY "Lessor (20 characters): " WITH NO ADVANCING
           MOVE SPACES TO WS-NEW-LESSOR
           ACCEPT WS-NEW-LESSOR
           IF WS-NEW-LESSOR = SPACES
              DISPLAY "Lessor is required, lease not recorded."
              GO TO 003-EXIT
           END-IF
           DISPLAY "Lease start date (YYYYMMDD): " WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           IF WS-NUM-IN(1:8) NOT NUMERIC
              DISPLAY "Date must be 8 digits, lease not recorded."
              GO TO 003-EXIT
           END-IF
           MOVE WS-NUM-IN(1:8) TO WS-NEW-START
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-NEW-START) NOT = 0
              DISPLAY "Not a valid date, lease not recorded."
              GO TO 003-EXIT
           END-IF
           DISPLAY "Lease end date (YYYYMMDD): " WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           IF WS-NUM-IN(1:8) NOT NUMERIC
              DISPLAY "Date must be 8 digits, lease not recorded."
              GO TO 003-EXIT
           END-IF
           MOVE WS-NUM-IN(1:8) TO WS-NEW-END
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-NEW-END) NOT = 0
              DISPLAY "Not a valid date, lease not recorded."
              GO TO 003-EXIT
           END-IF
           IF WS-NEW-END NOT > WS-NEW-START
              DISPLAY "End date must follow start date, lease not "
                 "recorded."
              GO TO 003-EXIT
           END-IF
           DISPLAY "Monthly payment (NNNNNNN for NNNNN.NN): "
              WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           IF WS-NUM-IN(1:7) NOT NUMERIC
              DISPLAY "Payment must be 7 digits, lease not recorded."
              GO TO 003-EXIT
           END-IF
           COMPUTE WS-NEW-PMT = FUNCTION NUMVAL(WS-NUM-IN(1:7)) / 100
           DISPLAY "Contracted mileage allowance for the term "
              "(7 digits): " WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           IF WS-NUM-IN(1:7) NOT NUMERIC OR WS-NUM-IN(1:7) = "0000000"
              DISPLAY "Allowance must be 7 digits and not zero, "
                 "lease not recorded."
              GO TO 003-EXIT
           END-IF
           MOVE WS-NUM-IN(1:7) TO WS-NEW-ALLOW
           DISPLAY "Excess charge per mile (NNNN for N.NNN): "
              WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           IF WS-NUM-IN(1:4) NOT NUMERIC
              DISPLAY "Charge must be 4 digits, lease not recorded."
              GO TO 003-EXIT
           END-IF
           COMPUTE WS-NEW-RATE = FUNCTION NUMVAL(WS-NUM-IN(1:4)) / 1000
           PERFORM 006-LOAD-LEASES THRU 006-EXIT
           PERFORM 009-FIND-LEASE THRU 009-EXIT
           IF WS-LSE-MATCH-IDX = 0
              IF WS-LSE-COUNT >= WS-LSE-MAX
                 DISPLAY "Lease contract file is full."
                 GO TO 003-EXIT
              END-IF
              ADD 1 TO WS-LSE-COUNT
              MOVE WS-LSE-COUNT TO WS-LSE-MATCH-IDX
           END-IF
           MOVE SPACES TO LEASE-CONTRACT-REC
           MOVE WS-NEW-VEH-ID TO LSE-VEH-ID
           MOVE WS-NEW-LESSOR TO LSE-LESSOR
           MOVE WS-NEW-START TO LSE-START-DATE
           MOVE WS-NEW-END TO LSE-END-DATE
           MOVE WS-NEW-PMT TO LSE-MONTHLY-PMT
           MOVE WS-NEW-ALLOW TO LSE-MILE-ALLOW
           MOVE WS-NEW-RATE TO LSE-EXCESS-RATE
           MOVE LEASE-CONTRACT-REC TO LSE-TBL-LINE(WS-LSE-MATCH-IDX)
           PERFORM 007-SAVE-LEASES THRU 007-EXIT
           DISPLAY "Lease contract for " WS-NEW-VEH-ID " recorded."
       .
       003-EXIT.
           EXIT
       .

       004-LIST-LEASES.
           PERFORM 006-LOAD-LEASES THRU 006-EXIT
           IF WS-LSE-COUNT = 0
              DISPLAY "No lease contracts on file."
              GO TO 004-EXIT
           END-IF
           DISPLAY "VEHICL LESSOR               START    END      "
              "  PAYMENT  ALLOWANCE EXCESS"
           PERFORM VARYING LSE-IDX FROM 1 BY 1
              UNTIL LSE-IDX > WS-LSE-COUNT
              MOVE LSE-TBL-LINE(LSE-IDX) TO LEASE-CONTRACT-REC
              MOVE LSE-MONTHLY-PMT TO WS-PRN-PMT
              MOVE LSE-MILE-ALLOW TO WS-PRN-ALLOW
              MOVE LSE-EXCESS-RATE TO WS-PRN-RATE
              DISPLAY LSE-VEH-ID " " LSE-LESSOR " " LSE-START-DATE
                 " " LSE-END-DATE " " WS-PRN-PMT " " WS-PRN-ALLOW
                 " " WS-PRN-RATE
           END-PERFORM
           DISPLAY "Leases on file: " WS-LSE-COUNT
       .
       004-EXIT.
           EXIT
       .

       005-DELETE-LEASE.
           DISPLAY "Vehicle ID (6 characters): " WITH NO ADVANCING
           MOVE SPACES TO WS-NEW-VEH-ID
           ACCEPT WS-NEW-VEH-ID
           PERFORM 006-LOAD-LEASES THRU 006-EXIT
           PERFORM 009-FIND-LEASE THRU 009-EXIT
           IF WS-LSE-MATCH-IDX = 0
              DISPLAY "No lease contract on file for " WS-NEW-VEH-ID
              GO TO 005-EXIT
           END-IF
           PERFORM VARYING LSE-IDX FROM WS-LSE-MATCH-IDX BY 1
              UNTIL LSE-IDX >= WS-LSE-COUNT
              MOVE LSE-TBL-LINE(LSE-IDX + 1) TO LSE-TBL-LINE(LSE-IDX)
           END-PERFORM
           SUBTRACT 1 FROM WS-LSE-COUNT
           PERFORM 007-SAVE-LEASES THRU 007-EXIT
           DISPLAY "Lease contract for " WS-NEW-VEH-ID " deleted."
       .
       005-EXIT.
           EXIT
       .

       006-LOAD-LEASES.
           MOVE ZEROS TO WS-LSE-COUNT
           MOVE "N" TO WS-LSE-EOF-SW
           OPEN INPUT LEASE-FILE
           IF WS-LSE-FSTATUS NOT = "00"
              GO TO 006-EXIT
           END-IF
           PERFORM UNTIL END-OF-LEASES
              READ LEASE-FILE
                 AT END MOVE "Y" TO WS-LSE-EOF-SW
                 NOT AT END
                    IF WS-LSE-COUNT < WS-LSE-MAX
                       ADD 1 TO WS-LSE-COUNT
                       MOVE LEASE-CONTRACT-REC TO
                          LSE-TBL-LINE(WS-LSE-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE LEASE-FILE
       .
       006-EXIT.
           EXIT
       .

       007-SAVE-LEASES.
           OPEN OUTPUT LEASE-FILE
           PERFORM VARYING LSE-IDX FROM 1 BY 1
              UNTIL LSE-IDX > WS-LSE-COUNT
              MOVE LSE-TBL-LINE(LSE-IDX) TO LEASE-CONTRACT-REC
              WRITE LEASE-CONTRACT-REC
           END-PERFORM
           CLOSE LEASE-FILE
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

       009-FIND-LEASE.
           MOVE ZEROS TO WS-LSE-MATCH-IDX
           PERFORM VARYING LSE-IDX FROM 1 BY 1
              UNTIL LSE-IDX > WS-LSE-COUNT
              MOVE LSE-TBL-LINE(LSE-IDX) TO LEASE-CONTRACT-REC
              IF LSE-VEH-ID = WS-NEW-VEH-ID
                 SET WS-LSE-MATCH-IDX TO LSE-IDX
              END-IF
           END-PERFORM
       .
       009-EXIT.
           EXIT
       .

       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARMAINT.
       AUTHOR. JAKKRIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WARRANTY-FILE ASSIGN TO "warranty-coverage.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-WAR-FSTATUS.
           SELECT CLAIM-FILE ASSIGN TO "warranty-claims.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-WCL-FSTATUS.
           SELECT COST-FILE ASSIGN TO "wo-costs.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-COST-FSTATUS.
           SELECT VEHICLE-MASTER ASSIGN TO DYNAMIC WS-VEHM-DSN
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS VEH-ID
              FILE STATUS IS WS-VEH-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WARRANTY-FILE.
       COPY "warranty-cov.cpy".

       FD  CLAIM-FILE.
       COPY "warranty-claim.cpy".

       FD  COST-FILE.
       COPY "wo-cost.cpy".

       FD  VEHICLE-MASTER.
       COPY "vehicle-rec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-VEHM-DSN          PIC X(40)
           VALUE "vehicle-master.idx".
       01  WS-OPERATOR-ID       PIC X(8) VALUE "SYSTEM".
       01  WS-AUTHORITY         PIC X VALUE SPACE.
       01  WS-WAR-FSTATUS       PIC XX VALUE "00".
       01  WS-WCL-FSTATUS       PIC XX VALUE "00".
       01  WS-COST-FSTATUS      PIC XX VALUE "00".
       01  WS-VEH-FSTATUS       PIC XX VALUE "00".
       01  MENU-CHOICE          PIC 99 VALUE ZEROS.
       01  WS-AUTH-PROGRAM      PIC X(12) VALUE "WARMAINT".
       01  WS-AUTH-OPTION       PIC 99 VALUE ZEROS.
       01  WS-AUTH-FUNCTION     PIC X(8) VALUE SPACES.
       01  WS-AUTH-PERMIT-SW    PIC X VALUE "N".
           88 FUNCTION-PERMITTED VALUE "Y".
       01  WS-CONTINUE-SW       PIC X VALUE "Y".
           88 CONTINUE-MENU        VALUE "Y".
       01  WS-WAR-EOF-SW        PIC X VALUE "N".
           88 END-OF-COVERAGE      VALUE "Y".
       01  WS-WCL-EOF-SW        PIC X VALUE "N".
           88 END-OF-CLAIMS        VALUE "Y".
       01  WS-COST-EOF-SW       PIC X VALUE "N".
           88 END-OF-COSTS         VALUE "Y".
       01  WS-FOUND-SW          PIC X VALUE "N".
           88 VEHICLE-KNOWN        VALUE "Y".
       01  WS-COST-FOUND-SW     PIC X VALUE "N".
           88 COST-FOUND           VALUE "Y".
       01  WAR-TABLE.
           05 WAR-ENTRY OCCURS 500 TIMES INDEXED BY WAR-IDX.
              10 WAR-TBL-LINE    PIC X(66).
       01  WS-WAR-COUNT         PIC 9(3) VALUE ZEROS.
       01  WS-WAR-MAX           PIC 9(3) VALUE 500.
       01  WS-WAR-MATCH-IDX     PIC 9(3) VALUE ZEROS.
       01  WCL-TABLE.
           05 WCL-ENTRY OCCURS 1000 TIMES INDEXED BY WCL-IDX.
              10 WCL-TBL-LINE    PIC X(114).
       01  WS-WCL-COUNT         PIC 9(4) VALUE ZEROS.
       01  WS-WCL-MAX           PIC 9(4) VALUE 1000.
       01  WS-WCL-MATCH-IDX     PIC 9(4) VALUE ZEROS.
       01  WS-NEW-VEH-ID        PIC X(6).
       01  WS-NEW-COMPONENT     PIC X(4).
       01  WS-VEH-ODOM          PIC 9(6) VALUE ZEROS.
       01  WS-NUM-IN            PIC X(10).
       01  WS-DATE-IN           PIC X(8).
       01  WS-CLAIM-IN          PIC X(6).
       01  WS-WANT-CLAIM        PIC 9(6) VALUE ZEROS.
       01  WS-WO-COST           PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-TODAY             PIC 9(8) VALUE ZEROS.
       01  WS-LIST-COUNT        PIC 9(5) VALUE ZEROS.
       01  WS-PRN-AMOUNT        PIC Z,ZZZ,ZZ9.99.
       01  WS-PRN-RECOVERED     PIC Z,ZZZ,ZZ9.99.
       01  WS-PRN-WRITTEN-OFF   PIC Z,ZZZ,ZZ9.99.
       01  WS-SEC-PROGRAM       PIC X(12) VALUE "WARMAINT".
       01  WS-SEC-EVENT         PIC X(12) VALUE SPACES.
       01  WS-SEC-DETAIL        PIC X(30) VALUE SPACES.
       01  WS-SEC-SEV           PIC X VALUE "I".

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
           DISPLAY "WARRANTY COVERAGE AND CLAIMS"
           DISPLAY " 1. Add or change warranty coverage"
           DISPLAY " 2. Cancel warranty coverage"
           DISPLAY " 3. List coverage for a vehicle"
           DISPLAY " 4. Submit a warranty claim"
           DISPLAY " 5. Record a claim payment or denial"
           DISPLAY " 6. List warranty claims"
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
              WHEN 1 PERFORM 003-RECORD-COVERAGE THRU 003-EXIT
              WHEN 2 PERFORM 004-CANCEL-COVERAGE THRU 004-EXIT
              WHEN 3 PERFORM 005-LIST-COVERAGE THRU 005-EXIT
              WHEN 4 PERFORM 006-SUBMIT-CLAIM THRU 006-EXIT
              WHEN 5 PERFORM 007-SETTLE-CLAIM THRU 007-EXIT
              WHEN 6 PERFORM 008-LIST-CLAIMS THRU 008-EXIT
              WHEN 0 MOVE "N" TO WS-CONTINUE-SW
              WHEN OTHER
                 DISPLAY "Invalid selection, please try again."
           END-EVALUATE
       .
       002-EXIT.
           EXIT
       .

       003-RECORD-COVERAGE.
           PERFORM 015-INPUT-VEH-COMPONENT THRU 015-EXIT
           IF NOT VEHICLE-KNOWN
              GO TO 003-EXIT
           END-IF
           PERFORM 009-LOAD-COVERAGE THRU 009-EXIT
           PERFORM 011-FIND-COVERAGE THRU 011-EXIT
           IF WS-WAR-MATCH-IDX = 0 AND WS-WAR-COUNT >= WS-WAR-MAX
              DISPLAY "Warranty coverage file is full."
              GO TO 003-EXIT
           END-IF
           MOVE SPACES TO WARRANTY-REC
           MOVE WS-NEW-VEH-ID TO WAR-VEH-ID
           MOVE WS-NEW-COMPONENT TO WAR-COMPONENT
           DISPLAY "Warranty provider (20 characters): "
              WITH NO ADVANCING
           ACCEPT WAR-PROVIDER
           DISPLAY "Coverage start date (YYYYMMDD): " WITH NO ADVANCING
           MOVE SPACES TO WS-DATE-IN
           ACCEPT WS-DATE-IN
           IF WS-DATE-IN NOT NUMERIC
              DISPLAY "Start date must be YYYYMMDD, coverage not "
                 "recorded."
              GO TO 003-EXIT
           END-IF
           MOVE WS-DATE-IN TO WAR-START-DATE
           DISPLAY "Coverage end date (YYYYMMDD, blank for no time "
              "limit): " WITH NO ADVANCING
           MOVE SPACES TO WS-DATE-IN
           ACCEPT WS-DATE-IN
           IF WS-DATE-IN NUMERIC
              MOVE WS-DATE-IN TO WAR-END-DATE
           ELSE
              MOVE ZEROS TO WAR-END-DATE
           END-IF
           IF WAR-END-DATE NOT = 0 AND WAR-END-DATE < WAR-START-DATE
              DISPLAY "End date is before start date, coverage not "
                 "recorded."
              GO TO 003-EXIT
           END-IF
           DISPLAY "Odometer at coverage start (6 digits, blank for "
              WS-VEH-ODOM "): " WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           IF WS-NUM-IN(1:6) NUMERIC
              MOVE WS-NUM-IN(1:6) TO WAR-START-ODOM
           ELSE
              MOVE WS-VEH-ODOM TO WAR-START-ODOM
           END-IF
           DISPLAY "Miles covered (6 digits, blank for no mileage "
              "limit): " WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           IF WS-NUM-IN(1:6) NUMERIC
              MOVE WS-NUM-IN(1:6) TO WAR-MAX-MILES
           ELSE
              MOVE ZEROS TO WAR-MAX-MILES
           END-IF
           MOVE "A" TO WAR-STATUS
           IF WS-WAR-MATCH-IDX = 0
              ADD 1 TO WS-WAR-COUNT
              MOVE WS-WAR-COUNT TO WS-WAR-MATCH-IDX
           END-IF
           MOVE WARRANTY-REC TO WAR-TBL-LINE(WS-WAR-MATCH-IDX)
           PERFORM 010-SAVE-COVERAGE THRU 010-EXIT
           DISPLAY "Warranty coverage recorded for " WS-NEW-VEH-ID
              " " WS-NEW-COMPONENT
       .
       003-EXIT.
           EXIT
       .

       004-CANCEL-COVERAGE.
           PERFORM 015-INPUT-VEH-COMPONENT THRU 015-EXIT
           IF NOT VEHICLE-KNOWN
              GO TO 004-EXIT
           END-IF
           PERFORM 009-LOAD-COVERAGE THRU 009-EXIT
           PERFORM 011-FIND-COVERAGE THRU 011-EXIT
           IF WS-WAR-MATCH-IDX = 0
              DISPLAY "No coverage on file for " WS-NEW-VEH-ID " "
                 WS-NEW-COMPONENT
              GO TO 004-EXIT
           END-IF
           MOVE WAR-TBL-LINE(WS-WAR-MATCH-IDX) TO WARRANTY-REC
           MOVE "C" TO WAR-STATUS
           MOVE WARRANTY-REC TO WAR-TBL-LINE(WS-WAR-MATCH-IDX)
           PERFORM 010-SAVE-COVERAGE THRU 010-EXIT
           DISPLAY "Warranty coverage cancelled for " WS-NEW-VEH-ID
              " " WS-NEW-COMPONENT
       .
       004-EXIT.
           EXIT
       .

       005-LIST-COVERAGE.
           DISPLAY "Vehicle ID (6 characters): " WITH NO ADVANCING
           MOVE SPACES TO WS-NEW-VEH-ID
           ACCEPT WS-NEW-VEH-ID
           PERFORM 009-LOAD-COVERAGE THRU 009-EXIT
           MOVE ZEROS TO WS-LIST-COUNT
           DISPLAY "COMP PROVIDER             START    END      "
              "ODOM   MILES  ST"
           PERFORM VARYING WAR-IDX FROM 1 BY 1
              UNTIL WAR-IDX > WS-WAR-COUNT
              MOVE WAR-TBL-LINE(WAR-IDX) TO WARRANTY-REC
              IF WAR-VEH-ID = WS-NEW-VEH-ID
                 ADD 1 TO WS-LIST-COUNT
                 DISPLAY WAR-COMPONENT " " WAR-PROVIDER " "
                    WAR-START-DATE " " WAR-END-DATE " "
                    WAR-START-ODOM " " WAR-MAX-MILES " " WAR-STATUS
              END-IF
           END-PERFORM
           DISPLAY "Coverage records for " WS-NEW-VEH-ID ": "
              WS-LIST-COUNT
       .
       005-EXIT.
           EXIT
       .

       006-SUBMIT-CLAIM.
           PERFORM 016-INPUT-CLAIM THRU 016-EXIT
           IF WS-WCL-MATCH-IDX = 0
              GO TO 006-EXIT
           END-IF
           IF NOT WCL-OPEN
              DISPLAY "Claim " WS-WANT-CLAIM " has already been "
                 "submitted."
              GO TO 006-EXIT
           END-IF
           PERFORM 014-FIND-WO-COST THRU 014-EXIT
           IF COST-FOUND
              MOVE WS-WO-COST TO WS-PRN-AMOUNT
              DISPLAY "Work order " WCL-WO-NUMBER " closed at "
                 WS-PRN-AMOUNT
           ELSE
              DISPLAY "Work order " WCL-WO-NUMBER " has not been "
                 "closed."
           END-IF
           DISPLAY "Amount claimed (AAAAAAACC, blank for work order "
              "cost): " WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           IF WS-NUM-IN(1:9) NUMERIC
              COMPUTE WCL-CLAIMED = FUNCTION NUMVAL(WS-NUM-IN(1:9))
                 / 100
           ELSE
              IF NOT COST-FOUND
                 DISPLAY "No work order cost to claim, claim not "
                    "submitted."
                 GO TO 006-EXIT
              END-IF
              MOVE WS-WO-COST TO WCL-CLAIMED
           END-IF
           IF WCL-CLAIMED = 0
              DISPLAY "Amount claimed is zero, claim not submitted."
              GO TO 006-EXIT
           END-IF
           MOVE "S" TO WCL-STATUS
           MOVE WS-TODAY TO WCL-SUBMIT-DATE
           MOVE WS-OPERATOR-ID TO WCL-OPERATOR
           MOVE WARRANTY-CLAIM-REC TO WCL-TBL-LINE(WS-WCL-MATCH-IDX)
           PERFORM 013-SAVE-CLAIMS THRU 013-EXIT
           MOVE WCL-CLAIMED TO WS-PRN-AMOUNT
           DISPLAY "Claim " WS-WANT-CLAIM " submitted to "
              WCL-PROVIDER " for " WS-PRN-AMOUNT
       .
       006-EXIT.
           EXIT
       .

       007-SETTLE-CLAIM.
           PERFORM 016-INPUT-CLAIM THRU 016-EXIT
           IF WS-WCL-MATCH-IDX = 0
              GO TO 007-EXIT
           END-IF
           IF NOT WCL-SUBMITTED
              DISPLAY "Claim " WS-WANT-CLAIM " is not awaiting "
                 "settlement."
              GO TO 007-EXIT
           END-IF
           MOVE WCL-CLAIMED TO WS-PRN-AMOUNT
           DISPLAY "Amount claimed " WS-PRN-AMOUNT
           DISPLAY "Amount recovered (AAAAAAACC, zero for denied): "
              WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           IF WS-NUM-IN(1:9) NOT NUMERIC
              DISPLAY "Amount must be 9 digits, claim not settled."
              GO TO 007-EXIT
           END-IF
           COMPUTE WCL-RECOVERED = FUNCTION NUMVAL(WS-NUM-IN(1:9))
              / 100
           IF WCL-RECOVERED > WCL-CLAIMED
              DISPLAY "Recovery exceeds the amount claimed, claim "
                 "not settled."
              GO TO 007-EXIT
           END-IF
           COMPUTE WCL-WRITTEN-OFF = WCL-CLAIMED - WCL-RECOVERED
           IF WCL-RECOVERED = 0
              MOVE "D" TO WCL-STATUS
           ELSE
              MOVE "P" TO WCL-STATUS
           END-IF
           MOVE WS-TODAY TO WCL-SETTLE-DATE
           MOVE WS-OPERATOR-ID TO WCL-OPERATOR
           MOVE WARRANTY-CLAIM-REC TO WCL-TBL-LINE(WS-WCL-MATCH-IDX)
           PERFORM 013-SAVE-CLAIMS THRU 013-EXIT
           MOVE "WAR-SETTLED" TO WS-SEC-EVENT
           MOVE SPACES TO WS-SEC-DETAIL
           STRING "CLAIM " WS-WANT-CLAIM " STATUS " WCL-STATUS
              DELIMITED BY SIZE INTO WS-SEC-DETAIL
           CALL "SECLOG" USING WS-SEC-PROGRAM WS-OPERATOR-ID
              WS-SEC-EVENT WS-SEC-DETAIL WS-SEC-SEV
           MOVE WCL-RECOVERED TO WS-PRN-RECOVERED
           MOVE WCL-WRITTEN-OFF TO WS-PRN-WRITTEN-OFF
           DISPLAY "Claim " WS-WANT-CLAIM " settled, recovered "
              WS-PRN-RECOVERED " written off " WS-PRN-WRITTEN-OFF
       .
       007-EXIT.
           EXIT
       .

       008-LIST-CLAIMS.
           PERFORM 012-LOAD-CLAIMS THRU 012-EXIT
           DISPLAY "CLAIM  WO     VEHICL COMP ST OPENED   CLAIMED    "
              "   RECOVERED  WRITTEN-OFF"
           PERFORM VARYING WCL-IDX FROM 1 BY 1
              UNTIL WCL-IDX > WS-WCL-COUNT
              MOVE WCL-TBL-LINE(WCL-IDX) TO WARRANTY-CLAIM-REC
              MOVE WCL-CLAIMED TO WS-PRN-AMOUNT
              MOVE WCL-RECOVERED TO WS-PRN-RECOVERED
              MOVE WCL-WRITTEN-OFF TO WS-PRN-WRITTEN-OFF
              DISPLAY WCL-CLAIM-NO " " WCL-WO-NUMBER " " WCL-VEH-ID
                 " " WCL-COMPONENT " " WCL-STATUS "  " WCL-OPEN-DATE
                 " " WS-PRN-AMOUNT " " WS-PRN-RECOVERED " "
                 WS-PRN-WRITTEN-OFF
           END-PERFORM
           DISPLAY "Claims on file: " WS-WCL-COUNT
       .
       008-EXIT.
           EXIT
       .

       009-LOAD-COVERAGE.
           MOVE ZEROS TO WS-WAR-COUNT
           MOVE "N" TO WS-WAR-EOF-SW
           OPEN INPUT WARRANTY-FILE
           IF WS-WAR-FSTATUS NOT = "00"
              GO TO 009-EXIT
           END-IF
           PERFORM UNTIL END-OF-COVERAGE
              READ WARRANTY-FILE
                 AT END MOVE "Y" TO WS-WAR-EOF-SW
                 NOT AT END
                    IF WS-WAR-COUNT < WS-WAR-MAX
                       ADD 1 TO WS-WAR-COUNT
                       MOVE WARRANTY-REC TO WAR-TBL-LINE(WS-WAR-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE WARRANTY-FILE
       .
       009-EXIT.
           EXIT
       .

       010-SAVE-COVERAGE.
           OPEN OUTPUT WARRANTY-FILE
           PERFORM VARYING WAR-IDX FROM 1 BY 1
              UNTIL WAR-IDX > WS-WAR-COUNT
              MOVE WAR-TBL-LINE(WAR-IDX) TO WARRANTY-REC
              WRITE WARRANTY-REC
           END-PERFORM
           CLOSE WARRANTY-FILE
       .
       010-EXIT.
           EXIT
       .

       011-FIND-COVERAGE.
           MOVE ZEROS TO WS-WAR-MATCH-IDX
           PERFORM VARYING WAR-IDX FROM 1 BY 1
              UNTIL WAR-IDX > WS-WAR-COUNT OR WS-WAR-MATCH-IDX > 0
              IF WAR-TBL-LINE(WAR-IDX)(1:6) = WS-NEW-VEH-ID
                 AND WAR-TBL-LINE(WAR-IDX)(8:4) = WS-NEW-COMPONENT
                 SET WS-WAR-MATCH-IDX TO WAR-IDX
              END-IF
           END-PERFORM
       .
       011-EXIT.
           EXIT
       .

       012-LOAD-CLAIMS.
           MOVE ZEROS TO WS-WCL-COUNT
           MOVE "N" TO WS-WCL-EOF-SW
           OPEN INPUT CLAIM-FILE
           IF WS-WCL-FSTATUS NOT = "00"
              GO TO 012-EXIT
           END-IF
           PERFORM UNTIL END-OF-CLAIMS
              READ CLAIM-FILE
                 AT END MOVE "Y" TO WS-WCL-EOF-SW
                 NOT AT END
                    IF WS-WCL-COUNT < WS-WCL-MAX
                       ADD 1 TO WS-WCL-COUNT
                       MOVE WARRANTY-CLAIM-REC TO
                          WCL-TBL-LINE(WS-WCL-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CLAIM-FILE
       .
       012-EXIT.
           EXIT
       .

       013-SAVE-CLAIMS.
           OPEN OUTPUT CLAIM-FILE
           PERFORM VARYING WCL-IDX FROM 1 BY 1
              UNTIL WCL-IDX > WS-WCL-COUNT
              MOVE WCL-TBL-LINE(WCL-IDX) TO WARRANTY-CLAIM-REC
              WRITE WARRANTY-CLAIM-REC
           END-PERFORM
           CLOSE CLAIM-FILE
       .
       013-EXIT.
           EXIT
       .

       014-FIND-WO-COST.
           MOVE "N" TO WS-COST-FOUND-SW
           MOVE ZEROS TO WS-WO-COST
           MOVE "N" TO WS-COST-EOF-SW
           OPEN INPUT COST-FILE
           IF WS-COST-FSTATUS NOT = "00"
              GO TO 014-EXIT
           END-IF
           PERFORM UNTIL END-OF-COSTS
              READ COST-FILE
                 AT END MOVE "Y" TO WS-COST-EOF-SW
                 NOT AT END
                    IF WOC-WO-NUMBER = WCL-WO-NUMBER
                       MOVE "Y" TO WS-COST-FOUND-SW
                       MOVE WOC-TOTAL-COST TO WS-WO-COST
                    END-IF
              END-READ
           END-PERFORM
           CLOSE COST-FILE
       .
       014-EXIT.
           EXIT
       .

       015-INPUT-VEH-COMPONENT.
           MOVE "N" TO WS-FOUND-SW
           DISPLAY "Vehicle ID (6 characters): " WITH NO ADVANCING
           MOVE SPACES TO WS-NEW-VEH-ID
           ACCEPT WS-NEW-VEH-ID
           OPEN INPUT VEHICLE-MASTER
           IF WS-VEH-FSTATUS NOT = "00"
              DISPLAY "Vehicle master not available."
              GO TO 015-EXIT
           END-IF
           MOVE WS-NEW-VEH-ID TO VEH-ID
           READ VEHICLE-MASTER
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE "Y" TO WS-FOUND-SW
                 MOVE VEH-END-ODOM TO WS-VEH-ODOM
           END-READ
           CLOSE VEHICLE-MASTER
           IF NOT VEHICLE-KNOWN
              DISPLAY "Vehicle " WS-NEW-VEH-ID " not on the master."
              GO TO 015-EXIT
           END-IF
           DISPLAY "Component (VEH, ENG, TRAN or BATT): "
              WITH NO ADVANCING
           MOVE SPACES TO WS-NEW-COMPONENT
           ACCEPT WS-NEW-COMPONENT
           MOVE WS-NEW-COMPONENT TO WAR-COMPONENT
           IF NOT WAR-VEHICLE AND NOT WAR-ENGINE
              AND NOT WAR-TRANSMISSION AND NOT WAR-BATTERY
              DISPLAY "Component must be VEH, ENG, TRAN or BATT."
              MOVE "N" TO WS-FOUND-SW
           END-IF
       .
       015-EXIT.
           EXIT
       .

       016-INPUT-CLAIM.
           MOVE ZEROS TO WS-WCL-MATCH-IDX
           DISPLAY "Claim number (6 digits): " WITH NO ADVANCING
           MOVE SPACES TO WS-CLAIM-IN
           ACCEPT WS-CLAIM-IN
           IF WS-CLAIM-IN NOT NUMERIC
              DISPLAY "Claim number must be 6 digits."
              GO TO 016-EXIT
           END-IF
           MOVE WS-CLAIM-IN TO WS-WANT-CLAIM
           PERFORM 012-LOAD-CLAIMS THRU 012-EXIT
           PERFORM VARYING WCL-IDX FROM 1 BY 1
              UNTIL WCL-IDX > WS-WCL-COUNT OR WS-WCL-MATCH-IDX > 0
              IF WCL-TBL-LINE(WCL-IDX)(1:6) = WS-CLAIM-IN
                 SET WS-WCL-MATCH-IDX TO WCL-IDX
              END-IF
           END-PERFORM
           IF WS-WCL-MATCH-IDX = 0
              DISPLAY "Claim " WS-WANT-CLAIM " not on file."
              GO TO 016-EXIT
           END-IF
           MOVE WCL-TBL-LINE(WS-WCL-MATCH-IDX) TO WARRANTY-CLAIM-REC
       .
       016-EXIT.
           EXIT
       .

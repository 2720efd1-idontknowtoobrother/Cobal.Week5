           SELECT INTERVAL-FILE ASSIGN TO "svc-intervals.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SVC-FSTATUS.
           SELECT WORK-ORDER-FILE ASSIGN TO DYNAMIC WS-WOI-DSN
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS WO-NUMBER
              ALTERNATE RECORD KEY IS WO-VEH-ID WITH DUPLICATES
              FILE STATUS IS WS-WO-FSTATUS.
           SELECT VEHICLE-MASTER ASSIGN TO "vehicle-master.idx"
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS VEH-ID
              FILE STATUS IS WS-VEH-FSTATUS.
           SELECT ISSUE-FILE ASSIGN TO "stores-issues.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ISS-FSTATUS.
           SELECT COST-FILE ASSIGN TO "wo-costs.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-COST-FSTATUS.
           SELECT WARRANTY-FILE ASSIGN TO "warranty-coverage.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-WAR-FSTATUS.
           SELECT CLAIM-FILE ASSIGN TO "warranty-claims.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-WCL-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VEHICLE-MASTER.
       COPY "vehicle-rec.cpy".

       FD  ISSUE-FILE.
       COPY "stores-issue.cpy".

       FD  COST-FILE.
       COPY "wo-cost.cpy".

       FD  WARRANTY-FILE.
       COPY "warranty-cov.cpy".

       FD  CLAIM-FILE.
       COPY "warranty-claim.cpy".

       WORKING-STORAGE SECTION.
       01  WS-WOI-DSN           PIC X(40)
           VALUE "work-orders.idx".
       01  WS-SVC-FSTATUS       PIC XX VALUE "00".
       01  WS-WO-FSTATUS        PIC XX VALUE "00".
       01  WS-VEH-FSTATUS       PIC XX VALUE "00".
       01  MENU-CHOICE          PIC 99 VALUE ZEROS.
       01  WS-AUTHORITY         PIC X VALUE SPACE.
       01  WS-AUTH-PROGRAM      PIC X(12) VALUE "SVCMAINT".
       01  WS-AUTH-OPTION       PIC 99 VALUE ZEROS.
       01  WS-AUTH-FUNCTION     PIC X(8) VALUE SPACES.
       01  WS-AUTH-PERMIT-SW    PIC X VALUE "N".
           88 FUNCTION-PERMITTED VALUE "Y".
       01  WS-CONTINUE-SW       PIC X VALUE "Y".
           88 CONTINUE-MENU        VALUE "Y".
       01  WS-VEH-OPEN-SW       PIC X VALUE "N".
       01  WS-NUM-IN            PIC X(8).
       01  WS-DATE-IN           PIC X(8).
       01  WS-NEW-OIL           PIC 9(6) VALUE ZEROS.
       01  WS-CLASS-FOUND-SW    PIC X VALUE "N".
           88 CLASS-ON-FILE        VALUE "Y".
       01  WS-NEW-MONTHS        PIC 9(3) VALUE ZEROS.
       01  WS-NEW-ODOM          PIC 9(6) VALUE ZEROS.
       01  WS-NEW-INSP          PIC 9(8) VALUE ZEROS.
       01  WS-WONUM-IN          PIC X(6).
       01  WS-WANT-WO           PIC 9(6) VALUE ZEROS.
       01  WS-LIST-COUNT        PIC 9(5) VALUE ZEROS.
       01  WS-WO-COUNT          PIC 9(7) VALUE ZEROS.
       01  WS-WO-FOUND-SW       PIC X VALUE "N".
           88 WORK-ORDER-FOUND     VALUE "Y".
       01  WS-WO-VEH-ID         PIC X(6) VALUE SPACES.
       01  WS-WO-TYPE           PIC X(4) VALUE SPACES.
       01  WS-ISS-FSTATUS       PIC XX VALUE "00".
       01  WS-COST-FSTATUS      PIC XX VALUE "00".
       01  WS-ISS-EOF-SW        PIC X VALUE "N".
           88 END-OF-ISSUES        VALUE "Y".
       01  WS-TODAY             PIC 9(8) VALUE ZEROS.
       01  WS-LABOR-HOURS       PIC 9(3)V9(2) VALUE ZEROS.
       01  WS-LABOR-RATE        PIC 9(3)V9(2) VALUE ZEROS.
       01  WS-LABOR-COST        PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-PARTS-COST        PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-OUTSIDE-COST      PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-TOTAL-COST        PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-PRN-COST          PIC Z,ZZZ,ZZ9.99.
       01  WS-OPERATOR-ID       PIC X(8) VALUE "SYSTEM".
       01  WS-WAR-FSTATUS       PIC XX VALUE "00".
       01  WS-WCL-FSTATUS       PIC XX VALUE "00".
       01  WS-WAR-EOF-SW        PIC X VALUE "N".
           88 END-OF-COVERAGE      VALUE "Y".
       01  WS-WO-SERIES         PIC X(8) VALUE "WORKORD".
       01  WS-WCL-SERIES        PIC X(8) VALUE "WARCLAIM".
       01  WS-NEW-WO-TYPE       PIC X(4).
       01  WS-NEW-WO-DATE       PIC 9(8) VALUE ZEROS.
       01  WS-VEH-ODOM          PIC 9(6) VALUE ZEROS.
       01  WS-CLAIM-NUMBER      PIC 9(6) VALUE ZEROS.
       01  WS-MILES-USED        PIC 9(7) VALUE ZEROS.
       01  WS-ODOM-MODULUS      PIC 9(7) VALUE 1000000.
       01  WS-CLAIM-COMPONENT   PIC X(4).
       01  COV-TABLE.
           05 COV-ENTRY OCCURS 20 TIMES INDEXED BY COV-IDX.
              10 COV-COMPONENT  PIC X(4).
              10 COV-PROVIDER   PIC X(20).
       01  WS-COV-COUNT         PIC 9(2) VALUE ZEROS.
       01  WS-COV-MAX           PIC 9(2) VALUE 20.
       01  WS-COV-MATCH-IDX     PIC 9(2) VALUE ZEROS.
       COPY "veh-class.cpy".

       PROCEDURE DIVISION.
       000-BEGIN.
           CALL "GETDSN" USING WS-WOI-DSN
           CALL "GETOPER" USING WS-OPERATOR-ID
           CALL "GETBDATE" USING WS-TODAY
           PERFORM 010-OPEN-VEHICLE-MASTER THRU 010-EXIT
           PERFORM UNTIL NOT CONTINUE-MENU
              PERFORM 001-DISPLAY-MENU THRU 001-EXIT
           DISPLAY " 3. Record a completed service (resets baseline)"
           DISPLAY " 4. List work orders"
           DISPLAY " 5. Close a work order"
           DISPLAY " 6. Open a repair work order"
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
              WHEN 1 PERFORM 003-RECORD-INTERVAL THRU 003-EXIT
              WHEN 2 PERFORM 004-LIST-INTERVALS THRU 004-EXIT
              WHEN 3 PERFORM 005-RECORD-SERVICE THRU 005-EXIT
              WHEN 4 PERFORM 006-LIST-WORK-ORDERS THRU 006-EXIT
              WHEN 5 PERFORM 007-CLOSE-WORK-ORDER THRU 007-EXIT
              WHEN 6 PERFORM 017-OPEN-WORK-ORDER THRU 017-EXIT
              WHEN 0 MOVE "N" TO WS-CONTINUE-SW
              WHEN OTHER
                 DISPLAY "Invalid selection, please try again."
                 "interval not recorded."
              GO TO 003-EXIT
           END-IF
           CALL "GETCLASS" USING VEH-CLASS VEH-CLASS-REC
              WS-CLASS-FOUND-SW
           IF CLASS-ON-FILE
              DISPLAY "Class " VCL-CLASS " default: oil every "
                 VCL-OIL-MILES " miles, inspection every "
                 VCL-INSP-MONTHS " months (Enter to accept)."
           END-IF
           DISPLAY "Oil change every N miles (6 digits): "
              WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           IF WS-NUM-IN = SPACES AND CLASS-ON-FILE
              MOVE VCL-OIL-MILES TO WS-NUM-IN(1:6)
           END-IF
           IF WS-NUM-IN(1:6) NOT NUMERIC OR WS-NUM-IN(1:6) = "000000"
              DISPLAY "Miles must be numeric and not zero, interval "
                 "not recorded."
              WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           IF WS-NUM-IN = SPACES AND CLASS-ON-FILE
              MOVE VCL-INSP-MONTHS TO WS-NUM-IN(1:3)
           END-IF
           IF WS-NUM-IN(1:3) NOT NUMERIC
              DISPLAY "Months must be numeric, interval not recorded."
              GO TO 003-EXIT
       .

       006-LIST-WORK-ORDERS.
           MOVE ZEROS TO WS-LIST-COUNT WS-WO-COUNT
           MOVE "N" TO WS-WO-EOF-SW
           OPEN INPUT WORK-ORDER-FILE
           IF WS-WO-FSTATUS NOT = "00"
              DISPLAY "No work orders on file."
              GO TO 006-EXIT
           END-IF
           DISPLAY "NUMBER VEHICLE TYPE RAISED   ODOM   STATUS"
           PERFORM UNTIL END-OF-WORK-ORDERS
              READ WORK-ORDER-FILE NEXT
                 AT END MOVE "Y" TO WS-WO-EOF-SW
                 NOT AT END
                    ADD 1 TO WS-WO-COUNT
                    DISPLAY " " WORK-ORDER-REC
                    IF WO-STATUS = "O"
                       ADD 1 TO WS-LIST-COUNT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE WORK-ORDER-FILE
           DISPLAY "Work orders on file: " WS-WO-COUNT
              "  open: " WS-LIST-COUNT
       .
              GO TO 007-EXIT
           END-IF
           MOVE WS-WONUM-IN TO WS-WANT-WO
           PERFORM 013-READ-WORK-ORDER THRU 013-EXIT
           IF NOT WORK-ORDER-FOUND
              DISPLAY "Work order " WS-WANT-WO " not on file."
              GO TO 007-EXIT
           END-IF
           IF WO-STATUS NOT = "O"
              DISPLAY "Work order " WS-WANT-WO " is not open."
              GO TO 007-EXIT
           END-IF
           MOVE WO-VEH-ID TO WS-WO-VEH-ID
           MOVE WO-TYPE TO WS-WO-TYPE
           DISPLAY "Labor hours (HHHhh, e.g. 00250 for 2.50): "
              WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           IF WS-NUM-IN(1:5) NOT NUMERIC
              DISPLAY "Labor hours must be numeric, work order not "
                 "closed."
              GO TO 007-EXIT
           END-IF
           COMPUTE WS-LABOR-HOURS =
              FUNCTION NUMVAL(WS-NUM-IN(1:5)) / 100
           DISPLAY "Labor rate per hour (RRRcc, e.g. 06500 for "
              "65.00): " WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           IF WS-NUM-IN(1:5) NOT NUMERIC
              DISPLAY "Labor rate must be numeric, work order not "
                 "closed."
              GO TO 007-EXIT
           END-IF
           COMPUTE WS-LABOR-RATE =
              FUNCTION NUMVAL(WS-NUM-IN(1:5)) / 100
           DISPLAY "Outside charges (AAAAACC, blank for none): "
              WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           IF WS-NUM-IN(1:7) NUMERIC
              COMPUTE WS-OUTSIDE-COST =
                 FUNCTION NUMVAL(WS-NUM-IN(1:7)) / 100
           ELSE
              MOVE ZEROS TO WS-OUTSIDE-COST
           END-IF
           PERFORM 015-SUM-PARTS-ISSUED THRU 015-EXIT
           PERFORM 014-CLOSE-OUT-WORK-ORDER THRU 014-EXIT
           IF NOT WORK-ORDER-FOUND
              DISPLAY "Work order " WS-WANT-WO " could not be "
                 "updated, status " WS-WO-FSTATUS
              GO TO 007-EXIT
           END-IF
           PERFORM 016-WRITE-COST-DETAIL THRU 016-EXIT
           MOVE WS-TOTAL-COST TO WS-PRN-COST
           DISPLAY "Work order " WS-WANT-WO " closed, total cost "
              WS-PRN-COST
       .
       007-EXIT.
           EXIT
           EXIT
       .

       013-READ-WORK-ORDER.
           MOVE "N" TO WS-WO-FOUND-SW
           OPEN INPUT WORK-ORDER-FILE
           IF WS-WO-FSTATUS NOT = "00"
              GO TO 013-EXIT
           END-IF
           MOVE WS-WANT-WO TO WO-NUMBER
           READ WORK-ORDER-FILE
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE "Y" TO WS-WO-FOUND-SW
           END-READ
           CLOSE WORK-ORDER-FILE
       .
       013-EXIT.
           EXIT
       .

       014-CLOSE-OUT-WORK-ORDER.
           MOVE "N" TO WS-WO-FOUND-SW
           OPEN I-O WORK-ORDER-FILE
           IF WS-WO-FSTATUS NOT = "00"
              GO TO 014-EXIT
           END-IF
           MOVE WS-WANT-WO TO WO-NUMBER
           READ WORK-ORDER-FILE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF WO-STATUS = "O"
                    MOVE "C" TO WO-STATUS
                    REWRITE WORK-ORDER-REC
                       INVALID KEY CONTINUE
                       NOT INVALID KEY MOVE "Y" TO WS-WO-FOUND-SW
                    END-REWRITE
                 END-IF
           END-READ
           CLOSE WORK-ORDER-FILE
       .
       014-EXIT.
           EXIT
       .

       015-SUM-PARTS-ISSUED.
           MOVE ZEROS TO WS-PARTS-COST
           MOVE "N" TO WS-ISS-EOF-SW
           OPEN INPUT ISSUE-FILE
           IF WS-ISS-FSTATUS NOT = "00"
              GO TO 015-EXIT
           END-IF
           PERFORM UNTIL END-OF-ISSUES
              READ ISSUE-FILE
                 AT END MOVE "Y" TO WS-ISS-EOF-SW
                 NOT AT END
                    IF ISS-WO-NUMBER = WS-WANT-WO
                       ADD ISS-EXT-COST TO WS-PARTS-COST
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ISSUE-FILE
       .
       015-EXIT.
           EXIT
       .

       016-WRITE-COST-DETAIL.
           COMPUTE WS-LABOR-COST ROUNDED =
              WS-LABOR-HOURS * WS-LABOR-RATE
           COMPUTE WS-TOTAL-COST =
              WS-LABOR-COST + WS-PARTS-COST + WS-OUTSIDE-COST
           OPEN EXTEND COST-FILE
           IF WS-COST-FSTATUS = "35"
              OPEN OUTPUT COST-FILE
           END-IF
           MOVE SPACES TO WO-COST-REC
           MOVE WS-WANT-WO TO WOC-WO-NUMBER
           MOVE WS-WO-VEH-ID TO WOC-VEH-ID
           MOVE WS-WO-TYPE TO WOC-WO-TYPE
           MOVE WS-TODAY TO WOC-CLOSE-DATE
           MOVE WS-LABOR-HOURS TO WOC-LABOR-HOURS
           MOVE WS-LABOR-RATE TO WOC-LABOR-RATE
           MOVE WS-LABOR-COST TO WOC-LABOR-COST
           MOVE WS-PARTS-COST TO WOC-PARTS-COST
           MOVE WS-OUTSIDE-COST TO WOC-OUTSIDE-COST
           MOVE WS-TOTAL-COST TO WOC-TOTAL-COST
           WRITE WO-COST-REC
           CLOSE COST-FILE
       .
       016-EXIT.
           EXIT
       .

       017-OPEN-WORK-ORDER.
           DISPLAY "Vehicle ID (6 characters): " WITH NO ADVANCING
           MOVE SPACES TO WS-NEW-VEH-ID
           ACCEPT WS-NEW-VEH-ID
           PERFORM 011-FIND-VEHICLE THRU 011-EXIT
           IF NOT VEHICLE-KNOWN
              DISPLAY "Vehicle " WS-NEW-VEH-ID " not on the master, "
                 "work order not opened."
              GO TO 017-EXIT
           END-IF
           IF VEH-DISPOSED
              DISPLAY "Vehicle " WS-NEW-VEH-ID " has been disposed of, "
                 "work order not opened."
              GO TO 017-EXIT
           END-IF
           MOVE VEH-END-ODOM TO WS-VEH-ODOM
           DISPLAY "Work order type (4 characters, e.g. REPR): "
              WITH NO ADVANCING
           MOVE SPACES TO WS-NEW-WO-TYPE
           ACCEPT WS-NEW-WO-TYPE
           IF WS-NEW-WO-TYPE = SPACES
              DISPLAY "Work order type is required, work order not "
                 "opened."
              GO TO 017-EXIT
           END-IF
           DISPLAY "Date raised (YYYYMMDD, blank for today): "
              WITH NO ADVANCING
           MOVE SPACES TO WS-DATE-IN
           ACCEPT WS-DATE-IN
           IF WS-DATE-IN NUMERIC
              MOVE WS-DATE-IN TO WS-NEW-WO-DATE
           ELSE
              MOVE WS-TODAY TO WS-NEW-WO-DATE
           END-IF
           DISPLAY "Odometer (6 digits, blank for " WS-VEH-ODOM "): "
              WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           IF WS-NUM-IN(1:6) NUMERIC
              MOVE WS-NUM-IN(1:6) TO WS-NEW-ODOM
           ELSE
              MOVE WS-VEH-ODOM TO WS-NEW-ODOM
           END-IF
           MOVE ZEROS TO WS-WANT-WO
           CALL "NEXTNUM" USING WS-WO-SERIES WS-WANT-WO
           IF WS-WANT-WO = 0
              DISPLAY "No work order number available, work order "
                 "not opened."
              GO TO 017-EXIT
           END-IF
           OPEN I-O WORK-ORDER-FILE
           IF WS-WO-FSTATUS = "35"
              OPEN OUTPUT WORK-ORDER-FILE
           END-IF
           MOVE SPACES TO WORK-ORDER-REC
           MOVE WS-WANT-WO TO WO-NUMBER
           MOVE WS-NEW-VEH-ID TO WO-VEH-ID
           MOVE WS-NEW-WO-TYPE TO WO-TYPE
           MOVE WS-NEW-WO-DATE TO WO-DATE
           MOVE WS-NEW-ODOM TO WO-ODOM
           MOVE "O" TO WO-STATUS
           WRITE WORK-ORDER-REC
              INVALID KEY
                 DISPLAY "Work order " WS-WANT-WO " already on file, "
                    "work order not opened."
                 CLOSE WORK-ORDER-FILE
                 GO TO 017-EXIT
           END-WRITE
           CLOSE WORK-ORDER-FILE
           DISPLAY "Work order " WS-WANT-WO " opened for "
              WS-NEW-VEH-ID
           PERFORM 018-CHECK-WARRANTY THRU 018-EXIT
       .
       017-EXIT.
           EXIT
       .

       018-CHECK-WARRANTY.
           MOVE ZEROS TO WS-COV-COUNT
           MOVE "N" TO WS-WAR-EOF-SW
           OPEN INPUT WARRANTY-FILE
           IF WS-WAR-FSTATUS NOT = "00"
              DISPLAY "No warranty coverage on file."
              GO TO 018-EXIT
           END-IF
           PERFORM UNTIL END-OF-COVERAGE
              READ WARRANTY-FILE
                 AT END MOVE "Y" TO WS-WAR-EOF-SW
                 NOT AT END
                    IF WAR-VEH-ID = WS-NEW-VEH-ID AND WAR-ACTIVE
                       PERFORM 019-TEST-COVERAGE THRU 019-EXIT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE WARRANTY-FILE
           IF WS-COV-COUNT = 0
              DISPLAY "No active warranty coverage for this repair."
              GO TO 018-EXIT
           END-IF
           DISPLAY "Component to claim against (blank for no claim): "
              WITH NO ADVANCING
           MOVE SPACES TO WS-CLAIM-COMPONENT
           ACCEPT WS-CLAIM-COMPONENT
           IF WS-CLAIM-COMPONENT = SPACES
              DISPLAY "No warranty claim opened."
              GO TO 018-EXIT
           END-IF
           MOVE ZEROS TO WS-COV-MATCH-IDX
           PERFORM VARYING COV-IDX FROM 1 BY 1
              UNTIL COV-IDX > WS-COV-COUNT OR WS-COV-MATCH-IDX > 0
              IF COV-COMPONENT(COV-IDX) = WS-CLAIM-COMPONENT
                 SET WS-COV-MATCH-IDX TO COV-IDX
              END-IF
           END-PERFORM
           IF WS-COV-MATCH-IDX = 0
              DISPLAY "Component " WS-CLAIM-COMPONENT " is not "
                 "covered, no warranty claim opened."
              GO TO 018-EXIT
           END-IF
           MOVE ZEROS TO WS-CLAIM-NUMBER
           CALL "NEXTNUM" USING WS-WCL-SERIES WS-CLAIM-NUMBER
           IF WS-CLAIM-NUMBER = 0
              DISPLAY "No claim number available, no warranty claim "
                 "opened."
              GO TO 018-EXIT
           END-IF
           OPEN EXTEND CLAIM-FILE
           IF WS-WCL-FSTATUS = "35"
              OPEN OUTPUT CLAIM-FILE
           END-IF
           MOVE SPACES TO WARRANTY-CLAIM-REC
           MOVE WS-CLAIM-NUMBER TO WCL-CLAIM-NO
           MOVE WS-WANT-WO TO WCL-WO-NUMBER
           MOVE WS-NEW-VEH-ID TO WCL-VEH-ID
           MOVE WS-CLAIM-COMPONENT TO WCL-COMPONENT
           MOVE COV-PROVIDER(WS-COV-MATCH-IDX) TO WCL-PROVIDER
           MOVE WS-NEW-WO-DATE TO WCL-OPEN-DATE
           MOVE "O" TO WCL-STATUS
           MOVE ZEROS TO WCL-SUBMIT-DATE WCL-CLAIMED WCL-SETTLE-DATE
              WCL-RECOVERED WCL-WRITTEN-OFF
           MOVE WS-OPERATOR-ID TO WCL-OPERATOR
           WRITE WARRANTY-CLAIM-REC
           CLOSE CLAIM-FILE
           DISPLAY "Warranty claim " WS-CLAIM-NUMBER " opened against "
              COV-PROVIDER(WS-COV-MATCH-IDX)
       .
       018-EXIT.
           EXIT
       .

       019-TEST-COVERAGE.
           IF WS-NEW-WO-DATE < WAR-START-DATE
              GO TO 019-EXIT
           END-IF
           IF WAR-END-DATE NOT = 0 AND WS-NEW-WO-DATE > WAR-END-DATE
              GO TO 019-EXIT
           END-IF
           IF WAR-MAX-MILES NOT = 0
              IF WS-NEW-ODOM < WAR-START-ODOM
                 COMPUTE WS-MILES-USED = WS-ODOM-MODULUS
                    - WAR-START-ODOM + WS-NEW-ODOM
              ELSE
                 COMPUTE WS-MILES-USED = WS-NEW-ODOM - WAR-START-ODOM
              END-IF
              IF WS-MILES-USED > WAR-MAX-MILES
                 GO TO 019-EXIT
              END-IF
           END-IF
           IF WS-COV-COUNT >= WS-COV-MAX
              GO TO 019-EXIT
           END-IF
           ADD 1 TO WS-COV-COUNT
           MOVE WAR-COMPONENT TO COV-COMPONENT(WS-COV-COUNT)
           MOVE WAR-PROVIDER TO COV-PROVIDER(WS-COV-COUNT)
           DISPLAY "  Under warranty: " WAR-COMPONENT " "
              WAR-PROVIDER " to " WAR-END-DATE " / "
              WAR-MAX-MILES " miles"
       .
       019-EXIT.
           EXIT
       .

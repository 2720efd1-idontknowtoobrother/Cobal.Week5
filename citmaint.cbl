       IDENTIFICATION DIVISION.
       PROGRAM-ID. CITMAINT.
       AUTHOR. JAKKRIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CITATION-FILE ASSIGN TO "citations.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CIT-FSTATUS.
           SELECT ASSIGN-FILE ASSIGN TO DYNAMIC WS-ASGF-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ASG-FSTATUS.
           SELECT RESV-FILE ASSIGN TO DYNAMIC WS-RSVI-DSN
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS RSV-NUMBER
              ALTERNATE RECORD KEY IS RSV-VEH-ID WITH DUPLICATES
              FILE STATUS IS WS-RSV-FSTATUS.
           SELECT DRIVER-FILE ASSIGN TO "driver-master.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DRV-FSTATUS.
           SELECT VEHICLE-MASTER ASSIGN TO DYNAMIC WS-VEHM-DSN
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS VEH-ID
              FILE STATUS IS WS-VEH-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CITATION-FILE.
       COPY "citation.cpy".

       FD  ASSIGN-FILE.
       COPY "veh-assign.cpy".

       FD  RESV-FILE.
       COPY "pool-resv.cpy".

       FD  DRIVER-FILE.
       COPY "driver-rec.cpy".

       FD  VEHICLE-MASTER.
       COPY "vehicle-rec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-RSVI-DSN        PIC X(40)
           VALUE "pool-resv.idx".
       01  WS-ASGF-DSN          PIC X(40)
           VALUE "veh-assign.dat".
       01  WS-VEHM-DSN          PIC X(40)
           VALUE "vehicle-master.idx".
       01  WS-OPERATOR-ID       PIC X(8) VALUE "SYSTEM".
       01  WS-AUTHORITY         PIC X VALUE SPACE.
       01  WS-CIT-FSTATUS       PIC XX VALUE "00".
       01  WS-ASG-FSTATUS       PIC XX VALUE "00".
       01  WS-RSV-FSTATUS       PIC XX VALUE "00".
       01  WS-DRV-FSTATUS       PIC XX VALUE "00".
       01  WS-VEH-FSTATUS       PIC XX VALUE "00".
       01  MENU-CHOICE          PIC 99 VALUE ZEROS.
       01  WS-AUTH-PROGRAM      PIC X(12) VALUE "CITMAINT".
       01  WS-AUTH-OPTION       PIC 99 VALUE ZEROS.
       01  WS-AUTH-FUNCTION     PIC X(8) VALUE SPACES.
       01  WS-AUTH-PERMIT-SW    PIC X VALUE "N".
           88 FUNCTION-PERMITTED VALUE "Y".
       01  WS-CONTINUE-SW       PIC X VALUE "Y".
           88 CONTINUE-MENU        VALUE "Y".
       01  WS-CIT-EOF-SW        PIC X VALUE "N".
           88 END-OF-CITATIONS     VALUE "Y".
       01  WS-ASG-EOF-SW        PIC X VALUE "N".
           88 END-OF-ASSIGNS       VALUE "Y".
       01  WS-RSV-EOF-SW        PIC X VALUE "N".
           88 END-OF-RESERVATIONS  VALUE "Y".
       01  WS-DRV-EOF-SW        PIC X VALUE "N".
           88 END-OF-DRIVERS       VALUE "Y".
       01  WS-FOUND-SW          PIC X VALUE "N".
           88 VEHICLE-KNOWN        VALUE "Y".
       01  WS-DRV-FOUND-SW      PIC X VALUE "N".
           88 DRIVER-KNOWN         VALUE "Y".
       01  CIT-TABLE.
           05 CIT-ENTRY OCCURS 2000 TIMES INDEXED BY CIT-IDX.
              10 CIT-TBL-LINE    PIC X(103).
       01  WS-CIT-COUNT         PIC 9(4) VALUE ZEROS.
       01  WS-CIT-MAX           PIC 9(4) VALUE 2000.
       01  WS-CIT-MATCH-IDX     PIC 9(4) VALUE ZEROS.
       01  WS-NXT-SERIES        PIC X(8) VALUE "CITATION".
       01  WS-NEW-CIT-NO        PIC 9(6) VALUE ZEROS.
       01  WS-NEW-VEH-ID        PIC X(6).
       01  WS-NEW-DATE          PIC 9(8) VALUE ZEROS.
       01  WS-RESP-DRIVER       PIC X(6) VALUE SPACES.
       01  WS-RESP-SOURCE       PIC X VALUE SPACE.
       01  WS-BEST-DATE         PIC 9(8) VALUE ZEROS.
       01  WS-DRIVER-NAME       PIC X(20) VALUE SPACES.
       01  WS-AMOUNT            PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-MAX-FINE          PIC 9(7)V9(2) VALUE 99999.99.
       01  WS-NUM-IN            PIC X(10).
       01  WS-DATE-IN           PIC X(8).
       01  WS-TEXT-IN           PIC X(20).
       01  WS-CIT-IN            PIC X(6).
       01  WS-WANT-CIT          PIC 9(6) VALUE ZEROS.
       01  WS-ANSWER            PIC X VALUE SPACE.
       01  WS-TODAY             PIC 9(8) VALUE ZEROS.
       01  WS-PRN-FINE          PIC ZZ,ZZ9.99.
       01  WS-PRN-PAID          PIC ZZ,ZZ9.99.
       01  WS-SEC-PROGRAM       PIC X(12) VALUE "CITMAINT".
       01  WS-SEC-EVENT         PIC X(12) VALUE SPACES.
       01  WS-SEC-DETAIL        PIC X(30) VALUE SPACES.
       01  WS-SEC-SEV           PIC X VALUE "I".

       PROCEDURE DIVISION.
       000-BEGIN.
           CALL "GETDSN" USING WS-RSVI-DSN
           CALL "GETDSN" USING WS-ASGF-DSN
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
           DISPLAY "TRAFFIC AND PARKING CITATIONS"
           DISPLAY " 1. Enter a citation"
           DISPLAY " 2. Change the responsible driver"
           DISPLAY " 3. Record payment by the fleet"
           DISPLAY " 4. Charge a citation back to the driver"
           DISPLAY " 5. Dismiss a citation"
           DISPLAY " 6. List citations"
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
              WHEN 1 PERFORM 003-ENTER-CITATION THRU 003-EXIT
              WHEN 2 PERFORM 004-CHANGE-DRIVER THRU 004-EXIT
              WHEN 3 PERFORM 005-FLEET-PAYMENT THRU 005-EXIT
              WHEN 4 PERFORM 006-CHARGE-BACK THRU 006-EXIT
              WHEN 5 PERFORM 007-DISMISS-CITATION THRU 007-EXIT
              WHEN 6 PERFORM 008-LIST-CITATIONS THRU 008-EXIT
              WHEN 0 MOVE "N" TO WS-CONTINUE-SW
              WHEN OTHER
                 DISPLAY "Invalid selection, please try again."
           END-EVALUATE
       .
       002-EXIT.
           EXIT
       .

       003-ENTER-CITATION.
           PERFORM 015-CHECK-VEHICLE THRU 015-EXIT
           IF NOT VEHICLE-KNOWN
              GO TO 003-EXIT
           END-IF
           DISPLAY "Violation date (YYYYMMDD): " WITH NO ADVANCING
           MOVE SPACES TO WS-DATE-IN
           ACCEPT WS-DATE-IN
           IF WS-DATE-IN NOT NUMERIC
              DISPLAY "Date must be 8 digits, citation not entered."
              GO TO 003-EXIT
           END-IF
           MOVE WS-DATE-IN TO WS-NEW-DATE
           PERFORM 010-LOAD-CITATIONS THRU 010-EXIT
           IF WS-CIT-COUNT >= WS-CIT-MAX
              DISPLAY "Citation file is full."
              GO TO 003-EXIT
           END-IF
           MOVE SPACES TO CITATION-REC
           MOVE WS-NEW-VEH-ID TO CIT-VEH-ID
           MOVE WS-NEW-DATE TO CIT-DATE
           DISPLAY "Type (T traffic, P parking): " WITH NO ADVANCING
           MOVE SPACE TO WS-ANSWER
           ACCEPT WS-ANSWER
           IF WS-ANSWER = "t" MOVE "T" TO WS-ANSWER END-IF
           IF WS-ANSWER = "p" MOVE "P" TO WS-ANSWER END-IF
           MOVE WS-ANSWER TO CIT-TYPE
           IF NOT CIT-TRAFFIC AND NOT CIT-PARKING
              DISPLAY "Type must be T or P, citation not entered."
              GO TO 003-EXIT
           END-IF
           DISPLAY "Citation number from the agency (15 characters): "
              WITH NO ADVANCING
           ACCEPT CIT-AGENCY-REF
           PERFORM 014-INPUT-AMOUNT THRU 014-EXIT
           IF WS-AMOUNT = 0
              GO TO 003-EXIT
           END-IF
           MOVE WS-AMOUNT TO CIT-FINE
           DISPLAY "Payment due date (YYYYMMDD): " WITH NO ADVANCING
           MOVE SPACES TO WS-DATE-IN
           ACCEPT WS-DATE-IN
           IF WS-DATE-IN NOT NUMERIC
              DISPLAY "Date must be 8 digits, citation not entered."
              GO TO 003-EXIT
           END-IF
           MOVE WS-DATE-IN TO CIT-DUE-DATE
           PERFORM 012-FIND-RESPONSIBLE THRU 012-EXIT
           IF WS-RESP-DRIVER = SPACES
              DISPLAY "No assignment or dispatched reservation covers "
                 WS-NEW-DATE "."
              DISPLAY "Driver ID (blank to leave unresolved): "
                 WITH NO ADVANCING
              MOVE SPACES TO WS-RESP-DRIVER
              ACCEPT WS-RESP-DRIVER
              IF WS-RESP-DRIVER NOT = SPACES
                 PERFORM 016-GET-DRIVER-NAME THRU 016-EXIT
                 IF NOT DRIVER-KNOWN
                    DISPLAY "Driver " WS-RESP-DRIVER
                       " not on the driver master, left unresolved."
                    MOVE SPACES TO WS-RESP-DRIVER
                 ELSE
                    MOVE "M" TO WS-RESP-SOURCE
                 END-IF
              END-IF
           ELSE
              PERFORM 016-GET-DRIVER-NAME THRU 016-EXIT
              IF WS-RESP-SOURCE = "A"
                 DISPLAY "Assigned driver: " WS-RESP-DRIVER " "
                    WS-DRIVER-NAME
              ELSE
                 DISPLAY "Dispatched to:   " WS-RESP-DRIVER " "
                    WS-DRIVER-NAME
              END-IF
           END-IF
           MOVE WS-RESP-DRIVER TO CIT-DRIVER-ID
           MOVE WS-RESP-SOURCE TO CIT-DRV-SOURCE
           MOVE ZEROS TO WS-NEW-CIT-NO
           CALL "NEXTNUM" USING WS-NXT-SERIES WS-NEW-CIT-NO
           IF WS-NEW-CIT-NO = 0
              DISPLAY "No citation number available, "
                 "citation not entered."
              GO TO 003-EXIT
           END-IF
           MOVE WS-NEW-CIT-NO TO CIT-NUMBER
           MOVE "O" TO CIT-STATUS
           MOVE ZEROS TO CIT-SETTLE-DATE CIT-PAID-AMT
           MOVE WS-TODAY TO CIT-ENTRY-DATE
           MOVE WS-OPERATOR-ID TO CIT-OPERATOR
           ADD 1 TO WS-CIT-COUNT
           MOVE CITATION-REC TO CIT-TBL-LINE(WS-CIT-COUNT)
           PERFORM 011-SAVE-CITATIONS THRU 011-EXIT
           DISPLAY "Citation " WS-NEW-CIT-NO " entered for "
              WS-NEW-VEH-ID " due " CIT-DUE-DATE
       .
       003-EXIT.
           EXIT
       .

       004-CHANGE-DRIVER.
           PERFORM 013-INPUT-CITATION THRU 013-EXIT
           IF WS-CIT-MATCH-IDX = 0
              GO TO 004-EXIT
           END-IF
           IF NOT CIT-OPEN
              DISPLAY "Citation " WS-WANT-CIT " is already settled."
              GO TO 004-EXIT
           END-IF
           DISPLAY "Responsible driver now " CIT-DRIVER-ID
              ", new driver ID: " WITH NO ADVANCING
           MOVE SPACES TO WS-RESP-DRIVER
           ACCEPT WS-RESP-DRIVER
           IF WS-RESP-DRIVER = SPACES
              DISPLAY "Driver left unchanged."
              GO TO 004-EXIT
           END-IF
           PERFORM 016-GET-DRIVER-NAME THRU 016-EXIT
           IF NOT DRIVER-KNOWN
              DISPLAY "Driver " WS-RESP-DRIVER
                 " not on the driver master."
              GO TO 004-EXIT
           END-IF
           MOVE WS-RESP-DRIVER TO CIT-DRIVER-ID
           MOVE "M" TO CIT-DRV-SOURCE
           MOVE CITATION-REC TO CIT-TBL-LINE(WS-CIT-MATCH-IDX)
           PERFORM 011-SAVE-CITATIONS THRU 011-EXIT
           DISPLAY "Citation " WS-WANT-CIT " now with " WS-RESP-DRIVER
              " " WS-DRIVER-NAME
       .
       004-EXIT.
           EXIT
       .

       005-FLEET-PAYMENT.
           PERFORM 013-INPUT-CITATION THRU 013-EXIT
           IF WS-CIT-MATCH-IDX = 0
              GO TO 005-EXIT
           END-IF
           IF NOT CIT-OPEN
              DISPLAY "Citation " WS-WANT-CIT " is already settled."
              GO TO 005-EXIT
           END-IF
           MOVE CIT-FINE TO WS-PRN-FINE
           DISPLAY "Fine is " WS-PRN-FINE
              ", enter amount paid including any late fee."
           PERFORM 014-INPUT-AMOUNT THRU 014-EXIT
           IF WS-AMOUNT = 0
              GO TO 005-EXIT
           END-IF
           MOVE WS-AMOUNT TO CIT-PAID-AMT
           MOVE "F" TO CIT-STATUS
           MOVE WS-TODAY TO CIT-SETTLE-DATE
           MOVE CITATION-REC TO CIT-TBL-LINE(WS-CIT-MATCH-IDX)
           PERFORM 011-SAVE-CITATIONS THRU 011-EXIT
           MOVE CIT-PAID-AMT TO WS-PRN-PAID
           DISPLAY "Citation " WS-WANT-CIT " paid by the fleet "
              WS-PRN-PAID
       .
       005-EXIT.
           EXIT
       .

       006-CHARGE-BACK.
           PERFORM 013-INPUT-CITATION THRU 013-EXIT
           IF WS-CIT-MATCH-IDX = 0
              GO TO 006-EXIT
           END-IF
           IF NOT CIT-OPEN
              DISPLAY "Citation " WS-WANT-CIT " is already settled."
              GO TO 006-EXIT
           END-IF
           IF CIT-NO-DRIVER
              DISPLAY "No responsible driver on citation " WS-WANT-CIT
                 ", use option 2 first."
              GO TO 006-EXIT
           END-IF
           MOVE CIT-DRIVER-ID TO WS-RESP-DRIVER
           PERFORM 016-GET-DRIVER-NAME THRU 016-EXIT
           MOVE CIT-FINE TO WS-PRN-FINE
           DISPLAY "Charge " WS-PRN-FINE " to " CIT-DRIVER-ID " "
              WS-DRIVER-NAME " (Y/N)? " WITH NO ADVANCING
           MOVE SPACE TO WS-ANSWER
           ACCEPT WS-ANSWER
           IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
              DISPLAY "Citation left open."
              GO TO 006-EXIT
           END-IF
           MOVE CIT-FINE TO CIT-PAID-AMT
           MOVE "B" TO CIT-STATUS
           MOVE WS-TODAY TO CIT-SETTLE-DATE
           MOVE CITATION-REC TO CIT-TBL-LINE(WS-CIT-MATCH-IDX)
           PERFORM 011-SAVE-CITATIONS THRU 011-EXIT
           MOVE "CIT-CHARGED" TO WS-SEC-EVENT
           MOVE SPACES TO WS-SEC-DETAIL
           STRING "CITATION " WS-WANT-CIT " DRIVER " CIT-DRIVER-ID
              DELIMITED BY SIZE INTO WS-SEC-DETAIL
           CALL "SECLOG" USING WS-SEC-PROGRAM WS-OPERATOR-ID
              WS-SEC-EVENT WS-SEC-DETAIL WS-SEC-SEV
           DISPLAY "Citation " WS-WANT-CIT " charged back to "
              CIT-DRIVER-ID
       .
       006-EXIT.
           EXIT
       .

       007-DISMISS-CITATION.
           PERFORM 013-INPUT-CITATION THRU 013-EXIT
           IF WS-CIT-MATCH-IDX = 0
              GO TO 007-EXIT
           END-IF
           IF NOT CIT-OPEN
              DISPLAY "Citation " WS-WANT-CIT " is already settled."
              GO TO 007-EXIT
           END-IF
           DISPLAY "Dismiss citation " WS-WANT-CIT " (Y/N)? "
              WITH NO ADVANCING
           MOVE SPACE TO WS-ANSWER
           ACCEPT WS-ANSWER
           IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
              DISPLAY "Citation left open."
              GO TO 007-EXIT
           END-IF
           MOVE ZEROS TO CIT-PAID-AMT
           MOVE "X" TO CIT-STATUS
           MOVE WS-TODAY TO CIT-SETTLE-DATE
           MOVE CITATION-REC TO CIT-TBL-LINE(WS-CIT-MATCH-IDX)
           PERFORM 011-SAVE-CITATIONS THRU 011-EXIT
           MOVE "CIT-DISMISS" TO WS-SEC-EVENT
           MOVE SPACES TO WS-SEC-DETAIL
           STRING "CITATION " WS-WANT-CIT " VEHICLE " CIT-VEH-ID
              DELIMITED BY SIZE INTO WS-SEC-DETAIL
           CALL "SECLOG" USING WS-SEC-PROGRAM WS-OPERATOR-ID
              WS-SEC-EVENT WS-SEC-DETAIL WS-SEC-SEV
           DISPLAY "Citation " WS-WANT-CIT " dismissed."
       .
       007-EXIT.
           EXIT
       .

       008-LIST-CITATIONS.
           PERFORM 010-LOAD-CITATIONS THRU 010-EXIT
           DISPLAY "CITATN VEHICL VIOLATED T AGENCY-REF           FINE"
              " DUE      DRIVER   S SETTLED       PAID"
           PERFORM VARYING CIT-IDX FROM 1 BY 1
              UNTIL CIT-IDX > WS-CIT-COUNT
              MOVE CIT-TBL-LINE(CIT-IDX) TO CITATION-REC
              MOVE CIT-FINE TO WS-PRN-FINE
              MOVE CIT-PAID-AMT TO WS-PRN-PAID
              DISPLAY CIT-NUMBER " " CIT-VEH-ID " " CIT-DATE " "
                 CIT-TYPE " " CIT-AGENCY-REF " " WS-PRN-FINE " "
                 CIT-DUE-DATE " " CIT-DRIVER-ID " " CIT-DRV-SOURCE " "
                 CIT-STATUS " " CIT-SETTLE-DATE " " WS-PRN-PAID
           END-PERFORM
           DISPLAY "Citations on file: " WS-CIT-COUNT
       .
       008-EXIT.
           EXIT
       .

       010-LOAD-CITATIONS.
           MOVE ZEROS TO WS-CIT-COUNT
           MOVE "N" TO WS-CIT-EOF-SW
           OPEN INPUT CITATION-FILE
           IF WS-CIT-FSTATUS NOT = "00"
              GO TO 010-EXIT
           END-IF
           PERFORM UNTIL END-OF-CITATIONS
              READ CITATION-FILE
                 AT END MOVE "Y" TO WS-CIT-EOF-SW
                 NOT AT END
                    IF WS-CIT-COUNT < WS-CIT-MAX
                       ADD 1 TO WS-CIT-COUNT
                       MOVE CITATION-REC TO
                          CIT-TBL-LINE(WS-CIT-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CITATION-FILE
       .
       010-EXIT.
           EXIT
       .

       011-SAVE-CITATIONS.
           OPEN OUTPUT CITATION-FILE
           PERFORM VARYING CIT-IDX FROM 1 BY 1
              UNTIL CIT-IDX > WS-CIT-COUNT
              MOVE CIT-TBL-LINE(CIT-IDX) TO CITATION-REC
              WRITE CITATION-REC
           END-PERFORM
           CLOSE CITATION-FILE
       .
       011-EXIT.
           EXIT
       .

       012-FIND-RESPONSIBLE.
           MOVE SPACES TO WS-RESP-DRIVER
           MOVE SPACE TO WS-RESP-SOURCE
           MOVE ZEROS TO WS-BEST-DATE
           MOVE "N" TO WS-ASG-EOF-SW
           OPEN INPUT ASSIGN-FILE
           IF WS-ASG-FSTATUS = "00"
              PERFORM UNTIL END-OF-ASSIGNS
                 READ ASSIGN-FILE
                    AT END MOVE "Y" TO WS-ASG-EOF-SW
                    NOT AT END
                       IF VA-VEH-ID = WS-NEW-VEH-ID
                          AND VA-DRIVER-ID NOT = SPACES
                          AND VA-EFF-DATE NUMERIC
                          AND VA-EFF-DATE NOT > WS-NEW-DATE
                          AND VA-EFF-DATE NOT < WS-BEST-DATE
                          AND (VA-END-DATE NOT NUMERIC
                             OR VA-END-DATE = 0
                             OR VA-END-DATE > WS-NEW-DATE)
                          MOVE VA-EFF-DATE TO WS-BEST-DATE
                          MOVE VA-DRIVER-ID TO WS-RESP-DRIVER
                          MOVE "A" TO WS-RESP-SOURCE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ASSIGN-FILE
           END-IF
           IF WS-RESP-DRIVER NOT = SPACES
              GO TO 012-EXIT
           END-IF
           MOVE "N" TO WS-RSV-EOF-SW
           OPEN INPUT RESV-FILE
           IF WS-RSV-FSTATUS NOT = "00"
              GO TO 012-EXIT
           END-IF
           PERFORM UNTIL END-OF-RESERVATIONS
              OR WS-RESP-DRIVER NOT = SPACES
              READ RESV-FILE NEXT
                 AT END MOVE "Y" TO WS-RSV-EOF-SW
                 NOT AT END
                    IF RSV-VEH-ID = WS-NEW-VEH-ID
                       AND (RSV-DISPATCHED OR RSV-RETURNED)
                       AND RSV-FROM-DATE NOT > WS-NEW-DATE
                       AND RSV-TO-DATE NOT < WS-NEW-DATE
                       MOVE RSV-DRIVER-ID TO WS-RESP-DRIVER
                       MOVE "R" TO WS-RESP-SOURCE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE RESV-FILE
       .
       012-EXIT.
           EXIT
       .

       013-INPUT-CITATION.
           MOVE ZEROS TO WS-CIT-MATCH-IDX
           DISPLAY "Citation number (6 digits): " WITH NO ADVANCING
           MOVE SPACES TO WS-CIT-IN
           ACCEPT WS-CIT-IN
           IF WS-CIT-IN NOT NUMERIC
              DISPLAY "Citation number must be 6 digits."
              GO TO 013-EXIT
           END-IF
           MOVE WS-CIT-IN TO WS-WANT-CIT
           PERFORM 010-LOAD-CITATIONS THRU 010-EXIT
           PERFORM VARYING CIT-IDX FROM 1 BY 1
              UNTIL CIT-IDX > WS-CIT-COUNT OR WS-CIT-MATCH-IDX > 0
              IF CIT-TBL-LINE(CIT-IDX)(1:6) = WS-CIT-IN
                 SET WS-CIT-MATCH-IDX TO CIT-IDX
              END-IF
           END-PERFORM
           IF WS-CIT-MATCH-IDX = 0
              DISPLAY "Citation " WS-WANT-CIT " not on file."
              GO TO 013-EXIT
           END-IF
           MOVE CIT-TBL-LINE(WS-CIT-MATCH-IDX) TO CITATION-REC
       .
       013-EXIT.
           EXIT
       .

       014-INPUT-AMOUNT.
           MOVE ZEROS TO WS-AMOUNT
           DISPLAY "Amount (AAAAAAACC, e.g. 000007500 for 75.00): "
              WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           IF WS-NUM-IN(1:9) NOT NUMERIC
              DISPLAY "Amount must be 9 digits, nothing recorded."
              GO TO 014-EXIT
           END-IF
           COMPUTE WS-AMOUNT = FUNCTION NUMVAL(WS-NUM-IN(1:9)) / 100
           IF WS-AMOUNT > WS-MAX-FINE
              DISPLAY "Amount over 99,999.99, nothing recorded."
              MOVE ZEROS TO WS-AMOUNT
              GO TO 014-EXIT
           END-IF
           IF WS-AMOUNT = 0
              DISPLAY "Amount is zero, nothing recorded."
           END-IF
       .
       014-EXIT.
           EXIT
       .

       015-CHECK-VEHICLE.
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
           END-READ
           CLOSE VEHICLE-MASTER
           IF NOT VEHICLE-KNOWN
              DISPLAY "Vehicle " WS-NEW-VEH-ID " not on the master."
           END-IF
       .
       015-EXIT.
           EXIT
       .

       016-GET-DRIVER-NAME.
           MOVE "N" TO WS-DRV-FOUND-SW
           MOVE SPACES TO WS-DRIVER-NAME
           MOVE "N" TO WS-DRV-EOF-SW
           OPEN INPUT DRIVER-FILE
           IF WS-DRV-FSTATUS NOT = "00"
              GO TO 016-EXIT
           END-IF
           PERFORM UNTIL END-OF-DRIVERS OR DRIVER-KNOWN
              READ DRIVER-FILE
                 AT END MOVE "Y" TO WS-DRV-EOF-SW
                 NOT AT END
                    IF DRV-ID = WS-RESP-DRIVER
                       MOVE "Y" TO WS-DRV-FOUND-SW
                       MOVE DRV-NAME TO WS-DRIVER-NAME
                    END-IF
              END-READ
           END-PERFORM
           CLOSE DRIVER-FILE
       .
       016-EXIT.
           EXIT
       .

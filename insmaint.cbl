       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSMAINT.
       AUTHOR. JAKKRIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCIDENT-FILE ASSIGN TO "veh-accid.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ACC-FSTATUS.
           SELECT CLAIM-FILE ASSIGN TO "ins-claims.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ICL-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCIDENT-FILE.
       COPY "veh-accid.cpy".

       FD  CLAIM-FILE.
       COPY "ins-claim.cpy".

       WORKING-STORAGE SECTION.
       01  WS-OPERATOR-ID       PIC X(8) VALUE "SYSTEM".
       01  WS-AUTHORITY         PIC X VALUE SPACE.
       01  WS-ACC-FSTATUS       PIC XX VALUE "00".
       01  WS-ICL-FSTATUS       PIC XX VALUE "00".
       01  MENU-CHOICE          PIC 99 VALUE ZEROS.
       01  WS-AUTH-PROGRAM      PIC X(12) VALUE "INSMAINT".
       01  WS-AUTH-OPTION       PIC 99 VALUE ZEROS.
       01  WS-AUTH-FUNCTION     PIC X(8) VALUE SPACES.
       01  WS-AUTH-PERMIT-SW    PIC X VALUE "N".
           88 FUNCTION-PERMITTED VALUE "Y".
       01  WS-CONTINUE-SW       PIC X VALUE "Y".
           88 CONTINUE-MENU        VALUE "Y".
       01  WS-ACC-EOF-SW        PIC X VALUE "N".
           88 END-OF-ACCIDENTS     VALUE "Y".
       01  WS-ICL-EOF-SW        PIC X VALUE "N".
           88 END-OF-CLAIMS        VALUE "Y".
       01  ICL-TABLE.
           05 ICL-ENTRY OCCURS 1000 TIMES INDEXED BY ICL-IDX.
              10 ICL-TBL-LINE    PIC X(126).
       01  WS-ICL-COUNT         PIC 9(4) VALUE ZEROS.
       01  WS-ICL-MAX           PIC 9(4) VALUE 1000.
       01  WS-ICL-MATCH-IDX     PIC 9(4) VALUE ZEROS.
       01  WS-NXT-SERIES        PIC X(8) VALUE "INSCLAIM".
       01  WS-NEW-CLAIM-NO      PIC 9(6) VALUE ZEROS.
       01  WS-NEW-VEH-ID        PIC X(6).
       01  WS-NEW-DATE          PIC 9(8) VALUE ZEROS.
       01  WS-NEW-CODE          PIC X(4).
       01  WS-ACC-MATCHES       PIC 9(3) VALUE ZEROS.
       01  WS-ACC-CODE          PIC X(4) VALUE SPACES.
       01  WS-ACC-COST          PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-AMOUNT            PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-NET-COST          PIC S9(8)V9(2) VALUE ZEROS.
       01  WS-NUM-IN            PIC X(10).
       01  WS-DATE-IN           PIC X(8).
       01  WS-TEXT-IN           PIC X(20).
       01  WS-CLAIM-IN          PIC X(6).
       01  WS-WANT-CLAIM        PIC 9(6) VALUE ZEROS.
       01  WS-ANSWER            PIC X VALUE SPACE.
       01  WS-TODAY             PIC 9(8) VALUE ZEROS.
       01  WS-PRN-RESERVE       PIC Z,ZZZ,ZZ9.99.
       01  WS-PRN-PAID          PIC Z,ZZZ,ZZ9.99.
       01  WS-PRN-DEDUCT        PIC Z,ZZZ,ZZ9.99.
       01  WS-PRN-RECOVERED     PIC Z,ZZZ,ZZ9.99.
       01  WS-PRN-NET           PIC ZZ,ZZZ,ZZ9.99-.
       01  WS-SEC-PROGRAM       PIC X(12) VALUE "INSMAINT".
       01  WS-SEC-EVENT         PIC X(12) VALUE SPACES.
       01  WS-SEC-DETAIL        PIC X(30) VALUE SPACES.
       01  WS-SEC-SEV           PIC X VALUE "I".

       PROCEDURE DIVISION.
       000-BEGIN.
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
           DISPLAY "ACCIDENT INSURANCE CLAIMS"
           DISPLAY " 1. Open a claim for a recorded accident"
           DISPLAY " 2. Update insurer, adjuster, fault or reserve"
           DISPLAY " 3. Record a claim payment"
           DISPLAY " 4. Refer a claim for subrogation"
           DISPLAY " 5. Record a subrogation recovery"
           DISPLAY " 6. Close a claim"
           DISPLAY " 7. List claims"
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
              WHEN 1 PERFORM 003-OPEN-CLAIM THRU 003-EXIT
              WHEN 2 PERFORM 004-UPDATE-CLAIM THRU 004-EXIT
              WHEN 3 PERFORM 005-RECORD-PAYMENT THRU 005-EXIT
              WHEN 4 PERFORM 006-REFER-SUBROGATION THRU 006-EXIT
              WHEN 5 PERFORM 007-RECORD-RECOVERY THRU 007-EXIT
              WHEN 6 PERFORM 008-CLOSE-CLAIM THRU 008-EXIT
              WHEN 7 PERFORM 009-LIST-CLAIMS THRU 009-EXIT
              WHEN 0 MOVE "N" TO WS-CONTINUE-SW
              WHEN OTHER
                 DISPLAY "Invalid selection, please try again."
           END-EVALUATE
       .
       002-EXIT.
           EXIT
       .

       003-OPEN-CLAIM.
           DISPLAY "Vehicle ID (6 characters): " WITH NO ADVANCING
           MOVE SPACES TO WS-NEW-VEH-ID
           ACCEPT WS-NEW-VEH-ID
           DISPLAY "Accident date (YYYYMMDD): " WITH NO ADVANCING
           MOVE SPACES TO WS-DATE-IN
           ACCEPT WS-DATE-IN
           IF WS-DATE-IN NOT NUMERIC
              DISPLAY "Date must be 8 digits, claim not opened."
              GO TO 003-EXIT
           END-IF
           MOVE WS-DATE-IN TO WS-NEW-DATE
           MOVE SPACES TO WS-NEW-CODE
           PERFORM 012-FIND-ACCIDENT THRU 012-EXIT
           IF WS-ACC-MATCHES = 0
              DISPLAY "No accident recorded for " WS-NEW-VEH-ID
                 " on " WS-NEW-DATE ", claim not opened."
              GO TO 003-EXIT
           END-IF
           IF WS-ACC-MATCHES > 1
              DISPLAY "More than one accident that day, damage code "
                 "(4 characters): " WITH NO ADVANCING
              ACCEPT WS-NEW-CODE
              PERFORM 012-FIND-ACCIDENT THRU 012-EXIT
              IF WS-ACC-MATCHES NOT = 1
                 DISPLAY "Accident not identified, claim not opened."
                 GO TO 003-EXIT
              END-IF
           END-IF
           PERFORM 010-LOAD-CLAIMS THRU 010-EXIT
           PERFORM VARYING ICL-IDX FROM 1 BY 1
              UNTIL ICL-IDX > WS-ICL-COUNT
              MOVE ICL-TBL-LINE(ICL-IDX) TO INS-CLAIM-REC
              IF ICL-VEH-ID = WS-NEW-VEH-ID
                 AND ICL-ACC-DATE = WS-NEW-DATE
                 AND ICL-DESC-CODE = WS-ACC-CODE
                 DISPLAY "Claim " ICL-CLAIM-NO " is already open for "
                    "this accident."
                 GO TO 003-EXIT
              END-IF
           END-PERFORM
           IF WS-ICL-COUNT >= WS-ICL-MAX
              DISPLAY "Insurance claim file is full."
              GO TO 003-EXIT
           END-IF
           MOVE SPACES TO INS-CLAIM-REC
           MOVE WS-NEW-VEH-ID TO ICL-VEH-ID
           MOVE WS-NEW-DATE TO ICL-ACC-DATE
           MOVE WS-ACC-CODE TO ICL-DESC-CODE
           DISPLAY "Insurer claim number (15 characters): "
              WITH NO ADVANCING
           ACCEPT ICL-INSURER-REF
           DISPLAY "Adjuster (20 characters): " WITH NO ADVANCING
           ACCEPT ICL-ADJUSTER
           PERFORM 014-INPUT-FAULT THRU 014-EXIT
           IF WS-ANSWER = SPACE
              GO TO 003-EXIT
           END-IF
           MOVE WS-ACC-COST TO WS-PRN-RESERVE
           DISPLAY "Reserve (AAAAAAACC, blank for estimate "
              WS-PRN-RESERVE "): " WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           IF WS-NUM-IN(1:9) NUMERIC
              COMPUTE ICL-RESERVE = FUNCTION NUMVAL(WS-NUM-IN(1:9))
                 / 100
           ELSE
              MOVE WS-ACC-COST TO ICL-RESERVE
           END-IF
           DISPLAY "Deductible (AAAAAAACC, blank for none): "
              WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           IF WS-NUM-IN(1:9) NUMERIC
              COMPUTE ICL-DEDUCTIBLE = FUNCTION NUMVAL(WS-NUM-IN(1:9))
                 / 100
           ELSE
              MOVE ZEROS TO ICL-DEDUCTIBLE
           END-IF
           MOVE ZEROS TO WS-NEW-CLAIM-NO
           CALL "NEXTNUM" USING WS-NXT-SERIES WS-NEW-CLAIM-NO
           IF WS-NEW-CLAIM-NO = 0
              DISPLAY "No claim number available, claim not opened."
              GO TO 003-EXIT
           END-IF
           MOVE WS-NEW-CLAIM-NO TO ICL-CLAIM-NO
           MOVE "O" TO ICL-STATUS
           MOVE WS-TODAY TO ICL-OPEN-DATE
           MOVE ZEROS TO ICL-PAID ICL-RECOVERED ICL-CLOSE-DATE
           ADD 1 TO WS-ICL-COUNT
           MOVE INS-CLAIM-REC TO ICL-TBL-LINE(WS-ICL-COUNT)
           PERFORM 011-SAVE-CLAIMS THRU 011-EXIT
           DISPLAY "Claim " WS-NEW-CLAIM-NO " opened for "
              WS-NEW-VEH-ID " accident of " WS-NEW-DATE
       .
       003-EXIT.
           EXIT
       .

       004-UPDATE-CLAIM.
           PERFORM 013-INPUT-CLAIM THRU 013-EXIT
           IF WS-ICL-MATCH-IDX = 0
              GO TO 004-EXIT
           END-IF
           IF ICL-CLOSED
              DISPLAY "Claim " WS-WANT-CLAIM " is closed."
              GO TO 004-EXIT
           END-IF
           DISPLAY "Insurer claim number (blank to leave "
              ICL-INSURER-REF "): " WITH NO ADVANCING
           MOVE SPACES TO WS-TEXT-IN
           ACCEPT WS-TEXT-IN
           IF WS-TEXT-IN NOT = SPACES
              MOVE WS-TEXT-IN TO ICL-INSURER-REF
           END-IF
           DISPLAY "Adjuster (blank to leave " ICL-ADJUSTER "): "
              WITH NO ADVANCING
           MOVE SPACES TO WS-TEXT-IN
           ACCEPT WS-TEXT-IN
           IF WS-TEXT-IN NOT = SPACES
              MOVE WS-TEXT-IN TO ICL-ADJUSTER
           END-IF
           DISPLAY "At fault (Y/N/U, blank to leave " ICL-AT-FAULT
              "): " WITH NO ADVANCING
           MOVE SPACE TO WS-ANSWER
           ACCEPT WS-ANSWER
           IF WS-ANSWER = "y" MOVE "Y" TO WS-ANSWER END-IF
           IF WS-ANSWER = "n" MOVE "N" TO WS-ANSWER END-IF
           IF WS-ANSWER = "u" MOVE "U" TO WS-ANSWER END-IF
           IF WS-ANSWER = "Y" OR "N" OR "U"
              MOVE WS-ANSWER TO ICL-AT-FAULT
           END-IF
           MOVE ICL-RESERVE TO WS-PRN-RESERVE
           DISPLAY "Reserve (AAAAAAACC, blank to leave "
              WS-PRN-RESERVE "): " WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           IF WS-NUM-IN(1:9) NUMERIC
              COMPUTE ICL-RESERVE = FUNCTION NUMVAL(WS-NUM-IN(1:9))
                 / 100
           END-IF
           MOVE INS-CLAIM-REC TO ICL-TBL-LINE(WS-ICL-MATCH-IDX)
           PERFORM 011-SAVE-CLAIMS THRU 011-EXIT
           DISPLAY "Claim " WS-WANT-CLAIM " updated."
       .
       004-EXIT.
           EXIT
       .

       005-RECORD-PAYMENT.
           PERFORM 013-INPUT-CLAIM THRU 013-EXIT
           IF WS-ICL-MATCH-IDX = 0
              GO TO 005-EXIT
           END-IF
           IF ICL-CLOSED
              DISPLAY "Claim " WS-WANT-CLAIM " is closed."
              GO TO 005-EXIT
           END-IF
           PERFORM 015-INPUT-AMOUNT THRU 015-EXIT
           IF WS-AMOUNT = 0
              GO TO 005-EXIT
           END-IF
           ADD WS-AMOUNT TO ICL-PAID
           IF WS-AMOUNT > ICL-RESERVE
              MOVE ZEROS TO ICL-RESERVE
           ELSE
              SUBTRACT WS-AMOUNT FROM ICL-RESERVE
           END-IF
           MOVE INS-CLAIM-REC TO ICL-TBL-LINE(WS-ICL-MATCH-IDX)
           PERFORM 011-SAVE-CLAIMS THRU 011-EXIT
           MOVE ICL-PAID TO WS-PRN-PAID
           MOVE ICL-RESERVE TO WS-PRN-RESERVE
           DISPLAY "Claim " WS-WANT-CLAIM " paid to date "
              WS-PRN-PAID "  reserve " WS-PRN-RESERVE
       .
       005-EXIT.
           EXIT
       .

       006-REFER-SUBROGATION.
           PERFORM 013-INPUT-CLAIM THRU 013-EXIT
           IF WS-ICL-MATCH-IDX = 0
              GO TO 006-EXIT
           END-IF
           IF NOT ICL-OPEN
              DISPLAY "Claim " WS-WANT-CLAIM " is not open."
              GO TO 006-EXIT
           END-IF
           IF ICL-FLEET-AT-FAULT
              DISPLAY "Fleet is at fault, claim cannot be referred "
                 "for subrogation."
              GO TO 006-EXIT
           END-IF
           MOVE "S" TO ICL-STATUS
           MOVE INS-CLAIM-REC TO ICL-TBL-LINE(WS-ICL-MATCH-IDX)
           PERFORM 011-SAVE-CLAIMS THRU 011-EXIT
           DISPLAY "Claim " WS-WANT-CLAIM " referred for subrogation."
       .
       006-EXIT.
           EXIT
       .

       007-RECORD-RECOVERY.
           PERFORM 013-INPUT-CLAIM THRU 013-EXIT
           IF WS-ICL-MATCH-IDX = 0
              GO TO 007-EXIT
           END-IF
           IF NOT ICL-SUBROGATION
              DISPLAY "Claim " WS-WANT-CLAIM " has not been referred "
                 "for subrogation."
              GO TO 007-EXIT
           END-IF
           PERFORM 015-INPUT-AMOUNT THRU 015-EXIT
           IF WS-AMOUNT = 0
              GO TO 007-EXIT
           END-IF
           ADD WS-AMOUNT TO ICL-RECOVERED
           MOVE INS-CLAIM-REC TO ICL-TBL-LINE(WS-ICL-MATCH-IDX)
           PERFORM 011-SAVE-CLAIMS THRU 011-EXIT
           MOVE ICL-RECOVERED TO WS-PRN-RECOVERED
           DISPLAY "Claim " WS-WANT-CLAIM " recovered to date "
              WS-PRN-RECOVERED
       .
       007-EXIT.
           EXIT
       .

       008-CLOSE-CLAIM.
           PERFORM 013-INPUT-CLAIM THRU 013-EXIT
           IF WS-ICL-MATCH-IDX = 0
              GO TO 008-EXIT
           END-IF
           IF ICL-CLOSED
              DISPLAY "Claim " WS-WANT-CLAIM " is already closed."
              GO TO 008-EXIT
           END-IF
           MOVE ICL-RESERVE TO WS-PRN-RESERVE
           DISPLAY "Outstanding reserve " WS-PRN-RESERVE
              " will be released. Close claim (Y/N)? "
              WITH NO ADVANCING
           MOVE SPACE TO WS-ANSWER
           ACCEPT WS-ANSWER
           IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
              DISPLAY "Claim left open."
              GO TO 008-EXIT
           END-IF
           MOVE ZEROS TO ICL-RESERVE
           MOVE "C" TO ICL-STATUS
           MOVE WS-TODAY TO ICL-CLOSE-DATE
           MOVE INS-CLAIM-REC TO ICL-TBL-LINE(WS-ICL-MATCH-IDX)
           PERFORM 011-SAVE-CLAIMS THRU 011-EXIT
           MOVE "INS-CLOSED" TO WS-SEC-EVENT
           MOVE SPACES TO WS-SEC-DETAIL
           STRING "CLAIM " WS-WANT-CLAIM " VEHICLE " ICL-VEH-ID
              DELIMITED BY SIZE INTO WS-SEC-DETAIL
           CALL "SECLOG" USING WS-SEC-PROGRAM WS-OPERATOR-ID
              WS-SEC-EVENT WS-SEC-DETAIL WS-SEC-SEV
           COMPUTE WS-NET-COST = ICL-PAID - ICL-RECOVERED
           MOVE WS-NET-COST TO WS-PRN-NET
           DISPLAY "Claim " WS-WANT-CLAIM " closed, net cost "
              WS-PRN-NET
       .
       008-EXIT.
           EXIT
       .

       009-LIST-CLAIMS.
           PERFORM 010-LOAD-CLAIMS THRU 010-EXIT
           DISPLAY "CLAIM  VEHICL ACCIDENT CODE F S      RESERVE"
              "         PAID   DEDUCTIBLE    RECOVERED"
           PERFORM VARYING ICL-IDX FROM 1 BY 1
              UNTIL ICL-IDX > WS-ICL-COUNT
              MOVE ICL-TBL-LINE(ICL-IDX) TO INS-CLAIM-REC
              MOVE ICL-RESERVE TO WS-PRN-RESERVE
              MOVE ICL-PAID TO WS-PRN-PAID
              MOVE ICL-DEDUCTIBLE TO WS-PRN-DEDUCT
              MOVE ICL-RECOVERED TO WS-PRN-RECOVERED
              DISPLAY ICL-CLAIM-NO " " ICL-VEH-ID " " ICL-ACC-DATE
                 " " ICL-DESC-CODE " " ICL-AT-FAULT " " ICL-STATUS
                 " " WS-PRN-RESERVE " " WS-PRN-PAID " "
                 WS-PRN-DEDUCT " " WS-PRN-RECOVERED
           END-PERFORM
           DISPLAY "Claims on file: " WS-ICL-COUNT
       .
       009-EXIT.
           EXIT
       .

       010-LOAD-CLAIMS.
           MOVE ZEROS TO WS-ICL-COUNT
           MOVE "N" TO WS-ICL-EOF-SW
           OPEN INPUT CLAIM-FILE
           IF WS-ICL-FSTATUS NOT = "00"
              GO TO 010-EXIT
           END-IF
           PERFORM UNTIL END-OF-CLAIMS
              READ CLAIM-FILE
                 AT END MOVE "Y" TO WS-ICL-EOF-SW
                 NOT AT END
                    IF WS-ICL-COUNT < WS-ICL-MAX
                       ADD 1 TO WS-ICL-COUNT
                       MOVE INS-CLAIM-REC TO
                          ICL-TBL-LINE(WS-ICL-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CLAIM-FILE
       .
       010-EXIT.
           EXIT
       .

       011-SAVE-CLAIMS.
           OPEN OUTPUT CLAIM-FILE
           PERFORM VARYING ICL-IDX FROM 1 BY 1
              UNTIL ICL-IDX > WS-ICL-COUNT
              MOVE ICL-TBL-LINE(ICL-IDX) TO INS-CLAIM-REC
              WRITE INS-CLAIM-REC
           END-PERFORM
           CLOSE CLAIM-FILE
       .
       011-EXIT.
           EXIT
       .

       012-FIND-ACCIDENT.
           MOVE ZEROS TO WS-ACC-MATCHES
           MOVE "N" TO WS-ACC-EOF-SW
           OPEN INPUT ACCIDENT-FILE
           IF WS-ACC-FSTATUS NOT = "00"
              GO TO 012-EXIT
           END-IF
           PERFORM UNTIL END-OF-ACCIDENTS
              READ ACCIDENT-FILE
                 AT END MOVE "Y" TO WS-ACC-EOF-SW
                 NOT AT END
                    IF ACC-VEH-ID = WS-NEW-VEH-ID
                       AND ACC-DATE = WS-NEW-DATE
                       AND (WS-NEW-CODE = SPACES
                          OR ACC-DESC-CODE = WS-NEW-CODE)
                       ADD 1 TO WS-ACC-MATCHES
                       MOVE ACC-DESC-CODE TO WS-ACC-CODE
                       MOVE ACC-EST-COST TO WS-ACC-COST
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ACCIDENT-FILE
       .
       012-EXIT.
           EXIT
       .

       013-INPUT-CLAIM.
           MOVE ZEROS TO WS-ICL-MATCH-IDX
           DISPLAY "Claim number (6 digits): " WITH NO ADVANCING
           MOVE SPACES TO WS-CLAIM-IN
           ACCEPT WS-CLAIM-IN
           IF WS-CLAIM-IN NOT NUMERIC
              DISPLAY "Claim number must be 6 digits."
              GO TO 013-EXIT
           END-IF
           MOVE WS-CLAIM-IN TO WS-WANT-CLAIM
           PERFORM 010-LOAD-CLAIMS THRU 010-EXIT
           PERFORM VARYING ICL-IDX FROM 1 BY 1
              UNTIL ICL-IDX > WS-ICL-COUNT OR WS-ICL-MATCH-IDX > 0
              IF ICL-TBL-LINE(ICL-IDX)(1:6) = WS-CLAIM-IN
                 SET WS-ICL-MATCH-IDX TO ICL-IDX
              END-IF
           END-PERFORM
           IF WS-ICL-MATCH-IDX = 0
              DISPLAY "Claim " WS-WANT-CLAIM " not on file."
              GO TO 013-EXIT
           END-IF
           MOVE ICL-TBL-LINE(WS-ICL-MATCH-IDX) TO INS-CLAIM-REC
       .
       013-EXIT.
           EXIT
       .

       014-INPUT-FAULT.
           DISPLAY "Fleet driver at fault (Y/N, U if not known): "
              WITH NO ADVANCING
           MOVE SPACE TO WS-ANSWER
           ACCEPT WS-ANSWER
           IF WS-ANSWER = "y" MOVE "Y" TO WS-ANSWER END-IF
           IF WS-ANSWER = "n" MOVE "N" TO WS-ANSWER END-IF
           IF WS-ANSWER = "u" MOVE "U" TO WS-ANSWER END-IF
           IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "N"
              AND WS-ANSWER NOT = "U"
              DISPLAY "Fault must be Y, N or U, claim not opened."
              MOVE SPACE TO WS-ANSWER
              GO TO 014-EXIT
           END-IF
           MOVE WS-ANSWER TO ICL-AT-FAULT
       .
       014-EXIT.
           EXIT
       .

       015-INPUT-AMOUNT.
           MOVE ZEROS TO WS-AMOUNT
           DISPLAY "Amount (AAAAAAACC, e.g. 000045000 for 450.00): "
              WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           IF WS-NUM-IN(1:9) NOT NUMERIC
              DISPLAY "Amount must be 9 digits, nothing recorded."
              GO TO 015-EXIT
           END-IF
           COMPUTE WS-AMOUNT = FUNCTION NUMVAL(WS-NUM-IN(1:9)) / 100
           IF WS-AMOUNT = 0
              DISPLAY "Amount is zero, nothing recorded."
           END-IF
       .
       015-EXIT.
           EXIT
       .

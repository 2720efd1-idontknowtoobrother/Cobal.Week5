       IDENTIFICATION DIVISION.
       PROGRAM-ID. VNDMAINT.
       AUTHOR. JAKKRIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-FILE ASSIGN TO "vendor-master.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-VND-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDOR-FILE.
       COPY "vendor-rec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-VND-FSTATUS       PIC XX VALUE "00".
       01  MENU-CHOICE          PIC 99 VALUE ZEROS.
       01  WS-OPERATOR-ID       PIC X(8) VALUE "SYSTEM".
       01  WS-AUTHORITY         PIC X VALUE SPACE.
       01  WS-AUTH-PROGRAM      PIC X(12) VALUE "VNDMAINT".
       01  WS-AUTH-OPTION       PIC 99 VALUE ZEROS.
       01  WS-AUTH-FUNCTION     PIC X(8) VALUE SPACES.
       01  WS-AUTH-PERMIT-SW    PIC X VALUE "N".
           88 FUNCTION-PERMITTED VALUE "Y".
       01  WS-CONTINUE-SW       PIC X VALUE "Y".
           88 CONTINUE-MENU        VALUE "Y".
       01  WS-VND-EOF-SW        PIC X VALUE "N".
           88 END-OF-VENDORS       VALUE "Y".
       01  VND-TABLE.
           05 VND-ENTRY OCCURS 300 TIMES INDEXED BY VND-IDX.
              10 VND-TBL-LINE    PIC X(111).
              10 VND-TBL-ID      PIC X(6).
       01  WS-VND-COUNT         PIC 9(3) VALUE ZEROS.
       01  WS-VND-MAX           PIC 9(3) VALUE 300.
       01  WS-VND-FOUND-SW      PIC X VALUE "N".
           88 VENDOR-FOUND         VALUE "Y".
       01  WS-VND-MATCH-IDX     PIC 9(3) VALUE ZEROS.
       01  WS-NEW-VND-ID        PIC X(6).
       01  WS-NUM-IN            PIC X(8).
       01  WS-NEW-STATUS        PIC X VALUE SPACE.
       01  WS-NEW-1099          PIC X VALUE SPACE.
       01  WS-NEW-VENDOR.
           05 WS-NEW-NAME       PIC X(30).
           05 WS-NEW-ADDR       PIC X(30).
           05 WS-NEW-CITY       PIC X(20).
           05 WS-NEW-STATE      PIC X(2).
           05 WS-NEW-ZIP        PIC X(10).
           05 WS-NEW-TERMS      PIC 9(3).

       PROCEDURE DIVISION.
       000-BEGIN.
           CALL "GETOPER" USING WS-OPERATOR-ID
           PERFORM UNTIL NOT CONTINUE-MENU
              PERFORM 001-DISPLAY-MENU THRU 001-EXIT
              PERFORM 002-DISPATCH THRU 002-EXIT
           END-PERFORM
           GOBACK
       .

       001-DISPLAY-MENU.
           DISPLAY " "
           DISPLAY "VENDOR MASTER MAINTENANCE"
           DISPLAY " 1. Add or change a vendor"
           DISPLAY " 2. Change a vendor's status"
           DISPLAY " 3. List vendors"
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
              WHEN 1 PERFORM 003-RECORD-VENDOR THRU 003-EXIT
              WHEN 2 PERFORM 004-CHANGE-STATUS THRU 004-EXIT
              WHEN 3 PERFORM 005-LIST-VENDORS THRU 005-EXIT
              WHEN 0 MOVE "N" TO WS-CONTINUE-SW
              WHEN OTHER
                 DISPLAY "Invalid selection, please try again."
           END-EVALUATE
       .
       002-EXIT.
           EXIT
       .

       003-RECORD-VENDOR.
           PERFORM 008-INPUT-VENDOR-ID THRU 008-EXIT
           IF WS-NEW-VND-ID = SPACES
              DISPLAY "Vendor ID is required, vendor not recorded."
              GO TO 003-EXIT
           END-IF
           PERFORM 006-LOAD-VENDORS THRU 006-EXIT
           PERFORM 009-FIND-VENDOR THRU 009-EXIT
           IF NOT VENDOR-FOUND AND WS-VND-COUNT >= WS-VND-MAX
              DISPLAY "Vendor master is full."
              GO TO 003-EXIT
           END-IF
           MOVE SPACES TO WS-NEW-VENDOR
           DISPLAY "Vendor name (30 characters): " WITH NO ADVANCING
           ACCEPT WS-NEW-NAME
           IF WS-NEW-NAME = SPACES
              DISPLAY "Name is required, vendor not recorded."
              GO TO 003-EXIT
           END-IF
           DISPLAY "Remit-to street address (30 characters): "
              WITH NO ADVANCING
           ACCEPT WS-NEW-ADDR
           DISPLAY "Remit-to city (20 characters): " WITH NO ADVANCING
           ACCEPT WS-NEW-CITY
           DISPLAY "Remit-to state (2 characters): " WITH NO ADVANCING
           ACCEPT WS-NEW-STATE
           DISPLAY "Remit-to ZIP (10 characters): " WITH NO ADVANCING
           ACCEPT WS-NEW-ZIP
           IF WS-NEW-ADDR = SPACES OR WS-NEW-CITY = SPACES
              DISPLAY "Remit-to address and city are required, "
                 "vendor not recorded."
              GO TO 003-EXIT
           END-IF
           DISPLAY "Payment terms, net days (3 digits): "
              WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           IF WS-NUM-IN(1:3) NOT NUMERIC
              DISPLAY "Terms must be 3 digits, vendor not recorded."
              GO TO 003-EXIT
           END-IF
           MOVE WS-NUM-IN(1:3) TO WS-NEW-TERMS
           DISPLAY "Reportable on form 1099 (Y/N): " WITH NO ADVANCING
           MOVE SPACE TO WS-NEW-1099
           ACCEPT WS-NEW-1099
           IF WS-NEW-1099 = "y" MOVE "Y" TO WS-NEW-1099 END-IF
           IF WS-NEW-1099 NOT = "Y"
              MOVE "N" TO WS-NEW-1099
           END-IF
           MOVE SPACES TO VENDOR-REC
           MOVE WS-NEW-VND-ID TO VND-ID
           MOVE WS-NEW-NAME TO VND-NAME
           MOVE WS-NEW-ADDR TO VND-REMIT-ADDR
           MOVE WS-NEW-CITY TO VND-REMIT-CITY
           MOVE WS-NEW-STATE TO VND-REMIT-STATE
           MOVE WS-NEW-ZIP TO VND-REMIT-ZIP
           MOVE WS-NEW-TERMS TO VND-TERMS-DAYS
           MOVE WS-NEW-1099 TO VND-1099-FLAG
           MOVE "A" TO VND-STATUS
           IF VENDOR-FOUND
              MOVE VND-TBL-LINE(WS-VND-MATCH-IDX)(111:1) TO VND-STATUS
           ELSE
              ADD 1 TO WS-VND-COUNT
              MOVE WS-VND-COUNT TO WS-VND-MATCH-IDX
           END-IF
           MOVE VENDOR-REC TO VND-TBL-LINE(WS-VND-MATCH-IDX)
           MOVE WS-NEW-VND-ID TO VND-TBL-ID(WS-VND-MATCH-IDX)
           PERFORM 007-SAVE-VENDORS THRU 007-EXIT
           DISPLAY "Vendor " WS-NEW-VND-ID " recorded."
       .
       003-EXIT.
           EXIT
       .

       004-CHANGE-STATUS.
           PERFORM 008-INPUT-VENDOR-ID THRU 008-EXIT
           PERFORM 006-LOAD-VENDORS THRU 006-EXIT
           PERFORM 009-FIND-VENDOR THRU 009-EXIT
           IF NOT VENDOR-FOUND
              DISPLAY "Vendor " WS-NEW-VND-ID " not on file."
              GO TO 004-EXIT
           END-IF
           DISPLAY "Current status: "
              VND-TBL-LINE(WS-VND-MATCH-IDX)(111:1)
           DISPLAY "New status - (A)ctive or (I)nactive: "
              WITH NO ADVANCING
           MOVE SPACE TO WS-NEW-STATUS
           ACCEPT WS-NEW-STATUS
           IF WS-NEW-STATUS = "a" MOVE "A" TO WS-NEW-STATUS END-IF
           IF WS-NEW-STATUS = "i" MOVE "I" TO WS-NEW-STATUS END-IF
           IF WS-NEW-STATUS NOT = "A" AND WS-NEW-STATUS NOT = "I"
              DISPLAY "Not a valid status, left unchanged."
              GO TO 004-EXIT
           END-IF
           MOVE WS-NEW-STATUS TO
              VND-TBL-LINE(WS-VND-MATCH-IDX)(111:1)
           PERFORM 007-SAVE-VENDORS THRU 007-EXIT
           DISPLAY "Vendor " WS-NEW-VND-ID " status changed."
       .
       004-EXIT.
           EXIT
       .

       005-LIST-VENDORS.
           PERFORM 006-LOAD-VENDORS THRU 006-EXIT
           DISPLAY "VENDOR NAME                           TERMS 1099 ST"
           PERFORM VARYING VND-IDX FROM 1 BY 1
              UNTIL VND-IDX > WS-VND-COUNT
              MOVE VND-TBL-LINE(VND-IDX) TO VENDOR-REC
              DISPLAY VND-ID " " VND-NAME "  " VND-TERMS-DAYS
                 "    " VND-1099-FLAG "   " VND-STATUS
              DISPLAY "       " VND-REMIT-ADDR " " VND-REMIT-CITY
                 " " VND-REMIT-STATE " " VND-REMIT-ZIP
           END-PERFORM
           DISPLAY "Vendors on file: " WS-VND-COUNT
       .
       005-EXIT.
           EXIT
       .

       006-LOAD-VENDORS.
           MOVE ZEROS TO WS-VND-COUNT
           MOVE "N" TO WS-VND-EOF-SW
           OPEN INPUT VENDOR-FILE
           IF WS-VND-FSTATUS NOT = "00"
              GO TO 006-EXIT
           END-IF
           PERFORM UNTIL END-OF-VENDORS
              READ VENDOR-FILE
                 AT END MOVE "Y" TO WS-VND-EOF-SW
                 NOT AT END
                    IF WS-VND-COUNT < WS-VND-MAX
                       ADD 1 TO WS-VND-COUNT
                       MOVE VENDOR-REC TO VND-TBL-LINE(WS-VND-COUNT)
                       MOVE VND-ID TO VND-TBL-ID(WS-VND-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE VENDOR-FILE
       .
       006-EXIT.
           EXIT
       .

       007-SAVE-VENDORS.
           OPEN OUTPUT VENDOR-FILE
           PERFORM VARYING VND-IDX FROM 1 BY 1
              UNTIL VND-IDX > WS-VND-COUNT
              MOVE VND-TBL-LINE(VND-IDX) TO VENDOR-REC
              WRITE VENDOR-REC
           END-PERFORM
           CLOSE VENDOR-FILE
       .
       007-EXIT.
           EXIT
       .

       008-INPUT-VENDOR-ID.
           DISPLAY "Vendor ID (6 characters): " WITH NO ADVANCING
           MOVE SPACES TO WS-NEW-VND-ID
           ACCEPT WS-NEW-VND-ID
       .
       008-EXIT.
           EXIT
       .

       009-FIND-VENDOR.
           MOVE "N" TO WS-VND-FOUND-SW
           MOVE ZEROS TO WS-VND-MATCH-IDX
           PERFORM VARYING VND-IDX FROM 1 BY 1
              UNTIL VND-IDX > WS-VND-COUNT OR VENDOR-FOUND
              IF VND-TBL-ID(VND-IDX) = WS-NEW-VND-ID
                 MOVE "Y" TO WS-VND-FOUND-SW
                 SET WS-VND-MATCH-IDX TO VND-IDX
              END-IF
           END-PERFORM
       .
       009-EXIT.
           EXIT
       .

       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVMAINT.
       AUTHOR. JAKKRIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-FILE ASSIGN TO "vendor-master.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-VND-FSTATUS.
           SELECT INVOICE-FILE ASSIGN TO "ap-invoices.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-INV-FSTATUS.
           SELECT ESTIMATE-FILE ASSIGN TO "wo-estimates.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EST-FSTATUS.
           SELECT WORK-ORDER-FILE ASSIGN TO DYNAMIC WS-WOI-DSN
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS WO-NUMBER
              ALTERNATE RECORD KEY IS WO-VEH-ID WITH DUPLICATES
              FILE STATUS IS WS-WO-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDOR-FILE.
       COPY "vendor-rec.cpy".

       FD  INVOICE-FILE.
       COPY "ap-invoice.cpy".

       FD  ESTIMATE-FILE.
       COPY "wo-estimate.cpy".

       FD  WORK-ORDER-FILE.
       COPY "work-order.cpy".

       WORKING-STORAGE SECTION.
       01  WS-WOI-DSN         PIC X(40)
           VALUE "work-orders.idx".
       01  WS-OPERATOR-ID       PIC X(8) VALUE "SYSTEM".
       01  WS-AUTHORITY         PIC X VALUE SPACE.
       01  WS-VND-FSTATUS       PIC XX VALUE "00".
       01  WS-INV-FSTATUS       PIC XX VALUE "00".
       01  WS-EST-FSTATUS       PIC XX VALUE "00".
       01  WS-WO-FSTATUS        PIC XX VALUE "00".
       01  MENU-CHOICE          PIC 99 VALUE ZEROS.
       01  WS-AUTH-PROGRAM      PIC X(12) VALUE "INVMAINT".
       01  WS-AUTH-OPTION       PIC 99 VALUE ZEROS.
       01  WS-AUTH-FUNCTION     PIC X(8) VALUE SPACES.
       01  WS-AUTH-PERMIT-SW    PIC X VALUE "N".
           88 FUNCTION-PERMITTED VALUE "Y".
       01  WS-CONTINUE-SW       PIC X VALUE "Y".
           88 CONTINUE-MENU        VALUE "Y".
       01  WS-VND-EOF-SW        PIC X VALUE "N".
           88 END-OF-VENDORS       VALUE "Y".
       01  WS-INV-EOF-SW        PIC X VALUE "N".
           88 END-OF-INVOICES      VALUE "Y".
       01  WS-EST-EOF-SW        PIC X VALUE "N".
           88 END-OF-ESTIMATES     VALUE "Y".
       01  WS-VND-FOUND-SW      PIC X VALUE "N".
           88 VENDOR-FOUND         VALUE "Y".
       01  WS-VND-ACTIVE-SW     PIC X VALUE "N".
           88 VENDOR-ACTIVE        VALUE "Y".
       01  WS-WO-FOUND-SW       PIC X VALUE "N".
           88 WORK-ORDER-FOUND     VALUE "Y".
       01  WS-WO-OPEN-SW        PIC X VALUE "N".
           88 WORK-ORDER-OPEN      VALUE "Y".
       01  WS-EST-FOUND-SW      PIC X VALUE "N".
           88 ESTIMATE-FOUND       VALUE "Y".
       01  WS-DUP-SW            PIC X VALUE "N".
           88 DUPLICATE-INVOICE    VALUE "Y".
       01  INV-TABLE.
           05 INV-ENTRY OCCURS 500 TIMES INDEXED BY INV-IDX.
              10 INV-TBL-LINE    PIC X(91).
       01  WS-INV-COUNT         PIC 9(3) VALUE ZEROS.
       01  WS-INV-MAX           PIC 9(3) VALUE 500.
       01  WS-INV-MATCH-IDX     PIC 9(3) VALUE ZEROS.
       01  WS-NEW-VND-ID        PIC X(6).
       01  WS-NEW-INV-NO        PIC X(12).
       01  WS-NUM-IN            PIC X(10).
       01  WS-DATE-IN           PIC X(8).
       01  WS-WONUM-IN          PIC X(6).
       01  WS-WANT-WO           PIC 9(6) VALUE ZEROS.
       01  WS-WO-VEH-ID         PIC X(6) VALUE SPACES.
       01  WS-NEW-DATE          PIC 9(8) VALUE ZEROS.
       01  WS-NEW-AMOUNT        PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-EST-AMOUNT        PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-TODAY             PIC 9(8) VALUE ZEROS.
       01  WS-ANSWER            PIC X VALUE SPACE.
       01  WS-LIST-COUNT        PIC 9(5) VALUE ZEROS.
       01  WS-PRN-AMOUNT        PIC Z,ZZZ,ZZ9.99.
       01  WS-PRN-ESTIMATE      PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       000-BEGIN.
           CALL "GETDSN" USING WS-WOI-DSN
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
           DISPLAY "OUTSIDE-REPAIR INVOICE PROCESSING"
           DISPLAY " 1. Record an outside-repair estimate"
           DISPLAY " 2. Enter a vendor invoice"
           DISPLAY " 3. List invoices held for approval"
           DISPLAY " 4. Approve or reject a held invoice"
           DISPLAY " 5. List invoices for a work order"
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
              WHEN 1 PERFORM 003-RECORD-ESTIMATE THRU 003-EXIT
              WHEN 2 PERFORM 004-ENTER-INVOICE THRU 004-EXIT
              WHEN 3 PERFORM 005-LIST-HELD THRU 005-EXIT
              WHEN 4 PERFORM 006-APPROVE-INVOICE THRU 006-EXIT
              WHEN 5 PERFORM 007-LIST-WO-INVOICES THRU 007-EXIT
              WHEN 0 MOVE "N" TO WS-CONTINUE-SW
              WHEN OTHER
                 DISPLAY "Invalid selection, please try again."
           END-EVALUATE
       .
       002-EXIT.
           EXIT
       .

       003-RECORD-ESTIMATE.
           PERFORM 012-INPUT-OPEN-WO THRU 012-EXIT
           IF NOT WORK-ORDER-OPEN
              GO TO 003-EXIT
           END-IF
           PERFORM 013-INPUT-VENDOR THRU 013-EXIT
           IF NOT VENDOR-ACTIVE
              GO TO 003-EXIT
           END-IF
           DISPLAY "Estimate amount (AAAAAAACC, e.g. 000045000 for "
              "450.00): " WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           IF WS-NUM-IN(1:9) NOT NUMERIC
              DISPLAY "Amount must be 9 digits, estimate not "
                 "recorded."
              GO TO 003-EXIT
           END-IF
           COMPUTE WS-EST-AMOUNT =
              FUNCTION NUMVAL(WS-NUM-IN(1:9)) / 100
           OPEN EXTEND ESTIMATE-FILE
           IF WS-EST-FSTATUS = "35"
              OPEN OUTPUT ESTIMATE-FILE
           END-IF
           MOVE SPACES TO WO-ESTIMATE-REC
           MOVE WS-WANT-WO TO EST-WO-NUMBER
           MOVE WS-NEW-VND-ID TO EST-VENDOR-ID
           MOVE WS-EST-AMOUNT TO EST-AMOUNT
           MOVE WS-TODAY TO EST-DATE
           MOVE WS-OPERATOR-ID TO EST-OPERATOR
           WRITE WO-ESTIMATE-REC
           CLOSE ESTIMATE-FILE
           DISPLAY "Estimate recorded for work order " WS-WANT-WO
              " vendor " WS-NEW-VND-ID
       .
       003-EXIT.
           EXIT
       .

       004-ENTER-INVOICE.
           PERFORM 013-INPUT-VENDOR THRU 013-EXIT
           IF NOT VENDOR-ACTIVE
              GO TO 004-EXIT
           END-IF
           DISPLAY "Vendor invoice number (12 characters): "
              WITH NO ADVANCING
           MOVE SPACES TO WS-NEW-INV-NO
           ACCEPT WS-NEW-INV-NO
           IF WS-NEW-INV-NO = SPACES
              DISPLAY "Invoice number is required, invoice not "
                 "entered."
              GO TO 004-EXIT
           END-IF
           PERFORM 008-LOAD-INVOICES THRU 008-EXIT
           MOVE "N" TO WS-DUP-SW
           PERFORM VARYING INV-IDX FROM 1 BY 1
              UNTIL INV-IDX > WS-INV-COUNT OR DUPLICATE-INVOICE
              MOVE INV-TBL-LINE(INV-IDX) TO AP-INVOICE-REC
              IF INV-VENDOR-ID = WS-NEW-VND-ID
                 AND INV-NUMBER = WS-NEW-INV-NO
                 AND NOT INV-REJECTED
                 MOVE "Y" TO WS-DUP-SW
              END-IF
           END-PERFORM
           IF DUPLICATE-INVOICE
              DISPLAY "Invoice " WS-NEW-INV-NO " from vendor "
                 WS-NEW-VND-ID " is already on file."
              GO TO 004-EXIT
           END-IF
           IF WS-INV-COUNT >= WS-INV-MAX
              DISPLAY "Invoice file is full."
              GO TO 004-EXIT
           END-IF
           PERFORM 012-INPUT-OPEN-WO THRU 012-EXIT
           IF NOT WORK-ORDER-OPEN
              GO TO 004-EXIT
           END-IF
           DISPLAY "Invoice date (YYYYMMDD): " WITH NO ADVANCING
           MOVE SPACES TO WS-DATE-IN
           ACCEPT WS-DATE-IN
           IF WS-DATE-IN NOT NUMERIC
              DISPLAY "Date must be 8 digits, invoice not entered."
              GO TO 004-EXIT
           END-IF
           MOVE WS-DATE-IN TO WS-NEW-DATE
           DISPLAY "Invoice amount (AAAAAAACC, e.g. 000045000 for "
              "450.00): " WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           IF WS-NUM-IN(1:9) NOT NUMERIC OR
              WS-NUM-IN(1:9) = "000000000"
              DISPLAY "Amount must be 9 digits and not zero, "
                 "invoice not entered."
              GO TO 004-EXIT
           END-IF
           COMPUTE WS-NEW-AMOUNT =
              FUNCTION NUMVAL(WS-NUM-IN(1:9)) / 100
           PERFORM 011-FIND-ESTIMATE THRU 011-EXIT
           MOVE SPACES TO AP-INVOICE-REC
           MOVE WS-NEW-VND-ID TO INV-VENDOR-ID
           MOVE WS-NEW-INV-NO TO INV-NUMBER
           MOVE WS-WANT-WO TO INV-WO-NUMBER
           MOVE WS-WO-VEH-ID TO INV-VEH-ID
           MOVE WS-NEW-DATE TO INV-DATE
           MOVE WS-NEW-AMOUNT TO INV-AMOUNT
           MOVE WS-EST-AMOUNT TO INV-ESTIMATE
           MOVE WS-OPERATOR-ID TO INV-ENTERED-BY
           MOVE ZEROS TO INV-EXTRACT-DATE
           IF ESTIMATE-FOUND AND WS-NEW-AMOUNT NOT > WS-EST-AMOUNT
              MOVE "A" TO INV-STATUS
              MOVE "SYSTEM" TO INV-APPROVED-BY
           ELSE
              MOVE "H" TO INV-STATUS
           END-IF
           OPEN EXTEND INVOICE-FILE
           IF WS-INV-FSTATUS = "35"
              OPEN OUTPUT INVOICE-FILE
           END-IF
           WRITE AP-INVOICE-REC
           CLOSE INVOICE-FILE
           MOVE WS-NEW-AMOUNT TO WS-PRN-AMOUNT
           MOVE WS-EST-AMOUNT TO WS-PRN-ESTIMATE
           IF INV-HELD
              IF ESTIMATE-FOUND
                 DISPLAY "Invoice " WS-PRN-AMOUNT " is over the "
                    "estimate of " WS-PRN-ESTIMATE
                    " - held for approval."
              ELSE
                 DISPLAY "No estimate on file for work order "
                    WS-WANT-WO " - invoice held for approval."
              END-IF
           ELSE
              DISPLAY "Invoice within estimate - approved for "
                 "payment."
           END-IF
       .
       004-EXIT.
           EXIT
       .

       005-LIST-HELD.
           PERFORM 008-LOAD-INVOICES THRU 008-EXIT
           MOVE ZEROS TO WS-LIST-COUNT
           DISPLAY "LN  VENDOR INVOICE      WO     VEHICLE DATE    "
              "       AMOUNT     ESTIMATE"
           PERFORM VARYING INV-IDX FROM 1 BY 1
              UNTIL INV-IDX > WS-INV-COUNT
              MOVE INV-TBL-LINE(INV-IDX) TO AP-INVOICE-REC
              IF INV-HELD
                 ADD 1 TO WS-LIST-COUNT
                 PERFORM 010-DISPLAY-INVOICE THRU 010-EXIT
              END-IF
           END-PERFORM
           DISPLAY "Invoices held for approval: " WS-LIST-COUNT
       .
       005-EXIT.
           EXIT
       .

       006-APPROVE-INVOICE.
           PERFORM 013-INPUT-VENDOR THRU 013-EXIT
           IF NOT VENDOR-FOUND
              GO TO 006-EXIT
           END-IF
           DISPLAY "Vendor invoice number (12 characters): "
              WITH NO ADVANCING
           MOVE SPACES TO WS-NEW-INV-NO
           ACCEPT WS-NEW-INV-NO
           PERFORM 008-LOAD-INVOICES THRU 008-EXIT
           MOVE ZEROS TO WS-INV-MATCH-IDX
           PERFORM VARYING INV-IDX FROM 1 BY 1
              UNTIL INV-IDX > WS-INV-COUNT
              MOVE INV-TBL-LINE(INV-IDX) TO AP-INVOICE-REC
              IF INV-VENDOR-ID = WS-NEW-VND-ID
                 AND INV-NUMBER = WS-NEW-INV-NO
                 AND INV-HELD
                 SET WS-INV-MATCH-IDX TO INV-IDX
              END-IF
           END-PERFORM
           IF WS-INV-MATCH-IDX = 0
              DISPLAY "No held invoice " WS-NEW-INV-NO
                 " for vendor " WS-NEW-VND-ID
              GO TO 006-EXIT
           END-IF
           MOVE INV-TBL-LINE(WS-INV-MATCH-IDX) TO AP-INVOICE-REC
           IF INV-ENTERED-BY = WS-OPERATOR-ID
              DISPLAY "An invoice cannot be approved by the operator "
                 "who entered it."
              GO TO 006-EXIT
           END-IF
           MOVE INV-AMOUNT TO WS-PRN-AMOUNT
           MOVE INV-ESTIMATE TO WS-PRN-ESTIMATE
           DISPLAY "Invoice amount " WS-PRN-AMOUNT "  estimate "
              WS-PRN-ESTIMATE
           DISPLAY "(A)pprove, (R)eject or Enter to leave held: "
              WITH NO ADVANCING
           MOVE SPACE TO WS-ANSWER
           ACCEPT WS-ANSWER
           IF WS-ANSWER = "a" MOVE "A" TO WS-ANSWER END-IF
           IF WS-ANSWER = "r" MOVE "R" TO WS-ANSWER END-IF
           IF WS-ANSWER NOT = "A" AND WS-ANSWER NOT = "R"
              DISPLAY "Invoice left on hold."
              GO TO 006-EXIT
           END-IF
           MOVE WS-ANSWER TO INV-STATUS
           MOVE WS-OPERATOR-ID TO INV-APPROVED-BY
           MOVE AP-INVOICE-REC TO INV-TBL-LINE(WS-INV-MATCH-IDX)
           PERFORM 009-SAVE-INVOICES THRU 009-EXIT
           IF INV-APPROVED
              DISPLAY "Invoice " WS-NEW-INV-NO " approved for payment."
           ELSE
              DISPLAY "Invoice " WS-NEW-INV-NO " rejected."
           END-IF
       .
       006-EXIT.
           EXIT
       .

       007-LIST-WO-INVOICES.
           DISPLAY "Work order number (6 digits): " WITH NO ADVANCING
           MOVE SPACES TO WS-WONUM-IN
           ACCEPT WS-WONUM-IN
           IF WS-WONUM-IN NOT NUMERIC
              DISPLAY "Work order number must be 6 digits."
              GO TO 007-EXIT
           END-IF
           MOVE WS-WONUM-IN TO WS-WANT-WO
           PERFORM 008-LOAD-INVOICES THRU 008-EXIT
           MOVE ZEROS TO WS-LIST-COUNT
           DISPLAY "LN  VENDOR INVOICE      WO     VEHICLE DATE    "
              "       AMOUNT     ESTIMATE"
           PERFORM VARYING INV-IDX FROM 1 BY 1
              UNTIL INV-IDX > WS-INV-COUNT
              MOVE INV-TBL-LINE(INV-IDX) TO AP-INVOICE-REC
              IF INV-WO-NUMBER = WS-WANT-WO
                 ADD 1 TO WS-LIST-COUNT
                 PERFORM 010-DISPLAY-INVOICE THRU 010-EXIT
              END-IF
           END-PERFORM
           DISPLAY "Invoices for work order " WS-WANT-WO ": "
              WS-LIST-COUNT
       .
       007-EXIT.
           EXIT
       .

       008-LOAD-INVOICES.
           MOVE ZEROS TO WS-INV-COUNT
           MOVE "N" TO WS-INV-EOF-SW
           OPEN INPUT INVOICE-FILE
           IF WS-INV-FSTATUS NOT = "00"
              GO TO 008-EXIT
           END-IF
           PERFORM UNTIL END-OF-INVOICES
              READ INVOICE-FILE
                 AT END MOVE "Y" TO WS-INV-EOF-SW
                 NOT AT END
                    IF WS-INV-COUNT < WS-INV-MAX
                       ADD 1 TO WS-INV-COUNT
                       MOVE AP-INVOICE-REC TO
                          INV-TBL-LINE(WS-INV-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE INVOICE-FILE
       .
       008-EXIT.
           EXIT
       .

       009-SAVE-INVOICES.
           OPEN OUTPUT INVOICE-FILE
           PERFORM VARYING INV-IDX FROM 1 BY 1
              UNTIL INV-IDX > WS-INV-COUNT
              MOVE INV-TBL-LINE(INV-IDX) TO AP-INVOICE-REC
              WRITE AP-INVOICE-REC
           END-PERFORM
           CLOSE INVOICE-FILE
       .
       009-EXIT.
           EXIT
       .

       010-DISPLAY-INVOICE.
           MOVE INV-AMOUNT TO WS-PRN-AMOUNT
           MOVE INV-ESTIMATE TO WS-PRN-ESTIMATE
           DISPLAY INV-STATUS "   " INV-VENDOR-ID " " INV-NUMBER " "
              INV-WO-NUMBER " " INV-VEH-ID "  " INV-DATE " "
              WS-PRN-AMOUNT " " WS-PRN-ESTIMATE
       .
       010-EXIT.
           EXIT
       .

       011-FIND-ESTIMATE.
           MOVE "N" TO WS-EST-FOUND-SW
           MOVE ZEROS TO WS-EST-AMOUNT
           MOVE "N" TO WS-EST-EOF-SW
           OPEN INPUT ESTIMATE-FILE
           IF WS-EST-FSTATUS NOT = "00"
              GO TO 011-EXIT
           END-IF
           PERFORM UNTIL END-OF-ESTIMATES
              READ ESTIMATE-FILE
                 AT END MOVE "Y" TO WS-EST-EOF-SW
                 NOT AT END
                    IF EST-WO-NUMBER = WS-WANT-WO
                       AND EST-VENDOR-ID = WS-NEW-VND-ID
                       MOVE "Y" TO WS-EST-FOUND-SW
                       MOVE EST-AMOUNT TO WS-EST-AMOUNT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ESTIMATE-FILE
       .
       011-EXIT.
           EXIT
       .

       012-INPUT-OPEN-WO.
           MOVE "N" TO WS-WO-FOUND-SW
           MOVE "N" TO WS-WO-OPEN-SW
           DISPLAY "Work order number (6 digits): " WITH NO ADVANCING
           MOVE SPACES TO WS-WONUM-IN
           ACCEPT WS-WONUM-IN
           IF WS-WONUM-IN NOT NUMERIC
              DISPLAY "Work order number must be 6 digits."
              GO TO 012-EXIT
           END-IF
           MOVE WS-WONUM-IN TO WS-WANT-WO
           OPEN INPUT WORK-ORDER-FILE
           IF WS-WO-FSTATUS NOT = "00"
              DISPLAY "No work orders on file."
              GO TO 012-EXIT
           END-IF
           MOVE WS-WANT-WO TO WO-NUMBER
           READ WORK-ORDER-FILE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE "Y" TO WS-WO-FOUND-SW
                 MOVE WO-VEH-ID TO WS-WO-VEH-ID
                 IF WO-STATUS = "O"
                    MOVE "Y" TO WS-WO-OPEN-SW
                 END-IF
           END-READ
           CLOSE WORK-ORDER-FILE
           IF NOT WORK-ORDER-FOUND
              DISPLAY "Work order " WS-WANT-WO " not on file."
              GO TO 012-EXIT
           END-IF
           IF NOT WORK-ORDER-OPEN
              DISPLAY "Work order " WS-WANT-WO " is not open."
           END-IF
       .
       012-EXIT.
           EXIT
       .

       013-INPUT-VENDOR.
           MOVE "N" TO WS-VND-FOUND-SW
           MOVE "N" TO WS-VND-ACTIVE-SW
           DISPLAY "Vendor ID (6 characters): " WITH NO ADVANCING
           MOVE SPACES TO WS-NEW-VND-ID
           ACCEPT WS-NEW-VND-ID
           MOVE "N" TO WS-VND-EOF-SW
           OPEN INPUT VENDOR-FILE
           IF WS-VND-FSTATUS NOT = "00"
              DISPLAY "No vendor master on file."
              GO TO 013-EXIT
           END-IF
           PERFORM UNTIL END-OF-VENDORS OR VENDOR-FOUND
              READ VENDOR-FILE
                 AT END MOVE "Y" TO WS-VND-EOF-SW
                 NOT AT END
                    IF VND-ID = WS-NEW-VND-ID
                       MOVE "Y" TO WS-VND-FOUND-SW
                       IF VND-ACTIVE
                          MOVE "Y" TO WS-VND-ACTIVE-SW
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE VENDOR-FILE
           IF NOT VENDOR-FOUND
              DISPLAY "Vendor " WS-NEW-VND-ID " not on the vendor "
                 "master."
              GO TO 013-EXIT
           END-IF
           IF NOT VENDOR-ACTIVE
              DISPLAY "Vendor " WS-NEW-VND-ID " is inactive."
           END-IF
       .
       013-EXIT.
           EXIT
       .

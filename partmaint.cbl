       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTMAINT.
       AUTHOR. JAKKRIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PART-FILE ASSIGN TO "parts-master.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PRT-FSTATUS.
           SELECT ISSUE-FILE ASSIGN TO "stores-issues.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ISS-FSTATUS.
           SELECT WORK-ORDER-FILE ASSIGN TO DYNAMIC WS-WOI-DSN
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS WO-NUMBER
              ALTERNATE RECORD KEY IS WO-VEH-ID WITH DUPLICATES
              FILE STATUS IS WS-WO-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PART-FILE.
       COPY "part-master.cpy".

       FD  ISSUE-FILE.
       COPY "stores-issue.cpy".

       FD  WORK-ORDER-FILE.
       COPY "work-order.cpy".

       WORKING-STORAGE SECTION.
       01  WS-WOI-DSN         PIC X(40)
           VALUE "work-orders.idx".
       01  WS-OPERATOR-ID       PIC X(8) VALUE "SYSTEM".
       01  WS-PRT-FSTATUS       PIC XX VALUE "00".
       01  WS-ISS-FSTATUS       PIC XX VALUE "00".
       01  WS-WO-FSTATUS        PIC XX VALUE "00".
       01  MENU-CHOICE          PIC 99 VALUE ZEROS.
       01  WS-AUTHORITY         PIC X VALUE SPACE.
       01  WS-AUTH-PROGRAM      PIC X(12) VALUE "PARTMAINT".
       01  WS-AUTH-OPTION       PIC 99 VALUE ZEROS.
       01  WS-AUTH-FUNCTION     PIC X(8) VALUE SPACES.
       01  WS-AUTH-PERMIT-SW    PIC X VALUE "N".
           88 FUNCTION-PERMITTED VALUE "Y".
       01  WS-CONTINUE-SW       PIC X VALUE "Y".
           88 CONTINUE-MENU        VALUE "Y".
       01  WS-PRT-EOF-SW        PIC X VALUE "N".
           88 END-OF-PARTS         VALUE "Y".
       01  WS-ISS-EOF-SW        PIC X VALUE "N".
           88 END-OF-ISSUES        VALUE "Y".
       01  PRT-TABLE.
           05 PRT-ENTRY OCCURS 500 TIMES INDEXED BY PRT-IDX.
              10 PRT-TBL-NUMBER    PIC X(10).
              10 PRT-TBL-DESC      PIC X(20).
              10 PRT-TBL-BIN       PIC X(6).
              10 PRT-TBL-ON-HAND   PIC 9(5).
              10 PRT-TBL-COST      PIC 9(5)V9(2).
              10 PRT-TBL-REORDER   PIC 9(5).
              10 PRT-TBL-RO-QTY    PIC 9(5).
       01  WS-PRT-COUNT         PIC 9(3) VALUE ZEROS.
       01  WS-PRT-MAX           PIC 9(3) VALUE 500.
       01  WS-PRT-FOUND-SW      PIC X VALUE "N".
           88 PART-FOUND           VALUE "Y".
       01  WS-PRT-MATCH-IDX     PIC 9(3) VALUE ZEROS.
       01  WS-WO-FOUND-SW       PIC X VALUE "N".
           88 WORK-ORDER-FOUND     VALUE "Y".
       01  WS-WO-OPEN-SW        PIC X VALUE "N".
           88 WORK-ORDER-OPEN      VALUE "Y".
       01  WS-NEW-PART          PIC X(10).
       01  WS-NEW-DESC          PIC X(20).
       01  WS-NEW-BIN           PIC X(6).
       01  WS-NUM-IN            PIC X(8).
       01  WS-WONUM-IN          PIC X(6).
       01  WS-WANT-WO           PIC 9(6) VALUE ZEROS.
       01  WS-NEW-QTY           PIC 9(5) VALUE ZEROS.
       01  WS-NEW-COST          PIC 9(5)V9(2) VALUE ZEROS.
       01  WS-NEW-REORDER       PIC 9(5) VALUE ZEROS.
       01  WS-NEW-RO-QTY        PIC 9(5) VALUE ZEROS.
       01  WS-ONHAND-WORK       PIC 9(6) VALUE ZEROS.
       01  WS-EXT-COST          PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-WO-TOTAL          PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-TODAY             PIC 9(8) VALUE ZEROS.
       01  WS-LIST-COUNT        PIC 9(5) VALUE ZEROS.
       01  WS-PRN-COST          PIC ZZ,ZZ9.99.
       01  WS-PRN-EXT           PIC Z,ZZZ,ZZ9.99.

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
           DISPLAY "PARTS INVENTORY AND STORES ISSUES"
           DISPLAY " 1. Add/replace a part on the parts master"
           DISPLAY " 2. List parts"
           DISPLAY " 3. Receive stock into stores"
           DISPLAY " 4. Issue parts to a work order"
           DISPLAY " 5. List parts issued to a work order"
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
              WHEN 1 PERFORM 003-RECORD-PART THRU 003-EXIT
              WHEN 2 PERFORM 004-LIST-PARTS THRU 004-EXIT
              WHEN 3 PERFORM 005-RECEIVE-STOCK THRU 005-EXIT
              WHEN 4 PERFORM 006-ISSUE-PARTS THRU 006-EXIT
              WHEN 5 PERFORM 007-LIST-ISSUES THRU 007-EXIT
              WHEN 0 MOVE "N" TO WS-CONTINUE-SW
              WHEN OTHER
                 DISPLAY "Invalid selection, please try again."
           END-EVALUATE
       .
       002-EXIT.
           EXIT
       .

       003-RECORD-PART.
           DISPLAY "Part number (10 characters): " WITH NO ADVANCING
           MOVE SPACES TO WS-NEW-PART
           ACCEPT WS-NEW-PART
           IF WS-NEW-PART = SPACES
              DISPLAY "Part number is required, part not recorded."
              GO TO 003-EXIT
           END-IF
           DISPLAY "Description (20 characters): " WITH NO ADVANCING
           MOVE SPACES TO WS-NEW-DESC
           ACCEPT WS-NEW-DESC
           DISPLAY "Stores bin location (6 characters): "
              WITH NO ADVANCING
           MOVE SPACES TO WS-NEW-BIN
           ACCEPT WS-NEW-BIN
           DISPLAY "Unit cost (CCCCCcc, e.g. 0001250 for 12.50): "
              WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           IF WS-NUM-IN(1:7) NOT NUMERIC
              DISPLAY "Unit cost must be numeric, part not recorded."
              GO TO 003-EXIT
           END-IF
           COMPUTE WS-NEW-COST =
              FUNCTION NUMVAL(WS-NUM-IN(1:7)) / 100
           DISPLAY "Reorder point (5 digits): " WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           IF WS-NUM-IN(1:5) NOT NUMERIC
              DISPLAY "Reorder point must be numeric, part not "
                 "recorded."
              GO TO 003-EXIT
           END-IF
           MOVE WS-NUM-IN(1:5) TO WS-NEW-REORDER
           DISPLAY "Reorder quantity (5 digits): " WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           IF WS-NUM-IN(1:5) NUMERIC
              MOVE WS-NUM-IN(1:5) TO WS-NEW-RO-QTY
           ELSE
              MOVE ZEROS TO WS-NEW-RO-QTY
           END-IF
           PERFORM 008-LOAD-PARTS THRU 008-EXIT
           PERFORM 010-FIND-PART THRU 010-EXIT
           IF NOT PART-FOUND
              IF WS-PRT-COUNT >= WS-PRT-MAX
                 DISPLAY "Parts master is full."
                 GO TO 003-EXIT
              END-IF
              ADD 1 TO WS-PRT-COUNT
              MOVE WS-PRT-COUNT TO WS-PRT-MATCH-IDX
              MOVE WS-NEW-PART TO PRT-TBL-NUMBER(WS-PRT-MATCH-IDX)
              MOVE ZEROS TO PRT-TBL-ON-HAND(WS-PRT-MATCH-IDX)
           END-IF
           MOVE WS-NEW-DESC TO PRT-TBL-DESC(WS-PRT-MATCH-IDX)
           MOVE WS-NEW-BIN TO PRT-TBL-BIN(WS-PRT-MATCH-IDX)
           MOVE WS-NEW-COST TO PRT-TBL-COST(WS-PRT-MATCH-IDX)
           MOVE WS-NEW-REORDER TO PRT-TBL-REORDER(WS-PRT-MATCH-IDX)
           MOVE WS-NEW-RO-QTY TO PRT-TBL-RO-QTY(WS-PRT-MATCH-IDX)
           PERFORM 009-SAVE-PARTS THRU 009-EXIT
           DISPLAY "Part " WS-NEW-PART " recorded, on hand "
              PRT-TBL-ON-HAND(WS-PRT-MATCH-IDX)
       .
       003-EXIT.
           EXIT
       .

       004-LIST-PARTS.
           PERFORM 008-LOAD-PARTS THRU 008-EXIT
           MOVE ZEROS TO WS-LIST-COUNT
           DISPLAY "PART       DESCRIPTION          BIN    ON-HAND "
              " UNIT-COST REORDER"
           PERFORM VARYING PRT-IDX FROM 1 BY 1
              UNTIL PRT-IDX > WS-PRT-COUNT
              MOVE PRT-TBL-COST(PRT-IDX) TO WS-PRN-COST
              DISPLAY PRT-TBL-NUMBER(PRT-IDX) " "
                 PRT-TBL-DESC(PRT-IDX) " " PRT-TBL-BIN(PRT-IDX)
                 " " PRT-TBL-ON-HAND(PRT-IDX) "  " WS-PRN-COST
                 " " PRT-TBL-REORDER(PRT-IDX)
              IF PRT-TBL-ON-HAND(PRT-IDX) < PRT-TBL-REORDER(PRT-IDX)
                 ADD 1 TO WS-LIST-COUNT
              END-IF
           END-PERFORM
           DISPLAY "Parts on file: " WS-PRT-COUNT
              "  below reorder point: " WS-LIST-COUNT
       .
       004-EXIT.
           EXIT
       .

       005-RECEIVE-STOCK.
           PERFORM 008-LOAD-PARTS THRU 008-EXIT
           PERFORM 011-INPUT-PART-NUMBER THRU 011-EXIT
           IF NOT PART-FOUND
              GO TO 005-EXIT
           END-IF
           DISPLAY "Quantity received (5 digits): " WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           IF WS-NUM-IN(1:5) NOT NUMERIC OR WS-NUM-IN(1:5) = "00000"
              DISPLAY "Quantity must be numeric and not zero, "
                 "receipt not recorded."
              GO TO 005-EXIT
           END-IF
           MOVE WS-NUM-IN(1:5) TO WS-NEW-QTY
           COMPUTE WS-ONHAND-WORK =
              PRT-TBL-ON-HAND(WS-PRT-MATCH-IDX) + WS-NEW-QTY
           IF WS-ONHAND-WORK > 99999
              DISPLAY "On-hand quantity would overflow, receipt not "
                 "recorded."
              GO TO 005-EXIT
           END-IF
           DISPLAY "New unit cost (CCCCCcc, blank to leave): "
              WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           IF WS-NUM-IN(1:7) NUMERIC
              COMPUTE PRT-TBL-COST(WS-PRT-MATCH-IDX) =
                 FUNCTION NUMVAL(WS-NUM-IN(1:7)) / 100
           END-IF
           MOVE WS-ONHAND-WORK TO PRT-TBL-ON-HAND(WS-PRT-MATCH-IDX)
           PERFORM 009-SAVE-PARTS THRU 009-EXIT
           DISPLAY "Part " WS-NEW-PART " on hand now "
              PRT-TBL-ON-HAND(WS-PRT-MATCH-IDX)
       .
       005-EXIT.
           EXIT
       .

       006-ISSUE-PARTS.
           DISPLAY "Work order number (6 digits): " WITH NO ADVANCING
           MOVE SPACES TO WS-WONUM-IN
           ACCEPT WS-WONUM-IN
           IF WS-WONUM-IN NOT NUMERIC
              DISPLAY "Work order number must be 6 digits."
              GO TO 006-EXIT
           END-IF
           MOVE WS-WONUM-IN TO WS-WANT-WO
           PERFORM 012-FIND-WORK-ORDER THRU 012-EXIT
           IF NOT WORK-ORDER-FOUND
              DISPLAY "Work order " WS-WANT-WO " not on file."
              GO TO 006-EXIT
           END-IF
           IF NOT WORK-ORDER-OPEN
              DISPLAY "Work order " WS-WANT-WO " is not open, "
                 "parts not issued."
              GO TO 006-EXIT
           END-IF
           PERFORM 008-LOAD-PARTS THRU 008-EXIT
           PERFORM 011-INPUT-PART-NUMBER THRU 011-EXIT
           IF NOT PART-FOUND
              GO TO 006-EXIT
           END-IF
           DISPLAY "Quantity issued (5 digits): " WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           IF WS-NUM-IN(1:5) NOT NUMERIC OR WS-NUM-IN(1:5) = "00000"
              DISPLAY "Quantity must be numeric and not zero, "
                 "parts not issued."
              GO TO 006-EXIT
           END-IF
           MOVE WS-NUM-IN(1:5) TO WS-NEW-QTY
           IF WS-NEW-QTY > PRT-TBL-ON-HAND(WS-PRT-MATCH-IDX)
              DISPLAY "Only " PRT-TBL-ON-HAND(WS-PRT-MATCH-IDX)
                 " on hand, parts not issued."
              GO TO 006-EXIT
           END-IF
           COMPUTE WS-EXT-COST ROUNDED =
              WS-NEW-QTY * PRT-TBL-COST(WS-PRT-MATCH-IDX)
           SUBTRACT WS-NEW-QTY FROM PRT-TBL-ON-HAND(WS-PRT-MATCH-IDX)
           PERFORM 009-SAVE-PARTS THRU 009-EXIT
           OPEN EXTEND ISSUE-FILE
           IF WS-ISS-FSTATUS = "35"
              OPEN OUTPUT ISSUE-FILE
           END-IF
           MOVE SPACES TO STORES-ISSUE-REC
           MOVE WS-WANT-WO TO ISS-WO-NUMBER
           MOVE WS-NEW-PART TO ISS-PART-NO
           MOVE WS-NEW-QTY TO ISS-QTY
           MOVE PRT-TBL-COST(WS-PRT-MATCH-IDX) TO ISS-UNIT-COST
           MOVE WS-EXT-COST TO ISS-EXT-COST
           MOVE WS-TODAY TO ISS-DATE
           MOVE WS-OPERATOR-ID TO ISS-OPERATOR
           WRITE STORES-ISSUE-REC
           CLOSE ISSUE-FILE
           MOVE WS-EXT-COST TO WS-PRN-EXT
           DISPLAY WS-NEW-QTY " x " WS-NEW-PART " issued to work "
              "order " WS-WANT-WO ", cost " WS-PRN-EXT
           IF PRT-TBL-ON-HAND(WS-PRT-MATCH-IDX)
              < PRT-TBL-REORDER(WS-PRT-MATCH-IDX)
              DISPLAY "Part " WS-NEW-PART " is now below its "
                 "reorder point."
           END-IF
       .
       006-EXIT.
           EXIT
       .

       007-LIST-ISSUES.
           DISPLAY "Work order number (6 digits): " WITH NO ADVANCING
           MOVE SPACES TO WS-WONUM-IN
           ACCEPT WS-WONUM-IN
           IF WS-WONUM-IN NOT NUMERIC
              DISPLAY "Work order number must be 6 digits."
              GO TO 007-EXIT
           END-IF
           MOVE WS-WONUM-IN TO WS-WANT-WO
           MOVE ZEROS TO WS-LIST-COUNT
           MOVE ZEROS TO WS-WO-TOTAL
           MOVE "N" TO WS-ISS-EOF-SW
           OPEN INPUT ISSUE-FILE
           IF WS-ISS-FSTATUS NOT = "00"
              DISPLAY "No stores issues on file."
              GO TO 007-EXIT
           END-IF
           DISPLAY "PART       QTY    UNIT-COST      EXTENDED ISSUED"
           PERFORM UNTIL END-OF-ISSUES
              READ ISSUE-FILE
                 AT END MOVE "Y" TO WS-ISS-EOF-SW
                 NOT AT END
                    IF ISS-WO-NUMBER = WS-WANT-WO
                       ADD 1 TO WS-LIST-COUNT
                       ADD ISS-EXT-COST TO WS-WO-TOTAL
                       MOVE ISS-UNIT-COST TO WS-PRN-COST
                       MOVE ISS-EXT-COST TO WS-PRN-EXT
                       DISPLAY ISS-PART-NO " " ISS-QTY "  "
                          WS-PRN-COST " " WS-PRN-EXT " " ISS-DATE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ISSUE-FILE
           MOVE WS-WO-TOTAL TO WS-PRN-EXT
           DISPLAY "Issue lines: " WS-LIST-COUNT
              "  parts cost: " WS-PRN-EXT
       .
       007-EXIT.
           EXIT
       .

       008-LOAD-PARTS.
           MOVE ZEROS TO WS-PRT-COUNT
           MOVE "N" TO WS-PRT-EOF-SW
           OPEN INPUT PART-FILE
           IF WS-PRT-FSTATUS NOT = "00"
              GO TO 008-EXIT
           END-IF
           PERFORM UNTIL END-OF-PARTS
              READ PART-FILE
                 AT END MOVE "Y" TO WS-PRT-EOF-SW
                 NOT AT END
                    IF WS-PRT-COUNT < WS-PRT-MAX
                       ADD 1 TO WS-PRT-COUNT
                       MOVE PRT-NUMBER TO
                          PRT-TBL-NUMBER(WS-PRT-COUNT)
                       MOVE PRT-DESC TO PRT-TBL-DESC(WS-PRT-COUNT)
                       MOVE PRT-BIN TO PRT-TBL-BIN(WS-PRT-COUNT)
                       MOVE PRT-ON-HAND TO
                          PRT-TBL-ON-HAND(WS-PRT-COUNT)
                       MOVE PRT-UNIT-COST TO
                          PRT-TBL-COST(WS-PRT-COUNT)
                       MOVE PRT-REORDER-PT TO
                          PRT-TBL-REORDER(WS-PRT-COUNT)
                       MOVE PRT-REORDER-QTY TO
                          PRT-TBL-RO-QTY(WS-PRT-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PART-FILE
       .
       008-EXIT.
           EXIT
       .

       009-SAVE-PARTS.
           OPEN OUTPUT PART-FILE
           PERFORM VARYING PRT-IDX FROM 1 BY 1
              UNTIL PRT-IDX > WS-PRT-COUNT
              MOVE SPACES TO PART-MASTER-REC
              MOVE PRT-TBL-NUMBER(PRT-IDX) TO PRT-NUMBER
              MOVE PRT-TBL-DESC(PRT-IDX) TO PRT-DESC
              MOVE PRT-TBL-BIN(PRT-IDX) TO PRT-BIN
              MOVE PRT-TBL-ON-HAND(PRT-IDX) TO PRT-ON-HAND
              MOVE PRT-TBL-COST(PRT-IDX) TO PRT-UNIT-COST
              MOVE PRT-TBL-REORDER(PRT-IDX) TO PRT-REORDER-PT
              MOVE PRT-TBL-RO-QTY(PRT-IDX) TO PRT-REORDER-QTY
              WRITE PART-MASTER-REC
           END-PERFORM
           CLOSE PART-FILE
       .
       009-EXIT.
           EXIT
       .

       010-FIND-PART.
           MOVE "N" TO WS-PRT-FOUND-SW
           MOVE ZEROS TO WS-PRT-MATCH-IDX
           PERFORM VARYING PRT-IDX FROM 1 BY 1
              UNTIL PRT-IDX > WS-PRT-COUNT OR PART-FOUND
              IF PRT-TBL-NUMBER(PRT-IDX) = WS-NEW-PART
                 MOVE "Y" TO WS-PRT-FOUND-SW
                 SET WS-PRT-MATCH-IDX TO PRT-IDX
              END-IF
           END-PERFORM
       .
       010-EXIT.
           EXIT
       .

       011-INPUT-PART-NUMBER.
           DISPLAY "Part number (10 characters): " WITH NO ADVANCING
           MOVE SPACES TO WS-NEW-PART
           ACCEPT WS-NEW-PART
           PERFORM 010-FIND-PART THRU 010-EXIT
           IF NOT PART-FOUND
              DISPLAY "Part " WS-NEW-PART " not on the parts master."
           END-IF
       .
       011-EXIT.
           EXIT
       .

       012-FIND-WORK-ORDER.
           MOVE "N" TO WS-WO-FOUND-SW
           MOVE "N" TO WS-WO-OPEN-SW
           OPEN INPUT WORK-ORDER-FILE
           IF WS-WO-FSTATUS NOT = "00"
              GO TO 012-EXIT
           END-IF
           MOVE WS-WANT-WO TO WO-NUMBER
           READ WORK-ORDER-FILE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE "Y" TO WS-WO-FOUND-SW
                 IF WO-STATUS = "O"
                    MOVE "Y" TO WS-WO-OPEN-SW
                 END-IF
           END-READ
           CLOSE WORK-ORDER-FILE
       .
       012-EXIT.
           EXIT
       .

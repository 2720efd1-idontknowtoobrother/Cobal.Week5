       01  WS-CRD-FSTATUS       PIC XX VALUE "00".
       01  WS-VEH-FSTATUS       PIC XX VALUE "00".
       01  MENU-CHOICE          PIC 99 VALUE ZEROS.
       01  WS-OPERATOR-ID       PIC X(8) VALUE "SYSTEM".
       01  WS-AUTHORITY         PIC X VALUE SPACE.
       01  WS-AUTH-PROGRAM      PIC X(12) VALUE "CARDMAINT".
       01  WS-AUTH-OPTION       PIC 99 VALUE ZEROS.
       01  WS-AUTH-FUNCTION     PIC X(8) VALUE SPACES.
       01  WS-AUTH-PERMIT-SW    PIC X VALUE "N".
           88 FUNCTION-PERMITTED VALUE "Y".
       01  WS-CONTINUE-SW       PIC X VALUE "Y".
           88 CONTINUE-MENU        VALUE "Y".
       01  WS-VEH-OPEN-SW       PIC X VALUE "N".
              10 CRD-TBL-VEH-ID  PIC X(6).
              10 CRD-TBL-STATUS  PIC X.
              10 CRD-TBL-DATE    PIC 9(8).
              10 CRD-TBL-MAX-GALS PIC 9(3)V9(1).
              10 CRD-TBL-MAX-AMT PIC 9(5)V9(2).
              10 CRD-TBL-MAX-FILLS PIC 9(2).
              10 CRD-TBL-JURIS   PIC X(10).
       01  WS-CRD-COUNT         PIC 9(3) VALUE ZEROS.
       01  WS-CRD-MAX           PIC 9(3) VALUE 300.
       01  WS-CRD-FOUND-SW      PIC X VALUE "N".
       01  WS-NEW-VEH-ID        PIC X(6).
       01  WS-NEW-STATUS        PIC X VALUE SPACE.
       01  WS-TODAY             PIC 9(8) VALUE ZEROS.
       01  WS-NUM-IN            PIC X(8).
       01  WS-NEW-MAX-GALS      PIC 9(3)V9(1) VALUE ZEROS.
       01  WS-NEW-MAX-AMT       PIC 9(5)V9(2) VALUE ZEROS.
       01  WS-NEW-MAX-FILLS     PIC 9(2) VALUE ZEROS.
       01  WS-NEW-JURIS         PIC X(10) VALUE SPACES.
       01  WS-PRN-MAX-GALS      PIC ZZ9.9.
       01  WS-PRN-MAX-AMT       PIC ZZ,ZZ9.99.
       01  WS-PRN-MAX-FILLS     PIC Z9.

       PROCEDURE DIVISION.
       000-BEGIN.
           CALL "GETOPER" USING WS-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           OPEN INPUT VEHICLE-MASTER
           IF WS-VEH-FSTATUS = "00"
           DISPLAY " 2. Reassign a card to another vehicle"
           DISPLAY " 3. Change a card's status (lost/stolen/block)"
           DISPLAY " 4. List cards"
           DISPLAY " 5. Set a card's spending limits"
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
              WHEN 1 PERFORM 003-REGISTER-CARD THRU 003-EXIT
              WHEN 2 PERFORM 004-REASSIGN-CARD THRU 004-EXIT
              WHEN 3 PERFORM 005-CHANGE-STATUS THRU 005-EXIT
              WHEN 4 PERFORM 006-LIST-CARDS THRU 006-EXIT
              WHEN 5 PERFORM 013-SET-LIMITS THRU 013-EXIT
              WHEN 0 MOVE "N" TO WS-CONTINUE-SW
              WHEN OTHER
                 DISPLAY "Invalid selection, please try again."
           MOVE WS-NEW-VEH-ID TO CRD-TBL-VEH-ID(WS-CRD-COUNT)
           MOVE "A" TO CRD-TBL-STATUS(WS-CRD-COUNT)
           MOVE WS-TODAY TO CRD-TBL-DATE(WS-CRD-COUNT)
           MOVE ZEROS TO CRD-TBL-MAX-GALS(WS-CRD-COUNT)
              CRD-TBL-MAX-AMT(WS-CRD-COUNT)
              CRD-TBL-MAX-FILLS(WS-CRD-COUNT)
           MOVE SPACES TO CRD-TBL-JURIS(WS-CRD-COUNT)
           PERFORM 008-SAVE-CARDS THRU 008-EXIT
           DISPLAY "Card registered to " WS-NEW-VEH-ID
       .

       006-LIST-CARDS.
           PERFORM 007-LOAD-CARDS THRU 007-EXIT
           DISPLAY "CARD NUMBER      VEHICLE ST DATE     MAX GAL"
              "  MAX/DAY  FILLS JURISDICTIONS"
           PERFORM VARYING CRD-IDX FROM 1 BY 1
              UNTIL CRD-IDX > WS-CRD-COUNT
              MOVE CRD-TBL-MAX-GALS(CRD-IDX) TO WS-PRN-MAX-GALS
              MOVE CRD-TBL-MAX-AMT(CRD-IDX) TO WS-PRN-MAX-AMT
              MOVE CRD-TBL-MAX-FILLS(CRD-IDX) TO WS-PRN-MAX-FILLS
              DISPLAY " " CRD-TBL-NUMBER(CRD-IDX) " "
                 CRD-TBL-VEH-ID(CRD-IDX) "  "
                 CRD-TBL-STATUS(CRD-IDX) "  "
                 CRD-TBL-DATE(CRD-IDX) "  "
                 WS-PRN-MAX-GALS " " WS-PRN-MAX-AMT "  "
                 WS-PRN-MAX-FILLS "   " CRD-TBL-JURIS(CRD-IDX)
           END-PERFORM
           DISPLAY "Cards registered: " WS-CRD-COUNT
       .
                       ELSE
                          MOVE ZEROS TO CRD-TBL-DATE(WS-CRD-COUNT)
                       END-IF
                       MOVE ZEROS TO CRD-TBL-MAX-GALS(WS-CRD-COUNT)
                          CRD-TBL-MAX-AMT(WS-CRD-COUNT)
                          CRD-TBL-MAX-FILLS(WS-CRD-COUNT)
                       IF FCD-MAX-GALLONS NUMERIC
                          MOVE FCD-MAX-GALLONS TO
                             CRD-TBL-MAX-GALS(WS-CRD-COUNT)
                       END-IF
                       IF FCD-MAX-DAY-AMT NUMERIC
                          MOVE FCD-MAX-DAY-AMT TO
                             CRD-TBL-MAX-AMT(WS-CRD-COUNT)
                       END-IF
                       IF FCD-MAX-FILLS NUMERIC
                          MOVE FCD-MAX-FILLS TO
                             CRD-TBL-MAX-FILLS(WS-CRD-COUNT)
                       END-IF
                       MOVE FCD-JURIS-LIST TO
                          CRD-TBL-JURIS(WS-CRD-COUNT)
                    END-IF
              END-READ
           END-PERFORM
              MOVE CRD-TBL-VEH-ID(CRD-IDX) TO FCD-VEH-ID
              MOVE CRD-TBL-STATUS(CRD-IDX) TO FCD-STATUS
              MOVE CRD-TBL-DATE(CRD-IDX) TO FCD-STATUS-DATE
              MOVE CRD-TBL-MAX-GALS(CRD-IDX) TO FCD-MAX-GALLONS
              MOVE CRD-TBL-MAX-AMT(CRD-IDX) TO FCD-MAX-DAY-AMT
              MOVE CRD-TBL-MAX-FILLS(CRD-IDX) TO FCD-MAX-FILLS
              MOVE CRD-TBL-JURIS(CRD-IDX) TO FCD-JURIS-LIST
              WRITE FUEL-CARD-REC
           END-PERFORM
           CLOSE CARD-FILE
       012-EXIT.
           EXIT
       .

       013-SET-LIMITS.
           PERFORM 010-INPUT-CARD THRU 010-EXIT
           PERFORM 007-LOAD-CARDS THRU 007-EXIT
           PERFORM 011-FIND-CARD THRU 011-EXIT
           IF NOT CARD-FOUND
              DISPLAY "Card not registered."
              GO TO 013-EXIT
           END-IF
           DISPLAY "Limits of zero or blank mean no limit."
           DISPLAY "Max gallons per fill (GGGT, e.g. 0250 for 25.0): "
              WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           MOVE ZEROS TO WS-NEW-MAX-GALS
           IF WS-NUM-IN NOT = SPACES
              IF WS-NUM-IN(1:4) NOT NUMERIC
                 DISPLAY "Gallons must be 4 digits, limits unchanged."
                 GO TO 013-EXIT
              END-IF
              COMPUTE WS-NEW-MAX-GALS =
                 FUNCTION NUMVAL(WS-NUM-IN(1:4)) / 10
           END-IF
           DISPLAY "Max dollars per day (AAAAACC, e.g. 0015000 for "
              "150.00): " WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           MOVE ZEROS TO WS-NEW-MAX-AMT
           IF WS-NUM-IN NOT = SPACES
              IF WS-NUM-IN(1:7) NOT NUMERIC
                 DISPLAY "Amount must be 7 digits, limits unchanged."
                 GO TO 013-EXIT
              END-IF
              COMPUTE WS-NEW-MAX-AMT =
                 FUNCTION NUMVAL(WS-NUM-IN(1:7)) / 100
           END-IF
           DISPLAY "Max fills per day (NN): " WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           MOVE ZEROS TO WS-NEW-MAX-FILLS
           IF WS-NUM-IN NOT = SPACES
              IF WS-NUM-IN(1:2) NOT NUMERIC
                 DISPLAY "Fills must be 2 digits, limits unchanged."
                 GO TO 013-EXIT
              END-IF
              MOVE WS-NUM-IN(1:2) TO WS-NEW-MAX-FILLS
           END-IF
           DISPLAY "Allowed jurisdictions, up to 5 codes run "
              "together (e.g. TXOKLA, blank for any): "
              WITH NO ADVANCING
           MOVE SPACES TO WS-NEW-JURIS
           ACCEPT WS-NEW-JURIS
           MOVE FUNCTION UPPER-CASE(WS-NEW-JURIS) TO WS-NEW-JURIS
           MOVE WS-NEW-MAX-GALS TO CRD-TBL-MAX-GALS(WS-CRD-MATCH-IDX)
           MOVE WS-NEW-MAX-AMT TO CRD-TBL-MAX-AMT(WS-CRD-MATCH-IDX)
           MOVE WS-NEW-MAX-FILLS TO
              CRD-TBL-MAX-FILLS(WS-CRD-MATCH-IDX)
           MOVE WS-NEW-JURIS TO CRD-TBL-JURIS(WS-CRD-MATCH-IDX)
           PERFORM 008-SAVE-CARDS THRU 008-EXIT
           DISPLAY "Limits recorded for card " WS-NEW-CARD
       .
       013-EXIT.
           EXIT
       .

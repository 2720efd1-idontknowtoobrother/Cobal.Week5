              ACCESS IS DYNAMIC
              RECORD KEY IS VEH-ID
              FILE STATUS IS WS-VEH-FSTATUS.
           SELECT SUSPENSE-FILE ASSIGN TO DYNAMIC WS-SUSI-DSN
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS FSP-KEY
              FILE STATUS IS WS-SUS-FSTATUS.
           SELECT CARD-FILE ASSIGN TO "fuel-cards.dat"
              ORGANIZATION IS LINE SEQUENTIAL
           VALUE "fuel-trans.dat".
       01  WS-VEHM-DSN        PIC X(40)
           VALUE "vehicle-master.idx".
       01  WS-SUSI-DSN        PIC X(40)
           VALUE "fuel-suspense.idx".
       01  WS-OPERATOR-ID       PIC X(8) VALUE "SYSTEM".
       01  WS-FUEL-FSTATUS      PIC XX VALUE "00".
       01  WS-VEH-FSTATUS       PIC XX VALUE "00".
       01  MENU-CHOICE          PIC 99 VALUE ZEROS.
       01  WS-AUTH-PROGRAM      PIC X(12) VALUE "FUELMAINT".
       01  WS-AUTH-OPTION       PIC 99 VALUE ZEROS.
       01  WS-AUTH-FUNCTION     PIC X(8) VALUE SPACES.
       01  WS-AUTH-PERMIT-SW    PIC X VALUE "N".
           88 FUNCTION-PERMITTED VALUE "Y".
       01  WS-CONTINUE-SW       PIC X VALUE "Y".
           88 CONTINUE-MENU        VALUE "Y".
       01  WS-VEH-OPEN-SW       PIC X VALUE "N".
           88 END-OF-SUSPENSE      VALUE "Y".
       01  WS-DUP-SW            PIC X VALUE "N".
           88 DUPLICATE-PURCHASE   VALUE "Y".
       01  WS-SUS-COUNT         PIC 9(5) VALUE ZEROS.
       01  WS-SUS-WRITTEN-SW    PIC X VALUE "N".
           88 SUSPENSE-WRITTEN     VALUE "Y".
       01  WS-LINE-IN           PIC X(5).
       01  WS-WANT-LINE         PIC 9(5) VALUE ZEROS.
       01  WS-CRD-FSTATUS       PIC XX VALUE "00".
       01  WS-EXC-FSTATUS       PIC XX VALUE "00".
       01  WS-CRD-EOF-SW        PIC X VALUE "N".
           88 CARD-ACCEPTED        VALUE "Y".
       01  WS-CARD-REASON       PIC X(30) VALUE SPACES.
       01  WS-NEW-JURIS         PIC X(2) VALUE SPACES.
       01  WS-NEW-FUEL-TYPE     PIC X VALUE SPACE.
       01  WS-JNL-FSTATUS       PIC XX VALUE "00".
       01  WS-PERIOD-CLOSED-SW  PIC X VALUE "N".
           88 PERIOD-IS-CLOSED     VALUE "Y".
       01  WS-AUTHORITY         PIC X VALUE SPACE.
       01  WS-OVR-ANSWER        PIC X VALUE SPACE.
       01  WS-PRICE-SOURCE      PIC X(12) VALUE "FUELMAINT".
       01  WS-PRICE-RESULT      PIC X VALUE SPACE.
       01  WS-LIMIT-RESULT      PIC X VALUE SPACE.

       PROCEDURE DIVISION.
       000-BEGIN.
           CALL "GETDSN" USING WS-FUELF-DSN
           CALL "GETDSN" USING WS-VEHM-DSN
           CALL "GETDSN" USING WS-SUSI-DSN
           CALL "GETOPER" USING WS-OPERATOR-ID
           PERFORM 005-OPEN-VEHICLE-MASTER THRU 005-EXIT
           PERFORM UNTIL NOT CONTINUE-MENU
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
              WHEN 1 PERFORM 003-ADD-FUEL-PURCHASE THRU 003-EXIT
              WHEN 2 PERFORM 004-LIST-FUEL-PURCHASES THRU 004-EXIT
              WITH NO ADVANCING
           MOVE SPACES TO WS-NEW-JURIS
           ACCEPT WS-NEW-JURIS
           DISPLAY "Fuel type (G gasoline, D diesel, E E85, "
              "B biodiesel, Enter for G): " WITH NO ADVANCING
           MOVE SPACE TO WS-NEW-FUEL-TYPE
           ACCEPT WS-NEW-FUEL-TYPE
           IF WS-NEW-FUEL-TYPE = SPACE
              MOVE "G" TO WS-NEW-FUEL-TYPE
           END-IF
           PERFORM 016-CHECK-CARD THRU 016-EXIT
           IF NOT CARD-ACCEPTED
              DISPLAY "Card rejected - " WS-CARD-REASON
           MOVE WS-NEW-AMOUNT TO FL-AMOUNT
           MOVE WS-NEW-CARD TO FL-CARD-NO
           MOVE WS-NEW-JURIS TO FL-JURIS
           MOVE WS-NEW-FUEL-TYPE TO FL-FUEL-TYPE
           WRITE FUEL-REC
           CLOSE FUEL-FILE
           DISPLAY "Fuel purchase recorded for " WS-NEW-VEH-ID
           CALL "CHKCARD" USING WS-PRICE-SOURCE WS-NEW-CARD
              WS-NEW-VEH-ID WS-NEW-DATE WS-NEW-GALLONS WS-NEW-AMOUNT
              WS-NEW-JURIS WS-LIMIT-RESULT
           IF WS-LIMIT-RESULT = "V"
              DISPLAY "Purchase breaks the limits set for card "
                 WS-NEW-CARD " - logged for the card-violation "
                 "report."
           END-IF
           CALL "CHKPRICE" USING WS-PRICE-SOURCE WS-NEW-VEH-ID
              WS-NEW-DATE WS-NEW-GALLONS WS-NEW-AMOUNT WS-NEW-CARD
              WS-NEW-JURIS WS-PRICE-RESULT
           EVALUATE WS-PRICE-RESULT
              WHEN "H"
                 DISPLAY "Price per gallon is above the " WS-NEW-JURIS
                    " index band - logged for the price-exception "
                    "report."
              WHEN "L"
                 DISPLAY "Price per gallon is below the " WS-NEW-JURIS
                    " index band - logged for the price-exception "
                    "report."
              WHEN "N"
                 DISPLAY "No price index for " WS-NEW-JURIS
                    " this week, price not checked."
           END-EVALUATE
       .
       003-EXIT.
           EXIT
       .

       011-WRITE-SUSPENSE.
           OPEN I-O SUSPENSE-FILE
           IF WS-SUS-FSTATUS = "35"
              OPEN OUTPUT SUSPENSE-FILE
           END-IF
           MOVE WS-OPERATOR-ID TO FSP-SOURCE
           MOVE WS-NEW-CARD TO FSP-CARD-NO
           MOVE WS-NEW-JURIS TO FSP-JURIS
           MOVE WS-NEW-FUEL-TYPE TO FSP-FUEL-TYPE
           PERFORM 012-WRITE-NEXT-SEQUENCE THRU 012-EXIT
           CLOSE SUSPENSE-FILE
           IF NOT SUSPENSE-WRITTEN
              DISPLAY "No free suspense sequence for " FSP-VEH-ID
                 " on " FSP-DATE ", line not held."
           END-IF
       .
       011-EXIT.
           EXIT
       .

       012-WRITE-NEXT-SEQUENCE.
           MOVE "N" TO WS-SUS-WRITTEN-SW
           MOVE ZEROS TO FSP-SEQ
           PERFORM UNTIL SUSPENSE-WRITTEN OR FSP-SEQ = 999
              ADD 1 TO FSP-SEQ
              WRITE FUEL-SUSP-REC
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE "Y" TO WS-SUS-WRITTEN-SW
              END-WRITE
           END-PERFORM
       .
       012-EXIT.
           EXIT
       .

       013-DELETE-SUSPENSE-LINE.
           DELETE SUSPENSE-FILE RECORD
              INVALID KEY
                 DISPLAY "Suspense line " FSP-VEH-ID " " FSP-DATE
                    " " FSP-SEQ " not deleted, status "
                    WS-SUS-FSTATUS
           END-DELETE
           CLOSE SUSPENSE-FILE
       .
       013-EXIT.
       .

       008-LIST-SUSPENSE.
           MOVE ZEROS TO WS-SUS-COUNT
           MOVE "N" TO WS-SUS-EOF-SW
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUS-FSTATUS NOT = "00"
              DISPLAY "No suspense lines on file."
              GO TO 008-EXIT
           END-IF
           PERFORM UNTIL END-OF-SUSPENSE
              READ SUSPENSE-FILE NEXT
                 AT END MOVE "Y" TO WS-SUS-EOF-SW
                 NOT AT END
                    IF WS-SUS-COUNT = 0
                       DISPLAY "LINE  VEHICLE  DATE     SEQ GALLONS "
                          "AMOUNT   REASON               SOURCE"
                    END-IF
                    ADD 1 TO WS-SUS-COUNT
                    MOVE FSP-GALLONS TO WS-PRN-GALLONS
                    MOVE FSP-AMOUNT TO WS-PRN-AMOUNT
                    DISPLAY WS-SUS-COUNT " " FSP-VEH-ID " "
                       FSP-DATE " " FSP-SEQ " " WS-PRN-GALLONS " "
                       WS-PRN-AMOUNT " " FSP-REASON " " FSP-SOURCE
              END-READ
           END-PERFORM
           CLOSE SUSPENSE-FILE
           IF WS-SUS-COUNT = 0
              DISPLAY "No suspense lines on file."
           ELSE
              DISPLAY "Suspense lines on file: " WS-SUS-COUNT
           END-IF
       .
       008-EXIT.
           EXIT
           EXIT
       .

       015-READ-SUSPENSE-LINE.
           OPEN I-O SUSPENSE-FILE
           IF WS-SUS-FSTATUS NOT = "00"
              DISPLAY "Suspense file not available, status "
                 WS-SUS-FSTATUS
              MOVE ZEROS TO WS-WANT-LINE
              GO TO 015-EXIT
           END-IF
           MOVE ZEROS TO WS-SUS-COUNT
           MOVE "N" TO WS-SUS-EOF-SW
           PERFORM UNTIL END-OF-SUSPENSE
              OR WS-SUS-COUNT = WS-WANT-LINE
              READ SUSPENSE-FILE NEXT
                 AT END MOVE "Y" TO WS-SUS-EOF-SW
                 NOT AT END ADD 1 TO WS-SUS-COUNT
              END-READ
           END-PERFORM
           IF WS-SUS-COUNT NOT = WS-WANT-LINE
              DISPLAY "No such suspense line."
              CLOSE SUSPENSE-FILE
              MOVE ZEROS TO WS-WANT-LINE
           END-IF
       .
       015-EXIT.
           EXIT
           IF WS-WANT-LINE = 0
              GO TO 009-EXIT
           END-IF
           PERFORM 015-READ-SUSPENSE-LINE THRU 015-EXIT
           IF WS-WANT-LINE = 0
              GO TO 009-EXIT
           END-IF
           OPEN EXTEND FUEL-FILE
           IF WS-FUEL-FSTATUS = "35"
              OPEN OUTPUT FUEL-FILE
           END-IF
           MOVE SPACES TO FUEL-REC
           MOVE FSP-VEH-ID TO FL-VEH-ID
           MOVE FSP-DATE TO FL-DATE
           MOVE FSP-GALLONS TO FL-GALLONS
           MOVE FSP-AMOUNT TO FL-AMOUNT
           MOVE FSP-CARD-NO TO FL-CARD-NO
           MOVE FSP-JURIS TO FL-JURIS
           MOVE FSP-FUEL-TYPE TO FL-FUEL-TYPE
           WRITE FUEL-REC
           CLOSE FUEL-FILE
           DISPLAY "Suspense line released to the fuel file."
           CALL "CHKCARD" USING WS-PRICE-SOURCE
              FSP-CARD-NO FSP-VEH-ID
              FSP-DATE FSP-GALLONS
              FSP-AMOUNT FSP-JURIS
              WS-LIMIT-RESULT
           IF WS-LIMIT-RESULT = "V"
              DISPLAY "Purchase breaks the card's limits - logged "
                 "for the card-violation report."
           END-IF
           CALL "CHKPRICE" USING WS-PRICE-SOURCE
              FSP-VEH-ID FSP-DATE
              FSP-GALLONS FSP-AMOUNT
              FSP-CARD-NO FSP-JURIS
              WS-PRICE-RESULT
           IF WS-PRICE-RESULT = "H" OR WS-PRICE-RESULT = "L"
              DISPLAY "Price per gallon is outside the index band - "
                 "logged for the price-exception report."
           END-IF
           PERFORM 013-DELETE-SUSPENSE-LINE THRU 013-EXIT
       .
       009-EXIT.
           EXIT
              GO TO 018-EXIT
           END-IF
           DISPLAY "Period " WS-NEW-DATE(1:6) " is closed."
           MOVE ZEROS TO WS-AUTH-OPTION
           MOVE "CLOSEOVR" TO WS-AUTH-FUNCTION
           CALL "GETAUTH" USING WS-OPERATOR-ID WS-AUTHORITY
              WS-AUTH-PROGRAM WS-AUTH-OPTION WS-AUTH-FUNCTION
              WS-AUTH-PERMIT-SW
           IF NOT FUNCTION-PERMITTED
              DISPLAY "Your role may not post into a closed "
                 "period, purchase not recorded."
              GO TO 018-EXIT
           END-IF
           DISPLAY "Supervisor override - post anyway? (Y/N): "
           IF WS-WANT-LINE = 0
              GO TO 010-EXIT
           END-IF
           PERFORM 015-READ-SUSPENSE-LINE THRU 015-EXIT
           IF WS-WANT-LINE = 0
              GO TO 010-EXIT
           END-IF
           PERFORM 013-DELETE-SUSPENSE-LINE THRU 013-EXIT
           DISPLAY "Suspense line deleted."
       .
       010-EXIT.

       01  WS-FLD-DATE         PIC X(10).
       01  WS-FLD-ODOM         PIC X(10).
       01  WS-FLD-CARD         PIC X(16).
       01  WS-FLD-GALLONS      PIC X(10).
       01  WS-FLD-AMOUNT       PIC X(10).
       01  WS-FLD-JURIS        PIC X(2).
       01  WS-PUR-GALLONS      PIC 9(4)V9(2) VALUE ZEROS.
       01  WS-PUR-AMOUNT       PIC 9(5)V9(2) VALUE ZEROS.
       01  WS-PUR-VEH-ID       PIC X(6) VALUE SPACES.
       01  WS-PRICE-SOURCE     PIC X(12) VALUE "CSVIMPORT".
       01  WS-PRICE-RESULT     PIC X VALUE SPACE.
       01  WS-PRICE-EXC-COUNT  PIC 9(5) VALUE ZEROS.
       01  WS-LIMIT-RESULT     PIC X VALUE SPACE.
       01  WS-LIMIT-EXC-COUNT  PIC 9(5) VALUE ZEROS.
       01  WS-CRD-FSTATUS      PIC XX VALUE "00".
       01  WS-EXC-FSTATUS      PIC XX VALUE "00".
       01  WS-CRD-EOF-SW       PIC X VALUE "N".
              GO TO 002-EXIT
           END-IF
           MOVE SPACES TO WS-FLD-VEH-ID WS-FLD-DATE WS-FLD-ODOM
              WS-FLD-CARD WS-FLD-GALLONS WS-FLD-AMOUNT WS-FLD-JURIS
           UNSTRING CSV-IN-REC DELIMITED BY ","
              INTO WS-FLD-VEH-ID WS-FLD-DATE WS-FLD-ODOM
              WS-FLD-CARD WS-FLD-GALLONS WS-FLD-AMOUNT WS-FLD-JURIS
           IF WS-FLD-VEH-ID = "VEH-ID" OR WS-FLD-VEH-ID = "veh-id"
              GO TO 002-EXIT
           END-IF
              MOVE WS-FLD-CARD TO RDG-CARD-NO
              WRITE READING-REC
              ADD 1 TO WS-ACCEPT-COUNT
              PERFORM 016-CHECK-PURCHASE THRU 016-EXIT
           ELSE
              MOVE SPACES TO REJECT-REC
              MOVE WS-LINE-NO TO REJ-LINE-NO
              WS-ACCEPT-COUNT
           DISPLAY "Rows rejected  . . . . . . . . : "
              WS-REJECT-COUNT
           DISPLAY "Purchases outside price band . : "
              WS-PRICE-EXC-COUNT
           DISPLAY "Purchases over card limits . . : "
              WS-LIMIT-EXC-COUNT
           IF IMPORT-ABORTED
              COMPUTE WS-REJECT-RATE =
                 (WS-REJECT-COUNT * 100) / WS-LINE-NO
       006-EXIT.
           EXIT
       .

       016-CHECK-PURCHASE.
           IF WS-FLD-GALLONS = SPACES OR WS-FLD-AMOUNT = SPACES
              GO TO 016-EXIT
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-FLD-GALLONS) NOT = 0
              OR FUNCTION TEST-NUMVAL(WS-FLD-AMOUNT) NOT = 0
              GO TO 016-EXIT
           END-IF
           COMPUTE WS-PUR-GALLONS = FUNCTION NUMVAL(WS-FLD-GALLONS)
              ON SIZE ERROR GO TO 016-EXIT
           END-COMPUTE
           COMPUTE WS-PUR-AMOUNT = FUNCTION NUMVAL(WS-FLD-AMOUNT)
              ON SIZE ERROR GO TO 016-EXIT
           END-COMPUTE
           MOVE WS-FLD-VEH-ID(1:6) TO WS-PUR-VEH-ID
           CALL "CHKCARD" USING WS-PRICE-SOURCE WS-FLD-CARD
              WS-PUR-VEH-ID WS-DATE-NUM WS-PUR-GALLONS WS-PUR-AMOUNT
              WS-FLD-JURIS WS-LIMIT-RESULT
           IF WS-LIMIT-RESULT = "V"
              ADD 1 TO WS-LIMIT-EXC-COUNT
           END-IF
           IF WS-FLD-JURIS = SPACES
              GO TO 016-EXIT
           END-IF
           CALL "CHKPRICE" USING WS-PRICE-SOURCE WS-PUR-VEH-ID
              WS-DATE-NUM WS-PUR-GALLONS WS-PUR-AMOUNT WS-FLD-CARD
              WS-FLD-JURIS WS-PRICE-RESULT
           IF WS-PRICE-RESULT = "H" OR WS-PRICE-RESULT = "L"
              ADD 1 TO WS-PRICE-EXC-COUNT
           END-IF
       .
       016-EXIT.
           EXIT
       .

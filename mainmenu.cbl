       01  WS-OPERATOR-ID    PIC X(8) VALUE SPACES.
       01  WS-OPERATOR-NAME  PIC X(20) VALUE SPACES.
       01  WS-AUTHORITY      PIC X VALUE "O".
       01  WS-AUTH-PROGRAM   PIC X(12) VALUE SPACES.
       01  WS-AUTH-OPTION    PIC 99 VALUE ZEROS.
       01  WS-AUTH-FUNCTION  PIC X(8) VALUE SPACES.
       01  WS-AUTH-PERMIT-SW PIC X VALUE "N".
           88 FUNCTION-PERMITTED VALUE "Y".
       01  WS-ID-IN          PIC X(8).
       01  WS-PWD-IN         PIC X(8).
       01  WS-PWD-NEW        PIC X(8).
              10 OPR-TBL-PWDDATE PIC 9(8).
              10 OPR-TBL-FAILS   PIC 9.
              10 OPR-TBL-LOCK    PIC X.
              10 OPR-TBL-ROLE    PIC X(4).
       01  WS-OPR-COUNT      PIC 9(3) VALUE ZEROS.
       01  WS-OPR-MAX        PIC 9(3) VALUE 50.
       01  WS-OPR-FOUND-SW   PIC X VALUE "N".
       002-DISPATCH.
           IF MENU-CHOICE >= 1 AND MENU-CHOICE <= WS-MENU-MAX
              MOVE MENU-CHOICE TO WS-LAUNCH-SUB
              MOVE MNU-PROGRAM(WS-LAUNCH-SUB) TO WS-AUTH-PROGRAM
              MOVE "RUN" TO WS-AUTH-FUNCTION
              PERFORM 017-CHECK-PERMISSION THRU 017-EXIT
              IF NOT FUNCTION-PERMITTED
                 GO TO 002-EXIT
              END-IF
              PERFORM 009-CHECK-ALREADY-RUN THRU 009-EXIT
              IF NOT LAUNCH-CLEARED
                 GO TO 002-EXIT
              WHEN 7 CALL "STAR-100"
              WHEN 8 CALL "LISTING6-3"
              WHEN 9 CALL "LIST6-4"
              WHEN 10 CALL "CTLMAINT"
              WHEN 11 CALL "VEHMAINT"
              WHEN 12 CALL "BLOCKTXT"
              WHEN 13 PERFORM 014-UNLOCK-OPERATOR THRU 014-EXIT
                          MOVE ZEROS TO OPR-TBL-FAILS(WS-OPR-COUNT)
                       END-IF
                       MOVE OPR-LOCK TO OPR-TBL-LOCK(WS-OPR-COUNT)
                       MOVE OPR-ROLE TO OPR-TBL-ROLE(WS-OPR-COUNT)
                    END-IF
              END-READ
           END-PERFORM
              MOVE OPR-TBL-PWDDATE(OPR-IDX) TO OPR-PWD-DATE
              MOVE OPR-TBL-FAILS(OPR-IDX) TO OPR-FAILS
              MOVE OPR-TBL-LOCK(OPR-IDX) TO OPR-LOCK
              MOVE OPR-TBL-ROLE(OPR-IDX) TO OPR-ROLE
              WRITE OPERATOR-REC
           END-PERFORM
           CLOSE OPERATOR-MASTER
       .

       014-UNLOCK-OPERATOR.
           MOVE "MAINMENU" TO WS-AUTH-PROGRAM
           MOVE "UNLOCK" TO WS-AUTH-FUNCTION
           PERFORM 017-CHECK-PERMISSION THRU 017-EXIT
           IF NOT FUNCTION-PERMITTED
              GO TO 014-EXIT
           END-IF
           DISPLAY "Operator ID to unlock: " WITH NO ADVANCING
       016-EXIT.
           EXIT
       .

       017-CHECK-PERMISSION.
           MOVE ZEROS TO WS-AUTH-OPTION
           CALL "GETAUTH" USING WS-OPERATOR-ID WS-AUTHORITY
              WS-AUTH-PROGRAM WS-AUTH-OPTION WS-AUTH-FUNCTION
              WS-AUTH-PERMIT-SW
           IF NOT FUNCTION-PERMITTED
              DISPLAY "Your role is not permitted to use "
                 FUNCTION TRIM(WS-AUTH-FUNCTION) " for "
                 FUNCTION TRIM(WS-AUTH-PROGRAM) "."
           END-IF
       .
       017-EXIT.
           EXIT
       .

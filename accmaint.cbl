       01  WS-OOS-FSTATUS      PIC XX VALUE "00".
       01  WS-VEH-FSTATUS      PIC XX VALUE "00".
       01  MENU-CHOICE         PIC 99 VALUE ZEROS.
       01  WS-OPERATOR-ID      PIC X(8) VALUE "SYSTEM".
       01  WS-AUTHORITY        PIC X VALUE SPACE.
       01  WS-AUTH-PROGRAM     PIC X(12) VALUE "ACCMAINT".
       01  WS-VLG-PROGRAM      PIC X(12) VALUE "ACCMAINT".
       01  WS-VLG-ACTION       PIC X VALUE "C".
       01  WS-AUTH-OPTION      PIC 99 VALUE ZEROS.
       01  WS-AUTH-FUNCTION    PIC X(8) VALUE SPACES.
       01  WS-AUTH-PERMIT-SW   PIC X VALUE "N".
           88 FUNCTION-PERMITTED VALUE "Y".
       01  WS-CONTINUE-SW      PIC X VALUE "Y".
           88 CONTINUE-MENU       VALUE "Y".
       01  WS-VEH-OPEN-SW      PIC X VALUE "N".

       PROCEDURE DIVISION.
       000-BEGIN.
           CALL "GETOPER" USING WS-OPERATOR-ID
           CALL "GETDSN" USING WS-VEHM-DSN
           OPEN I-O VEHICLE-MASTER
           IF WS-VEH-FSTATUS = "00"
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
              WHEN 1 PERFORM 003-RECORD-ACCIDENT THRU 003-EXIT
              WHEN 2 PERFORM 004-OPEN-OOS THRU 004-EXIT
              MOVE "H" TO VEH-STATUS
              REWRITE VEHICLE-REC
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    CALL "VEHLOG" USING WS-VLG-PROGRAM WS-OPERATOR-ID
                       WS-VLG-ACTION VEHICLE-REC
              END-REWRITE
           END-IF
       .
              MOVE "A" TO VEH-STATUS
              REWRITE VEHICLE-REC
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    CALL "VEHLOG" USING WS-VLG-PROGRAM WS-OPERATOR-ID
                       WS-VLG-ACTION VEHICLE-REC
              END-REWRITE
           END-IF
       .

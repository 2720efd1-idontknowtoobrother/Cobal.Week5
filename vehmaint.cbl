           VALUE "veh-readings.dat".
       01  WS-VEH-FSTATUS       PIC XX VALUE "00".
       01  MENU-CHOICE          PIC 99 VALUE ZEROS.
       01  WS-OPERATOR-ID       PIC X(8) VALUE "SYSTEM".
       01  WS-AUTHORITY         PIC X VALUE SPACE.
       01  WS-AUTH-PROGRAM      PIC X(12) VALUE "VEHMAINT".
       01  WS-AUTH-OPTION       PIC 99 VALUE ZEROS.
       01  WS-AUTH-FUNCTION     PIC X(8) VALUE SPACES.
       01  WS-AUTH-PERMIT-SW    PIC X VALUE "N".
           88 FUNCTION-PERMITTED VALUE "Y".
       01  WS-CONTINUE-SW       PIC X VALUE "Y".
           88 CONTINUE-MENU        VALUE "Y".
       01  WS-VEH-EOF-SW        PIC X VALUE "N".
           88 EXPIRY-FOUND         VALUE "Y".
       01  WS-VEX-MATCH         PIC 9(3) VALUE ZEROS.
       01  WS-COST-IN           PIC X(7).
       01  WS-VLG-PROGRAM       PIC X(12) VALUE "VEHMAINT".
       01  WS-VLG-ACTION        PIC X VALUE SPACE.

       PROCEDURE DIVISION.
       000-BEGIN.
           CALL "GETOPER" USING WS-OPERATOR-ID
           CALL "GETDSN" USING WS-VEHM-DSN
           CALL "GETDSN" USING WS-RDGF-DSN
           MOVE "Y" TO WS-CONTINUE-SW
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
              WHEN 1 PERFORM 003-ADD-VEHICLE THRU 003-EXIT
              WHEN 2 PERFORM 004-CHANGE-VEHICLE THRU 004-EXIT
                 DISPLAY "Vehicle " WS-NEW-ID " already on file."
              NOT INVALID KEY
                 DISPLAY "Vehicle " WS-NEW-ID " added."
                 MOVE "A" TO WS-VLG-ACTION
                 CALL "VEHLOG" USING WS-VLG-PROGRAM WS-OPERATOR-ID
                    WS-VLG-ACTION VEHICLE-REC
           END-WRITE
       .
       003-EXIT.
                 DISPLAY "Rewrite failed for " WS-NEW-ID
              NOT INVALID KEY
                 DISPLAY "Vehicle " WS-NEW-ID " updated."
                 MOVE "C" TO WS-VLG-ACTION
                 CALL "VEHLOG" USING WS-VLG-PROGRAM WS-OPERATOR-ID
                    WS-VLG-ACTION VEHICLE-REC
           END-REWRITE
       .
       004-EXIT.
                 DISPLAY "Delete failed for " WS-NEW-ID
              NOT INVALID KEY
                 DISPLAY "Vehicle " WS-NEW-ID " deleted."
                 MOVE "D" TO WS-VLG-ACTION
                 CALL "VEHLOG" USING WS-VLG-PROGRAM WS-OPERATOR-ID
                    WS-VLG-ACTION VEHICLE-REC
           END-DELETE
       .
       005-EXIT.
                 PERFORM 015-STATUS-NAME THRU 015-EXIT
                 DISPLAY "Vehicle " WS-NEW-ID " is now "
                    WS-STATUS-NAME
                 MOVE "C" TO WS-VLG-ACTION
                 CALL "VEHLOG" USING WS-VLG-PROGRAM WS-OPERATOR-ID
                    WS-VLG-ACTION VEHICLE-REC
           END-REWRITE
       .
       013-EXIT.

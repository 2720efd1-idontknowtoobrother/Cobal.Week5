       01  WS-ASG-FSTATUS       PIC XX VALUE "00".
       01  WS-VEH-FSTATUS       PIC XX VALUE "00".
       01  MENU-CHOICE          PIC 99 VALUE ZEROS.
       01  WS-AUTHORITY         PIC X VALUE SPACE.
       01  WS-AUTH-PROGRAM      PIC X(12) VALUE "ASGMAINT".
       01  WS-AUTH-OPTION       PIC 99 VALUE ZEROS.
       01  WS-AUTH-FUNCTION     PIC X(8) VALUE SPACES.
       01  WS-AUTH-PERMIT-SW    PIC X VALUE "N".
           88 FUNCTION-PERMITTED VALUE "Y".
       01  WS-CONTINUE-SW       PIC X VALUE "Y".
           88 CONTINUE-MENU        VALUE "Y".
       01  WS-VEH-OPEN-SW       PIC X VALUE "N".
           88 HOLDER-FOUND         VALUE "Y".
       01  WS-BEST-EFF          PIC 9(8) VALUE ZEROS.
       01  WS-BEST-IDX          PIC 9(3) VALUE ZEROS.
       01  WS-OPERATOR-ID       PIC X(8) VALUE "SYSTEM".
       01  WS-VEH-CLASS         PIC X(2) VALUE SPACES.
       01  WS-QUAL-RESULT       PIC X VALUE SPACE.
           88 DRIVER-QUALIFIED     VALUE "Y".
       01  WS-QUAL-REASON       PIC X(30) VALUE SPACES.
       01  WS-SEC-PROGRAM       PIC X(12) VALUE "ASGMAINT".
       01  WS-SEC-EVENT         PIC X(12) VALUE SPACES.
       01  WS-SEC-DETAIL        PIC X(30) VALUE SPACES.
       01  WS-SEC-SEV           PIC X VALUE "W".

       PROCEDURE DIVISION.
       000-BEGIN.
           CALL "GETDSN" USING WS-ASGF-DSN
           CALL "GETDSN" USING WS-VEHM-DSN
           CALL "GETOPER" USING WS-OPERATOR-ID
           PERFORM 005-OPEN-VEHICLE-MASTER THRU 005-EXIT
           PERFORM UNTIL NOT CONTINUE-MENU
              PERFORM 001-DISPLAY-MENU THRU 001-EXIT
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
              WHEN 1 PERFORM 003-ADD-ASSIGNMENT THRU 003-EXIT
              WHEN 2 PERFORM 004-LIST-ASSIGNMENTS THRU 004-EXIT
                 "assignment not recorded."
              GO TO 003-EXIT
           END-IF
           MOVE VEH-CLASS TO WS-VEH-CLASS
           DISPLAY "Driver ID (6 characters): " WITH NO ADVANCING
           MOVE SPACES TO WS-NEW-DRV-ID
           ACCEPT WS-NEW-DRV-ID
                 WS-DRV-EXPIRY ", assignment not recorded."
              GO TO 003-EXIT
           END-IF
           CALL "CHKQUAL" USING WS-NEW-DRV-ID WS-VEH-CLASS WS-TODAY
              WS-QUAL-RESULT WS-SEC-EVENT WS-QUAL-REASON
           IF NOT DRIVER-QUALIFIED
              DISPLAY "Driver " WS-NEW-DRV-ID " - " WS-QUAL-REASON
              DISPLAY "Assignment not recorded."
              MOVE SPACES TO WS-SEC-DETAIL
              STRING "DRV " WS-NEW-DRV-ID " VEH " WS-NEW-VEH-ID
                 " CLASS " WS-VEH-CLASS
                 DELIMITED BY SIZE INTO WS-SEC-DETAIL
              CALL "SECLOG" USING WS-SEC-PROGRAM WS-OPERATOR-ID
                 WS-SEC-EVENT WS-SEC-DETAIL WS-SEC-SEV
              GO TO 003-EXIT
           END-IF
           MOVE WS-DRV-NAME TO WS-NEW-DRIVER
           DISPLAY "Cost center (4 characters): " WITH NO ADVANCING
           MOVE SPACES TO WS-NEW-CC

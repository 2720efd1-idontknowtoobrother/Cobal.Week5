       01  WS-STEP-FSTATUS     PIC XX VALUE "00".
       01  WS-JNL-FSTATUS      PIC XX VALUE "00".
       01  MENU-CHOICE         PIC 99 VALUE ZEROS.
       01  WS-AUTHORITY        PIC X VALUE SPACE.
       01  WS-AUTH-PROGRAM     PIC X(12) VALUE "STEPMAINT".
       01  WS-AUTH-OPTION      PIC 99 VALUE ZEROS.
       01  WS-AUTH-FUNCTION    PIC X(8) VALUE SPACES.
       01  WS-AUTH-PERMIT-SW   PIC X VALUE "N".
           88 FUNCTION-PERMITTED VALUE "Y".
       01  WS-CONTINUE-SW      PIC X VALUE "Y".
           88 CONTINUE-MENU       VALUE "Y".
       01  WS-STEP-EOF-SW      PIC X VALUE "N".
           88 END-OF-STEPS        VALUE "Y".
       01  STP-TABLE.
           05 STP-ENTRY OCCURS 60 TIMES INDEXED BY STP-IDX.
              10 STP-PROGRAM    PIC X(12).
              10 STP-DEPENDS    PIC 99.
              10 STP-RETRIES    PIC 9.
       01  WS-STP-COUNT        PIC 99 VALUE ZEROS.
       01  WS-STP-MAX          PIC 99 VALUE 60.
       01  WS-NUM-IN           PIC X(2).
       01  WS-WANT-STEP        PIC 99 VALUE ZEROS.
       01  WS-NEW-PROGRAM      PIC X(12).
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
              WHEN 1 PERFORM 003-LIST-STEPS THRU 003-EXIT
              WHEN 2 PERFORM 004-ADD-STEP THRU 004-EXIT

       WORKING-STORAGE SECTION.
       01  WS-FONT-FSTATUS     PIC XX VALUE "00".
       01  MENU-CHOICE         PIC 99 VALUE ZEROS.
       01  WS-OPERATOR-ID      PIC X(8) VALUE "SYSTEM".
       01  WS-AUTHORITY        PIC X VALUE SPACE.
       01  WS-AUTH-PROGRAM     PIC X(12) VALUE "FONTMAINT".
       01  WS-AUTH-OPTION      PIC 99 VALUE ZEROS.
       01  WS-AUTH-FUNCTION    PIC X(8) VALUE SPACES.
       01  WS-AUTH-PERMIT-SW   PIC X VALUE "N".
           88 FUNCTION-PERMITTED VALUE "Y".
       01  WS-CONTINUE-SW      PIC X VALUE "Y".
           88 CONTINUE-MENU       VALUE "Y".
       01  WS-FONT-EOF-SW      PIC X VALUE "N".

       PROCEDURE DIVISION.
       000-BEGIN.
           CALL "GETOPER" USING WS-OPERATOR-ID
           PERFORM 007-LOAD-FONT THRU 007-EXIT
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
              WHEN 1 PERFORM 003-LIST-CHARS THRU 003-EXIT
              WHEN 2 PERFORM 004-DISPLAY-GLYPH THRU 004-EXIT

       WORKING-STORAGE SECTION.
       01  WS-OPERATOR-ID      PIC X(8) VALUE "SYSTEM".
       01  WS-AUTHORITY        PIC X VALUE SPACE.
       01  WS-AUTH-PROGRAM     PIC X(12) VALUE "PERCLOSE".
       01  WS-AUTH-OPTION      PIC 99 VALUE ZEROS.
       01  WS-AUTH-FUNCTION    PIC X(8) VALUE "RUN".
       01  WS-AUTH-PERMIT-SW   PIC X VALUE "N".
           88 FUNCTION-PERMITTED VALUE "Y".
       01  WS-PCL-FSTATUS      PIC XX VALUE "00".
       01  WS-RUNH-FSTATUS     PIC XX VALUE "00".
       01  WS-JNL-FSTATUS      PIC XX VALUE "00".
           88 FUELRPT-BALANCED    VALUE "Y".
       01  WS-ANSWER           PIC X VALUE SPACE.
       01  WS-TODAY            PIC 9(8) VALUE ZEROS.
       01  WS-DEP-COUNT        PIC 9(5) VALUE ZEROS.
       01  WS-DEP-AMOUNT       PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-DISP-COUNT       PIC 9(5) VALUE ZEROS.
       01  WS-PRN-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       000-BEGIN.
           CALL "GETOPER" USING WS-OPERATOR-ID
           CALL "GETAUTH" USING WS-OPERATOR-ID WS-AUTHORITY
              WS-AUTH-PROGRAM WS-AUTH-OPTION WS-AUTH-FUNCTION
              WS-AUTH-PERMIT-SW
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           IF NOT FUNCTION-PERMITTED
              DISPLAY "PERCLOSE: period close is not permitted for "
                 "your role."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 007-SAVE-PERIODS THRU 007-EXIT
           PERFORM 008-WRITE-JOURNAL THRU 008-EXIT
           DISPLAY "Period " WS-WANT-PERIOD " closed."
           PERFORM 013-POST-DEPRECIATION THRU 013-EXIT
       .
       003-EXIT.
           EXIT
       012-EXIT.
           EXIT
       .

       013-POST-DEPRECIATION.
           CALL "ASSETDEP" USING WS-WANT-PERIOD WS-DEP-COUNT
              WS-DEP-AMOUNT WS-DISP-COUNT
           MOVE WS-DEP-AMOUNT TO WS-PRN-AMOUNT
           DISPLAY "-----------------------------------------------"
           DISPLAY "Vehicles depreciated . . . . . : " WS-DEP-COUNT
           DISPLAY "Depreciation posted  . . . . . : " WS-PRN-AMOUNT
           DISPLAY "Disposals posted . . . . . . . : " WS-DISP-COUNT
           DISPLAY "==============================================="
       .
       013-EXIT.
           EXIT
       .

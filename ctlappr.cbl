           SELECT DIVISOR-TABLE ASSIGN TO "userdiv-divtbl.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DVT-FSTATUS.
           SELECT PROPOSED-TABLE ASSIGN TO "userdiv-divtbl.prop"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PRP-FSTATUS.
           SELECT SIM-PARM-FILE ASSIGN TO "divsim-parm.dat"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FLEET-CTL-FILE ASSIGN TO "fleet-ctl.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FLEET-FSTATUS.
       FD  DIVISOR-TABLE.
       COPY "divisor-tbl.cpy".

       FD  PROPOSED-TABLE.
       01  PROPOSED-REC.
           05 PRP-CODE         PIC X(3).
           05 PRP-DIVISOR      PIC 9(5).
           05 PRP-EFF-DATE     PIC 9(8).

       FD  SIM-PARM-FILE.
       01  DIVSIM-PARM-REC.
           05 DSP-PROPOSED-NAME PIC X(40).
           05 FILLER           PIC X VALUE SPACE.
           05 DSP-FROM-DATE    PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 DSP-TO-DATE      PIC 9(8).

       FD  FLEET-CTL-FILE.
       COPY "fleet-ctl.cpy".

       WORKING-STORAGE SECTION.
       01  WS-OPERATOR-ID       PIC X(8) VALUE "SYSTEM".
       01  WS-AUTHORITY         PIC X VALUE SPACE.
       01  WS-AUTH-PROGRAM      PIC X(12) VALUE "CTLAPPR".
       01  WS-AUTH-OPTION       PIC 99 VALUE ZEROS.
       01  WS-AUTH-FUNCTION     PIC X(8) VALUE "RUN".
       01  WS-AUTH-PERMIT-SW    PIC X VALUE "N".
           88 FUNCTION-PERMITTED VALUE "Y".
       01  WS-PCH-FSTATUS       PIC XX VALUE "00".
       01  WS-DVT-FSTATUS       PIC XX VALUE "00".
       01  WS-PRP-FSTATUS       PIC XX VALUE "00".
       01  WS-FLEET-FSTATUS     PIC XX VALUE "00".
       01  WS-SLACTL-FSTATUS    PIC XX VALUE "00".
       01  WS-CAL-FSTATUS       PIC XX VALUE "00".
              10 DVT-TBL-EFF      PIC 9(8).
       01  WS-DVT-COUNT         PIC 9(3) VALUE ZEROS.
       01  WS-DVT-MATCH         PIC 9(3) VALUE ZEROS.
       01  WS-DVT-BUILT-SW      PIC X VALUE "N".
           88 DVT-BUILT            VALUE "Y".
       01  WS-PROP-NAME         PIC X(40) VALUE "userdiv-divtbl.prop".
       01  WS-SIM-FROM          PIC 9(8) VALUE ZEROS.
       01  WS-SIM-TO            PIC 9(8) VALUE ZEROS.
       01  WS-DATE-IN           PIC X(8) VALUE SPACES.
       01  SLA-TABLE.
           05 SLA-ENTRY OCCURS 50 TIMES INDEXED BY SLA-IDX.
              10 SLA-TBL-PROGRAM  PIC X(12).
       000-BEGIN.
           CALL "GETOPER" USING WS-OPERATOR-ID
           CALL "GETAUTH" USING WS-OPERATOR-ID WS-AUTHORITY
              WS-AUTH-PROGRAM WS-AUTH-OPTION WS-AUTH-FUNCTION
              WS-AUTH-PERMIT-SW
           IF NOT FUNCTION-PERMITTED
              DISPLAY "CTLAPPR: approving control changes is not "
                 "permitted for your role."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
              PCH-TBL-VALUE(WS-WORK-IDX)
           DISPLAY "Made by " PCH-TBL-MAKER(WS-WORK-IDX) " on "
              PCH-TBL-DATE(WS-WORK-IDX)
           IF PCH-TBL-CONTROL(WS-WORK-IDX) = "DIVISOR-TBL"
              PERFORM 015-SHOW-DIVISOR-IMPACT THRU 015-EXIT
           END-IF
           DISPLAY "(A)pply or (R)eject: " WITH NO ADVANCING
           MOVE SPACE TO WS-ANSWER
           ACCEPT WS-ANSWER
       .

       010-APPLY-DIVISOR.
           PERFORM 014-BUILD-DIVISOR-TABLE THRU 014-EXIT
           IF NOT DVT-BUILT
              GO TO 010-EXIT
           END-IF
           OPEN OUTPUT DIVISOR-TABLE
           PERFORM VARYING DVT-IDX FROM 1 BY 1
              UNTIL DVT-IDX > WS-DVT-COUNT
              MOVE DVT-TBL-CODE(DVT-IDX) TO DVT-CODE
              MOVE DVT-TBL-DIVISOR(DVT-IDX) TO DVT-DIVISOR
              MOVE DVT-TBL-EFF(DVT-IDX) TO DVT-EFF-DATE
              WRITE DIVISOR-REC
           END-PERFORM
           CLOSE DIVISOR-TABLE
           MOVE "Y" TO WS-APPLY-OK-SW
       .
       010-EXIT.
           EXIT
       .

       014-BUILD-DIVISOR-TABLE.
           MOVE "N" TO WS-DVT-BUILT-SW
           MOVE ZEROS TO WS-DVT-COUNT
           MOVE "N" TO WS-DVT-EOF-SW
           OPEN INPUT DIVISOR-TABLE
           IF PCH-TBL-VALUE(WS-WORK-IDX)(1:8) = "(DELETE)"
              IF WS-DVT-MATCH = 0
                 DISPLAY "Version no longer on file."
                 GO TO 014-EXIT
              END-IF
              PERFORM VARYING DVT-IDX FROM WS-DVT-MATCH BY 1
                 UNTIL DVT-IDX >= WS-DVT-COUNT
              IF WS-DVT-MATCH = 0
                 IF WS-DVT-COUNT >= 50
                    DISPLAY "Divisor table is full."
                    GO TO 014-EXIT
                 END-IF
                 ADD 1 TO WS-DVT-COUNT
                 MOVE WS-DVT-COUNT TO WS-DVT-MATCH
              COMPUTE DVT-TBL-DIVISOR(WS-DVT-MATCH) =
                 FUNCTION NUMVAL(PCH-TBL-VALUE(WS-WORK-IDX)(1:5))
           END-IF
           MOVE "Y" TO WS-DVT-BUILT-SW
       .
       014-EXIT.
           EXIT
       .

       015-SHOW-DIVISOR-IMPACT.
           DISPLAY "Show impact on past calculations? (Y/N): "
              WITH NO ADVANCING
           MOVE SPACE TO WS-ANSWER
           ACCEPT WS-ANSWER
           IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
              GO TO 015-EXIT
           END-IF
           PERFORM 014-BUILD-DIVISOR-TABLE THRU 014-EXIT
           IF NOT DVT-BUILT
              GO TO 015-EXIT
           END-IF
           MOVE ZEROS TO WS-SIM-FROM WS-SIM-TO
           DISPLAY "From run date YYYYMMDD (blank for earliest): "
              WITH NO ADVANCING
           MOVE SPACES TO WS-DATE-IN
           ACCEPT WS-DATE-IN
           IF WS-DATE-IN NUMERIC
              MOVE WS-DATE-IN TO WS-SIM-FROM
           END-IF
           DISPLAY "To run date YYYYMMDD (blank for business date): "
              WITH NO ADVANCING
           MOVE SPACES TO WS-DATE-IN
           ACCEPT WS-DATE-IN
           IF WS-DATE-IN NUMERIC
              MOVE WS-DATE-IN TO WS-SIM-TO
           END-IF
           OPEN OUTPUT PROPOSED-TABLE
           PERFORM VARYING DVT-IDX FROM 1 BY 1
              UNTIL DVT-IDX > WS-DVT-COUNT
              MOVE DVT-TBL-CODE(DVT-IDX) TO PRP-CODE
              MOVE DVT-TBL-DIVISOR(DVT-IDX) TO PRP-DIVISOR
              MOVE DVT-TBL-EFF(DVT-IDX) TO PRP-EFF-DATE
              WRITE PROPOSED-REC
           END-PERFORM
           CLOSE PROPOSED-TABLE
           OPEN OUTPUT SIM-PARM-FILE
           MOVE SPACES TO DIVSIM-PARM-REC
           MOVE WS-PROP-NAME TO DSP-PROPOSED-NAME
           MOVE WS-SIM-FROM TO DSP-FROM-DATE
           MOVE WS-SIM-TO TO DSP-TO-DATE
           WRITE DIVSIM-PARM-REC
           CLOSE SIM-PARM-FILE
           MOVE 0 TO RETURN-CODE
           CALL "DIVSIM"
           IF RETURN-CODE NOT = 0
              DISPLAY "Impact simulation did not run."
           END-IF
           MOVE 0 TO RETURN-CODE
           CALL "CBL_DELETE_FILE" USING WS-PROP-NAME
       .
       015-EXIT.
           EXIT
       .


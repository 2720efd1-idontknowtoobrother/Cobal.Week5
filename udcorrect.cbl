       01  RESUBMIT-REC.
           05 RSB-NUM1         PIC S9(5)V9(2) SIGN LEADING SEPARATE.
           05 RSB-NUM2         PIC S9(5)V9(2) SIGN LEADING SEPARATE.
           05 RSB-CURRENCY     PIC X(3).

       FD  RUN-HISTORY-FILE.
       COPY "run-history.cpy".

       WORKING-STORAGE SECTION.
       01  WS-OPERATOR-ID     PIC X(8) VALUE "SYSTEM".
       01  WS-AUTHORITY        PIC X VALUE SPACE.
       01  WS-AUTH-PROGRAM     PIC X(12) VALUE "UDCORRECT".
       01  WS-AUTH-OPTION      PIC 99 VALUE ZEROS.
       01  WS-AUTH-FUNCTION    PIC X(8) VALUE "CORRECT".
       01  WS-AUTH-PERMIT-SW   PIC X VALUE "N".
           88 FUNCTION-PERMITTED VALUE "Y".
       01  WS-EXCEPT-FSTATUS   PIC XX VALUE "00".
       01  WS-RESUB-FSTATUS    PIC XX VALUE "00".
       01  WS-RUNH-FSTATUS     PIC XX VALUE "00".
              10 EXC-TBL-RUN-NO  PIC 9(6).
              10 EXC-TBL-STATUS  PIC X.
              10 EXC-TBL-OPERATOR PIC X(8).
              10 EXC-TBL-CURRENCY PIC X(3).
       01  WS-EXC-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-EXC-MAX          PIC 9(3) VALUE 500.
       01  WS-TRUNC-SW         PIC X VALUE "N".
       PROCEDURE DIVISION.
       000-BEGIN.
           CALL "GETOPER" USING WS-OPERATOR-ID
           CALL "GETAUTH" USING WS-OPERATOR-ID WS-AUTHORITY
              WS-AUTH-PROGRAM WS-AUTH-OPTION WS-AUTH-FUNCTION
              WS-AUTH-PERMIT-SW
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-START-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-RUN-START-TIME
           IF NOT FUNCTION-PERMITTED
              DISPLAY "UDCORRECT: exception correction is not "
                 "permitted for your role."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 001-LOAD-EXCEPTIONS THRU 001-EXIT
           IF LOAD-TRUNCATED
              DISPLAY "UDCORRECT: more than " WS-EXC-MAX " rows on "
                       END-IF
                       MOVE EXC-OPERATOR TO
                          EXC-TBL-OPERATOR(WS-EXC-COUNT)
                       MOVE EXC-CURRENCY TO
                          EXC-TBL-CURRENCY(WS-EXC-COUNT)
                    END-IF
              END-READ
           END-PERFORM
              " " EXC-TBL-REASON(EXC-IDX)
              " RUN " EXC-TBL-RUN-NO(EXC-IDX)
              " ON " EXC-TBL-DATE(EXC-IDX)
           IF EXC-TBL-CURRENCY(EXC-IDX) NOT = SPACES
              DISPLAY "         Amounts in currency "
                 EXC-TBL-CURRENCY(EXC-IDX)
           END-IF
           DISPLAY "(C)orrect NUM2, (X) cancel transaction, "
              "(S)kip, (Q)uit: " WITH NO ADVANCING
           MOVE SPACE TO WS-ANSWER
           END-IF
           MOVE EXC-TBL-NUM1(EXC-IDX) TO RSB-NUM1
           MOVE WS-AMT-VALUE TO RSB-NUM2
           MOVE EXC-TBL-CURRENCY(EXC-IDX) TO RSB-CURRENCY
           WRITE RESUBMIT-REC
           MOVE "R" TO EXC-TBL-STATUS(EXC-IDX)
           ADD 1 TO WS-CORRECT-COUNT
              MOVE EXC-TBL-RUN-NO(EXC-IDX) TO EXC-RUN-NO
              MOVE EXC-TBL-STATUS(EXC-IDX) TO EXC-STATUS
              MOVE EXC-TBL-OPERATOR(EXC-IDX) TO EXC-OPERATOR
              MOVE EXC-TBL-CURRENCY(EXC-IDX) TO EXC-CURRENCY
              WRITE EXCEPTION-REC
              IF EXC-TBL-STATUS(EXC-IDX) = "P"
                 ADD 1 TO WS-PENDING-COUNT

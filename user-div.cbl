              FILE STATUS IS WS-AUDIT-FSTATUS.
           SELECT DIVISOR-TABLE ASSIGN TO "userdiv-divtbl.dat"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FX-RATE-FILE ASSIGN TO "userdiv-fxrate.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FXR-FSTATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "userdiv-except.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EXCEPT-FSTATUS.
       FD  DIVISOR-TABLE.
       COPY "divisor-tbl.cpy".

       FD  FX-RATE-FILE.
       COPY "fx-rate.cpy".

       FD  EXCEPTION-FILE.
       COPY "userdiv-exc.cpy".

       01  RESUBMIT-REC.
           05 RSB-NUM1         PIC S9(5)V9(2) SIGN LEADING SEPARATE.
           05 RSB-NUM2         PIC S9(5)V9(2) SIGN LEADING SEPARATE.
           05 RSB-CURRENCY     PIC X(3).

       FD  LOCK-FILE.
       01  LOCK-REC.
           88 DVT-CODE-FOUND   VALUE "Y".
       01  WS-DVT-BEST-EFF     PIC 9(8) VALUE ZEROS.
       01  WS-DVT-EFF-WORK     PIC 9(8) VALUE ZEROS.
       01  WS-FXR-FSTATUS      PIC XX VALUE "00".
       01  WS-FXR-EOF-SW       PIC X VALUE "N".
           88 END-OF-FXR       VALUE "Y".
       01  WS-FXR-FOUND-SW     PIC X VALUE "N".
           88 FX-RATE-FOUND    VALUE "Y".
       01  WS-FXR-BEST-EFF     PIC 9(8) VALUE ZEROS.
       01  WS-FXR-EFF-WORK     PIC 9(8) VALUE ZEROS.
       01  WS-FXR-LAST-CURR    PIC X(3) VALUE SPACES.
       01  WS-FXR-LAST-RATE    PIC 9(4)V9(6) VALUE ZEROS.
       01  WS-FX-RATE          PIC 9(4)V9(6) VALUE 1.
       01  WS-FX-OK-SW         PIC X VALUE "N".
           88 FX-CONVERTED     VALUE "Y".
       01  WS-TRANS-CURRENCY   PIC X(3) VALUE SPACES.
       01  WS-ORIG-NUM1        PIC S9(5)V9(2) VALUE 0.
       01  WS-ORIG-NUM2        PIC S9(5)V9(2) VALUE 0.
       01  WS-EXCEPTION-COUNT  PIC 9(7) VALUE 0.
       01  WS-PRN-EXCEPT-COUNT PIC ZZZ,ZZ9.
       01  WS-RUN-COUNT        PIC 9(7) VALUE 0.
       01  WS-SESSION-ANSWER  PIC X VALUE SPACE.
       01  WS-BATCH-OP        PIC X VALUE "D".
       01  WS-TRANS-SOURCE    PIC X(3) VALUE SPACES.
       01  WS-DIV-CODE        PIC X(3) VALUE SPACES.
       01  WS-CALC-OK-SW      PIC X VALUE "N".
           88 CALC-OK            VALUE "Y".
       01  TAPE-TABLE.
           PERFORM 004-INPUT-NUM1 THRU 004-EXIT
           PERFORM 010-INPUT-OPERATION THRU 010-EXIT
           PERFORM 005-INPUT-NUM2 THRU 005-EXIT
           MOVE NUM1 TO WS-ORIG-NUM1
           MOVE NUM2 TO WS-ORIG-NUM2
           MOVE 1 TO WS-FX-RATE
           IF (OP-DIVIDE OR OP-PERCENT) AND NUM2-IS-ZERO THEN
              DISPLAY "Error: NUM2 is zero."
              MOVE "ZERO DIVISOR" TO WS-EXC-REASON
           MOVE FUNCTION CURRENT-DATE(1:8) TO AUD-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO AUD-RUN-TIME
           MOVE WS-RUN-NO TO AUD-RUN-NO
           MOVE WS-TRANS-CURRENCY TO AUD-CURRENCY
           MOVE WS-ORIG-NUM1 TO AUD-ORIG-NUM1
           MOVE WS-ORIG-NUM2 TO AUD-ORIG-NUM2
           MOVE WS-FX-RATE TO AUD-FX-RATE
           MOVE WS-TRANS-SOURCE TO AUD-SOURCE
           IF BATCH-MODE
              MOVE WS-BATCH-OP TO AUD-OP
           ELSE
              MOVE OPERATION-MODE TO AUD-OP
           END-IF
           MOVE WS-DIV-CODE TO AUD-DIV-CODE
           IF WS-TRANS-SOURCE = "STO"
              MOVE "STANDORD" TO AUD-OPERATOR
           ELSE
       005-INPUT-NUM2.
           MOVE "N" TO WS-NUM2-OK-SW
           MOVE "N" TO WS-DVT-FOUND-SW
           MOVE SPACES TO WS-DIV-CODE
           PERFORM UNTIL NUM2-INPUT-OK OR DVT-CODE-FOUND
              DISPLAY "Please input NUM2, or a divisor code: "
                 WITH NO ADVANCING
                          MOVE DVT-DIVISOR TO NUM2
                          MOVE WS-DVT-EFF-WORK TO WS-DVT-BEST-EFF
                          MOVE "Y" TO WS-DVT-FOUND-SW
                          MOVE DVT-CODE TO WS-DIV-CODE
                       END-IF
                    END-IF
              END-READ

       008-WRITE-EXCEPTION.
           MOVE SPACES TO EXCEPTION-REC
           MOVE WS-ORIG-NUM1 TO EXC-NUM1
           MOVE WS-ORIG-NUM2 TO EXC-NUM2
           MOVE WS-EXC-REASON TO EXC-REASON
           MOVE FUNCTION CURRENT-DATE(1:8) TO EXC-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO EXC-RUN-TIME
           MOVE WS-RUN-NO TO EXC-RUN-NO
           MOVE "P" TO EXC-STATUS
           MOVE WS-OPERATOR-ID TO EXC-OPERATOR
           MOVE WS-TRANS-CURRENCY TO EXC-CURRENCY
           WRITE EXCEPTION-REC
           ADD 1 TO WS-EXCEPTION-COUNT

                       MOVE TR-NUM2 TO NUM2
                       MOVE TR-OP TO WS-BATCH-OP
                       MOVE TR-SOURCE TO WS-TRANS-SOURCE
                       MOVE TR-CURRENCY TO WS-TRANS-CURRENCY
                       PERFORM 016-PROCESS-TRANSACTION THRU 016-EXIT
                       IF FUNCTION MOD(WS-TRANS-SEQ, WS-CKPT-EVERY) = 0
                          PERFORM 014-WRITE-CHECKPOINT THRU 014-EXIT
                    MOVE RSB-NUM2 TO NUM2
                    MOVE "D" TO WS-BATCH-OP
                    MOVE SPACES TO WS-TRANS-SOURCE
                    MOVE RSB-CURRENCY TO WS-TRANS-CURRENCY
                    PERFORM 016-PROCESS-TRANSACTION THRU 016-EXIT
                    ADD 1 TO WS-RESUB-COUNT
              END-READ
           IF WS-BATCH-OP = SPACE
              MOVE "D" TO WS-BATCH-OP
           END-IF
           MOVE NUM1 TO WS-ORIG-NUM1
           MOVE NUM2 TO WS-ORIG-NUM2
           MOVE 1 TO WS-FX-RATE
           IF WS-TRANS-CURRENCY NOT = SPACES
              PERFORM 032-LOOKUP-FX-RATE THRU 032-EXIT
              IF NOT FX-RATE-FOUND
                 DISPLAY "Error: no " WS-TRANS-CURRENCY
                    " exchange rate for NUM1=" NUM1
                 MOVE "NO EXCHANGE RATE" TO WS-EXC-REASON
                 PERFORM 008-WRITE-EXCEPTION THRU 008-EXIT
                 GO TO 016-EXIT
              END-IF
              MOVE "N" TO WS-FX-OK-SW
              COMPUTE NUM1 ROUNDED = WS-ORIG-NUM1 * WS-FX-RATE
                 ON SIZE ERROR CONTINUE
                 NOT ON SIZE ERROR
                    COMPUTE NUM2 ROUNDED = WS-ORIG-NUM2 * WS-FX-RATE
                       ON SIZE ERROR CONTINUE
                       NOT ON SIZE ERROR MOVE "Y" TO WS-FX-OK-SW
                    END-COMPUTE
              END-COMPUTE
              IF NOT FX-CONVERTED
                 DISPLAY "Error: converted amount exceeds capacity "
                    "for NUM1=" WS-ORIG-NUM1
                 MOVE "CONVERSION OVERFLOW" TO WS-EXC-REASON
                 PERFORM 008-WRITE-EXCEPTION THRU 008-EXIT
                 GO TO 016-EXIT
              END-IF
           END-IF
           IF (WS-BATCH-OP = "D" OR WS-BATCH-OP = "P")
              AND NUM2-IS-ZERO
              DISPLAY "Error: NUM2 is zero for NUM1=" NUM1
           MOVE REM-VALUE TO OUT-REMAINDER
           MOVE WS-RUN-NO TO OUT-RUN-NO
           MOVE WS-TRANS-SOURCE TO OUT-SOURCE
           MOVE WS-TRANS-CURRENCY TO OUT-CURRENCY
           MOVE WS-ORIG-NUM1 TO OUT-ORIG-NUM1
           MOVE WS-ORIG-NUM2 TO OUT-ORIG-NUM2
           MOVE WS-FX-RATE TO OUT-FX-RATE
           WRITE OUT-REC
           PERFORM 002-WRITE-AUDIT THRU 002-EXIT
           ADD 1 TO WS-RUN-COUNT
       006-EXIT.
           EXIT.

       032-LOOKUP-FX-RATE.
           IF WS-TRANS-CURRENCY = WS-FXR-LAST-CURR
              MOVE WS-FXR-LAST-RATE TO WS-FX-RATE
              MOVE "Y" TO WS-FXR-FOUND-SW
              GO TO 032-EXIT
           END-IF
           MOVE "N" TO WS-FXR-FOUND-SW
           MOVE "N" TO WS-FXR-EOF-SW
           MOVE ZEROS TO WS-FXR-BEST-EFF
           OPEN INPUT FX-RATE-FILE
           IF WS-FXR-FSTATUS NOT = "00"
              GO TO 032-EXIT
           END-IF
           PERFORM UNTIL END-OF-FXR
              READ FX-RATE-FILE
                 AT END MOVE "Y" TO WS-FXR-EOF-SW
                 NOT AT END
                    IF FXR-CURRENCY = WS-TRANS-CURRENCY
                       AND FXR-RATE NUMERIC AND FXR-RATE > 0
                       IF FXR-EFF-DATE NUMERIC
                          MOVE FXR-EFF-DATE TO WS-FXR-EFF-WORK
                       ELSE
                          MOVE ZEROS TO WS-FXR-EFF-WORK
                       END-IF
                       IF WS-FXR-EFF-WORK NOT > WS-RUN-START-DATE
                          AND (NOT FX-RATE-FOUND
                             OR WS-FXR-EFF-WORK NOT <
                                WS-FXR-BEST-EFF)
                          MOVE FXR-RATE TO WS-FX-RATE
                          MOVE WS-FXR-EFF-WORK TO WS-FXR-BEST-EFF
                          MOVE "Y" TO WS-FXR-FOUND-SW
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FX-RATE-FILE
           IF FX-RATE-FOUND
              MOVE WS-TRANS-CURRENCY TO WS-FXR-LAST-CURR
              MOVE WS-FX-RATE TO WS-FXR-LAST-RATE
           END-IF
       .
       032-EXIT.
           EXIT.

       011-CHECK-BATCH-MODE.
           OPEN INPUT BATCH-FLAG-FILE
           IF WS-BATCH-FSTATUS = "00"

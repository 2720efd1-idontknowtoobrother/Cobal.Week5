       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDSAMP.
       AUTHOR. JAKKRIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "userdiv-audit.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUDIT-FSTATUS.
           SELECT SAMPLE-FILE ASSIGN TO "audit-sample.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ASM-FSTATUS.
           SELECT SIGNOFF-FILE ASSIGN TO "audit-signoff.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ASO-FSTATUS.
           SELECT SAMPLE-CTL-FILE ASSIGN TO "audsamp-ctl.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CTL-FSTATUS.
           SELECT PRINT-FILE ASSIGN TO "audsamp-print.dat"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BATCH-FLAG-FILE ASSIGN TO "nightly-batch.flg"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BATCH-FSTATUS.
           SELECT SHARED-EXCEPTION-FILE ASSIGN TO
              "shared-exceptions.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EXC-FSTATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO "run-history.idx"
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS RUNH-KEY
              FILE STATUS IS WS-RUNH-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       COPY "userdiv-audit.cpy".

       FD  SAMPLE-FILE.
       COPY "audit-sample.cpy".

       FD  SIGNOFF-FILE.
       COPY "audit-signoff.cpy".

       FD  SAMPLE-CTL-FILE.
       01  SAMPLE-CTL-REC.
           05 ASC-SIGNOFF-DAYS PIC 9(3).

       FD  PRINT-FILE.
       COPY "print-line.cpy".

       FD  BATCH-FLAG-FILE.
       COPY "batch-flag.cpy".

       FD  SHARED-EXCEPTION-FILE.
       COPY "exception-log.cpy".

       FD  RUN-HISTORY-FILE.
       COPY "run-history.cpy".

       WORKING-STORAGE SECTION.
       COPY "run-stamp.cpy".
       01  WS-SPOOL-PROGRAM    PIC X(12) VALUE "AUDSAMP".
       01  WS-SPOOL-FILE       PIC X(40)
           VALUE "audsamp-print.dat".
       01  WS-NXT-SERIES       PIC X(8) VALUE "AUDSAMP".
       01  WS-SET-NO           PIC 9(6) VALUE ZEROS.
       01  WS-OPERATOR-ID      PIC X(8) VALUE "SYSTEM".
       01  WS-AUDIT-FSTATUS    PIC XX VALUE "00".
       01  WS-ASM-FSTATUS      PIC XX VALUE "00".
       01  WS-ASO-FSTATUS      PIC XX VALUE "00".
       01  WS-CTL-FSTATUS      PIC XX VALUE "00".
       01  WS-BATCH-FSTATUS    PIC XX VALUE "00".
       01  WS-EXC-FSTATUS      PIC XX VALUE "00".
       01  WS-RUNH-FSTATUS     PIC XX VALUE "00".
       01  WS-BATCH-SW         PIC X VALUE "N".
           88 BATCH-RUN           VALUE "Y".
       01  WS-AUD-EOF-SW       PIC X VALUE "N".
           88 END-OF-AUDIT        VALUE "Y".
       01  WS-ASM-EOF-SW       PIC X VALUE "N".
           88 END-OF-SAMPLES      VALUE "Y".
       01  WS-ASO-EOF-SW       PIC X VALUE "N".
           88 END-OF-SIGNOFFS     VALUE "Y".
       01  WS-SIGNED-SW        PIC X VALUE "N".
           88 SAMPLE-SIGNED       VALUE "Y".
       01  WS-DATE-IN          PIC X(8).
       01  WS-NUM-IN           PIC X(12) VALUE SPACES.
       01  WS-FROM-DATE        PIC 9(8) VALUE ZEROS.
       01  WS-TO-DATE          PIC 9(8) VALUE 99999999.
       01  WS-METHOD           PIC X VALUE "R".
           88 METHOD-RANDOM       VALUE "R".
           88 METHOD-SYSTEMATIC   VALUE "S".
       01  WS-SIGNOFF-DAYS     PIC 9(3) VALUE 14.
       01  SIZE-LIST.
           05 FILLER           PIC X(10) VALUE "0000025025".
           05 FILLER           PIC X(10) VALUE "0000250025".
           05 FILLER           PIC X(10) VALUE "0001000040".
           05 FILLER           PIC X(10) VALUE "0005000060".
           05 FILLER           PIC X(10) VALUE "9999999080".
       01  SIZE-TABLE REDEFINES SIZE-LIST.
           05 SIZE-ENTRY OCCURS 5 TIMES.
              10 SIZE-POP-LIMIT PIC 9(7).
              10 SIZE-SAMPLE    PIC 9(3).
       01  WS-SIZE-IDX         PIC 9 VALUE ZEROS.
       01  WS-POPULATION       PIC 9(7) VALUE ZEROS.
       01  WS-SAMPLE-SIZE      PIC 9(3) VALUE ZEROS.
       01  WS-DRAWN            PIC 9(3) VALUE ZEROS.
       01  WS-AUD-LINE         PIC 9(7) VALUE ZEROS.
       01  WS-POP-SEEN         PIC 9(7) VALUE ZEROS.
       01  WS-POP-LEFT         PIC 9(7) VALUE ZEROS.
       01  WS-NEED-LEFT        PIC 9(3) VALUE ZEROS.
       01  WS-INTERVAL         PIC 9(7) VALUE ZEROS.
       01  WS-START-POS        PIC 9(7) VALUE ZEROS.
       01  WS-STEP-QUOT        PIC 9(7) VALUE ZEROS.
       01  WS-STEP-REM         PIC 9(7) VALUE ZEROS.
       01  WS-SEED             PIC 9(8) VALUE ZEROS.
       01  WS-RANDOM           PIC 9V9(9) VALUE ZEROS.
       01  WS-DRAW             PIC 9(7)V9(9) VALUE ZEROS.
       01  WS-PICK-SW          PIC X VALUE "N".
           88 PICK-THIS-ROW       VALUE "Y".
       01  WS-CHK-NUM1         PIC S9(5)V9(2) VALUE ZEROS.
       01  WS-CHK-NUM2         PIC S9(5)V9(2) VALUE ZEROS.
       01  WS-CHK-RESULT       PIC S9(5)V9(5) VALUE ZEROS.
       01  WS-CHK-OK-SW        PIC X VALUE "N".
           88 CHK-CALC-OK         VALUE "Y".
       01  WS-MATCH-OP         PIC X VALUE SPACE.
       01  OP-LIST             PIC X(5) VALUE "DPASM".
       01  OP-TABLE REDEFINES OP-LIST.
           05 OP-CODE          PIC X OCCURS 5 TIMES.
       01  WS-OP-IDX           PIC 9 VALUE ZEROS.
       01  WS-AGREE-COUNT      PIC 9(3) VALUE ZEROS.
       01  WS-DISAGREE-COUNT   PIC 9(3) VALUE ZEROS.
       01  ASO-TABLE.
           05 ASO-ENTRY OCCURS 5000 TIMES INDEXED BY ASO-IDX.
              10 ASO-TBL-KEY    PIC X(10).
       01  WS-ASO-COUNT        PIC 9(4) VALUE ZEROS.
       01  WS-ASO-MAX          PIC 9(4) VALUE 5000.
       01  WS-SAMPLE-AGE       PIC S9(7) VALUE ZEROS.
       01  WS-OPEN-SAMPLES     PIC 9(5) VALUE ZEROS.
       01  WS-OVERDUE-COUNT    PIC 9(5) VALUE ZEROS.
       01  WS-EXC-VALUE        PIC X(10) VALUE SPACES.
       01  WS-EXC-REASON       PIC X(30) VALUE SPACES.
       01  WS-RUN-START-DATE   PIC 9(8).
       01  WS-RUN-START-TIME   PIC 9(8).
       01  WS-RUN-STATUS       PIC X(8) VALUE "OK".
       01  WS-PRN-NUM1         PIC -ZZZZ9.99.
       01  WS-PRN-NUM2         PIC -ZZZZ9.99.
       01  WS-PRN-RESULT       PIC -ZZZZ9.99999.
       01  WS-PRN-DATE         PIC 9999/99/99.
       01  WS-PRN-COUNT        PIC ZZZ,ZZ9.
       01  WS-PRINT-LINE       PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       000-BEGIN.
           CALL "GETOPER" USING WS-OPERATOR-ID
           CALL "GETBDATE" USING WS-RUN-START-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-RUN-START-TIME
           MOVE WS-RUN-START-DATE TO WS-PRN-RUN-DATE
           PERFORM 011-CHECK-BATCH-MODE THRU 011-EXIT
           PERFORM 001-READ-CONTROL THRU 001-EXIT
           IF BATCH-RUN
              DISPLAY "Unattended run - checking sample sign-off only"
              PERFORM 008-CHECK-UNSIGNED THRU 008-EXIT
              PERFORM 010-RECORD-RUN-HISTORY THRU 010-EXIT
              GOBACK
           END-IF
           PERFORM 002-INPUT-SELECTION THRU 002-EXIT
           PERFORM 003-COUNT-POPULATION THRU 003-EXIT
           IF WS-RUN-STATUS NOT = "OK"
              PERFORM 010-RECORD-RUN-HISTORY THRU 010-EXIT
              GOBACK
           END-IF
           IF WS-POPULATION = 0
              DISPLAY "AUDSAMP: no audit rows in that date range."
              PERFORM 008-CHECK-UNSIGNED THRU 008-EXIT
              PERFORM 010-RECORD-RUN-HISTORY THRU 010-EXIT
              GOBACK
           END-IF
           PERFORM 004-SET-SAMPLE-SIZE THRU 004-EXIT
           CALL "NEXTNUM" USING WS-NXT-SERIES WS-SET-NO
           OPEN OUTPUT PRINT-FILE
           PERFORM 012-PRINT-HEADING THRU 012-EXIT
           PERFORM 005-DRAW-SAMPLE THRU 005-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "SUPERVISOR SIGN-OFF IS RECORDED THROUGH AUDSIGN "
              "AGAINST SAMPLE SET " WS-SET-NO
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           CLOSE PRINT-FILE
           CALL "SPOOLSAVE" USING WS-SPOOL-PROGRAM WS-SPOOL-FILE
           DISPLAY "-----------------------------------------------"
           MOVE WS-POPULATION TO WS-PRN-COUNT
           DISPLAY "Audit rows in range  . . . . . : " WS-PRN-COUNT
           DISPLAY "Sample set number  . . . . . . : " WS-SET-NO
           DISPLAY "Sample rows drawn  . . . . . . : " WS-DRAWN
           DISPLAY "Results reproduced . . . . . . : " WS-AGREE-COUNT
           DISPLAY "Results NOT reproduced . . . . : "
              WS-DISAGREE-COUNT
           DISPLAY "Worksheet on audsamp-print.dat"
           DISPLAY "==============================================="
           IF WS-DISAGREE-COUNT > 0
              MOVE "REJECTED" TO WS-RUN-STATUS
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 008-CHECK-UNSIGNED THRU 008-EXIT
           PERFORM 010-RECORD-RUN-HISTORY THRU 010-EXIT
           GOBACK
       .

       001-READ-CONTROL.
           OPEN INPUT SAMPLE-CTL-FILE
           IF WS-CTL-FSTATUS = "00"
              READ SAMPLE-CTL-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF ASC-SIGNOFF-DAYS NUMERIC
                       AND ASC-SIGNOFF-DAYS > 0
                       MOVE ASC-SIGNOFF-DAYS TO WS-SIGNOFF-DAYS
                    END-IF
              END-READ
              CLOSE SAMPLE-CTL-FILE
           END-IF
       .
       001-EXIT.
           EXIT
       .

       002-INPUT-SELECTION.
           DISPLAY "From run date (YYYYMMDD, Enter for all): "
              WITH NO ADVANCING
           MOVE SPACES TO WS-DATE-IN
           ACCEPT WS-DATE-IN
           IF WS-DATE-IN IS NUMERIC
              MOVE WS-DATE-IN TO WS-FROM-DATE
           END-IF
           DISPLAY "To run date (YYYYMMDD, Enter for all): "
              WITH NO ADVANCING
           MOVE SPACES TO WS-DATE-IN
           ACCEPT WS-DATE-IN
           IF WS-DATE-IN IS NUMERIC
              MOVE WS-DATE-IN TO WS-TO-DATE
           END-IF
           DISPLAY "(R)andom or (S)ystematic sample (default R): "
              WITH NO ADVANCING
           MOVE SPACE TO WS-METHOD
           ACCEPT WS-METHOD
           IF WS-METHOD = "S" OR WS-METHOD = "s"
              MOVE "S" TO WS-METHOD
           ELSE
              MOVE "R" TO WS-METHOD
           END-IF
           DISPLAY "Sample size (3 digits, Enter to size from the "
              "population): " WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           IF WS-NUM-IN(1:3) NUMERIC
              MOVE WS-NUM-IN(1:3) TO WS-SAMPLE-SIZE
           END-IF
       .
       002-EXIT.
           EXIT
       .

       003-COUNT-POPULATION.
           MOVE ZEROS TO WS-POPULATION
           MOVE "N" TO WS-AUD-EOF-SW
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-FSTATUS NOT = "00"
              DISPLAY "AUDSAMP: no audit file on file."
              MOVE "ABORTED" TO WS-RUN-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 003-EXIT
           END-IF
           PERFORM UNTIL END-OF-AUDIT
              READ AUDIT-FILE
                 AT END MOVE "Y" TO WS-AUD-EOF-SW
                 NOT AT END
                    IF AUD-RUN-DATE NUMERIC
                       AND AUD-RUN-DATE NOT < WS-FROM-DATE
                       AND AUD-RUN-DATE NOT > WS-TO-DATE
                       ADD 1 TO WS-POPULATION
                    END-IF
              END-READ
           END-PERFORM
           CLOSE AUDIT-FILE
       .
       003-EXIT.
           EXIT
       .

       004-SET-SAMPLE-SIZE.
           IF WS-SAMPLE-SIZE = 0
              PERFORM VARYING WS-SIZE-IDX FROM 5 BY -1
                 UNTIL WS-SIZE-IDX < 1
                 IF WS-POPULATION NOT > SIZE-POP-LIMIT(WS-SIZE-IDX)
                    MOVE SIZE-SAMPLE(WS-SIZE-IDX) TO WS-SAMPLE-SIZE
                 END-IF
              END-PERFORM
           END-IF
           IF WS-SAMPLE-SIZE > WS-POPULATION
              MOVE WS-POPULATION TO WS-SAMPLE-SIZE
           END-IF
           MOVE WS-RUN-START-TIME TO WS-SEED
           COMPUTE WS-RANDOM = FUNCTION RANDOM(WS-SEED)
           IF METHOD-SYSTEMATIC
              DIVIDE WS-POPULATION BY WS-SAMPLE-SIZE
                 GIVING WS-INTERVAL
              COMPUTE WS-RANDOM = FUNCTION RANDOM
              COMPUTE WS-START-POS = WS-RANDOM * WS-INTERVAL + 1
           END-IF
       .
       004-EXIT.
           EXIT
       .

       005-DRAW-SAMPLE.
           MOVE ZEROS TO WS-AUD-LINE WS-POP-SEEN WS-DRAWN
           MOVE "N" TO WS-AUD-EOF-SW
           OPEN INPUT AUDIT-FILE
           OPEN EXTEND SAMPLE-FILE
           IF WS-ASM-FSTATUS = "35"
              OPEN OUTPUT SAMPLE-FILE
           END-IF
           PERFORM UNTIL END-OF-AUDIT OR WS-DRAWN = WS-SAMPLE-SIZE
              READ AUDIT-FILE
                 AT END MOVE "Y" TO WS-AUD-EOF-SW
                 NOT AT END
                    ADD 1 TO WS-AUD-LINE
                    IF AUD-RUN-DATE NUMERIC
                       AND AUD-RUN-DATE NOT < WS-FROM-DATE
                       AND AUD-RUN-DATE NOT > WS-TO-DATE
                       ADD 1 TO WS-POP-SEEN
                       PERFORM 006-DECIDE-PICK THRU 006-EXIT
                       IF PICK-THIS-ROW
                          ADD 1 TO WS-DRAWN
                          PERFORM 007-RECOMPUTE THRU 007-EXIT
                          PERFORM 009-WRITE-SAMPLE THRU 009-EXIT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE AUDIT-FILE
           CLOSE SAMPLE-FILE
       .
       005-EXIT.
           EXIT
       .

       006-DECIDE-PICK.
           MOVE "N" TO WS-PICK-SW
           IF METHOD-SYSTEMATIC
              IF WS-POP-SEEN NOT < WS-START-POS
                 SUBTRACT WS-START-POS FROM WS-POP-SEEN
                    GIVING WS-STEP-QUOT
                 DIVIDE WS-STEP-QUOT BY WS-INTERVAL
                    GIVING WS-STEP-QUOT REMAINDER WS-STEP-REM
                 IF WS-STEP-REM = 0
                    MOVE "Y" TO WS-PICK-SW
                 END-IF
              END-IF
              GO TO 006-EXIT
           END-IF
           COMPUTE WS-POP-LEFT = WS-POPULATION - WS-POP-SEEN + 1
           COMPUTE WS-NEED-LEFT = WS-SAMPLE-SIZE - WS-DRAWN
           COMPUTE WS-RANDOM = FUNCTION RANDOM
           COMPUTE WS-DRAW = WS-RANDOM * WS-POP-LEFT
           IF WS-DRAW < WS-NEED-LEFT
              MOVE "Y" TO WS-PICK-SW
           END-IF
       .
       006-EXIT.
           EXIT
       .

       007-RECOMPUTE.
           MOVE SPACE TO WS-MATCH-OP
           IF AUD-NUM1 NOT NUMERIC OR AUD-NUM2 NOT NUMERIC
              OR AUD-RESULT NOT NUMERIC
              GO TO 007-EXIT
           END-IF
           IF AUD-CURRENCY NOT = SPACES AND AUD-FX-RATE NUMERIC
              AND AUD-ORIG-NUM1 NUMERIC AND AUD-ORIG-NUM2 NUMERIC
              COMPUTE WS-CHK-NUM1 ROUNDED = AUD-ORIG-NUM1 * AUD-FX-RATE
                 ON SIZE ERROR MOVE ZEROS TO WS-CHK-NUM1
              END-COMPUTE
              COMPUTE WS-CHK-NUM2 ROUNDED = AUD-ORIG-NUM2 * AUD-FX-RATE
                 ON SIZE ERROR MOVE ZEROS TO WS-CHK-NUM2
              END-COMPUTE
              IF WS-CHK-NUM1 NOT = AUD-NUM1
                 OR WS-CHK-NUM2 NOT = AUD-NUM2
                 MOVE "X" TO WS-MATCH-OP
                 GO TO 007-EXIT
              END-IF
           END-IF
           MOVE AUD-NUM1 TO WS-CHK-NUM1
           MOVE AUD-NUM2 TO WS-CHK-NUM2
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
              UNTIL WS-OP-IDX > 5 OR WS-MATCH-OP NOT = SPACE
              MOVE "N" TO WS-CHK-OK-SW
              EVALUATE OP-CODE(WS-OP-IDX)
                 WHEN "A"
                    COMPUTE WS-CHK-RESULT = WS-CHK-NUM1 + WS-CHK-NUM2
                       ON SIZE ERROR CONTINUE
                       NOT ON SIZE ERROR MOVE "Y" TO WS-CHK-OK-SW
                    END-COMPUTE
                 WHEN "S"
                    COMPUTE WS-CHK-RESULT = WS-CHK-NUM1 - WS-CHK-NUM2
                       ON SIZE ERROR CONTINUE
                       NOT ON SIZE ERROR MOVE "Y" TO WS-CHK-OK-SW
                    END-COMPUTE
                 WHEN "M"
                    COMPUTE WS-CHK-RESULT = WS-CHK-NUM1 * WS-CHK-NUM2
                       ON SIZE ERROR CONTINUE
                       NOT ON SIZE ERROR MOVE "Y" TO WS-CHK-OK-SW
                    END-COMPUTE
                 WHEN "P"
                    IF WS-CHK-NUM2 NOT = 0
                       COMPUTE WS-CHK-RESULT ROUNDED =
                          (WS-CHK-NUM1 / WS-CHK-NUM2) * 100
                          ON SIZE ERROR CONTINUE
                          NOT ON SIZE ERROR MOVE "Y" TO WS-CHK-OK-SW
                       END-COMPUTE
                    END-IF
                 WHEN OTHER
                    IF WS-CHK-NUM2 NOT = 0
                       COMPUTE WS-CHK-RESULT ROUNDED =
                          WS-CHK-NUM1 / WS-CHK-NUM2
                          ON SIZE ERROR CONTINUE
                          NOT ON SIZE ERROR MOVE "Y" TO WS-CHK-OK-SW
                       END-COMPUTE
                    END-IF
              END-EVALUATE
              IF CHK-CALC-OK AND WS-CHK-RESULT = AUD-RESULT
                 MOVE OP-CODE(WS-OP-IDX) TO WS-MATCH-OP
              END-IF
           END-PERFORM
       .
       007-EXIT.
           EXIT
       .

       009-WRITE-SAMPLE.
           MOVE SPACES TO AUDIT-SAMPLE-REC
           MOVE WS-SET-NO TO ASM-SET-NO
           MOVE "-" TO ASM-KEY(7:1)
           MOVE WS-DRAWN TO ASM-ITEM-NO
           MOVE WS-RUN-START-DATE TO ASM-DRAW-DATE
           MOVE WS-METHOD TO ASM-METHOD
           MOVE WS-AUD-LINE TO ASM-AUD-LINE
           MOVE AUD-RUN-DATE TO ASM-AUD-RUN-DATE
           IF AUD-RUN-TIME NUMERIC
              MOVE AUD-RUN-TIME TO ASM-AUD-RUN-TIME
           ELSE
              MOVE ZEROS TO ASM-AUD-RUN-TIME
           END-IF
           IF AUD-RUN-NO NUMERIC
              MOVE AUD-RUN-NO TO ASM-AUD-RUN-NO
           ELSE
              MOVE ZEROS TO ASM-AUD-RUN-NO
           END-IF
           MOVE AUD-OPERATOR TO ASM-AUD-OPERATOR
           IF WS-MATCH-OP = SPACE AND (AUD-NUM1 NOT NUMERIC
              OR AUD-NUM2 NOT NUMERIC OR AUD-RESULT NOT NUMERIC)
              MOVE ZEROS TO ASM-NUM1 ASM-NUM2 ASM-RESULT
           ELSE
              MOVE AUD-NUM1 TO ASM-NUM1
              MOVE AUD-NUM2 TO ASM-NUM2
              MOVE AUD-RESULT TO ASM-RESULT
           END-IF
           MOVE WS-MATCH-OP TO ASM-RECALC-OP
           IF WS-MATCH-OP = SPACE OR WS-MATCH-OP = "X"
              MOVE "N" TO ASM-RECALC-SW
              ADD 1 TO WS-DISAGREE-COUNT
              MOVE ASM-KEY TO WS-EXC-VALUE
              MOVE "SAMPLE RESULT NOT REPRODUCED" TO WS-EXC-REASON
              PERFORM 014-LOG-EXCEPTION THRU 014-EXIT
           ELSE
              MOVE "Y" TO ASM-RECALC-SW
              ADD 1 TO WS-AGREE-COUNT
           END-IF
           MOVE WS-OPERATOR-ID TO ASM-DRAWN-BY
           WRITE AUDIT-SAMPLE-REC
           MOVE ASM-AUD-RUN-DATE TO WS-PRN-DATE
           MOVE ASM-NUM1 TO WS-PRN-NUM1
           MOVE ASM-NUM2 TO WS-PRN-NUM2
           MOVE ASM-RESULT TO WS-PRN-RESULT
           MOVE SPACES TO WS-PRINT-LINE
           STRING ASM-KEY " " ASM-AUD-LINE " " WS-PRN-DATE " "
              ASM-AUD-OPERATOR " " ASM-AUD-RUN-NO " " WS-PRN-NUM1
              " " WS-PRN-NUM2 " " WS-PRN-RESULT "  "
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           EVALUATE WS-MATCH-OP
              WHEN SPACE
                 MOVE "NOT REPRODUCED" TO WS-PRINT-LINE(89:14)
              WHEN "X"
                 MOVE "FX MISMATCH" TO WS-PRINT-LINE(89:11)
              WHEN OTHER
                 MOVE WS-MATCH-OP TO WS-PRINT-LINE(89:1)
                 MOVE " AGREES" TO WS-PRINT-LINE(90:7)
           END-EVALUATE
           MOVE "________ ________ _" TO WS-PRINT-LINE(104:19)
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
       .
       009-EXIT.
           EXIT
       .

       008-CHECK-UNSIGNED.
           MOVE ZEROS TO WS-ASO-COUNT WS-OPEN-SAMPLES WS-OVERDUE-COUNT
           OPEN INPUT SIGNOFF-FILE
           IF WS-ASO-FSTATUS = "00"
              PERFORM UNTIL END-OF-SIGNOFFS
                 READ SIGNOFF-FILE
                    AT END MOVE "Y" TO WS-ASO-EOF-SW
                    NOT AT END
                       IF WS-ASO-COUNT < WS-ASO-MAX
                          ADD 1 TO WS-ASO-COUNT
                          MOVE ASO-KEY TO ASO-TBL-KEY(WS-ASO-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SIGNOFF-FILE
           END-IF
           OPEN INPUT SAMPLE-FILE
           IF WS-ASM-FSTATUS NOT = "00"
              GO TO 008-EXIT
           END-IF
           PERFORM UNTIL END-OF-SAMPLES
              READ SAMPLE-FILE
                 AT END MOVE "Y" TO WS-ASM-EOF-SW
                 NOT AT END
                    MOVE "N" TO WS-SIGNED-SW
                    PERFORM VARYING ASO-IDX FROM 1 BY 1
                       UNTIL ASO-IDX > WS-ASO-COUNT OR SAMPLE-SIGNED
                       IF ASO-TBL-KEY(ASO-IDX) = ASM-KEY
                          MOVE "Y" TO WS-SIGNED-SW
                       END-IF
                    END-PERFORM
                    IF NOT SAMPLE-SIGNED AND ASM-DRAW-DATE NUMERIC
                       ADD 1 TO WS-OPEN-SAMPLES
                       COMPUTE WS-SAMPLE-AGE =
                          FUNCTION INTEGER-OF-DATE(WS-RUN-START-DATE)
                          - FUNCTION INTEGER-OF-DATE(ASM-DRAW-DATE)
                       IF WS-SAMPLE-AGE > WS-SIGNOFF-DAYS
                          ADD 1 TO WS-OVERDUE-COUNT
                          MOVE ASM-KEY TO WS-EXC-VALUE
                          MOVE "AUDIT SAMPLE NOT SIGNED OFF"
                             TO WS-EXC-REASON
                          PERFORM 014-LOG-EXCEPTION THRU 014-EXIT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SAMPLE-FILE
           DISPLAY "Samples awaiting sign-off  . . : " WS-OPEN-SAMPLES
           DISPLAY "Unsigned past " WS-SIGNOFF-DAYS " day limit  . . : "
              WS-OVERDUE-COUNT
           IF WS-OVERDUE-COUNT > 0
              IF WS-RUN-STATUS = "OK"
                 MOVE "OVERDUE" TO WS-RUN-STATUS
              END-IF
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
       .
       008-EXIT.
           EXIT
       .

       010-RECORD-RUN-HISTORY.
           OPEN I-O RUN-HISTORY-FILE
           IF WS-RUNH-FSTATUS = "35"
              OPEN OUTPUT RUN-HISTORY-FILE
           END-IF
           MOVE SPACES TO RUN-HISTORY-REC
           MOVE "AUDSAMP" TO RUNH-PROGRAM
           MOVE WS-RUN-START-DATE TO RUNH-START-DATE
           MOVE WS-RUN-START-TIME TO RUNH-START-TIME
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUNH-END-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO RUNH-END-TIME
           MOVE WS-RUN-STATUS TO RUNH-STATUS
           MOVE WS-OPERATOR-ID TO RUNH-OPERATOR
           WRITE RUN-HISTORY-REC
              INVALID KEY
                 ADD 1 TO RUNH-START-TIME
                 WRITE RUN-HISTORY-REC
                    INVALID KEY
                       ADD 1 TO RUNH-START-TIME
                       WRITE RUN-HISTORY-REC
                          INVALID KEY CONTINUE
                       END-WRITE
                 END-WRITE
           END-WRITE
           CLOSE RUN-HISTORY-FILE
       .
       010-EXIT.
           EXIT
       .

       011-CHECK-BATCH-MODE.
           OPEN INPUT BATCH-FLAG-FILE
           IF WS-BATCH-FSTATUS = "00"
              READ BATCH-FLAG-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF BATCH-FLAG-ON
                       MOVE "Y" TO WS-BATCH-SW
                    END-IF
              END-READ
              CLOSE BATCH-FLAG-FILE
           END-IF
       .
       011-EXIT.
           EXIT
       .

       012-PRINT-HEADING.
           MOVE SPACES TO WS-PRINT-LINE
           STRING "USER-DIV AUDIT SAMPLE REVIEW WORKSHEET   SET "
              WS-SET-NO "   RUN DATE " WS-PRN-RUN-DATE
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE "1" TO PRN-CARRIAGE-CTL
           MOVE WS-PRINT-LINE TO PRN-TEXT
           WRITE PRINT-REC
           DISPLAY WS-PRINT-LINE
           MOVE WS-POPULATION TO WS-PRN-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "RUN DATES " WS-FROM-DATE " TO " WS-TO-DATE
              "   POPULATION " WS-PRN-COUNT
              "   SAMPLE " WS-SAMPLE-SIZE
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           IF METHOD-SYSTEMATIC
              STRING "   SYSTEMATIC, EVERY " WS-INTERVAL
                 " FROM " WS-START-POS
                 DELIMITED BY SIZE INTO WS-PRINT-LINE(80:53)
           ELSE
              STRING "   RANDOM, SEED " WS-SEED
                 DELIMITED BY SIZE INTO WS-PRINT-LINE(80:53)
           END-IF
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           MOVE "SAMPLE     AUD LINE RUN DATE   OPERATOR RUN NO"
              TO WS-PRINT-LINE
           MOVE "      NUM1      NUM2       RESULT  RECOMPUTE"
              TO WS-PRINT-LINE(47:45)
           MOVE "REVIEWER DATE     P/F" TO WS-PRINT-LINE(104:21)
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
       .
       012-EXIT.
           EXIT
       .

       013-PRINT-ONE-LINE.
           MOVE " " TO PRN-CARRIAGE-CTL
           MOVE WS-PRINT-LINE TO PRN-TEXT
           WRITE PRINT-REC
           DISPLAY WS-PRINT-LINE
       .
       013-EXIT.
           EXIT
       .

       014-LOG-EXCEPTION.
           OPEN EXTEND SHARED-EXCEPTION-FILE
           IF WS-EXC-FSTATUS = "35"
              OPEN OUTPUT SHARED-EXCEPTION-FILE
           END-IF
           MOVE SPACES TO SHARED-EXC-REC
           MOVE "AUDSAMP" TO SHX-PROGRAM
           MOVE WS-EXC-VALUE TO SHX-REJECTED-VAL
           MOVE WS-EXC-REASON TO SHX-REASON
           MOVE FUNCTION CURRENT-DATE(1:8) TO SHX-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO SHX-RUN-TIME
           MOVE WS-OPERATOR-ID TO SHX-OPERATOR
           MOVE "W" TO SHX-SEVERITY
           MOVE "O" TO SHX-STATUS
           WRITE SHARED-EXC-REC
           CLOSE SHARED-EXCEPTION-FILE
       .
       014-EXIT.
           EXIT
       .

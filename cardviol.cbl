       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDVIOL.
       AUTHOR. JAKKRIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VIOLATION-FILE ASSIGN TO "card-violations.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CVL-FSTATUS.
           SELECT CARD-FILE ASSIGN TO "fuel-cards.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CRD-FSTATUS.
           SELECT SHARED-EXCEPTION-FILE ASSIGN TO
              "shared-exceptions.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EXC-FSTATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO "run-history.idx"
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS RUNH-KEY
              FILE STATUS IS WS-RUNH-FSTATUS.
           SELECT PRINT-FILE ASSIGN TO "cardviol-print.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  VIOLATION-FILE.
       COPY "card-viol.cpy".

       FD  CARD-FILE.
       COPY "fuel-card.cpy".

       FD  SHARED-EXCEPTION-FILE.
       COPY "exception-log.cpy".

       FD  RUN-HISTORY-FILE.
       COPY "run-history.cpy".

       FD  PRINT-FILE.
       COPY "print-line.cpy".

       WORKING-STORAGE SECTION.
       COPY "run-stamp.cpy".
       01  WS-SPOOL-PROGRAM    PIC X(12) VALUE "CARDVIOL".
       01  WS-SPOOL-FILE       PIC X(40)
           VALUE "cardviol-print.dat".
       01  WS-OPERATOR-ID      PIC X(8) VALUE "SYSTEM".
       01  WS-CVL-FSTATUS      PIC XX VALUE "00".
       01  WS-CRD-FSTATUS      PIC XX VALUE "00".
       01  WS-EXC-FSTATUS      PIC XX VALUE "00".
       01  WS-RUNH-FSTATUS     PIC XX VALUE "00".
       01  WS-CVL-EOF-SW       PIC X VALUE "N".
           88 END-OF-VIOLATIONS   VALUE "Y".
       01  WS-CRD-EOF-SW       PIC X VALUE "N".
           88 END-OF-CARDS        VALUE "Y".
       01  CRD-TABLE.
           05 CRD-ENTRY OCCURS 300 TIMES INDEXED BY CRD-IDX.
              10 CRD-LINE       PIC X(61).
              10 CRD-VIOL-COUNT PIC 9(5).
       01  WS-CRD-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-CRD-MAX          PIC 9(3) VALUE 300.
       01  WS-CRD-MATCH        PIC 9(3) VALUE ZEROS.
       01  WS-PERIOD-DAYS      PIC 9(3) VALUE 30.
       01  WS-BLOCK-LIMIT      PIC 9(3) VALUE 3.
       01  WS-PERIOD-FROM      PIC 9(8) VALUE ZEROS.
       01  WS-PERIOD-TO        PIC 9(8) VALUE ZEROS.
       01  WS-STATUS-DATE      PIC 9(8) VALUE ZEROS.
       01  WS-LIMITS-BROKEN    PIC X(20) VALUE SPACES.
       01  WS-LIMIT-PTR        PIC 99 VALUE 1.
       01  WS-VIOL-COUNT       PIC 9(5) VALUE ZEROS.
       01  WS-CARD-VIOL-COUNT  PIC 9(5) VALUE ZEROS.
       01  WS-BLOCKED-COUNT    PIC 9(5) VALUE ZEROS.
       01  WS-UNKNOWN-COUNT    PIC 9(5) VALUE ZEROS.
       01  WS-PRN-GALLONS      PIC Z,ZZ9.99.
       01  WS-PRN-AMOUNT       PIC ZZ,ZZ9.99.
       01  WS-PRN-DAY-AMT      PIC ZZZ,ZZ9.99.
       01  WS-PRN-FILLS        PIC ZZ9.
       01  WS-PRN-COUNT        PIC ZZ,ZZ9.
       01  WS-PRINT-LINE       PIC X(132) VALUE SPACES.
       01  WS-RUN-START-DATE   PIC 9(8).
       01  WS-RUN-START-TIME   PIC 9(8).
       01  WS-RUN-STATUS       PIC X(8) VALUE "OK".

       PROCEDURE DIVISION.
       000-BEGIN.
           CALL "GETOPER" USING WS-OPERATOR-ID
           CALL "GETBDATE" USING WS-RUN-START-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-RUN-START-TIME
           MOVE WS-RUN-START-DATE TO WS-PRN-RUN-DATE
           MOVE WS-RUN-START-DATE TO WS-PERIOD-TO
           COMPUTE WS-PERIOD-FROM = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-PERIOD-TO)
              - WS-PERIOD-DAYS + 1)
           PERFORM 001-LOAD-CARDS THRU 001-EXIT
           OPEN OUTPUT PRINT-FILE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "FUEL-CARD LIMIT VIOLATIONS   PERIOD "
              WS-PERIOD-FROM " TO " WS-PERIOD-TO "   RUN DATE "
              WS-PRN-RUN-DATE
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE "1" TO PRN-CARRIAGE-CTL
           MOVE WS-PRINT-LINE TO PRN-TEXT
           WRITE PRINT-REC
           DISPLAY WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 006-PRINT-ONE-LINE THRU 006-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           MOVE "CARD" TO WS-PRINT-LINE(1:4)
           MOVE "VEH-ID" TO WS-PRINT-LINE(18:6)
           MOVE "DATE" TO WS-PRINT-LINE(25:4)
           MOVE "JU" TO WS-PRINT-LINE(34:2)
           MOVE "GALLONS" TO WS-PRINT-LINE(38:7)
           MOVE "AMOUNT" TO WS-PRINT-LINE(49:6)
           MOVE "DAY TOTAL" TO WS-PRINT-LINE(57:9)
           MOVE "FILLS" TO WS-PRINT-LINE(67:5)
           MOVE "LIMITS BROKEN" TO WS-PRINT-LINE(73:13)
           MOVE "SOURCE" TO WS-PRINT-LINE(94:6)
           PERFORM 006-PRINT-ONE-LINE THRU 006-EXIT
           OPEN INPUT VIOLATION-FILE
           IF WS-CVL-FSTATUS = "00"
              PERFORM UNTIL END-OF-VIOLATIONS
                 READ VIOLATION-FILE
                    AT END MOVE "Y" TO WS-CVL-EOF-SW
                    NOT AT END
                       IF CVL-DATE NOT < WS-PERIOD-FROM
                          AND CVL-DATE NOT > WS-PERIOD-TO
                          PERFORM 002-PROCESS-VIOLATION
                             THRU 002-EXIT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE VIOLATION-FILE
           END-IF
           IF WS-VIOL-COUNT = 0
              MOVE "  NONE" TO WS-PRINT-LINE
              PERFORM 006-PRINT-ONE-LINE THRU 006-EXIT
           END-IF
           PERFORM 004-PRINT-CARD-TOTALS THRU 004-EXIT
           IF WS-BLOCKED-COUNT > 0
              PERFORM 005-SAVE-CARDS THRU 005-EXIT
           END-IF
           CLOSE PRINT-FILE
           CALL "SPOOLSAVE" USING WS-SPOOL-PROGRAM WS-SPOOL-FILE
           DISPLAY "-----------------------------------------------"
           DISPLAY "Period reported  . . . . . . . : " WS-PERIOD-FROM
              " - " WS-PERIOD-TO
           DISPLAY "Limit violations . . . . . . . : " WS-VIOL-COUNT
           DISPLAY "Cards with violations  . . . . : "
              WS-CARD-VIOL-COUNT
           DISPLAY "Cards blocked this run . . . . : "
              WS-BLOCKED-COUNT
           DISPLAY "==============================================="
           IF WS-UNKNOWN-COUNT > 0
              DISPLAY "CARDVIOL: " WS-UNKNOWN-COUNT
                 " violations are for cards no longer registered."
           END-IF
           IF WS-VIOL-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 008-RECORD-RUN-HISTORY THRU 008-EXIT
           GOBACK
       .

       001-LOAD-CARDS.
           OPEN INPUT CARD-FILE
           IF WS-CRD-FSTATUS NOT = "00"
              GO TO 001-EXIT
           END-IF
           PERFORM UNTIL END-OF-CARDS
              READ CARD-FILE
                 AT END MOVE "Y" TO WS-CRD-EOF-SW
                 NOT AT END
                    IF WS-CRD-COUNT < WS-CRD-MAX
                       ADD 1 TO WS-CRD-COUNT
                       MOVE FUEL-CARD-REC TO CRD-LINE(WS-CRD-COUNT)
                       MOVE ZEROS TO CRD-VIOL-COUNT(WS-CRD-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CARD-FILE
       .
       001-EXIT.
           EXIT
       .

       002-PROCESS-VIOLATION.
           ADD 1 TO WS-VIOL-COUNT
           MOVE SPACES TO WS-LIMITS-BROKEN
           MOVE 1 TO WS-LIMIT-PTR
           IF CVL-OVER-GALLONS
              STRING "GAL " DELIMITED BY SIZE INTO WS-LIMITS-BROKEN
                 WITH POINTER WS-LIMIT-PTR
           END-IF
           IF CVL-OVER-DAY-AMT
              STRING "DAY$ " DELIMITED BY SIZE INTO WS-LIMITS-BROKEN
                 WITH POINTER WS-LIMIT-PTR
           END-IF
           IF CVL-OVER-FILLS
              STRING "FILLS " DELIMITED BY SIZE INTO WS-LIMITS-BROKEN
                 WITH POINTER WS-LIMIT-PTR
           END-IF
           IF CVL-BAD-JURIS
              STRING "JURIS" DELIMITED BY SIZE INTO WS-LIMITS-BROKEN
                 WITH POINTER WS-LIMIT-PTR
           END-IF
           MOVE CVL-GALLONS TO WS-PRN-GALLONS
           MOVE CVL-AMOUNT TO WS-PRN-AMOUNT
           MOVE CVL-DAY-AMOUNT TO WS-PRN-DAY-AMT
           MOVE CVL-DAY-FILLS TO WS-PRN-FILLS
           MOVE SPACES TO WS-PRINT-LINE
           MOVE CVL-CARD-NO TO WS-PRINT-LINE(1:16)
           MOVE CVL-VEH-ID TO WS-PRINT-LINE(18:6)
           MOVE CVL-DATE TO WS-PRINT-LINE(25:8)
           MOVE CVL-JURIS TO WS-PRINT-LINE(34:2)
           MOVE WS-PRN-GALLONS TO WS-PRINT-LINE(37:8)
           MOVE WS-PRN-AMOUNT TO WS-PRINT-LINE(46:9)
           MOVE WS-PRN-DAY-AMT TO WS-PRINT-LINE(56:10)
           MOVE WS-PRN-FILLS TO WS-PRINT-LINE(69:3)
           MOVE WS-LIMITS-BROKEN TO WS-PRINT-LINE(73:20)
           MOVE CVL-SOURCE TO WS-PRINT-LINE(94:12)
           PERFORM 006-PRINT-ONE-LINE THRU 006-EXIT
           PERFORM 003-COUNT-FOR-CARD THRU 003-EXIT
       .
       002-EXIT.
           EXIT
       .

       003-COUNT-FOR-CARD.
           MOVE ZEROS TO WS-CRD-MATCH
           PERFORM VARYING CRD-IDX FROM 1 BY 1
              UNTIL CRD-IDX > WS-CRD-COUNT OR WS-CRD-MATCH > 0
              IF CRD-LINE(CRD-IDX)(1:16) = CVL-CARD-NO
                 SET WS-CRD-MATCH TO CRD-IDX
              END-IF
           END-PERFORM
           IF WS-CRD-MATCH = 0
              ADD 1 TO WS-UNKNOWN-COUNT
              GO TO 003-EXIT
           END-IF
           MOVE CRD-LINE(WS-CRD-MATCH) TO FUEL-CARD-REC
           MOVE ZEROS TO WS-STATUS-DATE
           IF FCD-STATUS-DATE NUMERIC
              MOVE FCD-STATUS-DATE TO WS-STATUS-DATE
           END-IF
           IF CVL-LOG-DATE < WS-STATUS-DATE
              GO TO 003-EXIT
           END-IF
           IF CRD-VIOL-COUNT(WS-CRD-MATCH) = 0
              ADD 1 TO WS-CARD-VIOL-COUNT
           END-IF
           ADD 1 TO CRD-VIOL-COUNT(WS-CRD-MATCH)
       .
       003-EXIT.
           EXIT
       .

       004-PRINT-CARD-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 006-PRINT-ONE-LINE THRU 006-EXIT
           MOVE "VIOLATIONS BY CARD SINCE LAST STATUS CHANGE"
              TO WS-PRINT-LINE
           PERFORM 006-PRINT-ONE-LINE THRU 006-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           MOVE "CARD" TO WS-PRINT-LINE(1:4)
           MOVE "VEH-ID" TO WS-PRINT-LINE(18:6)
           MOVE "ST" TO WS-PRINT-LINE(25:2)
           MOVE "VIOLATIONS" TO WS-PRINT-LINE(28:10)
           MOVE "ACTION" TO WS-PRINT-LINE(40:6)
           PERFORM 006-PRINT-ONE-LINE THRU 006-EXIT
           PERFORM VARYING CRD-IDX FROM 1 BY 1
              UNTIL CRD-IDX > WS-CRD-COUNT
              IF CRD-VIOL-COUNT(CRD-IDX) > 0
                 PERFORM 007-PRINT-CARD THRU 007-EXIT
              END-IF
           END-PERFORM
           IF WS-CARD-VIOL-COUNT = 0
              MOVE "  NONE" TO WS-PRINT-LINE
              PERFORM 006-PRINT-ONE-LINE THRU 006-EXIT
           END-IF
       .
       004-EXIT.
           EXIT
       .

       005-SAVE-CARDS.
           OPEN OUTPUT CARD-FILE
           PERFORM VARYING CRD-IDX FROM 1 BY 1
              UNTIL CRD-IDX > WS-CRD-COUNT
              MOVE CRD-LINE(CRD-IDX) TO FUEL-CARD-REC
              WRITE FUEL-CARD-REC
           END-PERFORM
           CLOSE CARD-FILE
       .
       005-EXIT.
           EXIT
       .

       006-PRINT-ONE-LINE.
           MOVE " " TO PRN-CARRIAGE-CTL
           MOVE WS-PRINT-LINE TO PRN-TEXT
           WRITE PRINT-REC
           DISPLAY WS-PRINT-LINE
       .
       006-EXIT.
           EXIT
       .

       007-PRINT-CARD.
           MOVE CRD-LINE(CRD-IDX) TO FUEL-CARD-REC
           MOVE CRD-VIOL-COUNT(CRD-IDX) TO WS-PRN-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           MOVE FCD-NUMBER TO WS-PRINT-LINE(1:16)
           MOVE FCD-VEH-ID TO WS-PRINT-LINE(18:6)
           MOVE FCD-STATUS TO WS-PRINT-LINE(25:1)
           MOVE WS-PRN-COUNT TO WS-PRINT-LINE(30:6)
           IF FCD-ACTIVE
              AND CRD-VIOL-COUNT(CRD-IDX) NOT < WS-BLOCK-LIMIT
              MOVE "B" TO FCD-STATUS
              MOVE WS-RUN-START-DATE TO FCD-STATUS-DATE
              MOVE FUEL-CARD-REC TO CRD-LINE(CRD-IDX)
              ADD 1 TO WS-BLOCKED-COUNT
              MOVE "BLOCKED - REPEATED LIMIT BREACHES"
                 TO WS-PRINT-LINE(40:33)
              PERFORM 009-LOG-BLOCK THRU 009-EXIT
           END-IF
           PERFORM 006-PRINT-ONE-LINE THRU 006-EXIT
       .
       007-EXIT.
           EXIT
       .

       008-RECORD-RUN-HISTORY.
           OPEN I-O RUN-HISTORY-FILE
           IF WS-RUNH-FSTATUS = "35"
              OPEN OUTPUT RUN-HISTORY-FILE
           END-IF
           MOVE SPACES TO RUN-HISTORY-REC
           MOVE "CARDVIOL" TO RUNH-PROGRAM
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
       008-EXIT.
           EXIT
       .

       009-LOG-BLOCK.
           OPEN EXTEND SHARED-EXCEPTION-FILE
           IF WS-EXC-FSTATUS = "35"
              OPEN OUTPUT SHARED-EXCEPTION-FILE
           END-IF
           MOVE SPACES TO SHARED-EXC-REC
           MOVE "CARDVIOL" TO SHX-PROGRAM
           MOVE FCD-NUMBER(1:10) TO SHX-REJECTED-VAL
           MOVE "CARD BLOCKED - OVER LIMITS" TO SHX-REASON
           MOVE FUNCTION CURRENT-DATE(1:8) TO SHX-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO SHX-RUN-TIME
           MOVE WS-OPERATOR-ID TO SHX-OPERATOR
           MOVE "W" TO SHX-SEVERITY
           MOVE "O" TO SHX-STATUS
           WRITE SHARED-EXC-REC
           CLOSE SHARED-EXCEPTION-FILE
       .
       009-EXIT.
           EXIT
       .

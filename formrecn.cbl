       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORMRECN.
       AUTHOR. JAKKRIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RANGE-FILE ASSIGN TO "form-ranges.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FRG-FSTATUS.
           SELECT USAGE-FILE ASSIGN TO "form-usage.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FUS-FSTATUS.
           SELECT VOID-FILE ASSIGN TO "void-register.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-VOID-FSTATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO "run-history.idx"
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS RUNH-KEY
              FILE STATUS IS WS-RUNH-FSTATUS.
           SELECT PRINT-FILE ASSIGN TO "formrecn-print.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RANGE-FILE.
       COPY "form-range.cpy".

       FD  USAGE-FILE.
       COPY "form-usage.cpy".

       FD  VOID-FILE.
       COPY "void-register.cpy".

       FD  RUN-HISTORY-FILE.
       COPY "run-history.cpy".

       FD  PRINT-FILE.
       COPY "print-line.cpy".

       WORKING-STORAGE SECTION.
       COPY "run-stamp.cpy".
       01  WS-SPOOL-PROGRAM    PIC X(12) VALUE "FORMRECN".
       01  WS-SPOOL-FILE       PIC X(40)
           VALUE "formrecn-print.dat".
       01  WS-OPERATOR-ID      PIC X(8) VALUE "SYSTEM".
       01  WS-FRG-FSTATUS      PIC XX VALUE "00".
       01  WS-FUS-FSTATUS      PIC XX VALUE "00".
       01  WS-VOID-FSTATUS     PIC XX VALUE "00".
       01  WS-RUNH-FSTATUS     PIC XX VALUE "00".
       01  WS-FRG-EOF-SW       PIC X VALUE "N".
           88 END-OF-RANGES       VALUE "Y".
       01  WS-FUS-EOF-SW       PIC X VALUE "N".
           88 END-OF-USAGE        VALUE "Y".
       01  WS-VOID-EOF-SW      PIC X VALUE "N".
           88 END-OF-VOIDS        VALUE "Y".
       01  WS-IN-STOCK-SW      PIC X VALUE "N".
           88 IN-ISSUED-STOCK     VALUE "Y".
       01  WS-MISSING-SW       PIC X VALUE "N".
           88 IN-MISSING-RUN      VALUE "Y".
       01  RNG-TABLE.
           05 RNG-ENTRY OCCURS 300 TIMES INDEXED BY RNG-IDX.
              10 RNG-SERIES      PIC X(10).
              10 RNG-FROM        PIC 9(6).
              10 RNG-TO          PIC 9(6).
              10 RNG-DEPT        PIC X(4).
              10 RNG-RECEIVED-BY PIC X(20).
              10 RNG-ISSUE-DATE  PIC 9(8).
              10 RNG-ISSUED-BY   PIC X(8).
       01  WS-RNG-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-RNG-MAX          PIC 9(3) VALUE 300.
       01  USE-TABLE.
           05 USE-ENTRY OCCURS 1000 TIMES INDEXED BY USE-IDX.
              10 USE-SERIES     PIC X(10).
              10 USE-FROM       PIC 9(6).
              10 USE-TO         PIC 9(6).
              10 USE-DISP       PIC X.
       01  WS-USE-COUNT        PIC 9(4) VALUE ZEROS.
       01  WS-USE-MAX          PIC 9(4) VALUE 1000.
       01  VOD-TABLE.
           05 VOD-ENTRY OCCURS 1000 TIMES INDEXED BY VOD-IDX.
              10 VOD-SERIES     PIC X(10).
              10 VOD-NUMBER     PIC 9(6).
       01  WS-VOD-COUNT        PIC 9(4) VALUE ZEROS.
       01  WS-VOD-MAX          PIC 9(4) VALUE 1000.
       01  WS-NUMBER           PIC 9(7) VALUE ZEROS.
       01  WS-PRN-NUMBER       PIC 9(6) VALUE ZEROS.
       01  WS-MISS-FROM        PIC 9(6) VALUE ZEROS.
       01  WS-MISS-TO          PIC 9(6) VALUE ZEROS.
       01  WS-HITS             PIC 9(3) VALUE ZEROS.
       01  WS-DISP             PIC X VALUE SPACE.
       01  WS-RNG-SIZE         PIC 9(7) VALUE ZEROS.
       01  WS-RNG-USED         PIC 9(7) VALUE ZEROS.
       01  WS-RNG-VOIDED       PIC 9(7) VALUE ZEROS.
       01  WS-RNG-RETURNED     PIC 9(7) VALUE ZEROS.
       01  WS-RNG-MISSING      PIC 9(7) VALUE ZEROS.
       01  WS-RNG-CONFLICT     PIC 9(7) VALUE ZEROS.
       01  WS-TOT-ISSUED       PIC 9(7) VALUE ZEROS.
       01  WS-TOT-USED         PIC 9(7) VALUE ZEROS.
       01  WS-TOT-VOIDED       PIC 9(7) VALUE ZEROS.
       01  WS-TOT-RETURNED     PIC 9(7) VALUE ZEROS.
       01  WS-TOT-MISSING      PIC 9(7) VALUE ZEROS.
       01  WS-TOT-CONFLICT     PIC 9(7) VALUE ZEROS.
       01  WS-TOT-OUTSIDE      PIC 9(7) VALUE ZEROS.
       01  WS-PRN-SIZE         PIC Z,ZZZ,ZZ9.
       01  WS-PRN-USED         PIC Z,ZZZ,ZZ9.
       01  WS-PRN-VOIDED       PIC Z,ZZZ,ZZ9.
       01  WS-PRN-RETURNED     PIC Z,ZZZ,ZZ9.
       01  WS-PRN-MISSING      PIC Z,ZZZ,ZZ9.
       01  WS-PRN-CONFLICT     PIC Z,ZZZ,ZZ9.
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
           PERFORM 001-LOAD-RANGES THRU 001-EXIT
           IF WS-RNG-COUNT = 0
              DISPLAY "FORMRECN: no form number ranges issued."
              PERFORM 009-RECORD-RUN-HISTORY THRU 009-EXIT
              GOBACK
           END-IF
           PERFORM 002-LOAD-USAGE THRU 002-EXIT
           PERFORM 003-LOAD-VOIDS THRU 003-EXIT
           OPEN OUTPUT PRINT-FILE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "FORM STOCK RECONCILIATION   RUN DATE "
              WS-PRN-RUN-DATE
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE "1" TO PRN-CARRIAGE-CTL
           MOVE WS-PRINT-LINE TO PRN-TEXT
           WRITE PRINT-REC
           DISPLAY WS-PRINT-LINE
           PERFORM VARYING RNG-IDX FROM 1 BY 1
              UNTIL RNG-IDX > WS-RNG-COUNT
              PERFORM 004-RECONCILE-RANGE THRU 004-EXIT
           END-PERFORM
           PERFORM 007-CHECK-OUTSIDE THRU 007-EXIT
           CLOSE PRINT-FILE
           CALL "SPOOLSAVE" USING WS-SPOOL-PROGRAM WS-SPOOL-FILE
           DISPLAY "-----------------------------------------------"
           DISPLAY "Ranges issued  . . . . . . . . : " WS-RNG-COUNT
           DISPLAY "Numbers issued . . . . . . . . : " WS-TOT-ISSUED
           DISPLAY "Numbers used . . . . . . . . . : " WS-TOT-USED
           DISPLAY "Numbers voided . . . . . . . . : " WS-TOT-VOIDED
           DISPLAY "Numbers returned . . . . . . . : "
              WS-TOT-RETURNED
           DISPLAY "Numbers missing  . . . . . . . : "
              WS-TOT-MISSING
           DISPLAY "Numbers in conflict  . . . . . : "
              WS-TOT-CONFLICT
           DISPLAY "Reported outside issued stock  : "
              WS-TOT-OUTSIDE
           DISPLAY "==============================================="
           IF WS-TOT-MISSING > 0 OR WS-TOT-CONFLICT > 0
              OR WS-TOT-OUTSIDE > 0
              DISPLAY "FORMRECN: form stock does not fully account - "
                 "see formrecn-print.dat."
              MOVE "FLAGGED" TO WS-RUN-STATUS
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 009-RECORD-RUN-HISTORY THRU 009-EXIT
           GOBACK
       .

       001-LOAD-RANGES.
           OPEN INPUT RANGE-FILE
           IF WS-FRG-FSTATUS NOT = "00"
              GO TO 001-EXIT
           END-IF
           PERFORM UNTIL END-OF-RANGES
              READ RANGE-FILE
                 AT END MOVE "Y" TO WS-FRG-EOF-SW
                 NOT AT END
                    IF WS-RNG-COUNT < WS-RNG-MAX
                       ADD 1 TO WS-RNG-COUNT
                       MOVE FRG-SERIES TO RNG-SERIES(WS-RNG-COUNT)
                       MOVE FRG-FROM TO RNG-FROM(WS-RNG-COUNT)
                       MOVE FRG-TO TO RNG-TO(WS-RNG-COUNT)
                       MOVE FRG-DEPT TO RNG-DEPT(WS-RNG-COUNT)
                       MOVE FRG-RECEIVED-BY TO
                          RNG-RECEIVED-BY(WS-RNG-COUNT)
                       MOVE FRG-ISSUE-DATE TO
                          RNG-ISSUE-DATE(WS-RNG-COUNT)
                       MOVE FRG-ISSUED-BY TO
                          RNG-ISSUED-BY(WS-RNG-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE RANGE-FILE
       .
       001-EXIT.
           EXIT
       .

       002-LOAD-USAGE.
           OPEN INPUT USAGE-FILE
           IF WS-FUS-FSTATUS NOT = "00"
              GO TO 002-EXIT
           END-IF
           PERFORM UNTIL END-OF-USAGE
              READ USAGE-FILE
                 AT END MOVE "Y" TO WS-FUS-EOF-SW
                 NOT AT END
                    IF WS-USE-COUNT < WS-USE-MAX
                       ADD 1 TO WS-USE-COUNT
                       MOVE FUS-SERIES TO USE-SERIES(WS-USE-COUNT)
                       MOVE FUS-FROM TO USE-FROM(WS-USE-COUNT)
                       MOVE FUS-TO TO USE-TO(WS-USE-COUNT)
                       MOVE FUS-DISPOSITION TO USE-DISP(WS-USE-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE USAGE-FILE
       .
       002-EXIT.
           EXIT
       .

       003-LOAD-VOIDS.
           OPEN INPUT VOID-FILE
           IF WS-VOID-FSTATUS NOT = "00"
              GO TO 003-EXIT
           END-IF
           PERFORM UNTIL END-OF-VOIDS
              READ VOID-FILE
                 AT END MOVE "Y" TO WS-VOID-EOF-SW
                 NOT AT END
                    IF WS-VOD-COUNT < WS-VOD-MAX
                       ADD 1 TO WS-VOD-COUNT
                       MOVE VOID-SERIES TO VOD-SERIES(WS-VOD-COUNT)
                       MOVE VOID-NUMBER TO VOD-NUMBER(WS-VOD-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE VOID-FILE
       .
       003-EXIT.
           EXIT
       .

       004-RECONCILE-RANGE.
           MOVE ZEROS TO WS-RNG-USED WS-RNG-VOIDED WS-RNG-RETURNED
              WS-RNG-MISSING WS-RNG-CONFLICT
           MOVE "N" TO WS-MISSING-SW
           COMPUTE WS-RNG-SIZE = RNG-TO(RNG-IDX) - RNG-FROM(RNG-IDX)
              + 1
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 008-PRINT-ONE-LINE THRU 008-EXIT
           STRING "SERIES " RNG-SERIES(RNG-IDX) "  NUMBERS "
              RNG-FROM(RNG-IDX) "-" RNG-TO(RNG-IDX) "  DEPT "
              RNG-DEPT(RNG-IDX) "  RECEIVED BY "
              RNG-RECEIVED-BY(RNG-IDX) "  ISSUED "
              RNG-ISSUE-DATE(RNG-IDX) " BY " RNG-ISSUED-BY(RNG-IDX)
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 008-PRINT-ONE-LINE THRU 008-EXIT
           PERFORM VARYING WS-NUMBER FROM RNG-FROM(RNG-IDX) BY 1
              UNTIL WS-NUMBER > RNG-TO(RNG-IDX)
              PERFORM 005-CLASSIFY-NUMBER THRU 005-EXIT
           END-PERFORM
           IF IN-MISSING-RUN
              PERFORM 006-PRINT-MISSING-RUN THRU 006-EXIT
           END-IF
           MOVE WS-RNG-SIZE TO WS-PRN-SIZE
           MOVE WS-RNG-USED TO WS-PRN-USED
           MOVE WS-RNG-VOIDED TO WS-PRN-VOIDED
           MOVE WS-RNG-RETURNED TO WS-PRN-RETURNED
           MOVE WS-RNG-MISSING TO WS-PRN-MISSING
           MOVE WS-RNG-CONFLICT TO WS-PRN-CONFLICT
           STRING "  ISSUED " WS-PRN-SIZE "  USED " WS-PRN-USED
              "  VOIDED " WS-PRN-VOIDED "  RETURNED " WS-PRN-RETURNED
              "  MISSING " WS-PRN-MISSING "  CONFLICT "
              WS-PRN-CONFLICT
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 008-PRINT-ONE-LINE THRU 008-EXIT
           IF WS-RNG-MISSING = 0 AND WS-RNG-CONFLICT = 0
              MOVE "  RANGE FULLY ACCOUNTED FOR" TO WS-PRINT-LINE
              PERFORM 008-PRINT-ONE-LINE THRU 008-EXIT
           END-IF
           ADD WS-RNG-SIZE TO WS-TOT-ISSUED
           ADD WS-RNG-USED TO WS-TOT-USED
           ADD WS-RNG-VOIDED TO WS-TOT-VOIDED
           ADD WS-RNG-RETURNED TO WS-TOT-RETURNED
           ADD WS-RNG-MISSING TO WS-TOT-MISSING
           ADD WS-RNG-CONFLICT TO WS-TOT-CONFLICT
       .
       004-EXIT.
           EXIT
       .

       005-CLASSIFY-NUMBER.
           MOVE ZEROS TO WS-HITS
           MOVE SPACE TO WS-DISP
           PERFORM VARYING USE-IDX FROM 1 BY 1
              UNTIL USE-IDX > WS-USE-COUNT
              IF USE-SERIES(USE-IDX) = RNG-SERIES(RNG-IDX)
                 AND WS-NUMBER NOT < USE-FROM(USE-IDX)
                 AND WS-NUMBER NOT > USE-TO(USE-IDX)
                 ADD 1 TO WS-HITS
                 MOVE USE-DISP(USE-IDX) TO WS-DISP
              END-IF
           END-PERFORM
           PERFORM VARYING VOD-IDX FROM 1 BY 1
              UNTIL VOD-IDX > WS-VOD-COUNT
              IF VOD-SERIES(VOD-IDX) = RNG-SERIES(RNG-IDX)
                 AND VOD-NUMBER(VOD-IDX) = WS-NUMBER
                 ADD 1 TO WS-HITS
                 MOVE "V" TO WS-DISP
              END-IF
           END-PERFORM
           IF WS-HITS NOT = 0 AND IN-MISSING-RUN
              PERFORM 006-PRINT-MISSING-RUN THRU 006-EXIT
           END-IF
           EVALUATE TRUE
              WHEN WS-HITS = 0
                 ADD 1 TO WS-RNG-MISSING
                 IF NOT IN-MISSING-RUN
                    MOVE "Y" TO WS-MISSING-SW
                    MOVE WS-NUMBER TO WS-MISS-FROM
                 END-IF
                 MOVE WS-NUMBER TO WS-MISS-TO
              WHEN WS-HITS > 1
                 ADD 1 TO WS-RNG-CONFLICT
                 MOVE WS-NUMBER TO WS-PRN-NUMBER
                 MOVE SPACES TO WS-PRINT-LINE
                 STRING "  CONFLICT " WS-PRN-NUMBER
                    " REPORTED MORE THAN ONCE (USED/VOIDED/RETURNED)"
                    DELIMITED BY SIZE INTO WS-PRINT-LINE
                 PERFORM 008-PRINT-ONE-LINE THRU 008-EXIT
              WHEN WS-DISP = "U"
                 ADD 1 TO WS-RNG-USED
              WHEN WS-DISP = "V"
                 ADD 1 TO WS-RNG-VOIDED
              WHEN OTHER
                 ADD 1 TO WS-RNG-RETURNED
           END-EVALUATE
       .
       005-EXIT.
           EXIT
       .

       006-PRINT-MISSING-RUN.
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-MISS-FROM = WS-MISS-TO
              STRING "  MISSING  " WS-MISS-FROM
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
              STRING "  MISSING  " WS-MISS-FROM "-" WS-MISS-TO
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF
           PERFORM 008-PRINT-ONE-LINE THRU 008-EXIT
           MOVE "N" TO WS-MISSING-SW
       .
       006-EXIT.
           EXIT
       .

       007-CHECK-OUTSIDE.
           PERFORM VARYING USE-IDX FROM 1 BY 1
              UNTIL USE-IDX > WS-USE-COUNT
              MOVE "N" TO WS-IN-STOCK-SW
              PERFORM VARYING RNG-IDX FROM 1 BY 1
                 UNTIL RNG-IDX > WS-RNG-COUNT OR IN-ISSUED-STOCK
                 IF RNG-SERIES(RNG-IDX) = USE-SERIES(USE-IDX)
                    AND RNG-FROM(RNG-IDX) NOT > USE-FROM(USE-IDX)
                    AND RNG-TO(RNG-IDX) NOT < USE-TO(USE-IDX)
                    MOVE "Y" TO WS-IN-STOCK-SW
                 END-IF
              END-PERFORM
              IF NOT IN-ISSUED-STOCK
                 ADD 1 TO WS-TOT-OUTSIDE
                 MOVE SPACES TO WS-PRINT-LINE
                 STRING "REPORT " USE-SERIES(USE-IDX) " "
                    USE-FROM(USE-IDX) "-" USE-TO(USE-IDX) " "
                    USE-DISP(USE-IDX)
                    " IS NOT WITHIN ANY ISSUED RANGE"
                    DELIMITED BY SIZE INTO WS-PRINT-LINE
                 PERFORM 008-PRINT-ONE-LINE THRU 008-EXIT
              END-IF
           END-PERFORM
       .
       007-EXIT.
           EXIT
       .

       008-PRINT-ONE-LINE.
           MOVE " " TO PRN-CARRIAGE-CTL
           MOVE WS-PRINT-LINE TO PRN-TEXT
           WRITE PRINT-REC
           DISPLAY WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
       .
       008-EXIT.
           EXIT
       .

       009-RECORD-RUN-HISTORY.
           OPEN I-O RUN-HISTORY-FILE
           IF WS-RUNH-FSTATUS = "35"
              OPEN OUTPUT RUN-HISTORY-FILE
           END-IF
           MOVE SPACES TO RUN-HISTORY-REC
           MOVE "FORMRECN" TO RUNH-PROGRAM
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
       009-EXIT.
           EXIT
       .

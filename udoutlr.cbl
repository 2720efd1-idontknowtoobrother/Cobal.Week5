       IDENTIFICATION DIVISION.
       PROGRAM-ID. UDOUTLR.
       AUTHOR. JAKKRIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "userdiv-audit.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUDIT-FSTATUS.
           SELECT OUTLIER-CTL-FILE ASSIGN TO "udoutlr-ctl.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CTL-FSTATUS.
           SELECT STATS-FILE ASSIGN TO "udoutlr-stats.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OLS-FSTATUS.
           SELECT PRINT-FILE ASSIGN TO "udoutlr-print.dat"
              ORGANIZATION IS LINE SEQUENTIAL.
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

       FD  OUTLIER-CTL-FILE.
       01  OUTLIER-CTL-REC.
           05 OLC-WINDOW       PIC 9(3).
           05 FILLER           PIC X.
           05 OLC-MIN-RUNS     PIC 9(3).
           05 FILLER           PIC X.
           05 OLC-WARN-SD      PIC 9(2)V9.
           05 FILLER           PIC X.
           05 OLC-SEVERE-SD    PIC 9(2)V9.

       FD  STATS-FILE.
       COPY "outlier-stats.cpy".

       FD  PRINT-FILE.
       COPY "print-line.cpy".

       FD  SHARED-EXCEPTION-FILE.
       COPY "exception-log.cpy".

       FD  RUN-HISTORY-FILE.
       COPY "run-history.cpy".

       WORKING-STORAGE SECTION.
       COPY "run-stamp.cpy".
       01  WS-SPOOL-PROGRAM    PIC X(12) VALUE "UDOUTLR".
       01  WS-SPOOL-FILE       PIC X(40)
           VALUE "udoutlr-print.dat".
       01  WS-OPERATOR-ID      PIC X(8) VALUE "SYSTEM".
       01  WS-AUDIT-FSTATUS    PIC XX VALUE "00".
       01  WS-CTL-FSTATUS      PIC XX VALUE "00".
       01  WS-OLS-FSTATUS      PIC XX VALUE "00".
       01  WS-EXC-FSTATUS      PIC XX VALUE "00".
       01  WS-RUNH-FSTATUS     PIC XX VALUE "00".
       01  WS-AUD-EOF-SW       PIC X VALUE "N".
           88 END-OF-AUDIT        VALUE "Y".
       01  WS-FOUND-SW         PIC X VALUE "N".
           88 ENTRY-FOUND         VALUE "Y".
       01  WS-WINDOW           PIC 9(3) VALUE 30.
       01  WS-MIN-RUNS         PIC 9(3) VALUE 5.
       01  WS-WARN-SD          PIC 9(2)V9 VALUE 3.0.
       01  WS-SEVERE-SD        PIC 9(2)V9 VALUE 5.0.
       01  RUN-TABLE.
           05 RUN-ENTRY OCCURS 101 TIMES INDEXED BY RUN-IDX.
              10 RUN-NO-ENTRY   PIC 9(6).
              10 RUN-DATE-ENTRY PIC 9(8).
       01  WS-RUN-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-RUN-MAX          PIC 9(3) VALUE 101.
       01  WS-FIRST-POS        PIC 9(3) VALUE ZEROS.
       01  WS-HIST-RUNS        PIC 9(3) VALUE ZEROS.
       01  WS-TONIGHT-RUN-NO   PIC 9(6) VALUE ZEROS.
       01  WS-TONIGHT-DATE     PIC 9(8) VALUE ZEROS.
       01  WS-RUN-POS          PIC 9(3) VALUE ZEROS.
       01  WS-HIST-POS         PIC 9(3) VALUE ZEROS.
       01  SRC-TABLE.
           05 SRC-ENTRY OCCURS 50 TIMES INDEXED BY SRC-IDX.
              10 SRC-CODE       PIC X(3).
              10 SRC-H-ROWS     PIC 9(7).
              10 SRC-H-SUM-N1   PIC S9(11)V9(2).
              10 SRC-H-SUM-N2   PIC S9(11)V9(2).
              10 SRC-H-SUM-RS   PIC S9(11)V9(5).
              10 SRC-H-SQ-N1    PIC S9(16)V9(2).
              10 SRC-H-SQ-N2    PIC S9(16)V9(2).
              10 SRC-H-SQ-RS    PIC S9(16)V9(2).
              10 SRC-T-ROWS     PIC 9(7).
              10 SRC-T-SUM-N1   PIC S9(11)V9(2).
              10 SRC-T-SUM-N2   PIC S9(11)V9(2).
              10 SRC-T-SUM-RS   PIC S9(11)V9(5).
              10 SRC-RUN-ROWS   PIC 9(5) OCCURS 100 TIMES.
       01  WS-SRC-COUNT        PIC 9(2) VALUE ZEROS.
       01  WS-SRC-MAX          PIC 9(2) VALUE 50.
       01  WS-SQUARE           PIC S9(11)V9(4) VALUE ZEROS.
       01  WS-STAT-N           PIC 9(7) VALUE ZEROS.
       01  WS-STAT-SUM         PIC S9(11)V9(5) VALUE ZEROS.
       01  WS-STAT-SQ          PIC S9(16)V9(2) VALUE ZEROS.
       01  WS-STAT-MEAN        PIC S9(7)V9(5) VALUE ZEROS.
       01  WS-STAT-MEANSQ      PIC S9(11)V9(4) VALUE ZEROS.
       01  WS-STAT-AVGSQ       PIC S9(11)V9(4) VALUE ZEROS.
       01  WS-STAT-VAR         PIC S9(11)V9(4) VALUE ZEROS.
       01  WS-STAT-SD          PIC 9(7)V9(5) VALUE ZEROS.
       01  WS-USE-SD           PIC 9(7)V9(5) VALUE ZEROS.
       01  WS-TONIGHT-VALUE    PIC S9(7)V9(5) VALUE ZEROS.
       01  WS-DIFF             PIC S9(7)V9(5) VALUE ZEROS.
       01  WS-DEVIATION        PIC 9(3)V9 VALUE ZEROS.
       01  WS-COUNT-SUM        PIC 9(7) VALUE ZEROS.
       01  WS-COUNT-SQ         PIC 9(12) VALUE ZEROS.
       01  WS-MEASURE          PIC X(6) VALUE SPACES.
       01  WS-FLAG-SEVERITY    PIC X VALUE SPACE.
       01  WS-SOURCES-SEEN     PIC 9(3) VALUE ZEROS.
       01  WS-WARN-COUNT       PIC 9(5) VALUE ZEROS.
       01  WS-SEVERE-COUNT     PIC 9(5) VALUE ZEROS.
       01  WS-UNTAGGED-COUNT   PIC 9(7) VALUE ZEROS.
       01  WS-EXC-VALUE        PIC X(10) VALUE SPACES.
       01  WS-EXC-REASON       PIC X(30) VALUE SPACES.
       01  WS-EXC-SEVERITY     PIC X VALUE "W".
       01  WS-RUN-START-DATE   PIC 9(8).
       01  WS-RUN-START-TIME   PIC 9(8).
       01  WS-RUN-STATUS       PIC X(8) VALUE "OK".
       01  WS-PRN-MEAN         PIC -ZZZ,ZZ9.99999.
       01  WS-PRN-SD           PIC ZZZ,ZZ9.99999.
       01  WS-PRN-TONIGHT      PIC -ZZZ,ZZ9.99999.
       01  WS-PRN-DEVIATION    PIC ZZ9.9.
       01  WS-PRN-SIGMA        PIC Z9.9.
       01  WS-PRN-SIGMA2       PIC Z9.9.
       01  WS-PRN-COUNT        PIC ZZZ,ZZ9.
       01  WS-PRINT-LINE       PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       000-BEGIN.
           CALL "GETOPER" USING WS-OPERATOR-ID
           CALL "GETBDATE" USING WS-RUN-START-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-RUN-START-TIME
           MOVE WS-RUN-START-DATE TO WS-PRN-RUN-DATE
           PERFORM 001-READ-CONTROL THRU 001-EXIT
           PERFORM 002-FIND-RUNS THRU 002-EXIT
           IF WS-RUN-STATUS NOT = "OK"
              PERFORM 010-RECORD-RUN-HISTORY THRU 010-EXIT
              GOBACK
           END-IF
           IF WS-RUN-COUNT = 0
              DISPLAY "UDOUTLR: no batch runs on the audit file."
              PERFORM 010-RECORD-RUN-HISTORY THRU 010-EXIT
              GOBACK
           END-IF
           MOVE RUN-NO-ENTRY(WS-RUN-COUNT) TO WS-TONIGHT-RUN-NO
           MOVE RUN-DATE-ENTRY(WS-RUN-COUNT) TO WS-TONIGHT-DATE
           IF WS-RUN-COUNT > WS-WINDOW
              COMPUTE WS-FIRST-POS = WS-RUN-COUNT - WS-WINDOW
           ELSE
              MOVE 1 TO WS-FIRST-POS
           END-IF
           COMPUTE WS-HIST-RUNS = WS-RUN-COUNT - WS-FIRST-POS
           PERFORM 003-GATHER-ROWS THRU 003-EXIT
           OPEN OUTPUT PRINT-FILE
           PERFORM 012-PRINT-HEADING THRU 012-EXIT
           OPEN OUTPUT STATS-FILE
           PERFORM VARYING SRC-IDX FROM 1 BY 1
              UNTIL SRC-IDX > WS-SRC-COUNT
              PERFORM 006-EVALUATE-SOURCE THRU 006-EXIT
           END-PERFORM
           CLOSE STATS-FILE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           IF WS-HIST-RUNS < WS-MIN-RUNS
              MOVE SPACES TO WS-PRINT-LINE
              STRING "ONLY " WS-HIST-RUNS " PRIOR BATCH RUNS ON FILE, "
                 WS-MIN-RUNS " NEEDED - STATISTICS GATHERED, NOTHING "
                 "FLAGGED"
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
              PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           END-IF
           IF WS-UNTAGGED-COUNT > 0
              MOVE WS-UNTAGGED-COUNT TO WS-PRN-COUNT
              MOVE SPACES TO WS-PRINT-LINE
              STRING WS-PRN-COUNT " AUDIT ROWS WITH NO SOURCE TAG "
                 "LEFT OUT"
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
              PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           END-IF
           CLOSE PRINT-FILE
           CALL "SPOOLSAVE" USING WS-SPOOL-PROGRAM WS-SPOOL-FILE
           DISPLAY "-----------------------------------------------"
           DISPLAY "Batch run analysed . . . . . . : "
              WS-TONIGHT-RUN-NO " of " WS-TONIGHT-DATE
           DISPLAY "Prior batch runs in history  . : " WS-HIST-RUNS
           DISPLAY "Sources analysed . . . . . . . : " WS-SOURCES-SEEN
           DISPLAY "Warning flags  . . . . . . . . : " WS-WARN-COUNT
           DISPLAY "Severe flags . . . . . . . . . : " WS-SEVERE-COUNT
           DISPLAY "Report on udoutlr-print.dat"
           DISPLAY "==============================================="
           IF WS-WARN-COUNT > 0 OR WS-SEVERE-COUNT > 0
              MOVE "FLAGGED" TO WS-RUN-STATUS
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 010-RECORD-RUN-HISTORY THRU 010-EXIT
           GOBACK
       .

       001-READ-CONTROL.
           OPEN INPUT OUTLIER-CTL-FILE
           IF WS-CTL-FSTATUS = "00"
              READ OUTLIER-CTL-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF OLC-WINDOW NUMERIC AND OLC-WINDOW > 0
                       MOVE OLC-WINDOW TO WS-WINDOW
                    END-IF
                    IF OLC-MIN-RUNS NUMERIC AND OLC-MIN-RUNS > 0
                       MOVE OLC-MIN-RUNS TO WS-MIN-RUNS
                    END-IF
                    IF OLC-WARN-SD NUMERIC AND OLC-WARN-SD > 0
                       MOVE OLC-WARN-SD TO WS-WARN-SD
                    END-IF
                    IF OLC-SEVERE-SD NUMERIC AND OLC-SEVERE-SD > 0
                       MOVE OLC-SEVERE-SD TO WS-SEVERE-SD
                    END-IF
              END-READ
              CLOSE OUTLIER-CTL-FILE
           END-IF
           IF WS-WINDOW > 100
              MOVE 100 TO WS-WINDOW
           END-IF
           IF WS-SEVERE-SD < WS-WARN-SD
              MOVE WS-WARN-SD TO WS-SEVERE-SD
           END-IF
       .
       001-EXIT.
           EXIT
       .

       002-FIND-RUNS.
           MOVE "N" TO WS-AUD-EOF-SW
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-FSTATUS NOT = "00"
              DISPLAY "UDOUTLR: no audit file on file."
              MOVE "ABORTED" TO WS-RUN-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 002-EXIT
           END-IF
           PERFORM UNTIL END-OF-AUDIT
              READ AUDIT-FILE
                 AT END MOVE "Y" TO WS-AUD-EOF-SW
                 NOT AT END
                    IF AUD-RUN-NO NUMERIC AND AUD-RUN-NO > 0
                       PERFORM 004-NOTE-RUN THRU 004-EXIT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE AUDIT-FILE
       .
       002-EXIT.
           EXIT
       .

       003-GATHER-ROWS.
           MOVE "N" TO WS-AUD-EOF-SW
           OPEN INPUT AUDIT-FILE
           PERFORM UNTIL END-OF-AUDIT
              READ AUDIT-FILE
                 AT END MOVE "Y" TO WS-AUD-EOF-SW
                 NOT AT END
                    IF AUD-RUN-NO NUMERIC AND AUD-RUN-NO > 0
                       PERFORM 005-ADD-ROW THRU 005-EXIT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE AUDIT-FILE
       .
       003-EXIT.
           EXIT
       .

       004-NOTE-RUN.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING RUN-IDX FROM 1 BY 1
              UNTIL RUN-IDX > WS-RUN-COUNT OR ENTRY-FOUND
              IF RUN-NO-ENTRY(RUN-IDX) = AUD-RUN-NO
                 MOVE "Y" TO WS-FOUND-SW
              END-IF
           END-PERFORM
           IF ENTRY-FOUND
              GO TO 004-EXIT
           END-IF
           IF WS-RUN-COUNT = WS-RUN-MAX
              PERFORM VARYING RUN-IDX FROM 1 BY 1
                 UNTIL RUN-IDX = WS-RUN-MAX
                 MOVE RUN-ENTRY(RUN-IDX + 1) TO RUN-ENTRY(RUN-IDX)
              END-PERFORM
           ELSE
              ADD 1 TO WS-RUN-COUNT
           END-IF
           MOVE AUD-RUN-NO TO RUN-NO-ENTRY(WS-RUN-COUNT)
           MOVE AUD-RUN-DATE TO RUN-DATE-ENTRY(WS-RUN-COUNT)
       .
       004-EXIT.
           EXIT
       .

       005-ADD-ROW.
           MOVE ZEROS TO WS-RUN-POS
           PERFORM VARYING RUN-IDX FROM WS-FIRST-POS BY 1
              UNTIL RUN-IDX > WS-RUN-COUNT OR WS-RUN-POS > 0
              IF RUN-NO-ENTRY(RUN-IDX) = AUD-RUN-NO
                 SET WS-RUN-POS TO RUN-IDX
              END-IF
           END-PERFORM
           IF WS-RUN-POS = 0
              GO TO 005-EXIT
           END-IF
           IF AUD-SOURCE = SPACES
              ADD 1 TO WS-UNTAGGED-COUNT
              GO TO 005-EXIT
           END-IF
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING SRC-IDX FROM 1 BY 1
              UNTIL SRC-IDX > WS-SRC-COUNT OR ENTRY-FOUND
              IF SRC-CODE(SRC-IDX) = AUD-SOURCE
                 MOVE "Y" TO WS-FOUND-SW
              END-IF
           END-PERFORM
           IF ENTRY-FOUND
              SET SRC-IDX DOWN BY 1
           ELSE
              IF WS-SRC-COUNT = WS-SRC-MAX
                 GO TO 005-EXIT
              END-IF
              ADD 1 TO WS-SRC-COUNT
              SET SRC-IDX TO WS-SRC-COUNT
              INITIALIZE SRC-ENTRY(SRC-IDX)
              MOVE AUD-SOURCE TO SRC-CODE(SRC-IDX)
           END-IF
           IF WS-RUN-POS = WS-RUN-COUNT
              ADD 1 TO SRC-T-ROWS(SRC-IDX)
              ADD AUD-NUM1 TO SRC-T-SUM-N1(SRC-IDX)
              ADD AUD-NUM2 TO SRC-T-SUM-N2(SRC-IDX)
              ADD AUD-RESULT TO SRC-T-SUM-RS(SRC-IDX)
              GO TO 005-EXIT
           END-IF
           COMPUTE WS-HIST-POS = WS-RUN-POS - WS-FIRST-POS + 1
           ADD 1 TO SRC-RUN-ROWS(SRC-IDX, WS-HIST-POS)
           ADD 1 TO SRC-H-ROWS(SRC-IDX)
           ADD AUD-NUM1 TO SRC-H-SUM-N1(SRC-IDX)
           ADD AUD-NUM2 TO SRC-H-SUM-N2(SRC-IDX)
           ADD AUD-RESULT TO SRC-H-SUM-RS(SRC-IDX)
           MULTIPLY AUD-NUM1 BY AUD-NUM1 GIVING WS-SQUARE
           ADD WS-SQUARE TO SRC-H-SQ-N1(SRC-IDX)
           MULTIPLY AUD-NUM2 BY AUD-NUM2 GIVING WS-SQUARE
           ADD WS-SQUARE TO SRC-H-SQ-N2(SRC-IDX)
           MULTIPLY AUD-RESULT BY AUD-RESULT GIVING WS-SQUARE
              ON SIZE ERROR MOVE 9999999999 TO WS-SQUARE
           END-MULTIPLY
           ADD WS-SQUARE TO SRC-H-SQ-RS(SRC-IDX)
       .
       005-EXIT.
           EXIT
       .

       006-EVALUATE-SOURCE.
           ADD 1 TO WS-SOURCES-SEEN
           MOVE SPACES TO OUTLIER-STATS-REC
           MOVE SRC-CODE(SRC-IDX) TO OLS-SOURCE
           MOVE WS-RUN-START-DATE TO OLS-CALC-DATE
           MOVE WS-TONIGHT-RUN-NO TO OLS-THRU-RUN-NO
           MOVE WS-HIST-RUNS TO OLS-HIST-RUNS
           MOVE SRC-H-ROWS(SRC-IDX) TO OLS-HIST-ROWS
           MOVE ZEROS TO OLS-COUNT-MEAN OLS-COUNT-SD
              OLS-NUM1-MEAN OLS-NUM1-SD OLS-NUM2-MEAN OLS-NUM2-SD
              OLS-RESULT-MEAN OLS-RESULT-SD
           IF SRC-H-ROWS(SRC-IDX) = 0
              MOVE SPACES TO WS-PRINT-LINE
              MOVE SRC-CODE(SRC-IDX) TO WS-PRINT-LINE(1:3)
              MOVE SRC-T-ROWS(SRC-IDX) TO WS-PRN-COUNT
              STRING "NO HISTORY IN THE LAST " WS-HIST-RUNS
                 " BATCH RUNS, " WS-PRN-COUNT " ROWS TONIGHT"
                 DELIMITED BY SIZE INTO WS-PRINT-LINE(6:60)
              IF WS-HIST-RUNS NOT < WS-MIN-RUNS
                 MOVE "W" TO WS-FLAG-SEVERITY
                 MOVE "WARNING" TO WS-PRINT-LINE(74:7)
                 ADD 1 TO WS-WARN-COUNT
                 MOVE SRC-CODE(SRC-IDX) TO WS-EXC-VALUE
                 MOVE "NEW SOURCE IN BATCH" TO WS-EXC-REASON
                 MOVE "W" TO WS-EXC-SEVERITY
                 PERFORM 014-LOG-EXCEPTION THRU 014-EXIT
              END-IF
              PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
              WRITE OUTLIER-STATS-REC
              GO TO 006-EXIT
           END-IF
           MOVE ZEROS TO WS-COUNT-SUM WS-COUNT-SQ
           PERFORM VARYING WS-HIST-POS FROM 1 BY 1
              UNTIL WS-HIST-POS > WS-HIST-RUNS
              ADD SRC-RUN-ROWS(SRC-IDX, WS-HIST-POS) TO WS-COUNT-SUM
              COMPUTE WS-COUNT-SQ = WS-COUNT-SQ
                 + SRC-RUN-ROWS(SRC-IDX, WS-HIST-POS)
                 * SRC-RUN-ROWS(SRC-IDX, WS-HIST-POS)
           END-PERFORM
           MOVE WS-HIST-RUNS TO WS-STAT-N
           MOVE WS-COUNT-SUM TO WS-STAT-SUM
           MOVE WS-COUNT-SQ TO WS-STAT-SQ
           PERFORM 007-COMPUTE-SPREAD THRU 007-EXIT
           MOVE WS-STAT-MEAN TO OLS-COUNT-MEAN
           MOVE WS-STAT-SD TO OLS-COUNT-SD
           MOVE SRC-T-ROWS(SRC-IDX) TO WS-TONIGHT-VALUE
           MOVE "COUNT" TO WS-MEASURE
           PERFORM 008-CHECK-MEASURE THRU 008-EXIT
           MOVE SRC-H-ROWS(SRC-IDX) TO WS-STAT-N
           MOVE SRC-H-SUM-N1(SRC-IDX) TO WS-STAT-SUM
           MOVE SRC-H-SQ-N1(SRC-IDX) TO WS-STAT-SQ
           PERFORM 007-COMPUTE-SPREAD THRU 007-EXIT
           MOVE WS-STAT-MEAN TO OLS-NUM1-MEAN
           MOVE WS-STAT-SD TO OLS-NUM1-SD
           IF SRC-T-ROWS(SRC-IDX) > 0
              DIVIDE SRC-T-SUM-N1(SRC-IDX) BY SRC-T-ROWS(SRC-IDX)
                 GIVING WS-TONIGHT-VALUE ROUNDED
              MOVE "NUM1" TO WS-MEASURE
              PERFORM 008-CHECK-MEASURE THRU 008-EXIT
           END-IF
           MOVE SRC-H-SUM-N2(SRC-IDX) TO WS-STAT-SUM
           MOVE SRC-H-SQ-N2(SRC-IDX) TO WS-STAT-SQ
           PERFORM 007-COMPUTE-SPREAD THRU 007-EXIT
           MOVE WS-STAT-MEAN TO OLS-NUM2-MEAN
           MOVE WS-STAT-SD TO OLS-NUM2-SD
           IF SRC-T-ROWS(SRC-IDX) > 0
              DIVIDE SRC-T-SUM-N2(SRC-IDX) BY SRC-T-ROWS(SRC-IDX)
                 GIVING WS-TONIGHT-VALUE ROUNDED
              MOVE "NUM2" TO WS-MEASURE
              PERFORM 008-CHECK-MEASURE THRU 008-EXIT
           END-IF
           MOVE SRC-H-SUM-RS(SRC-IDX) TO WS-STAT-SUM
           MOVE SRC-H-SQ-RS(SRC-IDX) TO WS-STAT-SQ
           PERFORM 007-COMPUTE-SPREAD THRU 007-EXIT
           MOVE WS-STAT-MEAN TO OLS-RESULT-MEAN
           MOVE WS-STAT-SD TO OLS-RESULT-SD
           IF SRC-T-ROWS(SRC-IDX) > 0
              DIVIDE SRC-T-SUM-RS(SRC-IDX) BY SRC-T-ROWS(SRC-IDX)
                 GIVING WS-TONIGHT-VALUE ROUNDED
              MOVE "RESULT" TO WS-MEASURE
              PERFORM 008-CHECK-MEASURE THRU 008-EXIT
           END-IF
           WRITE OUTLIER-STATS-REC
       .
       006-EXIT.
           EXIT
       .

       007-COMPUTE-SPREAD.
           MOVE ZEROS TO WS-STAT-MEAN WS-STAT-SD
           IF WS-STAT-N = 0
              GO TO 007-EXIT
           END-IF
           DIVIDE WS-STAT-SUM BY WS-STAT-N
              GIVING WS-STAT-MEAN ROUNDED
           MULTIPLY WS-STAT-MEAN BY WS-STAT-MEAN
              GIVING WS-STAT-MEANSQ ROUNDED
           DIVIDE WS-STAT-SQ BY WS-STAT-N
              GIVING WS-STAT-AVGSQ ROUNDED
           SUBTRACT WS-STAT-MEANSQ FROM WS-STAT-AVGSQ
              GIVING WS-STAT-VAR
           IF WS-STAT-VAR > 0
              COMPUTE WS-STAT-SD ROUNDED = FUNCTION SQRT(WS-STAT-VAR)
           END-IF
       .
       007-EXIT.
           EXIT
       .

       008-CHECK-MEASURE.
           MOVE SPACE TO WS-FLAG-SEVERITY
           MOVE ZEROS TO WS-DEVIATION
           MOVE WS-STAT-SD TO WS-USE-SD
           DIVIDE WS-STAT-MEAN BY 10 GIVING WS-DIFF
           IF WS-DIFF < 0
              MULTIPLY -1 BY WS-DIFF
           END-IF
           IF WS-USE-SD < WS-DIFF
              MOVE WS-DIFF TO WS-USE-SD
           END-IF
           IF WS-USE-SD < 0.01
              MOVE 0.01 TO WS-USE-SD
           END-IF
           SUBTRACT WS-STAT-MEAN FROM WS-TONIGHT-VALUE GIVING WS-DIFF
           IF WS-DIFF < 0
              MULTIPLY -1 BY WS-DIFF
           END-IF
           DIVIDE WS-DIFF BY WS-USE-SD GIVING WS-DEVIATION ROUNDED
              ON SIZE ERROR MOVE 999.9 TO WS-DEVIATION
           END-DIVIDE
           IF WS-HIST-RUNS NOT < WS-MIN-RUNS
              IF WS-DEVIATION NOT < WS-SEVERE-SD
                 MOVE "E" TO WS-FLAG-SEVERITY
              ELSE
                 IF WS-DEVIATION NOT < WS-WARN-SD
                    MOVE "W" TO WS-FLAG-SEVERITY
                 END-IF
              END-IF
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           MOVE SRC-CODE(SRC-IDX) TO WS-PRINT-LINE(1:3)
           MOVE WS-MEASURE TO WS-PRINT-LINE(6:6)
           MOVE WS-STAT-MEAN TO WS-PRN-MEAN
           MOVE WS-PRN-MEAN TO WS-PRINT-LINE(14:14)
           MOVE WS-STAT-SD TO WS-PRN-SD
           MOVE WS-PRN-SD TO WS-PRINT-LINE(30:13)
           MOVE WS-TONIGHT-VALUE TO WS-PRN-TONIGHT
           MOVE WS-PRN-TONIGHT TO WS-PRINT-LINE(45:14)
           MOVE WS-DEVIATION TO WS-PRN-DEVIATION
           MOVE WS-PRN-DEVIATION TO WS-PRINT-LINE(63:5)
           MOVE "SD" TO WS-PRINT-LINE(69:2)
           IF WS-FLAG-SEVERITY = SPACE
              PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
              GO TO 008-EXIT
           END-IF
           IF WS-FLAG-SEVERITY = "E"
              MOVE "SEVERE" TO WS-PRINT-LINE(74:7)
              ADD 1 TO WS-SEVERE-COUNT
           ELSE
              MOVE "WARNING" TO WS-PRINT-LINE(74:7)
              ADD 1 TO WS-WARN-COUNT
           END-IF
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           MOVE SPACES TO WS-EXC-VALUE
           STRING SRC-CODE(SRC-IDX) " " WS-MEASURE
              DELIMITED BY SIZE INTO WS-EXC-VALUE
           EVALUATE WS-MEASURE
              WHEN "COUNT"
                 MOVE "BATCH COUNT OUT OF RANGE" TO WS-EXC-REASON
              WHEN "NUM1"
                 MOVE "NUM1 AMOUNTS OUT OF RANGE" TO WS-EXC-REASON
              WHEN "NUM2"
                 MOVE "NUM2 AMOUNTS OUT OF RANGE" TO WS-EXC-REASON
              WHEN OTHER
                 MOVE "RESULTS OUT OF RANGE" TO WS-EXC-REASON
           END-EVALUATE
           MOVE WS-FLAG-SEVERITY TO WS-EXC-SEVERITY
           PERFORM 014-LOG-EXCEPTION THRU 014-EXIT
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
           MOVE "UDOUTLR" TO RUNH-PROGRAM
           MOVE WS-RUN-START-DATE TO RUNH-START-DATE
           MOVE WS-RUN-START-TIME TO RUNH-START-TIME
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUNH-END-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO RUNH-END-TIME
           MOVE WS-RUN-STATUS TO RUNH-STATUS
           MOVE WS-TONIGHT-RUN-NO TO RUNH-RUN-NO
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

       012-PRINT-HEADING.
           MOVE SPACES TO WS-PRINT-LINE
           STRING "USER-DIV OUTLIER ANALYSIS BY SOURCE   BATCH RUN "
              WS-TONIGHT-RUN-NO " OF " WS-TONIGHT-DATE
              "   RUN DATE " WS-PRN-RUN-DATE
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE "1" TO PRN-CARRIAGE-CTL
           MOVE WS-PRINT-LINE TO PRN-TEXT
           WRITE PRINT-REC
           DISPLAY WS-PRINT-LINE
           MOVE WS-WARN-SD TO WS-PRN-SIGMA
           MOVE WS-SEVERE-SD TO WS-PRN-SIGMA2
           MOVE SPACES TO WS-PRINT-LINE
           STRING "HISTORY " WS-HIST-RUNS " PRIOR BATCH RUNS   "
              "WARNING AT " WS-PRN-SIGMA " SD   SEVERE AT "
              WS-PRN-SIGMA2 " SD"
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           MOVE "SRC  MEASURE     HIST MEAN    HIST SPREAD"
              TO WS-PRINT-LINE
           MOVE "TONIGHT   DEVIATION   FLAG" TO WS-PRINT-LINE(52:26)
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
           MOVE "UDOUTLR" TO SHX-PROGRAM
           MOVE WS-EXC-VALUE TO SHX-REJECTED-VAL
           MOVE WS-EXC-REASON TO SHX-REASON
           MOVE FUNCTION CURRENT-DATE(1:8) TO SHX-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO SHX-RUN-TIME
           MOVE WS-OPERATOR-ID TO SHX-OPERATOR
           MOVE WS-EXC-SEVERITY TO SHX-SEVERITY
           MOVE "O" TO SHX-STATUS
           WRITE SHARED-EXC-REC
           CLOSE SHARED-EXCEPTION-FILE
       .
       014-EXIT.
           EXIT
       .

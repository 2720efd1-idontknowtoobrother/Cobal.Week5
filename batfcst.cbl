       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATFCST.
       AUTHOR. JAKKRIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEP-FILE ASSIGN TO "batch-steps.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STEP-FSTATUS.
           SELECT BATCH-RESULTS-FILE ASSIGN TO "batch-results.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RESULTS-FSTATUS.
           SELECT FCST-CTL-FILE ASSIGN TO "batfcst-ctl.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CTL-FSTATUS.
           SELECT PRINT-FILE ASSIGN TO "batfcst-print.dat"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-HISTORY-FILE ASSIGN TO "run-history.idx"
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS RUNH-KEY
              FILE STATUS IS WS-RUNH-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STEP-FILE.
       COPY "batch-steps.cpy".

       FD  BATCH-RESULTS-FILE.
       01  BATCH-RESULT-REC.
           05 BR-STEP-NO       PIC 9(2).
           05 FILLER           PIC X VALUE SPACE.
           05 BR-PROGRAM       PIC X(12).
           05 FILLER           PIC X VALUE SPACE.
           05 BR-STATUS        PIC X.

       FD  FCST-CTL-FILE.
       01  FCST-CTL-REC.
           05 FCC-DEADLINE     PIC 9(4).
           05 FILLER           PIC X.
           05 FCC-HIST-RUNS    PIC 9(2).
           05 FILLER           PIC X.
           05 FCC-SLOW-PCT     PIC 9(3).

       FD  PRINT-FILE.
       COPY "print-line.cpy".

       FD  RUN-HISTORY-FILE.
       COPY "run-history.cpy".

       WORKING-STORAGE SECTION.
       COPY "run-stamp.cpy".
       01  WS-SPOOL-PROGRAM    PIC X(12) VALUE "BATFCST".
       01  WS-SPOOL-FILE       PIC X(40)
           VALUE "batfcst-print.dat".
       01  WS-STEP-FSTATUS     PIC XX VALUE "00".
       01  WS-RESULTS-FSTATUS  PIC XX VALUE "00".
       01  WS-CTL-FSTATUS      PIC XX VALUE "00".
       01  WS-RUNH-FSTATUS     PIC XX VALUE "00".
       01  WS-STEP-EOF-SW      PIC X VALUE "N".
           88 END-OF-STEPS        VALUE "Y".
       01  WS-RESULTS-EOF-SW   PIC X VALUE "N".
           88 END-OF-RESULTS      VALUE "Y".
       01  WS-RUNH-EOF-SW      PIC X VALUE "N".
           88 END-OF-RUN-HIST     VALUE "Y".
       01  WS-DEADLINE-HHMM    PIC 9(4) VALUE 0600.
       01  WS-HIST-RUNS        PIC 9(2) VALUE 5.
       01  WS-SLOW-PCT         PIC 9(3) VALUE 20.
       01  FC-TABLE.
           05 FC-ENTRY OCCURS 60 TIMES INDEXED BY FC-IDX.
              10 FC-PROGRAM     PIC X(12).
              10 FC-DEPENDS     PIC 99.
              10 FC-STATUS      PIC X.
              10 FC-WILL-RUN    PIC X.
              10 FC-EST-SEC     PIC 9(7).
              10 FC-CHAIN-SEC   PIC 9(8).
              10 FC-HIST-COUNT  PIC 9(5).
              10 FC-RECENT-SEC  PIC 9(7) OCCURS 10 TIMES.
              10 FC-WEEK-SEC    PIC 9(9).
              10 FC-WEEK-RUNS   PIC 9(5).
              10 FC-PRIOR-SEC   PIC 9(9).
              10 FC-PRIOR-RUNS  PIC 9(5).
       01  WS-FC-COUNT         PIC 99 VALUE ZEROS.
       01  WS-FC-MAX           PIC 99 VALUE 60.
       01  WS-MATCH-IDX        PIC 99 VALUE ZEROS.
       01  WS-DEP              PIC 99 VALUE ZEROS.
       01  WS-RING-POS         PIC 99 VALUE ZEROS.
       01  WS-RING-USED        PIC 99 VALUE ZEROS.
       01  WS-RING-SUB         PIC 99 VALUE ZEROS.
       01  WS-RING-TOTAL       PIC 9(9) VALUE ZEROS.
       01  WS-ELAPSED-SEC      PIC S9(9) VALUE ZEROS.
       01  WS-START-INT        PIC 9(8) VALUE ZEROS.
       01  WS-END-INT          PIC 9(8) VALUE ZEROS.
       01  WS-START-SEC        PIC 9(7) VALUE ZEROS.
       01  WS-END-SEC          PIC 9(7) VALUE ZEROS.
       01  WS-TIME-PARTS.
           05 WS-TIME-HH       PIC 9(2).
           05 WS-TIME-MM       PIC 9(2).
           05 WS-TIME-SS       PIC 9(2).
           05 WS-TIME-HS       PIC 9(2).
       01  WS-TODAY            PIC 9(8) VALUE ZEROS.
       01  WS-TODAY-INT        PIC 9(8) VALUE ZEROS.
       01  WS-AGE-DAYS         PIC S9(8) VALUE ZEROS.
       01  WS-NOW-ABS          PIC 9(11) VALUE ZEROS.
       01  WS-END-ABS          PIC 9(11) VALUE ZEROS.
       01  WS-DEADLINE-ABS     PIC 9(11) VALUE ZEROS.
       01  WS-DEADLINE-INT     PIC 9(8) VALUE ZEROS.
       01  WS-DEADLINE-DATE    PIC 9(8) VALUE ZEROS.
       01  WS-ABS-DAYS         PIC 9(8) VALUE ZEROS.
       01  WS-ABS-SECS         PIC 9(5) VALUE ZEROS.
       01  WS-END-DATE         PIC 9(8) VALUE ZEROS.
       01  WS-END-HH           PIC 9(2) VALUE ZEROS.
       01  WS-END-MM           PIC 9(2) VALUE ZEROS.
       01  WS-END-HHMM         PIC 9(4) VALUE ZEROS.
       01  WS-REMAINING-SEC    PIC 9(9) VALUE ZEROS.
       01  WS-STEPS-LEFT       PIC 99 VALUE ZEROS.
       01  WS-NO-HIST-COUNT    PIC 99 VALUE ZEROS.
       01  WS-CRIT-END         PIC 99 VALUE ZEROS.
       01  WS-CRIT-SEC         PIC 9(8) VALUE ZEROS.
       01  CRIT-PATH-TABLE.
           05 CRIT-STEP         PIC 99 OCCURS 60 TIMES.
       01  WS-CRIT-COUNT       PIC 99 VALUE ZEROS.
       01  WS-CRIT-SUB         PIC 99 VALUE ZEROS.
       01  WS-CUM-SEC          PIC 9(9) VALUE ZEROS.
       01  WS-WEEK-AVG         PIC 9(7)V9 VALUE ZEROS.
       01  WS-PRIOR-AVG        PIC 9(7)V9 VALUE ZEROS.
       01  WS-SLOW-LIMIT       PIC 9(9)V9 VALUE ZEROS.
       01  WS-CHANGE-PCT       PIC 9(5)V9 VALUE ZEROS.
       01  WS-SLOW-COUNT       PIC 99 VALUE ZEROS.
       01  WS-DUR-SEC          PIC 9(9) VALUE ZEROS.
       01  WS-DUR-HOURS        PIC 9(5) VALUE ZEROS.
       01  WS-DUR-REST         PIC 9(5) VALUE ZEROS.
       01  WS-DUR-PARTS.
           05 WS-DUR-HH        PIC 99.
           05 FILLER           PIC X VALUE ":".
           05 WS-DUR-MM        PIC 99.
           05 FILLER           PIC X VALUE ":".
           05 WS-DUR-SS        PIC 99.
       01  WS-RUN-START-DATE   PIC 9(8).
       01  WS-PRN-STEP         PIC Z9.
       01  WS-PRN-SEC          PIC ZZZ,ZZ9.
       01  WS-PRN-AVG          PIC ZZZ,ZZ9.9.
       01  WS-PRN-AVG2         PIC ZZZ,ZZ9.9.
       01  WS-PRN-PCT          PIC ZZ,ZZ9.9.
       01  WS-PRN-END-DATE     PIC 9999/99/99.
       01  WS-PRN-DEADLINE     PIC 9999/99/99.
       01  WS-PRN-NOW-DATE     PIC 9999/99/99.
       01  WS-PRN-HHMM         PIC 99B99.
       01  WS-PRN-DL-HHMM      PIC 99B99.
       01  WS-PRN-NOW-HHMM     PIC 99B99.
       01  WS-PRN-WORK         PIC X(14).
       01  WS-PRINT-LINE       PIC X(132) VALUE SPACES.

       LINKAGE SECTION.
       01  LNK-PHASE           PIC X.
       01  LNK-START-DATE      PIC 9(8).
       01  LNK-START-HHMM      PIC 9(4).
       01  LNK-END-STAMP       PIC 9(12).
       01  LNK-LATE-SW         PIC X.

       PROCEDURE DIVISION USING LNK-PHASE LNK-START-DATE
           LNK-START-HHMM LNK-END-STAMP LNK-LATE-SW.
       000-BEGIN.
           MOVE "N" TO LNK-LATE-SW
           MOVE ZEROS TO LNK-END-STAMP
           MOVE "N" TO WS-STEP-EOF-SW
           MOVE "N" TO WS-RESULTS-EOF-SW
           MOVE "N" TO WS-RUNH-EOF-SW
           MOVE ZEROS TO WS-FC-COUNT WS-STEPS-LEFT WS-NO-HIST-COUNT
           MOVE ZEROS TO WS-REMAINING-SEC WS-SLOW-COUNT
           CALL "GETBDATE" USING WS-RUN-START-DATE
           MOVE WS-RUN-START-DATE TO WS-PRN-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-TIME-PARTS
           COMPUTE WS-NOW-ABS = WS-TODAY-INT * 86400
              + WS-TIME-HH * 3600 + WS-TIME-MM * 60 + WS-TIME-SS
           PERFORM 001-READ-CONTROL THRU 001-EXIT
           PERFORM 002-LOAD-STEPS THRU 002-EXIT
           IF WS-FC-COUNT = 0
              GOBACK
           END-IF
           PERFORM 003-LOAD-STATUS THRU 003-EXIT
           PERFORM 004-SCAN-RUN-HISTORY THRU 004-EXIT
           PERFORM 006-PROJECT-FINISH THRU 006-EXIT
           OPEN OUTPUT PRINT-FILE
           PERFORM 012-PRINT-HEADING THRU 012-EXIT
           PERFORM 007-PRINT-FORECAST THRU 007-EXIT
           PERFORM 008-PRINT-CRITICAL-PATH THRU 008-EXIT
           IF LNK-PHASE = "S"
              PERFORM 009-PRINT-SLOWDOWNS THRU 009-EXIT
           END-IF
           CLOSE PRINT-FILE
           IF LNK-PHASE = "S"
              CALL "SPOOLSAVE" USING WS-SPOOL-PROGRAM WS-SPOOL-FILE
           END-IF
           GOBACK
       .

       001-READ-CONTROL.
           OPEN INPUT FCST-CTL-FILE
           IF WS-CTL-FSTATUS NOT = "00"
              GO TO 001-EXIT
           END-IF
           READ FCST-CTL-FILE
              AT END CONTINUE
              NOT AT END
                 IF FCC-DEADLINE NUMERIC
                    MOVE FCC-DEADLINE TO WS-DEADLINE-HHMM
                 END-IF
                 IF FCC-HIST-RUNS NUMERIC AND FCC-HIST-RUNS > 0
                    AND FCC-HIST-RUNS NOT > 10
                    MOVE FCC-HIST-RUNS TO WS-HIST-RUNS
                 END-IF
                 IF FCC-SLOW-PCT NUMERIC
                    MOVE FCC-SLOW-PCT TO WS-SLOW-PCT
                 END-IF
           END-READ
           CLOSE FCST-CTL-FILE
       .
       001-EXIT.
           EXIT
       .

       002-LOAD-STEPS.
           OPEN INPUT STEP-FILE
           IF WS-STEP-FSTATUS NOT = "00"
              GO TO 002-EXIT
           END-IF
           PERFORM UNTIL END-OF-STEPS
              READ STEP-FILE
                 AT END MOVE "Y" TO WS-STEP-EOF-SW
                 NOT AT END
                    IF WS-FC-COUNT < WS-FC-MAX
                       AND BST-STEP-NO NUMERIC
                       AND BST-DEPENDS NUMERIC
                       AND BST-STEP-NO = WS-FC-COUNT + 1
                       ADD 1 TO WS-FC-COUNT
                       MOVE BST-PROGRAM TO FC-PROGRAM(WS-FC-COUNT)
                       MOVE BST-DEPENDS TO FC-DEPENDS(WS-FC-COUNT)
                       MOVE "P" TO FC-STATUS(WS-FC-COUNT)
                       MOVE "N" TO FC-WILL-RUN(WS-FC-COUNT)
                       MOVE ZEROS TO FC-EST-SEC(WS-FC-COUNT)
                       MOVE ZEROS TO FC-CHAIN-SEC(WS-FC-COUNT)
                       MOVE ZEROS TO FC-HIST-COUNT(WS-FC-COUNT)
                       MOVE ZEROS TO FC-WEEK-SEC(WS-FC-COUNT)
                       MOVE ZEROS TO FC-WEEK-RUNS(WS-FC-COUNT)
                       MOVE ZEROS TO FC-PRIOR-SEC(WS-FC-COUNT)
                       MOVE ZEROS TO FC-PRIOR-RUNS(WS-FC-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE STEP-FILE
       .
       002-EXIT.
           EXIT
       .

       003-LOAD-STATUS.
           OPEN INPUT BATCH-RESULTS-FILE
           IF WS-RESULTS-FSTATUS NOT = "00"
              GO TO 003-EXIT
           END-IF
           PERFORM UNTIL END-OF-RESULTS
              READ BATCH-RESULTS-FILE
                 AT END MOVE "Y" TO WS-RESULTS-EOF-SW
                 NOT AT END
                    IF BR-STEP-NO NUMERIC AND BR-STEP-NO > 0
                       AND BR-STEP-NO NOT > WS-FC-COUNT
                       AND BR-PROGRAM = FC-PROGRAM(BR-STEP-NO)
                       MOVE BR-STATUS TO FC-STATUS(BR-STEP-NO)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE BATCH-RESULTS-FILE
       .
       003-EXIT.
           EXIT
       .

       004-SCAN-RUN-HISTORY.
           OPEN INPUT RUN-HISTORY-FILE
           IF WS-RUNH-FSTATUS NOT = "00"
              GO TO 004-EXIT
           END-IF
           PERFORM UNTIL END-OF-RUN-HIST
              READ RUN-HISTORY-FILE NEXT
                 AT END MOVE "Y" TO WS-RUNH-EOF-SW
                 NOT AT END
                    IF RUNH-START-DATE NUMERIC
                       AND RUNH-END-DATE NUMERIC
                       AND RUNH-START-TIME NUMERIC
                       AND RUNH-END-TIME NUMERIC
                       AND RUNH-START-DATE > 19000000
                       PERFORM 005-POST-ONE-RUN THRU 005-EXIT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE RUN-HISTORY-FILE
       .
       004-EXIT.
           EXIT
       .

       005-POST-ONE-RUN.
           MOVE ZEROS TO WS-MATCH-IDX
           PERFORM VARYING FC-IDX FROM 1 BY 1
              UNTIL FC-IDX > WS-FC-COUNT OR WS-MATCH-IDX > 0
              IF FC-PROGRAM(FC-IDX) = RUNH-PROGRAM
                 SET WS-MATCH-IDX TO FC-IDX
              END-IF
           END-PERFORM
           IF WS-MATCH-IDX = 0
              GO TO 005-EXIT
           END-IF
           COMPUTE WS-START-INT =
              FUNCTION INTEGER-OF-DATE(RUNH-START-DATE)
           COMPUTE WS-END-INT =
              FUNCTION INTEGER-OF-DATE(RUNH-END-DATE)
           MOVE RUNH-START-TIME TO WS-TIME-PARTS
           COMPUTE WS-START-SEC = WS-TIME-HH * 3600
              + WS-TIME-MM * 60 + WS-TIME-SS
           MOVE RUNH-END-TIME TO WS-TIME-PARTS
           COMPUTE WS-END-SEC = WS-TIME-HH * 3600
              + WS-TIME-MM * 60 + WS-TIME-SS
           COMPUTE WS-ELAPSED-SEC =
              (WS-END-INT - WS-START-INT) * 86400
              + WS-END-SEC - WS-START-SEC
           IF WS-ELAPSED-SEC < 0
              GO TO 005-EXIT
           END-IF
           ADD 1 TO FC-HIST-COUNT(WS-MATCH-IDX)
           COMPUTE WS-RING-POS = FUNCTION MOD
              (FC-HIST-COUNT(WS-MATCH-IDX) - 1, WS-HIST-RUNS) + 1
           MOVE WS-ELAPSED-SEC TO
              FC-RECENT-SEC(WS-MATCH-IDX, WS-RING-POS)
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-START-INT
           EVALUATE TRUE
              WHEN WS-AGE-DAYS >= 0 AND WS-AGE-DAYS < 7
                 ADD 1 TO FC-WEEK-RUNS(WS-MATCH-IDX)
                 ADD WS-ELAPSED-SEC TO FC-WEEK-SEC(WS-MATCH-IDX)
              WHEN WS-AGE-DAYS >= 7 AND WS-AGE-DAYS < 14
                 ADD 1 TO FC-PRIOR-RUNS(WS-MATCH-IDX)
                 ADD WS-ELAPSED-SEC TO FC-PRIOR-SEC(WS-MATCH-IDX)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
       .
       005-EXIT.
           EXIT
       .

       006-PROJECT-FINISH.
           MOVE ZEROS TO WS-CRIT-END WS-CRIT-SEC
           PERFORM VARYING FC-IDX FROM 1 BY 1
              UNTIL FC-IDX > WS-FC-COUNT
              IF FC-HIST-COUNT(FC-IDX) > WS-HIST-RUNS
                 MOVE WS-HIST-RUNS TO WS-RING-USED
              ELSE
                 MOVE FC-HIST-COUNT(FC-IDX) TO WS-RING-USED
              END-IF
              MOVE ZEROS TO WS-RING-TOTAL
              PERFORM VARYING WS-RING-SUB FROM 1 BY 1
                 UNTIL WS-RING-SUB > WS-RING-USED
                 ADD FC-RECENT-SEC(FC-IDX, WS-RING-SUB)
                    TO WS-RING-TOTAL
              END-PERFORM
              IF WS-RING-USED > 0
                 DIVIDE WS-RING-TOTAL BY WS-RING-USED
                    GIVING FC-EST-SEC(FC-IDX) ROUNDED
              END-IF
              MOVE FC-DEPENDS(FC-IDX) TO WS-DEP
              MOVE "N" TO FC-WILL-RUN(FC-IDX)
              IF FC-STATUS(FC-IDX) = "P"
                 IF WS-DEP = 0
                    MOVE "Y" TO FC-WILL-RUN(FC-IDX)
                 ELSE
                    IF FC-WILL-RUN(WS-DEP) = "Y"
                       OR FC-STATUS(WS-DEP) = "R"
                       OR FC-STATUS(WS-DEP) = "W"
                       MOVE "Y" TO FC-WILL-RUN(FC-IDX)
                    END-IF
                 END-IF
              END-IF
              IF FC-WILL-RUN(FC-IDX) = "Y"
                 ADD 1 TO WS-STEPS-LEFT
                 ADD FC-EST-SEC(FC-IDX) TO WS-REMAINING-SEC
                 IF WS-RING-USED = 0
                    ADD 1 TO WS-NO-HIST-COUNT
                 END-IF
                 MOVE FC-EST-SEC(FC-IDX) TO FC-CHAIN-SEC(FC-IDX)
                 IF WS-DEP > 0
                    IF FC-WILL-RUN(WS-DEP) = "Y"
                       ADD FC-CHAIN-SEC(WS-DEP) TO FC-CHAIN-SEC(FC-IDX)
                    END-IF
                 END-IF
                 IF WS-CRIT-END = 0
                    OR FC-CHAIN-SEC(FC-IDX) > WS-CRIT-SEC
                    SET WS-CRIT-END TO FC-IDX
                    MOVE FC-CHAIN-SEC(FC-IDX) TO WS-CRIT-SEC
                 END-IF
              END-IF
           END-PERFORM
           COMPUTE WS-END-ABS = WS-NOW-ABS + WS-REMAINING-SEC
           DIVIDE WS-END-ABS BY 86400 GIVING WS-ABS-DAYS
              REMAINDER WS-ABS-SECS
           COMPUTE WS-END-DATE = FUNCTION DATE-OF-INTEGER(WS-ABS-DAYS)
           DIVIDE WS-ABS-SECS BY 3600 GIVING WS-END-HH
              REMAINDER WS-DUR-REST
           DIVIDE WS-DUR-REST BY 60 GIVING WS-END-MM
           COMPUTE WS-END-HHMM = WS-END-HH * 100 + WS-END-MM
           COMPUTE LNK-END-STAMP = WS-END-DATE * 10000 + WS-END-HHMM
           COMPUTE WS-DEADLINE-INT =
              FUNCTION INTEGER-OF-DATE(LNK-START-DATE)
           IF WS-DEADLINE-HHMM NOT > LNK-START-HHMM
              ADD 1 TO WS-DEADLINE-INT
           END-IF
           COMPUTE WS-DEADLINE-DATE =
              FUNCTION DATE-OF-INTEGER(WS-DEADLINE-INT)
           MOVE WS-DEADLINE-HHMM TO WS-TIME-PARTS(1:4)
           COMPUTE WS-DEADLINE-ABS = WS-DEADLINE-INT * 86400
              + WS-TIME-HH * 3600 + WS-TIME-MM * 60
           IF WS-END-ABS > WS-DEADLINE-ABS
              MOVE "Y" TO LNK-LATE-SW
           END-IF
       .
       006-EXIT.
           EXIT
       .

       007-PRINT-FORECAST.
           MOVE WS-REMAINING-SEC TO WS-DUR-SEC
           PERFORM 014-FORMAT-DURATION THRU 014-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "STEPS STILL TO RUN " WS-STEPS-LEFT
              "   ESTIMATED WORK REMAINING " WS-DUR-PARTS
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           MOVE WS-END-DATE TO WS-PRN-END-DATE
           MOVE WS-END-HHMM TO WS-PRN-HHMM
           INSPECT WS-PRN-HHMM REPLACING ALL " " BY ":"
           MOVE WS-DEADLINE-DATE TO WS-PRN-DEADLINE
           MOVE WS-DEADLINE-HHMM TO WS-PRN-DL-HHMM
           INSPECT WS-PRN-DL-HHMM REPLACING ALL " " BY ":"
           MOVE SPACES TO WS-PRINT-LINE
           STRING "PROJECTED END " WS-PRN-END-DATE " " WS-PRN-HHMM
              "   BATCH-WINDOW DEADLINE " WS-PRN-DEADLINE " "
              WS-PRN-DL-HHMM
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           IF LNK-LATE-SW = "Y"
              MOVE "*** PROJECTED END IS PAST THE BATCH-WINDOW "
                 TO WS-PRINT-LINE
              MOVE "DEADLINE - ONLINE START-UP WILL BE LATE ***"
                 TO WS-PRINT-LINE(44:43)
           ELSE
              MOVE "PROJECTED END IS WITHIN THE BATCH WINDOW"
                 TO WS-PRINT-LINE
           END-IF
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           IF WS-NO-HIST-COUNT > 0
              MOVE SPACES TO WS-PRINT-LINE
              STRING WS-NO-HIST-COUNT " STEPS STILL TO RUN HAVE NO "
                 "RUN HISTORY AND ARE COUNTED AT ZERO"
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
              PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
       .
       007-EXIT.
           EXIT
       .

       008-PRINT-CRITICAL-PATH.
           IF WS-CRIT-END = 0
              MOVE "NO STEPS LEFT TO RUN" TO WS-PRINT-LINE
              PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
              GO TO 008-EXIT
           END-IF
           MOVE ZEROS TO WS-CRIT-COUNT
           MOVE WS-CRIT-END TO WS-DEP
           PERFORM UNTIL WS-DEP = 0
              ADD 1 TO WS-CRIT-COUNT
              MOVE WS-DEP TO CRIT-STEP(WS-CRIT-COUNT)
              IF FC-DEPENDS(WS-DEP) > 0
                 AND FC-WILL-RUN(FC-DEPENDS(WS-DEP)) = "Y"
                 MOVE FC-DEPENDS(WS-DEP) TO WS-DEP
              ELSE
                 MOVE ZEROS TO WS-DEP
              END-IF
           END-PERFORM
           MOVE "CRITICAL PATH (LONGEST REMAINING DEPENDENCY CHAIN)"
              TO WS-PRINT-LINE
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           MOVE "STEP PROGRAM       EST SECS   CHAIN TIME"
              TO WS-PRINT-LINE
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           MOVE ZEROS TO WS-CUM-SEC
           PERFORM VARYING WS-CRIT-SUB FROM WS-CRIT-COUNT BY -1
              UNTIL WS-CRIT-SUB = 0
              MOVE CRIT-STEP(WS-CRIT-SUB) TO WS-DEP
              ADD FC-EST-SEC(WS-DEP) TO WS-CUM-SEC
              MOVE WS-DEP TO WS-PRN-STEP
              MOVE FC-EST-SEC(WS-DEP) TO WS-PRN-SEC
              MOVE WS-CUM-SEC TO WS-DUR-SEC
              PERFORM 014-FORMAT-DURATION THRU 014-EXIT
              MOVE SPACES TO WS-PRINT-LINE
              STRING "  " WS-PRN-STEP " " FC-PROGRAM(WS-DEP) " "
                 WS-PRN-SEC "     " WS-DUR-PARTS
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
              PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           END-PERFORM
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
       .
       008-EXIT.
           EXIT
       .

       009-PRINT-SLOWDOWNS.
           MOVE "STEPS SLOWING DOWN WEEK OVER WEEK" TO WS-PRINT-LINE
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           MOVE "PROGRAM      PRIOR WK AVG  THIS WK AVG   CHANGE %"
              TO WS-PRINT-LINE
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           PERFORM VARYING FC-IDX FROM 1 BY 1
              UNTIL FC-IDX > WS-FC-COUNT
              IF FC-WEEK-RUNS(FC-IDX) > 0
                 AND FC-PRIOR-RUNS(FC-IDX) > 0
                 PERFORM 010-CHECK-SLOWDOWN THRU 010-EXIT
              END-IF
           END-PERFORM
           IF WS-SLOW-COUNT = 0
              MOVE SPACES TO WS-PRINT-LINE
              STRING "  (no step is slower than last week by more "
                 "than " WS-SLOW-PCT "%)"
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
              PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           END-IF
       .
       009-EXIT.
           EXIT
       .

       010-CHECK-SLOWDOWN.
           DIVIDE FC-WEEK-SEC(FC-IDX) BY FC-WEEK-RUNS(FC-IDX)
              GIVING WS-WEEK-AVG ROUNDED
           DIVIDE FC-PRIOR-SEC(FC-IDX) BY FC-PRIOR-RUNS(FC-IDX)
              GIVING WS-PRIOR-AVG ROUNDED
           MULTIPLY WS-PRIOR-AVG BY WS-SLOW-PCT GIVING WS-SLOW-LIMIT
           DIVIDE WS-SLOW-LIMIT BY 100 GIVING WS-SLOW-LIMIT
           ADD WS-PRIOR-AVG TO WS-SLOW-LIMIT
           IF WS-WEEK-AVG NOT > WS-SLOW-LIMIT
              GO TO 010-EXIT
           END-IF
           IF WS-PRIOR-AVG = 0
              MOVE 99999.9 TO WS-CHANGE-PCT
           ELSE
              SUBTRACT WS-PRIOR-AVG FROM WS-WEEK-AVG
                 GIVING WS-CHANGE-PCT
              MULTIPLY 100 BY WS-CHANGE-PCT
              DIVIDE WS-CHANGE-PCT BY WS-PRIOR-AVG
                 GIVING WS-CHANGE-PCT ROUNDED
           END-IF
           ADD 1 TO WS-SLOW-COUNT
           MOVE WS-PRIOR-AVG TO WS-PRN-AVG
           MOVE WS-WEEK-AVG TO WS-PRN-AVG2
           MOVE WS-CHANGE-PCT TO WS-PRN-PCT
           MOVE SPACES TO WS-PRINT-LINE
           STRING FC-PROGRAM(FC-IDX) " " WS-PRN-AVG "    "
              WS-PRN-AVG2 "   " WS-PRN-PCT
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
       .
       010-EXIT.
           EXIT
       .

       012-PRINT-HEADING.
           MOVE WS-TODAY TO WS-PRN-NOW-DATE
           MOVE FUNCTION CURRENT-DATE(9:4) TO WS-PRN-NOW-HHMM
           INSPECT WS-PRN-NOW-HHMM REPLACING ALL " " BY ":"
           MOVE SPACES TO WS-PRINT-LINE
           IF LNK-PHASE = "S"
              MOVE "AT BATCH START" TO WS-PRN-WORK
           ELSE
              MOVE "PROGRESS" TO WS-PRN-WORK
           END-IF
           STRING "NIGHTLY BATCH FINISH FORECAST   AS AT "
              WS-PRN-NOW-DATE " " WS-PRN-NOW-HHMM "   "
              WS-PRN-WORK "   RUN DATE " WS-PRN-RUN-DATE
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE "1" TO PRN-CARRIAGE-CTL
           MOVE WS-PRINT-LINE TO PRN-TEXT
           WRITE PRINT-REC
           DISPLAY WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
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

       014-FORMAT-DURATION.
           DIVIDE WS-DUR-SEC BY 3600 GIVING WS-DUR-HOURS
              REMAINDER WS-DUR-REST
           IF WS-DUR-HOURS > 99
              MOVE 99 TO WS-DUR-HH
           ELSE
              MOVE WS-DUR-HOURS TO WS-DUR-HH
           END-IF
           DIVIDE WS-DUR-REST BY 60 GIVING WS-DUR-MM
              REMAINDER WS-DUR-SS
       .
       014-EXIT.
           EXIT
       .

           SELECT PROC-DATE-FILE ASSIGN TO "proc-date.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PRC-FSTATUS.
           SELECT INPUT-EXPECT-FILE ASSIGN TO "batch-inputs.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EXP-FSTATUS.
           SELECT WATCH-FILE ASSIGN TO DYNAMIC WS-WATCH-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-WATCH-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
           05 FILLER           PIC X VALUE SPACE.
           05 BCT-FAULTS       PIC 9(3).

       FD  INPUT-EXPECT-FILE.
       COPY "batch-inputs.cpy".

       FD  WATCH-FILE.
       01  WATCH-REC           PIC X(256).

       WORKING-STORAGE SECTION.
       01  WS-BATCH-FSTATUS    PIC XX VALUE "00".
       01  WS-STEP-FSTATUS     PIC XX VALUE "00".
       01  WS-STEPS-OK-SW      PIC X VALUE "Y".
           88 STEP-TABLE-CLEAN    VALUE "Y".
       01  WS-STEP-COUNT       PIC 99 VALUE 0.
       01  WS-STEP-MAX         PIC 99 VALUE 60.
       01  STEP-TABLE.
           05 STEP-ENTRY OCCURS 60 TIMES INDEXED BY STEP-IDX.
              10 STEP-PROGRAM   PIC X(12).
              10 STEP-DEPENDS   PIC 99.
              10 STEP-RETRIES   PIC 9.
                 88 STEP-FAILED    VALUE "F".
                 88 STEP-SKIPPED   VALUE "S".
                 88 STEP-NOT-SCHED VALUE "N".
                 88 STEP-NO-INPUT  VALUE "I".
       01  DEP-IDX              PIC 99.
       01  WS-RESULTS-FSTATUS   PIC XX VALUE "00".
       01  WS-RESULTS-EOF-SW    PIC X VALUE "N".
       01  WS-PRIOR-NOTOK-SW    PIC X VALUE "N".
           88 PRIOR-RUN-NOTOK      VALUE "Y".
       01  PRIOR-TABLE.
           05 PRIOR-ENTRY OCCURS 60 TIMES INDEXED BY PRIOR-IDX.
              10 PRIOR-PROGRAM  PIC X(12).
              10 PRIOR-STATUS   PIC X.
       01  WS-PRIOR-COUNT       PIC 99 VALUE ZEROS.
           88 RUN-ALL-CLEAN        VALUE "Y".
       01  WS-MSG-ID          PIC X(7) VALUE SPACES.
       01  WS-MSG-SUB         PIC X(30) VALUE SPACES.
       01  WS-EXP-FSTATUS       PIC XX VALUE "00".
       01  WS-EXP-EOF-SW        PIC X VALUE "N".
           88 END-OF-EXPECT        VALUE "Y".
       01  EXPECT-TABLE.
           05 EXP-ENTRY OCCURS 40 TIMES INDEXED BY EXP-IDX.
              10 EXP-PROGRAM    PIC X(12).
              10 EXP-FILE-NAME  PIC X(40).
              10 EXP-EARLIEST   PIC 9(4).
              10 EXP-LATEST     PIC 9(4).
              10 EXP-MIN-RECS   PIC 9(7).
              10 EXP-ON-MISS    PIC X.
       01  WS-EXP-COUNT         PIC 99 VALUE ZEROS.
       01  WS-EXP-MAX           PIC 99 VALUE 40.
       01  WS-INPUTS-READY-SW   PIC X VALUE "Y".
           88 INPUTS-READY         VALUE "Y".
       01  WS-INPUT-STATE       PIC X VALUE SPACE.
           88 INPUT-ARRIVED        VALUE "A".
           88 INPUT-MISSING        VALUE "M".
           88 INPUT-STALE          VALUE "O".
           88 INPUT-SHORT          VALUE "S".
       01  WS-INPUT-PROBLEM     PIC X(7) VALUE SPACES.
       01  WS-WATCH-NAME        PIC X(40) VALUE SPACES.
       01  WS-WATCH-FSTATUS     PIC XX VALUE "00".
       01  WS-WATCH-EOF-SW      PIC X VALUE "N".
           88 END-OF-WATCH         VALUE "Y".
       01  WS-WATCH-COUNT       PIC 9(7) VALUE ZEROS.
       01  WS-ARRIVAL-PAUSE     PIC 9(3) VALUE 60.
       01  WS-START-DATE        PIC 9(8) VALUE ZEROS.
       01  WS-START-HHMM        PIC 9(4) VALUE ZEROS.
       01  WS-OPEN-DATE         PIC 9(8) VALUE ZEROS.
       01  WS-OPEN-STAMP        PIC 9(12) VALUE ZEROS.
       01  WS-DEADLINE-DATE     PIC 9(8) VALUE ZEROS.
       01  WS-DEADLINE-STAMP    PIC 9(12) VALUE ZEROS.
       01  WS-NOW-STAMP         PIC 9(12) VALUE ZEROS.
       01  WS-FILE-DATE         PIC 9(8) VALUE ZEROS.
       01  WS-FILE-STAMP        PIC 9(12) VALUE ZEROS.
       01  FILE-DETAILS.
           05 FDT-SIZE         PIC X(8) COMP-X.
           05 FDT-DAY          PIC X COMP-X.
           05 FDT-MONTH        PIC X COMP-X.
           05 FDT-YEAR         PIC XX COMP-X.
           05 FDT-HOUR         PIC X COMP-X.
           05 FDT-MINUTE       PIC X COMP-X.
           05 FDT-SECOND       PIC X COMP-X.
           05 FDT-HUNDREDTH    PIC X COMP-X.
       01  WS-FCST-PHASE        PIC X VALUE "S".
       01  WS-FCST-END          PIC 9(12) VALUE ZEROS.
       01  WS-FCST-LATE-SW      PIC X VALUE "N".
           88 FORECAST-LATE        VALUE "Y".
       01  WS-FCST-WARNED-SW    PIC X VALUE "N".
           88 FORECAST-WARNED      VALUE "Y".


       PROCEDURE DIVISION.
           PERFORM 006-READ-PRIOR-RESULTS THRU 006-EXIT
           PERFORM 008-READ-CALENDAR THRU 008-EXIT
           PERFORM 009-APPLY-CALENDAR THRU 009-EXIT
           PERFORM 019-READ-INPUT-TABLE THRU 019-EXIT
           IF RESTART-MODE
              DISPLAY "RESTART: resuming at first failed or pending "
                 "step, completed steps will be skipped."
           END-IF
           PERFORM 012-OPEN-JOBLOG THRU 012-EXIT
           PERFORM 004-SET-BATCH-FLAG THRU 004-EXIT
           PERFORM 007-WRITE-RESULTS THRU 007-EXIT
           MOVE "S" TO WS-FCST-PHASE
           PERFORM 023-FORECAST-FINISH THRU 023-EXIT
           PERFORM 002-RUN-STEPS THRU 002-EXIT
           PERFORM 016-CHECK-CERTIFICATE THRU 016-EXIT
           PERFORM 018-ADVANCE-PROC-DATE THRU 018-EXIT
                 DISPLAY "Skipping " STEP-PROGRAM(STEP-IDX)
                    " - depends on " STEP-PROGRAM(DEP-IDX)
              ELSE
              IF DEP-IDX > 0 AND STEP-NO-INPUT(DEP-IDX)
                 MOVE "I" TO STEP-STATUS(STEP-IDX)
                 DISPLAY "Skipping " STEP-PROGRAM(STEP-IDX)
                    " - predecessor " STEP-PROGRAM(DEP-IDX)
                    " had no input"
              ELSE
                 PERFORM 020-CHECK-STEP-INPUTS THRU 020-EXIT
                 IF INPUTS-READY
                    PERFORM 015-RUN-ONE-STEP THRU 015-EXIT
                 END-IF
                 PERFORM 007-WRITE-RESULTS THRU 007-EXIT
                 MOVE "P" TO WS-FCST-PHASE
                 PERFORM 023-FORECAST-FINISH THRU 023-EXIT
                 PERFORM 024-PAGE-ON-CALL THRU 024-EXIT
              END-IF
              END-IF
              END-IF
              END-IF
              IF PRIOR-STATUS(STEP-IDX) NOT = "R"
                 AND PRIOR-STATUS(STEP-IDX) NOT = "W"
                 AND PRIOR-STATUS(STEP-IDX) NOT = "N"
                 AND PRIOR-STATUS(STEP-IDX) NOT = "I"
                 MOVE "Y" TO WS-PRIOR-NOTOK-SW
              END-IF
           END-PERFORM
           MOVE FUNCTION CURRENT-DATE(9:8) TO INC-TIME
           MOVE "O" TO INC-STATUS
           MOVE ZEROS TO INC-REOPENS
           CALL "ONCALLGT" USING INC-SEVERITY INC-DATE INC-TIME
              INC-OWNER INC-BACKUP
           MOVE 0 TO RETURN-CODE
           IF INC-OWNER NOT = SPACES
              MOVE INC-DATE TO INC-ASSIGN-DATE
              MOVE INC-TIME(1:4) TO INC-ASSIGN-TIME
           ELSE
              MOVE ZEROS TO INC-ASSIGN-DATE
              MOVE ZEROS TO INC-ASSIGN-TIME
           END-IF
           MOVE "N" TO INC-ACK
           MOVE "P" TO INC-ESC-LEVEL
           WRITE INCIDENT-REC
           CLOSE INCIDENT-FILE
           DISPLAY "Incident " WS-INC-NUMBER " recorded for "
       018-EXIT.
           EXIT
       .

       019-READ-INPUT-TABLE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-START-DATE
           MOVE FUNCTION CURRENT-DATE(9:4) TO WS-START-HHMM
           MOVE ZEROS TO WS-EXP-COUNT
           OPEN INPUT INPUT-EXPECT-FILE
           IF WS-EXP-FSTATUS NOT = "00"
              GO TO 019-EXIT
           END-IF
           PERFORM UNTIL END-OF-EXPECT
              READ INPUT-EXPECT-FILE
                 AT END MOVE "Y" TO WS-EXP-EOF-SW
                 NOT AT END
                    IF WS-EXP-COUNT < WS-EXP-MAX
                       AND BIN-PROGRAM NOT = SPACES
                       AND BIN-FILE-NAME NOT = SPACES
                       AND BIN-EARLIEST NUMERIC
                       AND BIN-LATEST NUMERIC
                       ADD 1 TO WS-EXP-COUNT
                       MOVE BIN-PROGRAM TO EXP-PROGRAM(WS-EXP-COUNT)
                       MOVE BIN-FILE-NAME TO
                          EXP-FILE-NAME(WS-EXP-COUNT)
                       MOVE BIN-EARLIEST TO EXP-EARLIEST(WS-EXP-COUNT)
                       MOVE BIN-LATEST TO EXP-LATEST(WS-EXP-COUNT)
                       IF BIN-MIN-RECS NUMERIC
                          MOVE BIN-MIN-RECS TO
                             EXP-MIN-RECS(WS-EXP-COUNT)
                       ELSE
                          MOVE ZEROS TO EXP-MIN-RECS(WS-EXP-COUNT)
                       END-IF
                       EVALUATE TRUE
                          WHEN BIN-FAIL-ON-MISS
                             MOVE "F" TO EXP-ON-MISS(WS-EXP-COUNT)
                          WHEN BIN-RUN-ON-MISS
                             MOVE "W" TO EXP-ON-MISS(WS-EXP-COUNT)
                          WHEN OTHER
                             MOVE "S" TO EXP-ON-MISS(WS-EXP-COUNT)
                       END-EVALUATE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE INPUT-EXPECT-FILE
       .
       019-EXIT.
           EXIT
       .

       020-CHECK-STEP-INPUTS.
           MOVE "Y" TO WS-INPUTS-READY-SW
           PERFORM VARYING EXP-IDX FROM 1 BY 1
              UNTIL EXP-IDX > WS-EXP-COUNT OR NOT INPUTS-READY
              IF EXP-PROGRAM(EXP-IDX) = STEP-PROGRAM(STEP-IDX)
                 PERFORM 021-WAIT-FOR-INPUT THRU 021-EXIT
              END-IF
           END-PERFORM
       .
       020-EXIT.
           EXIT
       .

       021-WAIT-FOR-INPUT.
           IF EXP-EARLIEST(EXP-IDX) > WS-START-HHMM
              COMPUTE WS-OPEN-DATE = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE(WS-START-DATE) - 1)
           ELSE
              MOVE WS-START-DATE TO WS-OPEN-DATE
           END-IF
           COMPUTE WS-OPEN-STAMP =
              WS-OPEN-DATE * 10000 + EXP-EARLIEST(EXP-IDX)
           MOVE WS-OPEN-DATE TO WS-DEADLINE-DATE
           IF EXP-LATEST(EXP-IDX) < EXP-EARLIEST(EXP-IDX)
              COMPUTE WS-DEADLINE-DATE = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE(WS-OPEN-DATE) + 1)
           END-IF
           COMPUTE WS-DEADLINE-STAMP =
              WS-DEADLINE-DATE * 10000 + EXP-LATEST(EXP-IDX)
           SET WS-LOG-STEP TO STEP-IDX
           PERFORM 022-LOOK-FOR-INPUT THRU 022-EXIT
           MOVE FUNCTION CURRENT-DATE(1:12) TO WS-NOW-STAMP
           IF NOT INPUT-ARRIVED AND WS-NOW-STAMP < WS-DEADLINE-STAMP
              DISPLAY "Waiting for "
                 FUNCTION TRIM(EXP-FILE-NAME(EXP-IDX)) " for "
                 STEP-PROGRAM(STEP-IDX) " until "
                 EXP-LATEST(EXP-IDX)
              MOVE SPACES TO WS-LOG-LINE
              STRING "=== STEP " WS-LOG-STEP " "
                 STEP-PROGRAM(STEP-IDX) " WAITING FOR INPUT "
                 FUNCTION CURRENT-DATE(9:6) " ==="
                 DELIMITED BY SIZE INTO WS-LOG-LINE
              PERFORM 013-WRITE-JOBLOG THRU 013-EXIT
           END-IF
           PERFORM UNTIL INPUT-ARRIVED
              OR WS-NOW-STAMP NOT < WS-DEADLINE-STAMP
              CALL "C$SLEEP" USING WS-ARRIVAL-PAUSE
              PERFORM 022-LOOK-FOR-INPUT THRU 022-EXIT
              MOVE FUNCTION CURRENT-DATE(1:12) TO WS-NOW-STAMP
           END-PERFORM
           IF INPUT-ARRIVED
              GO TO 021-EXIT
           END-IF
           EVALUATE TRUE
              WHEN INPUT-STALE
                 MOVE "STALE" TO WS-INPUT-PROBLEM
              WHEN INPUT-SHORT
                 MOVE "SHORT" TO WS-INPUT-PROBLEM
              WHEN OTHER
                 MOVE "MISSING" TO WS-INPUT-PROBLEM
           END-EVALUATE
           DISPLAY STEP-PROGRAM(STEP-IDX) " input "
              FUNCTION TRIM(EXP-FILE-NAME(EXP-IDX)) " is "
              WS-INPUT-PROBLEM
           MOVE SPACES TO WS-LOG-LINE
           STRING "=== STEP " WS-LOG-STEP " "
              STEP-PROGRAM(STEP-IDX) " INPUT " WS-INPUT-PROBLEM " "
              FUNCTION TRIM(EXP-FILE-NAME(EXP-IDX)) " ==="
              DELIMITED BY SIZE INTO WS-LOG-LINE
           PERFORM 013-WRITE-JOBLOG THRU 013-EXIT
           EVALUATE EXP-ON-MISS(EXP-IDX)
              WHEN "F"
                 MOVE "N" TO WS-INPUTS-READY-SW
                 MOVE "F" TO STEP-STATUS(STEP-IDX)
                 MOVE 8 TO WS-SAVED-RC
                 MOVE "BAT0005" TO WS-MSG-ID
              WHEN "W"
                 MOVE 4 TO WS-SAVED-RC
                 MOVE "BAT0007" TO WS-MSG-ID
              WHEN OTHER
                 MOVE "N" TO WS-INPUTS-READY-SW
                 MOVE "I" TO STEP-STATUS(STEP-IDX)
                 MOVE 4 TO WS-SAVED-RC
                 MOVE "BAT0004" TO WS-MSG-ID
           END-EVALUATE
           MOVE STEP-PROGRAM(STEP-IDX) TO WS-MSG-SUB
           CALL "PUTMSG" USING WS-MSG-ID WS-MSG-SUB
           PERFORM 011-WRITE-INCIDENT THRU 011-EXIT
       .
       021-EXIT.
           EXIT
       .

       022-LOOK-FOR-INPUT.
           MOVE "M" TO WS-INPUT-STATE
           MOVE EXP-FILE-NAME(EXP-IDX) TO WS-WATCH-NAME
           CALL "CBL_CHECK_FILE_EXIST" USING WS-WATCH-NAME
              FILE-DETAILS
           IF RETURN-CODE NOT = 0
              MOVE 0 TO RETURN-CODE
              GO TO 022-EXIT
           END-IF
           COMPUTE WS-FILE-DATE = FDT-YEAR * 10000
              + FDT-MONTH * 100 + FDT-DAY
           COMPUTE WS-FILE-STAMP = WS-FILE-DATE * 10000
              + FDT-HOUR * 100 + FDT-MINUTE
           IF WS-FILE-STAMP < WS-OPEN-STAMP
              MOVE "O" TO WS-INPUT-STATE
              GO TO 022-EXIT
           END-IF
           MOVE ZEROS TO WS-WATCH-COUNT
           MOVE "N" TO WS-WATCH-EOF-SW
           OPEN INPUT WATCH-FILE
           IF WS-WATCH-FSTATUS NOT = "00"
              GO TO 022-EXIT
           END-IF
           PERFORM UNTIL END-OF-WATCH
              OR WS-WATCH-COUNT NOT < EXP-MIN-RECS(EXP-IDX)
              READ WATCH-FILE
                 AT END MOVE "Y" TO WS-WATCH-EOF-SW
                 NOT AT END ADD 1 TO WS-WATCH-COUNT
              END-READ
           END-PERFORM
           CLOSE WATCH-FILE
           IF WS-WATCH-COUNT < EXP-MIN-RECS(EXP-IDX)
              MOVE "S" TO WS-INPUT-STATE
           ELSE
              MOVE "A" TO WS-INPUT-STATE
           END-IF
       .
       022-EXIT.
           EXIT
       .

       023-FORECAST-FINISH.
           CALL "BATFCST" USING WS-FCST-PHASE WS-START-DATE
              WS-START-HHMM WS-FCST-END WS-FCST-LATE-SW
           MOVE 0 TO RETURN-CODE
           IF WS-FCST-END = 0
              GO TO 023-EXIT
           END-IF
           MOVE SPACES TO WS-LOG-LINE
           STRING "=== FORECAST END " WS-FCST-END(1:8) " "
              WS-FCST-END(9:4) " ==="
              DELIMITED BY SIZE INTO WS-LOG-LINE
           IF FORECAST-LATE
              MOVE "PAST WINDOW ===" TO WS-LOG-LINE(32:15)
           END-IF
           PERFORM 013-WRITE-JOBLOG THRU 013-EXIT
           IF FORECAST-LATE AND NOT FORECAST-WARNED
              MOVE "Y" TO WS-FCST-WARNED-SW
              MOVE "BAT0006" TO WS-MSG-ID
              MOVE SPACES TO WS-MSG-SUB
              STRING WS-FCST-END(1:8) " " WS-FCST-END(9:4)
                 DELIMITED BY SIZE INTO WS-MSG-SUB
              CALL "PUTMSG" USING WS-MSG-ID WS-MSG-SUB
           END-IF
       .
       023-EXIT.
           EXIT
       .

       024-PAGE-ON-CALL.
           CALL "ONCALLPG"
           MOVE 0 TO RETURN-CODE
       .
       024-EXIT.
           EXIT
       .

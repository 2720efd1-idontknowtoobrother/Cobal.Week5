       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDRPT.
       AUTHOR. JAKKRIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-FILE ASSIGN TO "cc-budget.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BUD-FSTATUS.
           SELECT ASSIGN-FILE ASSIGN TO DYNAMIC WS-ASGF-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ASG-FSTATUS.
           SELECT RATE-FILE ASSIGN TO "cc-rate.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RATE-FSTATUS.
           SELECT MILEAGE-HIST-FILE ASSIGN TO DYNAMIC WS-MHI-DSN
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS MH-KEY
              FILE STATUS IS WS-MHIST-FSTATUS.
           SELECT FUEL-FILE ASSIGN TO DYNAMIC WS-FUELF-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FUEL-FSTATUS.
           SELECT COST-FILE ASSIGN TO "wo-costs.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-COST-FSTATUS.
           SELECT BATCH-FLAG-FILE ASSIGN TO "nightly-batch.flg"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BATCH-FSTATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO "run-history.idx"
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS RUNH-KEY
              FILE STATUS IS WS-RUNH-FSTATUS.
           SELECT PRINT-FILE ASSIGN TO "budrpt-print.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-FILE.
       COPY "cc-budget.cpy".

       FD  ASSIGN-FILE.
       COPY "veh-assign.cpy".

       FD  RATE-FILE.
       COPY "cc-rate.cpy".

       FD  MILEAGE-HIST-FILE.
       COPY "mileage-hist.cpy".

       FD  FUEL-FILE.
       COPY "fuel-trans.cpy".

       FD  COST-FILE.
       COPY "wo-cost.cpy".

       FD  BATCH-FLAG-FILE.
       COPY "batch-flag.cpy".

       FD  RUN-HISTORY-FILE.
       COPY "run-history.cpy".

       FD  PRINT-FILE.
       COPY "print-line.cpy".

       WORKING-STORAGE SECTION.
       COPY "run-stamp.cpy".
       01  WS-ASGF-DSN        PIC X(40)
           VALUE "veh-assign.dat".
       01  WS-MHI-DSN         PIC X(40)
           VALUE "mileage-history.idx".
       01  WS-FUELF-DSN       PIC X(40)
           VALUE "fuel-trans.dat".
       01  WS-SPOOL-PROGRAM    PIC X(12) VALUE "BUDRPT".
       01  WS-SPOOL-FILE       PIC X(40)
           VALUE "budrpt-print.dat".
       01  WS-OPERATOR-ID      PIC X(8) VALUE "SYSTEM".
       01  WS-BUD-FSTATUS      PIC XX VALUE "00".
       01  WS-ASG-FSTATUS      PIC XX VALUE "00".
       01  WS-RATE-FSTATUS     PIC XX VALUE "00".
       01  WS-MHIST-FSTATUS    PIC XX VALUE "00".
       01  WS-FUEL-FSTATUS     PIC XX VALUE "00".
       01  WS-COST-FSTATUS     PIC XX VALUE "00".
       01  WS-BATCH-FSTATUS    PIC XX VALUE "00".
       01  WS-RUNH-FSTATUS     PIC XX VALUE "00".
       01  WS-BUD-EOF-SW       PIC X VALUE "N".
           88 END-OF-BUDGETS      VALUE "Y".
       01  WS-ASG-EOF-SW       PIC X VALUE "N".
           88 END-OF-ASSIGNS      VALUE "Y".
       01  WS-RATE-EOF-SW      PIC X VALUE "N".
           88 END-OF-RATES        VALUE "Y".
       01  WS-MH-EOF-SW        PIC X VALUE "N".
           88 END-OF-HISTORY      VALUE "Y".
       01  WS-FUEL-EOF-SW      PIC X VALUE "N".
           88 END-OF-FUEL         VALUE "Y".
       01  WS-COST-EOF-SW      PIC X VALUE "N".
           88 END-OF-COSTS        VALUE "Y".
       01  WS-BATCH-SW         PIC X VALUE "N".
           88 BATCH-RUN           VALUE "Y".
       01  WS-MONTH-IN         PIC X(6).
       01  WS-TARGET-MONTH     PIC 9(6) VALUE ZEROS.
       01  WS-TARGET-PARTS REDEFINES WS-TARGET-MONTH.
           05 WS-TARGET-YEAR   PIC 9(4).
           05 WS-TARGET-MM     PIC 9(2).
       01  WS-DEFAULT-TOL      PIC 9(2)V9(1) VALUE 5.0.
       01  ASG-TABLE.
           05 ASG-ENTRY OCCURS 400 TIMES INDEXED BY ASG-IDX.
              10 ASG-VEH-ID     PIC X(6).
              10 ASG-CC         PIC X(4).
              10 ASG-EFF-DATE   PIC 9(8).
              10 ASG-END-DATE   PIC 9(8).
       01  WS-ASG-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-ASG-MAX          PIC 9(3) VALUE 400.
       01  RATE-TABLE.
           05 RATE-ENTRY OCCURS 50 TIMES INDEXED BY RATE-IDX.
              10 RATE-CC        PIC X(4).
              10 RATE-PER-MILE  PIC 9(3)V9(4).
       01  WS-RATE-COUNT       PIC 9(3) VALUE ZEROS.
       01  WS-RATE-MAX         PIC 9(3) VALUE 50.
       01  BCC-TABLE.
           05 BCC-ENTRY OCCURS 100 TIMES INDEXED BY BCC-IDX.
              10 BCC-CC         PIC X(4).
              10 BCC-TOL        PIC 9(2)V9(1).
              10 BCC-MONTH OCCURS 12 TIMES.
                 15 BCC-BUD     PIC 9(7)V9(2) OCCURS 3 TIMES.
                 15 BCC-ACT     PIC 9(7)V9(2) OCCURS 3 TIMES.
       01  WS-BCC-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-BCC-MAX          PIC 9(3) VALUE 100.
       01  WS-BCC-MATCH-IDX    PIC 9(3) VALUE ZEROS.
       01  CAT-LABELS.
           05 FILLER PIC X(12) VALUE "MILEAGE".
           05 FILLER PIC X(12) VALUE "FUEL".
           05 FILLER PIC X(12) VALUE "MAINTENANCE".
           05 FILLER PIC X(12) VALUE "TOTAL".
       01  CAT-LABEL-TABLE REDEFINES CAT-LABELS.
           05 CAT-LABEL PIC X(12) OCCURS 4 TIMES.
       01  FLT-TABLE.
           05 FLT-ENTRY OCCURS 4 TIMES.
              10 FLT-MBUD       PIC 9(9)V9(2).
              10 FLT-MACT       PIC 9(9)V9(2).
              10 FLT-YBUD       PIC 9(9)V9(2).
              10 FLT-YACT       PIC 9(9)V9(2).
              10 FLT-ABUD       PIC 9(9)V9(2).
       01  CCT-TOTALS.
           05 CCT-MBUD          PIC 9(9)V9(2).
           05 CCT-MACT          PIC 9(9)V9(2).
           05 CCT-YBUD          PIC 9(9)V9(2).
           05 CCT-YACT          PIC 9(9)V9(2).
           05 CCT-ABUD          PIC 9(9)V9(2).
       01  VAR-LINE.
           05 VAR-LABEL         PIC X(12).
           05 VAR-MBUD          PIC 9(9)V9(2).
           05 VAR-MACT          PIC 9(9)V9(2).
           05 VAR-YBUD          PIC 9(9)V9(2).
           05 VAR-YACT          PIC 9(9)V9(2).
           05 VAR-ABUD          PIC 9(9)V9(2).
           05 VAR-YVAR          PIC S9(9)V9(2).
           05 VAR-PROJ          PIC 9(9)V9(2).
           05 VAR-PCT           PIC S9(5)V9(1).
           05 VAR-TOL           PIC 9(2)V9(1).
           05 VAR-LIMIT         PIC 9(9)V9(2).
           05 VAR-FLAG          PIC X(4).
       01  WS-CAT              PIC 9 VALUE ZEROS.
       01  WS-MM               PIC 9(2) VALUE ZEROS.
       01  WS-EVT-VEH-ID       PIC X(6) VALUE SPACES.
       01  WS-EVT-DATE         PIC 9(8) VALUE ZEROS.
       01  WS-EVT-AMOUNT       PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-BEST-DATE        PIC 9(8) VALUE ZEROS.
       01  WS-BEST-CC          PIC X(4) VALUE SPACES.
       01  WS-RATE-WORK        PIC 9(3)V9(4) VALUE ZEROS.
       01  WS-FLAGGED-COUNT    PIC 9(3) VALUE ZEROS.
       01  WS-DROPPED-COUNT    PIC 9(5) VALUE ZEROS.
       01  WS-PRN-MBUD         PIC ZZ,ZZZ,ZZ9.99-.
       01  WS-PRN-MACT         PIC ZZ,ZZZ,ZZ9.99-.
       01  WS-PRN-YBUD         PIC ZZ,ZZZ,ZZ9.99-.
       01  WS-PRN-YACT         PIC ZZ,ZZZ,ZZ9.99-.
       01  WS-PRN-YVAR         PIC ZZ,ZZZ,ZZ9.99-.
       01  WS-PRN-PCT          PIC ZZZ9.9-.
       01  WS-PRN-ABUD         PIC ZZ,ZZZ,ZZ9.99-.
       01  WS-PRN-PROJ         PIC ZZ,ZZZ,ZZ9.99-.
       01  WS-PRN-TOL          PIC Z9.9.
       01  WS-PRINT-LINE       PIC X(132) VALUE SPACES.
       01  WS-RUN-START-DATE   PIC 9(8).
       01  WS-RUN-START-TIME   PIC 9(8).
       01  WS-RUN-STATUS       PIC X(8) VALUE "OK".

       PROCEDURE DIVISION.
       000-BEGIN.
           CALL "GETDSN" USING WS-ASGF-DSN
           CALL "GETDSN" USING WS-MHI-DSN
           CALL "GETDSN" USING WS-FUELF-DSN
           CALL "GETOPER" USING WS-OPERATOR-ID
           CALL "GETBDATE" USING WS-RUN-START-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-RUN-START-TIME
           MOVE WS-RUN-START-DATE TO WS-PRN-RUN-DATE
           PERFORM 001-SET-TARGET-MONTH THRU 001-EXIT
           INITIALIZE FLT-TABLE
           PERFORM 002-LOAD-ASSIGNMENTS THRU 002-EXIT
           PERFORM 003-LOAD-RATES THRU 003-EXIT
           PERFORM 004-LOAD-BUDGETS THRU 004-EXIT
           PERFORM 005-LOAD-MILEAGE THRU 005-EXIT
           PERFORM 006-LOAD-FUEL THRU 006-EXIT
           PERFORM 007-LOAD-COSTS THRU 007-EXIT
           OPEN OUTPUT PRINT-FILE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "COST CENTER BUDGET VERSUS ACTUAL   PERIOD "
              WS-TARGET-MONTH "   RUN DATE " WS-PRN-RUN-DATE
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE "1" TO PRN-CARRIAGE-CTL
           MOVE WS-PRINT-LINE TO PRN-TEXT
           WRITE PRINT-REC
           DISPLAY WS-PRINT-LINE
           PERFORM VARYING BCC-IDX FROM 1 BY 1
              UNTIL BCC-IDX > WS-BCC-COUNT
              PERFORM 010-REPORT-COST-CENTER THRU 010-EXIT
           END-PERFORM
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 015-PRINT-ONE-LINE THRU 015-EXIT
           MOVE "FLEET TOTAL" TO WS-PRINT-LINE
           PERFORM 015-PRINT-ONE-LINE THRU 015-EXIT
           PERFORM 014-PRINT-HEADING THRU 014-EXIT
           PERFORM VARYING WS-CAT FROM 1 BY 1 UNTIL WS-CAT > 4
              MOVE CAT-LABEL(WS-CAT) TO VAR-LABEL
              MOVE FLT-MBUD(WS-CAT) TO VAR-MBUD
              MOVE FLT-MACT(WS-CAT) TO VAR-MACT
              MOVE FLT-YBUD(WS-CAT) TO VAR-YBUD
              MOVE FLT-YACT(WS-CAT) TO VAR-YACT
              MOVE FLT-ABUD(WS-CAT) TO VAR-ABUD
              MOVE WS-DEFAULT-TOL TO VAR-TOL
              PERFORM 013-PRINT-VARIANCE THRU 013-EXIT
           END-PERFORM
           CLOSE PRINT-FILE
           CALL "SPOOLSAVE" USING WS-SPOOL-PROGRAM WS-SPOOL-FILE
           MOVE FLT-YBUD(4) TO WS-PRN-YBUD
           MOVE FLT-YACT(4) TO WS-PRN-YACT
           DISPLAY "-----------------------------------------------"
           DISPLAY "Period reported  . . . . . . . : " WS-TARGET-MONTH
           DISPLAY "Cost centers reported  . . . . : " WS-BCC-COUNT
           DISPLAY "Cost centers over tolerance  . : " WS-FLAGGED-COUNT
           DISPLAY "Fleet budget year to date  . . : " WS-PRN-YBUD
           DISPLAY "Fleet actual year to date  . . : " WS-PRN-YACT
           DISPLAY "==============================================="
           IF WS-DROPPED-COUNT > 0
              DISPLAY "BUDRPT: " WS-DROPPED-COUNT
                 " entries beyond table capacity were not totalled."
           END-IF
           IF WS-FLAGGED-COUNT > 0 OR WS-DROPPED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 016-RECORD-RUN-HISTORY THRU 016-EXIT
           GOBACK
       .

       001-SET-TARGET-MONTH.
           MOVE WS-RUN-START-DATE(1:6) TO WS-TARGET-MONTH
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
           IF NOT BATCH-RUN
              DISPLAY "Month to report (YYYYMM, Enter for current): "
                 WITH NO ADVANCING
              MOVE SPACES TO WS-MONTH-IN
              ACCEPT WS-MONTH-IN
              IF WS-MONTH-IN IS NUMERIC
                 MOVE WS-MONTH-IN TO WS-TARGET-MONTH
              END-IF
           END-IF
       .
       001-EXIT.
           EXIT
       .

       002-LOAD-ASSIGNMENTS.
           OPEN INPUT ASSIGN-FILE
           IF WS-ASG-FSTATUS NOT = "00"
              GO TO 002-EXIT
           END-IF
           PERFORM UNTIL END-OF-ASSIGNS
              READ ASSIGN-FILE
                 AT END MOVE "Y" TO WS-ASG-EOF-SW
                 NOT AT END
                    IF WS-ASG-COUNT < WS-ASG-MAX
                       ADD 1 TO WS-ASG-COUNT
                       MOVE VA-VEH-ID TO ASG-VEH-ID(WS-ASG-COUNT)
                       MOVE VA-COST-CENTER TO ASG-CC(WS-ASG-COUNT)
                       IF VA-EFF-DATE NUMERIC
                          MOVE VA-EFF-DATE TO
                             ASG-EFF-DATE(WS-ASG-COUNT)
                       ELSE
                          MOVE ZEROS TO ASG-EFF-DATE(WS-ASG-COUNT)
                       END-IF
                       IF VA-END-DATE NUMERIC
                          MOVE VA-END-DATE TO
                             ASG-END-DATE(WS-ASG-COUNT)
                       ELSE
                          MOVE ZEROS TO ASG-END-DATE(WS-ASG-COUNT)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ASSIGN-FILE
       .
       002-EXIT.
           EXIT
       .

       003-LOAD-RATES.
           OPEN INPUT RATE-FILE
           IF WS-RATE-FSTATUS NOT = "00"
              GO TO 003-EXIT
           END-IF
           PERFORM UNTIL END-OF-RATES
              READ RATE-FILE
                 AT END MOVE "Y" TO WS-RATE-EOF-SW
                 NOT AT END
                    IF WS-RATE-COUNT < WS-RATE-MAX
                       ADD 1 TO WS-RATE-COUNT
                       MOVE CCR-CC TO RATE-CC(WS-RATE-COUNT)
                       IF CCR-RATE NUMERIC
                          MOVE CCR-RATE TO
                             RATE-PER-MILE(WS-RATE-COUNT)
                       ELSE
                          MOVE ZEROS TO
                             RATE-PER-MILE(WS-RATE-COUNT)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE RATE-FILE
       .
       003-EXIT.
           EXIT
       .

       004-LOAD-BUDGETS.
           OPEN INPUT BUDGET-FILE
           IF WS-BUD-FSTATUS NOT = "00"
              DISPLAY "BUDRPT: no budget file, actuals will be "
                 "reported against a zero budget."
              GO TO 004-EXIT
           END-IF
           PERFORM UNTIL END-OF-BUDGETS
              READ BUDGET-FILE
                 AT END MOVE "Y" TO WS-BUD-EOF-SW
                 NOT AT END
                    IF BUD-YEAR = WS-TARGET-YEAR
                       AND BUD-MONTH > 0 AND BUD-MONTH < 13
                       MOVE BUD-CC TO WS-BEST-CC
                       PERFORM 011-FIND-OR-ADD-CC THRU 011-EXIT
                       IF WS-BCC-MATCH-IDX > 0
                          MOVE BUD-TOL-PCT TO BCC-TOL(WS-BCC-MATCH-IDX)
                          MOVE BUD-MILEAGE TO
                             BCC-BUD(WS-BCC-MATCH-IDX BUD-MONTH 1)
                          MOVE BUD-FUEL TO
                             BCC-BUD(WS-BCC-MATCH-IDX BUD-MONTH 2)
                          MOVE BUD-MAINT TO
                             BCC-BUD(WS-BCC-MATCH-IDX BUD-MONTH 3)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE BUDGET-FILE
       .
       004-EXIT.
           EXIT
       .

       005-LOAD-MILEAGE.
           OPEN INPUT MILEAGE-HIST-FILE
           IF WS-MHIST-FSTATUS NOT = "00"
              GO TO 005-EXIT
           END-IF
           PERFORM UNTIL END-OF-HISTORY
              READ MILEAGE-HIST-FILE NEXT
                 AT END MOVE "Y" TO WS-MH-EOF-SW
                 NOT AT END
                    IF MH-PERIOD-DATE(1:4) = WS-TARGET-YEAR
                       AND MH-PERIOD-DATE(1:6) NOT > WS-TARGET-MONTH
                       MOVE MH-VEH-ID TO WS-EVT-VEH-ID
                       MOVE MH-PERIOD-DATE TO WS-EVT-DATE
                       PERFORM 012-FIND-COST-CENTER THRU 012-EXIT
                       MOVE ZEROS TO WS-RATE-WORK
                       PERFORM VARYING RATE-IDX FROM 1 BY 1
                          UNTIL RATE-IDX > WS-RATE-COUNT
                          IF RATE-CC(RATE-IDX) = WS-BEST-CC
                             MOVE RATE-PER-MILE(RATE-IDX) TO
                                WS-RATE-WORK
                          END-IF
                       END-PERFORM
                       COMPUTE WS-EVT-AMOUNT ROUNDED =
                          MH-MILEAGE * WS-RATE-WORK
                       MOVE 1 TO WS-CAT
                       PERFORM 009-POST-ACTUAL THRU 009-EXIT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE MILEAGE-HIST-FILE
       .
       005-EXIT.
           EXIT
       .

       006-LOAD-FUEL.
           OPEN INPUT FUEL-FILE
           IF WS-FUEL-FSTATUS NOT = "00"
              GO TO 006-EXIT
           END-IF
           PERFORM UNTIL END-OF-FUEL
              READ FUEL-FILE
                 AT END MOVE "Y" TO WS-FUEL-EOF-SW
                 NOT AT END
                    IF FL-DATE(1:4) = WS-TARGET-YEAR
                       AND FL-DATE(1:6) NOT > WS-TARGET-MONTH
                       MOVE FL-VEH-ID TO WS-EVT-VEH-ID
                       MOVE FL-DATE TO WS-EVT-DATE
                       PERFORM 012-FIND-COST-CENTER THRU 012-EXIT
                       MOVE FL-AMOUNT TO WS-EVT-AMOUNT
                       MOVE 2 TO WS-CAT
                       PERFORM 009-POST-ACTUAL THRU 009-EXIT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FUEL-FILE
       .
       006-EXIT.
           EXIT
       .

       007-LOAD-COSTS.
           OPEN INPUT COST-FILE
           IF WS-COST-FSTATUS NOT = "00"
              GO TO 007-EXIT
           END-IF
           PERFORM UNTIL END-OF-COSTS
              READ COST-FILE
                 AT END MOVE "Y" TO WS-COST-EOF-SW
                 NOT AT END
                    IF WOC-CLOSE-DATE(1:4) = WS-TARGET-YEAR
                       AND WOC-CLOSE-DATE(1:6) NOT > WS-TARGET-MONTH
                       MOVE WOC-VEH-ID TO WS-EVT-VEH-ID
                       MOVE WOC-CLOSE-DATE TO WS-EVT-DATE
                       PERFORM 012-FIND-COST-CENTER THRU 012-EXIT
                       MOVE WOC-TOTAL-COST TO WS-EVT-AMOUNT
                       MOVE 3 TO WS-CAT
                       PERFORM 009-POST-ACTUAL THRU 009-EXIT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE COST-FILE
       .
       007-EXIT.
           EXIT
       .

       009-POST-ACTUAL.
           PERFORM 011-FIND-OR-ADD-CC THRU 011-EXIT
           IF WS-BCC-MATCH-IDX = 0
              GO TO 009-EXIT
           END-IF
           MOVE WS-EVT-DATE(5:2) TO WS-MM
           ADD WS-EVT-AMOUNT TO BCC-ACT(WS-BCC-MATCH-IDX WS-MM WS-CAT)
       .
       009-EXIT.
           EXIT
       .

       010-REPORT-COST-CENTER.
           INITIALIZE CCT-TOTALS
           MOVE BCC-TOL(BCC-IDX) TO WS-PRN-TOL
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 015-PRINT-ONE-LINE THRU 015-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "COST CENTER " BCC-CC(BCC-IDX) "   TOLERANCE "
              WS-PRN-TOL "%" DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 015-PRINT-ONE-LINE THRU 015-EXIT
           PERFORM 014-PRINT-HEADING THRU 014-EXIT
           PERFORM VARYING WS-CAT FROM 1 BY 1 UNTIL WS-CAT > 3
              MOVE CAT-LABEL(WS-CAT) TO VAR-LABEL
              MOVE ZEROS TO VAR-YBUD VAR-YACT VAR-ABUD
              PERFORM VARYING WS-MM FROM 1 BY 1 UNTIL WS-MM > 12
                 ADD BCC-BUD(BCC-IDX WS-MM WS-CAT) TO VAR-ABUD
                 IF WS-MM NOT > WS-TARGET-MM
                    ADD BCC-BUD(BCC-IDX WS-MM WS-CAT) TO VAR-YBUD
                    ADD BCC-ACT(BCC-IDX WS-MM WS-CAT) TO VAR-YACT
                 END-IF
              END-PERFORM
              MOVE BCC-BUD(BCC-IDX WS-TARGET-MM WS-CAT) TO VAR-MBUD
              MOVE BCC-ACT(BCC-IDX WS-TARGET-MM WS-CAT) TO VAR-MACT
              MOVE BCC-TOL(BCC-IDX) TO VAR-TOL
              ADD VAR-MBUD TO CCT-MBUD FLT-MBUD(WS-CAT)
              ADD VAR-MACT TO CCT-MACT FLT-MACT(WS-CAT)
              ADD VAR-YBUD TO CCT-YBUD FLT-YBUD(WS-CAT)
              ADD VAR-YACT TO CCT-YACT FLT-YACT(WS-CAT)
              ADD VAR-ABUD TO CCT-ABUD FLT-ABUD(WS-CAT)
              PERFORM 013-PRINT-VARIANCE THRU 013-EXIT
           END-PERFORM
           MOVE CAT-LABEL(4) TO VAR-LABEL
           MOVE CCT-MBUD TO VAR-MBUD
           MOVE CCT-MACT TO VAR-MACT
           MOVE CCT-YBUD TO VAR-YBUD
           MOVE CCT-YACT TO VAR-YACT
           MOVE CCT-ABUD TO VAR-ABUD
           MOVE BCC-TOL(BCC-IDX) TO VAR-TOL
           ADD CCT-MBUD TO FLT-MBUD(4)
           ADD CCT-MACT TO FLT-MACT(4)
           ADD CCT-YBUD TO FLT-YBUD(4)
           ADD CCT-YACT TO FLT-YACT(4)
           ADD CCT-ABUD TO FLT-ABUD(4)
           PERFORM 013-PRINT-VARIANCE THRU 013-EXIT
           IF VAR-FLAG NOT = SPACES
              ADD 1 TO WS-FLAGGED-COUNT
           END-IF
       .
       010-EXIT.
           EXIT
       .

       011-FIND-OR-ADD-CC.
           MOVE ZEROS TO WS-BCC-MATCH-IDX
           PERFORM VARYING BCC-IDX FROM 1 BY 1
              UNTIL BCC-IDX > WS-BCC-COUNT OR WS-BCC-MATCH-IDX > 0
              IF BCC-CC(BCC-IDX) = WS-BEST-CC
                 SET WS-BCC-MATCH-IDX TO BCC-IDX
              END-IF
           END-PERFORM
           IF WS-BCC-MATCH-IDX > 0
              GO TO 011-EXIT
           END-IF
           IF WS-BCC-COUNT >= WS-BCC-MAX
              ADD 1 TO WS-DROPPED-COUNT
              GO TO 011-EXIT
           END-IF
           ADD 1 TO WS-BCC-COUNT
           MOVE WS-BCC-COUNT TO WS-BCC-MATCH-IDX
           INITIALIZE BCC-ENTRY(WS-BCC-MATCH-IDX)
           MOVE WS-BEST-CC TO BCC-CC(WS-BCC-MATCH-IDX)
           MOVE WS-DEFAULT-TOL TO BCC-TOL(WS-BCC-MATCH-IDX)
       .
       011-EXIT.
           EXIT
       .

       012-FIND-COST-CENTER.
           MOVE ZEROS TO WS-BEST-DATE
           MOVE "????" TO WS-BEST-CC
           PERFORM VARYING ASG-IDX FROM 1 BY 1
              UNTIL ASG-IDX > WS-ASG-COUNT
              IF ASG-VEH-ID(ASG-IDX) = WS-EVT-VEH-ID
                 AND ASG-EFF-DATE(ASG-IDX) NOT > WS-EVT-DATE
                 AND (ASG-END-DATE(ASG-IDX) = 0
                    OR ASG-END-DATE(ASG-IDX) > WS-EVT-DATE)
                 AND ASG-EFF-DATE(ASG-IDX) NOT < WS-BEST-DATE
                 MOVE ASG-EFF-DATE(ASG-IDX) TO WS-BEST-DATE
                 MOVE ASG-CC(ASG-IDX) TO WS-BEST-CC
              END-IF
           END-PERFORM
       .
       012-EXIT.
           EXIT
       .

       013-PRINT-VARIANCE.
           COMPUTE VAR-YVAR = VAR-YACT - VAR-YBUD
           IF VAR-YBUD = 0
              IF VAR-YACT > 0
                 MOVE 999.9 TO VAR-PCT
              ELSE
                 MOVE ZEROS TO VAR-PCT
              END-IF
           ELSE
              COMPUTE VAR-PCT ROUNDED = VAR-YVAR * 100 / VAR-YBUD
              IF VAR-PCT > 999.9
                 MOVE 999.9 TO VAR-PCT
              END-IF
           END-IF
           COMPUTE VAR-PROJ ROUNDED = VAR-YACT * 12 / WS-TARGET-MM
           COMPUTE VAR-LIMIT ROUNDED =
              VAR-ABUD * (100 + VAR-TOL) / 100
           MOVE SPACES TO VAR-FLAG
           IF VAR-YACT > 0 AND VAR-PCT > VAR-TOL
              MOVE "OVER" TO VAR-FLAG
           ELSE
              IF VAR-PROJ > VAR-LIMIT
                 MOVE "PROJ" TO VAR-FLAG
              END-IF
           END-IF
           MOVE VAR-MBUD TO WS-PRN-MBUD
           MOVE VAR-MACT TO WS-PRN-MACT
           MOVE VAR-YBUD TO WS-PRN-YBUD
           MOVE VAR-YACT TO WS-PRN-YACT
           MOVE VAR-YVAR TO WS-PRN-YVAR
           MOVE VAR-PCT TO WS-PRN-PCT
           MOVE VAR-ABUD TO WS-PRN-ABUD
           MOVE VAR-PROJ TO WS-PRN-PROJ
           MOVE SPACES TO WS-PRINT-LINE
           STRING VAR-LABEL " " WS-PRN-MBUD " " WS-PRN-MACT " "
              WS-PRN-YBUD " " WS-PRN-YACT " " WS-PRN-YVAR " "
              WS-PRN-PCT " " WS-PRN-ABUD " " WS-PRN-PROJ " "
              VAR-FLAG DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 015-PRINT-ONE-LINE THRU 015-EXIT
       .
       013-EXIT.
           EXIT
       .

       014-PRINT-HEADING.
           MOVE "CATEGORY       MONTH BUDGET   MONTH ACTUAL "
              TO WS-PRINT-LINE
           MOVE "    YTD BUDGET     YTD ACTUAL   YTD VARIANCE"
              TO WS-PRINT-LINE(44:44)
           MOVE "   VAR%   ANNUAL BUDGET   PROJECTED YE FLAG"
              TO WS-PRINT-LINE(88:43)
           PERFORM 015-PRINT-ONE-LINE THRU 015-EXIT
       .
       014-EXIT.
           EXIT
       .

       015-PRINT-ONE-LINE.
           MOVE " " TO PRN-CARRIAGE-CTL
           MOVE WS-PRINT-LINE TO PRN-TEXT
           WRITE PRINT-REC
           DISPLAY WS-PRINT-LINE
       .
       015-EXIT.
           EXIT
       .

       016-RECORD-RUN-HISTORY.
           OPEN I-O RUN-HISTORY-FILE
           IF WS-RUNH-FSTATUS = "35"
              OPEN OUTPUT RUN-HISTORY-FILE
           END-IF
           MOVE SPACES TO RUN-HISTORY-REC
           MOVE "BUDRPT" TO RUNH-PROGRAM
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
       016-EXIT.
           EXIT
       .

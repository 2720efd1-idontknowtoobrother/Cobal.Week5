       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRVSCORE.
       AUTHOR. JAKKRIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DRIVER-FILE ASSIGN TO "driver-master.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DRV-FSTATUS.
           SELECT ASSIGN-FILE ASSIGN TO DYNAMIC WS-ASGF-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ASG-FSTATUS.
           SELECT RESV-FILE ASSIGN TO DYNAMIC WS-RSVI-DSN
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS RSV-NUMBER
              ALTERNATE RECORD KEY IS RSV-VEH-ID WITH DUPLICATES
              FILE STATUS IS WS-RSV-FSTATUS.
           SELECT CARD-FILE ASSIGN TO "fuel-cards.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CRD-FSTATUS.
           SELECT ACCIDENT-FILE ASSIGN TO "veh-accid.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ACC-FSTATUS.
           SELECT SUSPENSE-FILE ASSIGN TO DYNAMIC WS-SUSI-DSN
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS FSP-KEY
              FILE STATUS IS WS-SUS-FSTATUS.
           SELECT SHARED-EXCEPTION-FILE ASSIGN TO
              "shared-exceptions.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EXC-FSTATUS.
           SELECT REJECT-FILE ASSIGN TO "vehupdt-rej.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REJ-FSTATUS.
           SELECT BATCH-FLAG-FILE ASSIGN TO "nightly-batch.flg"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BATCH-FSTATUS.
           SELECT SORT-WORK ASSIGN TO "drvscore-sortwk".
           SELECT RUN-HISTORY-FILE ASSIGN TO "run-history.idx"
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS RUNH-KEY
              FILE STATUS IS WS-RUNH-FSTATUS.
           SELECT PRINT-FILE ASSIGN TO "drvscore-print.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DRIVER-FILE.
       COPY "driver-rec.cpy".

       FD  ASSIGN-FILE.
       COPY "veh-assign.cpy".

       FD  RESV-FILE.
       COPY "pool-resv.cpy".

       FD  CARD-FILE.
       COPY "fuel-card.cpy".

       FD  ACCIDENT-FILE.
       COPY "veh-accid.cpy".

       FD  SUSPENSE-FILE.
       COPY "fuel-suspense.cpy".

       FD  SHARED-EXCEPTION-FILE.
       COPY "exception-log.cpy".

       FD  REJECT-FILE.
       01  REJECT-REC.
           05 REJ-READING.
              10 REJ-VEH-ID    PIC X(6).
              10 REJ-ODOM      PIC 9(6).
              10 REJ-DATE      PIC 9(8).
              10 FILLER        PIC X(27).
           05 FILLER           PIC X VALUE SPACE.
           05 REJ-REASON       PIC X(30).

       FD  BATCH-FLAG-FILE.
       COPY "batch-flag.cpy".

       SD  SORT-WORK.
       01  SORT-REC.
           05 SRT-CC            PIC X(4).
           05 SRT-SCORE         PIC 9(5).
           05 SRT-DRV-ID        PIC X(6).
           05 SRT-NAME          PIC X(20).
           05 SRT-ACCIDENTS     PIC 9(3).
           05 SRT-SUSPENSE      PIC 9(3).
           05 SRT-CARD-EXC      PIC 9(3).
           05 SRT-ODOM-REJ      PIC 9(3).

       FD  RUN-HISTORY-FILE.
       COPY "run-history.cpy".

       FD  PRINT-FILE.
       COPY "print-line.cpy".

       WORKING-STORAGE SECTION.
       COPY "run-stamp.cpy".
       01  WS-RSVI-DSN        PIC X(40)
           VALUE "pool-resv.idx".
       01  WS-ASGF-DSN        PIC X(40)
           VALUE "veh-assign.dat".
       01  WS-SUSI-DSN        PIC X(40)
           VALUE "fuel-suspense.idx".
       01  WS-SPOOL-PROGRAM    PIC X(12) VALUE "DRVSCORE".
       01  WS-SPOOL-FILE       PIC X(40)
           VALUE "drvscore-print.dat".
       01  WS-OPERATOR-ID      PIC X(8) VALUE "SYSTEM".
       01  WS-DRV-FSTATUS      PIC XX VALUE "00".
       01  WS-ASG-FSTATUS      PIC XX VALUE "00".
       01  WS-RSV-FSTATUS      PIC XX VALUE "00".
       01  WS-CRD-FSTATUS      PIC XX VALUE "00".
       01  WS-ACC-FSTATUS      PIC XX VALUE "00".
       01  WS-SUS-FSTATUS      PIC XX VALUE "00".
       01  WS-EXC-FSTATUS      PIC XX VALUE "00".
       01  WS-REJ-FSTATUS      PIC XX VALUE "00".
       01  WS-BATCH-FSTATUS    PIC XX VALUE "00".
       01  WS-RUNH-FSTATUS     PIC XX VALUE "00".
       01  WS-DRV-EOF-SW       PIC X VALUE "N".
           88 END-OF-DRIVERS      VALUE "Y".
       01  WS-ASG-EOF-SW       PIC X VALUE "N".
           88 END-OF-ASSIGNS      VALUE "Y".
       01  WS-RSV-EOF-SW       PIC X VALUE "N".
           88 END-OF-RESERVATIONS VALUE "Y".
       01  WS-CRD-EOF-SW       PIC X VALUE "N".
           88 END-OF-CARDS        VALUE "Y".
       01  WS-ACC-EOF-SW       PIC X VALUE "N".
           88 END-OF-ACCIDENTS    VALUE "Y".
       01  WS-SUS-EOF-SW       PIC X VALUE "N".
           88 END-OF-SUSPENSE     VALUE "Y".
       01  WS-EXC-EOF-SW       PIC X VALUE "N".
           88 END-OF-EXCEPTIONS   VALUE "Y".
       01  WS-REJ-EOF-SW       PIC X VALUE "N".
           88 END-OF-REJECTS      VALUE "Y".
       01  WS-SORT-EOF-SW      PIC X VALUE "N".
           88 END-OF-SORT         VALUE "Y".
       01  WS-BATCH-SW         PIC X VALUE "N".
           88 BATCH-RUN           VALUE "Y".
       01  WS-MONTH-IN         PIC X(6).
       01  WS-TARGET-MONTH     PIC 9(6) VALUE ZEROS.
       01  WS-MONTH-END        PIC 9(8) VALUE ZEROS.
       01  WS-WEIGHTS.
           05 WS-WT-ACCIDENT   PIC 9(2) VALUE 10.
           05 WS-WT-SUSPENSE   PIC 9(2) VALUE 2.
           05 WS-WT-CARD-EXC   PIC 9(2) VALUE 3.
           05 WS-WT-ODOM-REJ   PIC 9(2) VALUE 1.
       01  DRS-TABLE.
           05 DRS-ENTRY OCCURS 300 TIMES INDEXED BY DRS-IDX.
              10 DRS-DRV-ID     PIC X(6).
              10 DRS-NAME       PIC X(20).
              10 DRS-CC         PIC X(4).
              10 DRS-CC-DATE    PIC 9(8).
              10 DRS-ACCIDENTS  PIC 9(3).
              10 DRS-SUSPENSE   PIC 9(3).
              10 DRS-CARD-EXC   PIC 9(3).
              10 DRS-ODOM-REJ   PIC 9(3).
       01  WS-DRS-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-DRS-MAX          PIC 9(3) VALUE 300.
       01  ASG-TABLE.
           05 ASG-ENTRY OCCURS 400 TIMES INDEXED BY ASG-IDX.
              10 ASG-VEH-ID     PIC X(6).
              10 ASG-DRIVER-ID  PIC X(6).
              10 ASG-CC         PIC X(4).
              10 ASG-EFF-DATE   PIC 9(8).
              10 ASG-END-DATE   PIC 9(8).
       01  WS-ASG-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-ASG-MAX          PIC 9(3) VALUE 400.
       01  RSV-TABLE.
           05 RSV-ENTRY OCCURS 500 TIMES INDEXED BY RSV-IDX.
              10 RST-VEH-ID     PIC X(6).
              10 RST-DRIVER-ID  PIC X(6).
              10 RST-FROM-DATE  PIC 9(8).
              10 RST-TO-DATE    PIC 9(8).
       01  WS-RSV-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-RSV-MAX          PIC 9(3) VALUE 500.
       01  CRD-TABLE.
           05 CRD-ENTRY OCCURS 300 TIMES INDEXED BY CRD-IDX.
              10 CRD-NUMBER     PIC X(16).
              10 CRD-VEH-ID     PIC X(6).
       01  WS-CRD-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-CRD-MAX          PIC 9(3) VALUE 300.
       01  WS-EVT-VEH-ID       PIC X(6) VALUE SPACES.
       01  WS-EVT-DATE         PIC 9(8) VALUE ZEROS.
       01  WS-EVT-TYPE         PIC X VALUE SPACE.
           88 EVT-ACCIDENT        VALUE "A".
           88 EVT-SUSPENSE        VALUE "S".
           88 EVT-CARD-EXC        VALUE "C".
           88 EVT-ODOM-REJ        VALUE "O".
       01  WS-EVT-DRIVER       PIC X(6) VALUE SPACES.
       01  WS-BEST-DATE        PIC 9(8) VALUE ZEROS.
       01  WS-MATCH-IDX        PIC 9(3) VALUE ZEROS.
       01  WS-UNKNOWN-DRIVER   PIC X(6) VALUE "??????".
       01  WS-PREV-CC          PIC X(4) VALUE SPACES.
       01  WS-RANK             PIC 9(3) VALUE ZEROS.
       01  WS-PREV-SCORE       PIC 9(5) VALUE ZEROS.
       01  WS-DEPT-SEQ         PIC 9(3) VALUE ZEROS.
       01  WS-EVENT-COUNT      PIC 9(5) VALUE ZEROS.
       01  WS-TIED-COUNT       PIC 9(5) VALUE ZEROS.
       01  WS-UNTIED-COUNT     PIC 9(5) VALUE ZEROS.
       01  WS-DROPPED-COUNT    PIC 9(5) VALUE ZEROS.
       01  WS-SCORED-COUNT     PIC 9(5) VALUE ZEROS.
       01  WS-PRN-SCORE        PIC ZZZZ9.
       01  WS-PRN-RANK         PIC ZZ9.
       01  WS-PRINT-LINE       PIC X(132) VALUE SPACES.
       01  WS-RUN-START-DATE   PIC 9(8).
       01  WS-RUN-START-TIME   PIC 9(8).
       01  WS-RUN-STATUS       PIC X(8) VALUE "OK".

       PROCEDURE DIVISION.
       000-BEGIN.
           CALL "GETDSN" USING WS-RSVI-DSN
           CALL "GETDSN" USING WS-ASGF-DSN
           CALL "GETDSN" USING WS-SUSI-DSN
           CALL "GETOPER" USING WS-OPERATOR-ID
           CALL "GETBDATE" USING WS-RUN-START-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-RUN-START-TIME
           MOVE WS-RUN-START-DATE TO WS-PRN-RUN-DATE
           PERFORM 001-SET-TARGET-MONTH THRU 001-EXIT
           COMPUTE WS-MONTH-END = WS-TARGET-MONTH * 100 + 31
           PERFORM 002-LOAD-DRIVERS THRU 002-EXIT
           PERFORM 003-LOAD-ASSIGNMENTS THRU 003-EXIT
           PERFORM 004-LOAD-RESERVATIONS THRU 004-EXIT
           PERFORM 005-LOAD-CARDS THRU 005-EXIT
           PERFORM 006-READ-ACCIDENTS THRU 006-EXIT
           PERFORM 007-READ-SUSPENSE THRU 007-EXIT
           PERFORM 008-READ-CARD-EXCEPTIONS THRU 008-EXIT
           PERFORM 009-READ-ODOM-REJECTS THRU 009-EXIT
           OPEN OUTPUT PRINT-FILE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "DRIVER SAFETY SCORECARD  MONTH " WS-TARGET-MONTH
              "   RUN DATE " WS-PRN-RUN-DATE
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE "1" TO PRN-CARRIAGE-CTL
           MOVE WS-PRINT-LINE TO PRN-TEXT
           WRITE PRINT-REC
           DISPLAY WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "WEIGHTS: ACCIDENT " WS-WT-ACCIDENT
              "  FUEL SUSPENSE " WS-WT-SUSPENSE
              "  BLOCKED CARD " WS-WT-CARD-EXC
              "  ODOMETER REJECT " WS-WT-ODOM-REJ
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 014-PRINT-ONE-LINE THRU 014-EXIT
           MOVE "RANK 1 IS THE HIGHEST SCORE IN THE DEPARTMENT"
              TO WS-PRINT-LINE
           PERFORM 014-PRINT-ONE-LINE THRU 014-EXIT
           SORT SORT-WORK
              ON ASCENDING KEY SRT-CC
              ON DESCENDING KEY SRT-SCORE
              ON ASCENDING KEY SRT-DRV-ID
              INPUT PROCEDURE IS 012-SCORE-INPUT
                 THRU 012-EXIT
              OUTPUT PROCEDURE IS 013-SCORE-OUTPUT
                 THRU 013-EXIT
           CLOSE PRINT-FILE
           CALL "SPOOLSAVE" USING WS-SPOOL-PROGRAM WS-SPOOL-FILE
           DISPLAY "-----------------------------------------------"
           DISPLAY "Month reported . . . . . . . . : " WS-TARGET-MONTH
           DISPLAY "Events in month  . . . . . . . : " WS-EVENT-COUNT
           DISPLAY "Tied to a driver . . . . . . . : " WS-TIED-COUNT
           DISPLAY "No driver found  . . . . . . . : " WS-UNTIED-COUNT
           DISPLAY "Drivers scored . . . . . . . . : " WS-SCORED-COUNT
           DISPLAY "==============================================="
           IF WS-DROPPED-COUNT > 0
              DISPLAY "DRVSCORE: " WS-DROPPED-COUNT
                 " entries beyond table capacity were not loaded."
           END-IF
           IF WS-UNTIED-COUNT > 0 OR WS-DROPPED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 015-RECORD-RUN-HISTORY THRU 015-EXIT
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

       002-LOAD-DRIVERS.
           OPEN INPUT DRIVER-FILE
           IF WS-DRV-FSTATUS NOT = "00"
              GO TO 002-EXIT
           END-IF
           PERFORM UNTIL END-OF-DRIVERS
              READ DRIVER-FILE
                 AT END MOVE "Y" TO WS-DRV-EOF-SW
                 NOT AT END
                    IF DRV-ACTIVE
                       IF WS-DRS-COUNT < WS-DRS-MAX
                          ADD 1 TO WS-DRS-COUNT
                          MOVE DRV-ID TO DRS-DRV-ID(WS-DRS-COUNT)
                          MOVE DRV-NAME TO DRS-NAME(WS-DRS-COUNT)
                          MOVE "????" TO DRS-CC(WS-DRS-COUNT)
                          MOVE ZEROS TO DRS-CC-DATE(WS-DRS-COUNT)
                             DRS-ACCIDENTS(WS-DRS-COUNT)
                             DRS-SUSPENSE(WS-DRS-COUNT)
                             DRS-CARD-EXC(WS-DRS-COUNT)
                             DRS-ODOM-REJ(WS-DRS-COUNT)
                       ELSE
                          ADD 1 TO WS-DROPPED-COUNT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE DRIVER-FILE
       .
       002-EXIT.
           EXIT
       .

       003-LOAD-ASSIGNMENTS.
           OPEN INPUT ASSIGN-FILE
           IF WS-ASG-FSTATUS NOT = "00"
              GO TO 003-EXIT
           END-IF
           PERFORM UNTIL END-OF-ASSIGNS
              READ ASSIGN-FILE
                 AT END MOVE "Y" TO WS-ASG-EOF-SW
                 NOT AT END
                    IF WS-ASG-COUNT < WS-ASG-MAX
                       ADD 1 TO WS-ASG-COUNT
                       MOVE VA-VEH-ID TO ASG-VEH-ID(WS-ASG-COUNT)
                       MOVE VA-DRIVER-ID TO
                          ASG-DRIVER-ID(WS-ASG-COUNT)
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
                       PERFORM 016-SET-DEPARTMENT THRU 016-EXIT
                    ELSE
                       ADD 1 TO WS-DROPPED-COUNT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ASSIGN-FILE
       .
       003-EXIT.
           EXIT
       .

       004-LOAD-RESERVATIONS.
           OPEN INPUT RESV-FILE
           IF WS-RSV-FSTATUS NOT = "00"
              GO TO 004-EXIT
           END-IF
           PERFORM UNTIL END-OF-RESERVATIONS
              READ RESV-FILE NEXT
                 AT END MOVE "Y" TO WS-RSV-EOF-SW
                 NOT AT END
                    IF RSV-DISPATCHED OR RSV-RETURNED
                       IF WS-RSV-COUNT < WS-RSV-MAX
                          ADD 1 TO WS-RSV-COUNT
                          MOVE RSV-VEH-ID TO RST-VEH-ID(WS-RSV-COUNT)
                          MOVE RSV-DRIVER-ID TO
                             RST-DRIVER-ID(WS-RSV-COUNT)
                          MOVE RSV-FROM-DATE TO
                             RST-FROM-DATE(WS-RSV-COUNT)
                          MOVE RSV-TO-DATE TO
                             RST-TO-DATE(WS-RSV-COUNT)
                       ELSE
                          ADD 1 TO WS-DROPPED-COUNT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE RESV-FILE
       .
       004-EXIT.
           EXIT
       .

       005-LOAD-CARDS.
           OPEN INPUT CARD-FILE
           IF WS-CRD-FSTATUS NOT = "00"
              GO TO 005-EXIT
           END-IF
           PERFORM UNTIL END-OF-CARDS
              READ CARD-FILE
                 AT END MOVE "Y" TO WS-CRD-EOF-SW
                 NOT AT END
                    IF WS-CRD-COUNT < WS-CRD-MAX
                       ADD 1 TO WS-CRD-COUNT
                       MOVE FCD-NUMBER TO CRD-NUMBER(WS-CRD-COUNT)
                       MOVE FCD-VEH-ID TO CRD-VEH-ID(WS-CRD-COUNT)
                    ELSE
                       ADD 1 TO WS-DROPPED-COUNT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CARD-FILE
       .
       005-EXIT.
           EXIT
       .

       006-READ-ACCIDENTS.
           OPEN INPUT ACCIDENT-FILE
           IF WS-ACC-FSTATUS NOT = "00"
              GO TO 006-EXIT
           END-IF
           PERFORM UNTIL END-OF-ACCIDENTS
              READ ACCIDENT-FILE
                 AT END MOVE "Y" TO WS-ACC-EOF-SW
                 NOT AT END
                    IF ACC-DATE(1:6) = WS-TARGET-MONTH
                       MOVE ACC-VEH-ID TO WS-EVT-VEH-ID
                       MOVE ACC-DATE TO WS-EVT-DATE
                       MOVE "A" TO WS-EVT-TYPE
                       PERFORM 010-ASSIGN-EVENT THRU 010-EXIT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ACCIDENT-FILE
       .
       006-EXIT.
           EXIT
       .

       007-READ-SUSPENSE.
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUS-FSTATUS NOT = "00"
              GO TO 007-EXIT
           END-IF
           PERFORM UNTIL END-OF-SUSPENSE
              READ SUSPENSE-FILE NEXT
                 AT END MOVE "Y" TO WS-SUS-EOF-SW
                 NOT AT END
                    IF FSP-DATE(1:6) = WS-TARGET-MONTH
                       MOVE FSP-VEH-ID TO WS-EVT-VEH-ID
                       MOVE FSP-DATE TO WS-EVT-DATE
                       MOVE "S" TO WS-EVT-TYPE
                       PERFORM 010-ASSIGN-EVENT THRU 010-EXIT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SUSPENSE-FILE
       .
       007-EXIT.
           EXIT
       .

       008-READ-CARD-EXCEPTIONS.
           OPEN INPUT SHARED-EXCEPTION-FILE
           IF WS-EXC-FSTATUS NOT = "00"
              GO TO 008-EXIT
           END-IF
           PERFORM UNTIL END-OF-EXCEPTIONS
              READ SHARED-EXCEPTION-FILE
                 AT END MOVE "Y" TO WS-EXC-EOF-SW
                 NOT AT END
                    IF SHX-PROGRAM = "FUELMAINT"
                       AND SHX-REASON(1:12) = "CARD BLOCKED"
                       AND SHX-RUN-DATE(1:6) = WS-TARGET-MONTH
                       MOVE SPACES TO WS-EVT-VEH-ID
                       PERFORM VARYING CRD-IDX FROM 1 BY 1
                          UNTIL CRD-IDX > WS-CRD-COUNT
                             OR WS-EVT-VEH-ID NOT = SPACES
                          IF CRD-NUMBER(CRD-IDX)(1:10) =
                             SHX-REJECTED-VAL
                             MOVE CRD-VEH-ID(CRD-IDX) TO WS-EVT-VEH-ID
                          END-IF
                       END-PERFORM
                       MOVE SHX-RUN-DATE TO WS-EVT-DATE
                       MOVE "C" TO WS-EVT-TYPE
                       PERFORM 010-ASSIGN-EVENT THRU 010-EXIT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SHARED-EXCEPTION-FILE
       .
       008-EXIT.
           EXIT
       .

       009-READ-ODOM-REJECTS.
           OPEN INPUT REJECT-FILE
           IF WS-REJ-FSTATUS NOT = "00"
              GO TO 009-EXIT
           END-IF
           PERFORM UNTIL END-OF-REJECTS
              READ REJECT-FILE
                 AT END MOVE "Y" TO WS-REJ-EOF-SW
                 NOT AT END
                    IF REJ-DATE NUMERIC
                       AND REJ-DATE(1:6) = WS-TARGET-MONTH
                       MOVE REJ-VEH-ID TO WS-EVT-VEH-ID
                       MOVE REJ-DATE TO WS-EVT-DATE
                       MOVE "O" TO WS-EVT-TYPE
                       PERFORM 010-ASSIGN-EVENT THRU 010-EXIT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE REJECT-FILE
       .
       009-EXIT.
           EXIT
       .

       010-ASSIGN-EVENT.
           ADD 1 TO WS-EVENT-COUNT
           MOVE SPACES TO WS-EVT-DRIVER
           MOVE ZEROS TO WS-BEST-DATE
           PERFORM VARYING ASG-IDX FROM 1 BY 1
              UNTIL ASG-IDX > WS-ASG-COUNT
              IF ASG-VEH-ID(ASG-IDX) = WS-EVT-VEH-ID
                 AND ASG-DRIVER-ID(ASG-IDX) NOT = SPACES
                 AND ASG-EFF-DATE(ASG-IDX) NOT > WS-EVT-DATE
                 AND (ASG-END-DATE(ASG-IDX) = 0
                    OR ASG-END-DATE(ASG-IDX) > WS-EVT-DATE)
                 AND ASG-EFF-DATE(ASG-IDX) NOT < WS-BEST-DATE
                 MOVE ASG-EFF-DATE(ASG-IDX) TO WS-BEST-DATE
                 MOVE ASG-DRIVER-ID(ASG-IDX) TO WS-EVT-DRIVER
              END-IF
           END-PERFORM
           IF WS-EVT-DRIVER = SPACES
              PERFORM VARYING RSV-IDX FROM 1 BY 1
                 UNTIL RSV-IDX > WS-RSV-COUNT
                    OR WS-EVT-DRIVER NOT = SPACES
                 IF RST-VEH-ID(RSV-IDX) = WS-EVT-VEH-ID
                    AND RST-FROM-DATE(RSV-IDX) NOT > WS-EVT-DATE
                    AND RST-TO-DATE(RSV-IDX) NOT < WS-EVT-DATE
                    MOVE RST-DRIVER-ID(RSV-IDX) TO WS-EVT-DRIVER
                 END-IF
              END-PERFORM
           END-IF
           IF WS-EVT-DRIVER = SPACES
              ADD 1 TO WS-UNTIED-COUNT
              MOVE WS-UNKNOWN-DRIVER TO WS-EVT-DRIVER
           ELSE
              ADD 1 TO WS-TIED-COUNT
           END-IF
           PERFORM 011-FIND-DRIVER-ENTRY THRU 011-EXIT
           IF WS-MATCH-IDX = 0
              GO TO 010-EXIT
           END-IF
           EVALUATE TRUE
              WHEN EVT-ACCIDENT ADD 1 TO DRS-ACCIDENTS(WS-MATCH-IDX)
              WHEN EVT-SUSPENSE ADD 1 TO DRS-SUSPENSE(WS-MATCH-IDX)
              WHEN EVT-CARD-EXC ADD 1 TO DRS-CARD-EXC(WS-MATCH-IDX)
              WHEN EVT-ODOM-REJ ADD 1 TO DRS-ODOM-REJ(WS-MATCH-IDX)
           END-EVALUATE
       .
       010-EXIT.
           EXIT
       .

       011-FIND-DRIVER-ENTRY.
           MOVE ZEROS TO WS-MATCH-IDX
           PERFORM VARYING DRS-IDX FROM 1 BY 1
              UNTIL DRS-IDX > WS-DRS-COUNT OR WS-MATCH-IDX > 0
              IF DRS-DRV-ID(DRS-IDX) = WS-EVT-DRIVER
                 SET WS-MATCH-IDX TO DRS-IDX
              END-IF
           END-PERFORM
           IF WS-MATCH-IDX > 0
              GO TO 011-EXIT
           END-IF
           IF WS-DRS-COUNT >= WS-DRS-MAX
              ADD 1 TO WS-DROPPED-COUNT
              GO TO 011-EXIT
           END-IF
           ADD 1 TO WS-DRS-COUNT
           MOVE WS-DRS-COUNT TO WS-MATCH-IDX
           MOVE WS-EVT-DRIVER TO DRS-DRV-ID(WS-MATCH-IDX)
           MOVE "????" TO DRS-CC(WS-MATCH-IDX)
           MOVE ZEROS TO DRS-CC-DATE(WS-MATCH-IDX)
              DRS-ACCIDENTS(WS-MATCH-IDX) DRS-SUSPENSE(WS-MATCH-IDX)
              DRS-CARD-EXC(WS-MATCH-IDX) DRS-ODOM-REJ(WS-MATCH-IDX)
           IF WS-EVT-DRIVER = WS-UNKNOWN-DRIVER
              MOVE "NO DRIVER FOUND" TO DRS-NAME(WS-MATCH-IDX)
           ELSE
              MOVE "NOT ON DRIVER MASTER" TO DRS-NAME(WS-MATCH-IDX)
              PERFORM VARYING ASG-IDX FROM 1 BY 1
                 UNTIL ASG-IDX > WS-ASG-COUNT
                 IF ASG-DRIVER-ID(ASG-IDX) = WS-EVT-DRIVER
                    AND ASG-EFF-DATE(ASG-IDX) NOT > WS-MONTH-END
                    AND ASG-EFF-DATE(ASG-IDX)
                       NOT < DRS-CC-DATE(WS-MATCH-IDX)
                    MOVE ASG-CC(ASG-IDX) TO DRS-CC(WS-MATCH-IDX)
                    MOVE ASG-EFF-DATE(ASG-IDX) TO
                       DRS-CC-DATE(WS-MATCH-IDX)
                 END-IF
              END-PERFORM
           END-IF
       .
       011-EXIT.
           EXIT
       .

       012-SCORE-INPUT.
           PERFORM VARYING DRS-IDX FROM 1 BY 1
              UNTIL DRS-IDX > WS-DRS-COUNT
              MOVE DRS-CC(DRS-IDX) TO SRT-CC
              MOVE DRS-DRV-ID(DRS-IDX) TO SRT-DRV-ID
              MOVE DRS-NAME(DRS-IDX) TO SRT-NAME
              MOVE DRS-ACCIDENTS(DRS-IDX) TO SRT-ACCIDENTS
              MOVE DRS-SUSPENSE(DRS-IDX) TO SRT-SUSPENSE
              MOVE DRS-CARD-EXC(DRS-IDX) TO SRT-CARD-EXC
              MOVE DRS-ODOM-REJ(DRS-IDX) TO SRT-ODOM-REJ
              COMPUTE SRT-SCORE =
                 DRS-ACCIDENTS(DRS-IDX) * WS-WT-ACCIDENT
                 + DRS-SUSPENSE(DRS-IDX) * WS-WT-SUSPENSE
                 + DRS-CARD-EXC(DRS-IDX) * WS-WT-CARD-EXC
                 + DRS-ODOM-REJ(DRS-IDX) * WS-WT-ODOM-REJ
              RELEASE SORT-REC
           END-PERFORM
       .
       012-EXIT.
           EXIT
       .

       013-SCORE-OUTPUT.
           MOVE HIGH-VALUES TO WS-PREV-CC
           PERFORM UNTIL END-OF-SORT
              RETURN SORT-WORK
                 AT END MOVE "Y" TO WS-SORT-EOF-SW
                 NOT AT END
                    IF SRT-CC NOT = WS-PREV-CC
                       MOVE SRT-CC TO WS-PREV-CC
                       MOVE ZEROS TO WS-DEPT-SEQ WS-RANK
                       MOVE SPACES TO WS-PRINT-LINE
                       PERFORM 014-PRINT-ONE-LINE THRU 014-EXIT
                       MOVE SPACES TO WS-PRINT-LINE
                       STRING "DEPARTMENT " SRT-CC
                          DELIMITED BY SIZE INTO WS-PRINT-LINE
                       PERFORM 014-PRINT-ONE-LINE THRU 014-EXIT
                       MOVE "RANK DRIVER NAME                 ACC SUS"
                          TO WS-PRINT-LINE
                       MOVE " CRD ODO SCORE" TO WS-PRINT-LINE(42:14)
                       PERFORM 014-PRINT-ONE-LINE THRU 014-EXIT
                    END-IF
                    ADD 1 TO WS-DEPT-SEQ
                    IF WS-DEPT-SEQ = 1 OR SRT-SCORE NOT = WS-PREV-SCORE
                       MOVE WS-DEPT-SEQ TO WS-RANK
                       MOVE SRT-SCORE TO WS-PREV-SCORE
                    END-IF
                    ADD 1 TO WS-SCORED-COUNT
                    MOVE WS-RANK TO WS-PRN-RANK
                    MOVE SRT-SCORE TO WS-PRN-SCORE
                    MOVE SPACES TO WS-PRINT-LINE
                    STRING " " WS-PRN-RANK " " SRT-DRV-ID " " SRT-NAME
                       " " SRT-ACCIDENTS " " SRT-SUSPENSE " "
                       SRT-CARD-EXC " " SRT-ODOM-REJ " " WS-PRN-SCORE
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                    PERFORM 014-PRINT-ONE-LINE THRU 014-EXIT
              END-RETURN
           END-PERFORM
       .
       013-EXIT.
           EXIT
       .

       014-PRINT-ONE-LINE.
           MOVE " " TO PRN-CARRIAGE-CTL
           MOVE WS-PRINT-LINE TO PRN-TEXT
           WRITE PRINT-REC
           DISPLAY WS-PRINT-LINE
       .
       014-EXIT.
           EXIT
       .

       015-RECORD-RUN-HISTORY.
           OPEN I-O RUN-HISTORY-FILE
           IF WS-RUNH-FSTATUS = "35"
              OPEN OUTPUT RUN-HISTORY-FILE
           END-IF
           MOVE SPACES TO RUN-HISTORY-REC
           MOVE "DRVSCORE" TO RUNH-PROGRAM
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
       015-EXIT.
           EXIT
       .

       016-SET-DEPARTMENT.
           IF ASG-DRIVER-ID(WS-ASG-COUNT) = SPACES
              OR ASG-EFF-DATE(WS-ASG-COUNT) > WS-MONTH-END
              GO TO 016-EXIT
           END-IF
           PERFORM VARYING DRS-IDX FROM 1 BY 1
              UNTIL DRS-IDX > WS-DRS-COUNT
              IF DRS-DRV-ID(DRS-IDX) = ASG-DRIVER-ID(WS-ASG-COUNT)
                 AND ASG-EFF-DATE(WS-ASG-COUNT)
                    NOT < DRS-CC-DATE(DRS-IDX)
                 MOVE ASG-CC(WS-ASG-COUNT) TO DRS-CC(DRS-IDX)
                 MOVE ASG-EFF-DATE(WS-ASG-COUNT) TO
                    DRS-CC-DATE(DRS-IDX)
              END-IF
           END-PERFORM
       .
       016-EXIT.
           EXIT
       .

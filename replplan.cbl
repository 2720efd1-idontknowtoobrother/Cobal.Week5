       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPLPLAN.
       AUTHOR. JAKKRIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VEHICLE-MASTER ASSIGN TO DYNAMIC WS-VEHM-DSN
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS VEH-ID
              FILE STATUS IS WS-VEH-FSTATUS.
           SELECT MILEAGE-HIST-FILE ASSIGN TO DYNAMIC WS-MHI-DSN
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS MH-KEY
              FILE STATUS IS WS-MHIST-FSTATUS.
           SELECT ASSIGN-FILE ASSIGN TO DYNAMIC WS-ASGF-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ASG-FSTATUS.
           SELECT CRIT-FILE ASSIGN TO "repl-criteria.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPC-FSTATUS.
           SELECT ASSET-FILE ASSIGN TO "asset-register.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AST-FSTATUS.
           SELECT COST-FILE ASSIGN TO DYNAMIC WS-COST-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-COST-FSTATUS.
           SELECT CATALOG-FILE ASSIGN TO "archive-catalog.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CAT-FSTATUS.
           SELECT OOS-FILE ASSIGN TO "veh-oos.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OOS-FSTATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO "run-history.idx"
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS RUNH-KEY
              FILE STATUS IS WS-RUNH-FSTATUS.
           SELECT PRINT-FILE ASSIGN TO "replplan-print.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  VEHICLE-MASTER.
       COPY "vehicle-rec.cpy".

       FD  MILEAGE-HIST-FILE.
       COPY "mileage-hist.cpy".

       FD  ASSIGN-FILE.
       COPY "veh-assign.cpy".

       FD  CRIT-FILE.
       COPY "repl-crit.cpy".

       FD  ASSET-FILE.
       COPY "asset-reg.cpy".

       FD  COST-FILE.
       COPY "wo-cost.cpy".

       FD  CATALOG-FILE.
       COPY "arch-catalog.cpy".

       FD  OOS-FILE.
       COPY "veh-oos.cpy".

       FD  RUN-HISTORY-FILE.
       COPY "run-history.cpy".

       FD  PRINT-FILE.
       COPY "print-line.cpy".

       WORKING-STORAGE SECTION.
       COPY "run-stamp.cpy".
       01  WS-VEHM-DSN        PIC X(40)
           VALUE "vehicle-master.idx".
       01  WS-MHI-DSN         PIC X(40)
           VALUE "mileage-history.idx".
       01  WS-ASGF-DSN        PIC X(40)
           VALUE "veh-assign.dat".
       01  WS-SPOOL-PROGRAM    PIC X(12) VALUE "REPLPLAN".
       01  WS-SPOOL-FILE       PIC X(40)
           VALUE "replplan-print.dat".
       01  WS-OPERATOR-ID      PIC X(8) VALUE "SYSTEM".
       01  WS-VEH-FSTATUS      PIC XX VALUE "00".
       01  WS-MHIST-FSTATUS    PIC XX VALUE "00".
       01  WS-ASG-FSTATUS      PIC XX VALUE "00".
       01  WS-RPC-FSTATUS      PIC XX VALUE "00".
       01  WS-AST-FSTATUS      PIC XX VALUE "00".
       01  WS-COST-FSTATUS     PIC XX VALUE "00".
       01  WS-CAT-FSTATUS      PIC XX VALUE "00".
       01  WS-COST-NAME        PIC X(40) VALUE SPACES.
       01  WS-OOS-FSTATUS      PIC XX VALUE "00".
       01  WS-RUNH-FSTATUS     PIC XX VALUE "00".
       01  WS-VEH-EOF-SW       PIC X VALUE "N".
           88 END-OF-VEHICLES     VALUE "Y".
       01  WS-MH-EOF-SW        PIC X VALUE "N".
           88 END-OF-HISTORY      VALUE "Y".
       01  WS-ASG-EOF-SW       PIC X VALUE "N".
           88 END-OF-ASSIGNS      VALUE "Y".
       01  WS-RPC-EOF-SW       PIC X VALUE "N".
           88 END-OF-CRITERIA     VALUE "Y".
       01  WS-AST-EOF-SW       PIC X VALUE "N".
           88 END-OF-ASSETS       VALUE "Y".
       01  WS-COST-EOF-SW      PIC X VALUE "N".
           88 END-OF-COSTS        VALUE "Y".
       01  WS-CAT-EOF-SW       PIC X VALUE "N".
           88 END-OF-CATALOG      VALUE "Y".
       01  WS-OOS-EOF-SW       PIC X VALUE "N".
           88 END-OF-OOS          VALUE "Y".
       01  RPC-TABLE.
           05 RPC-ENTRY OCCURS 50 TIMES INDEXED BY RPC-IDX.
              10 RPC-TBL-CLASS   PIC X(2).
              10 RPC-TBL-AGE     PIC 9(3).
              10 RPC-TBL-MILES   PIC 9(7).
              10 RPC-TBL-CPM     PIC 9(2)V9(4).
              10 RPC-TBL-DOWN    PIC 9(3).
              10 RPC-TBL-COST    PIC 9(7)V9(2).
       01  WS-RPC-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-RPC-MAX          PIC 9(3) VALUE 50.
       01  WS-RPC-MATCH        PIC 9(3) VALUE ZEROS.
       01  ASG-TABLE.
           05 ASG-ENTRY OCCURS 400 TIMES INDEXED BY ASG-IDX.
              10 ASG-VEH-ID     PIC X(6).
              10 ASG-CC         PIC X(4).
              10 ASG-EFF-DATE   PIC 9(8).
              10 ASG-END-DATE   PIC 9(8).
       01  WS-ASG-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-ASG-MAX          PIC 9(3) VALUE 400.
       01  WS-BEST-DATE        PIC 9(8) VALUE ZEROS.
       01  RPV-TABLE.
           05 RPV-ENTRY OCCURS 300 TIMES INDEXED BY RPV-IDX.
              10 RPV-VEH-ID     PIC X(6).
              10 RPV-CLASS      PIC X(2).
              10 RPV-CC         PIC X(4).
              10 RPV-ODOM       PIC 9(6).
              10 RPV-INSVC-DATE PIC 9(8).
              10 RPV-ACQ-SW     PIC X.
                 88 RPV-ON-REGISTER VALUE "Y".
              10 RPV-MAINT-COST PIC 9(9)V9(2).
              10 RPV-HIST-MILES PIC 9(8).
              10 RPV-WIN-MILES  PIC 9(8).
              10 RPV-WIN-MONTHS PIC 9(3).
              10 RPV-ANNUAL     PIC 9(7).
              10 RPV-DOWN-DAYS  PIC 9(4).
              10 RPV-AGE        PIC 9(4).
              10 RPV-CPM        PIC 9(3)V9(4).
              10 RPV-SCORE      PIC 9(3).
              10 RPV-YEAR       PIC 9(4).
              10 RPV-REPL-COST  PIC 9(7)V9(2).
       01  WS-RPV-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-RPV-MAX          PIC 9(3) VALUE 300.
       01  WS-RPV-MATCH        PIC 9(3) VALUE ZEROS.
       01  WS-DROPPED-COUNT    PIC 9(5) VALUE ZEROS.
       01  WS-WANT-VEH-ID      PIC X(6) VALUE SPACES.
       01  PLAN-TABLE.
           05 PLN-ENTRY OCCURS 50 TIMES INDEXED BY PLN-IDX.
              10 PLN-CC         PIC X(4).
              10 PLN-YEAR OCCURS 5 TIMES INDEXED BY YR-IDX.
                 15 PLN-COUNT   PIC 9(3).
                 15 PLN-COST    PIC 9(9)V9(2).
       01  WS-PLN-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-PLN-MAX          PIC 9(3) VALUE 50.
       01  WS-PLN-MATCH        PIC 9(3) VALUE ZEROS.
       01  YEAR-TOTALS.
           05 YTL-YEAR OCCURS 5 TIMES.
              10 YTL-COUNT      PIC 9(4).
              10 YTL-COST       PIC 9(9)V9(2).
       01  WS-PLAN-SLOT        PIC 9 VALUE ZERO.
       01  WS-RUN-YEAR         PIC 9(4) VALUE ZEROS.
       01  WS-RUN-MONTH        PIC 9(2) VALUE ZEROS.
       01  WS-WINDOW-START     PIC 9(8) VALUE ZEROS.
       01  WS-CLIP-START       PIC 9(8) VALUE ZEROS.
       01  WS-CLIP-END         PIC 9(8) VALUE ZEROS.
       01  WS-DAYS-DOWN        PIC S9(5) VALUE ZEROS.
       01  WS-INSVC-YEAR       PIC 9(4) VALUE ZEROS.
       01  WS-INSVC-MONTH      PIC 9(2) VALUE ZEROS.
       01  WS-AGE-PCT          PIC 9(5) VALUE ZEROS.
       01  WS-MILES-PCT        PIC 9(5) VALUE ZEROS.
       01  WS-CPM-PCT          PIC 9(5) VALUE ZEROS.
       01  WS-DOWN-PCT         PIC 9(5) VALUE ZEROS.
       01  WS-PCT-CAP          PIC 9(3) VALUE 200.
       01  WS-MONTHS-LEFT      PIC 9(5) VALUE ZEROS.
       01  WS-MONTHS-MILES     PIC 9(5) VALUE ZEROS.
       01  WS-MONTH-SPAN       PIC 9(5) VALUE ZEROS.
       01  WS-DUE-COUNT        PIC 9(5) VALUE ZEROS.
       01  WS-NO-CRIT-COUNT    PIC 9(5) VALUE ZEROS.
       01  WS-PLAN-TOTAL       PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-PRN-ODOM         PIC ZZZ,ZZ9.
       01  WS-PRN-ANNUAL       PIC Z,ZZZ,ZZ9.
       01  WS-PRN-CPM          PIC ZZ9.9999.
       01  WS-PRN-COST         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-PRN-PLAN-COST    PIC ZZ,ZZZ,ZZ9.
       01  WS-PRN-PLAN-COUNT   PIC ZZ9.
       01  WS-PRN-YEAR-CELL    PIC X(15) VALUE SPACES.
       01  WS-PRINT-LINE       PIC X(132) VALUE SPACES.
       01  WS-PRINT-COL        PIC 9(3) VALUE ZEROS.
       01  WS-RUN-START-DATE   PIC 9(8).
       01  WS-RUN-START-TIME   PIC 9(8).
       01  WS-RUN-STATUS       PIC X(8) VALUE "OK".

       PROCEDURE DIVISION.
       000-BEGIN.
           CALL "GETDSN" USING WS-VEHM-DSN
           CALL "GETDSN" USING WS-MHI-DSN
           CALL "GETDSN" USING WS-ASGF-DSN
           CALL "GETOPER" USING WS-OPERATOR-ID
           CALL "GETBDATE" USING WS-RUN-START-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-RUN-START-TIME
           MOVE WS-RUN-START-DATE TO WS-PRN-RUN-DATE
           MOVE WS-RUN-START-DATE(1:4) TO WS-RUN-YEAR
           MOVE WS-RUN-START-DATE(5:2) TO WS-RUN-MONTH
           COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(WS-RUN-START-DATE) - 365)
           INITIALIZE YEAR-TOTALS
           PERFORM 001-LOAD-CRITERIA THRU 001-EXIT
           IF WS-RPC-COUNT = 0
              DISPLAY "REPLPLAN: no replacement criteria on file, "
                 "maintain them through RPLMAINT first."
              MOVE "ABORTED" TO WS-RUN-STATUS
              MOVE 8 TO RETURN-CODE
              PERFORM 016-RECORD-RUN-HISTORY THRU 016-EXIT
              GOBACK
           END-IF
           PERFORM 002-LOAD-VEHICLES THRU 002-EXIT
           IF WS-RPV-COUNT = 0
              DISPLAY "REPLPLAN: no active vehicles on the master."
              MOVE 4 TO RETURN-CODE
              PERFORM 016-RECORD-RUN-HISTORY THRU 016-EXIT
              GOBACK
           END-IF
           PERFORM 003-LOAD-ASSIGNMENTS THRU 003-EXIT
           PERFORM 004-LOAD-ASSETS THRU 004-EXIT
           PERFORM 005-LOAD-COSTS THRU 005-EXIT
           PERFORM 006-LOAD-MILEAGE THRU 006-EXIT
           PERFORM 007-LOAD-DOWNTIME THRU 007-EXIT
           PERFORM VARYING RPV-IDX FROM 1 BY 1
              UNTIL RPV-IDX > WS-RPV-COUNT
              PERFORM 008-SCORE-ONE-VEHICLE THRU 008-EXIT
           END-PERFORM
           OPEN OUTPUT PRINT-FILE
           PERFORM 010-VEHICLE-SECTION THRU 010-EXIT
           PERFORM 011-PLAN-SECTION THRU 011-EXIT
           CLOSE PRINT-FILE
           CALL "SPOOLSAVE" USING WS-SPOOL-PROGRAM WS-SPOOL-FILE
           DISPLAY "-----------------------------------------------"
           DISPLAY "Vehicles scored  . . . . . . . : " WS-RPV-COUNT
           DISPLAY "Due for replacement now  . . . : " WS-DUE-COUNT
           DISPLAY "Vehicles with no criteria  . . : " WS-NO-CRIT-COUNT
           MOVE WS-PLAN-TOTAL TO WS-PRN-COST
           DISPLAY "Five-year plan total . . . . . : " WS-PRN-COST
           DISPLAY "==============================================="
           IF WS-DROPPED-COUNT > 0
              DISPLAY "REPLPLAN: " WS-DROPPED-COUNT
                 " vehicles beyond table capacity were not scored."
              MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-NO-CRIT-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 016-RECORD-RUN-HISTORY THRU 016-EXIT
           GOBACK
       .

       001-LOAD-CRITERIA.
           MOVE ZEROS TO WS-RPC-COUNT
           OPEN INPUT CRIT-FILE
           IF WS-RPC-FSTATUS NOT = "00"
              GO TO 001-EXIT
           END-IF
           PERFORM UNTIL END-OF-CRITERIA
              READ CRIT-FILE
                 AT END MOVE "Y" TO WS-RPC-EOF-SW
                 NOT AT END
                    IF WS-RPC-COUNT < WS-RPC-MAX
                       ADD 1 TO WS-RPC-COUNT
                       MOVE RPC-CLASS TO RPC-TBL-CLASS(WS-RPC-COUNT)
                       MOVE RPC-MAX-AGE TO RPC-TBL-AGE(WS-RPC-COUNT)
                       MOVE RPC-MAX-MILES TO
                          RPC-TBL-MILES(WS-RPC-COUNT)
                       MOVE RPC-MAX-CPM TO RPC-TBL-CPM(WS-RPC-COUNT)
                       MOVE RPC-MAX-DOWN TO RPC-TBL-DOWN(WS-RPC-COUNT)
                       MOVE RPC-REPL-COST TO
                          RPC-TBL-COST(WS-RPC-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CRIT-FILE
       .
       001-EXIT.
           EXIT
       .

       002-LOAD-VEHICLES.
           OPEN INPUT VEHICLE-MASTER
           IF WS-VEH-FSTATUS NOT = "00"
              GO TO 002-EXIT
           END-IF
           PERFORM UNTIL END-OF-VEHICLES
              READ VEHICLE-MASTER NEXT
                 AT END MOVE "Y" TO WS-VEH-EOF-SW
                 NOT AT END
                    IF NOT VEH-DISPOSED
                       IF WS-RPV-COUNT < WS-RPV-MAX
                          ADD 1 TO WS-RPV-COUNT
                          INITIALIZE RPV-ENTRY(WS-RPV-COUNT)
                          MOVE VEH-ID TO RPV-VEH-ID(WS-RPV-COUNT)
                          MOVE VEH-CLASS TO RPV-CLASS(WS-RPV-COUNT)
                          MOVE VEH-END-ODOM TO RPV-ODOM(WS-RPV-COUNT)
                          MOVE "????" TO RPV-CC(WS-RPV-COUNT)
                       ELSE
                          ADD 1 TO WS-DROPPED-COUNT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE VEHICLE-MASTER
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
           PERFORM VARYING RPV-IDX FROM 1 BY 1
              UNTIL RPV-IDX > WS-RPV-COUNT
              MOVE ZEROS TO WS-BEST-DATE
              PERFORM VARYING ASG-IDX FROM 1 BY 1
                 UNTIL ASG-IDX > WS-ASG-COUNT
                 IF ASG-VEH-ID(ASG-IDX) = RPV-VEH-ID(RPV-IDX)
                    AND ASG-EFF-DATE(ASG-IDX) NOT > WS-RUN-START-DATE
                    AND (ASG-END-DATE(ASG-IDX) = 0
                       OR ASG-END-DATE(ASG-IDX) > WS-RUN-START-DATE)
                    AND ASG-EFF-DATE(ASG-IDX) NOT < WS-BEST-DATE
                    MOVE ASG-EFF-DATE(ASG-IDX) TO WS-BEST-DATE
                    MOVE ASG-CC(ASG-IDX) TO RPV-CC(RPV-IDX)
                 END-IF
              END-PERFORM
           END-PERFORM
       .
       003-EXIT.
           EXIT
       .

       004-LOAD-ASSETS.
           OPEN INPUT ASSET-FILE
           IF WS-AST-FSTATUS NOT = "00"
              GO TO 004-EXIT
           END-IF
           PERFORM UNTIL END-OF-ASSETS
              READ ASSET-FILE
                 AT END MOVE "Y" TO WS-AST-EOF-SW
                 NOT AT END
                    MOVE AST-VEH-ID TO WS-WANT-VEH-ID
                    PERFORM 009-FIND-VEHICLE THRU 009-EXIT
                    IF WS-RPV-MATCH > 0 AND AST-ACQ-DATE NUMERIC
                       MOVE AST-ACQ-DATE TO
                          RPV-INSVC-DATE(WS-RPV-MATCH)
                       MOVE "Y" TO RPV-ACQ-SW(WS-RPV-MATCH)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ASSET-FILE
       .
       004-EXIT.
           EXIT
       .

       005-LOAD-COSTS.
           MOVE "wo-costs.dat" TO WS-COST-NAME
           PERFORM 017-READ-COST-FILE THRU 017-EXIT
           OPEN INPUT CATALOG-FILE
           IF WS-CAT-FSTATUS NOT = "00"
              GO TO 005-EXIT
           END-IF
           PERFORM UNTIL END-OF-CATALOG
              READ CATALOG-FILE
                 AT END MOVE "Y" TO WS-CAT-EOF-SW
                 NOT AT END
                    IF ARC-SOURCE = "wo-costs.dat"
                       MOVE ARC-NAME TO WS-COST-NAME
                       PERFORM 017-READ-COST-FILE THRU 017-EXIT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CATALOG-FILE
       .
       005-EXIT.
           EXIT
       .

       006-LOAD-MILEAGE.
           OPEN INPUT MILEAGE-HIST-FILE
           IF WS-MHIST-FSTATUS NOT = "00"
              GO TO 006-EXIT
           END-IF
           PERFORM UNTIL END-OF-HISTORY
              READ MILEAGE-HIST-FILE NEXT
                 AT END MOVE "Y" TO WS-MH-EOF-SW
                 NOT AT END
                    MOVE MH-VEH-ID TO WS-WANT-VEH-ID
                    PERFORM 009-FIND-VEHICLE THRU 009-EXIT
                    IF WS-RPV-MATCH > 0
                       ADD MH-MILEAGE TO RPV-HIST-MILES(WS-RPV-MATCH)
                       IF MH-PERIOD-DATE > WS-WINDOW-START
                          AND MH-PERIOD-DATE NOT > WS-RUN-START-DATE
                          ADD MH-MILEAGE TO
                             RPV-WIN-MILES(WS-RPV-MATCH)
                          ADD 1 TO RPV-WIN-MONTHS(WS-RPV-MATCH)
                       END-IF
                       IF NOT RPV-ON-REGISTER(WS-RPV-MATCH)
                          AND (RPV-INSVC-DATE(WS-RPV-MATCH) = 0
                          OR MH-PERIOD-DATE <
                             RPV-INSVC-DATE(WS-RPV-MATCH))
                          MOVE MH-PERIOD-DATE TO
                             RPV-INSVC-DATE(WS-RPV-MATCH)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE MILEAGE-HIST-FILE
       .
       006-EXIT.
           EXIT
       .

       007-LOAD-DOWNTIME.
           OPEN INPUT OOS-FILE
           IF WS-OOS-FSTATUS NOT = "00"
              GO TO 007-EXIT
           END-IF
           PERFORM UNTIL END-OF-OOS
              READ OOS-FILE
                 AT END MOVE "Y" TO WS-OOS-EOF-SW
                 NOT AT END
                    IF OOS-START-DATE NUMERIC
                       PERFORM 015-POST-DOWNTIME THRU 015-EXIT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE OOS-FILE
       .
       007-EXIT.
           EXIT
       .

       008-SCORE-ONE-VEHICLE.
           IF RPV-INSVC-DATE(RPV-IDX) = 0
              MOVE WS-RUN-START-DATE TO RPV-INSVC-DATE(RPV-IDX)
           END-IF
           MOVE RPV-INSVC-DATE(RPV-IDX)(1:4) TO WS-INSVC-YEAR
           MOVE RPV-INSVC-DATE(RPV-IDX)(5:2) TO WS-INSVC-MONTH
           IF RPV-INSVC-DATE(RPV-IDX) < WS-RUN-START-DATE
              COMPUTE RPV-AGE(RPV-IDX) =
                 (WS-RUN-YEAR - WS-INSVC-YEAR) * 12
                 + WS-RUN-MONTH - WS-INSVC-MONTH
           END-IF
           IF RPV-HIST-MILES(RPV-IDX) > 0
              COMPUTE RPV-CPM(RPV-IDX) ROUNDED =
                 RPV-MAINT-COST(RPV-IDX) / RPV-HIST-MILES(RPV-IDX)
           END-IF
           IF RPV-WIN-MONTHS(RPV-IDX) > 0
              COMPUTE RPV-ANNUAL(RPV-IDX) ROUNDED =
                 RPV-WIN-MILES(RPV-IDX) * 12 / RPV-WIN-MONTHS(RPV-IDX)
           END-IF
           PERFORM 013-FIND-CRITERIA THRU 013-EXIT
           IF WS-RPC-MATCH = 0
              ADD 1 TO WS-NO-CRIT-COUNT
              MOVE 9999 TO RPV-YEAR(RPV-IDX)
              GO TO 008-EXIT
           END-IF
           MOVE RPC-TBL-COST(WS-RPC-MATCH) TO RPV-REPL-COST(RPV-IDX)
           MOVE ZEROS TO WS-AGE-PCT WS-MILES-PCT WS-CPM-PCT
              WS-DOWN-PCT
           IF RPC-TBL-AGE(WS-RPC-MATCH) > 0
              COMPUTE WS-AGE-PCT = RPV-AGE(RPV-IDX) * 100
                 / RPC-TBL-AGE(WS-RPC-MATCH)
           END-IF
           IF RPC-TBL-MILES(WS-RPC-MATCH) > 0
              COMPUTE WS-MILES-PCT = RPV-ODOM(RPV-IDX) * 100
                 / RPC-TBL-MILES(WS-RPC-MATCH)
           END-IF
           IF RPC-TBL-CPM(WS-RPC-MATCH) > 0
              COMPUTE WS-CPM-PCT = RPV-CPM(RPV-IDX) * 100
                 / RPC-TBL-CPM(WS-RPC-MATCH)
           END-IF
           IF RPC-TBL-DOWN(WS-RPC-MATCH) > 0
              COMPUTE WS-DOWN-PCT = RPV-DOWN-DAYS(RPV-IDX) * 100
                 / RPC-TBL-DOWN(WS-RPC-MATCH)
           END-IF
           IF WS-AGE-PCT > WS-PCT-CAP MOVE WS-PCT-CAP TO WS-AGE-PCT
           END-IF
           IF WS-MILES-PCT > WS-PCT-CAP
              MOVE WS-PCT-CAP TO WS-MILES-PCT
           END-IF
           IF WS-CPM-PCT > WS-PCT-CAP MOVE WS-PCT-CAP TO WS-CPM-PCT
           END-IF
           IF WS-DOWN-PCT > WS-PCT-CAP
              MOVE WS-PCT-CAP TO WS-DOWN-PCT
           END-IF
           COMPUTE RPV-SCORE(RPV-IDX) = (WS-AGE-PCT + WS-MILES-PCT
              + WS-CPM-PCT + WS-DOWN-PCT) / 4
           IF WS-AGE-PCT NOT < 100 OR WS-MILES-PCT NOT < 100
              OR WS-CPM-PCT NOT < 100 OR WS-DOWN-PCT NOT < 100
              MOVE WS-RUN-YEAR TO RPV-YEAR(RPV-IDX)
              ADD 1 TO WS-DUE-COUNT
              PERFORM 014-POST-PLAN THRU 014-EXIT
              GO TO 008-EXIT
           END-IF
           MOVE 99999 TO WS-MONTHS-LEFT
           IF RPC-TBL-AGE(WS-RPC-MATCH) > 0
              COMPUTE WS-MONTHS-LEFT = RPC-TBL-AGE(WS-RPC-MATCH)
                 - RPV-AGE(RPV-IDX)
           END-IF
           IF RPC-TBL-MILES(WS-RPC-MATCH) > 0
              AND RPV-ANNUAL(RPV-IDX) > 0
              COMPUTE WS-MONTHS-MILES =
                 (RPC-TBL-MILES(WS-RPC-MATCH) - RPV-ODOM(RPV-IDX))
                 * 12 / RPV-ANNUAL(RPV-IDX)
              IF WS-MONTHS-MILES < WS-MONTHS-LEFT
                 MOVE WS-MONTHS-MILES TO WS-MONTHS-LEFT
              END-IF
           END-IF
           IF WS-MONTHS-LEFT = 99999
              MOVE 9999 TO RPV-YEAR(RPV-IDX)
              GO TO 008-EXIT
           END-IF
           COMPUTE WS-MONTH-SPAN = WS-RUN-MONTH - 1 + WS-MONTHS-LEFT
           COMPUTE RPV-YEAR(RPV-IDX) = WS-RUN-YEAR
              + (WS-MONTH-SPAN / 12)
           PERFORM 014-POST-PLAN THRU 014-EXIT
       .
       008-EXIT.
           EXIT
       .

       009-FIND-VEHICLE.
           MOVE ZEROS TO WS-RPV-MATCH
           PERFORM VARYING RPV-IDX FROM 1 BY 1
              UNTIL RPV-IDX > WS-RPV-COUNT OR WS-RPV-MATCH > 0
              IF RPV-VEH-ID(RPV-IDX) = WS-WANT-VEH-ID
                 SET WS-RPV-MATCH TO RPV-IDX
              END-IF
           END-PERFORM
       .
       009-EXIT.
           EXIT
       .

       010-VEHICLE-SECTION.
           MOVE SPACES TO WS-PRINT-LINE
           STRING "FLEET REPLACEMENT PLANNING   RUN DATE "
              WS-PRN-RUN-DATE DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE "1" TO PRN-CARRIAGE-CTL
           MOVE WS-PRINT-LINE TO PRN-TEXT
           WRITE PRINT-REC
           DISPLAY WS-PRINT-LINE
           MOVE "VEHICLE SCORES" TO WS-PRINT-LINE
           PERFORM 012-PRINT-ONE-LINE THRU 012-EXIT
           MOVE "VEHICLE CL CC   IN-SVC   AGE-MO ODOMETER ANNUAL-MI"
              TO WS-PRINT-LINE
           MOVE " COST/MILE DOWN SCORE REPLACE  REPL-COST"
              TO WS-PRINT-LINE(52:41)
           PERFORM 012-PRINT-ONE-LINE THRU 012-EXIT
           PERFORM VARYING RPV-IDX FROM 1 BY 1
              UNTIL RPV-IDX > WS-RPV-COUNT
              MOVE RPV-ODOM(RPV-IDX) TO WS-PRN-ODOM
              MOVE RPV-ANNUAL(RPV-IDX) TO WS-PRN-ANNUAL
              MOVE RPV-CPM(RPV-IDX) TO WS-PRN-CPM
              MOVE RPV-REPL-COST(RPV-IDX) TO WS-PRN-PLAN-COST
              MOVE SPACES TO WS-PRINT-LINE
              STRING RPV-VEH-ID(RPV-IDX) "  " RPV-CLASS(RPV-IDX) " "
                 RPV-CC(RPV-IDX) " " RPV-INSVC-DATE(RPV-IDX) "  "
                 RPV-AGE(RPV-IDX) "  " WS-PRN-ODOM " "
                 WS-PRN-ANNUAL "  " WS-PRN-CPM " "
                 RPV-DOWN-DAYS(RPV-IDX) "   " RPV-SCORE(RPV-IDX) "  "
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
              IF RPV-YEAR(RPV-IDX) = 9999
                 MOVE "NO CRITERIA" TO WS-PRINT-LINE(85:11)
                 IF RPV-REPL-COST(RPV-IDX) > 0
                    MOVE "NO FORECAST" TO WS-PRINT-LINE(85:11)
                 END-IF
              ELSE
                 MOVE RPV-YEAR(RPV-IDX) TO WS-PRINT-LINE(85:4)
                 MOVE WS-PRN-PLAN-COST TO WS-PRINT-LINE(91:10)
              END-IF
              PERFORM 012-PRINT-ONE-LINE THRU 012-EXIT
           END-PERFORM
       .
       010-EXIT.
           EXIT
       .

       011-PLAN-SECTION.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 012-PRINT-ONE-LINE THRU 012-EXIT
           MOVE "FIVE-YEAR CAPITAL PLAN BY COST CENTER (COUNT / COST)"
              TO WS-PRINT-LINE
           PERFORM 012-PRINT-ONE-LINE THRU 012-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           MOVE "CC  " TO WS-PRINT-LINE(1:4)
           MOVE 7 TO WS-PRINT-COL
           PERFORM VARYING YR-IDX FROM 1 BY 1 UNTIL YR-IDX > 5
              COMPUTE WS-INSVC-YEAR = WS-RUN-YEAR + YR-IDX - 1
              MOVE SPACES TO WS-PRN-YEAR-CELL
              STRING "           " WS-INSVC-YEAR
                 DELIMITED BY SIZE INTO WS-PRN-YEAR-CELL
              MOVE WS-PRN-YEAR-CELL TO WS-PRINT-LINE(WS-PRINT-COL:15)
              ADD 16 TO WS-PRINT-COL
           END-PERFORM
           PERFORM 012-PRINT-ONE-LINE THRU 012-EXIT
           PERFORM VARYING PLN-IDX FROM 1 BY 1
              UNTIL PLN-IDX > WS-PLN-COUNT
              MOVE SPACES TO WS-PRINT-LINE
              MOVE PLN-CC(PLN-IDX) TO WS-PRINT-LINE(1:4)
              MOVE 7 TO WS-PRINT-COL
              PERFORM VARYING YR-IDX FROM 1 BY 1 UNTIL YR-IDX > 5
                 MOVE PLN-COUNT(PLN-IDX, YR-IDX) TO WS-PRN-PLAN-COUNT
                 MOVE PLN-COST(PLN-IDX, YR-IDX) TO WS-PRN-PLAN-COST
                 MOVE SPACES TO WS-PRN-YEAR-CELL
                 STRING WS-PRN-PLAN-COUNT " " WS-PRN-PLAN-COST
                    DELIMITED BY SIZE INTO WS-PRN-YEAR-CELL
                 MOVE WS-PRN-YEAR-CELL TO
                    WS-PRINT-LINE(WS-PRINT-COL:15)
                 ADD 16 TO WS-PRINT-COL
              END-PERFORM
              PERFORM 012-PRINT-ONE-LINE THRU 012-EXIT
           END-PERFORM
           MOVE SPACES TO WS-PRINT-LINE
           MOVE "TOTAL" TO WS-PRINT-LINE(1:5)
           MOVE 7 TO WS-PRINT-COL
           PERFORM VARYING YR-IDX FROM 1 BY 1 UNTIL YR-IDX > 5
              MOVE YTL-COUNT(YR-IDX) TO WS-PRN-PLAN-COUNT
              MOVE YTL-COST(YR-IDX) TO WS-PRN-PLAN-COST
              MOVE SPACES TO WS-PRN-YEAR-CELL
              STRING WS-PRN-PLAN-COUNT " " WS-PRN-PLAN-COST
                 DELIMITED BY SIZE INTO WS-PRN-YEAR-CELL
              MOVE WS-PRN-YEAR-CELL TO WS-PRINT-LINE(WS-PRINT-COL:15)
              ADD 16 TO WS-PRINT-COL
           END-PERFORM
           PERFORM 012-PRINT-ONE-LINE THRU 012-EXIT
       .
       011-EXIT.
           EXIT
       .

       012-PRINT-ONE-LINE.
           MOVE " " TO PRN-CARRIAGE-CTL
           MOVE WS-PRINT-LINE TO PRN-TEXT
           WRITE PRINT-REC
           DISPLAY WS-PRINT-LINE
       .
       012-EXIT.
           EXIT
       .

       013-FIND-CRITERIA.
           MOVE ZEROS TO WS-RPC-MATCH
           PERFORM VARYING RPC-IDX FROM 1 BY 1
              UNTIL RPC-IDX > WS-RPC-COUNT
              IF RPC-TBL-CLASS(RPC-IDX) = RPV-CLASS(RPV-IDX)
                 SET WS-RPC-MATCH TO RPC-IDX
              END-IF
              IF RPC-TBL-CLASS(RPC-IDX) = "**" AND WS-RPC-MATCH = 0
                 SET WS-RPC-MATCH TO RPC-IDX
              END-IF
           END-PERFORM
       .
       013-EXIT.
           EXIT
       .

       014-POST-PLAN.
           IF RPV-YEAR(RPV-IDX) > WS-RUN-YEAR + 4
              GO TO 014-EXIT
           END-IF
           COMPUTE WS-PLAN-SLOT = RPV-YEAR(RPV-IDX) - WS-RUN-YEAR + 1
           MOVE ZEROS TO WS-PLN-MATCH
           PERFORM VARYING PLN-IDX FROM 1 BY 1
              UNTIL PLN-IDX > WS-PLN-COUNT OR WS-PLN-MATCH > 0
              IF PLN-CC(PLN-IDX) = RPV-CC(RPV-IDX)
                 SET WS-PLN-MATCH TO PLN-IDX
              END-IF
           END-PERFORM
           IF WS-PLN-MATCH = 0
              IF WS-PLN-COUNT >= WS-PLN-MAX
                 GO TO 014-EXIT
              END-IF
              ADD 1 TO WS-PLN-COUNT
              MOVE WS-PLN-COUNT TO WS-PLN-MATCH
              INITIALIZE PLN-ENTRY(WS-PLN-MATCH)
              MOVE RPV-CC(RPV-IDX) TO PLN-CC(WS-PLN-MATCH)
           END-IF
           ADD 1 TO PLN-COUNT(WS-PLN-MATCH, WS-PLAN-SLOT)
           ADD RPV-REPL-COST(RPV-IDX) TO
              PLN-COST(WS-PLN-MATCH, WS-PLAN-SLOT)
           ADD 1 TO YTL-COUNT(WS-PLAN-SLOT)
           ADD RPV-REPL-COST(RPV-IDX) TO YTL-COST(WS-PLAN-SLOT)
           ADD RPV-REPL-COST(RPV-IDX) TO WS-PLAN-TOTAL
       .
       014-EXIT.
           EXIT
       .

       015-POST-DOWNTIME.
           MOVE OOS-VEH-ID TO WS-WANT-VEH-ID
           PERFORM 009-FIND-VEHICLE THRU 009-EXIT
           IF WS-RPV-MATCH = 0
              GO TO 015-EXIT
           END-IF
           MOVE OOS-START-DATE TO WS-CLIP-START
           IF OOS-END-DATE NUMERIC AND OOS-END-DATE > 0
              MOVE OOS-END-DATE TO WS-CLIP-END
           ELSE
              MOVE WS-RUN-START-DATE TO WS-CLIP-END
           END-IF
           IF WS-CLIP-START NOT > WS-WINDOW-START
              COMPUTE WS-CLIP-START = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE(WS-WINDOW-START) + 1)
           END-IF
           IF WS-CLIP-END > WS-RUN-START-DATE
              MOVE WS-RUN-START-DATE TO WS-CLIP-END
           END-IF
           IF WS-CLIP-START > WS-CLIP-END
              GO TO 015-EXIT
           END-IF
           COMPUTE WS-DAYS-DOWN =
              FUNCTION INTEGER-OF-DATE(WS-CLIP-END)
              - FUNCTION INTEGER-OF-DATE(WS-CLIP-START) + 1
           ADD WS-DAYS-DOWN TO RPV-DOWN-DAYS(WS-RPV-MATCH)
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
           MOVE "REPLPLAN" TO RUNH-PROGRAM
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

       017-READ-COST-FILE.
           MOVE "N" TO WS-COST-EOF-SW
           OPEN INPUT COST-FILE
           IF WS-COST-FSTATUS NOT = "00"
              GO TO 017-EXIT
           END-IF
           PERFORM UNTIL END-OF-COSTS
              READ COST-FILE
                 AT END MOVE "Y" TO WS-COST-EOF-SW
                 NOT AT END
                    MOVE WOC-VEH-ID TO WS-WANT-VEH-ID
                    PERFORM 009-FIND-VEHICLE THRU 009-EXIT
                    IF WS-RPV-MATCH > 0
                       ADD WOC-TOTAL-COST TO
                          RPV-MAINT-COST(WS-RPV-MATCH)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE COST-FILE
       .
       017-EXIT.
           EXIT
       .

       IDENTIFICATION DIVISION.
       PROGRAM-ID. POOLDMD.
       AUTHOR. JAKKRIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESV-FILE ASSIGN TO DYNAMIC WS-RSVI-DSN
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS RSV-NUMBER
              ALTERNATE RECORD KEY IS RSV-VEH-ID WITH DUPLICATES
              FILE STATUS IS WS-RSV-FSTATUS.
           SELECT POOL-PARM-FILE ASSIGN TO "pooldmd-parm.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PDP-FSTATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO "run-history.idx"
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS RUNH-KEY
              FILE STATUS IS WS-RUNH-FSTATUS.
           SELECT PRINT-FILE ASSIGN TO "pooldmd-print.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RESV-FILE.
       COPY "pool-resv.cpy".

       FD  POOL-PARM-FILE.
       01  POOL-PARM-REC.
           05 PDP-FROM-DATE    PIC 9(8).
           05 PDP-TO-DATE      PIC 9(8).
           05 PDP-SERVICE-PCT  PIC 9(3).

       FD  RUN-HISTORY-FILE.
       COPY "run-history.cpy".

       FD  PRINT-FILE.
       COPY "print-line.cpy".

       WORKING-STORAGE SECTION.
       COPY "run-stamp.cpy".
       01  WS-RSVI-DSN        PIC X(40)
           VALUE "pool-resv.idx".
       01  WS-SPOOL-PROGRAM    PIC X(12) VALUE "POOLDMD".
       01  WS-SPOOL-FILE       PIC X(40)
           VALUE "pooldmd-print.dat".
       01  WS-OPERATOR-ID      PIC X(8) VALUE "SYSTEM".
       01  WS-RSV-FSTATUS      PIC XX VALUE "00".
       01  WS-PDP-FSTATUS      PIC XX VALUE "00".
       01  WS-RUNH-FSTATUS     PIC XX VALUE "00".
       01  WS-RSV-EOF-SW       PIC X VALUE "N".
           88 END-OF-RESV         VALUE "Y".
       01  WS-FROM-DATE        PIC 9(8) VALUE ZEROS.
       01  WS-TO-DATE          PIC 9(8) VALUE ZEROS.
       01  WS-FROM-INT         PIC 9(8) VALUE ZEROS.
       01  WS-TO-INT           PIC 9(8) VALUE ZEROS.
       01  WS-DEFAULT-DAYS     PIC 9(3) VALUE 91.
       01  WS-SERVICE-PCT      PIC 9(3) VALUE 90.
       01  DAY-TABLE.
           05 DAY-ENTRY OCCURS 400 TIMES INDEXED BY DAY-IDX.
              10 DAY-DATE       PIC 9(8).
              10 DAY-DOW        PIC 9.
              10 DAY-OUT        PIC 9(3).
              10 DAY-TURNED     PIC 9(3).
       01  WS-DAY-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-DAY-MAX          PIC 9(3) VALUE 400.
       01  WS-DOW-NAMES        PIC X(21)
           VALUE "SUNMONTUEWEDTHUFRISAT".
       01  WS-DOW-NAME-TBL REDEFINES WS-DOW-NAMES.
           05 WS-DOW-NAME      PIC X(3) OCCURS 7 TIMES.
       01  DOW-TABLE.
           05 DOW-ENTRY OCCURS 7 TIMES INDEXED BY DOW-IDX.
              10 DOW-DAYS       PIC 9(3).
              10 DOW-OUT-SUM    PIC 9(6).
              10 DOW-PEAK       PIC 9(3).
              10 DOW-TURNED     PIC 9(5).
       01  DEMAND-TABLE.
           05 DEM-DAYS OCCURS 201 TIMES INDEXED BY DEM-IDX
                                PIC 9(3).
       01  VEH-TABLE.
           05 VEH-ENTRY OCCURS 200 TIMES INDEXED BY VEH-IDX.
              10 VEH-TBL-ID     PIC X(6).
       01  WS-VEH-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-VEH-MAX          PIC 9(3) VALUE 200.
       01  WS-VEH-FOUND-SW     PIC X VALUE "N".
           88 VEHICLE-LISTED      VALUE "Y".
       01  WS-OVL-FROM         PIC 9(8) VALUE ZEROS.
       01  WS-OVL-TO           PIC 9(8) VALUE ZEROS.
       01  WS-FIRST-SUB        PIC 9(3) VALUE ZEROS.
       01  WS-LAST-SUB         PIC 9(3) VALUE ZEROS.
       01  WS-DAY-SUB          PIC 9(3) VALUE ZEROS.
       01  WS-DATE-INT         PIC 9(8) VALUE ZEROS.
       01  WS-DOW-SUB          PIC 9 VALUE ZEROS.
       01  WS-DEMAND           PIC 9(3) VALUE ZEROS.
       01  WS-PEAK-DEMAND      PIC 9(3) VALUE ZEROS.
       01  WS-PEAK-OUT         PIC 9(3) VALUE ZEROS.
       01  WS-PEAK-DATE        PIC 9(8) VALUE ZEROS.
       01  WS-CUM-DAYS         PIC 9(5) VALUE ZEROS.
       01  WS-CUM-PCT          PIC 9(3)V9(1) VALUE ZEROS.
       01  WS-NEED-DAYS        PIC 9(5)V9(2) VALUE ZEROS.
       01  WS-RECOMMEND        PIC 9(3) VALUE ZEROS.
       01  WS-RECOMMEND-SW     PIC X VALUE "N".
           88 RECOMMEND-SET       VALUE "Y".
       01  WS-CHANGE           PIC 9(3) VALUE ZEROS.
       01  WS-VEH-DAYS-OUT     PIC 9(7) VALUE ZEROS.
       01  WS-UTIL-PCT         PIC 9(3)V9(1) VALUE ZEROS.
       01  WS-AVG-OUT          PIC 9(3)V9(1) VALUE ZEROS.
       01  WS-TRIP-DAYS        PIC 9(5) VALUE ZEROS.
       01  WS-TOT-TRIP-DAYS    PIC 9(7) VALUE ZEROS.
       01  WS-TOT-TRIP-MILES   PIC 9(9) VALUE ZEROS.
       01  WS-MILES-COUNT      PIC 9(5) VALUE ZEROS.
       01  WS-AVG-DAYS         PIC 9(3)V9(1) VALUE ZEROS.
       01  WS-AVG-MILES        PIC 9(6)V9(1) VALUE ZEROS.
       01  WS-READ-COUNT       PIC 9(5) VALUE ZEROS.
       01  WS-USED-COUNT       PIC 9(5) VALUE ZEROS.
       01  WS-TURNED-COUNT     PIC 9(5) VALUE ZEROS.
       01  WS-CANCEL-COUNT     PIC 9(5) VALUE ZEROS.
       01  WS-PENDING-COUNT    PIC 9(5) VALUE ZEROS.
       01  WS-PRN-COUNT        PIC ZZ9.
       01  WS-PRN-DAYS         PIC ZZ9.
       01  WS-PRN-AVG          PIC ZZ9.9.
       01  WS-PRN-PCT          PIC ZZ9.9.
       01  WS-PRN-TURNED       PIC ZZ,ZZ9.
       01  WS-PRN-MILES        PIC ZZZ,ZZ9.9.
       01  WS-PRINT-LINE       PIC X(132) VALUE SPACES.
       01  WS-RUN-START-DATE   PIC 9(8).
       01  WS-RUN-START-TIME   PIC 9(8).
       01  WS-RUN-STATUS       PIC X(8) VALUE "OK".

       PROCEDURE DIVISION.
       000-BEGIN.
           CALL "GETDSN" USING WS-RSVI-DSN
           CALL "GETOPER" USING WS-OPERATOR-ID
           CALL "GETBDATE" USING WS-RUN-START-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-RUN-START-TIME
           MOVE WS-RUN-START-DATE TO WS-PRN-RUN-DATE
           PERFORM 001-READ-PARM THRU 001-EXIT
           PERFORM 002-BUILD-DAYS THRU 002-EXIT
           OPEN INPUT RESV-FILE
           IF WS-RSV-FSTATUS NOT = "00"
              DISPLAY "POOLDMD: no reservations on file."
              MOVE 4 TO RETURN-CODE
              PERFORM 011-RECORD-RUN-HISTORY THRU 011-EXIT
              GOBACK
           END-IF
           PERFORM UNTIL END-OF-RESV
              READ RESV-FILE NEXT
                 AT END MOVE "Y" TO WS-RSV-EOF-SW
                 NOT AT END
                    ADD 1 TO WS-READ-COUNT
                    PERFORM 003-POST-RESV THRU 003-EXIT
              END-READ
           END-PERFORM
           CLOSE RESV-FILE
           PERFORM 005-SUMMARIZE-DAYS THRU 005-EXIT
           OPEN OUTPUT PRINT-FILE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "POOL FLEET RIGHT-SIZING DEMAND REPORT   RUN DATE "
              WS-PRN-RUN-DATE
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE "1" TO PRN-CARRIAGE-CTL
           MOVE WS-PRINT-LINE TO PRN-TEXT
           WRITE PRINT-REC
           DISPLAY WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "PERIOD " WS-FROM-DATE " TO " WS-TO-DATE
              "   SERVICE LEVEL " WS-SERVICE-PCT "%"
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 010-PRINT-ONE-LINE THRU 010-EXIT
           PERFORM 006-PRINT-DAILY THRU 006-EXIT
           PERFORM 007-PRINT-WEEKDAY THRU 007-EXIT
           PERFORM 008-PRINT-DISTRIBUTION THRU 008-EXIT
           PERFORM 009-PRINT-RECOMMENDATION THRU 009-EXIT
           CLOSE PRINT-FILE
           CALL "SPOOLSAVE" USING WS-SPOOL-PROGRAM WS-SPOOL-FILE
           DISPLAY "-----------------------------------------------"
           DISPLAY "Reservations read  . . . . . . : " WS-READ-COUNT
           DISPLAY "Dispatched in period . . . . . : " WS-USED-COUNT
           DISPLAY "Turned away (overlap)  . . . . : "
              WS-TURNED-COUNT
           DISPLAY "Cancelled  . . . . . . . . . . : "
              WS-CANCEL-COUNT
           DISPLAY "Requested, not yet dispatched  : "
              WS-PENDING-COUNT
           DISPLAY "Days analysed  . . . . . . . . : " WS-DAY-COUNT
           DISPLAY "Pool vehicles used . . . . . . : " WS-VEH-COUNT
           DISPLAY "Recommended pool size  . . . . : " WS-RECOMMEND
           DISPLAY "==============================================="
           PERFORM 011-RECORD-RUN-HISTORY THRU 011-EXIT
           GOBACK
       .

       001-READ-PARM.
           MOVE WS-RUN-START-DATE TO WS-TO-DATE
           COMPUTE WS-DATE-INT =
              FUNCTION INTEGER-OF-DATE(WS-TO-DATE)
              - WS-DEFAULT-DAYS + 1
           COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           OPEN INPUT POOL-PARM-FILE
           IF WS-PDP-FSTATUS NOT = "00"
              GO TO 001-EXIT
           END-IF
           READ POOL-PARM-FILE
              AT END CONTINUE
              NOT AT END
                 IF PDP-FROM-DATE NUMERIC AND PDP-FROM-DATE > 0
                    AND PDP-TO-DATE NUMERIC
                    AND PDP-TO-DATE NOT < PDP-FROM-DATE
                    MOVE PDP-FROM-DATE TO WS-FROM-DATE
                    MOVE PDP-TO-DATE TO WS-TO-DATE
                 END-IF
                 IF PDP-SERVICE-PCT NUMERIC
                    AND PDP-SERVICE-PCT NOT < 50
                    AND PDP-SERVICE-PCT NOT > 100
                    MOVE PDP-SERVICE-PCT TO WS-SERVICE-PCT
                 END-IF
           END-READ
           CLOSE POOL-PARM-FILE
       .
       001-EXIT.
           EXIT
       .

       002-BUILD-DAYS.
           COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)
           COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE(WS-TO-DATE)
           IF WS-TO-INT - WS-FROM-INT + 1 > WS-DAY-MAX
              COMPUTE WS-TO-INT = WS-FROM-INT + WS-DAY-MAX - 1
              COMPUTE WS-TO-DATE = FUNCTION DATE-OF-INTEGER(WS-TO-INT)
              DISPLAY "POOLDMD: period limited to " WS-DAY-MAX
                 " days, ending " WS-TO-DATE "."
           END-IF
           MOVE ZEROS TO DOW-TABLE
           MOVE ZEROS TO DEMAND-TABLE
           MOVE ZEROS TO WS-DAY-COUNT
           PERFORM VARYING WS-DATE-INT FROM WS-FROM-INT BY 1
              UNTIL WS-DATE-INT > WS-TO-INT
              ADD 1 TO WS-DAY-COUNT
              COMPUTE DAY-DATE(WS-DAY-COUNT) =
                 FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
              COMPUTE DAY-DOW(WS-DAY-COUNT) =
                 FUNCTION MOD(WS-DATE-INT, 7)
              MOVE ZEROS TO DAY-OUT(WS-DAY-COUNT)
              MOVE ZEROS TO DAY-TURNED(WS-DAY-COUNT)
           END-PERFORM
       .
       002-EXIT.
           EXIT
       .

       003-POST-RESV.
           EVALUATE TRUE
              WHEN RSV-CANCELLED
                 ADD 1 TO WS-CANCEL-COUNT
                 GO TO 003-EXIT
              WHEN RSV-REQUESTED
                 ADD 1 TO WS-PENDING-COUNT
                 GO TO 003-EXIT
              WHEN RSV-DISPATCHED OR RSV-RETURNED
                 OR RSV-TURNED-AWAY
                 CONTINUE
              WHEN OTHER
                 GO TO 003-EXIT
           END-EVALUATE
           IF RSV-FROM-DATE NOT NUMERIC OR RSV-TO-DATE NOT NUMERIC
              GO TO 003-EXIT
           END-IF
           IF RSV-FROM-DATE > WS-TO-DATE OR RSV-TO-DATE < WS-FROM-DATE
              OR RSV-TO-DATE < RSV-FROM-DATE
              GO TO 003-EXIT
           END-IF
           MOVE RSV-FROM-DATE TO WS-OVL-FROM
           IF WS-OVL-FROM < WS-FROM-DATE
              MOVE WS-FROM-DATE TO WS-OVL-FROM
           END-IF
           MOVE RSV-TO-DATE TO WS-OVL-TO
           IF WS-OVL-TO > WS-TO-DATE
              MOVE WS-TO-DATE TO WS-OVL-TO
           END-IF
           COMPUTE WS-FIRST-SUB = FUNCTION INTEGER-OF-DATE(WS-OVL-FROM)
              - WS-FROM-INT + 1
           COMPUTE WS-LAST-SUB = FUNCTION INTEGER-OF-DATE(WS-OVL-TO)
              - WS-FROM-INT + 1
           IF RSV-TURNED-AWAY
              ADD 1 TO WS-TURNED-COUNT
              PERFORM VARYING WS-DAY-SUB FROM WS-FIRST-SUB BY 1
                 UNTIL WS-DAY-SUB > WS-LAST-SUB
                 ADD 1 TO DAY-TURNED(WS-DAY-SUB)
              END-PERFORM
              COMPUTE WS-DOW-SUB = FUNCTION MOD(
                 FUNCTION INTEGER-OF-DATE(WS-OVL-FROM), 7) + 1
              ADD 1 TO DOW-TURNED(WS-DOW-SUB)
              GO TO 003-EXIT
           END-IF
           ADD 1 TO WS-USED-COUNT
           PERFORM VARYING WS-DAY-SUB FROM WS-FIRST-SUB BY 1
              UNTIL WS-DAY-SUB > WS-LAST-SUB
              ADD 1 TO DAY-OUT(WS-DAY-SUB)
           END-PERFORM
           COMPUTE WS-TRIP-DAYS = FUNCTION INTEGER-OF-DATE(RSV-TO-DATE)
              - FUNCTION INTEGER-OF-DATE(RSV-FROM-DATE) + 1
           ADD WS-TRIP-DAYS TO WS-TOT-TRIP-DAYS
           IF RSV-RETURNED AND RSV-OUT-ODOM NUMERIC
              AND RSV-IN-ODOM NUMERIC
              AND RSV-IN-ODOM NOT < RSV-OUT-ODOM
              ADD 1 TO WS-MILES-COUNT
              COMPUTE WS-TOT-TRIP-MILES = WS-TOT-TRIP-MILES
                 + RSV-IN-ODOM - RSV-OUT-ODOM
           END-IF
           PERFORM 004-NOTE-VEHICLE THRU 004-EXIT
       .
       003-EXIT.
           EXIT
       .

       004-NOTE-VEHICLE.
           MOVE "N" TO WS-VEH-FOUND-SW
           PERFORM VARYING VEH-IDX FROM 1 BY 1
              UNTIL VEH-IDX > WS-VEH-COUNT OR VEHICLE-LISTED
              IF VEH-TBL-ID(VEH-IDX) = RSV-VEH-ID
                 MOVE "Y" TO WS-VEH-FOUND-SW
              END-IF
           END-PERFORM
           IF NOT VEHICLE-LISTED AND WS-VEH-COUNT < WS-VEH-MAX
              ADD 1 TO WS-VEH-COUNT
              MOVE RSV-VEH-ID TO VEH-TBL-ID(WS-VEH-COUNT)
           END-IF
       .
       004-EXIT.
           EXIT
       .

       005-SUMMARIZE-DAYS.
           PERFORM VARYING DAY-IDX FROM 1 BY 1
              UNTIL DAY-IDX > WS-DAY-COUNT
              COMPUTE WS-DOW-SUB = DAY-DOW(DAY-IDX) + 1
              ADD 1 TO DOW-DAYS(WS-DOW-SUB)
              ADD DAY-OUT(DAY-IDX) TO DOW-OUT-SUM(WS-DOW-SUB)
              ADD DAY-OUT(DAY-IDX) TO WS-VEH-DAYS-OUT
              IF DAY-OUT(DAY-IDX) > DOW-PEAK(WS-DOW-SUB)
                 MOVE DAY-OUT(DAY-IDX) TO DOW-PEAK(WS-DOW-SUB)
              END-IF
              IF DAY-OUT(DAY-IDX) > WS-PEAK-OUT
                 MOVE DAY-OUT(DAY-IDX) TO WS-PEAK-OUT
                 MOVE DAY-DATE(DAY-IDX) TO WS-PEAK-DATE
              END-IF
              COMPUTE WS-DEMAND = DAY-OUT(DAY-IDX) + DAY-TURNED(DAY-IDX)
              IF WS-DEMAND > 200
                 MOVE 200 TO WS-DEMAND
              END-IF
              IF WS-DEMAND > WS-PEAK-DEMAND
                 MOVE WS-DEMAND TO WS-PEAK-DEMAND
              END-IF
              ADD 1 TO DEM-DAYS(WS-DEMAND + 1)
           END-PERFORM
           COMPUTE WS-NEED-DAYS = WS-DAY-COUNT * WS-SERVICE-PCT / 100
           MOVE ZEROS TO WS-CUM-DAYS
           MOVE "N" TO WS-RECOMMEND-SW
           PERFORM VARYING DEM-IDX FROM 1 BY 1
              UNTIL DEM-IDX > WS-PEAK-DEMAND + 1 OR RECOMMEND-SET
              ADD DEM-DAYS(DEM-IDX) TO WS-CUM-DAYS
              IF WS-CUM-DAYS NOT < WS-NEED-DAYS
                 MOVE "Y" TO WS-RECOMMEND-SW
                 SET WS-RECOMMEND TO DEM-IDX
                 SUBTRACT 1 FROM WS-RECOMMEND
              END-IF
           END-PERFORM
           IF WS-USED-COUNT > 0
              COMPUTE WS-AVG-DAYS ROUNDED =
                 WS-TOT-TRIP-DAYS / WS-USED-COUNT
           END-IF
           IF WS-MILES-COUNT > 0
              COMPUTE WS-AVG-MILES ROUNDED =
                 WS-TOT-TRIP-MILES / WS-MILES-COUNT
           END-IF
           IF WS-DAY-COUNT > 0
              COMPUTE WS-AVG-OUT ROUNDED =
                 WS-VEH-DAYS-OUT / WS-DAY-COUNT
           END-IF
           IF WS-DAY-COUNT > 0 AND WS-VEH-COUNT > 0
              COMPUTE WS-UTIL-PCT ROUNDED = WS-VEH-DAYS-OUT * 100
                 / (WS-VEH-COUNT * WS-DAY-COUNT)
           END-IF
       .
       005-EXIT.
           EXIT
       .

       006-PRINT-DAILY.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 010-PRINT-ONE-LINE THRU 010-EXIT
           MOVE "VEHICLES OUT AT ONCE BY DAY" TO WS-PRINT-LINE
           PERFORM 010-PRINT-ONE-LINE THRU 010-EXIT
           MOVE "DATE     DAY  OUT TURNED AWAY DEMAND" TO WS-PRINT-LINE
           PERFORM 010-PRINT-ONE-LINE THRU 010-EXIT
           PERFORM VARYING DAY-IDX FROM 1 BY 1
              UNTIL DAY-IDX > WS-DAY-COUNT
              COMPUTE WS-DOW-SUB = DAY-DOW(DAY-IDX) + 1
              MOVE DAY-OUT(DAY-IDX) TO WS-PRN-COUNT
              MOVE DAY-TURNED(DAY-IDX) TO WS-PRN-DAYS
              COMPUTE WS-DEMAND = DAY-OUT(DAY-IDX) + DAY-TURNED(DAY-IDX)
              MOVE SPACES TO WS-PRINT-LINE
              STRING DAY-DATE(DAY-IDX) " " WS-DOW-NAME(WS-DOW-SUB)
                 "  " WS-PRN-COUNT "         " WS-PRN-DAYS "    "
                 WS-DEMAND
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
              PERFORM 010-PRINT-ONE-LINE THRU 010-EXIT
           END-PERFORM
       .
       006-EXIT.
           EXIT
       .

       007-PRINT-WEEKDAY.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 010-PRINT-ONE-LINE THRU 010-EXIT
           MOVE "DEMAND BY DAY OF WEEK" TO WS-PRINT-LINE
           PERFORM 010-PRINT-ONE-LINE THRU 010-EXIT
           MOVE "DAY DAYS AVG OUT PEAK OUT TURNED AWAY" TO WS-PRINT-LINE
           PERFORM 010-PRINT-ONE-LINE THRU 010-EXIT
           PERFORM VARYING DOW-IDX FROM 1 BY 1 UNTIL DOW-IDX > 7
              MOVE ZEROS TO WS-AVG-OUT
              IF DOW-DAYS(DOW-IDX) > 0
                 COMPUTE WS-AVG-OUT ROUNDED =
                    DOW-OUT-SUM(DOW-IDX) / DOW-DAYS(DOW-IDX)
              END-IF
              MOVE DOW-DAYS(DOW-IDX) TO WS-PRN-DAYS
              MOVE WS-AVG-OUT TO WS-PRN-AVG
              MOVE DOW-PEAK(DOW-IDX) TO WS-PRN-COUNT
              MOVE DOW-TURNED(DOW-IDX) TO WS-PRN-TURNED
              MOVE SPACES TO WS-PRINT-LINE
              STRING WS-DOW-NAME(DOW-IDX) " " WS-PRN-DAYS "   "
                 WS-PRN-AVG "      " WS-PRN-COUNT "      "
                 WS-PRN-TURNED
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
              PERFORM 010-PRINT-ONE-LINE THRU 010-EXIT
           END-PERFORM
       .
       007-EXIT.
           EXIT
       .

       008-PRINT-DISTRIBUTION.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 010-PRINT-ONE-LINE THRU 010-EXIT
           MOVE "DAYS BY DEMAND LEVEL (OUT PLUS TURNED AWAY)"
              TO WS-PRINT-LINE
           PERFORM 010-PRINT-ONE-LINE THRU 010-EXIT
           MOVE "DEMAND DAYS CUM PCT" TO WS-PRINT-LINE
           PERFORM 010-PRINT-ONE-LINE THRU 010-EXIT
           MOVE ZEROS TO WS-CUM-DAYS
           PERFORM VARYING DEM-IDX FROM 1 BY 1
              UNTIL DEM-IDX > WS-PEAK-DEMAND + 1
              ADD DEM-DAYS(DEM-IDX) TO WS-CUM-DAYS
              IF DEM-DAYS(DEM-IDX) > 0
                 SET WS-DEMAND TO DEM-IDX
                 SUBTRACT 1 FROM WS-DEMAND
                 COMPUTE WS-CUM-PCT ROUNDED =
                    WS-CUM-DAYS * 100 / WS-DAY-COUNT
                 MOVE WS-DEMAND TO WS-PRN-COUNT
                 MOVE DEM-DAYS(DEM-IDX) TO WS-PRN-DAYS
                 MOVE WS-CUM-PCT TO WS-PRN-PCT
                 MOVE SPACES TO WS-PRINT-LINE
                 STRING "   " WS-PRN-COUNT "  " WS-PRN-DAYS "   "
                    WS-PRN-PCT
                    DELIMITED BY SIZE INTO WS-PRINT-LINE
                 PERFORM 010-PRINT-ONE-LINE THRU 010-EXIT
              END-IF
           END-PERFORM
       .
       008-EXIT.
           EXIT
       .

       009-PRINT-RECOMMENDATION.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 010-PRINT-ONE-LINE THRU 010-EXIT
           MOVE "TRIP PROFILE AND RECOMMENDATION" TO WS-PRINT-LINE
           PERFORM 010-PRINT-ONE-LINE THRU 010-EXIT
           MOVE WS-AVG-DAYS TO WS-PRN-AVG
           MOVE SPACES TO WS-PRINT-LINE
           STRING "Average trip length (days) . . : " WS-PRN-AVG
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 010-PRINT-ONE-LINE THRU 010-EXIT
           MOVE WS-AVG-MILES TO WS-PRN-MILES
           MOVE SPACES TO WS-PRINT-LINE
           STRING "Average trip miles (returned)  : " WS-PRN-MILES
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 010-PRINT-ONE-LINE THRU 010-EXIT
           MOVE WS-AVG-OUT TO WS-PRN-AVG
           MOVE SPACES TO WS-PRINT-LINE
           STRING "Average vehicles out per day . : " WS-PRN-AVG
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 010-PRINT-ONE-LINE THRU 010-EXIT
           MOVE WS-PEAK-OUT TO WS-PRN-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "Most vehicles out at once  . . : " WS-PRN-COUNT
              " ON " WS-PEAK-DATE
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 010-PRINT-ONE-LINE THRU 010-EXIT
           MOVE WS-TURNED-COUNT TO WS-PRN-TURNED
           MOVE SPACES TO WS-PRINT-LINE
           STRING "Requests turned away . . . . . : " WS-PRN-TURNED
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 010-PRINT-ONE-LINE THRU 010-EXIT
           MOVE WS-VEH-COUNT TO WS-PRN-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "Pool vehicles used in period . : " WS-PRN-COUNT
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 010-PRINT-ONE-LINE THRU 010-EXIT
           MOVE WS-UTIL-PCT TO WS-PRN-PCT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "Pool utilization (vehicle-days): " WS-PRN-PCT "%"
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 010-PRINT-ONE-LINE THRU 010-EXIT
           MOVE WS-RECOMMEND TO WS-PRN-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "Recommended pool size at " WS-SERVICE-PCT "%  : "
              WS-PRN-COUNT
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 010-PRINT-ONE-LINE THRU 010-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           EVALUATE TRUE
              WHEN WS-RECOMMEND < WS-VEH-COUNT
                 COMPUTE WS-CHANGE = WS-VEH-COUNT - WS-RECOMMEND
                 MOVE WS-CHANGE TO WS-PRN-COUNT
                 STRING "Action . . . . . . . . . . . . : REDUCE POOL"
                    " BY " WS-PRN-COUNT
                    DELIMITED BY SIZE INTO WS-PRINT-LINE
              WHEN WS-RECOMMEND > WS-VEH-COUNT
                 COMPUTE WS-CHANGE = WS-RECOMMEND - WS-VEH-COUNT
                 MOVE WS-CHANGE TO WS-PRN-COUNT
                 STRING "Action . . . . . . . . . . . . : ADD "
                    WS-PRN-COUNT " TO POOL"
                    DELIMITED BY SIZE INTO WS-PRINT-LINE
              WHEN OTHER
                 MOVE "Action . . . . . . . . . . . . : NO CHANGE"
                    TO WS-PRINT-LINE
           END-EVALUATE
           PERFORM 010-PRINT-ONE-LINE THRU 010-EXIT
       .
       009-EXIT.
           EXIT
       .

       010-PRINT-ONE-LINE.
           MOVE " " TO PRN-CARRIAGE-CTL
           MOVE WS-PRINT-LINE TO PRN-TEXT
           WRITE PRINT-REC
           DISPLAY WS-PRINT-LINE
       .
       010-EXIT.
           EXIT
       .

       011-RECORD-RUN-HISTORY.
           OPEN I-O RUN-HISTORY-FILE
           IF WS-RUNH-FSTATUS = "35"
              OPEN OUTPUT RUN-HISTORY-FILE
           END-IF
           MOVE SPACES TO RUN-HISTORY-REC
           MOVE "POOLDMD" TO RUNH-PROGRAM
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
       011-EXIT.
           EXIT
       .

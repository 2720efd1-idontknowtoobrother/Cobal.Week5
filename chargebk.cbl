           SELECT RATE-FILE ASSIGN TO "cc-rate.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RATE-FSTATUS.
           SELECT DRIVER-FILE ASSIGN TO "driver-master.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DRV-FSTATUS.
           SELECT RESV-FILE ASSIGN TO DYNAMIC WS-RSVI-DSN
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS RSV-NUMBER
              ALTERNATE RECORD KEY IS RSV-VEH-ID WITH DUPLICATES
              FILE STATUS IS WS-RSV-FSTATUS.
           SELECT BILL-PARM-FILE ASSIGN TO "poolbill-parm.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PBP-FSTATUS.
           SELECT GL-EXTRACT-FILE ASSIGN TO "gl-extract.dat"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRINT-FILE ASSIGN TO "chargebk-print.dat"
       FD  RATE-FILE.
       COPY "cc-rate.cpy".

       FD  DRIVER-FILE.
       COPY "driver-rec.cpy".

       FD  RESV-FILE.
       COPY "pool-resv.cpy".

       FD  BILL-PARM-FILE.
       01  BILL-PARM-REC.
           05 PBP-DAY-MIN      PIC 9(3)V9(2).
           05 PBP-BILL-MONTH   PIC 9(6).

       FD  GL-EXTRACT-FILE.
       COPY "gl-extract.cpy".

       FD  PRINT-FILE.
       COPY "print-line.cpy".
       COPY "run-history.cpy".

       WORKING-STORAGE SECTION.
       01  WS-RSVI-DSN        PIC X(40)
           VALUE "pool-resv.idx".
       01  WS-VEHM-DSN        PIC X(40)
           VALUE "vehicle-master.idx".
       01  WS-ASGF-DSN        PIC X(40)
       01  WS-FUEL-FSTATUS     PIC XX VALUE "00".
       01  WS-RATE-FSTATUS     PIC XX VALUE "00".
       01  WS-RUNH-FSTATUS     PIC XX VALUE "00".
       01  WS-DRV-FSTATUS      PIC XX VALUE "00".
       01  WS-RSV-FSTATUS      PIC XX VALUE "00".
       01  WS-PBP-FSTATUS      PIC XX VALUE "00".
       01  WS-VEH-EOF-SW       PIC X VALUE "N".
           88 END-OF-VEHICLES     VALUE "Y".
       01  WS-ASG-EOF-SW       PIC X VALUE "N".
           88 END-OF-FUEL         VALUE "Y".
       01  WS-RATE-EOF-SW      PIC X VALUE "N".
           88 END-OF-RATES        VALUE "Y".
       01  WS-DRV-EOF-SW       PIC X VALUE "N".
           88 END-OF-DRIVERS      VALUE "Y".
       01  WS-RSV-EOF-SW       PIC X VALUE "N".
           88 END-OF-RESVS        VALUE "Y".
       01  ASG-TABLE.
           05 ASG-ENTRY OCCURS 400 TIMES INDEXED BY ASG-IDX.
              10 ASG-VEH-ID     PIC X(6).
              10 ASG-CC         PIC X(4).
              10 ASG-EFF-DATE   PIC 9(8).
              10 ASG-END-DATE   PIC 9(8).
              10 ASG-DRV-ID     PIC X(6).
       01  WS-ASG-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-ASG-MAX          PIC 9(3) VALUE 400.
       01  RATE-TABLE.
              10 CC-VEH-COUNT   PIC 9(3).
              10 CC-MILE-CHG    PIC 9(9)V9(2).
              10 CC-FUEL-AMT    PIC 9(9)V9(2).
              10 CC-POOL-TRIPS  PIC 9(4).
              10 CC-POOL-MILES  PIC 9(8).
              10 CC-POOL-CHG    PIC 9(9)V9(2).
       01  WS-CC-COUNT         PIC 9(3) VALUE ZEROS.
       01  WS-CC-MAX           PIC 9(3) VALUE 50.
       01  WS-CC-MATCH-IDX     PIC 9(3) VALUE ZEROS.
       01  DRV-TABLE.
           05 DRV-ENTRY OCCURS 500 TIMES INDEXED BY DRV-IDX.
              10 DRV-TBL-ID     PIC X(6).
              10 DRV-TBL-CC     PIC X(4).
       01  WS-DRV-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-DRV-MAX          PIC 9(3) VALUE 500.
       01  TRIP-TABLE.
           05 TRIP-ENTRY OCCURS 500 TIMES INDEXED BY TRIP-IDX.
              10 TRIP-CC        PIC X(4).
              10 TRIP-RESV-NO   PIC 9(6).
              10 TRIP-VEH-ID    PIC X(6).
              10 TRIP-DRV-ID    PIC X(6).
              10 TRIP-DAYS      PIC 9(3).
              10 TRIP-MILES     PIC 9(6).
              10 TRIP-CHARGE    PIC 9(7)V9(2).
       01  WS-TRIP-COUNT       PIC 9(3) VALUE ZEROS.
       01  WS-TRIP-MAX         PIC 9(3) VALUE 500.
       01  WS-TRIP-UNLISTED    PIC 9(5) VALUE ZEROS.
       01  WS-DAY-MIN          PIC 9(3)V9(2) VALUE ZEROS.
       01  WS-BILL-MONTH       PIC X(6) VALUE SPACES.
       01  WS-TRIP-MILES       PIC 9(6) VALUE ZEROS.
       01  WS-TRIP-DAYS        PIC 9(3) VALUE ZEROS.
       01  WS-TRIP-CHARGE      PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-MIN-CHARGE       PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-POOL-TRIPS       PIC 9(5) VALUE ZEROS.
       01  WS-POOL-MILES       PIC 9(9) VALUE ZEROS.
       01  WS-POOL-CHARGE      PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-POOL-DEBITS      PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-FOUND-SW         PIC X VALUE "N".
           88 CC-FOUND            VALUE "Y".
       01  WS-BEST-DATE        PIC 9(8) VALUE ZEROS.
       01  WS-PRN-MILEAGE      PIC ZZZ,ZZZ,ZZ9.
       01  WS-PRN-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-PRN-RATE         PIC ZZ9.9999.
       01  WS-PRN-TRIPS        PIC ZZZZ9.
       01  WS-PRN-DAYS         PIC ZZ9.
       01  WS-PRN-TRIP-MILES   PIC ZZZ,ZZ9.
       01  WS-PRN-TRIP-CHARGE  PIC Z,ZZZ,ZZ9.99.
       01  WS-RUN-START-DATE   PIC 9(8).
       01  WS-RUN-START-TIME   PIC 9(8).
       01  WS-RUN-STATUS       PIC X(8) VALUE "OK".

       PROCEDURE DIVISION.
       000-BEGIN.
           CALL "GETDSN" USING WS-RSVI-DSN
           CALL "GETDSN" USING WS-VEHM-DSN
           CALL "GETDSN" USING WS-ASGF-DSN
           CALL "GETDSN" USING WS-FUELF-DSN
              GOBACK
           END-IF
           PERFORM 004-LOAD-FUEL THRU 004-EXIT
           PERFORM 016-LOAD-DRIVERS THRU 016-EXIT
           PERFORM 017-LOAD-BILL-PARM THRU 017-EXIT
           PERFORM 018-LOAD-POOL-TRIPS THRU 018-EXIT
           OPEN OUTPUT PRINT-FILE
           PERFORM 005-PRINT-STATEMENTS THRU 005-EXIT
           CLOSE PRINT-FILE
                       ELSE
                          MOVE ZEROS TO ASG-END-DATE(WS-ASG-COUNT)
                       END-IF
                       MOVE VA-DRIVER-ID TO ASG-DRV-ID(WS-ASG-COUNT)
                    END-IF
              END-READ
           END-PERFORM
              MOVE ZEROS TO CC-VEH-COUNT(WS-CC-MATCH-IDX)
              MOVE ZEROS TO CC-MILE-CHG(WS-CC-MATCH-IDX)
              MOVE ZEROS TO CC-FUEL-AMT(WS-CC-MATCH-IDX)
              MOVE ZEROS TO CC-POOL-TRIPS(WS-CC-MATCH-IDX)
              MOVE ZEROS TO CC-POOL-MILES(WS-CC-MATCH-IDX)
              MOVE ZEROS TO CC-POOL-CHG(WS-CC-MATCH-IDX)
           END-IF
       .
       012-EXIT.
           STRING "  FUEL PURCHASES  . . . . . . . : "
              WS-PRN-AMOUNT DELIMITED BY SIZE INTO PRN-TEXT
           WRITE PRINT-REC
           IF CC-POOL-TRIPS(CC-IDX) > 0
              PERFORM 021-PRINT-POOL-SECTION THRU 021-EXIT
           END-IF
           COMPUTE WS-CC-TOTAL =
              CC-MILE-CHG(CC-IDX) + CC-FUEL-AMT(CC-IDX)
              + CC-POOL-CHG(CC-IDX)
           MOVE WS-CC-TOTAL TO WS-PRN-AMOUNT
           MOVE " " TO PRN-CARRIAGE-CTL
           MOVE SPACES TO PRN-TEXT
              STRING "DEPT" CC-CODE(CC-IDX)
                 DELIMITED BY SIZE INTO GLX-ACCOUNT
              MOVE "DR" TO GLX-DRCR
              MOVE CC-MILE-CHG(CC-IDX) TO GLX-AMOUNT
              ADD CC-MILE-CHG(CC-IDX) CC-FUEL-AMT(CC-IDX)
                 TO WS-DEBIT-TOTAL
              MOVE WS-RUN-START-DATE TO GLX-DATE
              MOVE "MILEAGE CHARGEBACK" TO GLX-DESC
              MOVE "MILE" TO GLX-CHG-TYPE
              WRITE GL-EXTRACT-REC
              IF CC-FUEL-AMT(CC-IDX) > 0
                 MOVE CC-FUEL-AMT(CC-IDX) TO GLX-AMOUNT
                 MOVE "FUEL CHARGEBACK" TO GLX-DESC
                 MOVE "FUEL" TO GLX-CHG-TYPE
                 WRITE GL-EXTRACT-REC
              END-IF
           END-PERFORM
           MOVE SPACES TO GL-EXTRACT-REC
           MOVE "FLEETPL" TO GLX-ACCOUNT
           MOVE WS-DEBIT-TOTAL TO GLX-AMOUNT
           MOVE WS-RUN-START-DATE TO GLX-DATE
           MOVE "FLEET POOL RECOVERY" TO GLX-DESC
           MOVE "OFFS" TO GLX-CHG-TYPE
           WRITE GL-EXTRACT-REC
           MOVE ZEROS TO WS-POOL-DEBITS
           PERFORM VARYING CC-IDX FROM 1 BY 1
              UNTIL CC-IDX > WS-CC-COUNT
              IF CC-POOL-CHG(CC-IDX) > 0
                 MOVE SPACES TO GL-EXTRACT-REC
                 MOVE SPACES TO GLX-ACCOUNT
                 STRING "DEPT" CC-CODE(CC-IDX)
                    DELIMITED BY SIZE INTO GLX-ACCOUNT
                 MOVE "DR" TO GLX-DRCR
                 MOVE CC-POOL-CHG(CC-IDX) TO GLX-AMOUNT
                 ADD CC-POOL-CHG(CC-IDX) TO WS-POOL-DEBITS
                 MOVE WS-RUN-START-DATE TO GLX-DATE
                 MOVE "POOL TRIP CHARGES" TO GLX-DESC
                 MOVE "POOL" TO GLX-CHG-TYPE
                 WRITE GL-EXTRACT-REC
              END-IF
           END-PERFORM
           IF WS-POOL-DEBITS > 0
              MOVE SPACES TO GL-EXTRACT-REC
              MOVE "FLEETPL" TO GLX-ACCOUNT
              MOVE "CR" TO GLX-DRCR
              MOVE WS-POOL-DEBITS TO GLX-AMOUNT
              MOVE WS-RUN-START-DATE TO GLX-DATE
              MOVE "POOL TRIP RECOVERY" TO GLX-DESC
              MOVE "OFFS" TO GLX-CHG-TYPE
              WRITE GL-EXTRACT-REC
           END-IF
           ADD WS-POOL-DEBITS TO WS-DEBIT-TOTAL
           CLOSE GL-EXTRACT-FILE
       .
       006-EXIT.
              MOVE "NOTBAL" TO WS-RUN-STATUS
              MOVE 8 TO RETURN-CODE
           END-IF
           MOVE WS-POOL-TRIPS TO WS-PRN-TRIPS
           DISPLAY "Pool trips billed for " WS-BILL-MONTH
              " . . : " WS-PRN-TRIPS
           MOVE WS-POOL-MILES TO WS-PRN-MILEAGE
           DISPLAY "Pool trip miles  . . . . . . . : "
              WS-PRN-MILEAGE
           MOVE WS-POOL-CHARGE TO WS-PRN-AMOUNT
           DISPLAY "Pool trip charges  . . . . . . : " WS-PRN-AMOUNT
           IF WS-TRIP-UNLISTED > 0
              DISPLAY "Pool trips billed but not itemized: "
                 WS-TRIP-UNLISTED
           END-IF
           MOVE WS-TOTAL-CHARGE TO WS-PRN-AMOUNT
           DISPLAY "Total charges billed . . . . . : " WS-PRN-AMOUNT
           MOVE WS-DEBIT-TOTAL TO WS-PRN-AMOUNT
       009-EXIT.
           EXIT
       .

       016-LOAD-DRIVERS.
           OPEN INPUT DRIVER-FILE
           IF WS-DRV-FSTATUS NOT = "00"
              GO TO 016-EXIT
           END-IF
           PERFORM UNTIL END-OF-DRIVERS
              READ DRIVER-FILE
                 AT END MOVE "Y" TO WS-DRV-EOF-SW
                 NOT AT END
                    IF WS-DRV-COUNT < WS-DRV-MAX
                       ADD 1 TO WS-DRV-COUNT
                       MOVE DRV-ID TO DRV-TBL-ID(WS-DRV-COUNT)
                       MOVE DRV-DEPT-CC TO DRV-TBL-CC(WS-DRV-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE DRIVER-FILE
       .
       016-EXIT.
           EXIT
       .

       017-LOAD-BILL-PARM.
           MOVE ZEROS TO WS-DAY-MIN
           MOVE WS-RUN-START-DATE(1:6) TO WS-BILL-MONTH
           OPEN INPUT BILL-PARM-FILE
           IF WS-PBP-FSTATUS NOT = "00"
              GO TO 017-EXIT
           END-IF
           READ BILL-PARM-FILE
              AT END CONTINUE
              NOT AT END
                 IF PBP-DAY-MIN NUMERIC
                    MOVE PBP-DAY-MIN TO WS-DAY-MIN
                 END-IF
                 IF PBP-BILL-MONTH NUMERIC AND PBP-BILL-MONTH > 0
                    MOVE PBP-BILL-MONTH TO WS-BILL-MONTH
                 END-IF
           END-READ
           CLOSE BILL-PARM-FILE
       .
       017-EXIT.
           EXIT
       .

       018-LOAD-POOL-TRIPS.
           OPEN INPUT RESV-FILE
           IF WS-RSV-FSTATUS NOT = "00"
              GO TO 018-EXIT
           END-IF
           PERFORM UNTIL END-OF-RESVS
              READ RESV-FILE NEXT
                 AT END MOVE "Y" TO WS-RSV-EOF-SW
                 NOT AT END
                    IF RSV-RETURNED
                       AND RSV-TO-DATE(1:6) = WS-BILL-MONTH
                       AND RSV-OUT-ODOM NUMERIC
                       AND RSV-IN-ODOM NUMERIC
                       PERFORM 019-POST-POOL-TRIP THRU 019-EXIT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE RESV-FILE
       .
       018-EXIT.
           EXIT
       .

       019-POST-POOL-TRIP.
           IF RSV-IN-ODOM < RSV-OUT-ODOM
              COMPUTE WS-TRIP-MILES = WS-ODOM-MODULUS
                 - RSV-OUT-ODOM + RSV-IN-ODOM
           ELSE
              COMPUTE WS-TRIP-MILES = RSV-IN-ODOM - RSV-OUT-ODOM
           END-IF
           MOVE 1 TO WS-TRIP-DAYS
           IF RSV-FROM-DATE NUMERIC AND RSV-TO-DATE NUMERIC
              AND RSV-FROM-DATE > 0 AND RSV-TO-DATE > RSV-FROM-DATE
              COMPUTE WS-TRIP-DAYS =
                 FUNCTION INTEGER-OF-DATE(RSV-TO-DATE)
                 - FUNCTION INTEGER-OF-DATE(RSV-FROM-DATE) + 1
           END-IF
           PERFORM 020-FIND-DRIVER-DEPT THRU 020-EXIT
           PERFORM 012-FIND-OR-ADD-CC THRU 012-EXIT
           IF WS-CC-MATCH-IDX = 0
              GO TO 019-EXIT
           END-IF
           MOVE ZEROS TO WS-RATE-WORK
           PERFORM VARYING RATE-IDX FROM 1 BY 1
              UNTIL RATE-IDX > WS-RATE-COUNT
              IF RATE-CC(RATE-IDX) = WS-BEST-CC
                 MOVE RATE-PER-MILE(RATE-IDX) TO WS-RATE-WORK
              END-IF
           END-PERFORM
           COMPUTE WS-TRIP-CHARGE ROUNDED =
              WS-TRIP-MILES * WS-RATE-WORK
           COMPUTE WS-MIN-CHARGE = WS-TRIP-DAYS * WS-DAY-MIN
           IF WS-MIN-CHARGE > WS-TRIP-CHARGE
              MOVE WS-MIN-CHARGE TO WS-TRIP-CHARGE
           END-IF
           ADD 1 TO CC-POOL-TRIPS(WS-CC-MATCH-IDX)
           ADD WS-TRIP-MILES TO CC-POOL-MILES(WS-CC-MATCH-IDX)
           ADD WS-TRIP-CHARGE TO CC-POOL-CHG(WS-CC-MATCH-IDX)
           ADD 1 TO WS-POOL-TRIPS
           ADD WS-TRIP-MILES TO WS-POOL-MILES
           ADD WS-TRIP-CHARGE TO WS-POOL-CHARGE
           IF WS-TRIP-COUNT >= WS-TRIP-MAX
              ADD 1 TO WS-TRIP-UNLISTED
              GO TO 019-EXIT
           END-IF
           ADD 1 TO WS-TRIP-COUNT
           MOVE WS-BEST-CC TO TRIP-CC(WS-TRIP-COUNT)
           MOVE RSV-NUMBER TO TRIP-RESV-NO(WS-TRIP-COUNT)
           MOVE RSV-VEH-ID TO TRIP-VEH-ID(WS-TRIP-COUNT)
           MOVE RSV-DRIVER-ID TO TRIP-DRV-ID(WS-TRIP-COUNT)
           MOVE WS-TRIP-DAYS TO TRIP-DAYS(WS-TRIP-COUNT)
           MOVE WS-TRIP-MILES TO TRIP-MILES(WS-TRIP-COUNT)
           MOVE WS-TRIP-CHARGE TO TRIP-CHARGE(WS-TRIP-COUNT)
       .
       019-EXIT.
           EXIT
       .

       020-FIND-DRIVER-DEPT.
           MOVE "????" TO WS-BEST-CC
           PERFORM VARYING DRV-IDX FROM 1 BY 1
              UNTIL DRV-IDX > WS-DRV-COUNT
              IF DRV-TBL-ID(DRV-IDX) = RSV-DRIVER-ID
                 AND DRV-TBL-CC(DRV-IDX) NOT = SPACES
                 MOVE DRV-TBL-CC(DRV-IDX) TO WS-BEST-CC
              END-IF
           END-PERFORM
           IF WS-BEST-CC NOT = "????"
              GO TO 020-EXIT
           END-IF
           MOVE ZEROS TO WS-BEST-DATE
           PERFORM VARYING ASG-IDX FROM 1 BY 1
              UNTIL ASG-IDX > WS-ASG-COUNT
              IF ASG-DRV-ID(ASG-IDX) = RSV-DRIVER-ID
                 AND ASG-EFF-DATE(ASG-IDX) NOT > RSV-TO-DATE
                 AND ASG-EFF-DATE(ASG-IDX) NOT < WS-BEST-DATE
                 MOVE ASG-EFF-DATE(ASG-IDX) TO WS-BEST-DATE
                 MOVE ASG-CC(ASG-IDX) TO WS-BEST-CC
              END-IF
           END-PERFORM
       .
       020-EXIT.
           EXIT
       .

       021-PRINT-POOL-SECTION.
           PERFORM 015-PRINT-SPACER THRU 015-EXIT
           MOVE " " TO PRN-CARRIAGE-CTL
           MOVE SPACES TO PRN-TEXT
           STRING "  POOL VEHICLE TRIPS RETURNED IN " WS-BILL-MONTH
              DELIMITED BY SIZE INTO PRN-TEXT
           WRITE PRINT-REC
           MOVE " " TO PRN-CARRIAGE-CTL
           MOVE SPACES TO PRN-TEXT
           STRING "    RESV   VEHICLE DRIVER  DAYS    MILES"
              "        CHARGE" DELIMITED BY SIZE INTO PRN-TEXT
           WRITE PRINT-REC
           PERFORM VARYING TRIP-IDX FROM 1 BY 1
              UNTIL TRIP-IDX > WS-TRIP-COUNT
              IF TRIP-CC(TRIP-IDX) = CC-CODE(CC-IDX)
                 MOVE TRIP-DAYS(TRIP-IDX) TO WS-PRN-DAYS
                 MOVE TRIP-MILES(TRIP-IDX) TO WS-PRN-TRIP-MILES
                 MOVE TRIP-CHARGE(TRIP-IDX) TO WS-PRN-TRIP-CHARGE
                 MOVE " " TO PRN-CARRIAGE-CTL
                 MOVE SPACES TO PRN-TEXT
                 STRING "    " TRIP-RESV-NO(TRIP-IDX) " "
                    TRIP-VEH-ID(TRIP-IDX) "  " TRIP-DRV-ID(TRIP-IDX)
                    "  " WS-PRN-DAYS "  " WS-PRN-TRIP-MILES "  "
                    WS-PRN-TRIP-CHARGE DELIMITED BY SIZE INTO PRN-TEXT
                 WRITE PRINT-REC
              END-IF
           END-PERFORM
           MOVE CC-POOL-MILES(CC-IDX) TO WS-PRN-MILEAGE
           MOVE " " TO PRN-CARRIAGE-CTL
           MOVE SPACES TO PRN-TEXT
           STRING "  POOL MILES (" CC-POOL-TRIPS(CC-IDX)
              " TRIPS) . . . : " WS-PRN-MILEAGE
              DELIMITED BY SIZE INTO PRN-TEXT
           WRITE PRINT-REC
           MOVE CC-POOL-CHG(CC-IDX) TO WS-PRN-AMOUNT
           MOVE " " TO PRN-CARRIAGE-CTL
           MOVE SPACES TO PRN-TEXT
           STRING "  POOL TRIP CHARGES . . . . . . : "
              WS-PRN-AMOUNT DELIMITED BY SIZE INTO PRN-TEXT
           WRITE PRINT-REC
           PERFORM 015-PRINT-SPACER THRU 015-EXIT
       .
       021-EXIT.
           EXIT
       .

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ODOMCHK.
       AUTHOR. JAKKRIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT READINGS-FILE ASSIGN TO DYNAMIC WS-RDGF-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RDG-FSTATUS.
           SELECT MILEAGE-HIST-FILE ASSIGN TO DYNAMIC WS-MHI-DSN
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS MH-KEY
              FILE STATUS IS WS-MHIST-FSTATUS.
           SELECT RESV-FILE ASSIGN TO DYNAMIC WS-RSVI-DSN
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS RSV-NUMBER
              ALTERNATE RECORD KEY IS RSV-VEH-ID WITH DUPLICATES
              FILE STATUS IS WS-RSV-FSTATUS.
           SELECT WORK-ORDER-FILE ASSIGN TO DYNAMIC WS-WOI-DSN
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS WO-NUMBER
              ALTERNATE RECORD KEY IS WO-VEH-ID WITH DUPLICATES
              FILE STATUS IS WS-WO-FSTATUS.
           SELECT ODOM-PARM-FILE ASSIGN TO "odomchk-parm.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OCP-FSTATUS.
           SELECT SHARED-EXCEPTION-FILE ASSIGN TO
              "shared-exceptions.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EXC-FSTATUS.
           SELECT SORT-WORK ASSIGN TO "odomchk-sortwk".
           SELECT RUN-HISTORY-FILE ASSIGN TO "run-history.idx"
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS RUNH-KEY
              FILE STATUS IS WS-RUNH-FSTATUS.
           SELECT PRINT-FILE ASSIGN TO "odomchk-print.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  READINGS-FILE.
       COPY "veh-reading.cpy".

       FD  MILEAGE-HIST-FILE.
       COPY "mileage-hist.cpy".

       FD  RESV-FILE.
       COPY "pool-resv.cpy".

       FD  WORK-ORDER-FILE.
       COPY "work-order.cpy".

       FD  ODOM-PARM-FILE.
       01  ODOM-PARM-REC.
           05 OCP-MAX-PER-DAY  PIC 9(4).

       FD  SHARED-EXCEPTION-FILE.
       COPY "exception-log.cpy".

       SD  SORT-WORK.
       01  SORT-REC.
           05 SRT-VEH-ID        PIC X(6).
           05 SRT-DATE          PIC 9(8).
           05 SRT-ODOM          PIC 9(6).
           05 SRT-SOURCE        PIC X(8).
           05 SRT-REF           PIC X(16).

       FD  RUN-HISTORY-FILE.
       COPY "run-history.cpy".

       FD  PRINT-FILE.
       COPY "print-line.cpy".

       WORKING-STORAGE SECTION.
       COPY "run-stamp.cpy".
       01  WS-WOI-DSN         PIC X(40)
           VALUE "work-orders.idx".
       01  WS-RSVI-DSN        PIC X(40)
           VALUE "pool-resv.idx".
       01  WS-RDGF-DSN        PIC X(40)
           VALUE "veh-readings.dat".
       01  WS-MHI-DSN         PIC X(40)
           VALUE "mileage-history.idx".
       01  WS-SPOOL-PROGRAM    PIC X(12) VALUE "ODOMCHK".
       01  WS-SPOOL-FILE       PIC X(40)
           VALUE "odomchk-print.dat".
       01  WS-OPERATOR-ID      PIC X(8) VALUE "SYSTEM".
       01  WS-RDG-FSTATUS      PIC XX VALUE "00".
       01  WS-MHIST-FSTATUS    PIC XX VALUE "00".
       01  WS-RSV-FSTATUS      PIC XX VALUE "00".
       01  WS-WO-FSTATUS       PIC XX VALUE "00".
       01  WS-OCP-FSTATUS      PIC XX VALUE "00".
       01  WS-EXC-FSTATUS      PIC XX VALUE "00".
       01  WS-RUNH-FSTATUS     PIC XX VALUE "00".
       01  WS-RDG-EOF-SW       PIC X VALUE "N".
           88 END-OF-READINGS     VALUE "Y".
       01  WS-MH-EOF-SW        PIC X VALUE "N".
           88 END-OF-HISTORY      VALUE "Y".
       01  WS-RSV-EOF-SW       PIC X VALUE "N".
           88 END-OF-RESVS        VALUE "Y".
       01  WS-WO-EOF-SW        PIC X VALUE "N".
           88 END-OF-WORK-ORDERS  VALUE "Y".
       01  WS-SORT-EOF-SW      PIC X VALUE "N".
           88 END-OF-SORT         VALUE "Y".
       01  TL-TABLE.
           05 TL-ENTRY OCCURS 300 TIMES INDEXED BY TL-IDX.
              10 TL-DATE        PIC 9(8).
              10 TL-ODOM        PIC 9(6).
              10 TL-SOURCE      PIC X(8).
              10 TL-REF         PIC X(16).
              10 TL-FLAG        PIC X(30).
       01  WS-TL-COUNT         PIC 9(3) VALUE ZEROS.
       01  WS-TL-MAX           PIC 9(3) VALUE 300.
       01  WS-CUR-VEH-ID       PIC X(6) VALUE SPACES.
       01  WS-VEH-FLAG-COUNT   PIC 9(5) VALUE ZEROS.
       01  WS-PREV-DATE        PIC 9(8) VALUE ZEROS.
       01  WS-PREV-ODOM        PIC 9(6) VALUE ZEROS.
       01  WS-PREV-SOURCE      PIC X(8) VALUE SPACES.
       01  WS-MAX-PER-DAY      PIC 9(4) VALUE 800.
       01  WS-ODOM-MODULUS     PIC 9(7) VALUE 1000000.
       01  WS-MILES            PIC 9(7) VALUE ZEROS.
       01  WS-DAYS             PIC 9(5) VALUE ZEROS.
       01  WS-PER-DAY          PIC 9(7) VALUE ZEROS.
       01  WS-FLAG-TEXT        PIC X(30) VALUE SPACES.
       01  WS-EXC-REASON       PIC X(30) VALUE SPACES.
       01  WS-READING-COUNT    PIC 9(7) VALUE ZEROS.
       01  WS-VEHICLE-COUNT    PIC 9(5) VALUE ZEROS.
       01  WS-FLAGGED-VEH      PIC 9(5) VALUE ZEROS.
       01  WS-BACKWARD-COUNT   PIC 9(5) VALUE ZEROS.
       01  WS-SPEED-COUNT      PIC 9(5) VALUE ZEROS.
       01  WS-SKIPPED-COUNT    PIC 9(5) VALUE ZEROS.
       01  WS-DROPPED-COUNT    PIC 9(5) VALUE ZEROS.
       01  WS-PRN-ODOM         PIC ZZZ,ZZ9.
       01  WS-PRN-PER-DAY      PIC Z,ZZZ,ZZ9.
       01  WS-PRINT-LINE       PIC X(132) VALUE SPACES.
       01  WS-RUN-START-DATE   PIC 9(8).
       01  WS-RUN-START-TIME   PIC 9(8).
       01  WS-RUN-STATUS       PIC X(8) VALUE "OK".

       PROCEDURE DIVISION.
       000-BEGIN.
           CALL "GETDSN" USING WS-WOI-DSN
           CALL "GETDSN" USING WS-RSVI-DSN
           CALL "GETDSN" USING WS-RDGF-DSN
           CALL "GETDSN" USING WS-MHI-DSN
           CALL "GETOPER" USING WS-OPERATOR-ID
           CALL "GETBDATE" USING WS-RUN-START-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-RUN-START-TIME
           MOVE WS-RUN-START-DATE TO WS-PRN-RUN-DATE
           PERFORM 001-LOAD-PARM THRU 001-EXIT
           OPEN OUTPUT PRINT-FILE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "CROSS-SOURCE ODOMETER CHECK   MOST MILES PER DAY "
              WS-MAX-PER-DAY "   RUN DATE " WS-PRN-RUN-DATE
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE "1" TO PRN-CARRIAGE-CTL
           MOVE WS-PRINT-LINE TO PRN-TEXT
           WRITE PRINT-REC
           DISPLAY WS-PRINT-LINE
           MOVE "SOURCES: VEHUPDT  FUELCARD  POOL  SHOP"
              TO WS-PRINT-LINE
           PERFORM 010-PRINT-ONE-LINE THRU 010-EXIT
           SORT SORT-WORK
              ON ASCENDING KEY SRT-VEH-ID
              ON ASCENDING KEY SRT-DATE
              ON ASCENDING KEY SRT-ODOM
              INPUT PROCEDURE IS 002-SORT-INPUT
                 THRU 002-EXIT
              OUTPUT PROCEDURE IS 007-SORT-OUTPUT
                 THRU 007-EXIT
           IF WS-FLAGGED-VEH = 0
              MOVE SPACES TO WS-PRINT-LINE
              PERFORM 010-PRINT-ONE-LINE THRU 010-EXIT
              MOVE "  NO INCONSISTENT READINGS" TO WS-PRINT-LINE
              PERFORM 010-PRINT-ONE-LINE THRU 010-EXIT
           END-IF
           CLOSE PRINT-FILE
           CALL "SPOOLSAVE" USING WS-SPOOL-PROGRAM WS-SPOOL-FILE
           DISPLAY "-----------------------------------------------"
           DISPLAY "Readings merged  . . . . . . . : " WS-READING-COUNT
           DISPLAY "Vehicles checked . . . . . . . : " WS-VEHICLE-COUNT
           DISPLAY "Vehicles flagged . . . . . . . : " WS-FLAGGED-VEH
           DISPLAY "Readings going backwards . . . : "
              WS-BACKWARD-COUNT
           DISPLAY "Readings over miles per day  . : " WS-SPEED-COUNT
           DISPLAY "Readings skipped (bad date/odo): " WS-SKIPPED-COUNT
           DISPLAY "==============================================="
           IF WS-DROPPED-COUNT > 0
              DISPLAY "ODOMCHK: " WS-DROPPED-COUNT
                 " readings beyond table capacity were not printed."
           END-IF
           IF WS-BACKWARD-COUNT > 0 OR WS-SPEED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 012-RECORD-RUN-HISTORY THRU 012-EXIT
           GOBACK
       .

       001-LOAD-PARM.
           OPEN INPUT ODOM-PARM-FILE
           IF WS-OCP-FSTATUS NOT = "00"
              GO TO 001-EXIT
           END-IF
           READ ODOM-PARM-FILE
              AT END CONTINUE
              NOT AT END
                 IF OCP-MAX-PER-DAY NUMERIC AND OCP-MAX-PER-DAY > 0
                    MOVE OCP-MAX-PER-DAY TO WS-MAX-PER-DAY
                 END-IF
           END-READ
           CLOSE ODOM-PARM-FILE
       .
       001-EXIT.
           EXIT
       .

       002-SORT-INPUT.
           PERFORM 003-RELEASE-READINGS THRU 003-EXIT
           PERFORM 004-RELEASE-HISTORY THRU 004-EXIT
           PERFORM 005-RELEASE-POOL THRU 005-EXIT
           PERFORM 006-RELEASE-SHOP THRU 006-EXIT
       .
       002-EXIT.
           EXIT
       .

       003-RELEASE-READINGS.
           OPEN INPUT READINGS-FILE
           IF WS-RDG-FSTATUS NOT = "00"
              GO TO 003-EXIT
           END-IF
           PERFORM UNTIL END-OF-READINGS
              READ READINGS-FILE
                 AT END MOVE "Y" TO WS-RDG-EOF-SW
                 NOT AT END
                    IF RDG-ADJUSTMENT
                       CONTINUE
                    ELSE
                       MOVE RDG-VEH-ID TO SRT-VEH-ID
                       MOVE RDG-DATE TO SRT-DATE
                       MOVE RDG-ODOM TO SRT-ODOM
                       IF RDG-CARD-NO = SPACES
                          MOVE "VEHUPDT" TO SRT-SOURCE
                          MOVE "PENDING READING" TO SRT-REF
                       ELSE
                          MOVE "FUELCARD" TO SRT-SOURCE
                          MOVE RDG-CARD-NO TO SRT-REF
                       END-IF
                       PERFORM 013-RELEASE-ONE THRU 013-EXIT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE READINGS-FILE
       .
       003-EXIT.
           EXIT
       .

       004-RELEASE-HISTORY.
           OPEN INPUT MILEAGE-HIST-FILE
           IF WS-MHIST-FSTATUS NOT = "00"
              GO TO 004-EXIT
           END-IF
           PERFORM UNTIL END-OF-HISTORY
              READ MILEAGE-HIST-FILE NEXT
                 AT END MOVE "Y" TO WS-MH-EOF-SW
                 NOT AT END
                    MOVE MH-VEH-ID TO SRT-VEH-ID
                    MOVE MH-PERIOD-DATE TO SRT-DATE
                    MOVE MH-END-ODOM TO SRT-ODOM
                    MOVE "VEHUPDT" TO SRT-SOURCE
                    MOVE "POSTED PERIOD" TO SRT-REF
                    PERFORM 013-RELEASE-ONE THRU 013-EXIT
              END-READ
           END-PERFORM
           CLOSE MILEAGE-HIST-FILE
       .
       004-EXIT.
           EXIT
       .

       005-RELEASE-POOL.
           OPEN INPUT RESV-FILE
           IF WS-RSV-FSTATUS NOT = "00"
              GO TO 005-EXIT
           END-IF
           PERFORM UNTIL END-OF-RESVS
              READ RESV-FILE NEXT
                 AT END MOVE "Y" TO WS-RSV-EOF-SW
                 NOT AT END
                    IF (RSV-DISPATCHED OR RSV-RETURNED)
                       AND RSV-OUT-ODOM NUMERIC
                       AND RSV-OUT-ODOM > 0
                       MOVE RSV-VEH-ID TO SRT-VEH-ID
                       MOVE RSV-FROM-DATE TO SRT-DATE
                       MOVE RSV-OUT-ODOM TO SRT-ODOM
                       MOVE "POOL" TO SRT-SOURCE
                       MOVE SPACES TO SRT-REF
                       STRING "RESV " RSV-NUMBER " OUT"
                          DELIMITED BY SIZE INTO SRT-REF
                       PERFORM 013-RELEASE-ONE THRU 013-EXIT
                    END-IF
                    IF RSV-RETURNED
                       AND RSV-IN-ODOM NUMERIC
                       AND RSV-IN-ODOM > 0
                       MOVE RSV-VEH-ID TO SRT-VEH-ID
                       MOVE RSV-TO-DATE TO SRT-DATE
                       MOVE RSV-IN-ODOM TO SRT-ODOM
                       MOVE "POOL" TO SRT-SOURCE
                       MOVE SPACES TO SRT-REF
                       STRING "RESV " RSV-NUMBER " IN"
                          DELIMITED BY SIZE INTO SRT-REF
                       PERFORM 013-RELEASE-ONE THRU 013-EXIT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE RESV-FILE
       .
       005-EXIT.
           EXIT
       .

       006-RELEASE-SHOP.
           OPEN INPUT WORK-ORDER-FILE
           IF WS-WO-FSTATUS NOT = "00"
              GO TO 006-EXIT
           END-IF
           PERFORM UNTIL END-OF-WORK-ORDERS
              READ WORK-ORDER-FILE NEXT
                 AT END MOVE "Y" TO WS-WO-EOF-SW
                 NOT AT END
                    IF WO-ODOM NUMERIC AND WO-ODOM > 0
                       MOVE WO-VEH-ID TO SRT-VEH-ID
                       MOVE WO-DATE TO SRT-DATE
                       MOVE WO-ODOM TO SRT-ODOM
                       MOVE "SHOP" TO SRT-SOURCE
                       MOVE SPACES TO SRT-REF
                       STRING "WO " WO-NUMBER " " WO-TYPE
                          DELIMITED BY SIZE INTO SRT-REF
                       PERFORM 013-RELEASE-ONE THRU 013-EXIT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE WORK-ORDER-FILE
       .
       006-EXIT.
           EXIT
       .

       007-SORT-OUTPUT.
           MOVE HIGH-VALUES TO WS-CUR-VEH-ID
           PERFORM UNTIL END-OF-SORT
              RETURN SORT-WORK
                 AT END MOVE "Y" TO WS-SORT-EOF-SW
                 NOT AT END
                    IF SRT-VEH-ID NOT = WS-CUR-VEH-ID
                       PERFORM 009-FLUSH-VEHICLE THRU 009-EXIT
                       MOVE SRT-VEH-ID TO WS-CUR-VEH-ID
                       ADD 1 TO WS-VEHICLE-COUNT
                       MOVE ZEROS TO WS-TL-COUNT WS-VEH-FLAG-COUNT
                       MOVE ZEROS TO WS-PREV-DATE WS-PREV-ODOM
                       MOVE SPACES TO WS-PREV-SOURCE
                    END-IF
                    ADD 1 TO WS-READING-COUNT
                    PERFORM 008-CHECK-READING THRU 008-EXIT
                    PERFORM 014-RECORD-READING THRU 014-EXIT
              END-RETURN
           END-PERFORM
           PERFORM 009-FLUSH-VEHICLE THRU 009-EXIT
       .
       007-EXIT.
           EXIT
       .

       008-CHECK-READING.
           MOVE SPACES TO WS-FLAG-TEXT
           IF WS-PREV-DATE = 0
              GO TO 008-EXIT
           END-IF
           IF SRT-ODOM < WS-PREV-ODOM
              IF WS-PREV-ODOM - SRT-ODOM > WS-ODOM-MODULUS / 2
                 COMPUTE WS-MILES = WS-ODOM-MODULUS
                    - WS-PREV-ODOM + SRT-ODOM
              ELSE
                 STRING "BACKWARD VS " WS-PREV-SOURCE
                    DELIMITED BY SIZE INTO WS-FLAG-TEXT
                 MOVE SPACES TO WS-EXC-REASON
                 STRING SRT-SOURCE DELIMITED BY SPACE
                    " BACKWARD VS " DELIMITED BY SIZE
                    WS-PREV-SOURCE DELIMITED BY SPACE
                    INTO WS-EXC-REASON
                 ADD 1 TO WS-BACKWARD-COUNT
                 PERFORM 011-LOG-FLAG THRU 011-EXIT
                 GO TO 008-EXIT
              END-IF
           ELSE
              COMPUTE WS-MILES = SRT-ODOM - WS-PREV-ODOM
           END-IF
           COMPUTE WS-DAYS = FUNCTION INTEGER-OF-DATE(SRT-DATE)
              - FUNCTION INTEGER-OF-DATE(WS-PREV-DATE)
           IF WS-DAYS = 0
              MOVE 1 TO WS-DAYS
           END-IF
           COMPUTE WS-PER-DAY = WS-MILES / WS-DAYS
           IF WS-PER-DAY > WS-MAX-PER-DAY
              MOVE WS-PER-DAY TO WS-PRN-PER-DAY
              STRING "MI/DAY" WS-PRN-PER-DAY " VS " WS-PREV-SOURCE
                 DELIMITED BY SIZE INTO WS-FLAG-TEXT
              MOVE SPACES TO WS-EXC-REASON
              STRING SRT-SOURCE DELIMITED BY SPACE
                 " MILES/DAY VS " DELIMITED BY SIZE
                 WS-PREV-SOURCE DELIMITED BY SPACE
                 INTO WS-EXC-REASON
              ADD 1 TO WS-SPEED-COUNT
              PERFORM 011-LOG-FLAG THRU 011-EXIT
           END-IF
       .
       008-EXIT.
           EXIT
       .

       009-FLUSH-VEHICLE.
           IF WS-VEH-FLAG-COUNT = 0
              GO TO 009-EXIT
           END-IF
           ADD 1 TO WS-FLAGGED-VEH
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 010-PRINT-ONE-LINE THRU 010-EXIT
           STRING "VEHICLE " WS-CUR-VEH-ID "   "
              WS-VEH-FLAG-COUNT " INCONSISTENT READINGS"
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 010-PRINT-ONE-LINE THRU 010-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           MOVE "DATE" TO WS-PRINT-LINE(3:4)
           MOVE "ODOMETER" TO WS-PRINT-LINE(13:8)
           MOVE "SOURCE" TO WS-PRINT-LINE(23:6)
           MOVE "REFERENCE" TO WS-PRINT-LINE(33:9)
           MOVE "FLAG" TO WS-PRINT-LINE(51:4)
           PERFORM 010-PRINT-ONE-LINE THRU 010-EXIT
           PERFORM VARYING TL-IDX FROM 1 BY 1
              UNTIL TL-IDX > WS-TL-COUNT
              MOVE TL-ODOM(TL-IDX) TO WS-PRN-ODOM
              MOVE SPACES TO WS-PRINT-LINE
              MOVE TL-DATE(TL-IDX) TO WS-PRINT-LINE(3:8)
              MOVE WS-PRN-ODOM TO WS-PRINT-LINE(13:7)
              MOVE TL-SOURCE(TL-IDX) TO WS-PRINT-LINE(23:8)
              MOVE TL-REF(TL-IDX) TO WS-PRINT-LINE(33:16)
              IF TL-FLAG(TL-IDX) NOT = SPACES
                 MOVE "**" TO WS-PRINT-LINE(1:2)
                 MOVE TL-FLAG(TL-IDX) TO WS-PRINT-LINE(51:30)
              END-IF
              PERFORM 010-PRINT-ONE-LINE THRU 010-EXIT
           END-PERFORM
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

       011-LOG-FLAG.
           OPEN EXTEND SHARED-EXCEPTION-FILE
           IF WS-EXC-FSTATUS = "35"
              OPEN OUTPUT SHARED-EXCEPTION-FILE
           END-IF
           MOVE SPACES TO SHARED-EXC-REC
           MOVE "ODOMCHK" TO SHX-PROGRAM
           MOVE SRT-VEH-ID TO SHX-REJECTED-VAL
           MOVE WS-EXC-REASON TO SHX-REASON
           MOVE FUNCTION CURRENT-DATE(1:8) TO SHX-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO SHX-RUN-TIME
           MOVE WS-OPERATOR-ID TO SHX-OPERATOR
           MOVE "W" TO SHX-SEVERITY
           MOVE "O" TO SHX-STATUS
           WRITE SHARED-EXC-REC
           CLOSE SHARED-EXCEPTION-FILE
       .
       011-EXIT.
           EXIT
       .

       012-RECORD-RUN-HISTORY.
           OPEN I-O RUN-HISTORY-FILE
           IF WS-RUNH-FSTATUS = "35"
              OPEN OUTPUT RUN-HISTORY-FILE
           END-IF
           MOVE SPACES TO RUN-HISTORY-REC
           MOVE "ODOMCHK" TO RUNH-PROGRAM
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
       012-EXIT.
           EXIT
       .

       013-RELEASE-ONE.
           IF SRT-VEH-ID = SPACES
              OR SRT-DATE NOT NUMERIC
              OR SRT-ODOM NOT NUMERIC
              ADD 1 TO WS-SKIPPED-COUNT
              GO TO 013-EXIT
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(SRT-DATE) NOT = 0
              ADD 1 TO WS-SKIPPED-COUNT
              GO TO 013-EXIT
           END-IF
           RELEASE SORT-REC
       .
       013-EXIT.
           EXIT
       .

       014-RECORD-READING.
           MOVE SRT-DATE TO WS-PREV-DATE
           MOVE SRT-ODOM TO WS-PREV-ODOM
           MOVE SRT-SOURCE TO WS-PREV-SOURCE
           IF WS-FLAG-TEXT NOT = SPACES
              ADD 1 TO WS-VEH-FLAG-COUNT
           END-IF
           IF WS-TL-COUNT >= WS-TL-MAX
              ADD 1 TO WS-DROPPED-COUNT
              GO TO 014-EXIT
           END-IF
           ADD 1 TO WS-TL-COUNT
           MOVE SRT-DATE TO TL-DATE(WS-TL-COUNT)
           MOVE SRT-ODOM TO TL-ODOM(WS-TL-COUNT)
           MOVE SRT-SOURCE TO TL-SOURCE(WS-TL-COUNT)
           MOVE SRT-REF TO TL-REF(WS-TL-COUNT)
           MOVE WS-FLAG-TEXT TO TL-FLAG(WS-TL-COUNT)
       .
       014-EXIT.
           EXIT
       .

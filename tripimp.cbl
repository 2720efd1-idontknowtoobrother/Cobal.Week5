       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRIPIMP.
       AUTHOR. JAKKRIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRIP-FILE ASSIGN TO DYNAMIC WS-TRPF-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TRP-FSTATUS.
           SELECT TRIP-HIST-FILE ASSIGN TO "trip-history.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TRH-FSTATUS.
           SELECT VEHICLE-MASTER ASSIGN TO DYNAMIC WS-VEHM-DSN
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS VEH-ID
              FILE STATUS IS WS-VEH-FSTATUS.
           SELECT JOURNAL-FILE ASSIGN TO "vehupdt-jrnl.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JRN-FSTATUS.
           SELECT ASSIGN-FILE ASSIGN TO DYNAMIC WS-ASGF-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ASG-FSTATUS.
           SELECT RESV-FILE ASSIGN TO DYNAMIC WS-RSVI-DSN
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS RSV-NUMBER
              ALTERNATE RECORD KEY IS RSV-VEH-ID WITH DUPLICATES
              FILE STATUS IS WS-RSV-FSTATUS.
           SELECT CALENDAR-FILE ASSIGN TO "batch-cal.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CAL-FSTATUS.
           SELECT SHARED-EXCEPTION-FILE ASSIGN TO
              "shared-exceptions.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EXC-FSTATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO "run-history.idx"
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS RUNH-KEY
              FILE STATUS IS WS-RUNH-FSTATUS.
           SELECT PRINT-FILE ASSIGN TO "tripimp-print.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TRIP-FILE.
       COPY "telem-trip.cpy".

       FD  TRIP-HIST-FILE.
       01  TRIP-HIST-REC        PIC X(40).

       FD  VEHICLE-MASTER.
       COPY "vehicle-rec.cpy".

       FD  JOURNAL-FILE.
       COPY "vehupdt-jrnl.cpy".

       FD  ASSIGN-FILE.
       COPY "veh-assign.cpy".

       FD  RESV-FILE.
       COPY "pool-resv.cpy".

       FD  CALENDAR-FILE.
       COPY "batch-cal.cpy".

       FD  SHARED-EXCEPTION-FILE.
       COPY "exception-log.cpy".

       FD  RUN-HISTORY-FILE.
       COPY "run-history.cpy".

       FD  PRINT-FILE.
       COPY "print-line.cpy".

       WORKING-STORAGE SECTION.
       COPY "run-stamp.cpy".
       01  WS-RSVI-DSN        PIC X(40)
           VALUE "pool-resv.idx".
       01  WS-TRPF-DSN        PIC X(40)
           VALUE "telematics-trips.dat".
       01  WS-VEHM-DSN        PIC X(40)
           VALUE "vehicle-master.idx".
       01  WS-ASGF-DSN        PIC X(40)
           VALUE "veh-assign.dat".
       01  WS-SPOOL-PROGRAM    PIC X(12) VALUE "TRIPIMP".
       01  WS-SPOOL-FILE       PIC X(40)
           VALUE "tripimp-print.dat".
       01  WS-OPERATOR-ID      PIC X(8) VALUE "SYSTEM".
       01  WS-TRP-FSTATUS      PIC XX VALUE "00".
       01  WS-TRH-FSTATUS      PIC XX VALUE "00".
       01  WS-VEH-FSTATUS      PIC XX VALUE "00".
       01  WS-JRN-FSTATUS      PIC XX VALUE "00".
       01  WS-ASG-FSTATUS      PIC XX VALUE "00".
       01  WS-RSV-FSTATUS      PIC XX VALUE "00".
       01  WS-CAL-FSTATUS      PIC XX VALUE "00".
       01  WS-EXC-FSTATUS      PIC XX VALUE "00".
       01  WS-RUNH-FSTATUS     PIC XX VALUE "00".
       01  WS-TRP-EOF-SW       PIC X VALUE "N".
           88 END-OF-TRIPS        VALUE "Y".
       01  WS-JRN-EOF-SW       PIC X VALUE "N".
           88 END-OF-JOURNAL      VALUE "Y".
       01  WS-ASG-EOF-SW       PIC X VALUE "N".
           88 END-OF-ASSIGNS      VALUE "Y".
       01  WS-RSV-EOF-SW       PIC X VALUE "N".
           88 END-OF-RESERVATIONS VALUE "Y".
       01  WS-CAL-EOF-SW       PIC X VALUE "N".
           88 END-OF-CALENDAR     VALUE "Y".
       01  WS-FOUND-SW         PIC X VALUE "N".
           88 VEHICLE-FOUND       VALUE "Y".
       01  ASG-TABLE.
           05 ASG-ENTRY OCCURS 400 TIMES INDEXED BY ASG-IDX.
              10 ASG-VEH-ID     PIC X(6).
              10 ASG-DRIVER-ID  PIC X(6).
              10 ASG-EFF-DATE   PIC 9(8).
              10 ASG-END-DATE   PIC 9(8).
       01  WS-ASG-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-ASG-MAX          PIC 9(3) VALUE 400.
       01  RSV-TABLE.
           05 RSV-ENTRY OCCURS 500 TIMES INDEXED BY RSV-IDX.
              10 RSV-TBL-VEH-ID  PIC X(6).
              10 RSV-TBL-DRIVER  PIC X(6).
              10 RSV-TBL-FROM    PIC 9(8).
              10 RSV-TBL-TO      PIC 9(8).
       01  WS-RSV-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-RSV-MAX          PIC 9(3) VALUE 500.
       01  HOLIDAY-TABLE.
           05 HOL-ENTRY OCCURS 20 TIMES INDEXED BY HOL-IDX.
              10 HOL-DATE       PIC 9(8).
       01  WS-HOL-COUNT        PIC 99 VALUE ZEROS.
       01  WS-HOL-MAX          PIC 99 VALUE 20.
       01  TRV-TABLE.
           05 TRV-ENTRY OCCURS 300 TIMES INDEXED BY TRV-IDX.
              10 TRV-VEH-ID     PIC X(6).
              10 TRV-TRIPS      PIC 9(5).
              10 TRV-MILES      PIC 9(7)V9(1).
              10 TRV-FROM-DATE  PIC 9(8).
              10 TRV-TO-DATE    PIC 9(8).
              10 TRV-ODOM-FROM  PIC 9(6).
              10 TRV-ODOM-TO    PIC 9(6).
              10 TRV-FROM-SW    PIC X.
                 88 TRV-FROM-SET   VALUE "Y".
              10 TRV-TO-SW      PIC X.
                 88 TRV-TO-SET     VALUE "Y".
       01  WS-TRV-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-TRV-MAX          PIC 9(3) VALUE 300.
       01  WS-MATCH-IDX        PIC 9(3) VALUE ZEROS.
       01  WS-JRN-IMAGE.
           05 WS-JI-VEH-ID     PIC X(6).
           05 WS-JI-START-ODOM PIC 9(6).
           05 WS-JI-END-ODOM   PIC 9(6).
           05 FILLER           PIC X(3).
       01  WS-DAY-START        PIC 9(4) VALUE 0700.
       01  WS-DAY-END          PIC 9(4) VALUE 1800.
       01  WS-TOL-MILES        PIC 9(4) VALUE 25.
       01  WS-TOL-PCT          PIC 9(3) VALUE 10.
       01  WS-ODOM-MODULUS     PIC 9(7) VALUE 1000000.
       01  WS-TRIP-DATE-INT    PIC 9(8) VALUE ZEROS.
       01  WS-DOW              PIC 9 VALUE ZEROS.
       01  WS-USAGE-REASON     PIC X(10) VALUE SPACES.
       01  WS-USAGE-TYPE       PIC X(8) VALUE SPACES.
       01  WS-USAGE-DRIVER     PIC X(7) VALUE SPACES.
       01  WS-BEST-DATE        PIC 9(8) VALUE ZEROS.
       01  WS-POSTED-MILES     PIC 9(7) VALUE ZEROS.
       01  WS-DIFF-MILES       PIC S9(7)V9(1) VALUE ZEROS.
       01  WS-ABS-DIFF         PIC 9(7)V9(1) VALUE ZEROS.
       01  WS-TOL-LIMIT        PIC 9(7)V9(1) VALUE ZEROS.
       01  WS-RECON-FLAG       PIC X(10) VALUE SPACES.
       01  WS-EXC-REASON       PIC X(30) VALUE SPACES.
       01  WS-EXC-VALUE        PIC X(10) VALUE SPACES.
       01  WS-EXC-SEVERITY     PIC X VALUE SPACE.
       01  WS-READ-COUNT       PIC 9(5) VALUE ZEROS.
       01  WS-LOADED-COUNT     PIC 9(5) VALUE ZEROS.
       01  WS-REJECT-COUNT     PIC 9(5) VALUE ZEROS.
       01  WS-AFTER-COUNT      PIC 9(5) VALUE ZEROS.
       01  WS-FLAGGED-COUNT    PIC 9(5) VALUE ZEROS.
       01  WS-DROPPED-COUNT    PIC 9(5) VALUE ZEROS.
       01  WS-TOT-MILES        PIC 9(8)V9(1) VALUE ZEROS.
       01  WS-PRN-MILES        PIC ZZ,ZZ9.9.
       01  WS-PRN-TRIP-MILES   PIC Z,ZZZ,ZZ9.9.
       01  WS-PRN-POSTED       PIC Z,ZZZ,ZZ9.
       01  WS-PRN-DIFF         PIC Z,ZZZ,ZZ9.9-.
       01  WS-PRN-TOTAL        PIC ZZ,ZZZ,ZZ9.9.
       01  WS-PRINT-LINE       PIC X(132) VALUE SPACES.
       01  WS-RUN-START-DATE   PIC 9(8).
       01  WS-RUN-START-TIME   PIC 9(8).
       01  WS-RUN-STATUS       PIC X(8) VALUE "OK".
       01  WS-MSG-ID           PIC X(7) VALUE SPACES.
       01  WS-MSG-SUB          PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       000-BEGIN.
           CALL "GETDSN" USING WS-RSVI-DSN
           CALL "GETDSN" USING WS-TRPF-DSN
           CALL "GETDSN" USING WS-VEHM-DSN
           CALL "GETDSN" USING WS-ASGF-DSN
           CALL "GETOPER" USING WS-OPERATOR-ID
           CALL "GETBDATE" USING WS-RUN-START-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-RUN-START-TIME
           MOVE WS-RUN-START-DATE TO WS-PRN-RUN-DATE
           OPEN INPUT VEHICLE-MASTER
           IF WS-VEH-FSTATUS NOT = "00"
              MOVE "FLT0001" TO WS-MSG-ID
              MOVE WS-VEH-FSTATUS TO WS-MSG-SUB
              CALL "PUTMSG" USING WS-MSG-ID WS-MSG-SUB
              MOVE "ABORTED" TO WS-RUN-STATUS
              MOVE 8 TO RETURN-CODE
              PERFORM 014-RECORD-RUN-HISTORY THRU 014-EXIT
              GOBACK
           END-IF
           OPEN INPUT TRIP-FILE
           IF WS-TRP-FSTATUS NOT = "00"
              MOVE "FLT0005" TO WS-MSG-ID
              MOVE SPACES TO WS-MSG-SUB
              CALL "PUTMSG" USING WS-MSG-ID WS-MSG-SUB
              MOVE 4 TO RETURN-CODE
              CLOSE VEHICLE-MASTER
              PERFORM 014-RECORD-RUN-HISTORY THRU 014-EXIT
              GOBACK
           END-IF
           PERFORM 001-LOAD-CALENDAR THRU 001-EXIT
           PERFORM 002-LOAD-ASSIGNMENTS THRU 002-EXIT
           PERFORM 003-LOAD-RESERVATIONS THRU 003-EXIT
           OPEN EXTEND TRIP-HIST-FILE
           IF WS-TRH-FSTATUS = "35"
              OPEN OUTPUT TRIP-HIST-FILE
           END-IF
           OPEN OUTPUT PRINT-FILE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "TELEMATICS TRIP IMPORT AND AFTER-HOURS USAGE   RUN "
              "DATE " WS-PRN-RUN-DATE
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE "1" TO PRN-CARRIAGE-CTL
           MOVE WS-PRINT-LINE TO PRN-TEXT
           WRITE PRINT-REC
           DISPLAY WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           MOVE "AFTER-HOURS AND WEEKEND USAGE (BUSINESS DAYS 0700-1800"
              TO WS-PRINT-LINE
           MOVE ")" TO WS-PRINT-LINE(55:1)
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           MOVE "VEHICL TRIP DATE START END      MILES TYPE     DRIVER "
              TO WS-PRINT-LINE
           MOVE "REASON" TO WS-PRINT-LINE(56:6)
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           PERFORM UNTIL END-OF-TRIPS
              READ TRIP-FILE
                 AT END MOVE "Y" TO WS-TRP-EOF-SW
                 NOT AT END
                    ADD 1 TO WS-READ-COUNT
                    PERFORM 004-LOAD-TRIP THRU 004-EXIT
              END-READ
           END-PERFORM
           CLOSE TRIP-FILE
           CLOSE TRIP-HIST-FILE
           IF WS-AFTER-COUNT = 0
              MOVE "  NONE" TO WS-PRINT-LINE
              PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           END-IF
           PERFORM 008-SCAN-JOURNAL THRU 008-EXIT
           PERFORM 009-RECONCILE-SECTION THRU 009-EXIT
           CLOSE VEHICLE-MASTER
           CLOSE PRINT-FILE
           CALL "SPOOLSAVE" USING WS-SPOOL-PROGRAM WS-SPOOL-FILE
           IF WS-READ-COUNT > 0
              OPEN OUTPUT TRIP-FILE
              CLOSE TRIP-FILE
              DISPLAY "Trip file cleared after loading."
           END-IF
           MOVE WS-TOT-MILES TO WS-PRN-TOTAL
           DISPLAY "-----------------------------------------------"
           DISPLAY "Trips read . . . . . . . . . . : " WS-READ-COUNT
           DISPLAY "Trips loaded . . . . . . . . . : " WS-LOADED-COUNT
           DISPLAY "Trips rejected . . . . . . . . : " WS-REJECT-COUNT
           DISPLAY "Trip miles loaded  . . . . . . : " WS-PRN-TOTAL
           DISPLAY "After-hours or weekend trips . : " WS-AFTER-COUNT
           DISPLAY "Vehicles outside tolerance . . : "
              WS-FLAGGED-COUNT
           DISPLAY "==============================================="
           IF WS-DROPPED-COUNT > 0
              DISPLAY "TRIPIMP: " WS-DROPPED-COUNT
                 " vehicles beyond table capacity were not reconciled."
           END-IF
           IF WS-REJECT-COUNT > 0 OR WS-FLAGGED-COUNT > 0
              OR WS-AFTER-COUNT > 0 OR WS-DROPPED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 014-RECORD-RUN-HISTORY THRU 014-EXIT
           GOBACK
       .

       001-LOAD-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-FSTATUS NOT = "00"
              GO TO 001-EXIT
           END-IF
           PERFORM UNTIL END-OF-CALENDAR
              READ CALENDAR-FILE
                 AT END MOVE "Y" TO WS-CAL-EOF-SW
                 NOT AT END
                    IF CAL-TYPE = "H"
                       AND WS-HOL-COUNT < WS-HOL-MAX
                       AND CAL-HOLIDAY-DATE NUMERIC
                       ADD 1 TO WS-HOL-COUNT
                       MOVE CAL-HOLIDAY-DATE TO
                          HOL-DATE(WS-HOL-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CALENDAR-FILE
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
                       MOVE VA-DRIVER-ID TO
                          ASG-DRIVER-ID(WS-ASG-COUNT)
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

       003-LOAD-RESERVATIONS.
           OPEN INPUT RESV-FILE
           IF WS-RSV-FSTATUS NOT = "00"
              GO TO 003-EXIT
           END-IF
           PERFORM UNTIL END-OF-RESERVATIONS
              READ RESV-FILE NEXT
                 AT END MOVE "Y" TO WS-RSV-EOF-SW
                 NOT AT END
                    IF (RSV-DISPATCHED OR RSV-RETURNED)
                       AND WS-RSV-COUNT < WS-RSV-MAX
                       ADD 1 TO WS-RSV-COUNT
                       MOVE RSV-VEH-ID TO RSV-TBL-VEH-ID(WS-RSV-COUNT)
                       MOVE RSV-DRIVER-ID TO
                          RSV-TBL-DRIVER(WS-RSV-COUNT)
                       MOVE RSV-FROM-DATE TO RSV-TBL-FROM(WS-RSV-COUNT)
                       MOVE RSV-TO-DATE TO RSV-TBL-TO(WS-RSV-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE RESV-FILE
       .
       003-EXIT.
           EXIT
       .

       004-LOAD-TRIP.
           MOVE TRP-VEH-ID TO WS-EXC-VALUE
           IF TRP-START-DATE NOT NUMERIC OR TRP-START-TIME NOT NUMERIC
              OR TRP-END-DATE NOT NUMERIC OR TRP-END-TIME NOT NUMERIC
              OR TRP-MILES NOT NUMERIC
              MOVE "TRIP DATA NOT NUMERIC" TO WS-EXC-REASON
              PERFORM 010-REJECT-TRIP THRU 010-EXIT
              GO TO 004-EXIT
           END-IF
           IF TRP-END-DATE < TRP-START-DATE
              OR (TRP-END-DATE = TRP-START-DATE
                 AND TRP-END-TIME < TRP-START-TIME)
              MOVE "TRIP ENDS BEFORE IT STARTS" TO WS-EXC-REASON
              PERFORM 010-REJECT-TRIP THRU 010-EXIT
              GO TO 004-EXIT
           END-IF
           MOVE "N" TO WS-FOUND-SW
           MOVE TRP-VEH-ID TO VEH-ID
           READ VEHICLE-MASTER
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE "Y" TO WS-FOUND-SW
           END-READ
           IF NOT VEHICLE-FOUND
              MOVE "UNKNOWN VEHICLE" TO WS-EXC-REASON
              PERFORM 010-REJECT-TRIP THRU 010-EXIT
              GO TO 004-EXIT
           END-IF
           WRITE TRIP-HIST-REC FROM TELEM-TRIP-REC
           ADD 1 TO WS-LOADED-COUNT
           ADD TRP-MILES TO WS-TOT-MILES
           PERFORM 005-ADD-VEHICLE THRU 005-EXIT
           PERFORM 006-CHECK-USAGE THRU 006-EXIT
       .
       004-EXIT.
           EXIT
       .

       005-ADD-VEHICLE.
           MOVE ZEROS TO WS-MATCH-IDX
           PERFORM VARYING TRV-IDX FROM 1 BY 1
              UNTIL TRV-IDX > WS-TRV-COUNT OR WS-MATCH-IDX > 0
              IF TRV-VEH-ID(TRV-IDX) = TRP-VEH-ID
                 SET WS-MATCH-IDX TO TRV-IDX
              END-IF
           END-PERFORM
           IF WS-MATCH-IDX = 0
              IF WS-TRV-COUNT >= WS-TRV-MAX
                 ADD 1 TO WS-DROPPED-COUNT
                 GO TO 005-EXIT
              END-IF
              ADD 1 TO WS-TRV-COUNT
              MOVE WS-TRV-COUNT TO WS-MATCH-IDX
              MOVE TRP-VEH-ID TO TRV-VEH-ID(WS-MATCH-IDX)
              MOVE ZEROS TO TRV-TRIPS(WS-MATCH-IDX)
                 TRV-MILES(WS-MATCH-IDX) TRV-ODOM-FROM(WS-MATCH-IDX)
                 TRV-ODOM-TO(WS-MATCH-IDX)
              MOVE TRP-START-DATE TO TRV-FROM-DATE(WS-MATCH-IDX)
                 TRV-TO-DATE(WS-MATCH-IDX)
              MOVE "N" TO TRV-FROM-SW(WS-MATCH-IDX)
                 TRV-TO-SW(WS-MATCH-IDX)
           END-IF
           ADD 1 TO TRV-TRIPS(WS-MATCH-IDX)
           ADD TRP-MILES TO TRV-MILES(WS-MATCH-IDX)
           IF TRP-START-DATE < TRV-FROM-DATE(WS-MATCH-IDX)
              MOVE TRP-START-DATE TO TRV-FROM-DATE(WS-MATCH-IDX)
           END-IF
           IF TRP-START-DATE > TRV-TO-DATE(WS-MATCH-IDX)
              MOVE TRP-START-DATE TO TRV-TO-DATE(WS-MATCH-IDX)
           END-IF
       .
       005-EXIT.
           EXIT
       .

       006-CHECK-USAGE.
           MOVE SPACES TO WS-USAGE-REASON
           COMPUTE WS-TRIP-DATE-INT =
              FUNCTION INTEGER-OF-DATE(TRP-START-DATE)
           COMPUTE WS-DOW = FUNCTION MOD(WS-TRIP-DATE-INT, 7)
           IF WS-DOW = 0 OR WS-DOW = 6
              MOVE "WEEKEND" TO WS-USAGE-REASON
           END-IF
           IF WS-USAGE-REASON = SPACES
              PERFORM VARYING HOL-IDX FROM 1 BY 1
                 UNTIL HOL-IDX > WS-HOL-COUNT
                 IF HOL-DATE(HOL-IDX) = TRP-START-DATE
                    MOVE "HOLIDAY" TO WS-USAGE-REASON
                 END-IF
              END-PERFORM
           END-IF
           IF WS-USAGE-REASON = SPACES
              IF TRP-START-TIME < WS-DAY-START
                 OR TRP-END-TIME > WS-DAY-END
                 OR TRP-END-DATE > TRP-START-DATE
                 MOVE "AFTER HRS" TO WS-USAGE-REASON
              END-IF
           END-IF
           IF WS-USAGE-REASON = SPACES
              GO TO 006-EXIT
           END-IF
           PERFORM 007-FIND-USER THRU 007-EXIT
           ADD 1 TO WS-AFTER-COUNT
           MOVE TRP-MILES TO WS-PRN-MILES
           MOVE SPACES TO WS-PRINT-LINE
           STRING TRP-VEH-ID " " TRP-START-DATE "  " TRP-START-TIME
              " " TRP-END-TIME " " WS-PRN-MILES " " WS-USAGE-TYPE " "
              WS-USAGE-DRIVER " " WS-USAGE-REASON
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
       .
       006-EXIT.
           EXIT
       .

       007-FIND-USER.
           MOVE "POOL" TO WS-USAGE-TYPE
           MOVE "NO RESV" TO WS-USAGE-DRIVER
           MOVE ZEROS TO WS-BEST-DATE
           PERFORM VARYING ASG-IDX FROM 1 BY 1
              UNTIL ASG-IDX > WS-ASG-COUNT
              IF ASG-VEH-ID(ASG-IDX) = TRP-VEH-ID
                 AND ASG-DRIVER-ID(ASG-IDX) NOT = SPACES
                 AND ASG-EFF-DATE(ASG-IDX) NOT > TRP-START-DATE
                 AND (ASG-END-DATE(ASG-IDX) = 0
                    OR ASG-END-DATE(ASG-IDX) > TRP-START-DATE)
                 AND ASG-EFF-DATE(ASG-IDX) NOT < WS-BEST-DATE
                 MOVE ASG-EFF-DATE(ASG-IDX) TO WS-BEST-DATE
                 MOVE "ASSIGNED" TO WS-USAGE-TYPE
                 MOVE ASG-DRIVER-ID(ASG-IDX) TO WS-USAGE-DRIVER
              END-IF
           END-PERFORM
           IF WS-USAGE-TYPE = "ASSIGNED"
              GO TO 007-EXIT
           END-IF
           PERFORM VARYING RSV-IDX FROM 1 BY 1
              UNTIL RSV-IDX > WS-RSV-COUNT
              IF RSV-TBL-VEH-ID(RSV-IDX) = TRP-VEH-ID
                 AND RSV-TBL-FROM(RSV-IDX) NOT > TRP-START-DATE
                 AND RSV-TBL-TO(RSV-IDX) NOT < TRP-START-DATE
                 MOVE RSV-TBL-DRIVER(RSV-IDX) TO WS-USAGE-DRIVER
              END-IF
           END-PERFORM
       .
       007-EXIT.
           EXIT
       .

       008-SCAN-JOURNAL.
           IF WS-TRV-COUNT = 0
              GO TO 008-EXIT
           END-IF
           OPEN INPUT JOURNAL-FILE
           IF WS-JRN-FSTATUS NOT = "00"
              GO TO 008-EXIT
           END-IF
           PERFORM UNTIL END-OF-JOURNAL
              READ JOURNAL-FILE
                 AT END MOVE "Y" TO WS-JRN-EOF-SW
                 NOT AT END
                    MOVE JRN-BEFORE-IMAGE TO WS-JRN-IMAGE
                    PERFORM 011-POST-JOURNAL-ROW THRU 011-EXIT
              END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE
       .
       008-EXIT.
           EXIT
       .

       009-RECONCILE-SECTION.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           MOVE "TRIP MILES AGAINST POSTED ODOMETER CHANGE"
              TO WS-PRINT-LINE
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           MOVE "VEHICL FROM     TO       TRIPS   TRIP MILES     POSTED"
              TO WS-PRINT-LINE
           MOVE "   DIFFERENCE FLAG" TO WS-PRINT-LINE(56:18)
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           PERFORM VARYING TRV-IDX FROM 1 BY 1
              UNTIL TRV-IDX > WS-TRV-COUNT
              PERFORM 012-RECONCILE-VEHICLE THRU 012-EXIT
           END-PERFORM
           IF WS-TRV-COUNT = 0
              MOVE "  NONE" TO WS-PRINT-LINE
              PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           END-IF
       .
       009-EXIT.
           EXIT
       .

       010-REJECT-TRIP.
           ADD 1 TO WS-REJECT-COUNT
           DISPLAY TRP-VEH-ID "  REJECTED - " WS-EXC-REASON
           MOVE "E" TO WS-EXC-SEVERITY
           PERFORM 015-LOG-EXCEPTION THRU 015-EXIT
       .
       010-EXIT.
           EXIT
       .

       011-POST-JOURNAL-ROW.
           PERFORM VARYING TRV-IDX FROM 1 BY 1
              UNTIL TRV-IDX > WS-TRV-COUNT
              IF TRV-VEH-ID(TRV-IDX) = WS-JI-VEH-ID
                 AND WS-JI-END-ODOM NUMERIC
                 IF NOT TRV-FROM-SET(TRV-IDX)
                    AND JRN-RUN-DATE NOT < TRV-FROM-DATE(TRV-IDX)
                    AND JRN-RUN-DATE NOT > TRV-TO-DATE(TRV-IDX)
                    MOVE WS-JI-END-ODOM TO TRV-ODOM-FROM(TRV-IDX)
                    MOVE "Y" TO TRV-FROM-SW(TRV-IDX)
                 END-IF
                 IF NOT TRV-TO-SET(TRV-IDX)
                    AND TRV-FROM-SET(TRV-IDX)
                    AND JRN-RUN-DATE > TRV-TO-DATE(TRV-IDX)
                    MOVE WS-JI-END-ODOM TO TRV-ODOM-TO(TRV-IDX)
                    MOVE "Y" TO TRV-TO-SW(TRV-IDX)
                 END-IF
              END-IF
           END-PERFORM
       .
       011-EXIT.
           EXIT
       .

       012-RECONCILE-VEHICLE.
           MOVE ZEROS TO WS-POSTED-MILES
           MOVE SPACES TO WS-RECON-FLAG
           IF NOT TRV-FROM-SET(TRV-IDX)
              MOVE "NO POSTING" TO WS-RECON-FLAG
           ELSE
              IF NOT TRV-TO-SET(TRV-IDX)
                 MOVE TRV-VEH-ID(TRV-IDX) TO VEH-ID
                 READ VEHICLE-MASTER
                    INVALID KEY
                       MOVE TRV-ODOM-FROM(TRV-IDX) TO
                          TRV-ODOM-TO(TRV-IDX)
                    NOT INVALID KEY
                       MOVE VEH-END-ODOM TO TRV-ODOM-TO(TRV-IDX)
                 END-READ
              END-IF
              IF TRV-ODOM-TO(TRV-IDX) < TRV-ODOM-FROM(TRV-IDX)
                 COMPUTE WS-POSTED-MILES = TRV-ODOM-TO(TRV-IDX)
                    + WS-ODOM-MODULUS - TRV-ODOM-FROM(TRV-IDX)
              ELSE
                 COMPUTE WS-POSTED-MILES = TRV-ODOM-TO(TRV-IDX)
                    - TRV-ODOM-FROM(TRV-IDX)
              END-IF
           END-IF
           COMPUTE WS-DIFF-MILES = WS-POSTED-MILES - TRV-MILES(TRV-IDX)
           IF WS-DIFF-MILES < 0
              COMPUTE WS-ABS-DIFF = 0 - WS-DIFF-MILES
           ELSE
              MOVE WS-DIFF-MILES TO WS-ABS-DIFF
           END-IF
           COMPUTE WS-TOL-LIMIT = TRV-MILES(TRV-IDX) * WS-TOL-PCT / 100
           IF WS-TOL-LIMIT < WS-TOL-MILES
              MOVE WS-TOL-MILES TO WS-TOL-LIMIT
           END-IF
           IF WS-RECON-FLAG = SPACES AND WS-ABS-DIFF > WS-TOL-LIMIT
              IF WS-DIFF-MILES > 0
                 MOVE "ODOM HIGH" TO WS-RECON-FLAG
              ELSE
                 MOVE "ODOM LOW" TO WS-RECON-FLAG
              END-IF
           END-IF
           IF WS-RECON-FLAG NOT = SPACES
              ADD 1 TO WS-FLAGGED-COUNT
              MOVE TRV-VEH-ID(TRV-IDX) TO WS-EXC-VALUE
              MOVE SPACES TO WS-EXC-REASON
              STRING "TRIP MILES VS ODOM " WS-RECON-FLAG
                 DELIMITED BY SIZE INTO WS-EXC-REASON
              MOVE "W" TO WS-EXC-SEVERITY
              PERFORM 015-LOG-EXCEPTION THRU 015-EXIT
           END-IF
           MOVE TRV-MILES(TRV-IDX) TO WS-PRN-TRIP-MILES
           MOVE WS-POSTED-MILES TO WS-PRN-POSTED
           MOVE WS-DIFF-MILES TO WS-PRN-DIFF
           MOVE SPACES TO WS-PRINT-LINE
           STRING TRV-VEH-ID(TRV-IDX) " " TRV-FROM-DATE(TRV-IDX) " "
              TRV-TO-DATE(TRV-IDX) " " TRV-TRIPS(TRV-IDX) " "
              WS-PRN-TRIP-MILES "  " WS-PRN-POSTED " " WS-PRN-DIFF
              " " WS-RECON-FLAG
              DELIMITED BY SIZE INTO WS-PRINT-LINE
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

       014-RECORD-RUN-HISTORY.
           OPEN I-O RUN-HISTORY-FILE
           IF WS-RUNH-FSTATUS = "35"
              OPEN OUTPUT RUN-HISTORY-FILE
           END-IF
           MOVE SPACES TO RUN-HISTORY-REC
           MOVE "TRIPIMP" TO RUNH-PROGRAM
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
       014-EXIT.
           EXIT
       .

       015-LOG-EXCEPTION.
           OPEN EXTEND SHARED-EXCEPTION-FILE
           IF WS-EXC-FSTATUS = "35"
              OPEN OUTPUT SHARED-EXCEPTION-FILE
           END-IF
           MOVE SPACES TO SHARED-EXC-REC
           MOVE "TRIPIMP" TO SHX-PROGRAM
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
       015-EXIT.
           EXIT
       .

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIRERPT.
       AUTHOR. JAKKRIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIRE-FILE ASSIGN TO "tire-master.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TIR-FSTATUS.
           SELECT VEHICLE-MASTER ASSIGN TO DYNAMIC WS-VEHM-DSN
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS VEH-ID
              FILE STATUS IS WS-VEH-FSTATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO "run-history.idx"
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS RUNH-KEY
              FILE STATUS IS WS-RUNH-FSTATUS.
           SELECT PRINT-FILE ASSIGN TO "tirerpt-print.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TIRE-FILE.
       COPY "tire-master.cpy".

       FD  VEHICLE-MASTER.
       COPY "vehicle-rec.cpy".

       FD  RUN-HISTORY-FILE.
       COPY "run-history.cpy".

       FD  PRINT-FILE.
       COPY "print-line.cpy".

       WORKING-STORAGE SECTION.
       COPY "run-stamp.cpy".
       01  WS-VEHM-DSN        PIC X(40)
           VALUE "vehicle-master.idx".
       01  WS-SPOOL-PROGRAM    PIC X(12) VALUE "TIRERPT".
       01  WS-SPOOL-FILE       PIC X(40)
           VALUE "tirerpt-print.dat".
       01  WS-OPERATOR-ID      PIC X(8) VALUE "SYSTEM".
       01  WS-TIR-FSTATUS      PIC XX VALUE "00".
       01  WS-VEH-FSTATUS      PIC XX VALUE "00".
       01  WS-RUNH-FSTATUS     PIC XX VALUE "00".
       01  WS-TIR-EOF-SW       PIC X VALUE "N".
           88 END-OF-TIRES        VALUE "Y".
       01  TRV-TABLE.
           05 TRV-ENTRY OCCURS 300 TIMES INDEXED BY TRV-IDX.
              10 TRV-VEH-ID     PIC X(6).
              10 TRV-ROT-ODOM   PIC 9(6).
              10 TRV-TIRES      PIC 9(2).
       01  WS-TRV-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-TRV-MAX          PIC 9(3) VALUE 300.
       01  WS-TRV-MATCH        PIC 9(3) VALUE ZEROS.
       01  WS-MIN-TREAD        PIC 9(2) VALUE 4.
       01  WS-ROTATE-MILES     PIC 9(6) VALUE 6000.
       01  WS-ODOM-MODULUS     PIC 9(7) VALUE 1000000.
       01  WS-MILES-SINCE      PIC 9(7) VALUE ZEROS.
       01  WS-TIRE-COUNT       PIC 9(5) VALUE ZEROS.
       01  WS-MOUNTED-COUNT    PIC 9(5) VALUE ZEROS.
       01  WS-WORN-COUNT       PIC 9(5) VALUE ZEROS.
       01  WS-DUE-COUNT        PIC 9(5) VALUE ZEROS.
       01  WS-DROPPED-COUNT    PIC 9(5) VALUE ZEROS.
       01  WS-PRN-MILES        PIC ZZZ,ZZ9.
       01  WS-PRINT-LINE       PIC X(132) VALUE SPACES.
       01  WS-RUN-START-DATE   PIC 9(8).
       01  WS-RUN-START-TIME   PIC 9(8).
       01  WS-RUN-STATUS       PIC X(8) VALUE "OK".

       PROCEDURE DIVISION.
       000-BEGIN.
           CALL "GETDSN" USING WS-VEHM-DSN
           CALL "GETOPER" USING WS-OPERATOR-ID
           CALL "GETBDATE" USING WS-RUN-START-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-RUN-START-TIME
           MOVE WS-RUN-START-DATE TO WS-PRN-RUN-DATE
           OPEN INPUT TIRE-FILE
           IF WS-TIR-FSTATUS NOT = "00"
              DISPLAY "TIRERPT: no tire master on file."
              MOVE 4 TO RETURN-CODE
              PERFORM 005-RECORD-RUN-HISTORY THRU 005-EXIT
              GOBACK
           END-IF
           OPEN OUTPUT PRINT-FILE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "TIRE CONDITION AND ROTATION   RUN DATE "
              WS-PRN-RUN-DATE DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE "1" TO PRN-CARRIAGE-CTL
           MOVE WS-PRINT-LINE TO PRN-TEXT
           WRITE PRINT-REC
           DISPLAY WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "TIRES BELOW MINIMUM TREAD OF " WS-MIN-TREAD "/32"
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 004-PRINT-ONE-LINE THRU 004-EXIT
           MOVE "SERIAL       VEHICLE POS  SIZE         BRAND       "
              TO WS-PRINT-LINE
           MOVE "  TREAD READ-ON" TO WS-PRINT-LINE(53:15)
           PERFORM 004-PRINT-ONE-LINE THRU 004-EXIT
           PERFORM UNTIL END-OF-TIRES
              READ TIRE-FILE
                 AT END MOVE "Y" TO WS-TIR-EOF-SW
                 NOT AT END
                    ADD 1 TO WS-TIRE-COUNT
                    IF TIR-MOUNTED
                       PERFORM 001-CHECK-ONE-TIRE THRU 001-EXIT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE TIRE-FILE
           PERFORM 002-ROTATION-SECTION THRU 002-EXIT
           CLOSE PRINT-FILE
           CALL "SPOOLSAVE" USING WS-SPOOL-PROGRAM WS-SPOOL-FILE
           DISPLAY "-----------------------------------------------"
           DISPLAY "Tires on file  . . . . . . . . : " WS-TIRE-COUNT
           DISPLAY "Tires mounted  . . . . . . . . : " WS-MOUNTED-COUNT
           DISPLAY "Below minimum tread  . . . . . : " WS-WORN-COUNT
           DISPLAY "Vehicles due for rotation  . . : " WS-DUE-COUNT
           DISPLAY "==============================================="
           IF WS-DROPPED-COUNT > 0
              DISPLAY "TIRERPT: " WS-DROPPED-COUNT
                 " vehicles beyond table capacity were not checked."
           END-IF
           IF WS-WORN-COUNT > 0 OR WS-DUE-COUNT > 0
              OR WS-DROPPED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 005-RECORD-RUN-HISTORY THRU 005-EXIT
           GOBACK
       .

       001-CHECK-ONE-TIRE.
           ADD 1 TO WS-MOUNTED-COUNT
           IF TIR-TREAD < WS-MIN-TREAD
              ADD 1 TO WS-WORN-COUNT
              MOVE SPACES TO WS-PRINT-LINE
              STRING TIR-SERIAL " " TIR-VEH-ID "  " TIR-POSITION " "
                 TIR-SIZE " " TIR-BRAND "     " TIR-TREAD "  "
                 TIR-TREAD-DATE DELIMITED BY SIZE INTO WS-PRINT-LINE
              PERFORM 004-PRINT-ONE-LINE THRU 004-EXIT
           END-IF
           MOVE ZEROS TO WS-TRV-MATCH
           PERFORM VARYING TRV-IDX FROM 1 BY 1
              UNTIL TRV-IDX > WS-TRV-COUNT OR WS-TRV-MATCH > 0
              IF TRV-VEH-ID(TRV-IDX) = TIR-VEH-ID
                 SET WS-TRV-MATCH TO TRV-IDX
              END-IF
           END-PERFORM
           IF WS-TRV-MATCH = 0
              IF WS-TRV-COUNT >= WS-TRV-MAX
                 ADD 1 TO WS-DROPPED-COUNT
                 GO TO 001-EXIT
              END-IF
              ADD 1 TO WS-TRV-COUNT
              MOVE WS-TRV-COUNT TO WS-TRV-MATCH
              MOVE TIR-VEH-ID TO TRV-VEH-ID(WS-TRV-MATCH)
              MOVE TIR-ROTATE-ODOM TO TRV-ROT-ODOM(WS-TRV-MATCH)
              MOVE ZEROS TO TRV-TIRES(WS-TRV-MATCH)
           END-IF
           ADD 1 TO TRV-TIRES(WS-TRV-MATCH)
           IF TIR-ROTATE-ODOM < TRV-ROT-ODOM(WS-TRV-MATCH)
              MOVE TIR-ROTATE-ODOM TO TRV-ROT-ODOM(WS-TRV-MATCH)
           END-IF
       .
       001-EXIT.
           EXIT
       .

       002-ROTATION-SECTION.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 004-PRINT-ONE-LINE THRU 004-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "VEHICLES DUE FOR ROTATION (EVERY " WS-ROTATE-MILES
              " MILES)" DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 004-PRINT-ONE-LINE THRU 004-EXIT
           MOVE "VEHICLE TIRES LAST-ROTATED CURRENT-ODOM  MILES-SINCE"
              TO WS-PRINT-LINE
           PERFORM 004-PRINT-ONE-LINE THRU 004-EXIT
           OPEN INPUT VEHICLE-MASTER
           IF WS-VEH-FSTATUS NOT = "00"
              MOVE "VEHICLE MASTER NOT AVAILABLE" TO WS-PRINT-LINE
              PERFORM 004-PRINT-ONE-LINE THRU 004-EXIT
              GO TO 002-EXIT
           END-IF
           PERFORM VARYING TRV-IDX FROM 1 BY 1
              UNTIL TRV-IDX > WS-TRV-COUNT
              MOVE TRV-VEH-ID(TRV-IDX) TO VEH-ID
              READ VEHICLE-MASTER
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    PERFORM 003-CHECK-ROTATION THRU 003-EXIT
              END-READ
           END-PERFORM
           CLOSE VEHICLE-MASTER
       .
       002-EXIT.
           EXIT
       .

       003-CHECK-ROTATION.
           IF VEH-END-ODOM < TRV-ROT-ODOM(TRV-IDX)
              COMPUTE WS-MILES-SINCE = WS-ODOM-MODULUS
                 - TRV-ROT-ODOM(TRV-IDX) + VEH-END-ODOM
           ELSE
              COMPUTE WS-MILES-SINCE = VEH-END-ODOM
                 - TRV-ROT-ODOM(TRV-IDX)
           END-IF
           IF WS-MILES-SINCE < WS-ROTATE-MILES
              GO TO 003-EXIT
           END-IF
           ADD 1 TO WS-DUE-COUNT
           MOVE WS-MILES-SINCE TO WS-PRN-MILES
           MOVE SPACES TO WS-PRINT-LINE
           STRING TRV-VEH-ID(TRV-IDX) "   " TRV-TIRES(TRV-IDX)
              "        " TRV-ROT-ODOM(TRV-IDX) "       " VEH-END-ODOM
              "      " WS-PRN-MILES
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 004-PRINT-ONE-LINE THRU 004-EXIT
       .
       003-EXIT.
           EXIT
       .

       004-PRINT-ONE-LINE.
           MOVE " " TO PRN-CARRIAGE-CTL
           MOVE WS-PRINT-LINE TO PRN-TEXT
           WRITE PRINT-REC
           DISPLAY WS-PRINT-LINE
       .
       004-EXIT.
           EXIT
       .

       005-RECORD-RUN-HISTORY.
           OPEN I-O RUN-HISTORY-FILE
           IF WS-RUNH-FSTATUS = "35"
              OPEN OUTPUT RUN-HISTORY-FILE
           END-IF
           MOVE SPACES TO RUN-HISTORY-REC
           MOVE "TIRERPT" TO RUNH-PROGRAM
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
       005-EXIT.
           EXIT
       .

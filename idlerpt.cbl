              ACCESS IS DYNAMIC
              RECORD KEY IS RUNH-KEY
              FILE STATUS IS WS-RUNH-FSTATUS.
           SELECT VEHICLE-MASTER ASSIGN TO DYNAMIC WS-VEHM-DSN
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS VEH-ID
              FILE STATUS IS WS-VEH-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-HISTORY-FILE.
       COPY "run-history.cpy".

       FD  VEHICLE-MASTER.
       COPY "vehicle-rec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-MHI-DSN         PIC X(40)
           VALUE "mileage-history.idx".
       01  WS-VEHM-DSN        PIC X(40)
           VALUE "vehicle-master.idx".
       01  WS-OPERATOR-ID      PIC X(8) VALUE "SYSTEM".
       01  WS-MHIST-FSTATUS    PIC XX VALUE "00".
       01  WS-FLEET-FSTATUS    PIC XX VALUE "00".
       01  WS-RUN-START-DATE   PIC 9(8).
       01  WS-RUN-START-TIME   PIC 9(8).
       01  WS-RUN-STATUS       PIC X(8) VALUE "OK".
       01  WS-VEH-FSTATUS      PIC XX VALUE "00".
       01  WS-VEH-OPEN-SW      PIC X VALUE "N".
           88 MASTER-AVAILABLE    VALUE "Y".
       01  WS-VEH-UTIL-FLOOR   PIC 9(6) VALUE ZEROS.
       01  WS-CLASS-FOUND-SW   PIC X VALUE "N".
           88 CLASS-ON-FILE       VALUE "Y".
       COPY "veh-class.cpy".

       PROCEDURE DIVISION.
       000-BEGIN.
           CALL "GETDSN" USING WS-MHI-DSN
           CALL "GETDSN" USING WS-VEHM-DSN
           CALL "GETOPER" USING WS-OPERATOR-ID
           CALL "GETBDATE" USING WS-RUN-START-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-RUN-START-TIME
              PERFORM 009-RECORD-RUN-HISTORY THRU 009-EXIT
              GOBACK
           END-IF
           OPEN INPUT VEHICLE-MASTER
           IF WS-VEH-FSTATUS = "00"
              MOVE "Y" TO WS-VEH-OPEN-SW
           END-IF
           PERFORM 003-SCAN-VEHICLES THRU 003-EXIT
           IF MASTER-AVAILABLE
              CLOSE VEHICLE-MASTER
           END-IF
           PERFORM 005-PRINT-REPORT THRU 005-EXIT
           PERFORM 009-RECORD-RUN-HISTORY THRU 009-EXIT
           GOBACK
                 (UTL-TOTAL(UTL-IDX) * 12)
                 / UTL-PER-COUNT(UTL-IDX)
           END-IF
           PERFORM 010-SET-CLASS-FLOOR THRU 010-EXIT
           IF WS-IDLE-RUN >= WS-IDLE-PERIODS
              OR WS-ANNUALIZED < WS-VEH-UTIL-FLOOR
              MOVE "Y" TO WS-IDLE-SW
           END-IF
           IF VEHICLE-IDLE
           DISPLAY "==============================================="
           DISPLAY "   IDLE-VEHICLE UTILIZATION REPORT"
           DISPLAY "==============================================="
           DISPLAY "Default utilization floor  . . : " WS-UTIL-FLOOR
           DISPLAY "Idle-period threshold  . . . . : "
              WS-IDLE-PERIODS
           DISPLAY "-----------------------------------------------"
       009-EXIT.
           EXIT
       .

       010-SET-CLASS-FLOOR.
           MOVE WS-UTIL-FLOOR TO WS-VEH-UTIL-FLOOR
           IF NOT MASTER-AVAILABLE
              GO TO 010-EXIT
           END-IF
           MOVE "N" TO WS-CLASS-FOUND-SW
           MOVE UTL-VEH-ID(UTL-IDX) TO VEH-ID
           READ VEHICLE-MASTER
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 CALL "GETCLASS" USING VEH-CLASS VEH-CLASS-REC
                    WS-CLASS-FOUND-SW
           END-READ
           IF CLASS-ON-FILE
              AND VCL-UTIL-FLOOR NUMERIC
              AND VCL-UTIL-FLOOR > 0
              MOVE VCL-UTIL-FLOOR TO WS-VEH-UTIL-FLOOR
           END-IF
       .
       010-EXIT.
           EXIT
       .

           SELECT INTERVAL-FILE ASSIGN TO "svc-intervals.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SVC-FSTATUS.
           SELECT WORK-ORDER-FILE ASSIGN TO DYNAMIC WS-WOI-DSN
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS WO-NUMBER
              ALTERNATE RECORD KEY IS WO-VEH-ID WITH DUPLICATES
              FILE STATUS IS WS-WO-FSTATUS.
           SELECT JOURNAL-FILE ASSIGN TO "vehupdt-jrnl.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JRN-FSTATUS.
           SELECT FLEET-CTL-FILE ASSIGN TO "fleet-ctl.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FLEET-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
       COPY "vehupdt-jrnl.cpy".

       FD  FLEET-CTL-FILE.
       COPY "fleet-ctl.cpy".

       WORKING-STORAGE SECTION.
       01  WS-VEHM-DSN        PIC X(40)
           VALUE "vehicle-master.idx".
       01  WS-RDGF-DSN        PIC X(40)
           VALUE "veh-readings.dat".
       01  WS-WOI-DSN         PIC X(40)
           VALUE "work-orders.idx".
       01  WS-OPERATOR-ID     PIC X(8) VALUE "SYSTEM".
       01  WS-VEH-FSTATUS       PIC XX VALUE "00".
       01  WS-RDG-FSTATUS       PIC XX VALUE "00".
       01  WS-SVC-FOUND-SW      PIC X VALUE "N".
           88 INTERVAL-FOUND       VALUE "Y".
       01  WS-SVC-MATCH-IDX     PIC 9(3) VALUE ZEROS.
       01  WS-OPEN-WO-SW        PIC X VALUE "N".
           88 OPEN-WO-EXISTS       VALUE "Y".
       01  WS-DUE-ODOM          PIC 9(7) VALUE ZEROS.
       01  WS-PERIOD-CLOSED-SW  PIC X VALUE "N".
           88 PERIOD-IS-CLOSED     VALUE "Y".
       01  WS-BAL-PROGRAM       PIC X(12) VALUE "VEHUPDT".
       01  WS-VLG-PROGRAM       PIC X(12) VALUE "VEHUPDT".
       01  WS-VLG-ACTION        PIC X VALUE "C".
       01  WS-BAL-FILE          PIC X(30) VALUE "vehupdt-jrnl.dat".
       01  WS-BAL-COUNT         PIC 9(7) VALUE ZEROS.
       01  WS-BAL-AMOUNT        PIC S9(9)V9(2) VALUE ZEROS.
       01  WS-MSG-ID          PIC X(7) VALUE SPACES.
       01  WS-MSG-SUB         PIC X(30) VALUE SPACES.
       01  WS-FLEET-FSTATUS     PIC XX VALUE "00".
       01  WS-MAX-MILEAGE       PIC 9(6) VALUE 50000.
       01  WS-VEH-MAX-MILEAGE   PIC 9(6) VALUE ZEROS.
       01  WS-VEH-OIL-MILES     PIC 9(6) VALUE ZEROS.
       01  WS-CLASS-FOUND-SW    PIC X VALUE "N".
           88 CLASS-ON-FILE        VALUE "Y".
       COPY "veh-class.cpy".


       PROCEDURE DIVISION.
       000-BEGIN.
           CALL "GETDSN" USING WS-VEHM-DSN
           CALL "GETDSN" USING WS-RDGF-DSN
           CALL "GETDSN" USING WS-WOI-DSN
           CALL "GETOPER" USING WS-OPERATOR-ID
           CALL "GETBDATE" USING WS-RUN-START-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-RUN-START-TIME
              PERFORM 006-RECORD-RUN-HISTORY THRU 006-EXIT
              GOBACK
           END-IF
           PERFORM 013-READ-FLEET-CTL THRU 013-EXIT
           PERFORM 007-LOAD-INTERVALS THRU 007-EXIT
           DISPLAY "==============================================="
           DISPLAY "       VEHICLE ODOMETER UPDATE REGISTER"
           DISPLAY "==============================================="
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE "Y" TO WS-FOUND-SW
           END-READ
           PERFORM 012-SET-CLASS-LIMITS THRU 012-EXIT
           MOVE "N" TO WS-PERIOD-CLOSED-SW
           IF RDG-DATE NUMERIC
              CALL "CHKCLOSE" USING RDG-DATE WS-PERIOD-CLOSED-SW
              WHEN RDG-ODOM < VEH-END-ODOM
                 MOVE "READING BELOW CURRENT ODOM" TO WS-EXC-REASON
                 PERFORM 003-REJECT-READING THRU 003-EXIT
              WHEN RDG-ODOM - VEH-END-ODOM > WS-VEH-MAX-MILEAGE
                 MOVE "MILEAGE EXCEEDS MAXIMUM" TO WS-EXC-REASON
                 PERFORM 003-REJECT-READING THRU 003-EXIT
              WHEN OTHER
                 DISPLAY RDG-VEH-ID "  " VEH-START-ODOM "/"
                    VEH-END-ODOM " " WITH NO ADVANCING
                       DISPLAY " " VEH-START-ODOM "/"
                          VEH-END-ODOM "  " RDG-DATE
                       ADD 1 TO WS-APPLIED-COUNT
                       CALL "VEHLOG" USING WS-VLG-PROGRAM
                          WS-OPERATOR-ID WS-VLG-ACTION VEHICLE-REC
                       PERFORM 009-CHECK-SERVICE-DUE THRU 009-EXIT
                 END-REWRITE
           END-EVALUATE
           EXIT
       .

       008-FIND-OPEN-OIL-WO.
           MOVE "N" TO WS-OPEN-WO-SW
           MOVE "N" TO WS-WO-EOF-SW
           MOVE VEH-ID TO WO-VEH-ID
           START WORK-ORDER-FILE KEY IS EQUAL TO WO-VEH-ID
              INVALID KEY MOVE "Y" TO WS-WO-EOF-SW
           END-START
           PERFORM UNTIL END-OF-WORK-ORDERS OR OPEN-WO-EXISTS
              READ WORK-ORDER-FILE NEXT
                 AT END MOVE "Y" TO WS-WO-EOF-SW
                 NOT AT END
                    IF WO-VEH-ID NOT = VEH-ID
                       MOVE "Y" TO WS-WO-EOF-SW
                    ELSE
                       IF WO-STATUS = "O" AND WO-TYPE = "OIL "
                          MOVE "Y" TO WS-OPEN-WO-SW
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
       .
       008-EXIT.
           EXIT
              NOT INVALID KEY
                 ADD 1 TO WS-APPLIED-COUNT
                 ADD 1 TO WS-ADJUST-COUNT
                 CALL "VEHLOG" USING WS-VLG-PROGRAM WS-OPERATOR-ID
                    WS-VLG-ACTION VEHICLE-REC
           END-REWRITE
       .
       010-EXIT.
              END-IF
           END-PERFORM
           IF NOT INTERVAL-FOUND
              GO TO 009-EXIT
           END-IF
           IF SVC-TBL-OIL(WS-SVC-MATCH-IDX) > 0
              MOVE SVC-TBL-OIL(WS-SVC-MATCH-IDX) TO WS-VEH-OIL-MILES
           END-IF
           IF WS-VEH-OIL-MILES = 0
              GO TO 009-EXIT
           END-IF
           COMPUTE WS-DUE-ODOM =
              SVC-TBL-LAST-ODOM(WS-SVC-MATCH-IDX)
              + WS-VEH-OIL-MILES
           IF VEH-END-ODOM < WS-DUE-ODOM
              GO TO 009-EXIT
           END-IF
           OPEN I-O WORK-ORDER-FILE
           IF WS-WO-FSTATUS = "35"
              OPEN OUTPUT WORK-ORDER-FILE
              CLOSE WORK-ORDER-FILE
              OPEN I-O WORK-ORDER-FILE
           END-IF
           IF WS-WO-FSTATUS NOT = "00"
              DISPLAY "  Service due for " VEH-ID
                 " - work orders not available, status "
                 WS-WO-FSTATUS
              GO TO 009-EXIT
           END-IF
           PERFORM 008-FIND-OPEN-OIL-WO THRU 008-EXIT
           IF OPEN-WO-EXISTS
              CLOSE WORK-ORDER-FILE
              GO TO 009-EXIT
           END-IF
           MOVE ZEROS TO WS-WO-NUMBER
           CALL "NEXTNUM" USING WS-NXT-SERIES WS-WO-NUMBER
           MOVE SPACES TO WORK-ORDER-REC
           MOVE WS-WO-NUMBER TO WO-NUMBER
           MOVE VEH-ID TO WO-VEH-ID
           MOVE VEH-END-ODOM TO WO-ODOM
           MOVE "O" TO WO-STATUS
           WRITE WORK-ORDER-REC
              INVALID KEY
                 DISPLAY "  Work order " WS-WO-NUMBER
                    " already on file, not raised"
                 CLOSE WORK-ORDER-FILE
                 GO TO 009-EXIT
           END-WRITE
           CLOSE WORK-ORDER-FILE
           ADD 1 TO WS-WO-RAISED-COUNT
           DISPLAY "  Service due - work order " WS-WO-NUMBER
              " raised for " VEH-ID
       .
       009-EXIT.
           EXIT
       .

       012-SET-CLASS-LIMITS.
           MOVE WS-MAX-MILEAGE TO WS-VEH-MAX-MILEAGE
           MOVE ZEROS TO WS-VEH-OIL-MILES
           IF NOT VEHICLE-FOUND
              GO TO 012-EXIT
           END-IF
           CALL "GETCLASS" USING VEH-CLASS VEH-CLASS-REC
              WS-CLASS-FOUND-SW
           IF NOT CLASS-ON-FILE
              GO TO 012-EXIT
           END-IF
           IF VCL-MAX-MILEAGE NUMERIC AND VCL-MAX-MILEAGE > 0
              MOVE VCL-MAX-MILEAGE TO WS-VEH-MAX-MILEAGE
           END-IF
           IF VCL-OIL-MILES NUMERIC
              MOVE VCL-OIL-MILES TO WS-VEH-OIL-MILES
           END-IF
       .
       012-EXIT.
           EXIT
       .

       013-READ-FLEET-CTL.
           OPEN INPUT FLEET-CTL-FILE
           IF WS-FLEET-FSTATUS = "00"
              READ FLEET-CTL-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF FCT-MAX-MILEAGE NUMERIC
                       AND FCT-MAX-MILEAGE > 0
                       MOVE FCT-MAX-MILEAGE TO WS-MAX-MILEAGE
                    END-IF
              END-READ
              CLOSE FLEET-CTL-FILE
           END-IF
       .
       013-EXIT.
           EXIT
       .

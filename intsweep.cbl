           SELECT READINGS-FILE ASSIGN TO DYNAMIC WS-RDGF-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RDG-FSTATUS.
           SELECT WORK-ORDER-FILE ASSIGN TO DYNAMIC WS-WOI-DSN
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS WO-NUMBER
              ALTERNATE RECORD KEY IS WO-VEH-ID WITH DUPLICATES
              FILE STATUS IS WS-WO-FSTATUS.
           SELECT RESV-FILE ASSIGN TO DYNAMIC WS-RSVI-DSN
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS RSV-NUMBER
              ALTERNATE RECORD KEY IS RSV-VEH-ID WITH DUPLICATES
              FILE STATUS IS WS-RSV-FSTATUS.
           SELECT SHARED-EXCEPTION-FILE ASSIGN TO
              "shared-exceptions.dat"
              ORGANIZATION IS LINE SEQUENTIAL
       FD  READINGS-FILE.
       COPY "veh-reading.cpy".

       FD  WORK-ORDER-FILE.
       COPY "work-order.cpy".

       FD  RESV-FILE.
       COPY "pool-resv.cpy".

       FD  SHARED-EXCEPTION-FILE.
       COPY "exception-log.cpy".

           VALUE "fuel-trans.dat".
       01  WS-RDGF-DSN        PIC X(40)
           VALUE "veh-readings.dat".
       01  WS-WOI-DSN         PIC X(40)
           VALUE "work-orders.idx".
       01  WS-RSVI-DSN        PIC X(40)
           VALUE "pool-resv.idx".
       01  WS-OPERATOR-ID      PIC X(8) VALUE "SYSTEM".
       01  WS-VEH-FSTATUS      PIC XX VALUE "00".
       01  WS-ASG-FSTATUS      PIC XX VALUE "00".
       01  WS-MHIST-FSTATUS    PIC XX VALUE "00".
       01  WS-FUEL-FSTATUS     PIC XX VALUE "00".
       01  WS-RDG-FSTATUS      PIC XX VALUE "00".
       01  WS-WO-FSTATUS       PIC XX VALUE "00".
       01  WS-RSV-FSTATUS      PIC XX VALUE "00".
       01  WS-EXC-FSTATUS      PIC XX VALUE "00".
       01  WS-RUNH-FSTATUS     PIC XX VALUE "00".
       01  WS-VEH-EOF-SW       PIC X VALUE "N".
           CALL "GETDSN" USING WS-MHI-DSN
           CALL "GETDSN" USING WS-FUELF-DSN
           CALL "GETDSN" USING WS-RDGF-DSN
           CALL "GETDSN" USING WS-WOI-DSN
           CALL "GETDSN" USING WS-RSVI-DSN
           CALL "GETOPER" USING WS-OPERATOR-ID
           CALL "GETBDATE" USING WS-RUN-START-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-RUN-START-TIME
           PERFORM 003-SWEEP-MILEAGE THRU 003-EXIT
           PERFORM 004-SWEEP-FUEL THRU 004-EXIT
           PERFORM 005-SWEEP-READINGS THRU 005-EXIT
           PERFORM 007-SWEEP-WORK-ORDERS THRU 007-EXIT
           PERFORM 008-SWEEP-RESERVATIONS THRU 008-EXIT
           PERFORM 006-CHECK-UNASSIGNED THRU 006-EXIT
           DISPLAY "-----------------------------------------------"
           DISPLAY "Vehicles on master . . . . . . : " WS-MST-COUNT
           EXIT
       .

       007-SWEEP-WORK-ORDERS.
           MOVE "N" TO WS-FILE-EOF-SW
           OPEN INPUT WORK-ORDER-FILE
           IF WS-WO-FSTATUS NOT = "00"
              GO TO 007-EXIT
           END-IF
           PERFORM UNTIL END-OF-FILE-IN
              READ WORK-ORDER-FILE NEXT
                 AT END MOVE "Y" TO WS-FILE-EOF-SW
                 NOT AT END
                    MOVE WO-VEH-ID TO WS-THE-VEH-ID
                    PERFORM 010-FIND-ON-MASTER THRU 010-EXIT
                    IF NOT ON-MASTER
                       MOVE "WORK-ORDERS" TO WS-THE-SOURCE
                       MOVE "WORK ORDER FOR UNKNOWN VEHICLE" TO
                          WS-THE-REASON
                       MOVE "E" TO WS-THE-SEVERITY
                       PERFORM 011-REPORT-ORPHAN THRU 011-EXIT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE WORK-ORDER-FILE
       .
       007-EXIT.
           EXIT
       .

       008-SWEEP-RESERVATIONS.
           MOVE "N" TO WS-FILE-EOF-SW
           OPEN INPUT RESV-FILE
           IF WS-RSV-FSTATUS NOT = "00"
              GO TO 008-EXIT
           END-IF
           PERFORM UNTIL END-OF-FILE-IN
              READ RESV-FILE NEXT
                 AT END MOVE "Y" TO WS-FILE-EOF-SW
                 NOT AT END
                    IF RSV-VEH-ID NOT = SPACES
                       MOVE RSV-VEH-ID TO WS-THE-VEH-ID
                       PERFORM 010-FIND-ON-MASTER THRU 010-EXIT
                       IF NOT ON-MASTER
                          MOVE "POOL-RESV" TO WS-THE-SOURCE
                          MOVE "POOL RESV FOR UNKNOWN VEHICLE" TO
                             WS-THE-REASON
                          MOVE "E" TO WS-THE-SEVERITY
                          PERFORM 011-REPORT-ORPHAN THRU 011-EXIT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE RESV-FILE
       .
       008-EXIT.
           EXIT
       .

       009-RECORD-RUN-HISTORY.
           OPEN I-O RUN-HISTORY-FILE
           IF WS-RUNH-FSTATUS = "35"

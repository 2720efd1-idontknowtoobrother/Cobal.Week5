       IDENTIFICATION DIVISION.
       PROGRAM-ID. WORSCONV.
       AUTHOR. JAKKRIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-WO-FILE ASSIGN TO "work-orders.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OLDWO-FSTATUS.
           SELECT WORK-ORDER-FILE ASSIGN TO DYNAMIC WS-WOI-DSN
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS WO-NUMBER
              ALTERNATE RECORD KEY IS WO-VEH-ID WITH DUPLICATES
              FILE STATUS IS WS-WO-FSTATUS.
           SELECT OLD-RESV-FILE ASSIGN TO "pool-resv.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OLDRSV-FSTATUS.
           SELECT RESV-FILE ASSIGN TO DYNAMIC WS-RSVI-DSN
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS RSV-NUMBER
              ALTERNATE RECORD KEY IS RSV-VEH-ID WITH DUPLICATES
              FILE STATUS IS WS-RSV-FSTATUS.
           SELECT OLD-SUS-FILE ASSIGN TO "fuel-suspense.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OLDSUS-FSTATUS.
           SELECT SUSPENSE-FILE ASSIGN TO DYNAMIC WS-SUSI-DSN
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS FSP-KEY
              FILE STATUS IS WS-SUS-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-WO-FILE.
       01  OLD-WO-REC          PIC X(36).

       FD  WORK-ORDER-FILE.
       COPY "work-order.cpy".

       FD  OLD-RESV-FILE.
       01  OLD-RESV-REC        PIC X(54).

       FD  RESV-FILE.
       COPY "pool-resv.cpy".

       FD  OLD-SUS-FILE.
       01  OLD-SUS-REC.
           05 OSP-VEH-ID       PIC X(6).
           05 FILLER           PIC X.
           05 OSP-DATE         PIC 9(8).
           05 FILLER           PIC X.
           05 OSP-DETAIL       PIC X(66).

       FD  SUSPENSE-FILE.
       COPY "fuel-suspense.cpy".

       WORKING-STORAGE SECTION.
       01  WS-WOI-DSN         PIC X(40)
           VALUE "work-orders.idx".
       01  WS-RSVI-DSN        PIC X(40)
           VALUE "pool-resv.idx".
       01  WS-SUSI-DSN        PIC X(40)
           VALUE "fuel-suspense.idx".
       01  WS-OLDWO-FSTATUS    PIC XX VALUE "00".
       01  WS-WO-FSTATUS       PIC XX VALUE "00".
       01  WS-OLDRSV-FSTATUS   PIC XX VALUE "00".
       01  WS-RSV-FSTATUS      PIC XX VALUE "00".
       01  WS-OLDSUS-FSTATUS   PIC XX VALUE "00".
       01  WS-SUS-FSTATUS      PIC XX VALUE "00".
       01  WS-OLD-EOF-SW       PIC X VALUE "N".
           88 END-OF-OLD          VALUE "Y".
       01  WS-WO-MISSING-SW    PIC X VALUE "N".
           88 NO-OLD-WORK-ORDERS  VALUE "Y".
       01  WS-RSV-MISSING-SW   PIC X VALUE "N".
           88 NO-OLD-RESERVATIONS VALUE "Y".
       01  WS-SUS-MISSING-SW   PIC X VALUE "N".
           88 NO-OLD-SUSPENSE     VALUE "Y".
       01  WS-SUS-WRITTEN-SW   PIC X VALUE "N".
           88 SUSPENSE-WRITTEN    VALUE "Y".
       01  WS-WO-READ-COUNT    PIC 9(7) VALUE ZEROS.
       01  WS-WO-LOADED-COUNT  PIC 9(7) VALUE ZEROS.
       01  WS-WO-DROPPED-COUNT PIC 9(7) VALUE ZEROS.
       01  WS-RSV-READ-COUNT   PIC 9(7) VALUE ZEROS.
       01  WS-RSV-LOADED-COUNT PIC 9(7) VALUE ZEROS.
       01  WS-RSV-DROPPED-COUNT PIC 9(7) VALUE ZEROS.
       01  WS-SUS-READ-COUNT   PIC 9(7) VALUE ZEROS.
       01  WS-SUS-LOADED-COUNT PIC 9(7) VALUE ZEROS.
       01  WS-SUS-DROPPED-COUNT PIC 9(7) VALUE ZEROS.

       PROCEDURE DIVISION.
       000-BEGIN.
           CALL "GETDSN" USING WS-WOI-DSN
           CALL "GETDSN" USING WS-RSVI-DSN
           CALL "GETDSN" USING WS-SUSI-DSN
           PERFORM 001-CONVERT-WORK-ORDERS THRU 001-EXIT
           PERFORM 002-CONVERT-RESERVATIONS THRU 002-EXIT
           PERFORM 003-CONVERT-SUSPENSE THRU 003-EXIT
           IF NO-OLD-WORK-ORDERS AND NO-OLD-RESERVATIONS
              AND NO-OLD-SUSPENSE
              DISPLAY "WORSCONV: no work-orders.dat, pool-resv.dat "
                 "or fuel-suspense.dat to convert."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           DISPLAY "==============================================="
           DISPLAY "  WORK ORDER / RESERVATION CONVERSION TO INDEXED"
           DISPLAY "==============================================="
           DISPLAY "Work orders read . . . . . . . : "
              WS-WO-READ-COUNT
           DISPLAY "Work orders loaded . . . . . . : "
              WS-WO-LOADED-COUNT
           DISPLAY "Work order duplicates dropped  : "
              WS-WO-DROPPED-COUNT
           DISPLAY "-----------------------------------------------"
           DISPLAY "Reservations read  . . . . . . : "
              WS-RSV-READ-COUNT
           DISPLAY "Reservations loaded  . . . . . : "
              WS-RSV-LOADED-COUNT
           DISPLAY "Reservation duplicates dropped : "
              WS-RSV-DROPPED-COUNT
           DISPLAY "-----------------------------------------------"
           DISPLAY "Fuel suspense lines read . . . : "
              WS-SUS-READ-COUNT
           DISPLAY "Fuel suspense lines loaded . . : "
              WS-SUS-LOADED-COUNT
           DISPLAY "Fuel suspense lines dropped  . : "
              WS-SUS-DROPPED-COUNT
           DISPLAY "==============================================="
           IF WS-WO-DROPPED-COUNT > 0 OR WS-RSV-DROPPED-COUNT > 0
              OR WS-SUS-DROPPED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK
       .

       001-CONVERT-WORK-ORDERS.
           OPEN INPUT OLD-WO-FILE
           IF WS-OLDWO-FSTATUS NOT = "00"
              DISPLAY "WORSCONV: no work-orders.dat to convert."
              MOVE "Y" TO WS-WO-MISSING-SW
              GO TO 001-EXIT
           END-IF
           OPEN OUTPUT WORK-ORDER-FILE
           MOVE "N" TO WS-OLD-EOF-SW
           PERFORM UNTIL END-OF-OLD
              READ OLD-WO-FILE
                 AT END MOVE "Y" TO WS-OLD-EOF-SW
                 NOT AT END
                    ADD 1 TO WS-WO-READ-COUNT
                    MOVE OLD-WO-REC TO WORK-ORDER-REC
                    WRITE WORK-ORDER-REC
                       INVALID KEY
                          DISPLAY "WORSCONV: duplicate work order "
                             WO-NUMBER " dropped."
                          ADD 1 TO WS-WO-DROPPED-COUNT
                          SUBTRACT 1 FROM WS-WO-LOADED-COUNT
                    END-WRITE
                    ADD 1 TO WS-WO-LOADED-COUNT
              END-READ
           END-PERFORM
           CLOSE OLD-WO-FILE
           CLOSE WORK-ORDER-FILE
       .
       001-EXIT.
           EXIT
       .

       002-CONVERT-RESERVATIONS.
           OPEN INPUT OLD-RESV-FILE
           IF WS-OLDRSV-FSTATUS NOT = "00"
              DISPLAY "WORSCONV: no pool-resv.dat to convert."
              MOVE "Y" TO WS-RSV-MISSING-SW
              GO TO 002-EXIT
           END-IF
           OPEN OUTPUT RESV-FILE
           MOVE "N" TO WS-OLD-EOF-SW
           PERFORM UNTIL END-OF-OLD
              READ OLD-RESV-FILE
                 AT END MOVE "Y" TO WS-OLD-EOF-SW
                 NOT AT END
                    ADD 1 TO WS-RSV-READ-COUNT
                    MOVE OLD-RESV-REC TO POOL-RESV-REC
                    WRITE POOL-RESV-REC
                       INVALID KEY
                          DISPLAY "WORSCONV: duplicate reservation "
                             RSV-NUMBER " dropped."
                          ADD 1 TO WS-RSV-DROPPED-COUNT
                          SUBTRACT 1 FROM WS-RSV-LOADED-COUNT
                    END-WRITE
                    ADD 1 TO WS-RSV-LOADED-COUNT
              END-READ
           END-PERFORM
           CLOSE OLD-RESV-FILE
           CLOSE RESV-FILE
       .
       002-EXIT.
           EXIT
       .

       003-CONVERT-SUSPENSE.
           OPEN INPUT OLD-SUS-FILE
           IF WS-OLDSUS-FSTATUS NOT = "00"
              DISPLAY "WORSCONV: no fuel-suspense.dat to convert."
              MOVE "Y" TO WS-SUS-MISSING-SW
              GO TO 003-EXIT
           END-IF
           OPEN OUTPUT SUSPENSE-FILE
           MOVE "N" TO WS-OLD-EOF-SW
           PERFORM UNTIL END-OF-OLD
              READ OLD-SUS-FILE
                 AT END MOVE "Y" TO WS-OLD-EOF-SW
                 NOT AT END
                    ADD 1 TO WS-SUS-READ-COUNT
                    PERFORM 004-LOAD-SUSPENSE-LINE THRU 004-EXIT
              END-READ
           END-PERFORM
           CLOSE OLD-SUS-FILE
           CLOSE SUSPENSE-FILE
       .
       003-EXIT.
           EXIT
       .

       004-LOAD-SUSPENSE-LINE.
           MOVE SPACES TO FUEL-SUSP-REC
           MOVE OSP-VEH-ID TO FSP-VEH-ID
           MOVE OSP-DATE TO FSP-DATE
           MOVE OSP-DETAIL TO FUEL-SUSP-REC(19:66)
           MOVE "N" TO WS-SUS-WRITTEN-SW
           MOVE ZEROS TO FSP-SEQ
           PERFORM UNTIL SUSPENSE-WRITTEN OR FSP-SEQ = 999
              ADD 1 TO FSP-SEQ
              WRITE FUEL-SUSP-REC
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE "Y" TO WS-SUS-WRITTEN-SW
              END-WRITE
           END-PERFORM
           IF SUSPENSE-WRITTEN
              ADD 1 TO WS-SUS-LOADED-COUNT
           ELSE
              DISPLAY "WORSCONV: no free suspense sequence for "
                 OSP-VEH-ID " " OSP-DATE ", line dropped."
              ADD 1 TO WS-SUS-DROPPED-COUNT
           END-IF
       .
       004-EXIT.
           EXIT
       .

           SELECT INTERVAL-FILE ASSIGN TO "svc-intervals.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SVC-FSTATUS.
           SELECT WORK-ORDER-FILE ASSIGN TO DYNAMIC WS-WOI-DSN
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS WO-NUMBER
              ALTERNATE RECORD KEY IS WO-VEH-ID WITH DUPLICATES
              FILE STATUS IS WS-WO-FSTATUS.
           SELECT VEHICLE-MASTER ASSIGN TO DYNAMIC WS-VEHM-DSN
              ORGANIZATION IS INDEXED
       WORKING-STORAGE SECTION.
       01  WS-VEHM-DSN        PIC X(40)
           VALUE "vehicle-master.idx".
       01  WS-WOI-DSN         PIC X(40)
           VALUE "work-orders.idx".
       01  WS-OPERATOR-ID      PIC X(8) VALUE "SYSTEM".
       01  WS-SVC-FSTATUS      PIC XX VALUE "00".
       01  WS-WO-FSTATUS       PIC XX VALUE "00".
       01  WS-OPEN-WO-SW       PIC X VALUE "N".
           88 OPEN-WO-EXISTS      VALUE "Y".
       01  WS-WANT-WO-TYPE     PIC X(4) VALUE SPACES.
       01  WS-CHECKED-COUNT    PIC 9(5) VALUE ZEROS.
       01  WS-DUE-COUNT        PIC 9(5) VALUE ZEROS.
       01  WS-RAISED-COUNT     PIC 9(5) VALUE ZEROS.
       01  WS-WO-NUMBER        PIC 9(6) VALUE ZEROS.
       01  WS-NXT-SERIES       PIC X(8) VALUE "WORKORD".
       01  WS-ALR-PROGRAM      PIC X(12) VALUE "SVCDUE".
       01  WS-ALR-TYPE         PIC X(8) VALUE SPACES.
       01  WS-ALR-SUBJECT      PIC X(12) VALUE SPACES.
       01  WS-ALR-SEVERITY     PIC X(8) VALUE "WARNING".
       01  WS-ALR-TEXT         PIC X(40) VALUE SPACES.
       01  WS-ALR-RESULT       PIC X VALUE SPACE.
       01  WS-ALR-NEW-COUNT    PIC 9(5) VALUE ZEROS.
       01  WS-RUN-START-DATE   PIC 9(8).
       01  WS-RUN-START-TIME   PIC 9(8).
       01  WS-RUN-STATUS       PIC X(8) VALUE "OK".
       PROCEDURE DIVISION.
       000-BEGIN.
           CALL "GETDSN" USING WS-VEHM-DSN
           CALL "GETDSN" USING WS-WOI-DSN
           CALL "GETOPER" USING WS-OPERATOR-ID
           CALL "GETBDATE" USING WS-RUN-START-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-RUN-START-TIME
           MOVE WS-RUN-START-DATE TO WS-TODAY
           PERFORM 001-OPEN-WORK-ORDERS THRU 001-EXIT
           IF WS-WO-FSTATUS NOT = "00"
              DISPLAY "SVCDUE: cannot open " WS-WOI-DSN
                 " status " WS-WO-FSTATUS
              MOVE "ABORTED" TO WS-RUN-STATUS
              MOVE 8 TO RETURN-CODE
              PERFORM 007-RECORD-RUN-HISTORY THRU 007-EXIT
              GOBACK
           END-IF
           OPEN INPUT VEHICLE-MASTER
           IF WS-VEH-FSTATUS NOT = "00"
              DISPLAY "SVCDUE: cannot open vehicle-master.idx, "
                 "status " WS-VEH-FSTATUS
              MOVE "ABORTED" TO WS-RUN-STATUS
              MOVE 8 TO RETURN-CODE
              CLOSE WORK-ORDER-FILE
              PERFORM 007-RECORD-RUN-HISTORY THRU 007-EXIT
              GOBACK
           END-IF
              DISPLAY "SVCDUE: no service intervals on file."
              MOVE 4 TO RETURN-CODE
              CLOSE VEHICLE-MASTER
              CLOSE WORK-ORDER-FILE
              PERFORM 007-RECORD-RUN-HISTORY THRU 007-EXIT
              GOBACK
           END-IF
           END-PERFORM
           CLOSE INTERVAL-FILE
           CLOSE VEHICLE-MASTER
           CLOSE WORK-ORDER-FILE
           DISPLAY "-----------------------------------------------"
           DISPLAY "Vehicles checked . . . . . . . : "
              WS-CHECKED-COUNT
           DISPLAY "Vehicles due for service . . . : " WS-DUE-COUNT
           DISPLAY "Work orders raised . . . . . . : "
              WS-RAISED-COUNT
           DISPLAY "New alerts to the outbox . . . : "
              WS-ALR-NEW-COUNT
           DISPLAY "==============================================="
           IF WS-DUE-COUNT > 0
              MOVE 4 TO RETURN-CODE
           GOBACK
       .

       001-OPEN-WORK-ORDERS.
           OPEN I-O WORK-ORDER-FILE
           IF WS-WO-FSTATUS = "35"
              OPEN OUTPUT WORK-ORDER-FILE
              CLOSE WORK-ORDER-FILE
              OPEN I-O WORK-ORDER-FILE
           END-IF
       .
       001-EXIT.
           EXIT
           IF OIL-DUE
              MOVE "OIL " TO WS-WANT-WO-TYPE
              PERFORM 004-RAISE-WORK-ORDER THRU 004-EXIT
              MOVE "SVC-OIL" TO WS-ALR-TYPE
              MOVE SPACES TO WS-ALR-TEXT
              STRING "OIL CHANGE DUE AT ODOMETER " WS-DUE-ODOM
                 DELIMITED BY SIZE INTO WS-ALR-TEXT
              PERFORM 006-POST-ALERT THRU 006-EXIT
           END-IF
           IF INSPECTION-DUE
              MOVE "INSP" TO WS-WANT-WO-TYPE
              PERFORM 004-RAISE-WORK-ORDER THRU 004-EXIT
              MOVE "SVC-INSP" TO WS-ALR-TYPE
              MOVE SPACES TO WS-ALR-TEXT
              STRING "INSPECTION DUE " WS-INSP-DUE-DATE
                 DELIMITED BY SIZE INTO WS-ALR-TEXT
              PERFORM 006-POST-ALERT THRU 006-EXIT
           END-IF
       .
       002-EXIT.
       .

       004-RAISE-WORK-ORDER.
           PERFORM 005-FIND-OPEN-WORK-ORDER THRU 005-EXIT
           IF OPEN-WO-EXISTS
              GO TO 004-EXIT
           END-IF
           MOVE ZEROS TO WS-WO-NUMBER
           CALL "NEXTNUM" USING WS-NXT-SERIES WS-WO-NUMBER
           MOVE SPACES TO WORK-ORDER-REC
           MOVE WS-WO-NUMBER TO WO-NUMBER
           MOVE SVC-VEH-ID TO WO-VEH-ID
           MOVE VEH-END-ODOM TO WO-ODOM
           MOVE "O" TO WO-STATUS
           WRITE WORK-ORDER-REC
              INVALID KEY
                 DISPLAY "  Work order " WS-WO-NUMBER
                    " already on file, not raised"
                 GO TO 004-EXIT
           END-WRITE
           ADD 1 TO WS-RAISED-COUNT
           DISPLAY "  Work order " WS-WO-NUMBER " raised ("
              WS-WANT-WO-TYPE ")"
       .
           EXIT
       .

       005-FIND-OPEN-WORK-ORDER.
           MOVE "N" TO WS-OPEN-WO-SW
           MOVE "N" TO WS-WO-EOF-SW
           MOVE SVC-VEH-ID TO WO-VEH-ID
           START WORK-ORDER-FILE KEY IS EQUAL TO WO-VEH-ID
              INVALID KEY MOVE "Y" TO WS-WO-EOF-SW
           END-START
           PERFORM UNTIL END-OF-WORK-ORDERS OR OPEN-WO-EXISTS
              READ WORK-ORDER-FILE NEXT
                 AT END MOVE "Y" TO WS-WO-EOF-SW
                 NOT AT END
                    IF WO-VEH-ID NOT = SVC-VEH-ID
                       MOVE "Y" TO WS-WO-EOF-SW
                    ELSE
                       IF WO-STATUS = "O"
                          AND WO-TYPE = WS-WANT-WO-TYPE
                          MOVE "Y" TO WS-OPEN-WO-SW
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
       .
       005-EXIT.
           EXIT
       .

       006-POST-ALERT.
           MOVE SVC-VEH-ID TO WS-ALR-SUBJECT
           CALL "ALERTPUT" USING WS-ALR-PROGRAM WS-ALR-TYPE
              WS-ALR-SUBJECT WS-ALR-SEVERITY WS-ALR-TEXT WS-ALR-RESULT
           IF WS-ALR-RESULT = "N"
              ADD 1 TO WS-ALR-NEW-COUNT
           END-IF
       .
       006-EXIT.
           EXIT
       .

       007-RECORD-RUN-HISTORY.
           OPEN I-O RUN-HISTORY-FILE
           IF WS-RUNH-FSTATUS = "35"

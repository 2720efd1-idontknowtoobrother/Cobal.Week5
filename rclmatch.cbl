       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCLMATCH.
       AUTHOR. JAKKRIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPAIGN-FILE ASSIGN TO "recall-campaigns.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RCL-FSTATUS.
           SELECT TRACK-FILE ASSIGN TO "recall-track.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RCT-FSTATUS.
           SELECT SPEC-FILE ASSIGN TO "veh-spec.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SPC-FSTATUS.
           SELECT WORK-ORDER-FILE ASSIGN TO DYNAMIC WS-WOI-DSN
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS WO-NUMBER
              ALTERNATE RECORD KEY IS WO-VEH-ID WITH DUPLICATES
              FILE STATUS IS WS-WO-FSTATUS.
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

       DATA DIVISION.
       FILE SECTION.
       FD  CAMPAIGN-FILE.
       COPY "recall-camp.cpy".

       FD  TRACK-FILE.
       COPY "recall-track.cpy".

       FD  SPEC-FILE.
       COPY "veh-spec.cpy".

       FD  WORK-ORDER-FILE.
       COPY "work-order.cpy".

       FD  VEHICLE-MASTER.
       COPY "vehicle-rec.cpy".

       FD  RUN-HISTORY-FILE.
       COPY "run-history.cpy".

       WORKING-STORAGE SECTION.
       01  WS-WOI-DSN         PIC X(40)
           VALUE "work-orders.idx".
       01  WS-VEHM-DSN        PIC X(40)
           VALUE "vehicle-master.idx".
       01  WS-OPERATOR-ID      PIC X(8) VALUE "SYSTEM".
       01  WS-RCL-FSTATUS      PIC XX VALUE "00".
       01  WS-RCT-FSTATUS      PIC XX VALUE "00".
       01  WS-SPC-FSTATUS      PIC XX VALUE "00".
       01  WS-WO-FSTATUS       PIC XX VALUE "00".
       01  WS-VEH-FSTATUS      PIC XX VALUE "00".
       01  WS-RUNH-FSTATUS     PIC XX VALUE "00".
       01  WS-RCL-EOF-SW       PIC X VALUE "N".
           88 END-OF-CAMPAIGNS    VALUE "Y".
       01  WS-RCT-EOF-SW       PIC X VALUE "N".
           88 END-OF-TRACKING     VALUE "Y".
       01  WS-SPC-EOF-SW       PIC X VALUE "N".
           88 END-OF-SPECS        VALUE "Y".
       01  WS-WO-EOF-SW        PIC X VALUE "N".
           88 END-OF-WORK-ORDERS  VALUE "Y".
       01  WS-FOUND-SW         PIC X VALUE "N".
           88 VEHICLE-FOUND       VALUE "Y".
       01  WS-TRACKED-SW       PIC X VALUE "N".
           88 ALREADY-TRACKED     VALUE "Y".
       01  CMP-TABLE.
           05 CMP-ENTRY OCCURS 300 TIMES INDEXED BY CMP-IDX.
              10 CMP-CAMPAIGN   PIC X(10).
              10 CMP-MAKE       PIC X(12).
              10 CMP-MODEL      PIC X(12).
              10 CMP-YEAR-FROM  PIC 9(4).
              10 CMP-YEAR-TO    PIC 9(4).
       01  WS-CMP-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-CMP-MAX          PIC 9(3) VALUE 300.
       01  TRK-TABLE.
           05 TRK-ENTRY OCCURS 1000 TIMES INDEXED BY TRK-IDX.
              10 TRK-LINE       PIC X(44).
       01  WS-TRK-COUNT        PIC 9(4) VALUE ZEROS.
       01  WS-TRK-MAX          PIC 9(4) VALUE 1000.
       01  WS-TODAY            PIC 9(8) VALUE ZEROS.
       01  WS-SPEC-COUNT       PIC 9(5) VALUE ZEROS.
       01  WS-MATCH-COUNT      PIC 9(5) VALUE ZEROS.
       01  WS-RAISED-COUNT     PIC 9(5) VALUE ZEROS.
       01  WS-CLOSED-COUNT     PIC 9(5) VALUE ZEROS.
       01  WS-SKIPPED-COUNT    PIC 9(5) VALUE ZEROS.
       01  WS-WO-DUP-COUNT     PIC 9(5) VALUE ZEROS.
       01  WS-WO-NUMBER        PIC 9(6) VALUE ZEROS.
       01  WS-NXT-SERIES       PIC X(8) VALUE "WORKORD".
       01  WS-RECALL-WO-TYPE   PIC X(4) VALUE "RCLL".
       01  WS-RUN-START-DATE   PIC 9(8).
       01  WS-RUN-START-TIME   PIC 9(8).
       01  WS-RUN-STATUS       PIC X(8) VALUE "OK".

       PROCEDURE DIVISION.
       000-BEGIN.
           CALL "GETDSN" USING WS-WOI-DSN
           CALL "GETDSN" USING WS-VEHM-DSN
           CALL "GETOPER" USING WS-OPERATOR-ID
           CALL "GETBDATE" USING WS-RUN-START-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-RUN-START-TIME
           MOVE WS-RUN-START-DATE TO WS-TODAY
           PERFORM 001-LOAD-CAMPAIGNS THRU 001-EXIT
           PERFORM 002-LOAD-TRACKING THRU 002-EXIT
           PERFORM 003-CHECK-CLOSURES THRU 003-EXIT
           OPEN INPUT VEHICLE-MASTER
           IF WS-VEH-FSTATUS NOT = "00"
              DISPLAY "RCLMATCH: cannot open vehicle-master.idx, "
                 "status " WS-VEH-FSTATUS
              MOVE "ABORTED" TO WS-RUN-STATUS
              MOVE 8 TO RETURN-CODE
              PERFORM 008-RECORD-RUN-HISTORY THRU 008-EXIT
              GOBACK
           END-IF
           DISPLAY "==============================================="
           DISPLAY "     RECALL CAMPAIGN MATCHING " WS-TODAY
           DISPLAY "==============================================="
           DISPLAY "VEHICLE CAMPAIGN   WORK ORDER"
           IF WS-CMP-COUNT > 0
              OPEN INPUT SPEC-FILE
              IF WS-SPC-FSTATUS = "00"
                 PERFORM UNTIL END-OF-SPECS
                    READ SPEC-FILE
                       AT END MOVE "Y" TO WS-SPC-EOF-SW
                       NOT AT END
                          ADD 1 TO WS-SPEC-COUNT
                          PERFORM 004-MATCH-ONE-VEHICLE THRU 004-EXIT
                    END-READ
                 END-PERFORM
                 CLOSE SPEC-FILE
              ELSE
                 DISPLAY "RCLMATCH: no vehicle specifications on "
                    "file."
              END-IF
           ELSE
              DISPLAY "RCLMATCH: no recall campaigns on file."
           END-IF
           CLOSE VEHICLE-MASTER
           PERFORM 007-SAVE-TRACKING THRU 007-EXIT
           DISPLAY "-----------------------------------------------"
           DISPLAY "Campaigns on file  . . . . . . : " WS-CMP-COUNT
           DISPLAY "Vehicle specifications read  . : " WS-SPEC-COUNT
           DISPLAY "Vehicle/campaign matches . . . : " WS-MATCH-COUNT
           DISPLAY "Recall work orders raised  . . : "
              WS-RAISED-COUNT
           DISPLAY "Recall work orders closed  . . : "
              WS-CLOSED-COUNT
           DISPLAY "==============================================="
           IF WS-SKIPPED-COUNT > 0
              DISPLAY "RCLMATCH: " WS-SKIPPED-COUNT
                 " matches not raised, recall tracking file is full."
           END-IF
           IF WS-WO-DUP-COUNT > 0
              DISPLAY "RCLMATCH: " WS-WO-DUP-COUNT
                 " matches not raised, work order number on file."
           END-IF
           IF WS-RAISED-COUNT > 0 OR WS-SKIPPED-COUNT > 0
              OR WS-WO-DUP-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 008-RECORD-RUN-HISTORY THRU 008-EXIT
           GOBACK
       .

       001-LOAD-CAMPAIGNS.
           OPEN INPUT CAMPAIGN-FILE
           IF WS-RCL-FSTATUS NOT = "00"
              GO TO 001-EXIT
           END-IF
           PERFORM UNTIL END-OF-CAMPAIGNS
              READ CAMPAIGN-FILE
                 AT END MOVE "Y" TO WS-RCL-EOF-SW
                 NOT AT END
                    IF WS-CMP-COUNT < WS-CMP-MAX
                       AND RCL-YEAR-FROM NUMERIC
                       AND RCL-YEAR-TO NUMERIC
                       ADD 1 TO WS-CMP-COUNT
                       MOVE RCL-CAMPAIGN TO CMP-CAMPAIGN(WS-CMP-COUNT)
                       MOVE RCL-MAKE TO CMP-MAKE(WS-CMP-COUNT)
                       MOVE RCL-MODEL TO CMP-MODEL(WS-CMP-COUNT)
                       MOVE RCL-YEAR-FROM TO
                          CMP-YEAR-FROM(WS-CMP-COUNT)
                       MOVE RCL-YEAR-TO TO CMP-YEAR-TO(WS-CMP-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CAMPAIGN-FILE
       .
       001-EXIT.
           EXIT
       .

       002-LOAD-TRACKING.
           OPEN INPUT TRACK-FILE
           IF WS-RCT-FSTATUS NOT = "00"
              GO TO 002-EXIT
           END-IF
           PERFORM UNTIL END-OF-TRACKING
              READ TRACK-FILE
                 AT END MOVE "Y" TO WS-RCT-EOF-SW
                 NOT AT END
                    IF WS-TRK-COUNT < WS-TRK-MAX
                       ADD 1 TO WS-TRK-COUNT
                       MOVE RECALL-TRACK-REC TO TRK-LINE(WS-TRK-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE TRACK-FILE
       .
       002-EXIT.
           EXIT
       .

       003-CHECK-CLOSURES.
           IF WS-TRK-COUNT = 0
              GO TO 003-EXIT
           END-IF
           OPEN INPUT WORK-ORDER-FILE
           IF WS-WO-FSTATUS NOT = "00"
              GO TO 003-EXIT
           END-IF
           PERFORM UNTIL END-OF-WORK-ORDERS
              READ WORK-ORDER-FILE NEXT
                 AT END MOVE "Y" TO WS-WO-EOF-SW
                 NOT AT END
                    IF WO-TYPE = WS-RECALL-WO-TYPE
                       AND WO-STATUS NOT = "O"
                       PERFORM 006-CLOSE-TRACKING THRU 006-EXIT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE WORK-ORDER-FILE
       .
       003-EXIT.
           EXIT
       .

       004-MATCH-ONE-VEHICLE.
           IF VSP-MODEL-YEAR NOT NUMERIC
              GO TO 004-EXIT
           END-IF
           MOVE "N" TO WS-FOUND-SW
           MOVE VSP-VEH-ID TO VEH-ID
           READ VEHICLE-MASTER
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE "Y" TO WS-FOUND-SW
           END-READ
           IF NOT VEHICLE-FOUND OR VEH-DISPOSED
              GO TO 004-EXIT
           END-IF
           PERFORM VARYING CMP-IDX FROM 1 BY 1
              UNTIL CMP-IDX > WS-CMP-COUNT
              IF CMP-MAKE(CMP-IDX) = VSP-MAKE
                 AND (CMP-MODEL(CMP-IDX) = SPACES
                    OR CMP-MODEL(CMP-IDX) = VSP-MODEL)
                 AND VSP-MODEL-YEAR NOT < CMP-YEAR-FROM(CMP-IDX)
                 AND VSP-MODEL-YEAR NOT > CMP-YEAR-TO(CMP-IDX)
                 ADD 1 TO WS-MATCH-COUNT
                 PERFORM 005-RAISE-RECALL THRU 005-EXIT
              END-IF
           END-PERFORM
       .
       004-EXIT.
           EXIT
       .

       005-RAISE-RECALL.
           MOVE "N" TO WS-TRACKED-SW
           PERFORM VARYING TRK-IDX FROM 1 BY 1
              UNTIL TRK-IDX > WS-TRK-COUNT OR ALREADY-TRACKED
              MOVE TRK-LINE(TRK-IDX) TO RECALL-TRACK-REC
              IF RCT-CAMPAIGN = CMP-CAMPAIGN(CMP-IDX)
                 AND RCT-VEH-ID = VSP-VEH-ID
                 MOVE "Y" TO WS-TRACKED-SW
              END-IF
           END-PERFORM
           IF ALREADY-TRACKED
              GO TO 005-EXIT
           END-IF
           IF WS-TRK-COUNT >= WS-TRK-MAX
              ADD 1 TO WS-SKIPPED-COUNT
              GO TO 005-EXIT
           END-IF
           MOVE ZEROS TO WS-WO-NUMBER
           CALL "NEXTNUM" USING WS-NXT-SERIES WS-WO-NUMBER
           OPEN I-O WORK-ORDER-FILE
           IF WS-WO-FSTATUS = "35"
              OPEN OUTPUT WORK-ORDER-FILE
           END-IF
           MOVE SPACES TO WORK-ORDER-REC
           MOVE WS-WO-NUMBER TO WO-NUMBER
           MOVE VSP-VEH-ID TO WO-VEH-ID
           MOVE WS-RECALL-WO-TYPE TO WO-TYPE
           MOVE WS-TODAY TO WO-DATE
           MOVE VEH-END-ODOM TO WO-ODOM
           MOVE "O" TO WO-STATUS
           WRITE WORK-ORDER-REC
              INVALID KEY
                 ADD 1 TO WS-WO-DUP-COUNT
                 CLOSE WORK-ORDER-FILE
                 GO TO 005-EXIT
           END-WRITE
           CLOSE WORK-ORDER-FILE
           ADD 1 TO WS-RAISED-COUNT
           MOVE SPACES TO RECALL-TRACK-REC
           MOVE CMP-CAMPAIGN(CMP-IDX) TO RCT-CAMPAIGN
           MOVE VSP-VEH-ID TO RCT-VEH-ID
           MOVE WS-WO-NUMBER TO RCT-WO-NUMBER
           MOVE WS-TODAY TO RCT-RAISED-DATE
           MOVE "O" TO RCT-STATUS
           MOVE ZEROS TO RCT-CLOSED-DATE
           ADD 1 TO WS-TRK-COUNT
           MOVE RECALL-TRACK-REC TO TRK-LINE(WS-TRK-COUNT)
           DISPLAY VSP-VEH-ID "  " CMP-CAMPAIGN(CMP-IDX) " "
              WS-WO-NUMBER
       .
       005-EXIT.
           EXIT
       .

       006-CLOSE-TRACKING.
           PERFORM VARYING TRK-IDX FROM 1 BY 1
              UNTIL TRK-IDX > WS-TRK-COUNT
              MOVE TRK-LINE(TRK-IDX) TO RECALL-TRACK-REC
              IF RCT-WO-NUMBER = WO-NUMBER AND RCT-OPEN
                 MOVE "C" TO RCT-STATUS
                 MOVE WS-TODAY TO RCT-CLOSED-DATE
                 MOVE RECALL-TRACK-REC TO TRK-LINE(TRK-IDX)
                 ADD 1 TO WS-CLOSED-COUNT
              END-IF
           END-PERFORM
       .
       006-EXIT.
           EXIT
       .

       007-SAVE-TRACKING.
           IF WS-TRK-COUNT = 0
              GO TO 007-EXIT
           END-IF
           OPEN OUTPUT TRACK-FILE
           PERFORM VARYING TRK-IDX FROM 1 BY 1
              UNTIL TRK-IDX > WS-TRK-COUNT
              MOVE TRK-LINE(TRK-IDX) TO RECALL-TRACK-REC
              WRITE RECALL-TRACK-REC
           END-PERFORM
           CLOSE TRACK-FILE
       .
       007-EXIT.
           EXIT
       .

       008-RECORD-RUN-HISTORY.
           OPEN I-O RUN-HISTORY-FILE
           IF WS-RUNH-FSTATUS = "35"
              OPEN OUTPUT RUN-HISTORY-FILE
           END-IF
           MOVE SPACES TO RUN-HISTORY-REC
           MOVE "RCLMATCH" TO RUNH-PROGRAM
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
       008-EXIT.
           EXIT
       .

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPMRPT.
       AUTHOR. JAKKRIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COST-FILE ASSIGN TO "wo-costs.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-COST-FSTATUS.
           SELECT MILEAGE-HIST-FILE ASSIGN TO DYNAMIC WS-MHI-DSN
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS MH-KEY
              FILE STATUS IS WS-MHIST-FSTATUS.
           SELECT VEHICLE-MASTER ASSIGN TO DYNAMIC WS-VEHM-DSN
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS VEH-ID
              FILE STATUS IS WS-VEH-FSTATUS.
           SELECT BATCH-FLAG-FILE ASSIGN TO "nightly-batch.flg"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BATCH-FSTATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO "run-history.idx"
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS RUNH-KEY
              FILE STATUS IS WS-RUNH-FSTATUS.
           SELECT PRINT-FILE ASSIGN TO "cpmrpt-print.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  COST-FILE.
       COPY "wo-cost.cpy".

       FD  MILEAGE-HIST-FILE.
       COPY "mileage-hist.cpy".

       FD  VEHICLE-MASTER.
       COPY "vehicle-rec.cpy".

       FD  BATCH-FLAG-FILE.
       COPY "batch-flag.cpy".

       FD  RUN-HISTORY-FILE.
       COPY "run-history.cpy".

       FD  PRINT-FILE.
       COPY "print-line.cpy".

       WORKING-STORAGE SECTION.
       COPY "run-stamp.cpy".
       01  WS-MHI-DSN         PIC X(40)
           VALUE "mileage-history.idx".
       01  WS-VEHM-DSN        PIC X(40)
           VALUE "vehicle-master.idx".
       01  WS-SPOOL-PROGRAM    PIC X(12) VALUE "CPMRPT".
       01  WS-SPOOL-FILE       PIC X(40)
           VALUE "cpmrpt-print.dat".
       01  WS-OPERATOR-ID      PIC X(8) VALUE "SYSTEM".
       01  WS-COST-FSTATUS     PIC XX VALUE "00".
       01  WS-MHIST-FSTATUS    PIC XX VALUE "00".
       01  WS-VEH-FSTATUS      PIC XX VALUE "00".
       01  WS-BATCH-FSTATUS    PIC XX VALUE "00".
       01  WS-RUNH-FSTATUS     PIC XX VALUE "00".
       01  WS-COST-EOF-SW      PIC X VALUE "N".
           88 END-OF-COSTS        VALUE "Y".
       01  WS-MH-EOF-SW        PIC X VALUE "N".
           88 END-OF-HISTORY      VALUE "Y".
       01  WS-BATCH-SW         PIC X VALUE "N".
           88 BATCH-RUN           VALUE "Y".
       01  WS-VEH-OPEN-SW      PIC X VALUE "N".
           88 MASTER-AVAILABLE    VALUE "Y".
       01  WS-MONTH-IN         PIC X(6).
       01  WS-TARGET-MONTH     PIC 9(6) VALUE ZEROS.
       01  VCP-TABLE.
           05 VCP-ENTRY OCCURS 300 TIMES INDEXED BY VCP-IDX.
              10 VCP-VEH-ID     PIC X(6).
              10 VCP-CLASS      PIC X(2).
              10 VCP-COST       PIC 9(9)V9(2).
              10 VCP-MILES      PIC 9(8).
              10 VCP-WO-COUNT   PIC 9(5).
       01  WS-VCP-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-VCP-MAX          PIC 9(3) VALUE 300.
       01  CLS-TABLE.
           05 CLS-ENTRY OCCURS 50 TIMES INDEXED BY CLS-IDX.
              10 CLS-CODE       PIC X(2).
              10 CLS-COST       PIC 9(9)V9(2).
              10 CLS-MILES      PIC 9(9).
              10 CLS-VEH-COUNT  PIC 9(5).
       01  WS-CLS-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-CLS-MAX          PIC 9(3) VALUE 50.
       01  WS-FOUND-SW         PIC X VALUE "N".
           88 ENTRY-FOUND         VALUE "Y".
       01  WS-MATCH-IDX        PIC 9(3) VALUE ZEROS.
       01  WS-WANT-VEH-ID      PIC X(6) VALUE SPACES.
       01  WS-WANT-CLASS       PIC X(2) VALUE SPACES.
       01  WS-COST-PER-MILE    PIC 9(5)V9(4) VALUE ZEROS.
       01  WS-FLEET-COST       PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-FLEET-MILES      PIC 9(9) VALUE ZEROS.
       01  WS-COST-READ        PIC 9(7) VALUE ZEROS.
       01  WS-COST-USED        PIC 9(7) VALUE ZEROS.
       01  WS-DROPPED-COUNT    PIC 9(5) VALUE ZEROS.
       01  WS-PRN-COST         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-PRN-MILES        PIC ZZZ,ZZZ,ZZ9.
       01  WS-PRN-CPM          PIC ZZ,ZZ9.9999.
       01  WS-PRINT-LINE       PIC X(132) VALUE SPACES.
       01  WS-RUN-START-DATE   PIC 9(8).
       01  WS-RUN-START-TIME   PIC 9(8).
       01  WS-RUN-STATUS       PIC X(8) VALUE "OK".

       PROCEDURE DIVISION.
       000-BEGIN.
           CALL "GETDSN" USING WS-MHI-DSN
           CALL "GETDSN" USING WS-VEHM-DSN
           CALL "GETOPER" USING WS-OPERATOR-ID
           CALL "GETBDATE" USING WS-RUN-START-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-RUN-START-TIME
           MOVE WS-RUN-START-DATE TO WS-PRN-RUN-DATE
           PERFORM 001-SET-TARGET-MONTH THRU 001-EXIT
           PERFORM 002-LOAD-COSTS THRU 002-EXIT
           PERFORM 003-LOAD-MILEAGE THRU 003-EXIT
           PERFORM 004-CLASSIFY-VEHICLES THRU 004-EXIT
           OPEN OUTPUT PRINT-FILE
           PERFORM 005-VEHICLE-SECTION THRU 005-EXIT
           PERFORM 006-CLASS-SECTION THRU 006-EXIT
           CLOSE PRINT-FILE
           CALL "SPOOLSAVE" USING WS-SPOOL-PROGRAM WS-SPOOL-FILE
           DISPLAY "-----------------------------------------------"
           DISPLAY "Month reported . . . . . . . . : " WS-TARGET-MONTH
           DISPLAY "Cost records read  . . . . . . : " WS-COST-READ
           DISPLAY "Cost records in month  . . . . : " WS-COST-USED
           DISPLAY "Vehicles reported  . . . . . . : " WS-VCP-COUNT
           DISPLAY "==============================================="
           IF WS-DROPPED-COUNT > 0
              DISPLAY "CPMRPT: " WS-DROPPED-COUNT
                 " vehicles beyond table capacity were not reported."
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 010-RECORD-RUN-HISTORY THRU 010-EXIT
           GOBACK
       .

       001-SET-TARGET-MONTH.
           MOVE WS-RUN-START-DATE(1:6) TO WS-TARGET-MONTH
           OPEN INPUT BATCH-FLAG-FILE
           IF WS-BATCH-FSTATUS = "00"
              READ BATCH-FLAG-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF BATCH-FLAG-ON
                       MOVE "Y" TO WS-BATCH-SW
                    END-IF
              END-READ
              CLOSE BATCH-FLAG-FILE
           END-IF
           IF NOT BATCH-RUN
              DISPLAY "Month to report (YYYYMM, Enter for current): "
                 WITH NO ADVANCING
              MOVE SPACES TO WS-MONTH-IN
              ACCEPT WS-MONTH-IN
              IF WS-MONTH-IN IS NUMERIC
                 MOVE WS-MONTH-IN TO WS-TARGET-MONTH
              END-IF
           END-IF
       .
       001-EXIT.
           EXIT
       .

       002-LOAD-COSTS.
           OPEN INPUT COST-FILE
           IF WS-COST-FSTATUS NOT = "00"
              GO TO 002-EXIT
           END-IF
           PERFORM UNTIL END-OF-COSTS
              READ COST-FILE
                 AT END MOVE "Y" TO WS-COST-EOF-SW
                 NOT AT END
                    ADD 1 TO WS-COST-READ
                    IF WOC-CLOSE-DATE(1:6) = WS-TARGET-MONTH
                       ADD 1 TO WS-COST-USED
                       MOVE WOC-VEH-ID TO WS-WANT-VEH-ID
                       PERFORM 007-FIND-VEHICLE-ENTRY THRU 007-EXIT
                       IF ENTRY-FOUND
                          ADD WOC-TOTAL-COST TO VCP-COST(WS-MATCH-IDX)
                          ADD 1 TO VCP-WO-COUNT(WS-MATCH-IDX)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE COST-FILE
       .
       002-EXIT.
           EXIT
       .

       003-LOAD-MILEAGE.
           OPEN INPUT MILEAGE-HIST-FILE
           IF WS-MHIST-FSTATUS NOT = "00"
              GO TO 003-EXIT
           END-IF
           PERFORM UNTIL END-OF-HISTORY
              READ MILEAGE-HIST-FILE NEXT
                 AT END MOVE "Y" TO WS-MH-EOF-SW
                 NOT AT END
                    IF MH-PERIOD-DATE(1:6) = WS-TARGET-MONTH
                       MOVE MH-VEH-ID TO WS-WANT-VEH-ID
                       PERFORM 007-FIND-VEHICLE-ENTRY THRU 007-EXIT
                       IF ENTRY-FOUND
                          ADD MH-MILEAGE TO VCP-MILES(WS-MATCH-IDX)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE MILEAGE-HIST-FILE
       .
       003-EXIT.
           EXIT
       .

       004-CLASSIFY-VEHICLES.
           OPEN INPUT VEHICLE-MASTER
           IF WS-VEH-FSTATUS = "00"
              MOVE "Y" TO WS-VEH-OPEN-SW
           END-IF
           PERFORM VARYING VCP-IDX FROM 1 BY 1
              UNTIL VCP-IDX > WS-VCP-COUNT
              MOVE SPACES TO VCP-CLASS(VCP-IDX)
              IF MASTER-AVAILABLE
                 MOVE VCP-VEH-ID(VCP-IDX) TO VEH-ID
                 READ VEHICLE-MASTER
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                       MOVE VEH-CLASS TO VCP-CLASS(VCP-IDX)
                 END-READ
              END-IF
              MOVE VCP-CLASS(VCP-IDX) TO WS-WANT-CLASS
              PERFORM 008-FIND-CLASS-ENTRY THRU 008-EXIT
              IF ENTRY-FOUND
                 ADD VCP-COST(VCP-IDX) TO CLS-COST(WS-MATCH-IDX)
                 ADD VCP-MILES(VCP-IDX) TO CLS-MILES(WS-MATCH-IDX)
                 ADD 1 TO CLS-VEH-COUNT(WS-MATCH-IDX)
              END-IF
              ADD VCP-COST(VCP-IDX) TO WS-FLEET-COST
              ADD VCP-MILES(VCP-IDX) TO WS-FLEET-MILES
           END-PERFORM
           IF MASTER-AVAILABLE
              CLOSE VEHICLE-MASTER
           END-IF
       .
       004-EXIT.
           EXIT
       .

       005-VEHICLE-SECTION.
           MOVE SPACES TO WS-PRINT-LINE
           STRING "MAINTENANCE COST PER MILE  MONTH " WS-TARGET-MONTH
              "   RUN DATE " WS-PRN-RUN-DATE
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE "1" TO PRN-CARRIAGE-CTL
           MOVE WS-PRINT-LINE TO PRN-TEXT
           WRITE PRINT-REC
           DISPLAY WS-PRINT-LINE
           MOVE "BY VEHICLE" TO WS-PRINT-LINE
           PERFORM 009-PRINT-ONE-LINE THRU 009-EXIT
           MOVE "VEHICLE CL   WOS      MAINT-COST       MILES    COST/M"
              TO WS-PRINT-LINE
           MOVE "ILE" TO WS-PRINT-LINE(56:3)
           PERFORM 009-PRINT-ONE-LINE THRU 009-EXIT
           PERFORM VARYING VCP-IDX FROM 1 BY 1
              UNTIL VCP-IDX > WS-VCP-COUNT
              MOVE VCP-COST(VCP-IDX) TO WS-PRN-COST
              MOVE VCP-MILES(VCP-IDX) TO WS-PRN-MILES
              MOVE SPACES TO WS-PRINT-LINE
              IF VCP-MILES(VCP-IDX) = 0
                 STRING VCP-VEH-ID(VCP-IDX) "  " VCP-CLASS(VCP-IDX)
                    " " VCP-WO-COUNT(VCP-IDX) " " WS-PRN-COST " "
                    WS-PRN-MILES "  NO MILEAGE"
                    DELIMITED BY SIZE INTO WS-PRINT-LINE
              ELSE
                 COMPUTE WS-COST-PER-MILE ROUNDED =
                    VCP-COST(VCP-IDX) / VCP-MILES(VCP-IDX)
                 MOVE WS-COST-PER-MILE TO WS-PRN-CPM
                 STRING VCP-VEH-ID(VCP-IDX) "  " VCP-CLASS(VCP-IDX)
                    " " VCP-WO-COUNT(VCP-IDX) " " WS-PRN-COST " "
                    WS-PRN-MILES " " WS-PRN-CPM
                    DELIMITED BY SIZE INTO WS-PRINT-LINE
              END-IF
              PERFORM 009-PRINT-ONE-LINE THRU 009-EXIT
           END-PERFORM
       .
       005-EXIT.
           EXIT
       .

       006-CLASS-SECTION.
           MOVE "BY VEHICLE CLASS" TO WS-PRINT-LINE
           PERFORM 009-PRINT-ONE-LINE THRU 009-EXIT
           MOVE "CLASS  VEHICLES      MAINT-COST       MILES    COST/M"
              TO WS-PRINT-LINE
           MOVE "ILE" TO WS-PRINT-LINE(56:3)
           PERFORM 009-PRINT-ONE-LINE THRU 009-EXIT
           PERFORM VARYING CLS-IDX FROM 1 BY 1
              UNTIL CLS-IDX > WS-CLS-COUNT
              MOVE CLS-COST(CLS-IDX) TO WS-PRN-COST
              MOVE CLS-MILES(CLS-IDX) TO WS-PRN-MILES
              IF CLS-MILES(CLS-IDX) = 0
                 MOVE ZEROS TO WS-COST-PER-MILE
              ELSE
                 COMPUTE WS-COST-PER-MILE ROUNDED =
                    CLS-COST(CLS-IDX) / CLS-MILES(CLS-IDX)
              END-IF
              MOVE WS-COST-PER-MILE TO WS-PRN-CPM
              MOVE SPACES TO WS-PRINT-LINE
              STRING " " CLS-CODE(CLS-IDX) "     "
                 CLS-VEH-COUNT(CLS-IDX) " " WS-PRN-COST " "
                 WS-PRN-MILES " " WS-PRN-CPM
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
              PERFORM 009-PRINT-ONE-LINE THRU 009-EXIT
           END-PERFORM
           IF WS-FLEET-MILES = 0
              MOVE ZEROS TO WS-COST-PER-MILE
           ELSE
              COMPUTE WS-COST-PER-MILE ROUNDED =
                 WS-FLEET-COST / WS-FLEET-MILES
           END-IF
           MOVE WS-FLEET-COST TO WS-PRN-COST
           MOVE WS-FLEET-MILES TO WS-PRN-MILES
           MOVE WS-COST-PER-MILE TO WS-PRN-CPM
           MOVE SPACES TO WS-PRINT-LINE
           STRING "FLEET        " WS-VCP-COUNT "   " WS-PRN-COST " "
              WS-PRN-MILES " " WS-PRN-CPM
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 009-PRINT-ONE-LINE THRU 009-EXIT
       .
       006-EXIT.
           EXIT
       .

       007-FIND-VEHICLE-ENTRY.
           MOVE "N" TO WS-FOUND-SW
           MOVE ZEROS TO WS-MATCH-IDX
           PERFORM VARYING VCP-IDX FROM 1 BY 1
              UNTIL VCP-IDX > WS-VCP-COUNT OR ENTRY-FOUND
              IF VCP-VEH-ID(VCP-IDX) = WS-WANT-VEH-ID
                 MOVE "Y" TO WS-FOUND-SW
                 SET WS-MATCH-IDX TO VCP-IDX
              END-IF
           END-PERFORM
           IF ENTRY-FOUND
              GO TO 007-EXIT
           END-IF
           IF WS-VCP-COUNT >= WS-VCP-MAX
              ADD 1 TO WS-DROPPED-COUNT
              GO TO 007-EXIT
           END-IF
           ADD 1 TO WS-VCP-COUNT
           MOVE WS-VCP-COUNT TO WS-MATCH-IDX
           MOVE WS-WANT-VEH-ID TO VCP-VEH-ID(WS-MATCH-IDX)
           MOVE SPACES TO VCP-CLASS(WS-MATCH-IDX)
           MOVE ZEROS TO VCP-COST(WS-MATCH-IDX)
           MOVE ZEROS TO VCP-MILES(WS-MATCH-IDX)
           MOVE ZEROS TO VCP-WO-COUNT(WS-MATCH-IDX)
           MOVE "Y" TO WS-FOUND-SW
       .
       007-EXIT.
           EXIT
       .

       008-FIND-CLASS-ENTRY.
           MOVE "N" TO WS-FOUND-SW
           MOVE ZEROS TO WS-MATCH-IDX
           PERFORM VARYING CLS-IDX FROM 1 BY 1
              UNTIL CLS-IDX > WS-CLS-COUNT OR ENTRY-FOUND
              IF CLS-CODE(CLS-IDX) = WS-WANT-CLASS
                 MOVE "Y" TO WS-FOUND-SW
                 SET WS-MATCH-IDX TO CLS-IDX
              END-IF
           END-PERFORM
           IF ENTRY-FOUND OR WS-CLS-COUNT >= WS-CLS-MAX
              GO TO 008-EXIT
           END-IF
           ADD 1 TO WS-CLS-COUNT
           MOVE WS-CLS-COUNT TO WS-MATCH-IDX
           MOVE WS-WANT-CLASS TO CLS-CODE(WS-MATCH-IDX)
           MOVE ZEROS TO CLS-COST(WS-MATCH-IDX)
           MOVE ZEROS TO CLS-MILES(WS-MATCH-IDX)
           MOVE ZEROS TO CLS-VEH-COUNT(WS-MATCH-IDX)
           MOVE "Y" TO WS-FOUND-SW
       .
       008-EXIT.
           EXIT
       .

       009-PRINT-ONE-LINE.
           MOVE " " TO PRN-CARRIAGE-CTL
           MOVE WS-PRINT-LINE TO PRN-TEXT
           WRITE PRINT-REC
           DISPLAY WS-PRINT-LINE
       .
       009-EXIT.
           EXIT
       .

       010-RECORD-RUN-HISTORY.
           OPEN I-O RUN-HISTORY-FILE
           IF WS-RUNH-FSTATUS = "35"
              OPEN OUTPUT RUN-HISTORY-FILE
           END-IF
           MOVE SPACES TO RUN-HISTORY-REC
           MOVE "CPMRPT" TO RUNH-PROGRAM
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
       010-EXIT.
           EXIT
       .

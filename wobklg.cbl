       IDENTIFICATION DIVISION.
       PROGRAM-ID. WOBKLG.
       AUTHOR. JAKKRIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORK-ORDER-FILE ASSIGN TO DYNAMIC WS-WOI-DSN
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS WO-NUMBER
              ALTERNATE RECORD KEY IS WO-VEH-ID WITH DUPLICATES
              FILE STATUS IS WS-WO-FSTATUS.
           SELECT STD-FILE ASSIGN TO "wo-std-hours.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-WST-FSTATUS.
           SELECT BOOKING-FILE ASSIGN TO "shop-bookings.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SBK-FSTATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO "run-history.idx"
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS RUNH-KEY
              FILE STATUS IS WS-RUNH-FSTATUS.
           SELECT PRINT-FILE ASSIGN TO "wobklg-print.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  WORK-ORDER-FILE.
       COPY "work-order.cpy".

       FD  STD-FILE.
       COPY "wo-std.cpy".

       FD  BOOKING-FILE.
       COPY "shop-book.cpy".

       FD  RUN-HISTORY-FILE.
       COPY "run-history.cpy".

       FD  PRINT-FILE.
       COPY "print-line.cpy".

       WORKING-STORAGE SECTION.
       COPY "run-stamp.cpy".
       01  WS-SPOOL-PROGRAM    PIC X(12) VALUE "WOBKLG".
       01  WS-SPOOL-FILE       PIC X(40)
           VALUE "wobklg-print.dat".
       01  WS-WOI-DSN          PIC X(40)
           VALUE "work-orders.idx".
       01  WS-OPERATOR-ID      PIC X(8) VALUE "SYSTEM".
       01  WS-WO-FSTATUS       PIC XX VALUE "00".
       01  WS-WST-FSTATUS      PIC XX VALUE "00".
       01  WS-SBK-FSTATUS      PIC XX VALUE "00".
       01  WS-RUNH-FSTATUS     PIC XX VALUE "00".
       01  WS-WO-EOF-SW        PIC X VALUE "N".
           88 END-OF-WORK-ORDERS  VALUE "Y".
       01  WS-WST-EOF-SW       PIC X VALUE "N".
           88 END-OF-STANDARDS    VALUE "Y".
       01  WS-SBK-EOF-SW       PIC X VALUE "N".
           88 END-OF-BOOKINGS     VALUE "Y".
       01  WS-FOUND-SW         PIC X VALUE "N".
           88 ENTRY-FOUND         VALUE "Y".
       01  STD-TABLE.
           05 STD-ENTRY OCCURS 50 TIMES INDEXED BY STD-IDX.
              10 STD-TYPE       PIC X(4).
              10 STD-PRIORITY   PIC 9.
              10 STD-DUE-DAYS   PIC 9(3).
       01  WS-STD-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-STD-MAX          PIC 9(3) VALUE 50.
       01  BKQ-TABLE.
           05 BKQ-ENTRY OCCURS 1000 TIMES INDEXED BY BKQ-IDX.
              10 BKQ-WO-NUMBER  PIC 9(6).
              10 BKQ-FROM-DATE  PIC 9(8).
       01  WS-BKQ-COUNT        PIC 9(4) VALUE ZEROS.
       01  WS-BKQ-MAX          PIC 9(4) VALUE 1000.
       01  WOB-TABLE.
           05 WOB-ENTRY OCCURS 2000 TIMES INDEXED BY WOB-IDX.
              10 WOB-NUMBER     PIC 9(6).
              10 WOB-VEH-ID     PIC X(6).
              10 WOB-TYPE       PIC X(4).
              10 WOB-DATE       PIC 9(8).
              10 WOB-DUE-DATE   PIC 9(8).
              10 WOB-PRIORITY   PIC 9.
              10 WOB-BOOKED     PIC 9(8).
              10 WOB-WEEKS-OPEN PIC 9(4).
              10 WOB-WEEKS-LATE PIC 9(4).
       01  WS-WOB-COUNT        PIC 9(4) VALUE ZEROS.
       01  WS-WOB-MAX          PIC 9(4) VALUE 2000.
       01  AGE-TABLE.
           05 AGE-ENTRY OCCURS 9 TIMES INDEXED BY AGE-IDX.
              10 AGE-UNSCHED    PIC 9(5).
              10 AGE-OVERDUE    PIC 9(5).
       01  WS-AGE-SUB          PIC 9(2) VALUE ZEROS.
       01  WS-DFLT-PRIORITY    PIC 9 VALUE 5.
       01  WS-DFLT-DUE-DAYS    PIC 9(3) VALUE 14.
       01  WS-TODAY            PIC 9(8) VALUE ZEROS.
       01  WS-TODAY-INT        PIC 9(8) VALUE ZEROS.
       01  WS-DAYS             PIC 9(7) VALUE ZEROS.
       01  WS-OPEN-COUNT       PIC 9(5) VALUE ZEROS.
       01  WS-BOOKED-COUNT     PIC 9(5) VALUE ZEROS.
       01  WS-UNSCHED-COUNT    PIC 9(5) VALUE ZEROS.
       01  WS-OVERDUE-COUNT    PIC 9(5) VALUE ZEROS.
       01  WS-BOTH-COUNT       PIC 9(5) VALUE ZEROS.
       01  WS-SKIPPED-COUNT    PIC 9(5) VALUE ZEROS.
       01  WS-PRN-WEEKS        PIC ZZZ9.
       01  WS-PRN-WEEK-ROW     PIC Z9.
       01  WS-PRN-UNSCHED      PIC ZZ,ZZ9.
       01  WS-PRN-OVERDUE      PIC ZZ,ZZ9.
       01  WS-PRN-BOOKED       PIC X(11) VALUE SPACES.
       01  WS-PRINT-LINE       PIC X(132) VALUE SPACES.
       01  WS-RUN-START-DATE   PIC 9(8).
       01  WS-RUN-START-TIME   PIC 9(8).
       01  WS-RUN-STATUS       PIC X(8) VALUE "OK".

       PROCEDURE DIVISION.
       000-BEGIN.
           CALL "GETDSN" USING WS-WOI-DSN
           CALL "GETOPER" USING WS-OPERATOR-ID
           CALL "GETBDATE" USING WS-RUN-START-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-RUN-START-TIME
           MOVE WS-RUN-START-DATE TO WS-PRN-RUN-DATE
           MOVE WS-RUN-START-DATE TO WS-TODAY
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           INITIALIZE AGE-TABLE
           PERFORM 001-LOAD-STANDARDS THRU 001-EXIT
           PERFORM 002-LOAD-BOOKINGS THRU 002-EXIT
           PERFORM 003-LOAD-WORK-ORDERS THRU 003-EXIT
           IF WS-WO-FSTATUS NOT = "00"
              DISPLAY "WOBKLG: cannot open " WS-WOI-DSN
                 " status " WS-WO-FSTATUS
              MOVE "ABORTED" TO WS-RUN-STATUS
              MOVE 8 TO RETURN-CODE
              PERFORM 009-RECORD-RUN-HISTORY THRU 009-EXIT
              GOBACK
           END-IF
           IF WS-WOB-COUNT = 0
              DISPLAY "WOBKLG: no open work orders."
              PERFORM 009-RECORD-RUN-HISTORY THRU 009-EXIT
              GOBACK
           END-IF
           OPEN OUTPUT PRINT-FILE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "WORK ORDER BACKLOG AGING   RUN DATE "
              WS-PRN-RUN-DATE
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE "1" TO PRN-CARRIAGE-CTL
           MOVE WS-PRINT-LINE TO PRN-TEXT
           WRITE PRINT-REC
           DISPLAY WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 008-PRINT-ONE-LINE THRU 008-EXIT
           MOVE "UNSCHEDULED WORK ORDERS (NO BAY BOOKED)"
              TO WS-PRINT-LINE
           PERFORM 008-PRINT-ONE-LINE THRU 008-EXIT
           MOVE "  WO NUM VEHICL TYPE RAISED   DUE      PRI  WEEKS"
              TO WS-PRINT-LINE
           PERFORM 008-PRINT-ONE-LINE THRU 008-EXIT
           PERFORM VARYING WOB-IDX FROM 1 BY 1
              UNTIL WOB-IDX > WS-WOB-COUNT
              IF WOB-BOOKED(WOB-IDX) = 0
                 PERFORM 005-PRINT-UNSCHEDULED THRU 005-EXIT
              END-IF
           END-PERFORM
           IF WS-UNSCHED-COUNT = 0
              MOVE "  NONE" TO WS-PRINT-LINE
              PERFORM 008-PRINT-ONE-LINE THRU 008-EXIT
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 008-PRINT-ONE-LINE THRU 008-EXIT
           MOVE "OVERDUE WORK ORDERS" TO WS-PRINT-LINE
           PERFORM 008-PRINT-ONE-LINE THRU 008-EXIT
           MOVE "  WO NUM VEHICL TYPE DUE      BAY BOOKED   WEEKS LATE"
              TO WS-PRINT-LINE
           PERFORM 008-PRINT-ONE-LINE THRU 008-EXIT
           PERFORM VARYING WOB-IDX FROM 1 BY 1
              UNTIL WOB-IDX > WS-WOB-COUNT
              IF WOB-DUE-DATE(WOB-IDX) < WS-TODAY
                 PERFORM 006-PRINT-OVERDUE THRU 006-EXIT
              END-IF
           END-PERFORM
           IF WS-OVERDUE-COUNT = 0
              MOVE "  NONE" TO WS-PRINT-LINE
              PERFORM 008-PRINT-ONE-LINE THRU 008-EXIT
           END-IF
           PERFORM 007-PRINT-AGE-SUMMARY THRU 007-EXIT
           CLOSE PRINT-FILE
           CALL "SPOOLSAVE" USING WS-SPOOL-PROGRAM WS-SPOOL-FILE
           DISPLAY "-----------------------------------------------"
           DISPLAY "Open work orders . . . . . . . : " WS-OPEN-COUNT
           DISPLAY "Booked into a bay  . . . . . . : "
              WS-BOOKED-COUNT
           DISPLAY "Unscheduled  . . . . . . . . . : "
              WS-UNSCHED-COUNT
           DISPLAY "Overdue  . . . . . . . . . . . : "
              WS-OVERDUE-COUNT
           DISPLAY "Overdue and still unscheduled  : " WS-BOTH-COUNT
           DISPLAY "==============================================="
           IF WS-SKIPPED-COUNT > 0
              DISPLAY "WOBKLG: " WS-SKIPPED-COUNT
                 " open work orders beyond the report table were "
                 "not aged."
              MOVE "FLAGGED" TO WS-RUN-STATUS
           END-IF
           IF WS-OVERDUE-COUNT > 0 OR WS-SKIPPED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 009-RECORD-RUN-HISTORY THRU 009-EXIT
           GOBACK
       .

       001-LOAD-STANDARDS.
           OPEN INPUT STD-FILE
           IF WS-WST-FSTATUS NOT = "00"
              GO TO 001-EXIT
           END-IF
           PERFORM UNTIL END-OF-STANDARDS
              READ STD-FILE
                 AT END MOVE "Y" TO WS-WST-EOF-SW
                 NOT AT END
                    IF WS-STD-COUNT < WS-STD-MAX
                       ADD 1 TO WS-STD-COUNT
                       MOVE WST-TYPE TO STD-TYPE(WS-STD-COUNT)
                       MOVE WST-PRIORITY TO STD-PRIORITY(WS-STD-COUNT)
                       MOVE WST-DUE-DAYS TO STD-DUE-DAYS(WS-STD-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE STD-FILE
       .
       001-EXIT.
           EXIT
       .

       002-LOAD-BOOKINGS.
           OPEN INPUT BOOKING-FILE
           IF WS-SBK-FSTATUS NOT = "00"
              GO TO 002-EXIT
           END-IF
           PERFORM UNTIL END-OF-BOOKINGS
              READ BOOKING-FILE
                 AT END MOVE "Y" TO WS-SBK-EOF-SW
                 NOT AT END
                    IF SBK-BOOKED AND WS-BKQ-COUNT < WS-BKQ-MAX
                       ADD 1 TO WS-BKQ-COUNT
                       MOVE SBK-WO-NUMBER TO
                          BKQ-WO-NUMBER(WS-BKQ-COUNT)
                       MOVE SBK-FROM-DATE TO
                          BKQ-FROM-DATE(WS-BKQ-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE BOOKING-FILE
       .
       002-EXIT.
           EXIT
       .

       003-LOAD-WORK-ORDERS.
           OPEN INPUT WORK-ORDER-FILE
           IF WS-WO-FSTATUS NOT = "00"
              GO TO 003-EXIT
           END-IF
           PERFORM UNTIL END-OF-WORK-ORDERS
              READ WORK-ORDER-FILE NEXT
                 AT END MOVE "Y" TO WS-WO-EOF-SW
                 NOT AT END
                    IF WO-STATUS = "O"
                       ADD 1 TO WS-OPEN-COUNT
                       IF WS-WOB-COUNT < WS-WOB-MAX
                          PERFORM 004-AGE-WORK-ORDER THRU 004-EXIT
                       ELSE
                          ADD 1 TO WS-SKIPPED-COUNT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE WORK-ORDER-FILE
       .
       003-EXIT.
           EXIT
       .

       004-AGE-WORK-ORDER.
           ADD 1 TO WS-WOB-COUNT
           SET WOB-IDX TO WS-WOB-COUNT
           MOVE WO-NUMBER TO WOB-NUMBER(WOB-IDX)
           MOVE WO-VEH-ID TO WOB-VEH-ID(WOB-IDX)
           MOVE WO-TYPE TO WOB-TYPE(WOB-IDX)
           MOVE WS-DFLT-PRIORITY TO WOB-PRIORITY(WOB-IDX)
           MOVE WS-DFLT-DUE-DAYS TO WS-DAYS
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING STD-IDX FROM 1 BY 1
              UNTIL STD-IDX > WS-STD-COUNT OR ENTRY-FOUND
              IF STD-TYPE(STD-IDX) = WO-TYPE
                 MOVE "Y" TO WS-FOUND-SW
                 MOVE STD-PRIORITY(STD-IDX) TO WOB-PRIORITY(WOB-IDX)
                 MOVE STD-DUE-DAYS(STD-IDX) TO WS-DAYS
              END-IF
           END-PERFORM
           IF WO-DATE NUMERIC AND WO-DATE > 19000000
              AND WO-DATE NOT > WS-TODAY
              MOVE WO-DATE TO WOB-DATE(WOB-IDX)
           ELSE
              MOVE WS-TODAY TO WOB-DATE(WOB-IDX)
           END-IF
           COMPUTE WOB-DUE-DATE(WOB-IDX) = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WOB-DATE(WOB-IDX)) + WS-DAYS)
           COMPUTE WOB-WEEKS-OPEN(WOB-IDX) = (WS-TODAY-INT
              - FUNCTION INTEGER-OF-DATE(WOB-DATE(WOB-IDX))) / 7
           MOVE ZEROS TO WOB-WEEKS-LATE(WOB-IDX)
           IF WOB-DUE-DATE(WOB-IDX) < WS-TODAY
              COMPUTE WOB-WEEKS-LATE(WOB-IDX) = (WS-TODAY-INT
                 - FUNCTION INTEGER-OF-DATE(WOB-DUE-DATE(WOB-IDX)))
                 / 7
           END-IF
           MOVE ZEROS TO WOB-BOOKED(WOB-IDX)
           PERFORM VARYING BKQ-IDX FROM 1 BY 1
              UNTIL BKQ-IDX > WS-BKQ-COUNT
              OR WOB-BOOKED(WOB-IDX) > 0
              IF BKQ-WO-NUMBER(BKQ-IDX) = WO-NUMBER
                 MOVE BKQ-FROM-DATE(BKQ-IDX) TO WOB-BOOKED(WOB-IDX)
              END-IF
           END-PERFORM
           IF WOB-BOOKED(WOB-IDX) > 0
              ADD 1 TO WS-BOOKED-COUNT
           END-IF
       .
       004-EXIT.
           EXIT
       .

       005-PRINT-UNSCHEDULED.
           ADD 1 TO WS-UNSCHED-COUNT
           MOVE WOB-WEEKS-OPEN(WOB-IDX) TO WS-AGE-SUB
           IF WOB-WEEKS-OPEN(WOB-IDX) > 8
              MOVE 8 TO WS-AGE-SUB
           END-IF
           ADD 1 TO WS-AGE-SUB
           ADD 1 TO AGE-UNSCHED(WS-AGE-SUB)
           MOVE WOB-WEEKS-OPEN(WOB-IDX) TO WS-PRN-WEEKS
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  " WOB-NUMBER(WOB-IDX) " " WOB-VEH-ID(WOB-IDX)
              " " WOB-TYPE(WOB-IDX) " " WOB-DATE(WOB-IDX) " "
              WOB-DUE-DATE(WOB-IDX) "  " WOB-PRIORITY(WOB-IDX) "  "
              WS-PRN-WEEKS
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 008-PRINT-ONE-LINE THRU 008-EXIT
       .
       005-EXIT.
           EXIT
       .

       006-PRINT-OVERDUE.
           ADD 1 TO WS-OVERDUE-COUNT
           MOVE WOB-WEEKS-LATE(WOB-IDX) TO WS-AGE-SUB
           IF WOB-WEEKS-LATE(WOB-IDX) > 8
              MOVE 8 TO WS-AGE-SUB
           END-IF
           ADD 1 TO WS-AGE-SUB
           ADD 1 TO AGE-OVERDUE(WS-AGE-SUB)
           IF WOB-BOOKED(WOB-IDX) = 0
              ADD 1 TO WS-BOTH-COUNT
              MOVE "UNSCHEDULED" TO WS-PRN-BOOKED
           ELSE
              MOVE WOB-BOOKED(WOB-IDX) TO WS-PRN-BOOKED
           END-IF
           MOVE WOB-WEEKS-LATE(WOB-IDX) TO WS-PRN-WEEKS
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  " WOB-NUMBER(WOB-IDX) " " WOB-VEH-ID(WOB-IDX)
              " " WOB-TYPE(WOB-IDX) " " WOB-DUE-DATE(WOB-IDX) " "
              WS-PRN-BOOKED "  " WS-PRN-WEEKS
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 008-PRINT-ONE-LINE THRU 008-EXIT
       .
       006-EXIT.
           EXIT
       .

       007-PRINT-AGE-SUMMARY.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 008-PRINT-ONE-LINE THRU 008-EXIT
           MOVE "BACKLOG AGE BY WEEK" TO WS-PRINT-LINE
           PERFORM 008-PRINT-ONE-LINE THRU 008-EXIT
           MOVE "  WEEKS    UNSCHEDULED  OVERDUE" TO WS-PRINT-LINE
           PERFORM 008-PRINT-ONE-LINE THRU 008-EXIT
           PERFORM VARYING AGE-IDX FROM 1 BY 1 UNTIL AGE-IDX > 9
              SET WS-AGE-SUB TO AGE-IDX
              SUBTRACT 1 FROM WS-AGE-SUB
              MOVE WS-AGE-SUB TO WS-PRN-WEEK-ROW
              MOVE AGE-UNSCHED(AGE-IDX) TO WS-PRN-UNSCHED
              MOVE AGE-OVERDUE(AGE-IDX) TO WS-PRN-OVERDUE
              MOVE SPACES TO WS-PRINT-LINE
              IF AGE-IDX = 9
                 STRING "  " WS-PRN-WEEK-ROW " +        "
                    WS-PRN-UNSCHED "   " WS-PRN-OVERDUE
                    DELIMITED BY SIZE INTO WS-PRINT-LINE
              ELSE
                 STRING "  " WS-PRN-WEEK-ROW "          "
                    WS-PRN-UNSCHED "   " WS-PRN-OVERDUE
                    DELIMITED BY SIZE INTO WS-PRINT-LINE
              END-IF
              PERFORM 008-PRINT-ONE-LINE THRU 008-EXIT
           END-PERFORM
           MOVE WS-UNSCHED-COUNT TO WS-PRN-UNSCHED
           MOVE WS-OVERDUE-COUNT TO WS-PRN-OVERDUE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  TOTAL       " WS-PRN-UNSCHED "   " WS-PRN-OVERDUE
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 008-PRINT-ONE-LINE THRU 008-EXIT
       .
       007-EXIT.
           EXIT
       .

       008-PRINT-ONE-LINE.
           MOVE " " TO PRN-CARRIAGE-CTL
           MOVE WS-PRINT-LINE TO PRN-TEXT
           WRITE PRINT-REC
           DISPLAY WS-PRINT-LINE
       .
       008-EXIT.
           EXIT
       .

       009-RECORD-RUN-HISTORY.
           OPEN I-O RUN-HISTORY-FILE
           IF WS-RUNH-FSTATUS = "35"
              OPEN OUTPUT RUN-HISTORY-FILE
           END-IF
           MOVE SPACES TO RUN-HISTORY-REC
           MOVE "WOBKLG" TO RUNH-PROGRAM
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
       009-EXIT.
           EXIT
       .

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEASERPT.
       AUTHOR. JAKKRIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEASE-FILE ASSIGN TO "lease-contracts.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LSE-FSTATUS.
           SELECT MILEAGE-HIST-FILE ASSIGN TO DYNAMIC WS-MHI-DSN
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS MH-KEY
              FILE STATUS IS WS-MHIST-FSTATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO "run-history.idx"
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS RUNH-KEY
              FILE STATUS IS WS-RUNH-FSTATUS.
           SELECT PRINT-FILE ASSIGN TO "leaserpt-print.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LEASE-FILE.
       COPY "lease-contract.cpy".

       FD  MILEAGE-HIST-FILE.
       COPY "mileage-hist.cpy".

       FD  RUN-HISTORY-FILE.
       COPY "run-history.cpy".

       FD  PRINT-FILE.
       COPY "print-line.cpy".

       WORKING-STORAGE SECTION.
       COPY "run-stamp.cpy".
       01  WS-MHI-DSN         PIC X(40)
           VALUE "mileage-history.idx".
       01  WS-SPOOL-PROGRAM    PIC X(12) VALUE "LEASERPT".
       01  WS-SPOOL-FILE       PIC X(40)
           VALUE "leaserpt-print.dat".
       01  WS-OPERATOR-ID      PIC X(8) VALUE "SYSTEM".
       01  WS-LSE-FSTATUS      PIC XX VALUE "00".
       01  WS-MHIST-FSTATUS    PIC XX VALUE "00".
       01  WS-RUNH-FSTATUS     PIC XX VALUE "00".
       01  WS-LSE-EOF-SW       PIC X VALUE "N".
           88 END-OF-LEASES       VALUE "Y".
       01  WS-MH-EOF-SW        PIC X VALUE "N".
           88 END-OF-HISTORY      VALUE "Y".
       01  LSE-TABLE.
           05 LSE-ENTRY OCCURS 300 TIMES INDEXED BY LSE-IDX.
              10 LSE-TBL-LINE    PIC X(66).
              10 LSE-TBL-MILES   PIC 9(8).
              10 LSE-TBL-PERIODS PIC 9(3).
       01  WS-LSE-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-LSE-MAX          PIC 9(3) VALUE 300.
       01  WS-DROPPED-COUNT    PIC 9(5) VALUE ZEROS.
       01  WS-DATE-WORK        PIC 9(8) VALUE ZEROS.
       01  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
           05 WS-DW-YEAR       PIC 9(4).
           05 WS-DW-MONTH      PIC 9(2).
           05 WS-DW-DAY        PIC 9(2).
       01  WS-MONTH-NUM        PIC 9(6) VALUE ZEROS.
       01  WS-RUN-MONTH-NUM    PIC 9(6) VALUE ZEROS.
       01  WS-MONTHS-LEFT      PIC 9(4) VALUE ZEROS.
       01  WS-RUN-RATE         PIC 9(6) VALUE ZEROS.
       01  WS-PROJECTED        PIC 9(8) VALUE ZEROS.
       01  WS-EXCESS-MILES     PIC 9(8) VALUE ZEROS.
       01  WS-EXCESS-CHARGE    PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-TARGET-RATE      PIC 9(6) VALUE ZEROS.
       01  WS-WATCH-PCT        PIC 9(3) VALUE 90.
       01  WS-WATCH-MILES      PIC 9(8) VALUE ZEROS.
       01  WS-LEASE-FLAG       PIC X(5) VALUE SPACES.
       01  WS-DAYS-LEFT        PIC S9(7) VALUE ZEROS.
       01  WS-ENDING-DAYS      PIC 9(3) VALUE 120.
       01  WS-ACTIVE-COUNT     PIC 9(5) VALUE ZEROS.
       01  WS-OVER-COUNT       PIC 9(5) VALUE ZEROS.
       01  WS-WATCH-COUNT      PIC 9(5) VALUE ZEROS.
       01  WS-ENDING-COUNT     PIC 9(5) VALUE ZEROS.
       01  WS-TOT-CHARGE       PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-TOT-PMT          PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-PRN-ALLOW        PIC Z,ZZZ,ZZ9.
       01  WS-PRN-TO-DATE      PIC Z,ZZZ,ZZ9.
       01  WS-PRN-RATE         PIC ZZZ,ZZ9.
       01  WS-PRN-PROJECTED    PIC Z,ZZZ,ZZ9.
       01  WS-PRN-EXCESS       PIC Z,ZZZ,ZZ9.
       01  WS-PRN-CHARGE       PIC ZZZ,ZZ9.99.
       01  WS-PRN-TARGET       PIC ZZZ,ZZ9.
       01  WS-PRN-PMT          PIC ZZ,ZZ9.99.
       01  WS-PRN-DAYS         PIC ZZ9.
       01  WS-PRN-TOTAL        PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-PRN-PMT-TOTAL    PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-PRINT-LINE       PIC X(132) VALUE SPACES.
       01  WS-RUN-START-DATE   PIC 9(8).
       01  WS-RUN-START-TIME   PIC 9(8).
       01  WS-RUN-STATUS       PIC X(8) VALUE "OK".

       PROCEDURE DIVISION.
       000-BEGIN.
           CALL "GETDSN" USING WS-MHI-DSN
           CALL "GETOPER" USING WS-OPERATOR-ID
           CALL "GETBDATE" USING WS-RUN-START-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-RUN-START-TIME
           MOVE WS-RUN-START-DATE TO WS-PRN-RUN-DATE
           MOVE WS-RUN-START-DATE TO WS-DATE-WORK
           PERFORM 006-MONTH-NUMBER THRU 006-EXIT
           MOVE WS-MONTH-NUM TO WS-RUN-MONTH-NUM
           PERFORM 001-LOAD-LEASES THRU 001-EXIT
           IF WS-LSE-COUNT = 0
              DISPLAY "LEASERPT: no lease contracts on file."
              PERFORM 008-RECORD-RUN-HISTORY THRU 008-EXIT
              GOBACK
           END-IF
           PERFORM 002-LOAD-HISTORY THRU 002-EXIT
           OPEN OUTPUT PRINT-FILE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "LEASE MILEAGE ALLOWANCE PROJECTION   RUN DATE "
              WS-PRN-RUN-DATE
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE "1" TO PRN-CARRIAGE-CTL
           MOVE WS-PRINT-LINE TO PRN-TEXT
           WRITE PRINT-REC
           DISPLAY WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 007-PRINT-ONE-LINE THRU 007-EXIT
           MOVE "PROJECTED END-OF-TERM MILES FROM MILEAGE HISTORY RUN "
              TO WS-PRINT-LINE
           MOVE "RATE" TO WS-PRINT-LINE(54:4)
           PERFORM 007-PRINT-ONE-LINE THRU 007-EXIT
           MOVE "VEHICL LESSOR               END DATE ALLOWANCE   TO "
              TO WS-PRINT-LINE
           MOVE "DATE RATE/MO PROJECTED    EXCESS EXC CHARGE  TGT/MO"
              TO WS-PRINT-LINE(53:51)
           MOVE "FLAG" TO WS-PRINT-LINE(105:4)
           PERFORM 007-PRINT-ONE-LINE THRU 007-EXIT
           PERFORM VARYING LSE-IDX FROM 1 BY 1
              UNTIL LSE-IDX > WS-LSE-COUNT
              PERFORM 003-PROJECT-LEASE THRU 003-EXIT
           END-PERFORM
           IF WS-ACTIVE-COUNT = 0
              MOVE "  NONE" TO WS-PRINT-LINE
              PERFORM 007-PRINT-ONE-LINE THRU 007-EXIT
           END-IF
           PERFORM 004-ENDING-SECTION THRU 004-EXIT
           CLOSE PRINT-FILE
           CALL "SPOOLSAVE" USING WS-SPOOL-PROGRAM WS-SPOOL-FILE
           MOVE WS-TOT-CHARGE TO WS-PRN-TOTAL
           MOVE WS-TOT-PMT TO WS-PRN-PMT-TOTAL
           DISPLAY "-----------------------------------------------"
           DISPLAY "Leases on file . . . . . . . . : " WS-LSE-COUNT
           DISPLAY "Leases in term . . . . . . . . : " WS-ACTIVE-COUNT
           DISPLAY "Monthly payments in term . . . : "
              WS-PRN-PMT-TOTAL
           DISPLAY "Heading for excess miles . . . : " WS-OVER-COUNT
           DISPLAY "Within watch band  . . . . . . : " WS-WATCH-COUNT
           DISPLAY "Projected excess charges . . . : " WS-PRN-TOTAL
           DISPLAY "Ending within 120 days . . . . : " WS-ENDING-COUNT
           DISPLAY "==============================================="
           IF WS-DROPPED-COUNT > 0
              DISPLAY "LEASERPT: " WS-DROPPED-COUNT
                 " leases beyond table capacity were not reported."
           END-IF
           IF WS-OVER-COUNT > 0 OR WS-DROPPED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 008-RECORD-RUN-HISTORY THRU 008-EXIT
           GOBACK
       .

       001-LOAD-LEASES.
           OPEN INPUT LEASE-FILE
           IF WS-LSE-FSTATUS NOT = "00"
              GO TO 001-EXIT
           END-IF
           PERFORM UNTIL END-OF-LEASES
              READ LEASE-FILE
                 AT END MOVE "Y" TO WS-LSE-EOF-SW
                 NOT AT END
                    IF WS-LSE-COUNT < WS-LSE-MAX
                       ADD 1 TO WS-LSE-COUNT
                       MOVE LEASE-CONTRACT-REC TO
                          LSE-TBL-LINE(WS-LSE-COUNT)
                       MOVE ZEROS TO LSE-TBL-MILES(WS-LSE-COUNT)
                          LSE-TBL-PERIODS(WS-LSE-COUNT)
                    ELSE
                       ADD 1 TO WS-DROPPED-COUNT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE LEASE-FILE
       .
       001-EXIT.
           EXIT
       .

       002-LOAD-HISTORY.
           OPEN INPUT MILEAGE-HIST-FILE
           IF WS-MHIST-FSTATUS NOT = "00"
              GO TO 002-EXIT
           END-IF
           PERFORM UNTIL END-OF-HISTORY
              READ MILEAGE-HIST-FILE NEXT
                 AT END MOVE "Y" TO WS-MH-EOF-SW
                 NOT AT END
                    PERFORM 005-POST-HISTORY-ROW THRU 005-EXIT
              END-READ
           END-PERFORM
           CLOSE MILEAGE-HIST-FILE
       .
       002-EXIT.
           EXIT
       .

       003-PROJECT-LEASE.
           MOVE LSE-TBL-LINE(LSE-IDX) TO LEASE-CONTRACT-REC
           IF LSE-START-DATE > WS-RUN-START-DATE
              OR LSE-END-DATE < WS-RUN-START-DATE
              GO TO 003-EXIT
           END-IF
           ADD 1 TO WS-ACTIVE-COUNT
           ADD LSE-MONTHLY-PMT TO WS-TOT-PMT
           MOVE LSE-END-DATE TO WS-DATE-WORK
           PERFORM 006-MONTH-NUMBER THRU 006-EXIT
           MOVE ZEROS TO WS-MONTHS-LEFT
           IF WS-MONTH-NUM > WS-RUN-MONTH-NUM
              COMPUTE WS-MONTHS-LEFT = WS-MONTH-NUM - WS-RUN-MONTH-NUM
           END-IF
           MOVE ZEROS TO WS-RUN-RATE
           IF LSE-TBL-PERIODS(LSE-IDX) > 0
              COMPUTE WS-RUN-RATE ROUNDED =
                 LSE-TBL-MILES(LSE-IDX) / LSE-TBL-PERIODS(LSE-IDX)
           END-IF
           COMPUTE WS-PROJECTED =
              LSE-TBL-MILES(LSE-IDX) + WS-RUN-RATE * WS-MONTHS-LEFT
           MOVE ZEROS TO WS-EXCESS-MILES WS-EXCESS-CHARGE
           IF WS-PROJECTED > LSE-MILE-ALLOW
              COMPUTE WS-EXCESS-MILES = WS-PROJECTED - LSE-MILE-ALLOW
              COMPUTE WS-EXCESS-CHARGE ROUNDED =
                 WS-EXCESS-MILES * LSE-EXCESS-RATE
           END-IF
           MOVE ZEROS TO WS-TARGET-RATE
           IF WS-MONTHS-LEFT > 0
              AND LSE-MILE-ALLOW > LSE-TBL-MILES(LSE-IDX)
              COMPUTE WS-TARGET-RATE =
                 (LSE-MILE-ALLOW - LSE-TBL-MILES(LSE-IDX))
                 / WS-MONTHS-LEFT
           END-IF
           COMPUTE WS-WATCH-MILES =
              LSE-MILE-ALLOW * WS-WATCH-PCT / 100
           EVALUATE TRUE
              WHEN LSE-TBL-PERIODS(LSE-IDX) = 0
                 MOVE "NOHST" TO WS-LEASE-FLAG
              WHEN WS-EXCESS-MILES > 0
                 MOVE "OVER" TO WS-LEASE-FLAG
                 ADD 1 TO WS-OVER-COUNT
                 ADD WS-EXCESS-CHARGE TO WS-TOT-CHARGE
              WHEN WS-PROJECTED > WS-WATCH-MILES
                 MOVE "WATCH" TO WS-LEASE-FLAG
                 ADD 1 TO WS-WATCH-COUNT
              WHEN OTHER
                 MOVE SPACES TO WS-LEASE-FLAG
           END-EVALUATE
           MOVE LSE-MILE-ALLOW TO WS-PRN-ALLOW
           MOVE LSE-TBL-MILES(LSE-IDX) TO WS-PRN-TO-DATE
           MOVE WS-RUN-RATE TO WS-PRN-RATE
           MOVE WS-PROJECTED TO WS-PRN-PROJECTED
           MOVE WS-EXCESS-MILES TO WS-PRN-EXCESS
           MOVE WS-EXCESS-CHARGE TO WS-PRN-CHARGE
           MOVE WS-TARGET-RATE TO WS-PRN-TARGET
           MOVE SPACES TO WS-PRINT-LINE
           STRING LSE-VEH-ID " " LSE-LESSOR " " LSE-END-DATE " "
              WS-PRN-ALLOW " " WS-PRN-TO-DATE " " WS-PRN-RATE " "
              WS-PRN-PROJECTED " " WS-PRN-EXCESS " " WS-PRN-CHARGE
              " " WS-PRN-TARGET " " WS-LEASE-FLAG
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 007-PRINT-ONE-LINE THRU 007-EXIT
       .
       003-EXIT.
           EXIT
       .

       004-ENDING-SECTION.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 007-PRINT-ONE-LINE THRU 007-EXIT
           MOVE "LEASES ENDING IN THE NEXT 120 DAYS" TO WS-PRINT-LINE
           PERFORM 007-PRINT-ONE-LINE THRU 007-EXIT
           MOVE "VEHICL LESSOR               END DATE DAYS   PAYMENT"
              TO WS-PRINT-LINE
           PERFORM 007-PRINT-ONE-LINE THRU 007-EXIT
           PERFORM VARYING LSE-IDX FROM 1 BY 1
              UNTIL LSE-IDX > WS-LSE-COUNT
              MOVE LSE-TBL-LINE(LSE-IDX) TO LEASE-CONTRACT-REC
              IF LSE-END-DATE NOT < WS-RUN-START-DATE
                 COMPUTE WS-DAYS-LEFT =
                    FUNCTION INTEGER-OF-DATE(LSE-END-DATE)
                    - FUNCTION INTEGER-OF-DATE(WS-RUN-START-DATE)
                 IF WS-DAYS-LEFT NOT > WS-ENDING-DAYS
                    ADD 1 TO WS-ENDING-COUNT
                    MOVE WS-DAYS-LEFT TO WS-PRN-DAYS
                    MOVE LSE-MONTHLY-PMT TO WS-PRN-PMT
                    MOVE SPACES TO WS-PRINT-LINE
                    STRING LSE-VEH-ID " " LSE-LESSOR " "
                       LSE-END-DATE "  " WS-PRN-DAYS " " WS-PRN-PMT
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                    PERFORM 007-PRINT-ONE-LINE THRU 007-EXIT
                 END-IF
              END-IF
           END-PERFORM
           IF WS-ENDING-COUNT = 0
              MOVE "  NONE" TO WS-PRINT-LINE
              PERFORM 007-PRINT-ONE-LINE THRU 007-EXIT
           END-IF
       .
       004-EXIT.
           EXIT
       .

       005-POST-HISTORY-ROW.
           PERFORM VARYING LSE-IDX FROM 1 BY 1
              UNTIL LSE-IDX > WS-LSE-COUNT
              IF LSE-TBL-LINE(LSE-IDX)(1:6) = MH-VEH-ID
                 MOVE LSE-TBL-LINE(LSE-IDX) TO LEASE-CONTRACT-REC
                 IF MH-PERIOD-DATE NOT < LSE-START-DATE
                    AND MH-PERIOD-DATE NOT > LSE-END-DATE
                    AND MH-PERIOD-DATE NOT > WS-RUN-START-DATE
                    AND MH-MILEAGE NUMERIC
                    ADD MH-MILEAGE TO LSE-TBL-MILES(LSE-IDX)
                    ADD 1 TO LSE-TBL-PERIODS(LSE-IDX)
                 END-IF
              END-IF
           END-PERFORM
       .
       005-EXIT.
           EXIT
       .

       006-MONTH-NUMBER.
           COMPUTE WS-MONTH-NUM = WS-DW-YEAR * 12 + WS-DW-MONTH
       .
       006-EXIT.
           EXIT
       .

       007-PRINT-ONE-LINE.
           MOVE " " TO PRN-CARRIAGE-CTL
           MOVE WS-PRINT-LINE TO PRN-TEXT
           WRITE PRINT-REC
           DISPLAY WS-PRINT-LINE
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
           MOVE "LEASERPT" TO RUNH-PROGRAM
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

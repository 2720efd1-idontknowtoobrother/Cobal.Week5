       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRICERPT.
       AUTHOR. JAKKRIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRICE-EXC-FILE ASSIGN TO "fuel-price-exc.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PXC-FSTATUS.
           SELECT ASSIGN-FILE ASSIGN TO DYNAMIC WS-ASGF-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ASG-FSTATUS.
           SELECT DRIVER-FILE ASSIGN TO "driver-master.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DRV-FSTATUS.
           SELECT BATCH-FLAG-FILE ASSIGN TO "nightly-batch.flg"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BATCH-FSTATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO "run-history.idx"
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS RUNH-KEY
              FILE STATUS IS WS-RUNH-FSTATUS.
           SELECT PRINT-FILE ASSIGN TO "pricerpt-print.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PRICE-EXC-FILE.
       COPY "price-exc.cpy".

       FD  ASSIGN-FILE.
       COPY "veh-assign.cpy".

       FD  DRIVER-FILE.
       COPY "driver-rec.cpy".

       FD  BATCH-FLAG-FILE.
       COPY "batch-flag.cpy".

       FD  RUN-HISTORY-FILE.
       COPY "run-history.cpy".

       FD  PRINT-FILE.
       COPY "print-line.cpy".

       WORKING-STORAGE SECTION.
       COPY "run-stamp.cpy".
       01  WS-ASGF-DSN        PIC X(40)
           VALUE "veh-assign.dat".
       01  WS-SPOOL-PROGRAM    PIC X(12) VALUE "PRICERPT".
       01  WS-SPOOL-FILE       PIC X(40)
           VALUE "pricerpt-print.dat".
       01  WS-OPERATOR-ID      PIC X(8) VALUE "SYSTEM".
       01  WS-PXC-FSTATUS      PIC XX VALUE "00".
       01  WS-ASG-FSTATUS      PIC XX VALUE "00".
       01  WS-DRV-FSTATUS      PIC XX VALUE "00".
       01  WS-BATCH-FSTATUS    PIC XX VALUE "00".
       01  WS-RUNH-FSTATUS     PIC XX VALUE "00".
       01  WS-PXC-EOF-SW       PIC X VALUE "N".
           88 END-OF-EXCEPTIONS   VALUE "Y".
       01  WS-ASG-EOF-SW       PIC X VALUE "N".
           88 END-OF-ASSIGNS      VALUE "Y".
       01  WS-DRV-EOF-SW       PIC X VALUE "N".
           88 END-OF-DRIVERS      VALUE "Y".
       01  WS-BATCH-SW         PIC X VALUE "N".
           88 BATCH-RUN           VALUE "Y".
       01  WS-MONTH-IN         PIC X(6).
       01  WS-TARGET-MONTH     PIC 9(6) VALUE ZEROS.
       01  ASG-TABLE.
           05 ASG-ENTRY OCCURS 400 TIMES INDEXED BY ASG-IDX.
              10 ASG-VEH-ID     PIC X(6).
              10 ASG-DRIVER-ID  PIC X(6).
              10 ASG-EFF-DATE   PIC 9(8).
              10 ASG-END-DATE   PIC 9(8).
       01  WS-ASG-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-ASG-MAX          PIC 9(3) VALUE 400.
       01  DRT-TABLE.
           05 DRT-ENTRY OCCURS 300 TIMES INDEXED BY DRT-IDX.
              10 DRT-ID         PIC X(6).
              10 DRT-NAME       PIC X(20).
       01  WS-DRT-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-DRT-MAX          PIC 9(3) VALUE 300.
       01  CSUM-TABLE.
           05 CSUM-ENTRY OCCURS 300 TIMES INDEXED BY CSUM-IDX.
              10 CSUM-CARD      PIC X(16).
              10 CSUM-COUNT     PIC 9(5).
              10 CSUM-OVERPAY   PIC 9(7)V9(2).
       01  WS-CSUM-COUNT       PIC 9(3) VALUE ZEROS.
       01  WS-CSUM-MAX         PIC 9(3) VALUE 300.
       01  WS-CSUM-MATCH       PIC 9(3) VALUE ZEROS.
       01  DSUM-TABLE.
           05 DSUM-ENTRY OCCURS 300 TIMES INDEXED BY DSUM-IDX.
              10 DSUM-DRIVER-ID PIC X(6).
              10 DSUM-NAME      PIC X(20).
              10 DSUM-COUNT     PIC 9(5).
              10 DSUM-OVERPAY   PIC 9(7)V9(2).
       01  WS-DSUM-COUNT       PIC 9(3) VALUE ZEROS.
       01  WS-DSUM-MAX         PIC 9(3) VALUE 300.
       01  WS-DSUM-MATCH       PIC 9(3) VALUE ZEROS.
       01  WS-BEST-DATE        PIC 9(8) VALUE ZEROS.
       01  WS-DRIVER-ID        PIC X(6) VALUE SPACES.
       01  WS-DRIVER-NAME      PIC X(20) VALUE SPACES.
       01  WS-CARD-KEY         PIC X(16) VALUE SPACES.
       01  WS-EXC-COUNT        PIC 9(5) VALUE ZEROS.
       01  WS-HIGH-COUNT       PIC 9(5) VALUE ZEROS.
       01  WS-LOW-COUNT        PIC 9(5) VALUE ZEROS.
       01  WS-DROPPED-COUNT    PIC 9(5) VALUE ZEROS.
       01  WS-TOTAL-OVERPAY    PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-PRN-GALLONS      PIC Z,ZZ9.99.
       01  WS-PRN-AMOUNT       PIC ZZ,ZZ9.99.
       01  WS-PRN-PRICE        PIC ZZ9.999.
       01  WS-PRN-INDEX        PIC Z9.999.
       01  WS-PRN-OVERPAY      PIC Z,ZZZ,ZZ9.99.
       01  WS-PRN-COUNT        PIC ZZZZ9.
       01  WS-PRN-TOTAL        PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-PRINT-LINE       PIC X(132) VALUE SPACES.
       01  WS-RUN-START-DATE   PIC 9(8).
       01  WS-RUN-START-TIME   PIC 9(8).
       01  WS-RUN-STATUS       PIC X(8) VALUE "OK".

       PROCEDURE DIVISION.
       000-BEGIN.
           CALL "GETDSN" USING WS-ASGF-DSN
           CALL "GETOPER" USING WS-OPERATOR-ID
           CALL "GETBDATE" USING WS-RUN-START-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-RUN-START-TIME
           MOVE WS-RUN-START-DATE TO WS-PRN-RUN-DATE
           PERFORM 001-SET-TARGET-MONTH THRU 001-EXIT
           PERFORM 002-LOAD-ASSIGNMENTS THRU 002-EXIT
           PERFORM 003-LOAD-DRIVERS THRU 003-EXIT
           OPEN OUTPUT PRINT-FILE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "FUEL PRICE-PER-GALLON EXCEPTIONS   PERIOD "
              WS-TARGET-MONTH "   RUN DATE " WS-PRN-RUN-DATE
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE "1" TO PRN-CARRIAGE-CTL
           MOVE WS-PRINT-LINE TO PRN-TEXT
           WRITE PRINT-REC
           DISPLAY WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 010-PRINT-ONE-LINE THRU 010-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           MOVE "VEH-ID" TO WS-PRINT-LINE(1:6)
           MOVE "DATE" TO WS-PRINT-LINE(8:4)
           MOVE "CARD" TO WS-PRINT-LINE(17:4)
           MOVE "JU" TO WS-PRINT-LINE(34:2)
           MOVE "GALLONS" TO WS-PRINT-LINE(38:7)
           MOVE "AMOUNT" TO WS-PRINT-LINE(49:6)
           MOVE "PRICE" TO WS-PRINT-LINE(58:5)
           MOVE "INDEX" TO WS-PRINT-LINE(65:5)
           MOVE "OVERPAID" TO WS-PRINT-LINE(76:8)
           MOVE "BAND" TO WS-PRINT-LINE(85:4)
           MOVE "DRIVER" TO WS-PRINT-LINE(90:6)
           MOVE "NAME" TO WS-PRINT-LINE(97:4)
           PERFORM 010-PRINT-ONE-LINE THRU 010-EXIT
           OPEN INPUT PRICE-EXC-FILE
           IF WS-PXC-FSTATUS = "00"
              PERFORM UNTIL END-OF-EXCEPTIONS
                 READ PRICE-EXC-FILE
                    AT END MOVE "Y" TO WS-PXC-EOF-SW
                    NOT AT END
                       IF PXC-DATE(1:6) = WS-TARGET-MONTH
                          PERFORM 004-PROCESS-EXCEPTION THRU 004-EXIT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PRICE-EXC-FILE
           END-IF
           IF WS-EXC-COUNT = 0
              MOVE "  NONE" TO WS-PRINT-LINE
              PERFORM 010-PRINT-ONE-LINE THRU 010-EXIT
           END-IF
           PERFORM 007-PRINT-CARD-TOTALS THRU 007-EXIT
           PERFORM 008-PRINT-DRIVER-TOTALS THRU 008-EXIT
           CLOSE PRINT-FILE
           CALL "SPOOLSAVE" USING WS-SPOOL-PROGRAM WS-SPOOL-FILE
           MOVE WS-TOTAL-OVERPAY TO WS-PRN-TOTAL
           DISPLAY "-----------------------------------------------"
           DISPLAY "Period reported  . . . . . . . : " WS-TARGET-MONTH
           DISPLAY "Price exceptions . . . . . . . : " WS-EXC-COUNT
           DISPLAY "  above index band . . . . . . : " WS-HIGH-COUNT
           DISPLAY "  below index band . . . . . . : " WS-LOW-COUNT
           DISPLAY "Total overpayment  . . . . . . : " WS-PRN-TOTAL
           DISPLAY "==============================================="
           IF WS-DROPPED-COUNT > 0
              DISPLAY "PRICERPT: " WS-DROPPED-COUNT
                 " entries beyond table capacity were not totalled."
           END-IF
           IF WS-EXC-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 011-RECORD-RUN-HISTORY THRU 011-EXIT
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

       002-LOAD-ASSIGNMENTS.
           OPEN INPUT ASSIGN-FILE
           IF WS-ASG-FSTATUS NOT = "00"
              GO TO 002-EXIT
           END-IF
           PERFORM UNTIL END-OF-ASSIGNS
              READ ASSIGN-FILE
                 AT END MOVE "Y" TO WS-ASG-EOF-SW
                 NOT AT END
                    IF WS-ASG-COUNT < WS-ASG-MAX
                       AND VA-DRIVER-ID NOT = SPACES
                       ADD 1 TO WS-ASG-COUNT
                       MOVE VA-VEH-ID TO ASG-VEH-ID(WS-ASG-COUNT)
                       MOVE VA-DRIVER-ID TO
                          ASG-DRIVER-ID(WS-ASG-COUNT)
                       IF VA-EFF-DATE NUMERIC
                          MOVE VA-EFF-DATE TO
                             ASG-EFF-DATE(WS-ASG-COUNT)
                       ELSE
                          MOVE ZEROS TO ASG-EFF-DATE(WS-ASG-COUNT)
                       END-IF
                       IF VA-END-DATE NUMERIC
                          MOVE VA-END-DATE TO
                             ASG-END-DATE(WS-ASG-COUNT)
                       ELSE
                          MOVE ZEROS TO ASG-END-DATE(WS-ASG-COUNT)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ASSIGN-FILE
       .
       002-EXIT.
           EXIT
       .

       003-LOAD-DRIVERS.
           OPEN INPUT DRIVER-FILE
           IF WS-DRV-FSTATUS NOT = "00"
              GO TO 003-EXIT
           END-IF
           PERFORM UNTIL END-OF-DRIVERS
              READ DRIVER-FILE
                 AT END MOVE "Y" TO WS-DRV-EOF-SW
                 NOT AT END
                    IF WS-DRT-COUNT < WS-DRT-MAX
                       ADD 1 TO WS-DRT-COUNT
                       MOVE DRV-ID TO DRT-ID(WS-DRT-COUNT)
                       MOVE DRV-NAME TO DRT-NAME(WS-DRT-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE DRIVER-FILE
       .
       003-EXIT.
           EXIT
       .

       004-PROCESS-EXCEPTION.
           ADD 1 TO WS-EXC-COUNT
           ADD PXC-OVERPAY TO WS-TOTAL-OVERPAY
           PERFORM 005-FIND-DRIVER THRU 005-EXIT
           MOVE PXC-GALLONS TO WS-PRN-GALLONS
           MOVE PXC-AMOUNT TO WS-PRN-AMOUNT
           MOVE PXC-PRICE TO WS-PRN-PRICE
           MOVE PXC-INDEX-PRICE TO WS-PRN-INDEX
           MOVE PXC-OVERPAY TO WS-PRN-OVERPAY
           MOVE SPACES TO WS-PRINT-LINE
           MOVE PXC-VEH-ID TO WS-PRINT-LINE(1:6)
           MOVE PXC-DATE TO WS-PRINT-LINE(8:8)
           MOVE PXC-CARD-NO TO WS-PRINT-LINE(17:16)
           MOVE PXC-JURIS TO WS-PRINT-LINE(34:2)
           MOVE WS-PRN-GALLONS TO WS-PRINT-LINE(37:8)
           MOVE WS-PRN-AMOUNT TO WS-PRINT-LINE(46:9)
           MOVE WS-PRN-PRICE TO WS-PRINT-LINE(56:7)
           MOVE WS-PRN-INDEX TO WS-PRINT-LINE(64:6)
           MOVE WS-PRN-OVERPAY TO WS-PRINT-LINE(71:12)
           IF PXC-ABOVE-BAND
              ADD 1 TO WS-HIGH-COUNT
              MOVE "HIGH" TO WS-PRINT-LINE(85:4)
           ELSE
              ADD 1 TO WS-LOW-COUNT
              MOVE "LOW" TO WS-PRINT-LINE(85:4)
           END-IF
           MOVE WS-DRIVER-ID TO WS-PRINT-LINE(90:6)
           MOVE WS-DRIVER-NAME TO WS-PRINT-LINE(97:20)
           PERFORM 010-PRINT-ONE-LINE THRU 010-EXIT
           PERFORM 006-ACCUMULATE THRU 006-EXIT
       .
       004-EXIT.
           EXIT
       .

       005-FIND-DRIVER.
           MOVE ZEROS TO WS-BEST-DATE
           MOVE "??????" TO WS-DRIVER-ID
           MOVE "NO DRIVER FOUND" TO WS-DRIVER-NAME
           PERFORM VARYING ASG-IDX FROM 1 BY 1
              UNTIL ASG-IDX > WS-ASG-COUNT
              IF ASG-VEH-ID(ASG-IDX) = PXC-VEH-ID
                 AND ASG-EFF-DATE(ASG-IDX) NOT > PXC-DATE
                 AND (ASG-END-DATE(ASG-IDX) = 0
                    OR ASG-END-DATE(ASG-IDX) > PXC-DATE)
                 AND ASG-EFF-DATE(ASG-IDX) NOT < WS-BEST-DATE
                 MOVE ASG-EFF-DATE(ASG-IDX) TO WS-BEST-DATE
                 MOVE ASG-DRIVER-ID(ASG-IDX) TO WS-DRIVER-ID
              END-IF
           END-PERFORM
           IF WS-DRIVER-ID = "??????"
              GO TO 005-EXIT
           END-IF
           MOVE SPACES TO WS-DRIVER-NAME
           PERFORM VARYING DRT-IDX FROM 1 BY 1
              UNTIL DRT-IDX > WS-DRT-COUNT
              IF DRT-ID(DRT-IDX) = WS-DRIVER-ID
                 MOVE DRT-NAME(DRT-IDX) TO WS-DRIVER-NAME
              END-IF
           END-PERFORM
       .
       005-EXIT.
           EXIT
       .

       006-ACCUMULATE.
           MOVE PXC-CARD-NO TO WS-CARD-KEY
           IF WS-CARD-KEY = SPACES
              MOVE "YARD PUMP" TO WS-CARD-KEY
           END-IF
           MOVE ZEROS TO WS-CSUM-MATCH
           PERFORM VARYING CSUM-IDX FROM 1 BY 1
              UNTIL CSUM-IDX > WS-CSUM-COUNT OR WS-CSUM-MATCH > 0
              IF CSUM-CARD(CSUM-IDX) = WS-CARD-KEY
                 SET WS-CSUM-MATCH TO CSUM-IDX
              END-IF
           END-PERFORM
           IF WS-CSUM-MATCH = 0
              IF WS-CSUM-COUNT < WS-CSUM-MAX
                 ADD 1 TO WS-CSUM-COUNT
                 MOVE WS-CSUM-COUNT TO WS-CSUM-MATCH
                 MOVE WS-CARD-KEY TO CSUM-CARD(WS-CSUM-MATCH)
                 MOVE ZEROS TO CSUM-COUNT(WS-CSUM-MATCH)
                    CSUM-OVERPAY(WS-CSUM-MATCH)
              ELSE
                 ADD 1 TO WS-DROPPED-COUNT
              END-IF
           END-IF
           IF WS-CSUM-MATCH > 0
              ADD 1 TO CSUM-COUNT(WS-CSUM-MATCH)
              ADD PXC-OVERPAY TO CSUM-OVERPAY(WS-CSUM-MATCH)
           END-IF
           MOVE ZEROS TO WS-DSUM-MATCH
           PERFORM VARYING DSUM-IDX FROM 1 BY 1
              UNTIL DSUM-IDX > WS-DSUM-COUNT OR WS-DSUM-MATCH > 0
              IF DSUM-DRIVER-ID(DSUM-IDX) = WS-DRIVER-ID
                 SET WS-DSUM-MATCH TO DSUM-IDX
              END-IF
           END-PERFORM
           IF WS-DSUM-MATCH = 0
              IF WS-DSUM-COUNT < WS-DSUM-MAX
                 ADD 1 TO WS-DSUM-COUNT
                 MOVE WS-DSUM-COUNT TO WS-DSUM-MATCH
                 MOVE WS-DRIVER-ID TO DSUM-DRIVER-ID(WS-DSUM-MATCH)
                 MOVE WS-DRIVER-NAME TO DSUM-NAME(WS-DSUM-MATCH)
                 MOVE ZEROS TO DSUM-COUNT(WS-DSUM-MATCH)
                    DSUM-OVERPAY(WS-DSUM-MATCH)
              ELSE
                 ADD 1 TO WS-DROPPED-COUNT
              END-IF
           END-IF
           IF WS-DSUM-MATCH > 0
              ADD 1 TO DSUM-COUNT(WS-DSUM-MATCH)
              ADD PXC-OVERPAY TO DSUM-OVERPAY(WS-DSUM-MATCH)
           END-IF
       .
       006-EXIT.
           EXIT
       .

       007-PRINT-CARD-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 010-PRINT-ONE-LINE THRU 010-EXIT
           MOVE "OVERPAYMENT BY CARD" TO WS-PRINT-LINE
           PERFORM 010-PRINT-ONE-LINE THRU 010-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           MOVE "CARD" TO WS-PRINT-LINE(1:4)
           MOVE "EXCEPTIONS" TO WS-PRINT-LINE(18:10)
           MOVE "OVERPAID" TO WS-PRINT-LINE(34:8)
           PERFORM 010-PRINT-ONE-LINE THRU 010-EXIT
           PERFORM VARYING CSUM-IDX FROM 1 BY 1
              UNTIL CSUM-IDX > WS-CSUM-COUNT
              MOVE CSUM-COUNT(CSUM-IDX) TO WS-PRN-COUNT
              MOVE CSUM-OVERPAY(CSUM-IDX) TO WS-PRN-OVERPAY
              MOVE SPACES TO WS-PRINT-LINE
              MOVE CSUM-CARD(CSUM-IDX) TO WS-PRINT-LINE(1:16)
              MOVE WS-PRN-COUNT TO WS-PRINT-LINE(23:5)
              MOVE WS-PRN-OVERPAY TO WS-PRINT-LINE(30:12)
              PERFORM 010-PRINT-ONE-LINE THRU 010-EXIT
           END-PERFORM
           IF WS-CSUM-COUNT = 0
              MOVE "  NONE" TO WS-PRINT-LINE
              PERFORM 010-PRINT-ONE-LINE THRU 010-EXIT
           END-IF
       .
       007-EXIT.
           EXIT
       .

       008-PRINT-DRIVER-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 010-PRINT-ONE-LINE THRU 010-EXIT
           MOVE "OVERPAYMENT BY DRIVER" TO WS-PRINT-LINE
           PERFORM 010-PRINT-ONE-LINE THRU 010-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           MOVE "DRIVER" TO WS-PRINT-LINE(1:6)
           MOVE "NAME" TO WS-PRINT-LINE(8:4)
           MOVE "EXCEPTIONS" TO WS-PRINT-LINE(29:10)
           MOVE "OVERPAID" TO WS-PRINT-LINE(45:8)
           PERFORM 010-PRINT-ONE-LINE THRU 010-EXIT
           PERFORM VARYING DSUM-IDX FROM 1 BY 1
              UNTIL DSUM-IDX > WS-DSUM-COUNT
              MOVE DSUM-COUNT(DSUM-IDX) TO WS-PRN-COUNT
              MOVE DSUM-OVERPAY(DSUM-IDX) TO WS-PRN-OVERPAY
              MOVE SPACES TO WS-PRINT-LINE
              MOVE DSUM-DRIVER-ID(DSUM-IDX) TO WS-PRINT-LINE(1:6)
              MOVE DSUM-NAME(DSUM-IDX) TO WS-PRINT-LINE(8:20)
              MOVE WS-PRN-COUNT TO WS-PRINT-LINE(34:5)
              MOVE WS-PRN-OVERPAY TO WS-PRINT-LINE(41:12)
              PERFORM 010-PRINT-ONE-LINE THRU 010-EXIT
           END-PERFORM
           IF WS-DSUM-COUNT = 0
              MOVE "  NONE" TO WS-PRINT-LINE
              PERFORM 010-PRINT-ONE-LINE THRU 010-EXIT
           END-IF
           MOVE WS-TOTAL-OVERPAY TO WS-PRN-TOTAL
           MOVE SPACES TO WS-PRINT-LINE
           STRING "TOTAL OVERPAYMENT " WS-PRN-TOTAL
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 010-PRINT-ONE-LINE THRU 010-EXIT
       .
       008-EXIT.
           EXIT
       .

       010-PRINT-ONE-LINE.
           MOVE " " TO PRN-CARRIAGE-CTL
           MOVE WS-PRINT-LINE TO PRN-TEXT
           WRITE PRINT-REC
           DISPLAY WS-PRINT-LINE
       .
       010-EXIT.
           EXIT
       .

       011-RECORD-RUN-HISTORY.
           OPEN I-O RUN-HISTORY-FILE
           IF WS-RUNH-FSTATUS = "35"
              OPEN OUTPUT RUN-HISTORY-FILE
           END-IF
           MOVE SPACES TO RUN-HISTORY-REC
           MOVE "PRICERPT" TO RUNH-PROGRAM
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
       011-EXIT.
           EXIT
       .

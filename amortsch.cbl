       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMORTSCH.
       AUTHOR. JAKKRIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "amortsch-parm.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PARM-FSTATUS.
           SELECT REQUEST-FILE ASSIGN TO "loan-requests.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REQ-FSTATUS.
           SELECT PRINT-FILE ASSIGN TO "amortsch-print.dat"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-FILE ASSIGN TO "userdiv-audit.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUDIT-FSTATUS.
           SELECT SHARED-EXCEPTION-FILE ASSIGN TO
              "shared-exceptions.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EXC-FSTATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO "run-history.idx"
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS RUNH-KEY
              FILE STATUS IS WS-RUNH-FSTATUS.
           SELECT BATCH-FLAG-FILE ASSIGN TO "nightly-batch.flg"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BATCH-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-REC            PIC X(38).

       FD  REQUEST-FILE.
       COPY "loan-request.cpy".

       FD  PRINT-FILE.
       COPY "print-line.cpy".

       FD  AUDIT-FILE.
       COPY "userdiv-audit.cpy".

       FD  SHARED-EXCEPTION-FILE.
       COPY "exception-log.cpy".

       FD  RUN-HISTORY-FILE.
       COPY "run-history.cpy".

       FD  BATCH-FLAG-FILE.
       COPY "batch-flag.cpy".

       WORKING-STORAGE SECTION.
       COPY "run-stamp.cpy".
       01  WS-SPOOL-PROGRAM    PIC X(12) VALUE "AMORTSCH".
       01  WS-SPOOL-FILE       PIC X(40)
           VALUE "amortsch-print.dat".
       01  WS-OPERATOR-ID      PIC X(8) VALUE "SYSTEM".
       01  WS-PARM-FSTATUS     PIC XX VALUE "00".
       01  WS-REQ-FSTATUS      PIC XX VALUE "00".
       01  WS-AUDIT-FSTATUS    PIC XX VALUE "00".
       01  WS-EXC-FSTATUS      PIC XX VALUE "00".
       01  WS-RUNH-FSTATUS     PIC XX VALUE "00".
       01  WS-BATCH-FSTATUS    PIC XX VALUE "00".
       01  WS-BATCH-SW         PIC X VALUE "N".
           88 BATCH-RUN           VALUE "Y".
       01  WS-RUN-MODE         PIC X VALUE "I".
           88 BATCH-MODE          VALUE "B".
           88 INTERACTIVE-MODE    VALUE "I".
       01  WS-REQ-EOF-SW       PIC X VALUE "N".
           88 END-OF-REQUESTS     VALUE "Y".
       01  WS-PARM-FOUND-SW    PIC X VALUE "N".
           88 PARM-LOAN-FOUND     VALUE "Y".
       01  WS-LOAN-OK-SW       PIC X VALUE "N".
           88 LOAN-VALID          VALUE "Y".
       01  WS-NUM-IN           PIC X(12) VALUE SPACES.
       01  WS-REJECT-REASON    PIC X(30) VALUE SPACES.
       01  WS-REJECT-VAL       PIC X(10) VALUE SPACES.
       01  WS-LOAN-ID          PIC X(8) VALUE SPACES.
       01  WS-PRINCIPAL        PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-ANNUAL-RATE      PIC 9(2)V9(4) VALUE ZEROS.
       01  WS-TERM             PIC 9(3) VALUE ZEROS.
       01  WS-MAX-TERM         PIC 9(3) VALUE 480.
       01  WS-FIRST-DATE       PIC 9(8) VALUE ZEROS.
       01  WS-FIRST-DATE-R REDEFINES WS-FIRST-DATE.
           05 WS-FIRST-YEAR    PIC 9(4).
           05 WS-FIRST-MONTH   PIC 9(2).
           05 WS-FIRST-DAY     PIC 9(2).
       01  WS-MONTH-RATE       PIC 9V9(10) VALUE ZEROS.
       01  WS-GROWTH           PIC 9(5)V9(10) VALUE ZEROS.
       01  WS-GROWTH-LESS-ONE  PIC 9(5)V9(10) VALUE ZEROS.
       01  WS-PMT-FACTOR       PIC 9(3)V9(10) VALUE ZEROS.
       01  WS-PAYMENT          PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-MAX-PAYMENT      PIC 9(7)V9(2) VALUE 99999.99.
       01  WS-BALANCE          PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-INTEREST         PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-PRIN-PART        PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-THIS-PAYMENT     PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-TOTAL-PAID       PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-TOTAL-INTEREST   PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-PMT-NO           PIC 9(3) VALUE ZEROS.
       01  WS-MONTH-SERIAL     PIC 9(6) VALUE ZEROS.
       01  WS-PAY-YEAR         PIC 9(4) VALUE ZEROS.
       01  WS-PAY-MONTH        PIC 9(2) VALUE ZEROS.
       01  WS-PAY-DAY          PIC 9(2) VALUE ZEROS.
       01  WS-PAY-DATE         PIC 9(8) VALUE ZEROS.
       01  WS-NM-FIRST         PIC 9(8) VALUE ZEROS.
       01  WS-MONTH-END        PIC 9(8) VALUE ZEROS.
       01  WS-MONTH-END-R REDEFINES WS-MONTH-END.
           05 WS-ME-YYYYMM     PIC 9(6).
           05 WS-ME-DD         PIC 9(2).
       01  WS-LOAN-COUNT       PIC 9(5) VALUE ZEROS.
       01  WS-REJECT-COUNT     PIC 9(5) VALUE ZEROS.
       01  WS-LINE-COUNT       PIC 9(7) VALUE ZEROS.
       01  WS-RUN-START-DATE   PIC 9(8).
       01  WS-RUN-START-TIME   PIC 9(8).
       01  WS-RUN-STATUS       PIC X(8) VALUE "OK".
       01  WS-PRN-PMT-NO       PIC ZZ9.
       01  WS-PRN-DATE         PIC 9999/99/99.
       01  WS-PRN-PAYMENT      PIC Z,ZZZ,ZZ9.99.
       01  WS-PRN-INTEREST     PIC Z,ZZZ,ZZ9.99.
       01  WS-PRN-PRIN-PART    PIC Z,ZZZ,ZZ9.99.
       01  WS-PRN-BALANCE      PIC Z,ZZZ,ZZ9.99.
       01  WS-PRN-PRINCIPAL    PIC Z,ZZZ,ZZ9.99.
       01  WS-PRN-RATE         PIC Z9.9999.
       01  WS-PRN-TERM         PIC ZZ9.
       01  WS-PRN-TOTAL        PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-PRINT-LINE       PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       000-BEGIN.
           CALL "GETOPER" USING WS-OPERATOR-ID
           CALL "GETBDATE" USING WS-RUN-START-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-RUN-START-TIME
           MOVE WS-RUN-START-DATE TO WS-PRN-RUN-DATE
           PERFORM 012-CHECK-BATCH-MODE THRU 012-EXIT
           IF BATCH-RUN
              MOVE "B" TO WS-RUN-MODE
              DISPLAY "Unattended run - scheduling every request on "
                 "loan-requests.dat"
           ELSE
              DISPLAY "Run a whole file of loan requests? (Y/N): "
                 WITH NO ADVANCING
              ACCEPT WS-RUN-MODE
              IF WS-RUN-MODE = "Y" OR WS-RUN-MODE = "y"
                 MOVE "B" TO WS-RUN-MODE
              ELSE
                 MOVE "I" TO WS-RUN-MODE
              END-IF
           END-IF
           IF BATCH-MODE
              OPEN INPUT REQUEST-FILE
              IF WS-REQ-FSTATUS NOT = "00"
                 DISPLAY "AMORTSCH: no loan-requests.dat to schedule."
                 MOVE "ABORTED" TO WS-RUN-STATUS
                 MOVE 8 TO RETURN-CODE
                 PERFORM 011-RECORD-RUN-HISTORY THRU 011-EXIT
                 GOBACK
              END-IF
           END-IF
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FSTATUS = "35"
              OPEN OUTPUT AUDIT-FILE
           END-IF
           OPEN OUTPUT PRINT-FILE
           IF BATCH-MODE
              PERFORM UNTIL END-OF-REQUESTS
                 READ REQUEST-FILE
                    AT END MOVE "Y" TO WS-REQ-EOF-SW
                    NOT AT END
                       MOVE LOAN-REQUEST-REC TO PARM-REC
                       PERFORM 002-TAKE-REQUEST THRU 002-EXIT
                       PERFORM 004-SCHEDULE-LOAN THRU 004-EXIT
                 END-READ
              END-PERFORM
              CLOSE REQUEST-FILE
           ELSE
              PERFORM 001-READ-PARM THRU 001-EXIT
              IF NOT PARM-LOAN-FOUND
                 PERFORM 003-INPUT-LOAN THRU 003-EXIT
              END-IF
              PERFORM 004-SCHEDULE-LOAN THRU 004-EXIT
           END-IF
           CLOSE PRINT-FILE
           CLOSE AUDIT-FILE
           CALL "SPOOLSAVE" USING WS-SPOOL-PROGRAM WS-SPOOL-FILE
           DISPLAY "-----------------------------------------------"
           DISPLAY "Loans scheduled  . . . . . . . : " WS-LOAN-COUNT
           DISPLAY "Loan requests rejected . . . . : "
              WS-REJECT-COUNT
           DISPLAY "Payment lines written  . . . . : " WS-LINE-COUNT
           DISPLAY "==============================================="
           IF WS-REJECT-COUNT > 0
              MOVE "REJECTED" TO WS-RUN-STATUS
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 011-RECORD-RUN-HISTORY THRU 011-EXIT
           GOBACK
       .

       001-READ-PARM.
           MOVE "N" TO WS-PARM-FOUND-SW
           OPEN INPUT PARM-FILE
           IF WS-PARM-FSTATUS NOT = "00"
              GO TO 001-EXIT
           END-IF
           READ PARM-FILE
              AT END CONTINUE
              NOT AT END
                 IF PARM-REC NOT = SPACES
                    PERFORM 002-TAKE-REQUEST THRU 002-EXIT
                    MOVE "Y" TO WS-PARM-FOUND-SW
                    DISPLAY "Loan taken from parameter file: "
                       WS-LOAN-ID
                 END-IF
           END-READ
           CLOSE PARM-FILE
       .
       001-EXIT.
           EXIT
       .

       002-TAKE-REQUEST.
           MOVE PARM-REC TO LOAN-REQUEST-REC
           MOVE LNR-LOAN-ID TO WS-LOAN-ID
           MOVE ZEROS TO WS-PRINCIPAL WS-ANNUAL-RATE WS-TERM
              WS-FIRST-DATE
           IF LNR-PRINCIPAL NUMERIC
              MOVE LNR-PRINCIPAL TO WS-PRINCIPAL
           END-IF
           IF LNR-ANNUAL-RATE NUMERIC
              MOVE LNR-ANNUAL-RATE TO WS-ANNUAL-RATE
           END-IF
           IF LNR-TERM NUMERIC
              MOVE LNR-TERM TO WS-TERM
           END-IF
           IF LNR-FIRST-DATE NUMERIC
              MOVE LNR-FIRST-DATE TO WS-FIRST-DATE
           END-IF
       .
       002-EXIT.
           EXIT
       .

       003-INPUT-LOAN.
           DISPLAY "Loan reference (8 characters): " WITH NO ADVANCING
           MOVE SPACES TO WS-LOAN-ID
           ACCEPT WS-LOAN-ID
           DISPLAY "Principal (AAAAAAACC): " WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           IF WS-NUM-IN(1:9) NUMERIC
              COMPUTE WS-PRINCIPAL = FUNCTION NUMVAL(WS-NUM-IN(1:9))
                 / 100
           END-IF
           DISPLAY "Annual rate percent (RRFFFF, e.g. 065000 for "
              "6.5%): " WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           IF WS-NUM-IN(1:6) NUMERIC
              COMPUTE WS-ANNUAL-RATE =
                 FUNCTION NUMVAL(WS-NUM-IN(1:6)) / 10000
           END-IF
           DISPLAY "Term in months (3 digits): " WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           IF WS-NUM-IN(1:3) NUMERIC
              MOVE WS-NUM-IN(1:3) TO WS-TERM
           END-IF
           DISPLAY "First payment date (YYYYMMDD): " WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           IF WS-NUM-IN(1:8) NUMERIC
              MOVE WS-NUM-IN(1:8) TO WS-FIRST-DATE
           END-IF
       .
       003-EXIT.
           EXIT
       .

       004-SCHEDULE-LOAN.
           PERFORM 005-VALIDATE-LOAN THRU 005-EXIT
           IF NOT LOAN-VALID
              DISPLAY "Loan " WS-LOAN-ID " rejected: " WS-REJECT-REASON
              PERFORM 010-LOG-EXCEPTION THRU 010-EXIT
              GO TO 004-EXIT
           END-IF
           PERFORM 006-COMPUTE-PAYMENT THRU 006-EXIT
           IF NOT LOAN-VALID
              DISPLAY "Loan " WS-LOAN-ID " rejected: " WS-REJECT-REASON
              PERFORM 010-LOG-EXCEPTION THRU 010-EXIT
              GO TO 004-EXIT
           END-IF
           ADD 1 TO WS-LOAN-COUNT
           MOVE WS-PRINCIPAL TO WS-BALANCE
           MOVE ZEROS TO WS-TOTAL-PAID WS-TOTAL-INTEREST
           PERFORM 007-PRINT-HEADING THRU 007-EXIT
           PERFORM 008-ONE-PAYMENT THRU 008-EXIT
              VARYING WS-PMT-NO FROM 1 BY 1
              UNTIL WS-PMT-NO > WS-TERM
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           MOVE WS-TOTAL-PAID TO WS-PRN-TOTAL
           MOVE SPACES TO WS-PRINT-LINE
           STRING "TOTAL PAID      " WS-PRN-TOTAL
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           MOVE WS-TOTAL-INTEREST TO WS-PRN-TOTAL
           MOVE SPACES TO WS-PRINT-LINE
           STRING "TOTAL INTEREST  " WS-PRN-TOTAL
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
       .
       004-EXIT.
           EXIT
       .

       005-VALIDATE-LOAN.
           MOVE "N" TO WS-LOAN-OK-SW
           MOVE SPACES TO WS-REJECT-REASON WS-REJECT-VAL
           MOVE WS-LOAN-ID TO WS-REJECT-VAL
           EVALUATE TRUE
              WHEN WS-LOAN-ID = SPACES
                 MOVE "LOAN REFERENCE MISSING" TO WS-REJECT-REASON
              WHEN WS-PRINCIPAL = 0
                 MOVE "PRINCIPAL MISSING OR ZERO" TO WS-REJECT-REASON
              WHEN WS-TERM = 0 OR WS-TERM > WS-MAX-TERM
                 MOVE "TERM NOT 1 TO 480 MONTHS" TO WS-REJECT-REASON
              WHEN WS-FIRST-DATE = 0
                 MOVE "FIRST PAYMENT DATE MISSING" TO WS-REJECT-REASON
              WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-FIRST-DATE) NOT = 0
                 MOVE "FIRST PAYMENT DATE INVALID" TO WS-REJECT-REASON
              WHEN OTHER
                 MOVE "Y" TO WS-LOAN-OK-SW
           END-EVALUATE
       .
       005-EXIT.
           EXIT
       .

       006-COMPUTE-PAYMENT.
           COMPUTE WS-MONTH-RATE ROUNDED = WS-ANNUAL-RATE / 1200
           IF WS-MONTH-RATE = 0
              COMPUTE WS-PAYMENT ROUNDED = WS-PRINCIPAL / WS-TERM
                 ON SIZE ERROR
                    MOVE "N" TO WS-LOAN-OK-SW
              END-COMPUTE
           ELSE
              COMPUTE WS-GROWTH ROUNDED = (1 + WS-MONTH-RATE)
                 ** WS-TERM
                 ON SIZE ERROR
                    MOVE "N" TO WS-LOAN-OK-SW
              END-COMPUTE
              IF LOAN-VALID
                 SUBTRACT 1 FROM WS-GROWTH GIVING WS-GROWTH-LESS-ONE
                 COMPUTE WS-PMT-FACTOR ROUNDED = WS-MONTH-RATE
                    * WS-GROWTH / WS-GROWTH-LESS-ONE
                    ON SIZE ERROR
                       MOVE "N" TO WS-LOAN-OK-SW
                 END-COMPUTE
              END-IF
              IF LOAN-VALID
                 COMPUTE WS-PAYMENT ROUNDED = WS-PRINCIPAL
                    * WS-PMT-FACTOR
                    ON SIZE ERROR
                       MOVE "N" TO WS-LOAN-OK-SW
                 END-COMPUTE
              END-IF
           END-IF
           IF NOT LOAN-VALID OR WS-PAYMENT > WS-MAX-PAYMENT
              MOVE "N" TO WS-LOAN-OK-SW
              MOVE "PAYMENT EXCEEDS CAPACITY" TO WS-REJECT-REASON
           END-IF
       .
       006-EXIT.
           EXIT
       .

       007-PRINT-HEADING.
           MOVE SPACES TO WS-PRINT-LINE
           STRING "AMORTIZATION SCHEDULE   LOAN " WS-LOAN-ID
              "   RUN DATE " WS-PRN-RUN-DATE
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE "1" TO PRN-CARRIAGE-CTL
           MOVE WS-PRINT-LINE TO PRN-TEXT
           WRITE PRINT-REC
           DISPLAY WS-PRINT-LINE
           MOVE WS-PRINCIPAL TO WS-PRN-PRINCIPAL
           MOVE WS-ANNUAL-RATE TO WS-PRN-RATE
           MOVE WS-TERM TO WS-PRN-TERM
           MOVE WS-FIRST-DATE TO WS-PRN-DATE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "PRINCIPAL " WS-PRN-PRINCIPAL
              "   ANNUAL RATE " WS-PRN-RATE "%"
              "   TERM " WS-PRN-TERM " MONTHS"
              "   FIRST PAYMENT " WS-PRN-DATE
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           MOVE WS-PAYMENT TO WS-PRN-PAYMENT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "LEVEL MONTHLY PAYMENT " WS-PRN-PAYMENT
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           MOVE " NO  PAY DATE         PAYMENT      INTEREST"
              TO WS-PRINT-LINE
           MOVE "     PRINCIPAL       BALANCE" TO WS-PRINT-LINE(45:28)
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
       .
       007-EXIT.
           EXIT
       .

       008-ONE-PAYMENT.
           PERFORM 009-PAYMENT-DATE THRU 009-EXIT
           COMPUTE WS-INTEREST ROUNDED = WS-BALANCE * WS-MONTH-RATE
           IF WS-PMT-NO = WS-TERM
              MOVE WS-BALANCE TO WS-PRIN-PART
              COMPUTE WS-THIS-PAYMENT = WS-BALANCE + WS-INTEREST
           ELSE
              MOVE WS-PAYMENT TO WS-THIS-PAYMENT
              IF WS-INTEREST > WS-THIS-PAYMENT
                 MOVE ZEROS TO WS-PRIN-PART
              ELSE
                 COMPUTE WS-PRIN-PART = WS-THIS-PAYMENT - WS-INTEREST
              END-IF
              IF WS-PRIN-PART > WS-BALANCE
                 MOVE WS-BALANCE TO WS-PRIN-PART
                 COMPUTE WS-THIS-PAYMENT = WS-BALANCE + WS-INTEREST
              END-IF
           END-IF
           SUBTRACT WS-PRIN-PART FROM WS-BALANCE
           ADD WS-THIS-PAYMENT TO WS-TOTAL-PAID
           ADD WS-INTEREST TO WS-TOTAL-INTEREST
           MOVE WS-PMT-NO TO WS-PRN-PMT-NO
           MOVE WS-PAY-DATE TO WS-PRN-DATE
           MOVE WS-THIS-PAYMENT TO WS-PRN-PAYMENT
           MOVE WS-INTEREST TO WS-PRN-INTEREST
           MOVE WS-PRIN-PART TO WS-PRN-PRIN-PART
           MOVE WS-BALANCE TO WS-PRN-BALANCE
           MOVE SPACES TO WS-PRINT-LINE
           STRING WS-PRN-PMT-NO "  " WS-PRN-DATE "  " WS-PRN-PAYMENT
              "  " WS-PRN-INTEREST "  " WS-PRN-PRIN-PART "  "
              WS-PRN-BALANCE
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           ADD 1 TO WS-LINE-COUNT
           MOVE SPACES TO AUDIT-REC
           MOVE WS-INTEREST TO AUD-NUM1
           MOVE WS-PRIN-PART TO AUD-NUM2
           MOVE WS-THIS-PAYMENT TO AUD-RESULT
           MOVE FUNCTION CURRENT-DATE(1:8) TO AUD-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO AUD-RUN-TIME
           MOVE ZEROS TO AUD-RUN-NO
           MOVE "AMORTSCH" TO AUD-OPERATOR
           MOVE SPACES TO AUD-CURRENCY
           MOVE WS-INTEREST TO AUD-ORIG-NUM1
           MOVE WS-PRIN-PART TO AUD-ORIG-NUM2
           MOVE 1 TO AUD-FX-RATE
           WRITE AUDIT-REC
       .
       008-EXIT.
           EXIT
       .

       009-PAYMENT-DATE.
           COMPUTE WS-MONTH-SERIAL = WS-FIRST-YEAR * 12
              + WS-FIRST-MONTH - 1 + WS-PMT-NO - 1
           DIVIDE WS-MONTH-SERIAL BY 12 GIVING WS-PAY-YEAR
              REMAINDER WS-PAY-MONTH
           ADD 1 TO WS-PAY-MONTH
           IF WS-PAY-MONTH = 12
              COMPUTE WS-NM-FIRST = (WS-PAY-YEAR + 1) * 10000 + 101
           ELSE
              COMPUTE WS-NM-FIRST = WS-PAY-YEAR * 10000
                 + (WS-PAY-MONTH + 1) * 100 + 1
           END-IF
           COMPUTE WS-MONTH-END = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(WS-NM-FIRST) - 1)
           IF WS-FIRST-DAY > WS-ME-DD
              MOVE WS-ME-DD TO WS-PAY-DAY
           ELSE
              MOVE WS-FIRST-DAY TO WS-PAY-DAY
           END-IF
           COMPUTE WS-PAY-DATE = WS-PAY-YEAR * 10000
              + WS-PAY-MONTH * 100 + WS-PAY-DAY
       .
       009-EXIT.
           EXIT
       .

       010-LOG-EXCEPTION.
           ADD 1 TO WS-REJECT-COUNT
           OPEN EXTEND SHARED-EXCEPTION-FILE
           IF WS-EXC-FSTATUS = "35"
              OPEN OUTPUT SHARED-EXCEPTION-FILE
           END-IF
           MOVE SPACES TO SHARED-EXC-REC
           MOVE "AMORTSCH" TO SHX-PROGRAM
           MOVE WS-REJECT-VAL TO SHX-REJECTED-VAL
           MOVE WS-REJECT-REASON TO SHX-REASON
           MOVE FUNCTION CURRENT-DATE(1:8) TO SHX-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO SHX-RUN-TIME
           MOVE WS-OPERATOR-ID TO SHX-OPERATOR
           MOVE "W" TO SHX-SEVERITY
           MOVE "O" TO SHX-STATUS
           WRITE SHARED-EXC-REC
           CLOSE SHARED-EXCEPTION-FILE
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
           MOVE "AMORTSCH" TO RUNH-PROGRAM
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

       012-CHECK-BATCH-MODE.
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
       .
       012-EXIT.
           EXIT
       .

       013-PRINT-ONE-LINE.
           MOVE " " TO PRN-CARRIAGE-CTL
           MOVE WS-PRINT-LINE TO PRN-TEXT
           WRITE PRINT-REC
           DISPLAY WS-PRINT-LINE
       .
       013-EXIT.
           EXIT
       .

       IDENTIFICATION DIVISION.
       PROGRAM-ID. YECLOSE.
       AUTHOR. JAKKRIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSE-FILE ASSIGN TO "period-close.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PCL-FSTATUS.
           SELECT SUMMARY-FILE ASSIGN TO "year-end-summary.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-YES-FSTATUS.
           SELECT VEHICLE-MASTER ASSIGN TO DYNAMIC WS-VEHM-DSN
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS VEH-ID
              FILE STATUS IS WS-VEH-FSTATUS.
           SELECT ASSIGN-FILE ASSIGN TO DYNAMIC WS-ASGF-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ASG-FSTATUS.
           SELECT RATE-FILE ASSIGN TO "cc-rate.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RATE-FSTATUS.
           SELECT MILEAGE-HIST-FILE ASSIGN TO DYNAMIC WS-MHI-DSN
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS MH-KEY
              FILE STATUS IS WS-MHIST-FSTATUS.
           SELECT FUEL-FILE ASSIGN TO DYNAMIC WS-FUELF-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FUEL-FSTATUS.
           SELECT COST-FILE ASSIGN TO "wo-costs.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-COST-FSTATUS.
           SELECT AUDIT-FILE ASSIGN TO "userdiv-audit.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUDIT-FSTATUS.
           SELECT SOURCE-FILE ASSIGN TO DYNAMIC WS-SOURCE-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SRC-FSTATUS.
           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ARCH-FSTATUS.
           SELECT KEEP-FILE ASSIGN TO "yeclose.wrk"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CATALOG-FILE ASSIGN TO "archive-catalog.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CAT-FSTATUS.
           SELECT RESET-CTL-FILE ASSIGN TO "ye-reset.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-YRS-FSTATUS.
           SELECT NEXTNUM-FILE ASSIGN TO "nextnum-ctl.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NXT-FSTATUS.
           SELECT INCIDENT-FILE ASSIGN TO "incidents.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-INC-FSTATUS.
           SELECT JOURNAL-FILE ASSIGN TO "ctl-journal.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JNL-FSTATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO "run-history.idx"
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS RUNH-KEY
              FILE STATUS IS WS-RUNH-FSTATUS.
           SELECT PRINT-FILE ASSIGN TO "yeclose-print.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CLOSE-FILE.
       COPY "period-close.cpy".

       FD  SUMMARY-FILE.
       COPY "ye-summary.cpy".

       FD  VEHICLE-MASTER.
       COPY "vehicle-rec.cpy".

       FD  ASSIGN-FILE.
       COPY "veh-assign.cpy".

       FD  RATE-FILE.
       COPY "cc-rate.cpy".

       FD  MILEAGE-HIST-FILE.
       COPY "mileage-hist.cpy".

       FD  FUEL-FILE.
       COPY "fuel-trans.cpy".

       FD  COST-FILE.
       COPY "wo-cost.cpy".

       FD  AUDIT-FILE.
       COPY "userdiv-audit.cpy".

       FD  SOURCE-FILE.
       01  SOURCE-REC          PIC X(200).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC         PIC X(200).

       FD  KEEP-FILE.
       01  KEEP-REC            PIC X(200).

       FD  CATALOG-FILE.
       COPY "arch-catalog.cpy".

       FD  RESET-CTL-FILE.
       01  RESET-CTL-REC.
           05 YRS-SERIES       PIC X(8).
           05 FILLER           PIC X.
           05 YRS-CARRY        PIC 9(6).

       FD  NEXTNUM-FILE.
       01  NEXTNUM-REC.
           05 NXC-SERIES       PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 NXC-LAST-NUMBER  PIC 9(6).

       FD  INCIDENT-FILE.
       COPY "incident-rec.cpy".

       FD  JOURNAL-FILE.
       COPY "ctl-journal.cpy".

       FD  RUN-HISTORY-FILE.
       COPY "run-history.cpy".

       FD  PRINT-FILE.
       COPY "print-line.cpy".

       WORKING-STORAGE SECTION.
       COPY "run-stamp.cpy".
       01  WS-VEHM-DSN        PIC X(40)
           VALUE "vehicle-master.idx".
       01  WS-ASGF-DSN        PIC X(40)
           VALUE "veh-assign.dat".
       01  WS-MHI-DSN         PIC X(40)
           VALUE "mileage-history.idx".
       01  WS-FUELF-DSN       PIC X(40)
           VALUE "fuel-trans.dat".
       01  WS-SPOOL-PROGRAM    PIC X(12) VALUE "YECLOSE".
       01  WS-SPOOL-FILE       PIC X(40)
           VALUE "yeclose-print.dat".
       01  WS-OPERATOR-ID      PIC X(8) VALUE "SYSTEM".
       01  WS-AUTHORITY        PIC X VALUE SPACE.
       01  WS-AUTH-PROGRAM     PIC X(12) VALUE "YECLOSE".
       01  WS-AUTH-OPTION      PIC 99 VALUE ZEROS.
       01  WS-AUTH-FUNCTION    PIC X(8) VALUE "RUN".
       01  WS-AUTH-PERMIT-SW   PIC X VALUE "N".
           88 FUNCTION-PERMITTED VALUE "Y".
       01  WS-PCL-FSTATUS      PIC XX VALUE "00".
       01  WS-YES-FSTATUS      PIC XX VALUE "00".
       01  WS-VEH-FSTATUS      PIC XX VALUE "00".
       01  WS-ASG-FSTATUS      PIC XX VALUE "00".
       01  WS-RATE-FSTATUS     PIC XX VALUE "00".
       01  WS-MHIST-FSTATUS    PIC XX VALUE "00".
       01  WS-FUEL-FSTATUS     PIC XX VALUE "00".
       01  WS-COST-FSTATUS     PIC XX VALUE "00".
       01  WS-AUDIT-FSTATUS    PIC XX VALUE "00".
       01  WS-SRC-FSTATUS      PIC XX VALUE "00".
       01  WS-ARCH-FSTATUS     PIC XX VALUE "00".
       01  WS-CAT-FSTATUS      PIC XX VALUE "00".
       01  WS-YRS-FSTATUS      PIC XX VALUE "00".
       01  WS-NXT-FSTATUS      PIC XX VALUE "00".
       01  WS-INC-FSTATUS      PIC XX VALUE "00".
       01  WS-JNL-FSTATUS      PIC XX VALUE "00".
       01  WS-RUNH-FSTATUS     PIC XX VALUE "00".
       01  WS-PCL-EOF-SW       PIC X VALUE "N".
           88 END-OF-PERIODS      VALUE "Y".
       01  WS-YES-EOF-SW       PIC X VALUE "N".
           88 END-OF-SUMMARY      VALUE "Y".
       01  WS-VEH-EOF-SW       PIC X VALUE "N".
           88 END-OF-VEHICLES     VALUE "Y".
       01  WS-ASG-EOF-SW       PIC X VALUE "N".
           88 END-OF-ASSIGNS      VALUE "Y".
       01  WS-RATE-EOF-SW      PIC X VALUE "N".
           88 END-OF-RATES        VALUE "Y".
       01  WS-MH-EOF-SW        PIC X VALUE "N".
           88 END-OF-HISTORY      VALUE "Y".
       01  WS-FUEL-EOF-SW      PIC X VALUE "N".
           88 END-OF-FUEL         VALUE "Y".
       01  WS-COST-EOF-SW      PIC X VALUE "N".
           88 END-OF-COSTS        VALUE "Y".
       01  WS-AUD-EOF-SW       PIC X VALUE "N".
           88 END-OF-AUDIT        VALUE "Y".
       01  WS-SRC-EOF-SW       PIC X VALUE "N".
           88 END-OF-SOURCE       VALUE "Y".
       01  WS-KEEP-EOF-SW      PIC X VALUE "N".
           88 END-OF-KEEP         VALUE "Y".
       01  WS-YRS-EOF-SW       PIC X VALUE "N".
           88 END-OF-RESETS       VALUE "Y".
       01  WS-NXT-EOF-SW       PIC X VALUE "N".
           88 END-OF-SERIES       VALUE "Y".
       01  WS-INC-EOF-SW       PIC X VALUE "N".
           88 END-OF-INCIDENTS    VALUE "Y".
       01  WS-FROZEN-SW        PIC X VALUE "N".
           88 YEAR-FROZEN         VALUE "Y".
       01  WS-YEAR-IN          PIC X(4).
       01  WS-FISCAL-YEAR      PIC 9(4) VALUE ZEROS.
       01  WS-NEW-YEAR         PIC 9(4) VALUE ZEROS.
       01  WS-FROM-DATE        PIC 9(8) VALUE ZEROS.
       01  WS-TO-DATE          PIC 9(8) VALUE ZEROS.
       01  WS-ARCH-YEAR        PIC 9(4) VALUE ZEROS.
       01  WS-ARCH-TO-DATE     PIC 9(8) VALUE ZEROS.
       01  WS-ARCH-LOW-DATE    PIC 9(8) VALUE ZEROS.
       01  WS-CUT-YEAR         PIC 9(4) VALUE ZEROS.
       01  WS-CUT-DATE         PIC 9(8) VALUE ZEROS.
       01  WS-WANT-PERIOD      PIC 9(6) VALUE ZEROS.
       01  WS-WANT-PARTS REDEFINES WS-WANT-PERIOD.
           05 WS-WANT-YEAR     PIC 9(4).
           05 WS-WANT-MM       PIC 9(2).
       01  WS-MM               PIC 9(2) VALUE ZEROS.
       01  PCL-TABLE.
           05 PCL-ENTRY OCCURS 120 TIMES INDEXED BY PCL-IDX.
              10 PCL-TBL-PERIOD  PIC 9(6).
              10 PCL-TBL-STATUS  PIC X.
              10 PCL-TBL-DATE    PIC 9(8).
              10 PCL-TBL-OPER    PIC X(8).
       01  WS-PCL-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-PCL-MAX          PIC 9(3) VALUE 120.
       01  WS-PCL-FOUND-SW     PIC X VALUE "N".
           88 PERIOD-FOUND        VALUE "Y".
       01  WS-PCL-MATCH        PIC 9(3) VALUE ZEROS.
       01  WS-NOT-CLOSED-COUNT PIC 9(2) VALUE ZEROS.
       01  WS-OPENED-COUNT     PIC 9(2) VALUE ZEROS.
       01  ASG-TABLE.
           05 ASG-ENTRY OCCURS 400 TIMES INDEXED BY ASG-IDX.
              10 ASG-VEH-ID     PIC X(6).
              10 ASG-CC         PIC X(4).
              10 ASG-EFF-DATE   PIC 9(8).
              10 ASG-END-DATE   PIC 9(8).
       01  WS-ASG-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-ASG-MAX          PIC 9(3) VALUE 400.
       01  RATE-TABLE.
           05 RATE-ENTRY OCCURS 50 TIMES INDEXED BY RATE-IDX.
              10 RATE-CC        PIC X(4).
              10 RATE-PER-MILE  PIC 9(3)V9(4).
       01  WS-RATE-COUNT       PIC 9(3) VALUE ZEROS.
       01  WS-RATE-MAX         PIC 9(3) VALUE 50.
       01  WS-EVT-VEH-ID       PIC X(6) VALUE SPACES.
       01  WS-EVT-DATE         PIC 9(8) VALUE ZEROS.
       01  WS-BEST-DATE        PIC 9(8) VALUE ZEROS.
       01  WS-BEST-CC          PIC X(4) VALUE SPACES.
       01  WS-RATE-WORK        PIC 9(3)V9(4) VALUE ZEROS.
       01  WS-MILE-CHARGE      PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-VEH-COUNT        PIC 9(7) VALUE ZEROS.
       01  WS-FLT-MILES        PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-FLT-MAINT        PIC 9(11)V9(2) VALUE ZEROS.
       01  WS-FUEL-COUNT       PIC 9(7) VALUE ZEROS.
       01  WS-FUEL-GALLONS     PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-FUEL-AMOUNT      PIC 9(11)V9(2) VALUE ZEROS.
       01  WS-CHG-COUNT        PIC 9(7) VALUE ZEROS.
       01  WS-CHG-MILES        PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-CHG-AMOUNT       PIC 9(11)V9(2) VALUE ZEROS.
       01  WS-UDV-COUNT        PIC 9(7) VALUE ZEROS.
       01  WS-UDV-RUNS         PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-UDV-AMOUNT       PIC S9(11)V9(5) VALUE ZEROS.
       01  WS-LAST-RUN-NO      PIC 9(6) VALUE ZEROS.
       01  WS-SUM-CATEGORY     PIC X(12) VALUE SPACES.
       01  WS-SUM-NOTE         PIC X(34) VALUE SPACES.
       01  WS-SUM-COUNT        PIC 9(7) VALUE ZEROS.
       01  WS-SUM-QUANTITY     PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-SUM-AMOUNT       PIC S9(11)V9(2) VALUE ZEROS.
       01  WS-SOURCE-NAME      PIC X(40) VALUE SPACES.
       01  WS-ARCHIVE-NAME     PIC X(40) VALUE SPACES.
       01  WS-ARCH-PREFIX      PIC X(20) VALUE SPACES.
       01  WS-CAT-SOURCE       PIC X(20) VALUE SPACES.
       01  WS-DATE-POS         PIC 9(3) VALUE ZEROS.
       01  WS-STATUS-POS       PIC 9(3) VALUE ZEROS.
       01  WS-ROW-STATUS       PIC X VALUE SPACE.
           88 ROW-CLOSED          VALUE "C" "R".
       01  WS-ROW-DATE         PIC 9(8) VALUE ZEROS.
       01  WS-READ-COUNT       PIC 9(7) VALUE ZEROS.
       01  WS-KEEP-COUNT       PIC 9(7) VALUE ZEROS.
       01  WS-ARCH-COUNT       PIC 9(7) VALUE ZEROS.
       01  WS-REWRITE-COUNT    PIC 9(7) VALUE ZEROS.
       01  WS-TOTAL-ARCHIVED   PIC 9(7) VALUE ZEROS.
       01  SERIES-TABLE.
           05 SER-ENTRY OCCURS 50 TIMES INDEXED BY SER-IDX.
              10 SER-NAME       PIC X(8).
              10 SER-LAST       PIC 9(6).
       01  WS-SER-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-SER-MAX          PIC 9(3) VALUE 50.
       01  WS-SER-FOUND-SW     PIC X VALUE "N".
           88 SERIES-FOUND        VALUE "Y".
       01  WS-SER-MATCH        PIC 9(3) VALUE ZEROS.
       01  WS-SER-CHANGED      PIC 9(3) VALUE ZEROS.
       01  WS-CARRY-NUMBER     PIC 9(6) VALUE ZEROS.
       01  WS-OLD-NUMBER       PIC 9(6) VALUE ZEROS.
       01  WS-CARRY-FLOOR      PIC 9(6) VALUE ZEROS.
       01  WS-INC-SERIES       PIC X(8) VALUE "INCIDENT".
       01  WS-REPLY            PIC X(6) VALUE SPACES.
       01  WS-ANSWER           PIC X VALUE SPACE.
       01  WS-JNL-CONTROL      PIC X(12) VALUE SPACES.
       01  WS-JNL-BEFORE       PIC X(30) VALUE SPACES.
       01  WS-JNL-AFTER        PIC X(30) VALUE SPACES.
       01  WS-PRN-COUNT        PIC ZZZ,ZZ9.
       01  WS-PRN-QUANTITY     PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-PRN-AMOUNT       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-PRINT-LINE       PIC X(132) VALUE SPACES.
       01  WS-TODAY            PIC 9(8) VALUE ZEROS.
       01  WS-RUN-START-DATE   PIC 9(8).
       01  WS-RUN-START-TIME   PIC 9(8).
       01  WS-RUN-STATUS       PIC X(8) VALUE "OK".

       PROCEDURE DIVISION.
       000-BEGIN.
           CALL "GETDSN" USING WS-VEHM-DSN
           CALL "GETDSN" USING WS-ASGF-DSN
           CALL "GETDSN" USING WS-MHI-DSN
           CALL "GETDSN" USING WS-FUELF-DSN
           CALL "GETOPER" USING WS-OPERATOR-ID
           CALL "GETAUTH" USING WS-OPERATOR-ID WS-AUTHORITY
              WS-AUTH-PROGRAM WS-AUTH-OPTION WS-AUTH-FUNCTION
              WS-AUTH-PERMIT-SW
           IF NOT FUNCTION-PERMITTED
              DISPLAY "YECLOSE: year-end close is not permitted for "
                 "your role."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           CALL "GETBDATE" USING WS-RUN-START-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-RUN-START-TIME
           MOVE WS-RUN-START-DATE TO WS-PRN-RUN-DATE
           MOVE WS-RUN-START-DATE TO WS-TODAY
           DISPLAY "==============================================="
           DISPLAY "       FISCAL YEAR-END CLOSE AND ROLLOVER"
           DISPLAY "==============================================="
           PERFORM 001-INPUT-YEAR THRU 001-EXIT
           IF WS-FISCAL-YEAR = 0
              DISPLAY "YECLOSE: no valid fiscal year, nothing done."
              PERFORM 027-ABANDON-RUN THRU 027-EXIT
              GOBACK
           END-IF
           PERFORM 002-CHECK-PERIODS THRU 002-EXIT
           IF WS-NOT-CLOSED-COUNT > 0
              DISPLAY "YECLOSE: " WS-NOT-CLOSED-COUNT " period(s) of "
                 WS-FISCAL-YEAR " not closed, nothing done."
              PERFORM 027-ABANDON-RUN THRU 027-EXIT
              GOBACK
           END-IF
           PERFORM 003-CHECK-FROZEN THRU 003-EXIT
           IF YEAR-FROZEN
              DISPLAY "YECLOSE: fiscal year " WS-FISCAL-YEAR
                 " is already frozen on year-end-summary.dat."
              PERFORM 027-ABANDON-RUN THRU 027-EXIT
              GOBACK
           END-IF
           DISPLAY "All twelve periods of " WS-FISCAL-YEAR
              " are closed."
           DISPLAY "Freeze, archive and roll over to " WS-NEW-YEAR
              "? (Y/N): " WITH NO ADVANCING
           MOVE SPACE TO WS-ANSWER
           ACCEPT WS-ANSWER
           IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
              DISPLAY "Year-end close not performed."
              PERFORM 027-ABANDON-RUN THRU 027-EXIT
              GOBACK
           END-IF
           OPEN OUTPUT PRINT-FILE
           PERFORM 012-PRINT-HEADING THRU 012-EXIT
           PERFORM 004-LOAD-ASSIGNMENTS THRU 004-EXIT
           PERFORM 005-LOAD-RATES THRU 005-EXIT
           PERFORM 006-TOTAL-FLEET THRU 006-EXIT
           PERFORM 026-TOTAL-COSTS THRU 026-EXIT
           PERFORM 007-TOTAL-FUEL THRU 007-EXIT
           PERFORM 008-TOTAL-USERDIV THRU 008-EXIT
           PERFORM 009-FREEZE-SUMMARY THRU 009-EXIT
           MOVE "TRANSACTION FILES ARCHIVED" TO WS-PRINT-LINE
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           MOVE WS-FUELF-DSN TO WS-SOURCE-NAME
           MOVE "fuel-trans-FY" TO WS-ARCH-PREFIX
           MOVE "fuel-trans.dat" TO WS-CAT-SOURCE
           MOVE 8 TO WS-DATE-POS
           MOVE ZEROS TO WS-STATUS-POS
           MOVE WS-ARCH-YEAR TO WS-CUT-YEAR
           MOVE WS-ARCH-TO-DATE TO WS-CUT-DATE
           PERFORM 011-ARCHIVE-SOURCE THRU 011-EXIT
           MOVE "wo-costs.dat" TO WS-SOURCE-NAME
           MOVE "wo-costs-FY" TO WS-ARCH-PREFIX
           MOVE "wo-costs.dat" TO WS-CAT-SOURCE
           MOVE 20 TO WS-DATE-POS
           MOVE ZEROS TO WS-STATUS-POS
           MOVE WS-ARCH-YEAR TO WS-CUT-YEAR
           MOVE WS-ARCH-TO-DATE TO WS-CUT-DATE
           PERFORM 011-ARCHIVE-SOURCE THRU 011-EXIT
           MOVE "userdiv-audit.dat" TO WS-SOURCE-NAME
           MOVE "userdiv-audit-FY" TO WS-ARCH-PREFIX
           MOVE "userdiv-audit.dat" TO WS-CAT-SOURCE
           MOVE 31 TO WS-DATE-POS
           MOVE ZEROS TO WS-STATUS-POS
           MOVE WS-ARCH-YEAR TO WS-CUT-YEAR
           MOVE WS-ARCH-TO-DATE TO WS-CUT-DATE
           PERFORM 011-ARCHIVE-SOURCE THRU 011-EXIT
           MOVE "incidents.dat" TO WS-SOURCE-NAME
           MOVE "incidents-FY" TO WS-ARCH-PREFIX
           MOVE "incidents.dat" TO WS-CAT-SOURCE
           MOVE 38 TO WS-DATE-POS
           MOVE 56 TO WS-STATUS-POS
           MOVE WS-FISCAL-YEAR TO WS-CUT-YEAR
           MOVE WS-TO-DATE TO WS-CUT-DATE
           PERFORM 011-ARCHIVE-SOURCE THRU 011-EXIT
           PERFORM 015-RESET-COUNTERS THRU 015-EXIT
           PERFORM 017-OPEN-NEW-YEAR THRU 017-EXIT
           MOVE "YEAR-END" TO WS-JNL-CONTROL
           MOVE SPACES TO WS-JNL-BEFORE
           STRING "FY " WS-FISCAL-YEAR " CLOSED"
              DELIMITED BY SIZE INTO WS-JNL-BEFORE
           MOVE SPACES TO WS-JNL-AFTER
           STRING "FY " WS-NEW-YEAR " OPENED"
              DELIMITED BY SIZE INTO WS-JNL-AFTER
           PERFORM 021-WRITE-JOURNAL THRU 021-EXIT
           CLOSE PRINT-FILE
           CALL "SPOOLSAVE" USING WS-SPOOL-PROGRAM WS-SPOOL-FILE
           MOVE 0 TO RETURN-CODE
           IF WS-RUN-STATUS NOT = "OK"
              MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "-----------------------------------------------"
           DISPLAY "Fiscal year closed . . . . . . : " WS-FISCAL-YEAR
           DISPLAY "Transaction rows archived  . . : "
              WS-TOTAL-ARCHIVED
           DISPLAY "Counter series reset . . . . . : " WS-SER-CHANGED
           DISPLAY "New-year periods opened  . . . : " WS-OPENED-COUNT
           DISPLAY "Year-end status  . . . . . . . : " WS-RUN-STATUS
           DISPLAY "==============================================="
           PERFORM 016-RECORD-RUN-HISTORY THRU 016-EXIT
           GOBACK
       .

       001-INPUT-YEAR.
           MOVE ZEROS TO WS-FISCAL-YEAR
           MOVE WS-RUN-START-DATE(1:4) TO WS-NEW-YEAR
           SUBTRACT 1 FROM WS-NEW-YEAR
           DISPLAY "Fiscal year to close (YYYY, Enter for "
              WS-NEW-YEAR "): " WITH NO ADVANCING
           MOVE SPACES TO WS-YEAR-IN
           ACCEPT WS-YEAR-IN
           IF WS-YEAR-IN = SPACES
              MOVE WS-NEW-YEAR TO WS-FISCAL-YEAR
           ELSE
              IF WS-YEAR-IN IS NUMERIC AND WS-YEAR-IN > "1900"
                 MOVE WS-YEAR-IN TO WS-FISCAL-YEAR
              ELSE
                 DISPLAY "Fiscal year must be 4 digits."
                 GO TO 001-EXIT
              END-IF
           END-IF
           COMPUTE WS-NEW-YEAR = WS-FISCAL-YEAR + 1
           COMPUTE WS-FROM-DATE = WS-FISCAL-YEAR * 10000 + 0101
           COMPUTE WS-TO-DATE = WS-FISCAL-YEAR * 10000 + 1231
           COMPUTE WS-ARCH-YEAR = WS-FISCAL-YEAR - 1
           COMPUTE WS-ARCH-TO-DATE = WS-ARCH-YEAR * 10000 + 1231
       .
       001-EXIT.
           EXIT
       .

       002-CHECK-PERIODS.
           MOVE ZEROS TO WS-NOT-CLOSED-COUNT
           PERFORM 018-LOAD-PERIODS THRU 018-EXIT
           MOVE WS-FISCAL-YEAR TO WS-WANT-YEAR
           PERFORM VARYING WS-MM FROM 1 BY 1 UNTIL WS-MM > 12
              MOVE WS-MM TO WS-WANT-MM
              PERFORM 020-FIND-PERIOD THRU 020-EXIT
              IF NOT PERIOD-FOUND
                 ADD 1 TO WS-NOT-CLOSED-COUNT
                 DISPLAY "  Period " WS-WANT-PERIOD
                    " is not on period-close.dat"
              ELSE
                 IF PCL-TBL-STATUS(WS-PCL-MATCH) NOT = "C"
                    ADD 1 TO WS-NOT-CLOSED-COUNT
                    DISPLAY "  Period " WS-WANT-PERIOD
                       " is still open"
                 END-IF
              END-IF
           END-PERFORM
       .
       002-EXIT.
           EXIT
       .

       003-CHECK-FROZEN.
           MOVE "N" TO WS-FROZEN-SW
           MOVE "N" TO WS-YES-EOF-SW
           OPEN INPUT SUMMARY-FILE
           IF WS-YES-FSTATUS NOT = "00"
              GO TO 003-EXIT
           END-IF
           PERFORM UNTIL END-OF-SUMMARY
              READ SUMMARY-FILE
                 AT END MOVE "Y" TO WS-YES-EOF-SW
                 NOT AT END
                    IF YES-YEAR = WS-FISCAL-YEAR
                       MOVE "Y" TO WS-FROZEN-SW
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SUMMARY-FILE
       .
       003-EXIT.
           EXIT
       .

       004-LOAD-ASSIGNMENTS.
           OPEN INPUT ASSIGN-FILE
           IF WS-ASG-FSTATUS NOT = "00"
              GO TO 004-EXIT
           END-IF
           PERFORM UNTIL END-OF-ASSIGNS
              READ ASSIGN-FILE
                 AT END MOVE "Y" TO WS-ASG-EOF-SW
                 NOT AT END
                    IF WS-ASG-COUNT < WS-ASG-MAX
                       ADD 1 TO WS-ASG-COUNT
                       MOVE VA-VEH-ID TO ASG-VEH-ID(WS-ASG-COUNT)
                       MOVE VA-COST-CENTER TO ASG-CC(WS-ASG-COUNT)
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
       004-EXIT.
           EXIT
       .

       005-LOAD-RATES.
           OPEN INPUT RATE-FILE
           IF WS-RATE-FSTATUS NOT = "00"
              GO TO 005-EXIT
           END-IF
           PERFORM UNTIL END-OF-RATES
              READ RATE-FILE
                 AT END MOVE "Y" TO WS-RATE-EOF-SW
                 NOT AT END
                    IF WS-RATE-COUNT < WS-RATE-MAX
                       ADD 1 TO WS-RATE-COUNT
                       MOVE CCR-CC TO RATE-CC(WS-RATE-COUNT)
                       IF CCR-RATE NUMERIC
                          MOVE CCR-RATE TO
                             RATE-PER-MILE(WS-RATE-COUNT)
                       ELSE
                          MOVE ZEROS TO
                             RATE-PER-MILE(WS-RATE-COUNT)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE RATE-FILE
       .
       005-EXIT.
           EXIT
       .

       006-TOTAL-FLEET.
           OPEN INPUT VEHICLE-MASTER
           IF WS-VEH-FSTATUS = "00"
              PERFORM UNTIL END-OF-VEHICLES
                 READ VEHICLE-MASTER NEXT
                    AT END MOVE "Y" TO WS-VEH-EOF-SW
                    NOT AT END
                       IF NOT VEH-DISPOSED
                          ADD 1 TO WS-VEH-COUNT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE VEHICLE-MASTER
           END-IF
           OPEN INPUT MILEAGE-HIST-FILE
           IF WS-MHIST-FSTATUS NOT = "00"
              GO TO 006-EXIT
           END-IF
           PERFORM UNTIL END-OF-HISTORY
              READ MILEAGE-HIST-FILE NEXT
                 AT END MOVE "Y" TO WS-MH-EOF-SW
                 NOT AT END
                    IF MH-PERIOD-DATE(1:4) = WS-FISCAL-YEAR
                       AND MH-MILEAGE NUMERIC
                       ADD MH-MILEAGE TO WS-FLT-MILES
                       MOVE MH-VEH-ID TO WS-EVT-VEH-ID
                       MOVE MH-PERIOD-DATE TO WS-EVT-DATE
                       PERFORM 022-FIND-COST-CENTER THRU 022-EXIT
                       IF WS-BEST-CC NOT = "????"
                          MOVE ZEROS TO WS-RATE-WORK
                          PERFORM VARYING RATE-IDX FROM 1 BY 1
                             UNTIL RATE-IDX > WS-RATE-COUNT
                             IF RATE-CC(RATE-IDX) = WS-BEST-CC
                                MOVE RATE-PER-MILE(RATE-IDX) TO
                                   WS-RATE-WORK
                             END-IF
                          END-PERFORM
                          COMPUTE WS-MILE-CHARGE ROUNDED =
                             MH-MILEAGE * WS-RATE-WORK
                          ADD 1 TO WS-CHG-COUNT
                          ADD MH-MILEAGE TO WS-CHG-MILES
                          ADD WS-MILE-CHARGE TO WS-CHG-AMOUNT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE MILEAGE-HIST-FILE
       .
       006-EXIT.
           EXIT
       .

       007-TOTAL-FUEL.
           OPEN INPUT FUEL-FILE
           IF WS-FUEL-FSTATUS NOT = "00"
              GO TO 007-EXIT
           END-IF
           PERFORM UNTIL END-OF-FUEL
              READ FUEL-FILE
                 AT END MOVE "Y" TO WS-FUEL-EOF-SW
                 NOT AT END
                    IF FL-DATE(1:4) = WS-FISCAL-YEAR
                       AND FL-GALLONS NUMERIC AND FL-AMOUNT NUMERIC
                       ADD 1 TO WS-FUEL-COUNT
                       ADD FL-GALLONS TO WS-FUEL-GALLONS
                       ADD FL-AMOUNT TO WS-FUEL-AMOUNT
                       MOVE FL-VEH-ID TO WS-EVT-VEH-ID
                       MOVE FL-DATE TO WS-EVT-DATE
                       PERFORM 022-FIND-COST-CENTER THRU 022-EXIT
                       IF WS-BEST-CC NOT = "????"
                          ADD 1 TO WS-CHG-COUNT
                          ADD FL-AMOUNT TO WS-CHG-AMOUNT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FUEL-FILE
       .
       007-EXIT.
           EXIT
       .

       008-TOTAL-USERDIV.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-FSTATUS NOT = "00"
              GO TO 008-EXIT
           END-IF
           PERFORM UNTIL END-OF-AUDIT
              READ AUDIT-FILE
                 AT END MOVE "Y" TO WS-AUD-EOF-SW
                 NOT AT END
                    IF AUD-RUN-DATE NUMERIC
                       AND AUD-RUN-DATE(1:4) = WS-FISCAL-YEAR
                       ADD 1 TO WS-UDV-COUNT
                       IF AUD-RESULT NUMERIC
                          ADD AUD-RESULT TO WS-UDV-AMOUNT
                       END-IF
                       IF AUD-RUN-NO NOT = WS-LAST-RUN-NO
                          ADD 1 TO WS-UDV-RUNS
                          MOVE AUD-RUN-NO TO WS-LAST-RUN-NO
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE AUDIT-FILE
       .
       008-EXIT.
           EXIT
       .

       009-FREEZE-SUMMARY.
           OPEN EXTEND SUMMARY-FILE
           IF WS-YES-FSTATUS = "35"
              OPEN OUTPUT SUMMARY-FILE
           END-IF
           MOVE "YEAR-TO-DATE TOTALS FROZEN ON year-end-summary.dat"
              TO WS-PRINT-LINE
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           MOVE "CATEGORY" TO WS-PRINT-LINE(3:8)
           MOVE "COUNT" TO WS-PRINT-LINE(18:5)
           MOVE "QUANTITY" TO WS-PRINT-LINE(30:8)
           MOVE "AMOUNT" TO WS-PRINT-LINE(50:6)
           MOVE "MEASURES" TO WS-PRINT-LINE(59:8)
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           MOVE "FLEET" TO WS-SUM-CATEGORY
           MOVE "VEHICLES / MILES / MAINT COST" TO WS-SUM-NOTE
           MOVE WS-VEH-COUNT TO WS-SUM-COUNT
           MOVE WS-FLT-MILES TO WS-SUM-QUANTITY
           MOVE WS-FLT-MAINT TO WS-SUM-AMOUNT
           PERFORM 010-WRITE-SUMMARY-ROW THRU 010-EXIT
           MOVE "FUEL" TO WS-SUM-CATEGORY
           MOVE "PURCHASES / GALLONS / COST" TO WS-SUM-NOTE
           MOVE WS-FUEL-COUNT TO WS-SUM-COUNT
           MOVE WS-FUEL-GALLONS TO WS-SUM-QUANTITY
           MOVE WS-FUEL-AMOUNT TO WS-SUM-AMOUNT
           PERFORM 010-WRITE-SUMMARY-ROW THRU 010-EXIT
           MOVE "CHARGEBACK" TO WS-SUM-CATEGORY
           MOVE "CHARGES / MILES / AMOUNT BILLED" TO WS-SUM-NOTE
           MOVE WS-CHG-COUNT TO WS-SUM-COUNT
           MOVE WS-CHG-MILES TO WS-SUM-QUANTITY
           MOVE WS-CHG-AMOUNT TO WS-SUM-AMOUNT
           PERFORM 010-WRITE-SUMMARY-ROW THRU 010-EXIT
           MOVE "USER-DIV" TO WS-SUM-CATEGORY
           MOVE "RESULTS / RUNS / SUM OF RESULTS" TO WS-SUM-NOTE
           MOVE WS-UDV-COUNT TO WS-SUM-COUNT
           MOVE WS-UDV-RUNS TO WS-SUM-QUANTITY
           COMPUTE WS-SUM-AMOUNT ROUNDED = WS-UDV-AMOUNT
           PERFORM 010-WRITE-SUMMARY-ROW THRU 010-EXIT
           CLOSE SUMMARY-FILE
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
       .
       009-EXIT.
           EXIT
       .

       010-WRITE-SUMMARY-ROW.
           MOVE SPACES TO YE-SUMMARY-REC
           MOVE WS-FISCAL-YEAR TO YES-YEAR
           MOVE WS-SUM-CATEGORY TO YES-CATEGORY
           MOVE WS-SUM-COUNT TO YES-COUNT
           MOVE WS-SUM-QUANTITY TO YES-QUANTITY
           MOVE WS-SUM-AMOUNT TO YES-AMOUNT
           MOVE WS-TODAY TO YES-CLOSE-DATE
           MOVE WS-OPERATOR-ID TO YES-OPERATOR
           WRITE YE-SUMMARY-REC
           MOVE WS-SUM-COUNT TO WS-PRN-COUNT
           MOVE WS-SUM-QUANTITY TO WS-PRN-QUANTITY
           MOVE WS-SUM-AMOUNT TO WS-PRN-AMOUNT
           STRING "  " WS-SUM-CATEGORY " " WS-PRN-COUNT " "
              WS-PRN-QUANTITY " " WS-PRN-AMOUNT "  " WS-SUM-NOTE
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
       .
       010-EXIT.
           EXIT
       .

       011-ARCHIVE-SOURCE.
           MOVE ZEROS TO WS-READ-COUNT WS-KEEP-COUNT WS-ARCH-COUNT
              WS-REWRITE-COUNT
           MOVE "N" TO WS-SRC-EOF-SW
           MOVE "N" TO WS-KEEP-EOF-SW
           MOVE WS-CUT-DATE TO WS-ARCH-LOW-DATE
           MOVE SPACES TO WS-ARCHIVE-NAME
           STRING FUNCTION TRIM(WS-ARCH-PREFIX) WS-CUT-YEAR
              ".arc" DELIMITED BY SIZE INTO WS-ARCHIVE-NAME
           OPEN INPUT SOURCE-FILE
           IF WS-SRC-FSTATUS NOT = "00"
              STRING "  " WS-CAT-SOURCE " NO FILE TO ARCHIVE"
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
              PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
              GO TO 011-EXIT
           END-IF
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCH-FSTATUS = "00"
              CLOSE ARCHIVE-FILE
              CLOSE SOURCE-FILE
              STRING "  " WS-CAT-SOURCE " " WS-ARCHIVE-NAME
                 " ALREADY ON FILE, NOT REPLACED"
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
              PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
              GO TO 011-EXIT
           END-IF
           OPEN OUTPUT ARCHIVE-FILE
           OPEN OUTPUT KEEP-FILE
           PERFORM UNTIL END-OF-SOURCE
              READ SOURCE-FILE
                 AT END MOVE "Y" TO WS-SRC-EOF-SW
                 NOT AT END
                    ADD 1 TO WS-READ-COUNT
                    IF SOURCE-REC(WS-DATE-POS:8) NUMERIC
                       MOVE SOURCE-REC(WS-DATE-POS:8) TO WS-ROW-DATE
                    ELSE
                       MOVE 99999999 TO WS-ROW-DATE
                    END-IF
                    MOVE "C" TO WS-ROW-STATUS
                    IF WS-STATUS-POS > 0
                       MOVE SOURCE-REC(WS-STATUS-POS:1)
                          TO WS-ROW-STATUS
                    END-IF
                    IF WS-ROW-DATE NOT > WS-CUT-DATE
                       AND ROW-CLOSED
                       IF WS-ROW-DATE < WS-ARCH-LOW-DATE
                          MOVE WS-ROW-DATE TO WS-ARCH-LOW-DATE
                       END-IF
                       MOVE SOURCE-REC TO ARCHIVE-REC
                       WRITE ARCHIVE-REC
                       ADD 1 TO WS-ARCH-COUNT
                    ELSE
                       MOVE SOURCE-REC TO KEEP-REC
                       WRITE KEEP-REC
                       ADD 1 TO WS-KEEP-COUNT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SOURCE-FILE
           CLOSE ARCHIVE-FILE
           CLOSE KEEP-FILE
           IF WS-ARCH-COUNT + WS-KEEP-COUNT NOT = WS-READ-COUNT
              STRING "  " WS-CAT-SOURCE " COUNTS DO NOT BALANCE, "
                 "LIVE FILE LEFT UNCHANGED"
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
              PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
              MOVE "NOTBAL" TO WS-RUN-STATUS
              GO TO 011-EXIT
           END-IF
           IF WS-ARCH-COUNT = 0
              STRING "  " WS-CAT-SOURCE " NO ROWS DATED IN OR BEFORE "
                 WS-CUT-YEAR
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
              PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
              GO TO 011-EXIT
           END-IF
           OPEN INPUT KEEP-FILE
           OPEN OUTPUT SOURCE-FILE
           PERFORM UNTIL END-OF-KEEP
              READ KEEP-FILE
                 AT END MOVE "Y" TO WS-KEEP-EOF-SW
                 NOT AT END
                    MOVE KEEP-REC TO SOURCE-REC
                    WRITE SOURCE-REC
                    ADD 1 TO WS-REWRITE-COUNT
              END-READ
           END-PERFORM
           CLOSE KEEP-FILE
           CLOSE SOURCE-FILE
           IF WS-REWRITE-COUNT NOT = WS-KEEP-COUNT
              STRING "  " WS-CAT-SOURCE " REWRITE COUNT DOES NOT "
                 "MATCH KEEP COUNT"
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
              PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
              MOVE "NOTBAL" TO WS-RUN-STATUS
           END-IF
           PERFORM 014-CATALOG-ARCHIVE THRU 014-EXIT
           ADD WS-ARCH-COUNT TO WS-TOTAL-ARCHIVED
           MOVE WS-ARCH-COUNT TO WS-PRN-COUNT
           STRING "  " WS-CAT-SOURCE " " WS-PRN-COUNT
              " ROWS TO " WS-ARCHIVE-NAME
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
       .
       011-EXIT.
           EXIT
       .

       012-PRINT-HEADING.
           STRING "FISCAL YEAR-END CLOSE   FISCAL YEAR "
              WS-FISCAL-YEAR "   RUN DATE " WS-PRN-RUN-DATE
              "   OPERATOR " WS-OPERATOR-ID
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE "1" TO PRN-CARRIAGE-CTL
           MOVE WS-PRINT-LINE TO PRN-TEXT
           WRITE PRINT-REC
           DISPLAY WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
       .
       012-EXIT.
           EXIT
       .

       013-PRINT-ONE-LINE.
           MOVE " " TO PRN-CARRIAGE-CTL
           MOVE WS-PRINT-LINE TO PRN-TEXT
           WRITE PRINT-REC
           DISPLAY WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
       .
       013-EXIT.
           EXIT
       .

       014-CATALOG-ARCHIVE.
           OPEN EXTEND CATALOG-FILE
           IF WS-CAT-FSTATUS = "35"
              OPEN OUTPUT CATALOG-FILE
           END-IF
           MOVE SPACES TO ARCH-CATALOG-REC
           MOVE WS-ARCHIVE-NAME TO ARC-NAME
           MOVE WS-CAT-SOURCE TO ARC-SOURCE
           MOVE WS-ARCH-LOW-DATE TO ARC-FROM-DATE
           MOVE WS-CUT-DATE TO ARC-TO-DATE
           MOVE WS-ARCH-COUNT TO ARC-REC-COUNT
           MOVE WS-RUN-START-DATE TO ARC-CREATED
           WRITE ARCH-CATALOG-REC
           CLOSE CATALOG-FILE
       .
       014-EXIT.
           EXIT
       .

       015-RESET-COUNTERS.
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           MOVE "YEARLY COUNTERS" TO WS-PRINT-LINE
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           OPEN INPUT RESET-CTL-FILE
           IF WS-YRS-FSTATUS NOT = "00"
              MOVE "  NO YEARLY COUNTERS DEFINED ON ye-reset.dat"
                 TO WS-PRINT-LINE
              PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
              GO TO 015-EXIT
           END-IF
           PERFORM 024-LOAD-SERIES THRU 024-EXIT
           PERFORM UNTIL END-OF-RESETS
              READ RESET-CTL-FILE
                 AT END MOVE "Y" TO WS-YRS-EOF-SW
                 NOT AT END
                    IF YRS-SERIES NOT = SPACES
                       PERFORM 023-RESET-ONE-SERIES THRU 023-EXIT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE RESET-CTL-FILE
           IF WS-SER-CHANGED > 0
              PERFORM 025-SAVE-SERIES THRU 025-EXIT
           END-IF
       .
       015-EXIT.
           EXIT
       .

       016-RECORD-RUN-HISTORY.
           OPEN I-O RUN-HISTORY-FILE
           IF WS-RUNH-FSTATUS = "35"
              OPEN OUTPUT RUN-HISTORY-FILE
           END-IF
           MOVE SPACES TO RUN-HISTORY-REC
           MOVE "YECLOSE" TO RUNH-PROGRAM
           MOVE WS-RUN-START-DATE TO RUNH-START-DATE
           MOVE WS-RUN-START-TIME TO RUNH-START-TIME
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUNH-END-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO RUNH-END-TIME
           MOVE WS-RUN-STATUS TO RUNH-STATUS
           MOVE ZEROS TO RUNH-RUN-NO
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
       016-EXIT.
           EXIT
       .

       017-OPEN-NEW-YEAR.
           MOVE ZEROS TO WS-OPENED-COUNT
           PERFORM 018-LOAD-PERIODS THRU 018-EXIT
           MOVE WS-NEW-YEAR TO WS-WANT-YEAR
           PERFORM VARYING WS-MM FROM 1 BY 1 UNTIL WS-MM > 12
              MOVE WS-MM TO WS-WANT-MM
              PERFORM 020-FIND-PERIOD THRU 020-EXIT
              IF NOT PERIOD-FOUND
                 IF WS-PCL-COUNT < WS-PCL-MAX
                    ADD 1 TO WS-PCL-COUNT
                    MOVE WS-WANT-PERIOD TO
                       PCL-TBL-PERIOD(WS-PCL-COUNT)
                    MOVE "O" TO PCL-TBL-STATUS(WS-PCL-COUNT)
                    MOVE WS-TODAY TO PCL-TBL-DATE(WS-PCL-COUNT)
                    MOVE WS-OPERATOR-ID TO
                       PCL-TBL-OPER(WS-PCL-COUNT)
                    ADD 1 TO WS-OPENED-COUNT
                 ELSE
                    DISPLAY "YECLOSE: period file is full, "
                       WS-WANT-PERIOD " not opened."
                    MOVE "FLAGGED" TO WS-RUN-STATUS
                 END-IF
              END-IF
           END-PERFORM
           IF WS-OPENED-COUNT > 0
              PERFORM 019-SAVE-PERIODS THRU 019-EXIT
           END-IF
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           STRING "PERIODS OPENED FOR FISCAL YEAR " WS-NEW-YEAR
              ": " WS-OPENED-COUNT
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
       .
       017-EXIT.
           EXIT
       .

       018-LOAD-PERIODS.
           MOVE ZEROS TO WS-PCL-COUNT
           MOVE "N" TO WS-PCL-EOF-SW
           OPEN INPUT CLOSE-FILE
           IF WS-PCL-FSTATUS NOT = "00"
              GO TO 018-EXIT
           END-IF
           PERFORM UNTIL END-OF-PERIODS
              READ CLOSE-FILE
                 AT END MOVE "Y" TO WS-PCL-EOF-SW
                 NOT AT END
                    IF WS-PCL-COUNT < WS-PCL-MAX
                       ADD 1 TO WS-PCL-COUNT
                       MOVE PCL-PERIOD TO
                          PCL-TBL-PERIOD(WS-PCL-COUNT)
                       MOVE PCL-STATUS TO
                          PCL-TBL-STATUS(WS-PCL-COUNT)
                       MOVE PCL-DATE TO PCL-TBL-DATE(WS-PCL-COUNT)
                       MOVE PCL-OPERATOR TO
                          PCL-TBL-OPER(WS-PCL-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CLOSE-FILE
       .
       018-EXIT.
           EXIT
       .

       019-SAVE-PERIODS.
           OPEN OUTPUT CLOSE-FILE
           PERFORM VARYING PCL-IDX FROM 1 BY 1
              UNTIL PCL-IDX > WS-PCL-COUNT
              MOVE SPACES TO PERIOD-CLOSE-REC
              MOVE PCL-TBL-PERIOD(PCL-IDX) TO PCL-PERIOD
              MOVE PCL-TBL-STATUS(PCL-IDX) TO PCL-STATUS
              MOVE PCL-TBL-DATE(PCL-IDX) TO PCL-DATE
              MOVE PCL-TBL-OPER(PCL-IDX) TO PCL-OPERATOR
              WRITE PERIOD-CLOSE-REC
           END-PERFORM
           CLOSE CLOSE-FILE
       .
       019-EXIT.
           EXIT
       .

       020-FIND-PERIOD.
           MOVE "N" TO WS-PCL-FOUND-SW
           MOVE ZEROS TO WS-PCL-MATCH
           PERFORM VARYING PCL-IDX FROM 1 BY 1
              UNTIL PCL-IDX > WS-PCL-COUNT OR PERIOD-FOUND
              IF PCL-TBL-PERIOD(PCL-IDX) = WS-WANT-PERIOD
                 MOVE "Y" TO WS-PCL-FOUND-SW
                 SET WS-PCL-MATCH TO PCL-IDX
              END-IF
           END-PERFORM
       .
       020-EXIT.
           EXIT
       .

       021-WRITE-JOURNAL.
           OPEN EXTEND JOURNAL-FILE
           IF WS-JNL-FSTATUS = "35"
              OPEN OUTPUT JOURNAL-FILE
           END-IF
           MOVE SPACES TO CTL-JOURNAL-REC
           MOVE WS-JNL-CONTROL TO CJL-CONTROL
           MOVE WS-JNL-BEFORE TO CJL-BEFORE
           MOVE WS-JNL-AFTER TO CJL-AFTER
           MOVE FUNCTION CURRENT-DATE(1:8) TO CJL-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO CJL-TIME
           MOVE WS-OPERATOR-ID TO CJL-OPERATOR
           MOVE WS-OPERATOR-ID TO CJL-APPROVER
           WRITE CTL-JOURNAL-REC
           CLOSE JOURNAL-FILE
       .
       021-EXIT.
           EXIT
       .

       022-FIND-COST-CENTER.
           MOVE ZEROS TO WS-BEST-DATE
           MOVE "????" TO WS-BEST-CC
           PERFORM VARYING ASG-IDX FROM 1 BY 1
              UNTIL ASG-IDX > WS-ASG-COUNT
              IF ASG-VEH-ID(ASG-IDX) = WS-EVT-VEH-ID
                 AND ASG-EFF-DATE(ASG-IDX) NOT > WS-EVT-DATE
                 AND (ASG-END-DATE(ASG-IDX) = 0
                    OR ASG-END-DATE(ASG-IDX) > WS-EVT-DATE)
                 AND ASG-EFF-DATE(ASG-IDX) NOT < WS-BEST-DATE
                 MOVE ASG-EFF-DATE(ASG-IDX) TO WS-BEST-DATE
                 MOVE ASG-CC(ASG-IDX) TO WS-BEST-CC
              END-IF
           END-PERFORM
       .
       022-EXIT.
           EXIT
       .

       023-RESET-ONE-SERIES.
           MOVE "N" TO WS-SER-FOUND-SW
           MOVE ZEROS TO WS-SER-MATCH
           PERFORM VARYING SER-IDX FROM 1 BY 1
              UNTIL SER-IDX > WS-SER-COUNT OR SERIES-FOUND
              IF SER-NAME(SER-IDX) = YRS-SERIES
                 MOVE "Y" TO WS-SER-FOUND-SW
                 SET WS-SER-MATCH TO SER-IDX
              END-IF
           END-PERFORM
           IF NOT SERIES-FOUND
              STRING "  " YRS-SERIES " NOT YET ISSUED, NOTHING TO "
                 "RESET" DELIMITED BY SIZE INTO WS-PRINT-LINE
              PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
              GO TO 023-EXIT
           END-IF
           MOVE ZEROS TO WS-CARRY-NUMBER
           IF YRS-CARRY NUMERIC
              MOVE YRS-CARRY TO WS-CARRY-NUMBER
           END-IF
           MOVE SER-LAST(WS-SER-MATCH) TO WS-OLD-NUMBER
           MOVE ZEROS TO WS-CARRY-FLOOR
           IF YRS-SERIES = WS-INC-SERIES
              PERFORM 028-FIND-INCIDENT-FLOOR THRU 028-EXIT
           END-IF
           IF WS-CARRY-NUMBER < WS-CARRY-FLOOR
              MOVE WS-CARRY-FLOOR TO WS-CARRY-NUMBER
           END-IF
           DISPLAY "Series " YRS-SERIES " last number "
              WS-OLD-NUMBER ", carry forward at " WS-CARRY-NUMBER
           DISPLAY "Approve? (Y/N, or 6-digit number to carry "
              "forward): " WITH NO ADVANCING
           MOVE SPACES TO WS-REPLY
           ACCEPT WS-REPLY
           EVALUATE TRUE
              WHEN WS-REPLY = "Y" OR WS-REPLY = "y"
                 CONTINUE
              WHEN WS-REPLY IS NUMERIC
                 MOVE WS-REPLY TO WS-CARRY-NUMBER
                 IF WS-CARRY-NUMBER < WS-CARRY-FLOOR
                    DISPLAY "Numbers up to " WS-CARRY-FLOOR
                       " are still on incidents.dat, carrying "
                       "forward at " WS-CARRY-FLOOR
                    MOVE WS-CARRY-FLOOR TO WS-CARRY-NUMBER
                 END-IF
              WHEN OTHER
                 STRING "  " YRS-SERIES " LEFT AT " WS-OLD-NUMBER
                    " (NOT APPROVED)"
                    DELIMITED BY SIZE INTO WS-PRINT-LINE
                 PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
                 GO TO 023-EXIT
           END-EVALUATE
           IF WS-CARRY-NUMBER = WS-OLD-NUMBER
              STRING "  " YRS-SERIES " LEFT AT " WS-OLD-NUMBER
                 " (NUMBERS STILL IN USE)"
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
              PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
              GO TO 023-EXIT
           END-IF
           MOVE WS-CARRY-NUMBER TO SER-LAST(WS-SER-MATCH)
           ADD 1 TO WS-SER-CHANGED
           MOVE "NEXTNUM" TO WS-JNL-CONTROL
           MOVE SPACES TO WS-JNL-BEFORE
           STRING YRS-SERIES " " WS-OLD-NUMBER
              DELIMITED BY SIZE INTO WS-JNL-BEFORE
           MOVE SPACES TO WS-JNL-AFTER
           STRING YRS-SERIES " " WS-CARRY-NUMBER " FY "
              WS-NEW-YEAR
              DELIMITED BY SIZE INTO WS-JNL-AFTER
           PERFORM 021-WRITE-JOURNAL THRU 021-EXIT
           STRING "  " YRS-SERIES " RESET FROM " WS-OLD-NUMBER
              " TO " WS-CARRY-NUMBER
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
       .
       023-EXIT.
           EXIT
       .

       024-LOAD-SERIES.
           MOVE ZEROS TO WS-SER-COUNT
           MOVE "N" TO WS-NXT-EOF-SW
           OPEN INPUT NEXTNUM-FILE
           IF WS-NXT-FSTATUS NOT = "00"
              GO TO 024-EXIT
           END-IF
           PERFORM UNTIL END-OF-SERIES
              READ NEXTNUM-FILE
                 AT END MOVE "Y" TO WS-NXT-EOF-SW
                 NOT AT END
                    IF WS-SER-COUNT < WS-SER-MAX
                       ADD 1 TO WS-SER-COUNT
                       MOVE NXC-SERIES TO SER-NAME(WS-SER-COUNT)
                       IF NXC-LAST-NUMBER NUMERIC
                          MOVE NXC-LAST-NUMBER TO
                             SER-LAST(WS-SER-COUNT)
                       ELSE
                          MOVE ZEROS TO SER-LAST(WS-SER-COUNT)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE NEXTNUM-FILE
       .
       024-EXIT.
           EXIT
       .

       025-SAVE-SERIES.
           OPEN OUTPUT NEXTNUM-FILE
           PERFORM VARYING SER-IDX FROM 1 BY 1
              UNTIL SER-IDX > WS-SER-COUNT
              MOVE SPACES TO NEXTNUM-REC
              MOVE SER-NAME(SER-IDX) TO NXC-SERIES
              MOVE SER-LAST(SER-IDX) TO NXC-LAST-NUMBER
              WRITE NEXTNUM-REC
           END-PERFORM
           CLOSE NEXTNUM-FILE
       .
       025-EXIT.
           EXIT
       .

       026-TOTAL-COSTS.
           OPEN INPUT COST-FILE
           IF WS-COST-FSTATUS NOT = "00"
              GO TO 026-EXIT
           END-IF
           PERFORM UNTIL END-OF-COSTS
              READ COST-FILE
                 AT END MOVE "Y" TO WS-COST-EOF-SW
                 NOT AT END
                    IF WOC-CLOSE-DATE(1:4) = WS-FISCAL-YEAR
                       AND WOC-TOTAL-COST NUMERIC
                       ADD WOC-TOTAL-COST TO WS-FLT-MAINT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE COST-FILE
       .
       026-EXIT.
           EXIT
       .

       027-ABANDON-RUN.
           MOVE "ABORTED" TO WS-RUN-STATUS
           MOVE 8 TO RETURN-CODE
           PERFORM 016-RECORD-RUN-HISTORY THRU 016-EXIT
       .
       027-EXIT.
           EXIT
       .

       028-FIND-INCIDENT-FLOOR.
           MOVE "N" TO WS-INC-EOF-SW
           OPEN INPUT INCIDENT-FILE
           IF WS-INC-FSTATUS NOT = "00"
              GO TO 028-EXIT
           END-IF
           PERFORM UNTIL END-OF-INCIDENTS
              READ INCIDENT-FILE
                 AT END MOVE "Y" TO WS-INC-EOF-SW
                 NOT AT END
                    IF INC-NUMBER NUMERIC
                       AND INC-NUMBER > WS-CARRY-FLOOR
                       MOVE INC-NUMBER TO WS-CARRY-FLOOR
                    END-IF
              END-READ
           END-PERFORM
           CLOSE INCIDENT-FILE
       .
       028-EXIT.
           EXIT
       .

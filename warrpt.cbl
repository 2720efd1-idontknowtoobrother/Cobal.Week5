       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARRPT.
       AUTHOR. JAKKRIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-FILE ASSIGN TO "warranty-claims.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-WCL-FSTATUS.
           SELECT BATCH-FLAG-FILE ASSIGN TO "nightly-batch.flg"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BATCH-FSTATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO "run-history.idx"
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS RUNH-KEY
              FILE STATUS IS WS-RUNH-FSTATUS.
           SELECT PRINT-FILE ASSIGN TO "warrpt-print.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CLAIM-FILE.
       COPY "warranty-claim.cpy".

       FD  BATCH-FLAG-FILE.
       COPY "batch-flag.cpy".

       FD  RUN-HISTORY-FILE.
       COPY "run-history.cpy".

       FD  PRINT-FILE.
       COPY "print-line.cpy".

       WORKING-STORAGE SECTION.
       COPY "run-stamp.cpy".
       01  WS-SPOOL-PROGRAM    PIC X(12) VALUE "WARRPT".
       01  WS-SPOOL-FILE       PIC X(40)
           VALUE "warrpt-print.dat".
       01  WS-OPERATOR-ID      PIC X(8) VALUE "SYSTEM".
       01  WS-WCL-FSTATUS      PIC XX VALUE "00".
       01  WS-BATCH-FSTATUS    PIC XX VALUE "00".
       01  WS-RUNH-FSTATUS     PIC XX VALUE "00".
       01  WS-WCL-EOF-SW       PIC X VALUE "N".
           88 END-OF-CLAIMS       VALUE "Y".
       01  WS-BATCH-SW         PIC X VALUE "N".
           88 BATCH-RUN           VALUE "Y".
       01  WS-MONTH-IN         PIC X(6).
       01  WS-TARGET-MONTH     PIC 9(6) VALUE ZEROS.
       01  WS-TARGET-YEAR      PIC 9(4) VALUE ZEROS.
       01  WCL-TABLE.
           05 WCL-ENTRY OCCURS 1000 TIMES INDEXED BY WCL-IDX.
              10 WCL-TBL-LINE    PIC X(114).
       01  WS-WCL-COUNT        PIC 9(4) VALUE ZEROS.
       01  WS-WCL-MAX          PIC 9(4) VALUE 1000.
       01  WS-DROPPED-COUNT    PIC 9(5) VALUE ZEROS.
       01  WS-MTH-CLAIMED      PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-MTH-RECOVERED    PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-MTH-WRITTEN-OFF  PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-YTD-CLAIMED      PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-YTD-RECOVERED    PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-YTD-WRITTEN-OFF  PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-OUT-CLAIMED      PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-SETTLED-CLAIMED  PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-SUBMIT-COUNT     PIC 9(5) VALUE ZEROS.
       01  WS-SETTLE-COUNT     PIC 9(5) VALUE ZEROS.
       01  WS-PENDING-COUNT    PIC 9(5) VALUE ZEROS.
       01  WS-UNFILED-COUNT    PIC 9(5) VALUE ZEROS.
       01  WS-RECOVERY-PCT     PIC 9(3)V9 VALUE ZEROS.
       01  WS-AGE-DAYS         PIC 9(5) VALUE ZEROS.
       01  WS-PRN-CLAIMED      PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-PRN-RECOVERED    PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-PRN-WRITTEN-OFF  PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-PRN-PCT          PIC ZZ9.9.
       01  WS-PRN-AGE          PIC ZZZZ9.
       01  WS-PRINT-LINE       PIC X(132) VALUE SPACES.
       01  WS-RUN-START-DATE   PIC 9(8).
       01  WS-RUN-START-TIME   PIC 9(8).
       01  WS-RUN-STATUS       PIC X(8) VALUE "OK".

       PROCEDURE DIVISION.
       000-BEGIN.
           CALL "GETOPER" USING WS-OPERATOR-ID
           CALL "GETBDATE" USING WS-RUN-START-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-RUN-START-TIME
           MOVE WS-RUN-START-DATE TO WS-PRN-RUN-DATE
           PERFORM 001-SET-TARGET-MONTH THRU 001-EXIT
           PERFORM 002-LOAD-CLAIMS THRU 002-EXIT
           OPEN OUTPUT PRINT-FILE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "WARRANTY RECOVERY REPORT  MONTH " WS-TARGET-MONTH
              "   RUN DATE " WS-PRN-RUN-DATE
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE "1" TO PRN-CARRIAGE-CTL
           MOVE WS-PRINT-LINE TO PRN-TEXT
           WRITE PRINT-REC
           DISPLAY WS-PRINT-LINE
           PERFORM 003-SUBMITTED-SECTION THRU 003-EXIT
           PERFORM 004-SETTLED-SECTION THRU 004-EXIT
           PERFORM 005-OUTSTANDING-SECTION THRU 005-EXIT
           PERFORM 006-SUMMARY-SECTION THRU 006-EXIT
           CLOSE PRINT-FILE
           CALL "SPOOLSAVE" USING WS-SPOOL-PROGRAM WS-SPOOL-FILE
           MOVE WS-MTH-CLAIMED TO WS-PRN-CLAIMED
           MOVE WS-MTH-RECOVERED TO WS-PRN-RECOVERED
           MOVE WS-MTH-WRITTEN-OFF TO WS-PRN-WRITTEN-OFF
           DISPLAY "-----------------------------------------------"
           DISPLAY "Month reported . . . . . . . . : " WS-TARGET-MONTH
           DISPLAY "Claims on file . . . . . . . . : " WS-WCL-COUNT
           DISPLAY "Claims submitted in month  . . : " WS-SUBMIT-COUNT
           DISPLAY "Claims settled in month  . . . : " WS-SETTLE-COUNT
           DISPLAY "Dollars claimed  . . . . . . . : " WS-PRN-CLAIMED
           DISPLAY "Dollars recovered  . . . . . . : "
              WS-PRN-RECOVERED
           DISPLAY "Dollars written off  . . . . . : "
              WS-PRN-WRITTEN-OFF
           DISPLAY "==============================================="
           IF WS-DROPPED-COUNT > 0
              DISPLAY "WARRPT: " WS-DROPPED-COUNT
                 " claims beyond table capacity were not reported."
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 008-RECORD-RUN-HISTORY THRU 008-EXIT
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
           MOVE WS-TARGET-MONTH(1:4) TO WS-TARGET-YEAR
       .
       001-EXIT.
           EXIT
       .

       002-LOAD-CLAIMS.
           OPEN INPUT CLAIM-FILE
           IF WS-WCL-FSTATUS NOT = "00"
              GO TO 002-EXIT
           END-IF
           PERFORM UNTIL END-OF-CLAIMS
              READ CLAIM-FILE
                 AT END MOVE "Y" TO WS-WCL-EOF-SW
                 NOT AT END
                    IF WS-WCL-COUNT < WS-WCL-MAX
                       ADD 1 TO WS-WCL-COUNT
                       MOVE WARRANTY-CLAIM-REC TO
                          WCL-TBL-LINE(WS-WCL-COUNT)
                    ELSE
                       ADD 1 TO WS-DROPPED-COUNT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CLAIM-FILE
       .
       002-EXIT.
           EXIT
       .

       003-SUBMITTED-SECTION.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 007-PRINT-ONE-LINE THRU 007-EXIT
           MOVE "CLAIMS SUBMITTED IN MONTH" TO WS-PRINT-LINE
           PERFORM 007-PRINT-ONE-LINE THRU 007-EXIT
           MOVE "CLAIM  WO     VEHICL COMP PROVIDER" TO WS-PRINT-LINE
           MOVE "SUBMITTED" TO WS-PRINT-LINE(48:9)
           MOVE "        CLAIMED" TO WS-PRINT-LINE(56:15)
           PERFORM 007-PRINT-ONE-LINE THRU 007-EXIT
           PERFORM VARYING WCL-IDX FROM 1 BY 1
              UNTIL WCL-IDX > WS-WCL-COUNT
              MOVE WCL-TBL-LINE(WCL-IDX) TO WARRANTY-CLAIM-REC
              IF NOT WCL-OPEN
                 AND WCL-SUBMIT-DATE(1:4) = WS-TARGET-YEAR
                 AND WCL-SUBMIT-DATE(1:6) NOT > WS-TARGET-MONTH
                 ADD WCL-CLAIMED TO WS-YTD-CLAIMED
              END-IF
              IF NOT WCL-OPEN
                 AND WCL-SUBMIT-DATE(1:6) = WS-TARGET-MONTH
                 ADD 1 TO WS-SUBMIT-COUNT
                 ADD WCL-CLAIMED TO WS-MTH-CLAIMED
                 MOVE WCL-CLAIMED TO WS-PRN-CLAIMED
                 MOVE SPACES TO WS-PRINT-LINE
                 STRING WCL-CLAIM-NO " " WCL-WO-NUMBER " " WCL-VEH-ID
                    " " WCL-COMPONENT " " WCL-PROVIDER " "
                    WCL-SUBMIT-DATE " " WS-PRN-CLAIMED
                    DELIMITED BY SIZE INTO WS-PRINT-LINE
                 PERFORM 007-PRINT-ONE-LINE THRU 007-EXIT
              END-IF
           END-PERFORM
           IF WS-SUBMIT-COUNT = 0
              MOVE "  NONE" TO WS-PRINT-LINE
              PERFORM 007-PRINT-ONE-LINE THRU 007-EXIT
           END-IF
       .
       003-EXIT.
           EXIT
       .

       004-SETTLED-SECTION.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 007-PRINT-ONE-LINE THRU 007-EXIT
           MOVE "CLAIMS SETTLED IN MONTH" TO WS-PRINT-LINE
           PERFORM 007-PRINT-ONE-LINE THRU 007-EXIT
           MOVE "CLAIM  WO     VEHICL COMP PROVIDER" TO WS-PRINT-LINE
           MOVE "ST SETTLED" TO WS-PRINT-LINE(48:10)
           MOVE "         CLAIMED      RECOVERED    WRITTEN-OFF"
              TO WS-PRINT-LINE(58:47)
           PERFORM 007-PRINT-ONE-LINE THRU 007-EXIT
           PERFORM VARYING WCL-IDX FROM 1 BY 1
              UNTIL WCL-IDX > WS-WCL-COUNT
              MOVE WCL-TBL-LINE(WCL-IDX) TO WARRANTY-CLAIM-REC
              IF WCL-SETTLED
                 AND WCL-SETTLE-DATE(1:4) = WS-TARGET-YEAR
                 AND WCL-SETTLE-DATE(1:6) NOT > WS-TARGET-MONTH
                 ADD WCL-RECOVERED TO WS-YTD-RECOVERED
                 ADD WCL-WRITTEN-OFF TO WS-YTD-WRITTEN-OFF
              END-IF
              IF WCL-SETTLED
                 AND WCL-SETTLE-DATE(1:6) = WS-TARGET-MONTH
                 ADD 1 TO WS-SETTLE-COUNT
                 ADD WCL-CLAIMED TO WS-SETTLED-CLAIMED
                 ADD WCL-RECOVERED TO WS-MTH-RECOVERED
                 ADD WCL-WRITTEN-OFF TO WS-MTH-WRITTEN-OFF
                 MOVE WCL-CLAIMED TO WS-PRN-CLAIMED
                 MOVE WCL-RECOVERED TO WS-PRN-RECOVERED
                 MOVE WCL-WRITTEN-OFF TO WS-PRN-WRITTEN-OFF
                 MOVE SPACES TO WS-PRINT-LINE
                 STRING WCL-CLAIM-NO " " WCL-WO-NUMBER " " WCL-VEH-ID
                    " " WCL-COMPONENT " " WCL-PROVIDER " "
                    WCL-STATUS "  " WCL-SETTLE-DATE " " WS-PRN-CLAIMED
                    " " WS-PRN-RECOVERED " " WS-PRN-WRITTEN-OFF
                    DELIMITED BY SIZE INTO WS-PRINT-LINE
                 PERFORM 007-PRINT-ONE-LINE THRU 007-EXIT
              END-IF
           END-PERFORM
           IF WS-SETTLE-COUNT = 0
              MOVE "  NONE" TO WS-PRINT-LINE
              PERFORM 007-PRINT-ONE-LINE THRU 007-EXIT
           END-IF
       .
       004-EXIT.
           EXIT
       .

       005-OUTSTANDING-SECTION.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 007-PRINT-ONE-LINE THRU 007-EXIT
           MOVE "CLAIMS OUTSTANDING AT RUN DATE" TO WS-PRINT-LINE
           PERFORM 007-PRINT-ONE-LINE THRU 007-EXIT
           MOVE "CLAIM  WO     VEHICL COMP PROVIDER" TO WS-PRINT-LINE
           MOVE "ST SINCE" TO WS-PRINT-LINE(48:8)
           MOVE "     DAYS        CLAIMED" TO WS-PRINT-LINE(56:24)
           PERFORM 007-PRINT-ONE-LINE THRU 007-EXIT
           PERFORM VARYING WCL-IDX FROM 1 BY 1
              UNTIL WCL-IDX > WS-WCL-COUNT
              MOVE WCL-TBL-LINE(WCL-IDX) TO WARRANTY-CLAIM-REC
              IF WCL-OPEN OR WCL-SUBMITTED
                 IF WCL-OPEN
                    ADD 1 TO WS-UNFILED-COUNT
                    COMPUTE WS-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-RUN-START-DATE)
                       - FUNCTION INTEGER-OF-DATE(WCL-OPEN-DATE)
                 ELSE
                    ADD 1 TO WS-PENDING-COUNT
                    ADD WCL-CLAIMED TO WS-OUT-CLAIMED
                    COMPUTE WS-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-RUN-START-DATE)
                       - FUNCTION INTEGER-OF-DATE(WCL-SUBMIT-DATE)
                 END-IF
                 MOVE WS-AGE-DAYS TO WS-PRN-AGE
                 MOVE WCL-CLAIMED TO WS-PRN-CLAIMED
                 MOVE SPACES TO WS-PRINT-LINE
                 STRING WCL-CLAIM-NO " " WCL-WO-NUMBER " " WCL-VEH-ID
                    " " WCL-COMPONENT " " WCL-PROVIDER " "
                    WCL-STATUS "  " WCL-OPEN-DATE " " WS-PRN-AGE
                    " " WS-PRN-CLAIMED
                    DELIMITED BY SIZE INTO WS-PRINT-LINE
                 IF WCL-SUBMITTED
                    MOVE WCL-SUBMIT-DATE TO WS-PRINT-LINE(51:8)
                 END-IF
                 PERFORM 007-PRINT-ONE-LINE THRU 007-EXIT
              END-IF
           END-PERFORM
           IF WS-UNFILED-COUNT = 0 AND WS-PENDING-COUNT = 0
              MOVE "  NONE" TO WS-PRINT-LINE
              PERFORM 007-PRINT-ONE-LINE THRU 007-EXIT
           END-IF
       .
       005-EXIT.
           EXIT
       .

       006-SUMMARY-SECTION.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 007-PRINT-ONE-LINE THRU 007-EXIT
           MOVE "RECOVERY SUMMARY               CLAIMED      RECOVERED"
              TO WS-PRINT-LINE
           MOVE "    WRITTEN-OFF  RECOVERY%" TO WS-PRINT-LINE(54:26)
           PERFORM 007-PRINT-ONE-LINE THRU 007-EXIT
           MOVE ZEROS TO WS-RECOVERY-PCT
           IF WS-SETTLED-CLAIMED > 0
              COMPUTE WS-RECOVERY-PCT ROUNDED =
                 WS-MTH-RECOVERED * 100 / WS-SETTLED-CLAIMED
           END-IF
           MOVE WS-MTH-CLAIMED TO WS-PRN-CLAIMED
           MOVE WS-MTH-RECOVERED TO WS-PRN-RECOVERED
           MOVE WS-MTH-WRITTEN-OFF TO WS-PRN-WRITTEN-OFF
           MOVE WS-RECOVERY-PCT TO WS-PRN-PCT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "MONTH " WS-TARGET-MONTH "           "
              WS-PRN-CLAIMED " " WS-PRN-RECOVERED " "
              WS-PRN-WRITTEN-OFF "      " WS-PRN-PCT
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 007-PRINT-ONE-LINE THRU 007-EXIT
           MOVE ZEROS TO WS-RECOVERY-PCT
           IF WS-YTD-RECOVERED + WS-YTD-WRITTEN-OFF > 0
              COMPUTE WS-RECOVERY-PCT ROUNDED =
                 WS-YTD-RECOVERED * 100
                 / (WS-YTD-RECOVERED + WS-YTD-WRITTEN-OFF)
           END-IF
           MOVE WS-YTD-CLAIMED TO WS-PRN-CLAIMED
           MOVE WS-YTD-RECOVERED TO WS-PRN-RECOVERED
           MOVE WS-YTD-WRITTEN-OFF TO WS-PRN-WRITTEN-OFF
           MOVE WS-RECOVERY-PCT TO WS-PRN-PCT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "YEAR TO DATE " WS-TARGET-YEAR "       "
              WS-PRN-CLAIMED " " WS-PRN-RECOVERED " "
              WS-PRN-WRITTEN-OFF "      " WS-PRN-PCT
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 007-PRINT-ONE-LINE THRU 007-EXIT
           MOVE WS-OUT-CLAIMED TO WS-PRN-CLAIMED
           MOVE SPACES TO WS-PRINT-LINE
           STRING "AWAITING SETTLEMENT  " WS-PENDING-COUNT
              "   " WS-PRN-CLAIMED
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 007-PRINT-ONE-LINE THRU 007-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "OPENED, NOT FILED    " WS-UNFILED-COUNT
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 007-PRINT-ONE-LINE THRU 007-EXIT
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
           MOVE "WARRPT" TO RUNH-PROGRAM
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

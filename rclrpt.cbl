       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCLRPT.
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
           SELECT RUN-HISTORY-FILE ASSIGN TO "run-history.idx"
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS RUNH-KEY
              FILE STATUS IS WS-RUNH-FSTATUS.
           SELECT PRINT-FILE ASSIGN TO "rclrpt-print.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CAMPAIGN-FILE.
       COPY "recall-camp.cpy".

       FD  TRACK-FILE.
       COPY "recall-track.cpy".

       FD  RUN-HISTORY-FILE.
       COPY "run-history.cpy".

       FD  PRINT-FILE.
       COPY "print-line.cpy".

       WORKING-STORAGE SECTION.
       COPY "run-stamp.cpy".
       01  WS-SPOOL-PROGRAM    PIC X(12) VALUE "RCLRPT".
       01  WS-SPOOL-FILE       PIC X(40)
           VALUE "rclrpt-print.dat".
       01  WS-OPERATOR-ID      PIC X(8) VALUE "SYSTEM".
       01  WS-RCL-FSTATUS      PIC XX VALUE "00".
       01  WS-RCT-FSTATUS      PIC XX VALUE "00".
       01  WS-RUNH-FSTATUS     PIC XX VALUE "00".
       01  WS-RCL-EOF-SW       PIC X VALUE "N".
           88 END-OF-CAMPAIGNS    VALUE "Y".
       01  WS-RCT-EOF-SW       PIC X VALUE "N".
           88 END-OF-TRACKING     VALUE "Y".
       01  WS-KNOWN-SW         PIC X VALUE "N".
           88 CAMPAIGN-KNOWN      VALUE "Y".
       01  CMP-TABLE.
           05 CMP-ENTRY OCCURS 300 TIMES INDEXED BY CMP-IDX.
              10 CMP-CAMPAIGN   PIC X(10).
              10 CMP-ISSUE-DATE PIC 9(8).
              10 CMP-DESC       PIC X(30).
       01  WS-CMP-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-CMP-MAX          PIC 9(3) VALUE 300.
       01  TRK-TABLE.
           05 TRK-ENTRY OCCURS 1000 TIMES INDEXED BY TRK-IDX.
              10 TRK-LINE       PIC X(44).
       01  WS-TRK-COUNT        PIC 9(4) VALUE ZEROS.
       01  WS-TRK-MAX          PIC 9(4) VALUE 1000.
       01  WS-TODAY            PIC 9(8) VALUE ZEROS.
       01  WS-DAYS-OPEN        PIC 9(5) VALUE ZEROS.
       01  WS-CMP-AFFECTED     PIC 9(5) VALUE ZEROS.
       01  WS-CMP-OPEN         PIC 9(5) VALUE ZEROS.
       01  WS-CMP-CLOSED       PIC 9(5) VALUE ZEROS.
       01  WS-CMP-PCT          PIC 9(3)V9(1) VALUE ZEROS.
       01  WS-OPEN-COUNT       PIC 9(5) VALUE ZEROS.
       01  WS-CLOSED-COUNT     PIC 9(5) VALUE ZEROS.
       01  WS-ORPHAN-COUNT     PIC 9(5) VALUE ZEROS.
       01  WS-PRN-DAYS         PIC ZZ,ZZ9.
       01  WS-PRN-COUNT        PIC ZZ,ZZ9.
       01  WS-PRN-OPEN         PIC ZZ,ZZ9.
       01  WS-PRN-CLOSED       PIC ZZ,ZZ9.
       01  WS-PRN-PCT          PIC ZZ9.9.
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
           MOVE WS-RUN-START-DATE TO WS-TODAY
           PERFORM 001-LOAD-CAMPAIGNS THRU 001-EXIT
           PERFORM 002-LOAD-TRACKING THRU 002-EXIT
           IF WS-TRK-COUNT = 0
              DISPLAY "RCLRPT: no recall work orders on file."
              PERFORM 007-RECORD-RUN-HISTORY THRU 007-EXIT
              GOBACK
           END-IF
           OPEN OUTPUT PRINT-FILE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "OPEN RECALL CAMPAIGN REPORT   RUN DATE "
              WS-PRN-RUN-DATE
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE "1" TO PRN-CARRIAGE-CTL
           MOVE WS-PRINT-LINE TO PRN-TEXT
           WRITE PRINT-REC
           DISPLAY WS-PRINT-LINE
           PERFORM VARYING CMP-IDX FROM 1 BY 1
              UNTIL CMP-IDX > WS-CMP-COUNT
              PERFORM 003-REPORT-CAMPAIGN THRU 003-EXIT
           END-PERFORM
           PERFORM 005-COUNT-ORPHANS THRU 005-EXIT
           CLOSE PRINT-FILE
           CALL "SPOOLSAVE" USING WS-SPOOL-PROGRAM WS-SPOOL-FILE
           DISPLAY "-----------------------------------------------"
           DISPLAY "Campaigns on file  . . . . . . : " WS-CMP-COUNT
           DISPLAY "Recall work orders tracked . . : " WS-TRK-COUNT
           DISPLAY "Recalls still open . . . . . . : " WS-OPEN-COUNT
           DISPLAY "Recalls closed . . . . . . . . : "
              WS-CLOSED-COUNT
           DISPLAY "==============================================="
           IF WS-ORPHAN-COUNT > 0
              DISPLAY "RCLRPT: " WS-ORPHAN-COUNT
                 " recall work orders belong to campaigns no longer"
                 " on file."
           END-IF
           IF WS-OPEN-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 007-RECORD-RUN-HISTORY THRU 007-EXIT
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
                       ADD 1 TO WS-CMP-COUNT
                       MOVE RCL-CAMPAIGN TO CMP-CAMPAIGN(WS-CMP-COUNT)
                       MOVE RCL-ISSUE-DATE TO
                          CMP-ISSUE-DATE(WS-CMP-COUNT)
                       MOVE RCL-DESC TO CMP-DESC(WS-CMP-COUNT)
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

       003-REPORT-CAMPAIGN.
           MOVE ZEROS TO WS-CMP-AFFECTED WS-CMP-OPEN WS-CMP-CLOSED
           PERFORM VARYING TRK-IDX FROM 1 BY 1
              UNTIL TRK-IDX > WS-TRK-COUNT
              MOVE TRK-LINE(TRK-IDX) TO RECALL-TRACK-REC
              IF RCT-CAMPAIGN = CMP-CAMPAIGN(CMP-IDX)
                 ADD 1 TO WS-CMP-AFFECTED
                 IF RCT-CLOSED
                    ADD 1 TO WS-CMP-CLOSED
                 ELSE
                    ADD 1 TO WS-CMP-OPEN
                 END-IF
              END-IF
           END-PERFORM
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 006-PRINT-ONE-LINE THRU 006-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "CAMPAIGN " CMP-CAMPAIGN(CMP-IDX) "  ISSUED "
              CMP-ISSUE-DATE(CMP-IDX) "  " CMP-DESC(CMP-IDX)
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 006-PRINT-ONE-LINE THRU 006-EXIT
           MOVE ZEROS TO WS-CMP-PCT
           IF WS-CMP-AFFECTED > 0
              COMPUTE WS-CMP-PCT ROUNDED =
                 WS-CMP-CLOSED * 100 / WS-CMP-AFFECTED
           END-IF
           MOVE WS-CMP-AFFECTED TO WS-PRN-COUNT
           MOVE WS-CMP-OPEN TO WS-PRN-OPEN
           MOVE WS-CMP-CLOSED TO WS-PRN-CLOSED
           MOVE WS-CMP-PCT TO WS-PRN-PCT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  AFFECTED " WS-PRN-COUNT "  OPEN " WS-PRN-OPEN
              "  CLOSED " WS-PRN-CLOSED "  COMPLETE " WS-PRN-PCT "%"
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 006-PRINT-ONE-LINE THRU 006-EXIT
           IF WS-CMP-OPEN = 0
              GO TO 003-EXIT
           END-IF
           MOVE "  VEHICL WORK ORD RAISED    DAYS OPEN" TO WS-PRINT-LINE
           PERFORM 006-PRINT-ONE-LINE THRU 006-EXIT
           PERFORM VARYING TRK-IDX FROM 1 BY 1
              UNTIL TRK-IDX > WS-TRK-COUNT
              MOVE TRK-LINE(TRK-IDX) TO RECALL-TRACK-REC
              IF RCT-CAMPAIGN = CMP-CAMPAIGN(CMP-IDX)
                 AND NOT RCT-CLOSED
                 PERFORM 004-PRINT-OPEN-RECALL THRU 004-EXIT
              END-IF
           END-PERFORM
       .
       003-EXIT.
           EXIT
       .

       004-PRINT-OPEN-RECALL.
           MOVE ZEROS TO WS-DAYS-OPEN
           IF RCT-RAISED-DATE NUMERIC AND RCT-RAISED-DATE > 0
              AND RCT-RAISED-DATE NOT > WS-TODAY
              COMPUTE WS-DAYS-OPEN =
                 FUNCTION INTEGER-OF-DATE(WS-TODAY)
                 - FUNCTION INTEGER-OF-DATE(RCT-RAISED-DATE)
           END-IF
           MOVE WS-DAYS-OPEN TO WS-PRN-DAYS
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  " RCT-VEH-ID " " RCT-WO-NUMBER "   "
              RCT-RAISED-DATE "  " WS-PRN-DAYS
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 006-PRINT-ONE-LINE THRU 006-EXIT
       .
       004-EXIT.
           EXIT
       .

       005-COUNT-ORPHANS.
           PERFORM VARYING TRK-IDX FROM 1 BY 1
              UNTIL TRK-IDX > WS-TRK-COUNT
              MOVE TRK-LINE(TRK-IDX) TO RECALL-TRACK-REC
              IF RCT-CLOSED
                 ADD 1 TO WS-CLOSED-COUNT
              ELSE
                 ADD 1 TO WS-OPEN-COUNT
              END-IF
              MOVE "N" TO WS-KNOWN-SW
              PERFORM VARYING CMP-IDX FROM 1 BY 1
                 UNTIL CMP-IDX > WS-CMP-COUNT OR CAMPAIGN-KNOWN
                 IF CMP-CAMPAIGN(CMP-IDX) = RCT-CAMPAIGN
                    MOVE "Y" TO WS-KNOWN-SW
                 END-IF
              END-PERFORM
              IF NOT CAMPAIGN-KNOWN
                 ADD 1 TO WS-ORPHAN-COUNT
              END-IF
           END-PERFORM
       .
       005-EXIT.
           EXIT
       .

       006-PRINT-ONE-LINE.
           MOVE " " TO PRN-CARRIAGE-CTL
           MOVE WS-PRINT-LINE TO PRN-TEXT
           WRITE PRINT-REC
           DISPLAY WS-PRINT-LINE
       .
       006-EXIT.
           EXIT
       .

       007-RECORD-RUN-HISTORY.
           OPEN I-O RUN-HISTORY-FILE
           IF WS-RUNH-FSTATUS = "35"
              OPEN OUTPUT RUN-HISTORY-FILE
           END-IF
           MOVE SPACES TO RUN-HISTORY-REC
           MOVE "RCLRPT" TO RUNH-PROGRAM
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
       007-EXIT.
           EXIT
       .

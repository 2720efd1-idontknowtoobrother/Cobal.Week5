       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTDIST.
       AUTHOR. JAKKRIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBSCRIPTION-FILE ASSIGN TO "rpt-subs.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SUB-FSTATUS.
           SELECT CATALOG-FILE ASSIGN TO "spool-catalog.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CAT-FSTATUS.
           SELECT DELIVERY-FILE ASSIGN TO "rpt-delivery.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DLV-FSTATUS.
           SELECT PRINT-FILE ASSIGN TO "rptdist-print.dat"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-HISTORY-FILE ASSIGN TO "run-history.idx"
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS RUNH-KEY
              FILE STATUS IS WS-RUNH-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUBSCRIPTION-FILE.
       COPY "rpt-sub.cpy".

       FD  CATALOG-FILE.
       COPY "spool-catalog.cpy".

       FD  DELIVERY-FILE.
       COPY "rpt-deliv.cpy".

       FD  PRINT-FILE.
       COPY "print-line.cpy".

       FD  RUN-HISTORY-FILE.
       COPY "run-history.cpy".

       WORKING-STORAGE SECTION.
       COPY "run-stamp.cpy".
       01  WS-SPOOL-PROGRAM    PIC X(12) VALUE "RPTDIST".
       01  WS-SPOOL-FILE       PIC X(40)
           VALUE "rptdist-print.dat".
       01  WS-OPERATOR-ID      PIC X(8) VALUE "SYSTEM".
       01  WS-SUB-FSTATUS      PIC XX VALUE "00".
       01  WS-CAT-FSTATUS      PIC XX VALUE "00".
       01  WS-DLV-FSTATUS      PIC XX VALUE "00".
       01  WS-RUNH-FSTATUS     PIC XX VALUE "00".
       01  WS-SUB-EOF-SW       PIC X VALUE "N".
           88 END-OF-SUBSCRIPTIONS VALUE "Y".
       01  WS-CAT-EOF-SW       PIC X VALUE "N".
           88 END-OF-CATALOG      VALUE "Y".
       01  WS-DLV-EOF-SW       PIC X VALUE "N".
           88 END-OF-DELIVERIES   VALUE "Y".
       01  CATALOG-TABLE.
           05 CAT-ENTRY OCCURS 300 TIMES INDEXED BY CAT-IDX.
              10 CAT-TBL-PROGRAM    PIC X(12).
              10 CAT-TBL-GENERATION PIC 9(6).
              10 CAT-TBL-DATE       PIC 9(8).
              10 CAT-TBL-LINES      PIC 9(6).
       01  WS-CAT-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-CAT-MAX          PIC 9(3) VALUE 300.
       01  DELIVERED-TABLE.
           05 DLT-ENTRY OCCURS 500 TIMES INDEXED BY DLT-IDX.
              10 DLT-RECIPIENT      PIC X(8).
              10 DLT-PROGRAM        PIC X(12).
              10 DLT-FORMAT         PIC X.
              10 DLT-GENERATION     PIC 9(6).
              10 DLT-STATUS         PIC X(8).
       01  WS-DLT-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-DLT-MAX          PIC 9(3) VALUE 500.
       01  MISSING-TABLE.
           05 MIS-ENTRY OCCURS 200 TIMES INDEXED BY MIS-IDX.
              10 MIS-RECIPIENT      PIC X(8).
              10 MIS-RCP-NAME       PIC X(20).
              10 MIS-PROGRAM        PIC X(12).
              10 MIS-FORMAT-TEXT    PIC X(5).
              10 MIS-FREQ-TEXT      PIC X(9).
              10 MIS-REASON         PIC X(30).
       01  WS-MIS-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-MIS-MAX          PIC 9(3) VALUE 200.
       01  WS-BUS-DATE         PIC 9(8) VALUE ZEROS.
       01  WS-DATE-INT         PIC 9(8) VALUE ZEROS.
       01  WS-NEXT-DATE        PIC 9(8) VALUE ZEROS.
       01  WS-DAY-OF-WEEK      PIC 9 VALUE ZEROS.
       01  WS-MONTH-END-SW     PIC X VALUE "N".
           88 IS-MONTH-END        VALUE "Y".
       01  WS-DUE-SW           PIC X VALUE "N".
           88 SUBSCRIPTION-DUE    VALUE "Y".
       01  WS-FOUND-SW         PIC X VALUE "N".
           88 REPORT-FOUND        VALUE "Y".
       01  WS-SENT-SW          PIC X VALUE "N".
           88 ALREADY-SENT        VALUE "Y".
       01  WS-LOGGED-SW        PIC X VALUE "N".
           88 ALREADY-LOGGED      VALUE "Y".
       01  WS-LOOKUP-PROGRAM   PIC X(12) VALUE SPACES.
       01  WS-MATCH-GENERATION PIC 9(6) VALUE ZEROS.
       01  WS-MATCH-DATE       PIC 9(8) VALUE ZEROS.
       01  WS-MATCH-LINES      PIC 9(6) VALUE ZEROS.
       01  WS-DELIVER-FILE     PIC X(30) VALUE SPACES.
       01  WS-MISSING-REASON   PIC X(30) VALUE SPACES.
       01  WS-FORMAT-TEXT      PIC X(5) VALUE SPACES.
       01  WS-FREQ-TEXT        PIC X(9) VALUE SPACES.
       01  WS-DELIVERY-STATUS  PIC X(8) VALUE SPACES.
       01  WS-CURRENT-RECIPIENT PIC X(8) VALUE SPACES.
       01  WS-CURRENT-RCP-NAME PIC X(20) VALUE SPACES.
       01  WS-RCP-ITEMS        PIC 9(3) VALUE ZEROS.
       01  WS-CHECK-NAME       PIC X(40) VALUE SPACES.
       01  FILE-DETAILS.
           05 FDT-SIZE         PIC X(8) COMP-X.
           05 FDT-DAY          PIC X COMP-X.
           05 FDT-MONTH        PIC X COMP-X.
           05 FDT-YEAR         PIC XX COMP-X.
           05 FDT-HOUR         PIC X COMP-X.
           05 FDT-MINUTE       PIC X COMP-X.
           05 FDT-SECOND       PIC X COMP-X.
           05 FDT-HUNDREDTH    PIC X COMP-X.
       01  WS-SUBS-READ        PIC 9(5) VALUE ZEROS.
       01  WS-SUBS-DUE         PIC 9(5) VALUE ZEROS.
       01  WS-SENT-COUNT       PIC 9(5) VALUE ZEROS.
       01  WS-RESENT-SKIPPED   PIC 9(5) VALUE ZEROS.
       01  WS-RCP-COUNT        PIC 9(5) VALUE ZEROS.
       01  WS-RUN-START-DATE   PIC 9(8).
       01  WS-RUN-START-TIME   PIC 9(8).
       01  WS-RUN-STATUS       PIC X(8) VALUE "OK".
       01  WS-PRN-BUS-DATE     PIC 9999/99/99.
       01  WS-PRN-REPORT-DATE  PIC 9999/99/99.
       01  WS-PRN-LINES        PIC ZZZ,ZZ9.
       01  WS-PRN-ITEMS        PIC ZZ9.
       01  WS-PRINT-LINE       PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       000-BEGIN.
           CALL "GETOPER" USING WS-OPERATOR-ID
           CALL "GETBDATE" USING WS-RUN-START-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-RUN-START-TIME
           MOVE WS-RUN-START-DATE TO WS-PRN-RUN-DATE
           MOVE WS-RUN-START-DATE TO WS-BUS-DATE
           MOVE WS-BUS-DATE TO WS-PRN-BUS-DATE
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-BUS-DATE)
           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-DATE-INT, 7)
           IF WS-DAY-OF-WEEK = 0
              MOVE 7 TO WS-DAY-OF-WEEK
           END-IF
           COMPUTE WS-NEXT-DATE =
              FUNCTION DATE-OF-INTEGER(WS-DATE-INT + 1)
           IF WS-NEXT-DATE(5:2) NOT = WS-BUS-DATE(5:2)
              MOVE "Y" TO WS-MONTH-END-SW
           END-IF
           OPEN INPUT SUBSCRIPTION-FILE
           IF WS-SUB-FSTATUS NOT = "00"
              DISPLAY "RPTDIST: no report subscriptions in "
                 "rpt-subs.dat."
              MOVE "ABORTED" TO WS-RUN-STATUS
              MOVE 8 TO RETURN-CODE
              PERFORM 016-RECORD-RUN-HISTORY THRU 016-EXIT
              GOBACK
           END-IF
           PERFORM 001-LOAD-CATALOG THRU 001-EXIT
           PERFORM 002-LOAD-DELIVERIES THRU 002-EXIT
           OPEN EXTEND DELIVERY-FILE
           IF WS-DLV-FSTATUS = "35"
              OPEN OUTPUT DELIVERY-FILE
           END-IF
           OPEN OUTPUT PRINT-FILE
           PERFORM 012-PRINT-HEADING THRU 012-EXIT
           PERFORM UNTIL END-OF-SUBSCRIPTIONS
              READ SUBSCRIPTION-FILE
                 AT END MOVE "Y" TO WS-SUB-EOF-SW
                 NOT AT END
                    IF SUB-RECIPIENT NOT = SPACES
                       ADD 1 TO WS-SUBS-READ
                       PERFORM 003-PROCESS-SUBSCRIPTION THRU 003-EXIT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SUBSCRIPTION-FILE
           IF WS-CURRENT-RECIPIENT NOT = SPACES
              PERFORM 008-CLOSE-COVER-SHEET THRU 008-EXIT
           END-IF
           PERFORM 009-PRINT-MISSING THRU 009-EXIT
           CLOSE DELIVERY-FILE
           CLOSE PRINT-FILE
           CALL "SPOOLSAVE" USING WS-SPOOL-PROGRAM WS-SPOOL-FILE
           DISPLAY "-----------------------------------------------"
           DISPLAY "Subscriptions read . . . . . . : " WS-SUBS-READ
           DISPLAY "Subscriptions due today  . . . : " WS-SUBS-DUE
           DISPLAY "Recipients served  . . . . . . : " WS-RCP-COUNT
           DISPLAY "Reports delivered  . . . . . . : " WS-SENT-COUNT
           DISPLAY "Already delivered, skipped . . : " WS-RESENT-SKIPPED
           DISPLAY "Subscribed but not produced  . : " WS-MIS-COUNT
           DISPLAY "==============================================="
           IF WS-MIS-COUNT > 0
              MOVE "FLAGGED" TO WS-RUN-STATUS
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 016-RECORD-RUN-HISTORY THRU 016-EXIT
           GOBACK
       .

       001-LOAD-CATALOG.
           OPEN INPUT CATALOG-FILE
           IF WS-CAT-FSTATUS NOT = "00"
              GO TO 001-EXIT
           END-IF
           PERFORM UNTIL END-OF-CATALOG
              READ CATALOG-FILE
                 AT END MOVE "Y" TO WS-CAT-EOF-SW
                 NOT AT END
                    IF SPC-GENERATION NUMERIC
                       AND SPC-DATE NUMERIC
                       AND SPC-DATE >= WS-BUS-DATE
                       PERFORM 004-POST-CATALOG-ROW THRU 004-EXIT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CATALOG-FILE
       .
       001-EXIT.
           EXIT
       .

       004-POST-CATALOG-ROW.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING CAT-IDX FROM 1 BY 1
              UNTIL CAT-IDX > WS-CAT-COUNT OR REPORT-FOUND
              IF CAT-TBL-PROGRAM(CAT-IDX) = SPC-PROGRAM
                 MOVE "Y" TO WS-FOUND-SW
                 IF SPC-GENERATION > CAT-TBL-GENERATION(CAT-IDX)
                    MOVE SPC-GENERATION TO CAT-TBL-GENERATION(CAT-IDX)
                    MOVE SPC-DATE TO CAT-TBL-DATE(CAT-IDX)
                    MOVE SPC-LINE-COUNT TO CAT-TBL-LINES(CAT-IDX)
                 END-IF
              END-IF
           END-PERFORM
           IF REPORT-FOUND OR WS-CAT-COUNT >= WS-CAT-MAX
              GO TO 004-EXIT
           END-IF
           ADD 1 TO WS-CAT-COUNT
           MOVE SPC-PROGRAM TO CAT-TBL-PROGRAM(WS-CAT-COUNT)
           MOVE SPC-GENERATION TO CAT-TBL-GENERATION(WS-CAT-COUNT)
           MOVE SPC-DATE TO CAT-TBL-DATE(WS-CAT-COUNT)
           MOVE SPC-LINE-COUNT TO CAT-TBL-LINES(WS-CAT-COUNT)
       .
       004-EXIT.
           EXIT
       .

       002-LOAD-DELIVERIES.
           OPEN INPUT DELIVERY-FILE
           IF WS-DLV-FSTATUS NOT = "00"
              GO TO 002-EXIT
           END-IF
           PERFORM UNTIL END-OF-DELIVERIES
              READ DELIVERY-FILE
                 AT END MOVE "Y" TO WS-DLV-EOF-SW
                 NOT AT END
                    IF DLV-BUS-DATE = WS-BUS-DATE
                       AND WS-DLT-COUNT < WS-DLT-MAX
                       ADD 1 TO WS-DLT-COUNT
                       MOVE DLV-RECIPIENT TO
                          DLT-RECIPIENT(WS-DLT-COUNT)
                       MOVE DLV-PROGRAM TO DLT-PROGRAM(WS-DLT-COUNT)
                       MOVE DLV-FORMAT TO DLT-FORMAT(WS-DLT-COUNT)
                       MOVE DLV-GENERATION TO
                          DLT-GENERATION(WS-DLT-COUNT)
                       MOVE DLV-STATUS TO DLT-STATUS(WS-DLT-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE DELIVERY-FILE
       .
       002-EXIT.
           EXIT
       .

       003-PROCESS-SUBSCRIPTION.
           MOVE "N" TO WS-DUE-SW
           EVALUATE TRUE
              WHEN SUB-DAILY
                 MOVE "Y" TO WS-DUE-SW
                 MOVE "DAILY" TO WS-FREQ-TEXT
              WHEN SUB-WEEKLY
                 IF SUB-WEEKDAY = WS-DAY-OF-WEEK
                    MOVE "Y" TO WS-DUE-SW
                 END-IF
                 MOVE "WEEKLY" TO WS-FREQ-TEXT
              WHEN SUB-MONTH-END
                 IF IS-MONTH-END
                    MOVE "Y" TO WS-DUE-SW
                 END-IF
                 MOVE "MONTH-END" TO WS-FREQ-TEXT
           END-EVALUATE
           IF NOT SUBSCRIPTION-DUE
              GO TO 003-EXIT
           END-IF
           ADD 1 TO WS-SUBS-DUE
           EVALUATE TRUE
              WHEN SUB-CSV
                 MOVE "CSV" TO WS-FORMAT-TEXT
              WHEN SUB-BURST
                 MOVE "BURST" TO WS-FORMAT-TEXT
              WHEN OTHER
                 MOVE "PRINT" TO WS-FORMAT-TEXT
           END-EVALUATE
           PERFORM 005-FIND-REPORT THRU 005-EXIT
           IF NOT REPORT-FOUND
              PERFORM 007-RECORD-MISSING THRU 007-EXIT
              GO TO 003-EXIT
           END-IF
           MOVE "N" TO WS-SENT-SW
           PERFORM VARYING DLT-IDX FROM 1 BY 1
              UNTIL DLT-IDX > WS-DLT-COUNT OR ALREADY-SENT
              IF DLT-RECIPIENT(DLT-IDX) = SUB-RECIPIENT
                 AND DLT-PROGRAM(DLT-IDX) = WS-LOOKUP-PROGRAM
                 AND DLT-FORMAT(DLT-IDX) = SUB-FORMAT
                 AND DLT-GENERATION(DLT-IDX) = WS-MATCH-GENERATION
                 AND DLT-STATUS(DLT-IDX) = "SENT"
                 MOVE "Y" TO WS-SENT-SW
              END-IF
           END-PERFORM
           IF ALREADY-SENT
              ADD 1 TO WS-RESENT-SKIPPED
              GO TO 003-EXIT
           END-IF
           IF SUB-RECIPIENT NOT = WS-CURRENT-RECIPIENT
              IF WS-CURRENT-RECIPIENT NOT = SPACES
                 PERFORM 008-CLOSE-COVER-SHEET THRU 008-EXIT
              END-IF
              PERFORM 006-PRINT-COVER-SHEET THRU 006-EXIT
           END-IF
           ADD 1 TO WS-RCP-ITEMS
           ADD 1 TO WS-SENT-COUNT
           MOVE WS-MATCH-DATE TO WS-PRN-REPORT-DATE
           MOVE WS-MATCH-LINES TO WS-PRN-LINES
           STRING "   " WS-LOOKUP-PROGRAM " " WS-FORMAT-TEXT " "
              WS-FREQ-TEXT " " WS-MATCH-GENERATION " "
              WS-PRN-REPORT-DATE " " WS-PRN-LINES "  " WS-DELIVER-FILE
              "  [ ]"
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           MOVE "SENT" TO WS-DELIVERY-STATUS
           PERFORM 010-WRITE-DELIVERY THRU 010-EXIT
       .
       003-EXIT.
           EXIT
       .

       005-FIND-REPORT.
           MOVE "N" TO WS-FOUND-SW
           MOVE SPACES TO WS-DELIVER-FILE
           MOVE ZEROS TO WS-MATCH-GENERATION WS-MATCH-DATE
              WS-MATCH-LINES
           MOVE SPACES TO WS-LOOKUP-PROGRAM
           IF SUB-BURST
              STRING "BURST-" SUB-CC DELIMITED BY SIZE
                 INTO WS-LOOKUP-PROGRAM
           ELSE
              MOVE SUB-PROGRAM TO WS-LOOKUP-PROGRAM
           END-IF
           PERFORM VARYING CAT-IDX FROM 1 BY 1
              UNTIL CAT-IDX > WS-CAT-COUNT OR REPORT-FOUND
              IF CAT-TBL-PROGRAM(CAT-IDX) = WS-LOOKUP-PROGRAM
                 MOVE "Y" TO WS-FOUND-SW
                 MOVE CAT-TBL-GENERATION(CAT-IDX)
                    TO WS-MATCH-GENERATION
                 MOVE CAT-TBL-DATE(CAT-IDX) TO WS-MATCH-DATE
                 MOVE CAT-TBL-LINES(CAT-IDX) TO WS-MATCH-LINES
              END-IF
           END-PERFORM
           IF NOT REPORT-FOUND
              IF SUB-BURST
                 MOVE "NO BURST SECTION THIS RUN" TO WS-MISSING-REASON
              ELSE
                 MOVE "NOT IN SPOOL CATALOG" TO WS-MISSING-REASON
              END-IF
              GO TO 005-EXIT
           END-IF
           IF NOT SUB-CSV
              STRING "spool-g" WS-MATCH-GENERATION ".dat"
                 DELIMITED BY SIZE INTO WS-DELIVER-FILE
              GO TO 005-EXIT
           END-IF
           IF SUB-EXTRACT = SPACES
              MOVE "N" TO WS-FOUND-SW
              MOVE "NO EXTRACT FILE NAMED" TO WS-MISSING-REASON
              GO TO 005-EXIT
           END-IF
           MOVE SUB-EXTRACT TO WS-CHECK-NAME
           CALL "CBL_CHECK_FILE_EXIST" USING WS-CHECK-NAME
              FILE-DETAILS
           IF RETURN-CODE NOT = 0
              MOVE "N" TO WS-FOUND-SW
              MOVE "EXTRACT FILE NOT FOUND" TO WS-MISSING-REASON
           ELSE
              MOVE SUB-EXTRACT TO WS-DELIVER-FILE
           END-IF
           MOVE 0 TO RETURN-CODE
       .
       005-EXIT.
           EXIT
       .

       006-PRINT-COVER-SHEET.
           MOVE SUB-RECIPIENT TO WS-CURRENT-RECIPIENT
           MOVE SUB-RCP-NAME TO WS-CURRENT-RCP-NAME
           MOVE ZEROS TO WS-RCP-ITEMS
           ADD 1 TO WS-RCP-COUNT
           STRING "DISTRIBUTION COVER SHEET   BUSINESS DATE "
              WS-PRN-BUS-DATE "   RUN DATE " WS-PRN-RUN-DATE
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE "1" TO PRN-CARRIAGE-CTL
           MOVE WS-PRINT-LINE TO PRN-TEXT
           WRITE PRINT-REC
           DISPLAY WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           STRING "   DELIVER TO:  " SUB-RECIPIENT "  " SUB-RCP-NAME
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           STRING "   LOCATION:    " SUB-DELIVER-TO
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           MOVE "   REPORT       FMT   FREQUENCY GEN    REPORT DATE"
              TO WS-PRINT-LINE
           MOVE "LINES" TO WS-PRINT-LINE(53:)
           MOVE "FILE" TO WS-PRINT-LINE(60:)
           MOVE "RCVD" TO WS-PRINT-LINE(91:)
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
       .
       006-EXIT.
           EXIT
       .

       008-CLOSE-COVER-SHEET.
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           MOVE WS-RCP-ITEMS TO WS-PRN-ITEMS
           STRING "   " WS-PRN-ITEMS " ITEM(S) FOR "
              WS-CURRENT-RECIPIENT " " WS-CURRENT-RCP-NAME
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           STRING "   RECEIVED BY ____________________"
              "   DATE ________   TIME ______"
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
       .
       008-EXIT.
           EXIT
       .

       007-RECORD-MISSING.
           IF WS-MIS-COUNT < WS-MIS-MAX
              ADD 1 TO WS-MIS-COUNT
              MOVE SUB-RECIPIENT TO MIS-RECIPIENT(WS-MIS-COUNT)
              MOVE SUB-RCP-NAME TO MIS-RCP-NAME(WS-MIS-COUNT)
              MOVE WS-LOOKUP-PROGRAM TO MIS-PROGRAM(WS-MIS-COUNT)
              MOVE WS-FORMAT-TEXT TO MIS-FORMAT-TEXT(WS-MIS-COUNT)
              MOVE WS-FREQ-TEXT TO MIS-FREQ-TEXT(WS-MIS-COUNT)
              MOVE WS-MISSING-REASON TO MIS-REASON(WS-MIS-COUNT)
           END-IF
           MOVE "N" TO WS-LOGGED-SW
           PERFORM VARYING DLT-IDX FROM 1 BY 1
              UNTIL DLT-IDX > WS-DLT-COUNT OR ALREADY-LOGGED
              IF DLT-RECIPIENT(DLT-IDX) = SUB-RECIPIENT
                 AND DLT-PROGRAM(DLT-IDX) = WS-LOOKUP-PROGRAM
                 AND DLT-FORMAT(DLT-IDX) = SUB-FORMAT
                 AND DLT-STATUS(DLT-IDX) = "MISSING"
                 MOVE "Y" TO WS-LOGGED-SW
              END-IF
           END-PERFORM
           IF NOT ALREADY-LOGGED
              MOVE "MISSING" TO WS-DELIVERY-STATUS
              PERFORM 010-WRITE-DELIVERY THRU 010-EXIT
           END-IF
       .
       007-EXIT.
           EXIT
       .

       009-PRINT-MISSING.
           STRING "SUBSCRIBED REPORTS NOT PRODUCED   BUSINESS DATE "
              WS-PRN-BUS-DATE "   RUN DATE " WS-PRN-RUN-DATE
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE "1" TO PRN-CARRIAGE-CTL
           MOVE WS-PRINT-LINE TO PRN-TEXT
           WRITE PRINT-REC
           DISPLAY WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           IF WS-MIS-COUNT = 0
              MOVE "   (every subscribed report was produced)"
                 TO WS-PRINT-LINE
              PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
              GO TO 009-EXIT
           END-IF
           MOVE "   RECIPIENT" TO WS-PRINT-LINE
           MOVE "NAME" TO WS-PRINT-LINE(14:)
           MOVE "REPORT       FMT   FREQUENCY REASON"
              TO WS-PRINT-LINE(35:)
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           PERFORM VARYING MIS-IDX FROM 1 BY 1
              UNTIL MIS-IDX > WS-MIS-COUNT
              STRING "   " MIS-RECIPIENT(MIS-IDX) "  "
                 MIS-RCP-NAME(MIS-IDX) " " MIS-PROGRAM(MIS-IDX) " "
                 MIS-FORMAT-TEXT(MIS-IDX) " " MIS-FREQ-TEXT(MIS-IDX)
                 " " MIS-REASON(MIS-IDX)
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
              PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           END-PERFORM
       .
       009-EXIT.
           EXIT
       .

       010-WRITE-DELIVERY.
           MOVE SPACES TO RPT-DELIV-REC
           MOVE WS-BUS-DATE TO DLV-BUS-DATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO DLV-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO DLV-TIME
           MOVE SUB-RECIPIENT TO DLV-RECIPIENT
           MOVE WS-LOOKUP-PROGRAM TO DLV-PROGRAM
           MOVE SUB-FORMAT TO DLV-FORMAT
           MOVE WS-MATCH-GENERATION TO DLV-GENERATION
           MOVE WS-DELIVER-FILE TO DLV-FILE
           MOVE WS-DELIVERY-STATUS TO DLV-STATUS
           WRITE RPT-DELIV-REC
       .
       010-EXIT.
           EXIT
       .

       012-PRINT-HEADING.
           STRING "DISTRIBUTION MANIFEST   BUSINESS DATE "
              WS-PRN-BUS-DATE "   RUN DATE " WS-PRN-RUN-DATE
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

       016-RECORD-RUN-HISTORY.
           OPEN I-O RUN-HISTORY-FILE
           IF WS-RUNH-FSTATUS = "35"
              OPEN OUTPUT RUN-HISTORY-FILE
           END-IF
           MOVE SPACES TO RUN-HISTORY-REC
           MOVE "RPTDIST" TO RUNH-PROGRAM
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

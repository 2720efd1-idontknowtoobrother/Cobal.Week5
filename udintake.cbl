              FILE STATUS IS WS-TRN-FSTATUS.
           SELECT WORK-FILE ASSIGN TO "userdiv-trans.wrk"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLD-QUEUE-FILE ASSIGN TO "udintake-hold.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HLD-FSTATUS.
           SELECT HOLD-FILE ASSIGN TO DYNAMIC WS-HOLD-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HOLD-FSTATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO "run-history.idx"
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
           05 UDS-TAG          PIC X(3).
           05 FILLER           PIC X.
           05 UDS-FILE-NAME    PIC X(40).
           05 FILLER           PIC X.
           05 UDS-CUTOFF       PIC 9(4).
           05 FILLER           PIC X.
           05 UDS-DAYS         PIC X(7).

       FD  FEED-FILE.
       01  FEED-REC            PIC X(80).
       FD  WORK-FILE.
       01  WORK-REC            PIC X(80).

       FD  HOLD-QUEUE-FILE.
       COPY "udintake-hold.cpy".

       FD  HOLD-FILE.
       01  HOLD-REC            PIC X(80).

       FD  RUN-HISTORY-FILE.
       COPY "run-history.cpy".

       01  WS-SRC-FSTATUS      PIC XX VALUE "00".
       01  WS-FEED-FSTATUS     PIC XX VALUE "00".
       01  WS-RUNH-FSTATUS     PIC XX VALUE "00".
       01  WS-HLD-FSTATUS      PIC XX VALUE "00".
       01  WS-HOLD-FSTATUS     PIC XX VALUE "00".
       01  WS-FEED-NAME        PIC X(40) VALUE SPACES.
       01  WS-HOLD-NAME        PIC X(40) VALUE SPACES.
       01  WS-HLD-EOF-SW       PIC X VALUE "N".
           88 END-OF-HOLD-QUEUE   VALUE "Y".
       01  WS-SRC-EOF-SW       PIC X VALUE "N".
           88 END-OF-SOURCES      VALUE "Y".
       01  WS-FEED-EOF-SW      PIC X VALUE "N".
           88 END-OF-WORK         VALUE "Y".
       01  WS-CARRIED-COUNT    PIC 9(7) VALUE ZEROS.
       01  SRC-TABLE.
           05 SRC-ENTRY OCCURS 60 TIMES INDEXED BY SRC-IDX.
              10 SRC-TAG        PIC X(3).
              10 SRC-FILE-NAME  PIC X(40).
              10 SRC-CUTOFF     PIC 9(4).
              10 SRC-DAYS       PIC X(7).
              10 SRC-STATE      PIC X.
                 88 SRC-TO-MERGE   VALUE "M".
                 88 SRC-RELEASE    VALUE "R".
                 88 SRC-LATE       VALUE "H".
                 88 SRC-MISSING    VALUE "X".
                 88 SRC-NOT-DUE    VALUE "N".
              10 SRC-ARRIVAL-DATE PIC 9(8).
              10 SRC-ARRIVAL-TIME PIC 9(4).
              10 SRC-HQ-POS     PIC 9(3).
              10 SRC-TRL-COUNT  PIC 9(7).
              10 SRC-TRL-HASH   PIC S9(9)V9(2).
              10 SRC-REC-COUNT  PIC 9(7).
              10 SRC-BALANCED   PIC X.
       01  WS-SRC-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-SRC-MAX          PIC 9(3) VALUE 20.
       01  WS-SRC-LIMIT        PIC 9(3) VALUE 60.
       01  HQ-TABLE.
           05 HQ-ENTRY OCCURS 200 TIMES INDEXED BY HQ-IDX.
              10 HQ-DATA        PIC X(136).
       01  WS-HQ-COUNT         PIC 9(3) VALUE ZEROS.
       01  WS-HQ-MAX           PIC 9(3) VALUE 200.
       01  WS-HQ-KEEP-DAYS     PIC 9(3) VALUE 30.
       01  FILE-DETAILS.
           05 FDT-SIZE         PIC X(8) COMP-X.
           05 FDT-DAY          PIC X COMP-X.
           05 FDT-MONTH        PIC X COMP-X.
           05 FDT-YEAR         PIC XX COMP-X.
           05 FDT-HOUR         PIC X COMP-X.
           05 FDT-MINUTE       PIC X COMP-X.
           05 FDT-SECOND       PIC X COMP-X.
           05 FDT-HUNDREDTH    PIC X COMP-X.
       01  WS-ARRIVAL-DATE     PIC 9(8) VALUE ZEROS.
       01  WS-ARRIVAL-TIME     PIC 9(4) VALUE ZEROS.
       01  WS-DATE-INT         PIC 9(7) VALUE ZEROS.
       01  WS-PURGE-INT        PIC 9(7) VALUE ZEROS.
       01  WS-DOW              PIC 9 VALUE ZEROS.
       01  WS-DAY-POS          PIC 9 VALUE ZEROS.
       01  WS-NEXT-DATE        PIC 9(8) VALUE ZEROS.
       01  WS-COPY-COUNT       PIC 9(7) VALUE ZEROS.
       01  WS-HELD-COUNT       PIC 9(3) VALUE ZEROS.
       01  WS-RELEASED-COUNT   PIC 9(3) VALUE ZEROS.
       01  WS-MISSING-COUNT    PIC 9(3) VALUE ZEROS.
       01  WS-WAITING-COUNT    PIC 9(3) VALUE ZEROS.
       01  WS-TRAILER-IN.
           05 WS-TRL-IN-ID     PIC X.
           05 WS-TRL-IN-COUNT  PIC 9(7).
           05 WS-TB-NUM2       PIC S9(5)V9(2) SIGN LEADING SEPARATE.
           05 WS-TB-OP         PIC X.
           05 WS-TB-SOURCE     PIC X(3).
           05 WS-TB-CURRENCY   PIC X(3).
       01  WS-TRAILER-BUILD.
           05 WS-TBL-ID        PIC X.
           05 WS-TBL-COUNT     PIC 9(7).
              PERFORM 009-RECORD-RUN-HISTORY THRU 009-EXIT
              GOBACK
           END-IF
           PERFORM 012-SET-PROCESSING-DAY THRU 012-EXIT
           PERFORM 013-LOAD-HOLD-QUEUE THRU 013-EXIT
           PERFORM VARYING SRC-IDX FROM 1 BY 1
              UNTIL SRC-IDX > WS-SRC-COUNT
              PERFORM 014-CHECK-ARRIVAL THRU 014-EXIT
           END-PERFORM
           PERFORM VARYING SRC-IDX FROM 1 BY 1
              UNTIL SRC-IDX > WS-SRC-COUNT
              PERFORM 002-VERIFY-ONE-SOURCE THRU 002-EXIT
              GOBACK
           END-IF
           PERFORM 003-MERGE-SOURCES THRU 003-EXIT
           PERFORM VARYING SRC-IDX FROM 1 BY 1
              UNTIL SRC-IDX > WS-SRC-COUNT
              PERFORM 015-HOLD-LATE-FILE THRU 015-EXIT
           END-PERFORM
           PERFORM 016-REWRITE-HOLD-QUEUE THRU 016-EXIT
           PERFORM 005-INTAKE-REPORT THRU 005-EXIT
           IF WS-MISSING-COUNT > 0
              MOVE "MISSING" TO WS-RUN-STATUS
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 009-RECORD-RUN-HISTORY THRU 009-EXIT
           GOBACK
       .
                       MOVE UDS-TAG TO SRC-TAG(WS-SRC-COUNT)
                       MOVE UDS-FILE-NAME TO
                          SRC-FILE-NAME(WS-SRC-COUNT)
                       IF UDS-CUTOFF NUMERIC AND UDS-CUTOFF < 2400
                          MOVE UDS-CUTOFF TO SRC-CUTOFF(WS-SRC-COUNT)
                       ELSE
                          MOVE 9999 TO SRC-CUTOFF(WS-SRC-COUNT)
                       END-IF
                       IF UDS-DAYS = SPACES
                          MOVE "YYYYYYY" TO SRC-DAYS(WS-SRC-COUNT)
                       ELSE
                          MOVE UDS-DAYS TO SRC-DAYS(WS-SRC-COUNT)
                       END-IF
                       MOVE "M" TO SRC-STATE(WS-SRC-COUNT)
                       MOVE ZEROS TO SRC-ARRIVAL-DATE(WS-SRC-COUNT)
                          SRC-ARRIVAL-TIME(WS-SRC-COUNT)
                          SRC-HQ-POS(WS-SRC-COUNT)
                       MOVE ZEROS TO SRC-TRL-COUNT(WS-SRC-COUNT)
                       MOVE ZEROS TO SRC-TRL-HASH(WS-SRC-COUNT)
                       MOVE ZEROS TO SRC-REC-COUNT(WS-SRC-COUNT)
       .

       002-VERIFY-ONE-SOURCE.
           IF NOT SRC-TO-MERGE(SRC-IDX) AND NOT SRC-RELEASE(SRC-IDX)
              GO TO 002-EXIT
           END-IF
           MOVE "N" TO WS-FEED-EOF-SW
           MOVE SRC-FILE-NAME(SRC-IDX) TO WS-FEED-NAME
           OPEN INPUT FEED-FILE
       .

       004-MERGE-ONE-SOURCE.
           IF NOT SRC-TO-MERGE(SRC-IDX) AND NOT SRC-RELEASE(SRC-IDX)
              GO TO 004-EXIT
           END-IF
           MOVE "N" TO WS-FEED-EOF-SW
           MOVE SRC-FILE-NAME(SRC-IDX) TO WS-FEED-NAME
           OPEN INPUT FEED-FILE
              MOVE FEED-REC(6:5) TO WS-LEGACY-NUM
              MOVE WS-LEGACY-NUM TO WS-TB-NUM2
              MOVE SPACE TO WS-TB-OP
              MOVE SPACES TO WS-TB-CURRENCY
           ELSE
              MOVE FEED-REC(1:16) TO WS-TRANS-BUILD(1:16)
              MOVE FEED-REC(17:1) TO WS-TB-OP
              MOVE FEED-REC(21:3) TO WS-TB-CURRENCY
           END-IF
           MOVE SRC-TAG(SRC-IDX) TO WS-TB-SOURCE
           MOVE SPACES TO WORK-REC
           MOVE WS-TRANS-BUILD TO WORK-REC(1:23)
           WRITE WORK-REC
           ADD 1 TO WS-MERGE-COUNT
           IF WS-TB-NUM1 NUMERIC AND WS-TB-NUM2 NUMERIC
           DISPLAY "   MULTI-SOURCE TRANSACTION INTAKE"
           DISPLAY "==============================================="
           DISPLAY "SRC RECORDS   HASH              BALANCED"
           PERFORM VARYING SRC-IDX FROM 1 BY 1
              UNTIL SRC-IDX > WS-SRC-COUNT
              PERFORM 017-REPORT-ARRIVAL THRU 017-EXIT
           END-PERFORM
           PERFORM VARYING SRC-IDX FROM 1 BY 1
              UNTIL SRC-IDX > WS-SRC-COUNT
              MOVE SRC-REC-COUNT(SRC-IDX) TO WS-PRN-COUNT
              MOVE SRC-REC-HASH(SRC-IDX) TO WS-PRN-HASH
              IF SRC-TO-MERGE(SRC-IDX)
                 DISPLAY SRC-TAG(SRC-IDX) " " WS-PRN-COUNT " "
                    WS-PRN-HASH "   " SRC-BALANCED(SRC-IDX)
              END-IF
              IF SRC-RELEASE(SRC-IDX)
                 DISPLAY SRC-TAG(SRC-IDX) " " WS-PRN-COUNT " "
                    WS-PRN-HASH "   " SRC-BALANCED(SRC-IDX)
                    "   held over, released"
              END-IF
              IF (SRC-TO-MERGE(SRC-IDX) OR SRC-RELEASE(SRC-IDX))
                 AND SRC-BALANCED(SRC-IDX) NOT = "Y"
                 MOVE SRC-TRL-COUNT(SRC-IDX) TO WS-PRN-COUNT
                 MOVE SRC-TRL-HASH(SRC-IDX) TO WS-PRN-HASH
                 DISPLAY "    trailer said " WS-PRN-COUNT " "
           DISPLAY "Records on merged stream . . . : " WS-PRN-COUNT
           MOVE WS-MERGE-HASH TO WS-PRN-HASH
           DISPLAY "Combined hash  . . . . . . . . : " WS-PRN-HASH
           DISPLAY "Late files held over . . . . . : " WS-HELD-COUNT
           DISPLAY "Held files released  . . . . . : "
              WS-RELEASED-COUNT
           DISPLAY "Holdovers still waiting  . . . : "
              WS-WAITING-COUNT
           DISPLAY "Expected sources not arrived . : "
              WS-MISSING-COUNT
           DISPLAY "==============================================="
       .
       005-EXIT.
       009-EXIT.
           EXIT
       .

       012-SET-PROCESSING-DAY.
           COMPUTE WS-DATE-INT =
              FUNCTION INTEGER-OF-DATE(WS-RUN-START-DATE)
           COMPUTE WS-DOW = FUNCTION MOD(WS-DATE-INT, 7)
           IF WS-DOW = 0
              MOVE 7 TO WS-DAY-POS
           ELSE
              MOVE WS-DOW TO WS-DAY-POS
           END-IF
           COMPUTE WS-NEXT-DATE =
              FUNCTION DATE-OF-INTEGER(WS-DATE-INT + 1)
           COMPUTE WS-PURGE-INT = WS-DATE-INT - WS-HQ-KEEP-DAYS
       .
       012-EXIT.
           EXIT
       .

       013-LOAD-HOLD-QUEUE.
           OPEN INPUT HOLD-QUEUE-FILE
           IF WS-HLD-FSTATUS NOT = "00"
              GO TO 013-EXIT
           END-IF
           PERFORM UNTIL END-OF-HOLD-QUEUE
              READ HOLD-QUEUE-FILE
                 AT END MOVE "Y" TO WS-HLD-EOF-SW
                 NOT AT END
                    IF HLD-RELEASED AND HLD-RELEASED-ON NUMERIC
                       AND HLD-RELEASED-ON > 16010101
                       AND FUNCTION INTEGER-OF-DATE(HLD-RELEASED-ON)
                          < WS-PURGE-INT
                       CONTINUE
                    ELSE
                       IF WS-HQ-COUNT < WS-HQ-MAX
                          ADD 1 TO WS-HQ-COUNT
                          MOVE HOLD-QUEUE-REC TO HQ-DATA(WS-HQ-COUNT)
                          PERFORM 018-QUEUE-RELEASE THRU 018-EXIT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE HOLD-QUEUE-FILE
       .
       013-EXIT.
           EXIT
       .

       018-QUEUE-RELEASE.
           IF NOT HLD-WAITING
              OR HLD-RELEASE-DATE > WS-RUN-START-DATE
              OR WS-SRC-COUNT NOT < WS-SRC-LIMIT
              GO TO 018-EXIT
           END-IF
           ADD 1 TO WS-SRC-COUNT
           MOVE HLD-TAG TO SRC-TAG(WS-SRC-COUNT)
           MOVE HLD-FILE-NAME TO SRC-FILE-NAME(WS-SRC-COUNT)
           MOVE 9999 TO SRC-CUTOFF(WS-SRC-COUNT)
           MOVE "YYYYYYY" TO SRC-DAYS(WS-SRC-COUNT)
           MOVE "R" TO SRC-STATE(WS-SRC-COUNT)
           MOVE HLD-ARRIVAL-DATE TO SRC-ARRIVAL-DATE(WS-SRC-COUNT)
           MOVE HLD-ARRIVAL-TIME TO SRC-ARRIVAL-TIME(WS-SRC-COUNT)
           MOVE WS-HQ-COUNT TO SRC-HQ-POS(WS-SRC-COUNT)
           MOVE ZEROS TO SRC-TRL-COUNT(WS-SRC-COUNT)
           MOVE ZEROS TO SRC-TRL-HASH(WS-SRC-COUNT)
           MOVE ZEROS TO SRC-REC-COUNT(WS-SRC-COUNT)
           MOVE ZEROS TO SRC-REC-HASH(WS-SRC-COUNT)
           MOVE "N" TO SRC-BALANCED(WS-SRC-COUNT)
       .
       018-EXIT.
           EXIT
       .

       014-CHECK-ARRIVAL.
           IF SRC-RELEASE(SRC-IDX)
              GO TO 014-EXIT
           END-IF
           MOVE SRC-FILE-NAME(SRC-IDX) TO WS-FEED-NAME
           CALL "CBL_CHECK_FILE_EXIST" USING WS-FEED-NAME
              FILE-DETAILS
           IF RETURN-CODE NOT = 0
              MOVE 0 TO RETURN-CODE
              IF SRC-DAYS(SRC-IDX)(WS-DAY-POS:1) = "N"
                 MOVE "N" TO SRC-STATE(SRC-IDX)
              ELSE
                 MOVE "X" TO SRC-STATE(SRC-IDX)
                 ADD 1 TO WS-MISSING-COUNT
              END-IF
              GO TO 014-EXIT
           END-IF
           COMPUTE WS-ARRIVAL-DATE = FDT-YEAR * 10000
              + FDT-MONTH * 100 + FDT-DAY
           COMPUTE WS-ARRIVAL-TIME = FDT-HOUR * 100 + FDT-MINUTE
           MOVE WS-ARRIVAL-DATE TO SRC-ARRIVAL-DATE(SRC-IDX)
           MOVE WS-ARRIVAL-TIME TO SRC-ARRIVAL-TIME(SRC-IDX)
           IF SRC-CUTOFF(SRC-IDX) = 9999
              GO TO 014-EXIT
           END-IF
           IF WS-ARRIVAL-DATE > WS-RUN-START-DATE
              OR (WS-ARRIVAL-DATE = WS-RUN-START-DATE
                 AND WS-ARRIVAL-TIME > SRC-CUTOFF(SRC-IDX))
              MOVE "H" TO SRC-STATE(SRC-IDX)
           END-IF
       .
       014-EXIT.
           EXIT
       .

       015-HOLD-LATE-FILE.
           IF NOT SRC-LATE(SRC-IDX)
              GO TO 015-EXIT
           END-IF
           IF WS-HQ-COUNT NOT < WS-HQ-MAX
              DISPLAY "UDINTAKE: holdover queue full, "
                 SRC-TAG(SRC-IDX) " file left in place."
              GO TO 015-EXIT
           END-IF
           MOVE SRC-FILE-NAME(SRC-IDX) TO WS-FEED-NAME
           MOVE SPACES TO WS-HOLD-NAME
           STRING "userdiv-hold-" SRC-TAG(SRC-IDX) "-"
              WS-RUN-START-DATE "-" SRC-ARRIVAL-TIME(SRC-IDX) ".dat"
              DELIMITED BY SIZE INTO WS-HOLD-NAME
           MOVE "N" TO WS-FEED-EOF-SW
           MOVE ZEROS TO WS-COPY-COUNT
           OPEN INPUT FEED-FILE
           IF WS-FEED-FSTATUS NOT = "00"
              GO TO 015-EXIT
           END-IF
           OPEN OUTPUT HOLD-FILE
           PERFORM UNTIL END-OF-FEED
              READ FEED-FILE
                 AT END MOVE "Y" TO WS-FEED-EOF-SW
                 NOT AT END
                    MOVE FEED-REC TO HOLD-REC
                    WRITE HOLD-REC
                    IF FEED-REC(1:1) NOT = "T"
                       ADD 1 TO WS-COPY-COUNT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FEED-FILE
           CLOSE HOLD-FILE
           CALL "CBL_DELETE_FILE" USING WS-FEED-NAME
           MOVE 0 TO RETURN-CODE
           MOVE SPACES TO HOLD-QUEUE-REC
           MOVE SRC-TAG(SRC-IDX) TO HLD-TAG
           MOVE WS-HOLD-NAME TO HLD-FILE-NAME
           MOVE SRC-FILE-NAME(SRC-IDX) TO HLD-ORIG-NAME
           MOVE SRC-ARRIVAL-DATE(SRC-IDX) TO HLD-ARRIVAL-DATE
           MOVE SRC-ARRIVAL-TIME(SRC-IDX) TO HLD-ARRIVAL-TIME
           MOVE WS-RUN-START-DATE TO HLD-MISSED-DATE
           MOVE WS-NEXT-DATE TO HLD-RELEASE-DATE
           MOVE "H" TO HLD-STATUS
           MOVE ZEROS TO HLD-RELEASED-ON
           MOVE WS-COPY-COUNT TO HLD-REC-COUNT
           ADD 1 TO WS-HQ-COUNT
           MOVE HOLD-QUEUE-REC TO HQ-DATA(WS-HQ-COUNT)
           ADD 1 TO WS-HELD-COUNT
       .
       015-EXIT.
           EXIT
       .

       016-REWRITE-HOLD-QUEUE.
           PERFORM VARYING SRC-IDX FROM 1 BY 1
              UNTIL SRC-IDX > WS-SRC-COUNT
              IF SRC-RELEASE(SRC-IDX)
                 MOVE HQ-DATA(SRC-HQ-POS(SRC-IDX)) TO HOLD-QUEUE-REC
                 MOVE "R" TO HLD-STATUS
                 MOVE WS-RUN-START-DATE TO HLD-RELEASED-ON
                 MOVE HOLD-QUEUE-REC TO HQ-DATA(SRC-HQ-POS(SRC-IDX))
                 ADD 1 TO WS-RELEASED-COUNT
              END-IF
           END-PERFORM
           MOVE ZEROS TO WS-WAITING-COUNT
           OPEN OUTPUT HOLD-QUEUE-FILE
           PERFORM VARYING HQ-IDX FROM 1 BY 1
              UNTIL HQ-IDX > WS-HQ-COUNT
              MOVE HQ-DATA(HQ-IDX) TO HOLD-QUEUE-REC
              WRITE HOLD-QUEUE-REC
              IF HLD-WAITING
                 ADD 1 TO WS-WAITING-COUNT
              END-IF
           END-PERFORM
           CLOSE HOLD-QUEUE-FILE
       .
       016-EXIT.
           EXIT
       .

       017-REPORT-ARRIVAL.
           EVALUATE TRUE
              WHEN SRC-LATE(SRC-IDX)
                 DISPLAY SRC-TAG(SRC-IDX) " arrived "
                    SRC-ARRIVAL-DATE(SRC-IDX) " "
                    SRC-ARRIVAL-TIME(SRC-IDX) " after the "
                    SRC-CUTOFF(SRC-IDX) " cutoff - held for "
                    WS-NEXT-DATE
              WHEN SRC-MISSING(SRC-IDX)
                 DISPLAY SRC-TAG(SRC-IDX) " NOT ARRIVED - expected "
                    "for " WS-RUN-START-DATE
              WHEN SRC-NOT-DUE(SRC-IDX)
                 DISPLAY SRC-TAG(SRC-IDX) " not expected today"
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
       .
       017-EXIT.
           EXIT
       .

           SELECT KPI-CTL-FILE ASSIGN TO "kpi-ctl.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-KPI-FSTATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO "run-history.idx"
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
       01  KPI-CTL-REC.
           05 KPI-TOL-PCT      PIC 9(3).

       FD  RUN-HISTORY-FILE.
       COPY "run-history.cpy".

       01  WS-OPERATOR-ID      PIC X(8) VALUE "SYSTEM".
       01  WS-STATS-FSTATUS    PIC XX VALUE "00".
       01  WS-KPI-FSTATUS      PIC XX VALUE "00".
       01  WS-RUNH-FSTATUS     PIC XX VALUE "00".
       01  WS-STATS-EOF-SW     PIC X VALUE "N".
           88 END-OF-STATS        VALUE "Y".
       01  WS-THE-METRIC       PIC X(10) VALUE SPACES.
       01  WS-CUR-VALUE        PIC 9(5) VALUE ZEROS.
       01  WS-PRI-VALUE        PIC 9(5) VALUE ZEROS.
       01  WS-ALR-PROGRAM      PIC X(12) VALUE "KPIMON".
       01  WS-ALR-TYPE         PIC X(8) VALUE SPACES.
       01  WS-ALR-SUBJECT      PIC X(12) VALUE SPACES.
       01  WS-ALR-SEVERITY     PIC X(8) VALUE "WARNING".
       01  WS-ALR-TEXT         PIC X(40) VALUE SPACES.
       01  WS-ALR-RESULT       PIC X VALUE SPACE.
       01  WS-RUN-START-DATE   PIC 9(8).
       01  WS-RUN-START-TIME   PIC 9(8).
       01  WS-RUN-STATUS       PIC X(8) VALUE "OK".
           DISPLAY "Tolerance (pct movement) . . . : " WS-TOL-PCT
           PERFORM 004-SCAN-PROGRAMS THRU 004-EXIT
           DISPLAY "-----------------------------------------------"
           DISPLAY "Breaches posted as alerts  . . : "
              WS-BREACH-COUNT
           DISPLAY "==============================================="
           IF WS-BREACH-COUNT > 0
              DISPLAY "BREACH: " STA-PROGRAM(STA-IDX) " "
                 WS-THE-METRIC " moved " WS-MOVE-PCT " pct ("
                 WS-PRI-VALUE " -> " WS-CUR-VALUE ")"
              PERFORM 007-POST-ALERT THRU 007-EXIT
           END-IF
       .
       006-EXIT.
           EXIT
       .

       007-POST-ALERT.
           IF WS-THE-METRIC = "RUNS"
              MOVE "KPI-RUNS" TO WS-ALR-TYPE
           ELSE
              MOVE "KPI-EXC" TO WS-ALR-TYPE
           END-IF
           MOVE STA-PROGRAM(STA-IDX) TO WS-ALR-SUBJECT
           MOVE SPACES TO WS-ALR-TEXT
           STRING WS-THE-METRIC " MOVED " WS-MOVE-PCT " PCT "
              WS-PRI-VALUE "->" WS-CUR-VALUE
              DELIMITED BY SIZE INTO WS-ALR-TEXT
           CALL "ALERTPUT" USING WS-ALR-PROGRAM WS-ALR-TYPE
              WS-ALR-SUBJECT WS-ALR-SEVERITY WS-ALR-TEXT WS-ALR-RESULT
           IF WS-ALR-RESULT = "N"
              DISPLAY "  Alert posted for " STA-PROGRAM(STA-IDX)
           ELSE
              DISPLAY "  Alert already open for " STA-PROGRAM(STA-IDX)
           END-IF
       .
       007-EXIT.
           EXIT

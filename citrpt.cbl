       IDENTIFICATION DIVISION.
       PROGRAM-ID. CITRPT.
       AUTHOR. JAKKRIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CITATION-FILE ASSIGN TO "citations.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CIT-FSTATUS.
           SELECT DRIVER-FILE ASSIGN TO "driver-master.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DRV-FSTATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO "run-history.idx"
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS RUNH-KEY
              FILE STATUS IS WS-RUNH-FSTATUS.
           SELECT PRINT-FILE ASSIGN TO "citrpt-print.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CITATION-FILE.
       COPY "citation.cpy".

       FD  DRIVER-FILE.
       COPY "driver-rec.cpy".

       FD  RUN-HISTORY-FILE.
       COPY "run-history.cpy".

       FD  PRINT-FILE.
       COPY "print-line.cpy".

       WORKING-STORAGE SECTION.
       COPY "run-stamp.cpy".
       01  WS-SPOOL-PROGRAM    PIC X(12) VALUE "CITRPT".
       01  WS-SPOOL-FILE       PIC X(40)
           VALUE "citrpt-print.dat".
       01  WS-OPERATOR-ID      PIC X(8) VALUE "SYSTEM".
       01  WS-CIT-FSTATUS      PIC XX VALUE "00".
       01  WS-DRV-FSTATUS      PIC XX VALUE "00".
       01  WS-RUNH-FSTATUS     PIC XX VALUE "00".
       01  WS-CIT-EOF-SW       PIC X VALUE "N".
           88 END-OF-CITATIONS    VALUE "Y".
       01  WS-DRV-EOF-SW       PIC X VALUE "N".
           88 END-OF-DRIVERS      VALUE "Y".
       01  DRT-TABLE.
           05 DRT-ENTRY OCCURS 300 TIMES INDEXED BY DRT-IDX.
              10 DRT-ID         PIC X(6).
              10 DRT-NAME       PIC X(20).
       01  WS-DRT-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-DRT-MAX          PIC 9(3) VALUE 300.
       01  SOON-TABLE.
           05 SOON-ENTRY OCCURS 200 TIMES INDEXED BY SOON-IDX.
              10 SOON-LINE      PIC X(103).
       01  WS-SOON-COUNT       PIC 9(3) VALUE ZEROS.
       01  WS-SOON-MAX         PIC 9(3) VALUE 200.
       01  WS-WARN-DAYS        PIC 9(3) VALUE 7.
       01  WS-DRIVER-NAME      PIC X(20) VALUE SPACES.
       01  WS-DAYS             PIC S9(5) VALUE ZEROS.
       01  WS-CIT-COUNT        PIC 9(5) VALUE ZEROS.
       01  WS-OPEN-COUNT       PIC 9(5) VALUE ZEROS.
       01  WS-OVERDUE-COUNT    PIC 9(5) VALUE ZEROS.
       01  WS-UNRESOLVED-COUNT PIC 9(5) VALUE ZEROS.
       01  WS-DROPPED-COUNT    PIC 9(5) VALUE ZEROS.
       01  WS-OVERDUE-FINES    PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-OPEN-FINES       PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-PRN-FINE         PIC ZZ,ZZ9.99.
       01  WS-PRN-TOTAL        PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-PRN-DAYS         PIC ZZZZ9.
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
           PERFORM 001-LOAD-DRIVERS THRU 001-EXIT
           OPEN INPUT CITATION-FILE
           IF WS-CIT-FSTATUS NOT = "00"
              DISPLAY "CITRPT: no citations on file."
              PERFORM 007-RECORD-RUN-HISTORY THRU 007-EXIT
              GOBACK
           END-IF
           OPEN OUTPUT PRINT-FILE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "OVERDUE TRAFFIC AND PARKING CITATIONS   RUN DATE "
              WS-PRN-RUN-DATE
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE "1" TO PRN-CARRIAGE-CTL
           MOVE WS-PRINT-LINE TO PRN-TEXT
           WRITE PRINT-REC
           DISPLAY WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 006-PRINT-ONE-LINE THRU 006-EXIT
           MOVE "PAST DUE" TO WS-PRINT-LINE
           PERFORM 006-PRINT-ONE-LINE THRU 006-EXIT
           PERFORM 004-PRINT-HEADING THRU 004-EXIT
           PERFORM UNTIL END-OF-CITATIONS
              READ CITATION-FILE
                 AT END MOVE "Y" TO WS-CIT-EOF-SW
                 NOT AT END
                    ADD 1 TO WS-CIT-COUNT
                    PERFORM 002-PROCESS-CITATION THRU 002-EXIT
              END-READ
           END-PERFORM
           CLOSE CITATION-FILE
           IF WS-OVERDUE-COUNT = 0
              MOVE "  NONE" TO WS-PRINT-LINE
              PERFORM 006-PRINT-ONE-LINE THRU 006-EXIT
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 006-PRINT-ONE-LINE THRU 006-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "DUE WITHIN " WS-WARN-DAYS " DAYS"
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 006-PRINT-ONE-LINE THRU 006-EXIT
           PERFORM 004-PRINT-HEADING THRU 004-EXIT
           PERFORM VARYING SOON-IDX FROM 1 BY 1
              UNTIL SOON-IDX > WS-SOON-COUNT
              MOVE SOON-LINE(SOON-IDX) TO CITATION-REC
              COMPUTE WS-DAYS =
                 FUNCTION INTEGER-OF-DATE(CIT-DUE-DATE)
                 - FUNCTION INTEGER-OF-DATE(WS-RUN-START-DATE)
              PERFORM 005-PRINT-CITATION THRU 005-EXIT
           END-PERFORM
           IF WS-SOON-COUNT = 0
              MOVE "  NONE" TO WS-PRINT-LINE
              PERFORM 006-PRINT-ONE-LINE THRU 006-EXIT
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 006-PRINT-ONE-LINE THRU 006-EXIT
           MOVE WS-OVERDUE-FINES TO WS-PRN-TOTAL
           MOVE SPACES TO WS-PRINT-LINE
           STRING "OVERDUE CITATIONS " WS-OVERDUE-COUNT
              "   FINES " WS-PRN-TOTAL
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 006-PRINT-ONE-LINE THRU 006-EXIT
           MOVE WS-OPEN-FINES TO WS-PRN-TOTAL
           MOVE SPACES TO WS-PRINT-LINE
           STRING "OPEN CITATIONS    " WS-OPEN-COUNT
              "   FINES " WS-PRN-TOTAL
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 006-PRINT-ONE-LINE THRU 006-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "OPEN WITH NO RESPONSIBLE DRIVER " WS-UNRESOLVED-COUNT
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 006-PRINT-ONE-LINE THRU 006-EXIT
           CLOSE PRINT-FILE
           CALL "SPOOLSAVE" USING WS-SPOOL-PROGRAM WS-SPOOL-FILE
           MOVE WS-OVERDUE-FINES TO WS-PRN-TOTAL
           DISPLAY "-----------------------------------------------"
           DISPLAY "Citations on file  . . . . . . : " WS-CIT-COUNT
           DISPLAY "Citations open . . . . . . . . : " WS-OPEN-COUNT
           DISPLAY "Citations overdue  . . . . . . : " WS-OVERDUE-COUNT
           DISPLAY "Overdue fines  . . . . . . . . : " WS-PRN-TOTAL
           DISPLAY "No responsible driver  . . . . : "
              WS-UNRESOLVED-COUNT
           DISPLAY "==============================================="
           IF WS-DROPPED-COUNT > 0
              DISPLAY "CITRPT: " WS-DROPPED-COUNT
                 " citations due soon beyond table capacity were "
                 "not listed."
           END-IF
           IF WS-OVERDUE-COUNT > 0 OR WS-DROPPED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 007-RECORD-RUN-HISTORY THRU 007-EXIT
           GOBACK
       .

       001-LOAD-DRIVERS.
           OPEN INPUT DRIVER-FILE
           IF WS-DRV-FSTATUS NOT = "00"
              GO TO 001-EXIT
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
       001-EXIT.
           EXIT
       .

       002-PROCESS-CITATION.
           IF NOT CIT-OPEN
              GO TO 002-EXIT
           END-IF
           ADD 1 TO WS-OPEN-COUNT
           ADD CIT-FINE TO WS-OPEN-FINES
           IF CIT-NO-DRIVER
              ADD 1 TO WS-UNRESOLVED-COUNT
           END-IF
           COMPUTE WS-DAYS =
              FUNCTION INTEGER-OF-DATE(WS-RUN-START-DATE)
              - FUNCTION INTEGER-OF-DATE(CIT-DUE-DATE)
           IF WS-DAYS > 0
              ADD 1 TO WS-OVERDUE-COUNT
              ADD CIT-FINE TO WS-OVERDUE-FINES
              PERFORM 005-PRINT-CITATION THRU 005-EXIT
              GO TO 002-EXIT
           END-IF
           IF 0 - WS-DAYS NOT > WS-WARN-DAYS
              IF WS-SOON-COUNT < WS-SOON-MAX
                 ADD 1 TO WS-SOON-COUNT
                 MOVE CITATION-REC TO SOON-LINE(WS-SOON-COUNT)
              ELSE
                 ADD 1 TO WS-DROPPED-COUNT
              END-IF
           END-IF
       .
       002-EXIT.
           EXIT
       .

       003-FIND-DRIVER-NAME.
           MOVE SPACES TO WS-DRIVER-NAME
           IF CIT-NO-DRIVER
              MOVE "** NOT RESOLVED **" TO WS-DRIVER-NAME
              GO TO 003-EXIT
           END-IF
           PERFORM VARYING DRT-IDX FROM 1 BY 1
              UNTIL DRT-IDX > WS-DRT-COUNT
                 OR WS-DRIVER-NAME NOT = SPACES
              IF DRT-ID(DRT-IDX) = CIT-DRIVER-ID
                 MOVE DRT-NAME(DRT-IDX) TO WS-DRIVER-NAME
              END-IF
           END-PERFORM
       .
       003-EXIT.
           EXIT
       .

       004-PRINT-HEADING.
           MOVE "CITATN VEHICL VIOLATED T AGENCY-REF      DUE      DAYS"
              TO WS-PRINT-LINE
           MOVE " DRIVER NAME                      FINE"
              TO WS-PRINT-LINE(56:38)
           PERFORM 006-PRINT-ONE-LINE THRU 006-EXIT
       .
       004-EXIT.
           EXIT
       .

       005-PRINT-CITATION.
           PERFORM 003-FIND-DRIVER-NAME THRU 003-EXIT
           MOVE WS-DAYS TO WS-PRN-DAYS
           MOVE CIT-FINE TO WS-PRN-FINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING CIT-NUMBER " " CIT-VEH-ID " " CIT-DATE " " CIT-TYPE
              " " CIT-AGENCY-REF " " CIT-DUE-DATE " " WS-PRN-DAYS " "
              CIT-DRIVER-ID " " WS-DRIVER-NAME " " WS-PRN-FINE
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 006-PRINT-ONE-LINE THRU 006-EXIT
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
           MOVE "CITRPT" TO RUNH-PROGRAM
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

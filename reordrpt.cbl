       IDENTIFICATION DIVISION.
       PROGRAM-ID. REORDRPT.
       AUTHOR. JAKKRIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PART-FILE ASSIGN TO "parts-master.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PRT-FSTATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO "run-history.idx"
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS RUNH-KEY
              FILE STATUS IS WS-RUNH-FSTATUS.
           SELECT PRINT-FILE ASSIGN TO "reordrpt-print.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PART-FILE.
       COPY "part-master.cpy".

       FD  RUN-HISTORY-FILE.
       COPY "run-history.cpy".

       FD  PRINT-FILE.
       COPY "print-line.cpy".

       WORKING-STORAGE SECTION.
       COPY "run-stamp.cpy".
       01  WS-SPOOL-PROGRAM    PIC X(12) VALUE "REORDRPT".
       01  WS-SPOOL-FILE       PIC X(40)
           VALUE "reordrpt-print.dat".
       01  WS-OPERATOR-ID      PIC X(8) VALUE "SYSTEM".
       01  WS-PRT-FSTATUS      PIC XX VALUE "00".
       01  WS-RUNH-FSTATUS     PIC XX VALUE "00".
       01  WS-PRT-EOF-SW       PIC X VALUE "N".
           88 END-OF-PARTS        VALUE "Y".
       01  WS-PART-COUNT       PIC 9(5) VALUE ZEROS.
       01  WS-BELOW-COUNT      PIC 9(5) VALUE ZEROS.
       01  WS-ORDER-QTY        PIC 9(6) VALUE ZEROS.
       01  WS-ORDER-VALUE      PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-TOTAL-VALUE      PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-PRN-COST         PIC ZZ,ZZ9.99.
       01  WS-PRN-VALUE        PIC ZZZ,ZZZ,ZZ9.99.
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
           OPEN INPUT PART-FILE
           IF WS-PRT-FSTATUS NOT = "00"
              DISPLAY "REORDRPT: no parts master on file."
              MOVE 4 TO RETURN-CODE
              PERFORM 003-RECORD-RUN-HISTORY THRU 003-EXIT
              GOBACK
           END-IF
           OPEN OUTPUT PRINT-FILE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "PARTS BELOW REORDER POINT   RUN DATE "
              WS-PRN-RUN-DATE DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE "1" TO PRN-CARRIAGE-CTL
           MOVE WS-PRINT-LINE TO PRN-TEXT
           WRITE PRINT-REC
           DISPLAY WS-PRINT-LINE
           MOVE "PART       DESCRIPTION          BIN    ON-HAND REORDER"
              TO WS-PRINT-LINE
           MOVE "   ORDER-QTY  UNIT-COST     ORDER-VALUE"
              TO WS-PRINT-LINE(56:40)
           PERFORM 002-PRINT-ONE-LINE THRU 002-EXIT
           PERFORM UNTIL END-OF-PARTS
              READ PART-FILE
                 AT END MOVE "Y" TO WS-PRT-EOF-SW
                 NOT AT END
                    ADD 1 TO WS-PART-COUNT
                    IF PRT-ON-HAND < PRT-REORDER-PT
                       PERFORM 001-REPORT-ONE-PART THRU 001-EXIT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PART-FILE
           MOVE WS-TOTAL-VALUE TO WS-PRN-VALUE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "PARTS CHECKED " WS-PART-COUNT
              "  BELOW REORDER POINT " WS-BELOW-COUNT
              "  ESTIMATED ORDER VALUE " WS-PRN-VALUE
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 002-PRINT-ONE-LINE THRU 002-EXIT
           CLOSE PRINT-FILE
           CALL "SPOOLSAVE" USING WS-SPOOL-PROGRAM WS-SPOOL-FILE
           DISPLAY "-----------------------------------------------"
           DISPLAY "Parts checked  . . . . . . . . : " WS-PART-COUNT
           DISPLAY "Below reorder point  . . . . . : " WS-BELOW-COUNT
           DISPLAY "==============================================="
           IF WS-BELOW-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 003-RECORD-RUN-HISTORY THRU 003-EXIT
           GOBACK
       .

       001-REPORT-ONE-PART.
           ADD 1 TO WS-BELOW-COUNT
           IF PRT-REORDER-QTY > 0
              MOVE PRT-REORDER-QTY TO WS-ORDER-QTY
           ELSE
              COMPUTE WS-ORDER-QTY = PRT-REORDER-PT - PRT-ON-HAND
           END-IF
           COMPUTE WS-ORDER-VALUE ROUNDED =
              WS-ORDER-QTY * PRT-UNIT-COST
           ADD WS-ORDER-VALUE TO WS-TOTAL-VALUE
           MOVE PRT-UNIT-COST TO WS-PRN-COST
           MOVE WS-ORDER-VALUE TO WS-PRN-VALUE
           MOVE SPACES TO WS-PRINT-LINE
           STRING PRT-NUMBER " " PRT-DESC " " PRT-BIN " "
              PRT-ON-HAND "   " PRT-REORDER-PT "    " WS-ORDER-QTY
              "  " WS-PRN-COST " " WS-PRN-VALUE
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 002-PRINT-ONE-LINE THRU 002-EXIT
       .
       001-EXIT.
           EXIT
       .

       002-PRINT-ONE-LINE.
           MOVE " " TO PRN-CARRIAGE-CTL
           MOVE WS-PRINT-LINE TO PRN-TEXT
           WRITE PRINT-REC
           DISPLAY WS-PRINT-LINE
       .
       002-EXIT.
           EXIT
       .

       003-RECORD-RUN-HISTORY.
           OPEN I-O RUN-HISTORY-FILE
           IF WS-RUNH-FSTATUS = "35"
              OPEN OUTPUT RUN-HISTORY-FILE
           END-IF
           MOVE SPACES TO RUN-HISTORY-REC
           MOVE "REORDRPT" TO RUNH-PROGRAM
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
       003-EXIT.
           EXIT
       .

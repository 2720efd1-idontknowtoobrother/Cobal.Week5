       IDENTIFICATION DIVISION.
       PROGRAM-ID. DQTREND.
       AUTHOR. JAKKRIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCORE-FILE ASSIGN TO "dq-scores.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SCORE-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCORE-FILE.
       COPY "dq-score.cpy".

       WORKING-STORAGE SECTION.
       01  WS-SCORE-FSTATUS    PIC XX VALUE "00".
       01  WS-SCORE-EOF-SW     PIC X VALUE "N".
           88 END-OF-SCORES       VALUE "Y".
       01  TRD-TABLE.
           05 TRD-ENTRY OCCURS 20 TIMES INDEXED BY TRD-IDX.
              10 TRD-FILE-ID    PIC X(8).
              10 TRD-SCANS      PIC 9(2).
              10 TRD-SCAN OCCURS 8 TIMES.
                 15 TRD-DATE    PIC 9(8).
                 15 TRD-RECORDS PIC 9(7).
                 15 TRD-BAD     PIC 9(7).
                 15 TRD-SCORE   PIC 9(3)V9.
       01  WS-TRD-COUNT        PIC 9(2) VALUE ZEROS.
       01  WS-TRD-MAX          PIC 9(2) VALUE 20.
       01  WS-SCAN-MAX         PIC 9(2) VALUE 8.
       01  WS-MATCH-IDX        PIC 9(2) VALUE ZEROS.
       01  WS-SLOT             PIC 9(2) VALUE ZEROS.
       01  WS-SHIFT-POS        PIC 9(2) VALUE ZEROS.
       01  WS-STEADY-BAND      PIC 9V9 VALUE 0.5.
       01  WS-CHANGE           PIC S9(3)V9 VALUE ZEROS.
       01  WS-TREND-TEXT       PIC X(8) VALUE SPACES.
       01  WS-ROWS-READ        PIC 9(6) VALUE ZEROS.
       01  WS-CLEANER-COUNT    PIC 9(3) VALUE ZEROS.
       01  WS-DIRTIER-COUNT    PIC 9(3) VALUE ZEROS.
       01  WS-STEADY-COUNT     PIC 9(3) VALUE ZEROS.
       01  WS-SCORE-LIST       PIC X(56) VALUE SPACES.
       01  WS-LIST-POS         PIC 9(2) VALUE ZEROS.
       01  WS-PRN-SCORE        PIC ZZ9.9.
       01  WS-PRN-FIRST        PIC ZZ9.9.
       01  WS-PRN-LATEST       PIC ZZ9.9.
       01  WS-PRN-CHANGE       PIC +++9.9.
       01  WS-PRN-BAD          PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       000-BEGIN.
           OPEN INPUT SCORE-FILE
           IF WS-SCORE-FSTATUS NOT = "00"
              DISPLAY "DQTREND: no dq-scores.dat on file - run "
                 "DQSCAN first."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM UNTIL END-OF-SCORES
              READ SCORE-FILE
                 AT END MOVE "Y" TO WS-SCORE-EOF-SW
                 NOT AT END
                    IF DQS-SCAN-DATE NUMERIC AND DQS-SCORE NUMERIC
                       ADD 1 TO WS-ROWS-READ
                       PERFORM 001-POST-ONE-SCORE THRU 001-EXIT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SCORE-FILE
           DISPLAY "==============================================="
           DISPLAY "      DATA QUALITY TREND BY FILE"
           DISPLAY "==============================================="
           DISPLAY "FILE     SCANS  FIRST  LATEST  CHANGE  TREND     "
              "BAD NOW"
           PERFORM VARYING TRD-IDX FROM 1 BY 1
              UNTIL TRD-IDX > WS-TRD-COUNT
              PERFORM 002-SHOW-ONE-FILE THRU 002-EXIT
           END-PERFORM
           DISPLAY "-----------------------------------------------"
           DISPLAY "Score rows read  . . . . . . . : " WS-ROWS-READ
           DISPLAY "Files getting cleaner  . . . . : " WS-CLEANER-COUNT
           DISPLAY "Files getting dirtier  . . . . : " WS-DIRTIER-COUNT
           DISPLAY "Files steady or new  . . . . . : " WS-STEADY-COUNT
           DISPLAY "==============================================="
           IF WS-DIRTIER-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK
       .

       001-POST-ONE-SCORE.
           MOVE ZEROS TO WS-MATCH-IDX
           PERFORM VARYING TRD-IDX FROM 1 BY 1
              UNTIL TRD-IDX > WS-TRD-COUNT OR WS-MATCH-IDX > 0
              IF TRD-FILE-ID(TRD-IDX) = DQS-FILE-ID
                 SET WS-MATCH-IDX TO TRD-IDX
              END-IF
           END-PERFORM
           IF WS-MATCH-IDX = 0
              IF WS-TRD-COUNT >= WS-TRD-MAX
                 GO TO 001-EXIT
              END-IF
              ADD 1 TO WS-TRD-COUNT
              MOVE WS-TRD-COUNT TO WS-MATCH-IDX
              MOVE DQS-FILE-ID TO TRD-FILE-ID(WS-MATCH-IDX)
              MOVE ZEROS TO TRD-SCANS(WS-MATCH-IDX)
           END-IF
           MOVE TRD-SCANS(WS-MATCH-IDX) TO WS-SLOT
           IF WS-SLOT > 0
              IF TRD-DATE(WS-MATCH-IDX, WS-SLOT) = DQS-SCAN-DATE
                 PERFORM 003-STORE-SCAN THRU 003-EXIT
                 GO TO 001-EXIT
              END-IF
           END-IF
           IF WS-SLOT >= WS-SCAN-MAX
              PERFORM VARYING WS-SHIFT-POS FROM 1 BY 1
                 UNTIL WS-SHIFT-POS >= WS-SCAN-MAX
                 MOVE TRD-SCAN(WS-MATCH-IDX, WS-SHIFT-POS + 1)
                    TO TRD-SCAN(WS-MATCH-IDX, WS-SHIFT-POS)
              END-PERFORM
           ELSE
              ADD 1 TO WS-SLOT
              MOVE WS-SLOT TO TRD-SCANS(WS-MATCH-IDX)
           END-IF
           PERFORM 003-STORE-SCAN THRU 003-EXIT
       .
       001-EXIT.
           EXIT
       .

       003-STORE-SCAN.
           MOVE DQS-SCAN-DATE TO TRD-DATE(WS-MATCH-IDX, WS-SLOT)
           MOVE DQS-RECORDS TO TRD-RECORDS(WS-MATCH-IDX, WS-SLOT)
           MOVE DQS-BAD-RECS TO TRD-BAD(WS-MATCH-IDX, WS-SLOT)
           MOVE DQS-SCORE TO TRD-SCORE(WS-MATCH-IDX, WS-SLOT)
       .
       003-EXIT.
           EXIT
       .

       002-SHOW-ONE-FILE.
           MOVE TRD-SCANS(TRD-IDX) TO WS-SLOT
           COMPUTE WS-CHANGE = TRD-SCORE(TRD-IDX, WS-SLOT)
              - TRD-SCORE(TRD-IDX, 1)
           EVALUATE TRUE
              WHEN WS-SLOT < 2
                 MOVE "NEW" TO WS-TREND-TEXT
                 ADD 1 TO WS-STEADY-COUNT
              WHEN WS-CHANGE > WS-STEADY-BAND
                 MOVE "CLEANER" TO WS-TREND-TEXT
                 ADD 1 TO WS-CLEANER-COUNT
              WHEN WS-CHANGE < 0 - WS-STEADY-BAND
                 MOVE "DIRTIER" TO WS-TREND-TEXT
                 ADD 1 TO WS-DIRTIER-COUNT
              WHEN OTHER
                 MOVE "STEADY" TO WS-TREND-TEXT
                 ADD 1 TO WS-STEADY-COUNT
           END-EVALUATE
           MOVE TRD-SCORE(TRD-IDX, 1) TO WS-PRN-FIRST
           MOVE TRD-SCORE(TRD-IDX, WS-SLOT) TO WS-PRN-LATEST
           MOVE WS-CHANGE TO WS-PRN-CHANGE
           MOVE TRD-BAD(TRD-IDX, WS-SLOT) TO WS-PRN-BAD
           DISPLAY TRD-FILE-ID(TRD-IDX) "  " WS-SLOT "   "
              WS-PRN-FIRST "  " WS-PRN-LATEST "  " WS-PRN-CHANGE
              "  " WS-TREND-TEXT " " WS-PRN-BAD
           MOVE SPACES TO WS-SCORE-LIST
           MOVE 1 TO WS-LIST-POS
           PERFORM VARYING WS-SHIFT-POS FROM 1 BY 1
              UNTIL WS-SHIFT-POS > WS-SLOT
              MOVE TRD-SCORE(TRD-IDX, WS-SHIFT-POS) TO WS-PRN-SCORE
              STRING WS-PRN-SCORE " " DELIMITED BY SIZE
                 INTO WS-SCORE-LIST WITH POINTER WS-LIST-POS
           END-PERFORM
           DISPLAY "    " TRD-DATE(TRD-IDX, 1) " to "
              TRD-DATE(TRD-IDX, WS-SLOT) ": " WS-SCORE-LIST
       .
       002-EXIT.
           EXIT
       .

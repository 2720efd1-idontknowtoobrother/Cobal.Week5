       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIVSIM.
       AUTHOR. JAKKRIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "userdiv-audit.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUDIT-FSTATUS.
           SELECT DIVISOR-TABLE ASSIGN TO "userdiv-divtbl.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DVT-FSTATUS.
           SELECT PROPOSED-TABLE ASSIGN TO DYNAMIC WS-PROPOSED-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PRP-FSTATUS.
           SELECT PARM-FILE ASSIGN TO "divsim-parm.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PARM-FSTATUS.
           SELECT PRINT-FILE ASSIGN TO "divsim-print.dat"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-HISTORY-FILE ASSIGN TO "run-history.idx"
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS RUNH-KEY
              FILE STATUS IS WS-RUNH-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       COPY "userdiv-audit.cpy".

       FD  DIVISOR-TABLE.
       COPY "divisor-tbl.cpy".

       FD  PROPOSED-TABLE.
       01  PROPOSED-REC.
           05 PRP-CODE         PIC X(3).
           05 PRP-DIVISOR      PIC 9(5).
           05 PRP-EFF-DATE     PIC 9(8).

       FD  PARM-FILE.
       01  DIVSIM-PARM-REC.
           05 DSP-PROPOSED-NAME PIC X(40).
           05 FILLER           PIC X.
           05 DSP-FROM-DATE    PIC 9(8).
           05 FILLER           PIC X.
           05 DSP-TO-DATE      PIC 9(8).

       FD  PRINT-FILE.
       COPY "print-line.cpy".

       FD  RUN-HISTORY-FILE.
       COPY "run-history.cpy".

       WORKING-STORAGE SECTION.
       COPY "run-stamp.cpy".
       01  WS-SPOOL-PROGRAM    PIC X(12) VALUE "DIVSIM".
       01  WS-SPOOL-FILE       PIC X(40)
           VALUE "divsim-print.dat".
       01  WS-PARM-NAME        PIC X(40) VALUE "divsim-parm.dat".
       01  WS-PROPOSED-NAME    PIC X(40) VALUE SPACES.
       01  WS-OPERATOR-ID      PIC X(8) VALUE "SYSTEM".
       01  WS-AUDIT-FSTATUS    PIC XX VALUE "00".
       01  WS-DVT-FSTATUS      PIC XX VALUE "00".
       01  WS-PRP-FSTATUS      PIC XX VALUE "00".
       01  WS-PARM-FSTATUS     PIC XX VALUE "00".
       01  WS-RUNH-FSTATUS     PIC XX VALUE "00".
       01  WS-AUD-EOF-SW       PIC X VALUE "N".
           88 END-OF-AUDIT        VALUE "Y".
       01  WS-DVT-EOF-SW       PIC X VALUE "N".
           88 END-OF-DVT          VALUE "Y".
       01  WS-PRP-EOF-SW       PIC X VALUE "N".
           88 END-OF-PROPOSED     VALUE "Y".
       01  WS-PARM-SEEN-SW     PIC X VALUE "N".
           88 PARM-SUPPLIED       VALUE "Y".
       01  WS-FOUND-SW         PIC X VALUE "N".
           88 ENTRY-FOUND         VALUE "Y".
       01  WS-CALC-OK-SW       PIC X VALUE "N".
           88 CALC-WORKED         VALUE "Y".
       01  WS-FROM-DATE        PIC 9(8) VALUE ZEROS.
       01  WS-TO-DATE          PIC 9(8) VALUE ZEROS.
       01  WS-DATE-IN          PIC X(8) VALUE SPACES.
       01  WS-NAME-IN          PIC X(40) VALUE SPACES.
       01  CUR-TABLE.
           05 CUR-ENTRY OCCURS 50 TIMES INDEXED BY CUR-IDX.
              10 CUR-TBL-CODE     PIC X(3).
              10 CUR-TBL-DIVISOR  PIC 9(5).
              10 CUR-TBL-EFF      PIC 9(8).
       01  WS-CUR-COUNT        PIC 9(3) VALUE ZEROS.
       01  PRP-TABLE.
           05 PRP-ENTRY OCCURS 50 TIMES INDEXED BY PRP-IDX.
              10 PRP-TBL-CODE     PIC X(3).
              10 PRP-TBL-DIVISOR  PIC 9(5).
              10 PRP-TBL-EFF      PIC 9(8).
       01  WS-PRP-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-TBL-MAX          PIC 9(3) VALUE 50.
       01  IMP-TABLE.
           05 IMP-ENTRY OCCURS 200 TIMES INDEXED BY IMP-IDX.
              10 IMP-CODE         PIC X(3).
              10 IMP-SOURCE       PIC X(3).
              10 IMP-COUNT        PIC 9(7).
              10 IMP-NO-CALC      PIC 9(7).
              10 IMP-BEFORE       PIC S9(11)V9(5).
              10 IMP-AFTER        PIC S9(11)V9(5).
              10 IMP-CHANGE       PIC S9(11)V9(5).
              10 IMP-LARGEST      PIC S9(7)V9(5).
              10 IMP-LARGEST-ABS  PIC 9(7)V9(5).
       01  WS-IMP-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-IMP-MAX          PIC 9(3) VALUE 200.
       01  WS-IMP-POS          PIC 9(3) VALUE ZEROS.
       01  WS-ROW-CODE         PIC X(3) VALUE SPACES.
       01  WS-ROW-SOURCE       PIC X(3) VALUE SPACES.
       01  WS-BEST-EFF         PIC 9(8) VALUE ZEROS.
       01  WS-SIM-DIVISOR      PIC 9(5) VALUE ZEROS.
       01  SIM-NUM1            PIC S9(5)V9(2) VALUE 0.
       01  SIM-NUM2            PIC S9(5)V9(2) VALUE 0.
       01  SIM-RESULT          PIC S9(5)V9(5) VALUE 0.
       01  WS-ROW-CHANGE       PIC S9(7)V9(5) VALUE ZEROS.
       01  WS-ROW-ABS          PIC 9(7)V9(5) VALUE ZEROS.
       01  WS-SUB-COUNT        PIC 9(7) VALUE ZEROS.
       01  WS-SUB-NO-CALC      PIC 9(7) VALUE ZEROS.
       01  WS-SUB-BEFORE       PIC S9(11)V9(5) VALUE ZEROS.
       01  WS-SUB-AFTER        PIC S9(11)V9(5) VALUE ZEROS.
       01  WS-SUB-CHANGE       PIC S9(11)V9(5) VALUE ZEROS.
       01  WS-SUB-LARGEST      PIC S9(7)V9(5) VALUE ZEROS.
       01  WS-SUB-LARGEST-ABS  PIC 9(7)V9(5) VALUE ZEROS.
       01  WS-TOT-COUNT        PIC 9(7) VALUE ZEROS.
       01  WS-TOT-NO-CALC      PIC 9(7) VALUE ZEROS.
       01  WS-TOT-BEFORE       PIC S9(11)V9(5) VALUE ZEROS.
       01  WS-TOT-AFTER        PIC S9(11)V9(5) VALUE ZEROS.
       01  WS-TOT-CHANGE       PIC S9(11)V9(5) VALUE ZEROS.
       01  WS-TOT-LARGEST      PIC S9(7)V9(5) VALUE ZEROS.
       01  WS-TOT-LARGEST-ABS  PIC 9(7)V9(5) VALUE ZEROS.
       01  WS-PREV-CODE        PIC X(3) VALUE SPACES.
       01  WS-ROWS-READ        PIC 9(7) VALUE ZEROS.
       01  WS-ROWS-IN-RANGE    PIC 9(7) VALUE ZEROS.
       01  WS-ROWS-NO-CODE     PIC 9(7) VALUE ZEROS.
       01  WS-ROWS-DROPPED     PIC 9(7) VALUE ZEROS.
       01  WS-TBL-DIFFS        PIC 9(3) VALUE ZEROS.
       01  WS-OLD-DIVISOR      PIC 9(5) VALUE ZEROS.
       01  WS-SHIFT-POS        PIC 9(3) VALUE ZEROS.
       01  WS-RUN-START-DATE   PIC 9(8).
       01  WS-RUN-START-TIME   PIC 9(8).
       01  WS-RUN-STATUS       PIC X(8) VALUE "OK".
       01  WS-PRN-FROM         PIC 9999/99/99.
       01  WS-PRN-TO           PIC 9999/99/99.
       01  WS-PRN-COUNT        PIC ZZZ,ZZ9.
       01  WS-PRN-NO-CALC      PIC ZZZ,ZZ9.
       01  WS-PRN-BEFORE       PIC ---,---,--9.99999.
       01  WS-PRN-AFTER        PIC ---,---,--9.99999.
       01  WS-PRN-CHANGE       PIC ---,---,--9.99999.
       01  WS-PRN-LARGEST      PIC ----,--9.99999.
       01  WS-PRN-OLD-DIV      PIC ZZZZ9.
       01  WS-PRN-NEW-DIV      PIC ZZZZ9.
       01  WS-PRINT-LINE       PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       000-BEGIN.
           PERFORM 001-INIT-RUN-STATE THRU 001-EXIT
           CALL "GETOPER" USING WS-OPERATOR-ID
           CALL "GETBDATE" USING WS-RUN-START-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-RUN-START-TIME
           MOVE WS-RUN-START-DATE TO WS-PRN-RUN-DATE
           PERFORM 002-GET-REQUEST THRU 002-EXIT
           IF WS-RUN-STATUS NOT = "OK"
              PERFORM 010-RECORD-RUN-HISTORY THRU 010-EXIT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 003-LOAD-TABLES THRU 003-EXIT
           IF WS-RUN-STATUS NOT = "OK"
              PERFORM 010-RECORD-RUN-HISTORY THRU 010-EXIT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT PRINT-FILE
           PERFORM 012-PRINT-HEADING THRU 012-EXIT
           PERFORM 004-LIST-TABLE-CHANGES THRU 004-EXIT
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-FSTATUS = "00"
              PERFORM UNTIL END-OF-AUDIT
                 READ AUDIT-FILE
                    AT END MOVE "Y" TO WS-AUD-EOF-SW
                    NOT AT END
                       PERFORM 005-SIMULATE-ONE-ROW THRU 005-EXIT
                 END-READ
              END-PERFORM
              CLOSE AUDIT-FILE
           END-IF
           PERFORM 008-PRINT-IMPACT THRU 008-EXIT
           CLOSE PRINT-FILE
           CALL "SPOOLSAVE" USING WS-SPOOL-PROGRAM WS-SPOOL-FILE
           DISPLAY "-----------------------------------------------"
           DISPLAY "Audit rows read  . . . . . . . : " WS-ROWS-READ
           DISPLAY "Rows in date range . . . . . . : " WS-ROWS-IN-RANGE
           DISPLAY "Rows with no divisor code  . . : " WS-ROWS-NO-CODE
           DISPLAY "Rows re-run under proposal . . : " WS-TOT-COUNT
           DISPLAY "Rows that could not be re-run  : " WS-TOT-NO-CALC
           DISPLAY "Table versions differing . . . : " WS-TBL-DIFFS
           DISPLAY "Report on divsim-print.dat"
           DISPLAY "==============================================="
           MOVE 0 TO RETURN-CODE
           PERFORM 010-RECORD-RUN-HISTORY THRU 010-EXIT
           GOBACK
       .

       001-INIT-RUN-STATE.
           MOVE "N" TO WS-AUD-EOF-SW
           MOVE "N" TO WS-DVT-EOF-SW
           MOVE "N" TO WS-PRP-EOF-SW
           MOVE "N" TO WS-PARM-SEEN-SW
           MOVE "OK" TO WS-RUN-STATUS
           MOVE SPACES TO WS-PROPOSED-NAME
           MOVE ZEROS TO WS-FROM-DATE WS-TO-DATE
           MOVE ZEROS TO WS-CUR-COUNT WS-PRP-COUNT WS-IMP-COUNT
           MOVE ZEROS TO WS-ROWS-READ WS-ROWS-IN-RANGE
           MOVE ZEROS TO WS-ROWS-NO-CODE WS-ROWS-DROPPED
           MOVE ZEROS TO WS-TBL-DIFFS
           MOVE ZEROS TO WS-TOT-COUNT WS-TOT-NO-CALC WS-TOT-BEFORE
           MOVE ZEROS TO WS-TOT-AFTER WS-TOT-CHANGE WS-TOT-LARGEST
           MOVE ZEROS TO WS-TOT-LARGEST-ABS
       .
       001-EXIT.
           EXIT
       .

       002-GET-REQUEST.
           OPEN INPUT PARM-FILE
           IF WS-PARM-FSTATUS = "00"
              READ PARM-FILE
                 AT END CONTINUE
                 NOT AT END
                    MOVE DSP-PROPOSED-NAME TO WS-PROPOSED-NAME
                    IF DSP-FROM-DATE NUMERIC
                       MOVE DSP-FROM-DATE TO WS-FROM-DATE
                    END-IF
                    IF DSP-TO-DATE NUMERIC
                       MOVE DSP-TO-DATE TO WS-TO-DATE
                    END-IF
                    MOVE "Y" TO WS-PARM-SEEN-SW
              END-READ
              CLOSE PARM-FILE
              CALL "CBL_DELETE_FILE" USING WS-PARM-NAME
           END-IF
           IF NOT PARM-SUPPLIED
              DISPLAY "Proposed divisor table file "
                 "(default userdiv-divtbl.new): " WITH NO ADVANCING
              MOVE SPACES TO WS-NAME-IN
              ACCEPT WS-NAME-IN
              MOVE WS-NAME-IN TO WS-PROPOSED-NAME
              DISPLAY "From run date YYYYMMDD (blank for earliest): "
                 WITH NO ADVANCING
              MOVE SPACES TO WS-DATE-IN
              ACCEPT WS-DATE-IN
              IF WS-DATE-IN NUMERIC
                 MOVE WS-DATE-IN TO WS-FROM-DATE
              END-IF
              DISPLAY "To run date YYYYMMDD (blank for business date): "
                 WITH NO ADVANCING
              MOVE SPACES TO WS-DATE-IN
              ACCEPT WS-DATE-IN
              IF WS-DATE-IN NUMERIC
                 MOVE WS-DATE-IN TO WS-TO-DATE
              END-IF
           END-IF
           IF WS-PROPOSED-NAME = SPACES
              MOVE "userdiv-divtbl.new" TO WS-PROPOSED-NAME
           END-IF
           IF WS-TO-DATE = 0
              MOVE WS-RUN-START-DATE TO WS-TO-DATE
           END-IF
           IF WS-FROM-DATE > WS-TO-DATE
              DISPLAY "DIVSIM: from date " WS-FROM-DATE
                 " is after to date " WS-TO-DATE
              MOVE "BADPARM" TO WS-RUN-STATUS
           END-IF
       .
       002-EXIT.
           EXIT
       .

       003-LOAD-TABLES.
           OPEN INPUT DIVISOR-TABLE
           IF WS-DVT-FSTATUS = "00"
              PERFORM UNTIL END-OF-DVT
                 READ DIVISOR-TABLE
                    AT END MOVE "Y" TO WS-DVT-EOF-SW
                    NOT AT END
                       IF WS-CUR-COUNT < WS-TBL-MAX
                          ADD 1 TO WS-CUR-COUNT
                          MOVE DVT-CODE TO CUR-TBL-CODE(WS-CUR-COUNT)
                          MOVE DVT-DIVISOR TO
                             CUR-TBL-DIVISOR(WS-CUR-COUNT)
                          IF DVT-EFF-DATE NUMERIC
                             MOVE DVT-EFF-DATE TO
                                CUR-TBL-EFF(WS-CUR-COUNT)
                          ELSE
                             MOVE ZEROS TO CUR-TBL-EFF(WS-CUR-COUNT)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DIVISOR-TABLE
           END-IF
           OPEN INPUT PROPOSED-TABLE
           IF WS-PRP-FSTATUS NOT = "00"
              DISPLAY "DIVSIM: cannot open proposed table "
                 FUNCTION TRIM(WS-PROPOSED-NAME)
              MOVE "NOTABLE" TO WS-RUN-STATUS
              GO TO 003-EXIT
           END-IF
           PERFORM UNTIL END-OF-PROPOSED
              READ PROPOSED-TABLE
                 AT END MOVE "Y" TO WS-PRP-EOF-SW
                 NOT AT END
                    IF WS-PRP-COUNT < WS-TBL-MAX
                       ADD 1 TO WS-PRP-COUNT
                       MOVE PRP-CODE TO PRP-TBL-CODE(WS-PRP-COUNT)
                       MOVE PRP-DIVISOR TO
                          PRP-TBL-DIVISOR(WS-PRP-COUNT)
                       IF PRP-EFF-DATE NUMERIC
                          MOVE PRP-EFF-DATE TO
                             PRP-TBL-EFF(WS-PRP-COUNT)
                       ELSE
                          MOVE ZEROS TO PRP-TBL-EFF(WS-PRP-COUNT)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PROPOSED-TABLE
       .
       003-EXIT.
           EXIT
       .

       004-LIST-TABLE-CHANGES.
           MOVE "DIVISOR TABLE VERSIONS THAT DIFFER" TO WS-PRINT-LINE
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           MOVE "CODE EFFECTIVE  CHANGE   CURRENT  PROPOSED"
              TO WS-PRINT-LINE
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           PERFORM VARYING PRP-IDX FROM 1 BY 1
              UNTIL PRP-IDX > WS-PRP-COUNT
              MOVE "N" TO WS-FOUND-SW
              MOVE ZEROS TO WS-OLD-DIVISOR
              PERFORM VARYING CUR-IDX FROM 1 BY 1
                 UNTIL CUR-IDX > WS-CUR-COUNT
                 IF CUR-TBL-CODE(CUR-IDX) = PRP-TBL-CODE(PRP-IDX)
                    AND CUR-TBL-EFF(CUR-IDX) = PRP-TBL-EFF(PRP-IDX)
                    MOVE "Y" TO WS-FOUND-SW
                    MOVE CUR-TBL-DIVISOR(CUR-IDX) TO WS-OLD-DIVISOR
                 END-IF
              END-PERFORM
              MOVE WS-OLD-DIVISOR TO WS-PRN-OLD-DIV
              MOVE PRP-TBL-DIVISOR(PRP-IDX) TO WS-PRN-NEW-DIV
              IF NOT ENTRY-FOUND
                 ADD 1 TO WS-TBL-DIFFS
                 MOVE SPACES TO WS-PRINT-LINE
                 STRING PRP-TBL-CODE(PRP-IDX) "  "
                    PRP-TBL-EFF(PRP-IDX) "  ADDED         "
                    "     " WS-PRN-NEW-DIV
                    DELIMITED BY SIZE INTO WS-PRINT-LINE
                 PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
              END-IF
              IF ENTRY-FOUND
                 AND WS-OLD-DIVISOR NOT = PRP-TBL-DIVISOR(PRP-IDX)
                 ADD 1 TO WS-TBL-DIFFS
                 MOVE SPACES TO WS-PRINT-LINE
                 STRING PRP-TBL-CODE(PRP-IDX) "  "
                    PRP-TBL-EFF(PRP-IDX) "  CHANGED  "
                    WS-PRN-OLD-DIV "     " WS-PRN-NEW-DIV
                    DELIMITED BY SIZE INTO WS-PRINT-LINE
                 PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
              END-IF
           END-PERFORM
           PERFORM VARYING CUR-IDX FROM 1 BY 1
              UNTIL CUR-IDX > WS-CUR-COUNT
              MOVE "N" TO WS-FOUND-SW
              PERFORM VARYING PRP-IDX FROM 1 BY 1
                 UNTIL PRP-IDX > WS-PRP-COUNT
                 IF CUR-TBL-CODE(CUR-IDX) = PRP-TBL-CODE(PRP-IDX)
                    AND CUR-TBL-EFF(CUR-IDX) = PRP-TBL-EFF(PRP-IDX)
                    MOVE "Y" TO WS-FOUND-SW
                 END-IF
              END-PERFORM
              IF NOT ENTRY-FOUND
                 ADD 1 TO WS-TBL-DIFFS
                 MOVE CUR-TBL-DIVISOR(CUR-IDX) TO WS-PRN-OLD-DIV
                 MOVE SPACES TO WS-PRINT-LINE
                 STRING CUR-TBL-CODE(CUR-IDX) "  "
                    CUR-TBL-EFF(CUR-IDX) "  REMOVED  "
                    WS-PRN-OLD-DIV
                    DELIMITED BY SIZE INTO WS-PRINT-LINE
                 PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
              END-IF
           END-PERFORM
           IF WS-TBL-DIFFS = 0
              MOVE "  (proposed table is the same as the current table)"
                 TO WS-PRINT-LINE
              PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
       .
       004-EXIT.
           EXIT
       .

       005-SIMULATE-ONE-ROW.
           ADD 1 TO WS-ROWS-READ
           IF AUD-RUN-DATE NOT NUMERIC
              GO TO 005-EXIT
           END-IF
           IF AUD-RUN-DATE < WS-FROM-DATE OR AUD-RUN-DATE > WS-TO-DATE
              GO TO 005-EXIT
           END-IF
           ADD 1 TO WS-ROWS-IN-RANGE
           IF AUD-DIV-CODE = SPACES
              ADD 1 TO WS-ROWS-NO-CODE
              GO TO 005-EXIT
           END-IF
           MOVE AUD-DIV-CODE TO WS-ROW-CODE
           MOVE AUD-SOURCE TO WS-ROW-SOURCE
           IF WS-ROW-SOURCE = SPACES
              MOVE "KEY" TO WS-ROW-SOURCE
           END-IF
           PERFORM 006-FIND-IMPACT-ENTRY THRU 006-EXIT
           IF WS-IMP-POS = 0
              ADD 1 TO WS-ROWS-DROPPED
              GO TO 005-EXIT
           END-IF
           MOVE ZEROS TO WS-BEST-EFF WS-SIM-DIVISOR
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING PRP-IDX FROM 1 BY 1
              UNTIL PRP-IDX > WS-PRP-COUNT
              IF PRP-TBL-CODE(PRP-IDX) = WS-ROW-CODE
                 AND PRP-TBL-EFF(PRP-IDX) <= AUD-RUN-DATE
                 IF NOT ENTRY-FOUND
                    OR PRP-TBL-EFF(PRP-IDX) >= WS-BEST-EFF
                    MOVE PRP-TBL-EFF(PRP-IDX) TO WS-BEST-EFF
                    MOVE PRP-TBL-DIVISOR(PRP-IDX) TO WS-SIM-DIVISOR
                    MOVE "Y" TO WS-FOUND-SW
                 END-IF
              END-IF
           END-PERFORM
           MOVE "N" TO WS-CALC-OK-SW
           IF ENTRY-FOUND
              PERFORM 007-RECALCULATE THRU 007-EXIT
           END-IF
           IF NOT CALC-WORKED
              ADD 1 TO IMP-NO-CALC(WS-IMP-POS)
              GO TO 005-EXIT
           END-IF
           ADD 1 TO IMP-COUNT(WS-IMP-POS)
           ADD AUD-RESULT TO IMP-BEFORE(WS-IMP-POS)
           ADD SIM-RESULT TO IMP-AFTER(WS-IMP-POS)
           SUBTRACT AUD-RESULT FROM SIM-RESULT GIVING WS-ROW-CHANGE
           ADD WS-ROW-CHANGE TO IMP-CHANGE(WS-IMP-POS)
           IF WS-ROW-CHANGE < 0
              SUBTRACT WS-ROW-CHANGE FROM ZEROS GIVING WS-ROW-ABS
           ELSE
              MOVE WS-ROW-CHANGE TO WS-ROW-ABS
           END-IF
           IF WS-ROW-ABS > IMP-LARGEST-ABS(WS-IMP-POS)
              MOVE WS-ROW-ABS TO IMP-LARGEST-ABS(WS-IMP-POS)
              MOVE WS-ROW-CHANGE TO IMP-LARGEST(WS-IMP-POS)
           END-IF
       .
       005-EXIT.
           EXIT
       .

       006-FIND-IMPACT-ENTRY.
           MOVE ZEROS TO WS-IMP-POS
           PERFORM VARYING IMP-IDX FROM 1 BY 1
              UNTIL IMP-IDX > WS-IMP-COUNT OR WS-IMP-POS > 0
              IF IMP-CODE(IMP-IDX) = WS-ROW-CODE
                 AND IMP-SOURCE(IMP-IDX) = WS-ROW-SOURCE
                 SET WS-IMP-POS TO IMP-IDX
              END-IF
           END-PERFORM
           IF WS-IMP-POS > 0
              GO TO 006-EXIT
           END-IF
           IF WS-IMP-COUNT >= WS-IMP-MAX
              GO TO 006-EXIT
           END-IF
           MOVE 1 TO WS-IMP-POS
           PERFORM VARYING IMP-IDX FROM 1 BY 1
              UNTIL IMP-IDX > WS-IMP-COUNT
              IF IMP-CODE(IMP-IDX) < WS-ROW-CODE
                 OR (IMP-CODE(IMP-IDX) = WS-ROW-CODE
                    AND IMP-SOURCE(IMP-IDX) < WS-ROW-SOURCE)
                 SET WS-IMP-POS TO IMP-IDX
                 ADD 1 TO WS-IMP-POS
              END-IF
           END-PERFORM
           PERFORM VARYING WS-SHIFT-POS FROM WS-IMP-COUNT BY -1
              UNTIL WS-SHIFT-POS < WS-IMP-POS
              MOVE IMP-ENTRY(WS-SHIFT-POS)
                 TO IMP-ENTRY(WS-SHIFT-POS + 1)
           END-PERFORM
           ADD 1 TO WS-IMP-COUNT
           MOVE WS-ROW-CODE TO IMP-CODE(WS-IMP-POS)
           MOVE WS-ROW-SOURCE TO IMP-SOURCE(WS-IMP-POS)
           MOVE ZEROS TO IMP-COUNT(WS-IMP-POS) IMP-NO-CALC(WS-IMP-POS)
           MOVE ZEROS TO IMP-BEFORE(WS-IMP-POS) IMP-AFTER(WS-IMP-POS)
           MOVE ZEROS TO IMP-CHANGE(WS-IMP-POS)
           MOVE ZEROS TO IMP-LARGEST(WS-IMP-POS)
           MOVE ZEROS TO IMP-LARGEST-ABS(WS-IMP-POS)
       .
       006-EXIT.
           EXIT
       .

       007-RECALCULATE.
           MOVE AUD-NUM1 TO SIM-NUM1
           MOVE WS-SIM-DIVISOR TO SIM-NUM2
           EVALUATE AUD-OP
              WHEN "A"
                 COMPUTE SIM-RESULT = SIM-NUM1 + SIM-NUM2
                    ON SIZE ERROR CONTINUE
                    NOT ON SIZE ERROR MOVE "Y" TO WS-CALC-OK-SW
                 END-COMPUTE
              WHEN "S"
                 COMPUTE SIM-RESULT = SIM-NUM1 - SIM-NUM2
                    ON SIZE ERROR CONTINUE
                    NOT ON SIZE ERROR MOVE "Y" TO WS-CALC-OK-SW
                 END-COMPUTE
              WHEN "M"
                 COMPUTE SIM-RESULT = SIM-NUM1 * SIM-NUM2
                    ON SIZE ERROR CONTINUE
                    NOT ON SIZE ERROR MOVE "Y" TO WS-CALC-OK-SW
                 END-COMPUTE
              WHEN "P"
                 IF SIM-NUM2 NOT = 0
                    COMPUTE SIM-RESULT ROUNDED =
                       (SIM-NUM1 / SIM-NUM2) * 100
                       ON SIZE ERROR CONTINUE
                       NOT ON SIZE ERROR MOVE "Y" TO WS-CALC-OK-SW
                    END-COMPUTE
                 END-IF
              WHEN "D"
                 IF SIM-NUM2 NOT = 0
                    COMPUTE SIM-RESULT ROUNDED = SIM-NUM1 / SIM-NUM2
                       ON SIZE ERROR CONTINUE
                       NOT ON SIZE ERROR MOVE "Y" TO WS-CALC-OK-SW
                    END-COMPUTE
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
       .
       007-EXIT.
           EXIT
       .

       008-PRINT-IMPACT.
           MOVE "IMPACT ON PAST CALCULATIONS BY DIVISOR CODE AND SOURCE"
              TO WS-PRINT-LINE
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           MOVE "CODE SRC   COUNT" TO WS-PRINT-LINE
           MOVE "BEFORE TOTAL" TO WS-PRINT-LINE(23:12)
           MOVE "AFTER TOTAL" TO WS-PRINT-LINE(42:11)
           MOVE "TOTAL CHANGE" TO WS-PRINT-LINE(59:12)
           MOVE "LARGEST CHANGE" TO WS-PRINT-LINE(72:14)
           MOVE "NOT RE-RUN" TO WS-PRINT-LINE(88:10)
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           IF WS-IMP-COUNT = 0
              MOVE "  (no past calculations used a divisor code in the "
                 TO WS-PRINT-LINE
              MOVE "date range)" TO WS-PRINT-LINE(53:11)
              PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
              GO TO 008-EXIT
           END-IF
           MOVE SPACES TO WS-PREV-CODE
           PERFORM VARYING IMP-IDX FROM 1 BY 1
              UNTIL IMP-IDX > WS-IMP-COUNT
              IF IMP-CODE(IMP-IDX) NOT = WS-PREV-CODE
                 IF WS-PREV-CODE NOT = SPACES
                    PERFORM 009-PRINT-CODE-TOTAL THRU 009-EXIT
                 END-IF
                 MOVE IMP-CODE(IMP-IDX) TO WS-PREV-CODE
                 MOVE ZEROS TO WS-SUB-COUNT WS-SUB-NO-CALC
                 MOVE ZEROS TO WS-SUB-BEFORE WS-SUB-AFTER
                 MOVE ZEROS TO WS-SUB-CHANGE WS-SUB-LARGEST
                 MOVE ZEROS TO WS-SUB-LARGEST-ABS
              END-IF
              ADD IMP-COUNT(IMP-IDX) TO WS-SUB-COUNT
              ADD IMP-NO-CALC(IMP-IDX) TO WS-SUB-NO-CALC
              ADD IMP-BEFORE(IMP-IDX) TO WS-SUB-BEFORE
              ADD IMP-AFTER(IMP-IDX) TO WS-SUB-AFTER
              ADD IMP-CHANGE(IMP-IDX) TO WS-SUB-CHANGE
              IF IMP-LARGEST-ABS(IMP-IDX) > WS-SUB-LARGEST-ABS
                 MOVE IMP-LARGEST-ABS(IMP-IDX) TO WS-SUB-LARGEST-ABS
                 MOVE IMP-LARGEST(IMP-IDX) TO WS-SUB-LARGEST
              END-IF
              MOVE IMP-COUNT(IMP-IDX) TO WS-PRN-COUNT
              MOVE IMP-NO-CALC(IMP-IDX) TO WS-PRN-NO-CALC
              MOVE IMP-BEFORE(IMP-IDX) TO WS-PRN-BEFORE
              MOVE IMP-AFTER(IMP-IDX) TO WS-PRN-AFTER
              MOVE IMP-CHANGE(IMP-IDX) TO WS-PRN-CHANGE
              MOVE IMP-LARGEST(IMP-IDX) TO WS-PRN-LARGEST
              MOVE SPACES TO WS-PRINT-LINE
              STRING IMP-CODE(IMP-IDX) "  " IMP-SOURCE(IMP-IDX) " "
                 WS-PRN-COUNT " " WS-PRN-BEFORE " " WS-PRN-AFTER " "
                 WS-PRN-CHANGE " " WS-PRN-LARGEST "     "
                 WS-PRN-NO-CALC
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
              PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           END-PERFORM
           PERFORM 009-PRINT-CODE-TOTAL THRU 009-EXIT
           MOVE WS-TOT-COUNT TO WS-PRN-COUNT
           MOVE WS-TOT-NO-CALC TO WS-PRN-NO-CALC
           MOVE WS-TOT-BEFORE TO WS-PRN-BEFORE
           MOVE WS-TOT-AFTER TO WS-PRN-AFTER
           MOVE WS-TOT-CHANGE TO WS-PRN-CHANGE
           MOVE WS-TOT-LARGEST TO WS-PRN-LARGEST
           MOVE SPACES TO WS-PRINT-LINE
           STRING "ALL      " WS-PRN-COUNT " " WS-PRN-BEFORE " "
              WS-PRN-AFTER " " WS-PRN-CHANGE " " WS-PRN-LARGEST
              "     " WS-PRN-NO-CALC
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           IF WS-ROWS-DROPPED > 0
              MOVE WS-ROWS-DROPPED TO WS-PRN-COUNT
              MOVE SPACES TO WS-PRINT-LINE
              STRING WS-PRN-COUNT " ROWS LEFT OUT - IMPACT TABLE FULL"
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
              PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           END-IF
       .
       008-EXIT.
           EXIT
       .

       009-PRINT-CODE-TOTAL.
           ADD WS-SUB-COUNT TO WS-TOT-COUNT
           ADD WS-SUB-NO-CALC TO WS-TOT-NO-CALC
           ADD WS-SUB-BEFORE TO WS-TOT-BEFORE
           ADD WS-SUB-AFTER TO WS-TOT-AFTER
           ADD WS-SUB-CHANGE TO WS-TOT-CHANGE
           IF WS-SUB-LARGEST-ABS > WS-TOT-LARGEST-ABS
              MOVE WS-SUB-LARGEST-ABS TO WS-TOT-LARGEST-ABS
              MOVE WS-SUB-LARGEST TO WS-TOT-LARGEST
           END-IF
           MOVE WS-SUB-COUNT TO WS-PRN-COUNT
           MOVE WS-SUB-NO-CALC TO WS-PRN-NO-CALC
           MOVE WS-SUB-BEFORE TO WS-PRN-BEFORE
           MOVE WS-SUB-AFTER TO WS-PRN-AFTER
           MOVE WS-SUB-CHANGE TO WS-PRN-CHANGE
           MOVE WS-SUB-LARGEST TO WS-PRN-LARGEST
           MOVE SPACES TO WS-PRINT-LINE
           STRING WS-PREV-CODE "  ALL " WS-PRN-COUNT " " WS-PRN-BEFORE
              " " WS-PRN-AFTER " " WS-PRN-CHANGE " " WS-PRN-LARGEST
              "     " WS-PRN-NO-CALC
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
       .
       009-EXIT.
           EXIT
       .

       010-RECORD-RUN-HISTORY.
           OPEN I-O RUN-HISTORY-FILE
           IF WS-RUNH-FSTATUS = "35"
              OPEN OUTPUT RUN-HISTORY-FILE
           END-IF
           MOVE SPACES TO RUN-HISTORY-REC
           MOVE "DIVSIM" TO RUNH-PROGRAM
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
       010-EXIT.
           EXIT
       .

       012-PRINT-HEADING.
           MOVE WS-FROM-DATE TO WS-PRN-FROM
           MOVE WS-TO-DATE TO WS-PRN-TO
           MOVE SPACES TO WS-PRINT-LINE
           STRING "DIVISOR TABLE WHAT-IF SIMULATION   RUN DATES "
              WS-PRN-FROM " TO " WS-PRN-TO
              "   RUN DATE " WS-PRN-RUN-DATE
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE "1" TO PRN-CARRIAGE-CTL
           MOVE WS-PRINT-LINE TO PRN-TEXT
           WRITE PRINT-REC
           DISPLAY WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "PROPOSED TABLE " FUNCTION TRIM(WS-PROPOSED-NAME)
              "   OPERATOR " WS-OPERATOR-ID
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
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
       .
       013-EXIT.
           EXIT
       .

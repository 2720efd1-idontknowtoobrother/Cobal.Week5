       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLTJRNL.
       AUTHOR. JAKKRIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACT-FILE ASSIGN TO DYNAMIC WS-EXTRACT-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EXT-FSTATUS.
           SELECT COST-FILE ASSIGN TO "wo-costs.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-COST-FSTATUS.
           SELECT ASSIGN-FILE ASSIGN TO DYNAMIC WS-ASGF-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ASG-FSTATUS.
           SELECT GL-MAP-FILE ASSIGN TO "gl-map.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GLM-FSTATUS.
           SELECT JOURNAL-FILE ASSIGN TO "fleet-journal.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FJL-FSTATUS.
           SELECT BATCH-FLAG-FILE ASSIGN TO "nightly-batch.flg"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BATCH-FSTATUS.
           SELECT SHARED-EXCEPTION-FILE ASSIGN TO
              "shared-exceptions.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EXC-FSTATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO "run-history.idx"
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS RUNH-KEY
              FILE STATUS IS WS-RUNH-FSTATUS.
           SELECT PRINT-FILE ASSIGN TO "fltjrnl-print.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE.
       COPY "gl-extract.cpy".

       FD  COST-FILE.
       COPY "wo-cost.cpy".

       FD  ASSIGN-FILE.
       COPY "veh-assign.cpy".

       FD  GL-MAP-FILE.
       COPY "gl-map.cpy".

       FD  JOURNAL-FILE.
       COPY "fleet-jrnl.cpy".
       COPY "trailer-rec.cpy".

       FD  BATCH-FLAG-FILE.
       COPY "batch-flag.cpy".

       FD  SHARED-EXCEPTION-FILE.
       COPY "exception-log.cpy".

       FD  RUN-HISTORY-FILE.
       COPY "run-history.cpy".

       FD  PRINT-FILE.
       COPY "print-line.cpy".

       WORKING-STORAGE SECTION.
       COPY "run-stamp.cpy".
       01  WS-ASGF-DSN        PIC X(40)
           VALUE "veh-assign.dat".
       01  WS-EXTRACT-NAME     PIC X(40) VALUE SPACES.
       01  WS-SPOOL-PROGRAM    PIC X(12) VALUE "FLTJRNL".
       01  WS-SPOOL-FILE       PIC X(40)
           VALUE "fltjrnl-print.dat".
       01  WS-BAL-PROGRAM      PIC X(12) VALUE "FLTJRNL".
       01  WS-BAL-FILE         PIC X(30) VALUE "fleet-journal.dat".
       01  WS-BAL-COUNT        PIC 9(7) VALUE ZEROS.
       01  WS-BAL-AMOUNT       PIC S9(9)V99 VALUE ZEROS.
       01  WS-OPERATOR-ID      PIC X(8) VALUE "SYSTEM".
       01  WS-EXT-FSTATUS      PIC XX VALUE "00".
       01  WS-COST-FSTATUS     PIC XX VALUE "00".
       01  WS-ASG-FSTATUS      PIC XX VALUE "00".
       01  WS-GLM-FSTATUS      PIC XX VALUE "00".
       01  WS-FJL-FSTATUS      PIC XX VALUE "00".
       01  WS-BATCH-FSTATUS    PIC XX VALUE "00".
       01  WS-EXC-FSTATUS      PIC XX VALUE "00".
       01  WS-RUNH-FSTATUS     PIC XX VALUE "00".
       01  WS-EXT-EOF-SW       PIC X VALUE "N".
           88 END-OF-EXTRACT      VALUE "Y".
       01  WS-COST-EOF-SW      PIC X VALUE "N".
           88 END-OF-COSTS        VALUE "Y".
       01  WS-ASG-EOF-SW       PIC X VALUE "N".
           88 END-OF-ASSIGNS      VALUE "Y".
       01  WS-GLM-EOF-SW       PIC X VALUE "N".
           88 END-OF-GL-MAP       VALUE "Y".
       01  WS-BATCH-SW         PIC X VALUE "N".
           88 BATCH-RUN           VALUE "Y".
       01  WS-MONTH-IN         PIC X(6).
       01  WS-TARGET-MONTH     PIC 9(6) VALUE ZEROS.
       01  GLM-TABLE.
           05 GLM-ENTRY OCCURS 300 TIMES INDEXED BY GLM-IDX.
              10 GLM-TBL-CC       PIC X(4).
              10 GLM-TBL-TYPE     PIC X(4).
              10 GLM-TBL-ACCOUNT  PIC X(8).
       01  WS-GLM-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-GLM-MAX          PIC 9(3) VALUE 300.
       01  ASG-TABLE.
           05 ASG-ENTRY OCCURS 400 TIMES INDEXED BY ASG-IDX.
              10 ASG-VEH-ID     PIC X(6).
              10 ASG-CC         PIC X(4).
              10 ASG-EFF-DATE   PIC 9(8).
              10 ASG-END-DATE   PIC 9(8).
       01  WS-ASG-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-ASG-MAX          PIC 9(3) VALUE 400.
       01  WS-BEST-DATE        PIC 9(8) VALUE ZEROS.
       01  WS-BEST-CC          PIC X(4) VALUE SPACES.
       01  JL-TABLE.
           05 JL-ENTRY OCCURS 600 TIMES INDEXED BY JL-IDX.
              10 JL-ACCOUNT     PIC X(8).
              10 JL-DRCR        PIC X(2).
              10 JL-CC          PIC X(4).
              10 JL-TYPE        PIC X(4).
              10 JL-DESC        PIC X(20).
              10 JL-AMOUNT      PIC 9(9)V99.
       01  WS-JL-COUNT         PIC 9(3) VALUE ZEROS.
       01  WS-JL-MAX           PIC 9(3) VALUE 600.
       01  WS-JL-FOUND-SW      PIC X VALUE "N".
           88 JL-FOUND            VALUE "Y".
       01  TYPE-LIST.
           05 FILLER           PIC X(4) VALUE "MILE".
           05 FILLER           PIC X(4) VALUE "FUEL".
           05 FILLER           PIC X(4) VALUE "MAIN".
           05 FILLER           PIC X(4) VALUE "DEPR".
           05 FILLER           PIC X(4) VALUE "POOL".
       01  TYPE-TABLE REDEFINES TYPE-LIST.
           05 TYPE-CODE        PIC X(4) OCCURS 5 TIMES.
       01  TYPE-TOTALS.
           05 TYPE-NET         PIC S9(9)V99 OCCURS 5 TIMES.
       01  WS-TYPE-IDX         PIC 9 VALUE ZEROS.
       01  WS-TYPE-FOUND-SW    PIC X VALUE "N".
           88 TYPE-FOUND          VALUE "Y".
       01  WS-CLEAR-ACCOUNT    PIC X(8) VALUE "FLEETCLR".
       01  WS-POST-ACCOUNT     PIC X(8) VALUE SPACES.
       01  WS-POST-DRCR        PIC X(2) VALUE SPACES.
       01  WS-POST-CC          PIC X(4) VALUE SPACES.
       01  WS-POST-TYPE        PIC X(4) VALUE SPACES.
       01  WS-POST-DESC        PIC X(20) VALUE SPACES.
       01  WS-POST-AMOUNT      PIC 9(9)V99 VALUE ZEROS.
       01  WS-DEBIT-TOTAL      PIC 9(9)V99 VALUE ZEROS.
       01  WS-CREDIT-TOTAL     PIC 9(9)V99 VALUE ZEROS.
       01  WS-EXTRACT-LINES    PIC 9(7) VALUE ZEROS.
       01  WS-OFFSET-LINES     PIC 9(7) VALUE ZEROS.
       01  WS-COST-LINES       PIC 9(7) VALUE ZEROS.
       01  WS-UNMAPPED-COUNT   PIC 9(5) VALUE ZEROS.
       01  WS-OVERFLOW-COUNT   PIC 9(5) VALUE ZEROS.
       01  WS-RELEASE-SW       PIC X VALUE "N".
           88 JOURNAL-RELEASED    VALUE "Y".
       01  WS-EXC-VALUE        PIC X(10) VALUE SPACES.
       01  WS-EXC-REASON       PIC X(30) VALUE SPACES.
       01  WS-EXC-SEV          PIC X VALUE "E".
       01  WS-PRN-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-PRINT-LINE       PIC X(132) VALUE SPACES.
       01  WS-RUN-START-DATE   PIC 9(8).
       01  WS-RUN-START-TIME   PIC 9(8).
       01  WS-RUN-STATUS       PIC X(8) VALUE "OK".

       PROCEDURE DIVISION.
       000-BEGIN.
           CALL "GETDSN" USING WS-ASGF-DSN
           CALL "GETOPER" USING WS-OPERATOR-ID
           CALL "GETBDATE" USING WS-RUN-START-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-RUN-START-TIME
           MOVE WS-RUN-START-DATE TO WS-PRN-RUN-DATE
           PERFORM 001-SET-TARGET-MONTH THRU 001-EXIT
           PERFORM 002-LOAD-GL-MAP THRU 002-EXIT
           PERFORM 003-LOAD-ASSIGNMENTS THRU 003-EXIT
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
              UNTIL WS-TYPE-IDX > 5
              MOVE ZEROS TO TYPE-NET(WS-TYPE-IDX)
           END-PERFORM
           MOVE "gl-extract.dat" TO WS-EXTRACT-NAME
           PERFORM 004-READ-EXTRACT THRU 004-EXIT
           MOVE "dep-journal.dat" TO WS-EXTRACT-NAME
           PERFORM 004-READ-EXTRACT THRU 004-EXIT
           MOVE "alloc-journal.dat" TO WS-EXTRACT-NAME
           PERFORM 004-READ-EXTRACT THRU 004-EXIT
           PERFORM 005-READ-WO-COSTS THRU 005-EXIT
           PERFORM 009-ADD-CLEARING THRU 009-EXIT
           MOVE ZEROS TO WS-DEBIT-TOTAL WS-CREDIT-TOTAL
           PERFORM VARYING JL-IDX FROM 1 BY 1
              UNTIL JL-IDX > WS-JL-COUNT
              IF JL-DRCR(JL-IDX) = "DR"
                 ADD JL-AMOUNT(JL-IDX) TO WS-DEBIT-TOTAL
              ELSE
                 ADD JL-AMOUNT(JL-IDX) TO WS-CREDIT-TOTAL
              END-IF
           END-PERFORM
           OPEN OUTPUT PRINT-FILE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "FLEET GL JOURNAL  PERIOD " WS-TARGET-MONTH
              "   CLEARING ACCOUNT " WS-CLEAR-ACCOUNT
              "   RUN DATE " WS-PRN-RUN-DATE
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE "1" TO PRN-CARRIAGE-CTL
           MOVE WS-PRINT-LINE TO PRN-TEXT
           WRITE PRINT-REC
           DISPLAY WS-PRINT-LINE
           PERFORM 010-PRINT-JOURNAL THRU 010-EXIT
           IF WS-DEBIT-TOTAL = WS-CREDIT-TOTAL
              AND WS-UNMAPPED-COUNT = 0
              AND WS-OVERFLOW-COUNT = 0
              PERFORM 011-WRITE-JOURNAL THRU 011-EXIT
           ELSE
              PERFORM 012-REFUSE-JOURNAL THRU 012-EXIT
           END-IF
           CLOSE PRINT-FILE
           CALL "SPOOLSAVE" USING WS-SPOOL-PROGRAM WS-SPOOL-FILE
           CALL "BALLOG" USING WS-BAL-PROGRAM WS-BAL-FILE
              WS-BAL-COUNT WS-BAL-AMOUNT
           DISPLAY "-----------------------------------------------"
           DISPLAY "Period journalled  . . . . . . : " WS-TARGET-MONTH
           DISPLAY "Producer lines read  . . . . . : " WS-EXTRACT-LINES
           DISPLAY "Producer offsets replaced  . . : " WS-OFFSET-LINES
           DISPLAY "Work order costs read  . . . . : " WS-COST-LINES
           DISPLAY "Postings with no GL account  . : "
              WS-UNMAPPED-COUNT
           MOVE WS-DEBIT-TOTAL TO WS-PRN-AMOUNT
           DISPLAY "Total debits . . . . . . . . . : " WS-PRN-AMOUNT
           MOVE WS-CREDIT-TOTAL TO WS-PRN-AMOUNT
           DISPLAY "Total credits  . . . . . . . . : " WS-PRN-AMOUNT
           IF JOURNAL-RELEASED
              DISPLAY "Journal released on fleet-journal.dat, "
                 WS-BAL-COUNT " lines"
           ELSE
              DISPLAY "JOURNAL NOT RELEASED - fleet-journal.dat "
                 "left empty"
           END-IF
           DISPLAY "==============================================="
           IF WS-OVERFLOW-COUNT > 0
              DISPLAY "FLTJRNL: " WS-OVERFLOW-COUNT
                 " postings beyond journal table capacity."
           END-IF
           PERFORM 013-RECORD-RUN-HISTORY THRU 013-EXIT
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
              DISPLAY "Period to journal (YYYYMM, Enter for current): "
                 WITH NO ADVANCING
              MOVE SPACES TO WS-MONTH-IN
              ACCEPT WS-MONTH-IN
              IF WS-MONTH-IN IS NUMERIC
                 MOVE WS-MONTH-IN TO WS-TARGET-MONTH
              END-IF
           END-IF
       .
       001-EXIT.
           EXIT
       .

       002-LOAD-GL-MAP.
           OPEN INPUT GL-MAP-FILE
           IF WS-GLM-FSTATUS NOT = "00"
              DISPLAY "FLTJRNL: no GL account mapping, every posting "
                 "will be unmapped."
              GO TO 002-EXIT
           END-IF
           PERFORM UNTIL END-OF-GL-MAP
              READ GL-MAP-FILE
                 AT END MOVE "Y" TO WS-GLM-EOF-SW
                 NOT AT END
                    IF GLM-CC = "****" AND GLM-CHG-TYPE = "CLR "
                       AND GLM-ACCOUNT NOT = SPACES
                       MOVE GLM-ACCOUNT TO WS-CLEAR-ACCOUNT
                    END-IF
                    IF WS-GLM-COUNT < WS-GLM-MAX
                       ADD 1 TO WS-GLM-COUNT
                       MOVE GLM-CC TO GLM-TBL-CC(WS-GLM-COUNT)
                       MOVE GLM-CHG-TYPE TO GLM-TBL-TYPE(WS-GLM-COUNT)
                       MOVE GLM-ACCOUNT TO
                          GLM-TBL-ACCOUNT(WS-GLM-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE GL-MAP-FILE
       .
       002-EXIT.
           EXIT
       .

       003-LOAD-ASSIGNMENTS.
           OPEN INPUT ASSIGN-FILE
           IF WS-ASG-FSTATUS NOT = "00"
              GO TO 003-EXIT
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
       003-EXIT.
           EXIT
       .

       004-READ-EXTRACT.
           MOVE "N" TO WS-EXT-EOF-SW
           OPEN INPUT EXTRACT-FILE
           IF WS-EXT-FSTATUS NOT = "00"
              DISPLAY "FLTJRNL: " WS-EXTRACT-NAME " not found."
              GO TO 004-EXIT
           END-IF
           PERFORM UNTIL END-OF-EXTRACT
              READ EXTRACT-FILE
                 AT END MOVE "Y" TO WS-EXT-EOF-SW
                 NOT AT END
                    IF GLX-DATE NUMERIC
                       AND GLX-DATE(1:6) = WS-TARGET-MONTH
                       AND GLX-AMOUNT NUMERIC
                       ADD 1 TO WS-EXTRACT-LINES
                       PERFORM 006-POST-EXTRACT-LINE THRU 006-EXIT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE EXTRACT-FILE
       .
       004-EXIT.
           EXIT
       .

       005-READ-WO-COSTS.
           OPEN INPUT COST-FILE
           IF WS-COST-FSTATUS NOT = "00"
              GO TO 005-EXIT
           END-IF
           PERFORM UNTIL END-OF-COSTS
              READ COST-FILE
                 AT END MOVE "Y" TO WS-COST-EOF-SW
                 NOT AT END
                    IF WOC-CLOSE-DATE NUMERIC
                       AND WOC-CLOSE-DATE(1:6) = WS-TARGET-MONTH
                       AND WOC-TOTAL-COST NUMERIC
                       AND WOC-TOTAL-COST > 0
                       ADD 1 TO WS-COST-LINES
                       PERFORM 014-FIND-COST-CENTER THRU 014-EXIT
                       MOVE WS-BEST-CC TO WS-POST-CC
                       MOVE "MAIN" TO WS-POST-TYPE
                       MOVE "DR" TO WS-POST-DRCR
                       MOVE WOC-TOTAL-COST TO WS-POST-AMOUNT
                       MOVE "MAINTENANCE COST" TO WS-POST-DESC
                       PERFORM 007-MAP-ACCOUNT THRU 007-EXIT
                       PERFORM 008-ADD-JOURNAL-LINE THRU 008-EXIT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE COST-FILE
       .
       005-EXIT.
           EXIT
       .

       006-POST-EXTRACT-LINE.
           IF GLX-CHG-TYPE = "OFFS"
              ADD 1 TO WS-OFFSET-LINES
              GO TO 006-EXIT
           END-IF
           MOVE GLX-DRCR TO WS-POST-DRCR
           MOVE GLX-AMOUNT TO WS-POST-AMOUNT
           MOVE GLX-DESC TO WS-POST-DESC
           IF GLX-CHG-TYPE = SPACES
              MOVE GLX-ACCOUNT TO WS-POST-ACCOUNT
              MOVE SPACES TO WS-POST-CC WS-POST-TYPE
           ELSE
              MOVE GLX-ACCOUNT(5:4) TO WS-POST-CC
              MOVE GLX-CHG-TYPE TO WS-POST-TYPE
              PERFORM 007-MAP-ACCOUNT THRU 007-EXIT
           END-IF
           PERFORM 008-ADD-JOURNAL-LINE THRU 008-EXIT
       .
       006-EXIT.
           EXIT
       .

       007-MAP-ACCOUNT.
           MOVE SPACES TO WS-POST-ACCOUNT
           PERFORM VARYING GLM-IDX FROM 1 BY 1
              UNTIL GLM-IDX > WS-GLM-COUNT
              IF GLM-TBL-CC(GLM-IDX) = WS-POST-CC
                 AND GLM-TBL-TYPE(GLM-IDX) = WS-POST-TYPE
                 MOVE GLM-TBL-ACCOUNT(GLM-IDX) TO WS-POST-ACCOUNT
              END-IF
           END-PERFORM
           IF WS-POST-ACCOUNT = SPACES
              PERFORM VARYING GLM-IDX FROM 1 BY 1
                 UNTIL GLM-IDX > WS-GLM-COUNT
                 IF GLM-TBL-CC(GLM-IDX) = "****"
                    AND GLM-TBL-TYPE(GLM-IDX) = WS-POST-TYPE
                    MOVE GLM-TBL-ACCOUNT(GLM-IDX) TO WS-POST-ACCOUNT
                 END-IF
              END-PERFORM
           END-IF
           IF WS-POST-ACCOUNT = SPACES
              MOVE "????????" TO WS-POST-ACCOUNT
              ADD 1 TO WS-UNMAPPED-COUNT
              MOVE SPACES TO WS-EXC-VALUE WS-EXC-REASON
              STRING WS-POST-CC "/" WS-POST-TYPE
                 DELIMITED BY SIZE INTO WS-EXC-VALUE
              MOVE "NO GL ACCOUNT MAPPED" TO WS-EXC-REASON
              MOVE "W" TO WS-EXC-SEV
              PERFORM 015-LOG-EXCEPTION THRU 015-EXIT
           END-IF
           MOVE "N" TO WS-TYPE-FOUND-SW
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
              UNTIL WS-TYPE-IDX > 5 OR TYPE-FOUND
              IF TYPE-CODE(WS-TYPE-IDX) = WS-POST-TYPE
                 MOVE "Y" TO WS-TYPE-FOUND-SW
                 IF WS-POST-DRCR = "DR"
                    ADD WS-POST-AMOUNT TO TYPE-NET(WS-TYPE-IDX)
                 ELSE
                    SUBTRACT WS-POST-AMOUNT FROM TYPE-NET(WS-TYPE-IDX)
                 END-IF
              END-IF
           END-PERFORM
       .
       007-EXIT.
           EXIT
       .

       008-ADD-JOURNAL-LINE.
           MOVE "N" TO WS-JL-FOUND-SW
           PERFORM VARYING JL-IDX FROM 1 BY 1
              UNTIL JL-IDX > WS-JL-COUNT OR JL-FOUND
              IF JL-ACCOUNT(JL-IDX) = WS-POST-ACCOUNT
                 AND JL-DRCR(JL-IDX) = WS-POST-DRCR
                 AND JL-CC(JL-IDX) = WS-POST-CC
                 AND JL-TYPE(JL-IDX) = WS-POST-TYPE
                 MOVE "Y" TO WS-JL-FOUND-SW
                 ADD WS-POST-AMOUNT TO JL-AMOUNT(JL-IDX)
              END-IF
           END-PERFORM
           IF JL-FOUND
              GO TO 008-EXIT
           END-IF
           IF WS-JL-COUNT >= WS-JL-MAX
              ADD 1 TO WS-OVERFLOW-COUNT
              GO TO 008-EXIT
           END-IF
           ADD 1 TO WS-JL-COUNT
           MOVE WS-POST-ACCOUNT TO JL-ACCOUNT(WS-JL-COUNT)
           MOVE WS-POST-DRCR TO JL-DRCR(WS-JL-COUNT)
           MOVE WS-POST-CC TO JL-CC(WS-JL-COUNT)
           MOVE WS-POST-TYPE TO JL-TYPE(WS-JL-COUNT)
           MOVE WS-POST-DESC TO JL-DESC(WS-JL-COUNT)
           MOVE WS-POST-AMOUNT TO JL-AMOUNT(WS-JL-COUNT)
       .
       008-EXIT.
           EXIT
       .

       009-ADD-CLEARING.
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
              UNTIL WS-TYPE-IDX > 5
              IF TYPE-NET(WS-TYPE-IDX) NOT = 0
                 MOVE WS-CLEAR-ACCOUNT TO WS-POST-ACCOUNT
                 MOVE "****" TO WS-POST-CC
                 MOVE TYPE-CODE(WS-TYPE-IDX) TO WS-POST-TYPE
                 MOVE SPACES TO WS-POST-DESC
                 STRING "FLEET CLEARING " TYPE-CODE(WS-TYPE-IDX)
                    DELIMITED BY SIZE INTO WS-POST-DESC
                 IF TYPE-NET(WS-TYPE-IDX) > 0
                    MOVE "CR" TO WS-POST-DRCR
                    MOVE TYPE-NET(WS-TYPE-IDX) TO WS-POST-AMOUNT
                 ELSE
                    MOVE "DR" TO WS-POST-DRCR
                    COMPUTE WS-POST-AMOUNT =
                       0 - TYPE-NET(WS-TYPE-IDX)
                 END-IF
                 PERFORM 008-ADD-JOURNAL-LINE THRU 008-EXIT
              END-IF
           END-PERFORM
       .
       009-EXIT.
           EXIT
       .

       010-PRINT-JOURNAL.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 016-PRINT-ONE-LINE THRU 016-EXIT
           MOVE "ACCOUNT" TO WS-PRINT-LINE(1:7)
           MOVE "DR/CR" TO WS-PRINT-LINE(11:5)
           MOVE "CC" TO WS-PRINT-LINE(18:2)
           MOVE "TYPE" TO WS-PRINT-LINE(24:4)
           MOVE "DESCRIPTION" TO WS-PRINT-LINE(30:11)
           MOVE "DEBIT" TO WS-PRINT-LINE(61:5)
           MOVE "CREDIT" TO WS-PRINT-LINE(77:6)
           PERFORM 016-PRINT-ONE-LINE THRU 016-EXIT
           PERFORM VARYING JL-IDX FROM 1 BY 1
              UNTIL JL-IDX > WS-JL-COUNT
              MOVE SPACES TO WS-PRINT-LINE
              MOVE JL-ACCOUNT(JL-IDX) TO WS-PRINT-LINE(1:8)
              MOVE JL-DRCR(JL-IDX) TO WS-PRINT-LINE(11:2)
              MOVE JL-CC(JL-IDX) TO WS-PRINT-LINE(18:4)
              MOVE JL-TYPE(JL-IDX) TO WS-PRINT-LINE(24:4)
              MOVE JL-DESC(JL-IDX) TO WS-PRINT-LINE(30:20)
              MOVE JL-AMOUNT(JL-IDX) TO WS-PRN-AMOUNT
              IF JL-DRCR(JL-IDX) = "DR"
                 MOVE WS-PRN-AMOUNT TO WS-PRINT-LINE(52:14)
              ELSE
                 MOVE WS-PRN-AMOUNT TO WS-PRINT-LINE(69:14)
              END-IF
              IF JL-ACCOUNT(JL-IDX) = "????????"
                 MOVE "** NOT MAPPED" TO WS-PRINT-LINE(85:13)
              END-IF
              PERFORM 016-PRINT-ONE-LINE THRU 016-EXIT
           END-PERFORM
           MOVE SPACES TO WS-PRINT-LINE
           MOVE "TOTALS" TO WS-PRINT-LINE(30:6)
           MOVE WS-DEBIT-TOTAL TO WS-PRN-AMOUNT
           MOVE WS-PRN-AMOUNT TO WS-PRINT-LINE(52:14)
           MOVE WS-CREDIT-TOTAL TO WS-PRN-AMOUNT
           MOVE WS-PRN-AMOUNT TO WS-PRINT-LINE(69:14)
           PERFORM 016-PRINT-ONE-LINE THRU 016-EXIT
       .
       010-EXIT.
           EXIT
       .

       011-WRITE-JOURNAL.
           OPEN OUTPUT JOURNAL-FILE
           MOVE ZEROS TO WS-BAL-COUNT
           PERFORM VARYING JL-IDX FROM 1 BY 1
              UNTIL JL-IDX > WS-JL-COUNT
              MOVE SPACES TO FLEET-JRNL-REC
              MOVE "D" TO FJL-REC-TYPE
              MOVE JL-ACCOUNT(JL-IDX) TO FJL-ACCOUNT
              MOVE JL-DRCR(JL-IDX) TO FJL-DRCR
              MOVE JL-AMOUNT(JL-IDX) TO FJL-AMOUNT
              MOVE WS-TARGET-MONTH TO FJL-PERIOD
              MOVE JL-CC(JL-IDX) TO FJL-CC
              MOVE JL-TYPE(JL-IDX) TO FJL-CHG-TYPE
              MOVE JL-DESC(JL-IDX) TO FJL-DESC
              WRITE FLEET-JRNL-REC
              ADD 1 TO WS-BAL-COUNT
           END-PERFORM
           MOVE SPACES TO TRAILER-REC
           MOVE "T" TO TRL-ID
           MOVE WS-BAL-COUNT TO TRL-COUNT
           MOVE WS-DEBIT-TOTAL TO TRL-HASH
           WRITE TRAILER-REC
           CLOSE JOURNAL-FILE
           MOVE WS-DEBIT-TOTAL TO WS-BAL-AMOUNT
           MOVE "Y" TO WS-RELEASE-SW
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 016-PRINT-ONE-LINE THRU 016-EXIT
           MOVE "JOURNAL IN BALANCE - RELEASED" TO WS-PRINT-LINE
           PERFORM 016-PRINT-ONE-LINE THRU 016-EXIT
       .
       011-EXIT.
           EXIT
       .

       012-REFUSE-JOURNAL.
           OPEN OUTPUT JOURNAL-FILE
           CLOSE JOURNAL-FILE
           MOVE ZEROS TO WS-BAL-COUNT WS-BAL-AMOUNT
           MOVE "NOTBAL" TO WS-RUN-STATUS
           MOVE 8 TO RETURN-CODE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 016-PRINT-ONE-LINE THRU 016-EXIT
           MOVE SPACES TO WS-EXC-VALUE
           MOVE WS-TARGET-MONTH TO WS-EXC-VALUE
           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
              MOVE "** DEBITS DO NOT EQUAL CREDITS - NOT RELEASED"
                 TO WS-PRINT-LINE
              MOVE "JOURNAL DR NOT EQUAL CR" TO WS-EXC-REASON
           ELSE
              MOVE "** UNMAPPED POSTINGS - NOT RELEASED"
                 TO WS-PRINT-LINE
              MOVE "JOURNAL HAS UNMAPPED POSTINGS" TO WS-EXC-REASON
           END-IF
           PERFORM 016-PRINT-ONE-LINE THRU 016-EXIT
           MOVE "E" TO WS-EXC-SEV
           PERFORM 015-LOG-EXCEPTION THRU 015-EXIT
       .
       012-EXIT.
           EXIT
       .

       013-RECORD-RUN-HISTORY.
           OPEN I-O RUN-HISTORY-FILE
           IF WS-RUNH-FSTATUS = "35"
              OPEN OUTPUT RUN-HISTORY-FILE
           END-IF
           MOVE SPACES TO RUN-HISTORY-REC
           MOVE "FLTJRNL" TO RUNH-PROGRAM
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
       013-EXIT.
           EXIT
       .

       014-FIND-COST-CENTER.
           MOVE ZEROS TO WS-BEST-DATE
           MOVE "????" TO WS-BEST-CC
           PERFORM VARYING ASG-IDX FROM 1 BY 1
              UNTIL ASG-IDX > WS-ASG-COUNT
              IF ASG-VEH-ID(ASG-IDX) = WOC-VEH-ID
                 AND ASG-EFF-DATE(ASG-IDX) NOT > WOC-CLOSE-DATE
                 AND (ASG-END-DATE(ASG-IDX) = 0
                    OR ASG-END-DATE(ASG-IDX) > WOC-CLOSE-DATE)
                 AND ASG-EFF-DATE(ASG-IDX) NOT < WS-BEST-DATE
                 MOVE ASG-EFF-DATE(ASG-IDX) TO WS-BEST-DATE
                 MOVE ASG-CC(ASG-IDX) TO WS-BEST-CC
              END-IF
           END-PERFORM
       .
       014-EXIT.
           EXIT
       .

       015-LOG-EXCEPTION.
           OPEN EXTEND SHARED-EXCEPTION-FILE
           IF WS-EXC-FSTATUS = "35"
              OPEN OUTPUT SHARED-EXCEPTION-FILE
           END-IF
           MOVE SPACES TO SHARED-EXC-REC
           MOVE "FLTJRNL" TO SHX-PROGRAM
           MOVE WS-EXC-VALUE TO SHX-REJECTED-VAL
           MOVE WS-EXC-REASON TO SHX-REASON
           MOVE FUNCTION CURRENT-DATE(1:8) TO SHX-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO SHX-RUN-TIME
           MOVE WS-OPERATOR-ID TO SHX-OPERATOR
           MOVE WS-EXC-SEV TO SHX-SEVERITY
           MOVE "O" TO SHX-STATUS
           WRITE SHARED-EXC-REC
           CLOSE SHARED-EXCEPTION-FILE
       .
       015-EXIT.
           EXIT
       .

       016-PRINT-ONE-LINE.
           MOVE " " TO PRN-CARRIAGE-CTL
           MOVE WS-PRINT-LINE TO PRN-TEXT
           WRITE PRINT-REC
           DISPLAY WS-PRINT-LINE
       .
       016-EXIT.
           EXIT
       .

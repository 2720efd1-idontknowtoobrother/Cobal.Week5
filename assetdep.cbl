       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSETDEP.
       AUTHOR. JAKKRIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASSET-FILE ASSIGN TO "asset-register.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AST-FSTATUS.
           SELECT ASSIGN-FILE ASSIGN TO DYNAMIC WS-ASGF-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ASG-FSTATUS.
           SELECT DISPOSAL-FILE ASSIGN TO "veh-disposal.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DSP-FSTATUS.
           SELECT DEP-JOURNAL-FILE ASSIGN TO "dep-journal.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DJL-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ASSET-FILE.
       COPY "asset-reg.cpy".

       FD  ASSIGN-FILE.
       COPY "veh-assign.cpy".

       FD  DISPOSAL-FILE.
       COPY "veh-disposal.cpy".

       FD  DEP-JOURNAL-FILE.
       COPY "gl-extract.cpy".

       WORKING-STORAGE SECTION.
       01  WS-ASGF-DSN         PIC X(40)
           VALUE "veh-assign.dat".
       01  WS-AST-FSTATUS      PIC XX VALUE "00".
       01  WS-ASG-FSTATUS      PIC XX VALUE "00".
       01  WS-DSP-FSTATUS      PIC XX VALUE "00".
       01  WS-DJL-FSTATUS      PIC XX VALUE "00".
       01  WS-AST-EOF-SW       PIC X VALUE "N".
           88 END-OF-ASSETS       VALUE "Y".
       01  WS-ASG-EOF-SW       PIC X VALUE "N".
           88 END-OF-ASSIGNS      VALUE "Y".
       01  WS-DSP-EOF-SW       PIC X VALUE "N".
           88 END-OF-DISPOSALS    VALUE "Y".
       01  AST-TABLE.
           05 AST-ENTRY OCCURS 500 TIMES INDEXED BY AST-IDX.
              10 AST-TBL-LINE   PIC X(99).
       01  WS-AST-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-AST-MAX          PIC 9(3) VALUE 500.
       01  ASG-TABLE.
           05 ASG-ENTRY OCCURS 400 TIMES INDEXED BY ASG-IDX.
              10 ASG-VEH-ID     PIC X(6).
              10 ASG-CC         PIC X(4).
              10 ASG-EFF-DATE   PIC 9(8).
              10 ASG-END-DATE   PIC 9(8).
       01  WS-ASG-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-ASG-MAX          PIC 9(3) VALUE 400.
       01  DSP-TABLE.
           05 DSP-ENTRY OCCURS 400 TIMES INDEXED BY DSP-IDX.
              10 DSP-TBL-VEH-ID PIC X(6).
              10 DSP-TBL-DATE   PIC 9(8).
       01  WS-DSP-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-DSP-MAX          PIC 9(3) VALUE 400.
       01  WS-DSP-FOUND-SW     PIC X VALUE "N".
           88 DISPOSAL-FOUND      VALUE "Y".
       01  WS-DSP-MATCH-DATE   PIC 9(8) VALUE ZEROS.
       01  WS-PERIOD-END       PIC 9(8) VALUE ZEROS.
       01  WS-NEXT-MONTH       PIC 9(8) VALUE ZEROS.
       01  WS-PERIOD-YEAR      PIC 9(4) VALUE ZEROS.
       01  WS-PERIOD-MONTH     PIC 9(2) VALUE ZEROS.
       01  WS-ACQ-PERIOD       PIC 9(6) VALUE ZEROS.
       01  WS-DSP-PERIOD       PIC 9(6) VALUE ZEROS.
       01  WS-BEST-DATE        PIC 9(8) VALUE ZEROS.
       01  WS-BEST-CC          PIC X(4) VALUE SPACES.
       01  WS-DEP-BASE         PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-MONTH-DEP        PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-GAIN-LOSS        PIC S9(7)V9(2) VALUE ZEROS.
       01  WS-JNL-COUNT        PIC 9(7) VALUE ZEROS.
       01  WS-JNL-AMOUNT       PIC S9(9)V9(2) VALUE ZEROS.
       01  WS-BAL-PROGRAM      PIC X(12) VALUE "ASSETDEP".
       01  WS-BAL-FILE         PIC X(30) VALUE "dep-journal.dat".
       01  WS-PRN-AMOUNT       PIC Z,ZZZ,ZZ9.99-
           BLANK WHEN ZERO.
       01  WS-PRN-DEP          PIC Z,ZZZ,ZZ9.99.
       01  WS-PRN-ACCUM        PIC Z,ZZZ,ZZ9.99.
       01  WS-PRN-NBV          PIC Z,ZZZ,ZZ9.99.

       LINKAGE SECTION.
       01  LNK-PERIOD          PIC 9(6).
       01  LNK-DEP-COUNT       PIC 9(5).
       01  LNK-DEP-AMOUNT      PIC 9(9)V9(2).
       01  LNK-DISP-COUNT      PIC 9(5).

       PROCEDURE DIVISION USING LNK-PERIOD LNK-DEP-COUNT
           LNK-DEP-AMOUNT LNK-DISP-COUNT.
       000-BEGIN.
           MOVE ZEROS TO LNK-DEP-COUNT
           MOVE ZEROS TO LNK-DEP-AMOUNT
           MOVE ZEROS TO LNK-DISP-COUNT
           MOVE ZEROS TO WS-JNL-COUNT
           MOVE ZEROS TO WS-JNL-AMOUNT
           CALL "GETDSN" USING WS-ASGF-DSN
           COMPUTE WS-PERIOD-YEAR = LNK-PERIOD / 100
           COMPUTE WS-PERIOD-MONTH = LNK-PERIOD
              - (WS-PERIOD-YEAR * 100)
           IF WS-PERIOD-MONTH = 12
              COMPUTE WS-NEXT-MONTH = (WS-PERIOD-YEAR + 1) * 10000
                 + 0101
           ELSE
              COMPUTE WS-NEXT-MONTH = (LNK-PERIOD + 1) * 100 + 01
           END-IF
           COMPUTE WS-PERIOD-END = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH) - 1)
           PERFORM 001-LOAD-ASSETS THRU 001-EXIT
           IF WS-AST-COUNT = 0
              DISPLAY "ASSETDEP: no asset register on file, no "
                 "depreciation posted."
              GOBACK
           END-IF
           PERFORM 002-LOAD-ASSIGNMENTS THRU 002-EXIT
           PERFORM 003-LOAD-DISPOSALS THRU 003-EXIT
           OPEN EXTEND DEP-JOURNAL-FILE
           IF WS-DJL-FSTATUS = "35"
              OPEN OUTPUT DEP-JOURNAL-FILE
           END-IF
           DISPLAY "VEHICLE  DEPRECIATION   ACCUM-DEPR     NET-BOOK"
              "  ST    GAIN/LOSS"
           PERFORM VARYING AST-IDX FROM 1 BY 1
              UNTIL AST-IDX > WS-AST-COUNT
              MOVE AST-TBL-LINE(AST-IDX) TO ASSET-REC
              PERFORM 004-DEPRECIATE-ONE-ASSET THRU 004-EXIT
              MOVE ASSET-REC TO AST-TBL-LINE(AST-IDX)
           END-PERFORM
           IF LNK-DEP-AMOUNT > 0
              MOVE SPACES TO GL-EXTRACT-REC
              MOVE "ACCUMDEP" TO GLX-ACCOUNT
              MOVE "CR" TO GLX-DRCR
              MOVE LNK-DEP-AMOUNT TO GLX-AMOUNT
              MOVE WS-PERIOD-END TO GLX-DATE
              MOVE "MONTHLY DEPRECIATION" TO GLX-DESC
              MOVE "OFFS" TO GLX-CHG-TYPE
              PERFORM 008-WRITE-JOURNAL-LINE THRU 008-EXIT
           END-IF
           CLOSE DEP-JOURNAL-FILE
           PERFORM 007-SAVE-ASSETS THRU 007-EXIT
           CALL "BALLOG" USING WS-BAL-PROGRAM WS-BAL-FILE
              WS-JNL-COUNT WS-JNL-AMOUNT
           GOBACK
       .

       001-LOAD-ASSETS.
           MOVE ZEROS TO WS-AST-COUNT
           MOVE "N" TO WS-AST-EOF-SW
           OPEN INPUT ASSET-FILE
           IF WS-AST-FSTATUS NOT = "00"
              GO TO 001-EXIT
           END-IF
           PERFORM UNTIL END-OF-ASSETS
              READ ASSET-FILE
                 AT END MOVE "Y" TO WS-AST-EOF-SW
                 NOT AT END
                    IF WS-AST-COUNT < WS-AST-MAX
                       ADD 1 TO WS-AST-COUNT
                       MOVE ASSET-REC TO AST-TBL-LINE(WS-AST-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ASSET-FILE
       .
       001-EXIT.
           EXIT
       .

       002-LOAD-ASSIGNMENTS.
           MOVE ZEROS TO WS-ASG-COUNT
           MOVE "N" TO WS-ASG-EOF-SW
           OPEN INPUT ASSIGN-FILE
           IF WS-ASG-FSTATUS NOT = "00"
              GO TO 002-EXIT
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
       002-EXIT.
           EXIT
       .

       003-LOAD-DISPOSALS.
           MOVE ZEROS TO WS-DSP-COUNT
           MOVE "N" TO WS-DSP-EOF-SW
           OPEN INPUT DISPOSAL-FILE
           IF WS-DSP-FSTATUS NOT = "00"
              GO TO 003-EXIT
           END-IF
           PERFORM UNTIL END-OF-DISPOSALS
              READ DISPOSAL-FILE
                 AT END MOVE "Y" TO WS-DSP-EOF-SW
                 NOT AT END
                    IF DSP-DATE NUMERIC
                       AND WS-DSP-COUNT < WS-DSP-MAX
                       ADD 1 TO WS-DSP-COUNT
                       MOVE DSP-VEH-ID TO DSP-TBL-VEH-ID(WS-DSP-COUNT)
                       MOVE DSP-DATE TO DSP-TBL-DATE(WS-DSP-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE DISPOSAL-FILE
       .
       003-EXIT.
           EXIT
       .

       004-DEPRECIATE-ONE-ASSET.
           IF AST-DISPOSED
              GO TO 004-EXIT
           END-IF
           COMPUTE WS-ACQ-PERIOD = AST-ACQ-DATE / 100
           IF WS-ACQ-PERIOD > LNK-PERIOD
              GO TO 004-EXIT
           END-IF
           PERFORM 005-FIND-DISPOSAL THRU 005-EXIT
           MOVE ZEROS TO WS-MONTH-DEP
           COMPUTE WS-DSP-PERIOD = WS-DSP-MATCH-DATE / 100
           IF AST-LAST-DEP-PERIOD < LNK-PERIOD
              AND (NOT DISPOSAL-FOUND
                 OR WS-DSP-PERIOD NOT < LNK-PERIOD)
              PERFORM 006-POST-DEPRECIATION THRU 006-EXIT
           END-IF
           IF DISPOSAL-FOUND
              AND WS-DSP-MATCH-DATE NOT > WS-PERIOD-END
              PERFORM 009-POST-DISPOSAL THRU 009-EXIT
           END-IF
           IF WS-MONTH-DEP > 0 OR AST-DISPOSED
              MOVE WS-MONTH-DEP TO WS-PRN-DEP
              MOVE AST-ACCUM-DEP TO WS-PRN-ACCUM
              MOVE AST-NBV TO WS-PRN-NBV
              MOVE ZEROS TO WS-PRN-AMOUNT
              IF AST-DISPOSED
                 MOVE AST-GAIN-LOSS TO WS-PRN-AMOUNT
              END-IF
              DISPLAY AST-VEH-ID "  " WS-PRN-DEP " "
                 WS-PRN-ACCUM " " WS-PRN-NBV "  " AST-STATUS " "
                 WS-PRN-AMOUNT
           END-IF
       .
       004-EXIT.
           EXIT
       .

       005-FIND-DISPOSAL.
           MOVE "N" TO WS-DSP-FOUND-SW
           MOVE ZEROS TO WS-DSP-MATCH-DATE
           PERFORM VARYING DSP-IDX FROM 1 BY 1
              UNTIL DSP-IDX > WS-DSP-COUNT
              IF DSP-TBL-VEH-ID(DSP-IDX) = AST-VEH-ID
                 MOVE "Y" TO WS-DSP-FOUND-SW
                 MOVE DSP-TBL-DATE(DSP-IDX) TO WS-DSP-MATCH-DATE
              END-IF
           END-PERFORM
       .
       005-EXIT.
           EXIT
       .

       006-POST-DEPRECIATION.
           MOVE LNK-PERIOD TO AST-LAST-DEP-PERIOD
           IF AST-SALVAGE NOT < AST-COST
              GO TO 006-EXIT
           END-IF
           COMPUTE WS-DEP-BASE = AST-COST - AST-SALVAGE
           IF AST-ACCUM-DEP NOT < WS-DEP-BASE
              GO TO 006-EXIT
           END-IF
           IF AST-LIFE-MONTHS = 0
              COMPUTE WS-MONTH-DEP = WS-DEP-BASE - AST-ACCUM-DEP
           ELSE
              COMPUTE WS-MONTH-DEP ROUNDED =
                 WS-DEP-BASE / AST-LIFE-MONTHS
           END-IF
           IF AST-ACCUM-DEP + WS-MONTH-DEP > WS-DEP-BASE
              COMPUTE WS-MONTH-DEP = WS-DEP-BASE - AST-ACCUM-DEP
           END-IF
           ADD WS-MONTH-DEP TO AST-ACCUM-DEP
           COMPUTE AST-NBV = AST-COST - AST-ACCUM-DEP
           ADD 1 TO LNK-DEP-COUNT
           ADD WS-MONTH-DEP TO LNK-DEP-AMOUNT
           PERFORM 010-FIND-COST-CENTER THRU 010-EXIT
           MOVE SPACES TO GL-EXTRACT-REC
           STRING "DEPR" WS-BEST-CC DELIMITED BY SIZE
              INTO GLX-ACCOUNT
           MOVE "DR" TO GLX-DRCR
           MOVE WS-MONTH-DEP TO GLX-AMOUNT
           MOVE WS-PERIOD-END TO GLX-DATE
           STRING "DEPRECIATION " AST-VEH-ID DELIMITED BY SIZE
              INTO GLX-DESC
           MOVE "DEPR" TO GLX-CHG-TYPE
           PERFORM 008-WRITE-JOURNAL-LINE THRU 008-EXIT
       .
       006-EXIT.
           EXIT
       .

       007-SAVE-ASSETS.
           OPEN OUTPUT ASSET-FILE
           PERFORM VARYING AST-IDX FROM 1 BY 1
              UNTIL AST-IDX > WS-AST-COUNT
              MOVE AST-TBL-LINE(AST-IDX) TO ASSET-REC
              WRITE ASSET-REC
           END-PERFORM
           CLOSE ASSET-FILE
       .
       007-EXIT.
           EXIT
       .

       008-WRITE-JOURNAL-LINE.
           WRITE GL-EXTRACT-REC
           ADD 1 TO WS-JNL-COUNT
           IF GLX-DRCR = "DR"
              ADD GLX-AMOUNT TO WS-JNL-AMOUNT
           END-IF
       .
       008-EXIT.
           EXIT
       .

       009-POST-DISPOSAL.
           COMPUTE WS-GAIN-LOSS = AST-PROCEEDS - AST-NBV
           MOVE WS-GAIN-LOSS TO AST-GAIN-LOSS
           MOVE WS-DSP-MATCH-DATE TO AST-DISP-DATE
           MOVE "D" TO AST-STATUS
           ADD 1 TO LNK-DISP-COUNT
           MOVE SPACES TO GL-EXTRACT-REC
           MOVE WS-DSP-MATCH-DATE TO GLX-DATE
           STRING "DISPOSAL " AST-VEH-ID DELIMITED BY SIZE
              INTO GLX-DESC
           IF AST-ACCUM-DEP > 0
              MOVE "ACCUMDEP" TO GLX-ACCOUNT
              MOVE "DR" TO GLX-DRCR
              MOVE AST-ACCUM-DEP TO GLX-AMOUNT
              PERFORM 008-WRITE-JOURNAL-LINE THRU 008-EXIT
           END-IF
           IF AST-PROCEEDS > 0
              MOVE "DISPPROC" TO GLX-ACCOUNT
              MOVE "DR" TO GLX-DRCR
              MOVE AST-PROCEEDS TO GLX-AMOUNT
              PERFORM 008-WRITE-JOURNAL-LINE THRU 008-EXIT
           END-IF
           IF WS-GAIN-LOSS < 0
              MOVE "LOSSDISP" TO GLX-ACCOUNT
              MOVE "DR" TO GLX-DRCR
              COMPUTE GLX-AMOUNT = 0 - WS-GAIN-LOSS
              PERFORM 008-WRITE-JOURNAL-LINE THRU 008-EXIT
           END-IF
           MOVE "FLEETAST" TO GLX-ACCOUNT
           MOVE "CR" TO GLX-DRCR
           MOVE AST-COST TO GLX-AMOUNT
           PERFORM 008-WRITE-JOURNAL-LINE THRU 008-EXIT
           IF WS-GAIN-LOSS > 0
              MOVE "GAINDISP" TO GLX-ACCOUNT
              MOVE "CR" TO GLX-DRCR
              MOVE WS-GAIN-LOSS TO GLX-AMOUNT
              PERFORM 008-WRITE-JOURNAL-LINE THRU 008-EXIT
           END-IF
       .
       009-EXIT.
           EXIT
       .

       010-FIND-COST-CENTER.
           MOVE ZEROS TO WS-BEST-DATE
           MOVE "????" TO WS-BEST-CC
           PERFORM VARYING ASG-IDX FROM 1 BY 1
              UNTIL ASG-IDX > WS-ASG-COUNT
              IF ASG-VEH-ID(ASG-IDX) = AST-VEH-ID
                 AND ASG-EFF-DATE(ASG-IDX) NOT > WS-PERIOD-END
                 AND (ASG-END-DATE(ASG-IDX) = 0
                    OR ASG-END-DATE(ASG-IDX) > WS-PERIOD-END)
                 AND ASG-EFF-DATE(ASG-IDX) NOT < WS-BEST-DATE
                 MOVE ASG-EFF-DATE(ASG-IDX) TO WS-BEST-DATE
                 MOVE ASG-CC(ASG-IDX) TO WS-BEST-CC
              END-IF
           END-PERFORM
       .
       010-EXIT.
           EXIT
       .

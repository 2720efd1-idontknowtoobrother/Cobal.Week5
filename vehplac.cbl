       IDENTIFICATION DIVISION.
       PROGRAM-ID. VEHPLAC.
       AUTHOR. JAKKRIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VEHICLE-MASTER ASSIGN TO DYNAMIC WS-VEHM-DSN
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS VEH-ID
              FILE STATUS IS WS-VEH-FSTATUS.
           SELECT ASSIGN-FILE ASSIGN TO DYNAMIC WS-ASGF-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ASG-FSTATUS.
           SELECT VEH-LOG-FILE ASSIGN TO "vehm-log.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-VLG-FSTATUS.
           SELECT FONT-FILE ASSIGN TO "blockfont.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FONT-FSTATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO "run-history.idx"
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS RUNH-KEY
              FILE STATUS IS WS-RUNH-FSTATUS.
           SELECT PRINT-FILE ASSIGN TO "vehplac-print.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  VEHICLE-MASTER.
       COPY "vehicle-rec.cpy".

       FD  ASSIGN-FILE.
       COPY "veh-assign.cpy".

       FD  VEH-LOG-FILE.
       COPY "veh-log.cpy".

       FD  FONT-FILE.
       01  FONT-REC.
           05 BFD-CHAR         PIC X.
           05 FILLER           PIC X.
           05 BFD-ROW          PIC 9.
           05 FILLER           PIC X.
           05 BFD-PATTERN      PIC X(7).

       FD  RUN-HISTORY-FILE.
       COPY "run-history.cpy".

       FD  PRINT-FILE.
       COPY "print-line.cpy".

       WORKING-STORAGE SECTION.
       01  WS-VEHM-DSN         PIC X(40)
           VALUE "vehicle-master.idx".
       01  WS-ASGF-DSN         PIC X(40)
           VALUE "veh-assign.dat".
       01  WS-SPOOL-PROGRAM    PIC X(12) VALUE "VEHPLAC".
       01  WS-SPOOL-FILE       PIC X(40)
           VALUE "vehplac-print.dat".
       01  WS-OPERATOR-ID      PIC X(8) VALUE "SYSTEM".
       01  WS-VEH-FSTATUS      PIC XX VALUE "00".
       01  WS-ASG-FSTATUS      PIC XX VALUE "00".
       01  WS-VLG-FSTATUS      PIC XX VALUE "00".
       01  WS-FONT-FSTATUS     PIC XX VALUE "00".
       01  WS-RUNH-FSTATUS     PIC XX VALUE "00".
       01  WS-VEH-EOF-SW       PIC X VALUE "N".
           88 END-OF-VEHICLES     VALUE "Y".
       01  WS-ASG-EOF-SW       PIC X VALUE "N".
           88 END-OF-ASSIGNS      VALUE "Y".
       01  WS-VLG-EOF-SW       PIC X VALUE "N".
           88 END-OF-LOG          VALUE "Y".
       01  WS-FONT-EOF-SW      PIC X VALUE "N".
           88 END-OF-FONT         VALUE "Y".
       01  FONT-TABLE.
           05 FNT-ENTRY OCCURS 40 TIMES INDEXED BY FNT-IDX.
              10 FNT-CHAR       PIC X.
              10 FNT-ROW-PAT OCCURS 7 TIMES.
                 15 FNT-PATTERN PIC X(7).
       01  WS-FNT-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-FNT-MAX          PIC 9(3) VALUE 40.
       01  WS-FOUND-SW         PIC X VALUE "N".
           88 CHAR-FOUND          VALUE "Y".
       01  WS-MATCH-IDX        PIC 9(3) VALUE ZEROS.
       01  WS-TEXT             PIC X(6) VALUE SPACES.
       01  WS-FILL             PIC X VALUE SPACE.
       01  WS-TEXT-LEN         PIC 9(3) VALUE 6.
       01  WS-CHAR-POS         PIC 9(3) VALUE ZEROS.
       01  WS-ROW-NUM          PIC 9 VALUE ZEROS.
       01  WS-COL-BASE         PIC 9(3) VALUE ZEROS.
       01  WS-PAT-POS          PIC 9 VALUE ZEROS.
       01  WS-THE-CHAR         PIC X VALUE SPACE.
       01  SCR-LINE            PIC X(132) VALUE SPACES.
       01  ASG-TABLE.
           05 ASG-ENTRY OCCURS 400 TIMES INDEXED BY ASG-IDX.
              10 ASG-VEH-ID     PIC X(6).
              10 ASG-DRIVER     PIC X(20).
              10 ASG-CC         PIC X(4).
              10 ASG-EFF-DATE   PIC 9(8).
              10 ASG-END-DATE   PIC 9(8).
       01  WS-ASG-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-ASG-MAX          PIC 9(3) VALUE 400.
       01  WS-BEST-DATE        PIC 9(8) VALUE ZEROS.
       01  WS-BEST-CC          PIC X(4) VALUE SPACES.
       01  WS-BEST-DRIVER      PIC X(20) VALUE SPACES.
       01  SEL-TABLE.
           05 SEL-ENTRY OCCURS 300 TIMES INDEXED BY SEL-IDX.
              10 SEL-VEH-ID     PIC X(6).
       01  WS-SEL-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-SEL-MAX          PIC 9(3) VALUE 300.
       01  WS-SEL-FOUND-SW     PIC X VALUE "N".
           88 VEHICLE-SELECTED    VALUE "Y".
       01  WS-SEL-ID           PIC X(6) VALUE SPACES.
       01  WS-MODE             PIC X VALUE SPACE.
           88 MODE-ALL            VALUE "A".
           88 MODE-CHANGED        VALUE "C".
           88 MODE-LIST           VALUE "L".
       01  WS-DATE-IN          PIC X(8).
       01  WS-SINCE-DATE       PIC 9(8) VALUE ZEROS.
       01  WS-ID-IN            PIC X(6).
       01  WS-PLACARD-COUNT    PIC 9(5) VALUE ZEROS.
       01  WS-MISSING-COUNT    PIC 9(5) VALUE ZEROS.
       01  WS-SKIPPED-COUNT    PIC 9(5) VALUE ZEROS.
       01  WS-TODAY            PIC 9(8) VALUE ZEROS.
       01  WS-PRINT-LINE       PIC X(132) VALUE SPACES.
       01  WS-RUN-START-DATE   PIC 9(8).
       01  WS-RUN-START-TIME   PIC 9(8).
       01  WS-RUN-STATUS       PIC X(8) VALUE "OK".

       PROCEDURE DIVISION.
       000-BEGIN.
           CALL "GETDSN" USING WS-VEHM-DSN
           CALL "GETDSN" USING WS-ASGF-DSN
           CALL "GETOPER" USING WS-OPERATOR-ID
           CALL "GETBDATE" USING WS-RUN-START-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-RUN-START-TIME
           MOVE WS-RUN-START-DATE TO WS-TODAY
           DISPLAY "==============================================="
           DISPLAY "       VEHICLE PLACARDS AND KEY TAGS"
           DISPLAY "==============================================="
           PERFORM 001-LOAD-FONT THRU 001-EXIT
           IF WS-FNT-COUNT = 0
              DISPLAY "VEHPLAC: font file blockfont.dat missing or "
                 "empty."
              PERFORM 014-ABANDON-RUN THRU 014-EXIT
              GOBACK
           END-IF
           PERFORM 003-LOAD-ASSIGNMENTS THRU 003-EXIT
           PERFORM 004-GET-SELECTION THRU 004-EXIT
           IF WS-MODE = SPACE
              DISPLAY "VEHPLAC: no vehicles selected, nothing printed."
              PERFORM 014-ABANDON-RUN THRU 014-EXIT
              GOBACK
           END-IF
           OPEN INPUT VEHICLE-MASTER
           IF WS-VEH-FSTATUS NOT = "00"
              DISPLAY "VEHPLAC: cannot open vehicle master, status "
                 WS-VEH-FSTATUS
              PERFORM 014-ABANDON-RUN THRU 014-EXIT
              GOBACK
           END-IF
           OPEN OUTPUT PRINT-FILE
           IF MODE-LIST
              PERFORM 008-PRINT-LISTED THRU 008-EXIT
           ELSE
              PERFORM 007-PRINT-FROM-MASTER THRU 007-EXIT
           END-IF
           CLOSE PRINT-FILE
           CLOSE VEHICLE-MASTER
           CALL "SPOOLSAVE" USING WS-SPOOL-PROGRAM WS-SPOOL-FILE
           MOVE 0 TO RETURN-CODE
           IF WS-MISSING-COUNT > 0
              MOVE "FLAGGED" TO WS-RUN-STATUS
              MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "-----------------------------------------------"
           DISPLAY "Placards printed . . . . . . . : " WS-PLACARD-COUNT
           DISPLAY "Sold/retired, not printed  . . : " WS-SKIPPED-COUNT
           DISPLAY "Vehicles not on file . . . . . : " WS-MISSING-COUNT
           DISPLAY "Placard file . . . . . . . . . : " WS-SPOOL-FILE
           DISPLAY "==============================================="
           PERFORM 012-RECORD-RUN-HISTORY THRU 012-EXIT
           GOBACK
       .

       001-LOAD-FONT.
           MOVE "N" TO WS-FONT-EOF-SW
           MOVE ZEROS TO WS-FNT-COUNT
           OPEN INPUT FONT-FILE
           IF WS-FONT-FSTATUS NOT = "00"
              GO TO 001-EXIT
           END-IF
           PERFORM UNTIL END-OF-FONT
              READ FONT-FILE
                 AT END MOVE "Y" TO WS-FONT-EOF-SW
                 NOT AT END
                    PERFORM 002-POST-FONT-ROW THRU 002-EXIT
              END-READ
           END-PERFORM
           CLOSE FONT-FILE
       .
       001-EXIT.
           EXIT
       .

       002-POST-FONT-ROW.
           IF BFD-ROW NOT NUMERIC OR BFD-ROW = 0 OR BFD-ROW > 7
              GO TO 002-EXIT
           END-IF
           MOVE "N" TO WS-FOUND-SW
           MOVE ZEROS TO WS-MATCH-IDX
           PERFORM VARYING FNT-IDX FROM 1 BY 1
              UNTIL FNT-IDX > WS-FNT-COUNT OR CHAR-FOUND
              IF FNT-CHAR(FNT-IDX) = BFD-CHAR
                 MOVE "Y" TO WS-FOUND-SW
                 SET WS-MATCH-IDX TO FNT-IDX
              END-IF
           END-PERFORM
           IF NOT CHAR-FOUND
              IF WS-FNT-COUNT >= WS-FNT-MAX
                 GO TO 002-EXIT
              END-IF
              ADD 1 TO WS-FNT-COUNT
              MOVE WS-FNT-COUNT TO WS-MATCH-IDX
              MOVE BFD-CHAR TO FNT-CHAR(WS-MATCH-IDX)
           END-IF
           MOVE BFD-PATTERN TO
              FNT-PATTERN(WS-MATCH-IDX, BFD-ROW)
       .
       002-EXIT.
           EXIT
       .

       003-LOAD-ASSIGNMENTS.
           MOVE ZEROS TO WS-ASG-COUNT
           MOVE "N" TO WS-ASG-EOF-SW
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
                       MOVE VA-DRIVER TO ASG-DRIVER(WS-ASG-COUNT)
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

       004-GET-SELECTION.
           MOVE SPACE TO WS-MODE
           DISPLAY "Placards for (A)ll active vehicles, vehicles "
              "(C)hanged since a date, or a (L)ist of IDs: "
              WITH NO ADVANCING
           ACCEPT WS-MODE
           MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE
           EVALUATE TRUE
              WHEN MODE-ALL
                 CONTINUE
              WHEN MODE-CHANGED
                 DISPLAY "Changed since (YYYYMMDD): "
                    WITH NO ADVANCING
                 MOVE SPACES TO WS-DATE-IN
                 ACCEPT WS-DATE-IN
                 IF WS-DATE-IN NOT NUMERIC
                    DISPLAY "Date must be 8 digits."
                    MOVE SPACE TO WS-MODE
                    GO TO 004-EXIT
                 END-IF
                 MOVE WS-DATE-IN TO WS-SINCE-DATE
                 PERFORM 005-LOAD-CHANGED THRU 005-EXIT
                 IF WS-SEL-COUNT = 0
                    DISPLAY "No vehicles changed since "
                       WS-SINCE-DATE "."
                    MOVE SPACE TO WS-MODE
                 END-IF
              WHEN MODE-LIST
                 DISPLAY "Vehicle IDs, one per line, blank to end:"
                 MOVE "X" TO WS-ID-IN
                 PERFORM UNTIL WS-ID-IN = SPACES
                    OR WS-SEL-COUNT NOT < WS-SEL-MAX
                    DISPLAY "  Vehicle ID: " WITH NO ADVANCING
                    MOVE SPACES TO WS-ID-IN
                    ACCEPT WS-ID-IN
                    IF WS-ID-IN NOT = SPACES
                       MOVE FUNCTION UPPER-CASE(WS-ID-IN) TO WS-SEL-ID
                       PERFORM 006-ADD-SELECTED THRU 006-EXIT
                    END-IF
                 END-PERFORM
                 IF WS-SEL-COUNT = 0
                    MOVE SPACE TO WS-MODE
                 END-IF
              WHEN OTHER
                 DISPLAY "Not a valid choice."
                 MOVE SPACE TO WS-MODE
           END-EVALUATE
       .
       004-EXIT.
           EXIT
       .

       005-LOAD-CHANGED.
           MOVE "N" TO WS-VLG-EOF-SW
           OPEN INPUT VEH-LOG-FILE
           IF WS-VLG-FSTATUS = "00"
              PERFORM UNTIL END-OF-LOG
                 READ VEH-LOG-FILE
                    AT END MOVE "Y" TO WS-VLG-EOF-SW
                    NOT AT END
                       IF (VLG-ADD OR VLG-CHANGE)
                          AND VLG-DATE NOT < WS-SINCE-DATE
                          MOVE VLG-AFTER-IMAGE(1:6) TO WS-SEL-ID
                          PERFORM 006-ADD-SELECTED THRU 006-EXIT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE VEH-LOG-FILE
           END-IF
           PERFORM VARYING ASG-IDX FROM 1 BY 1
              UNTIL ASG-IDX > WS-ASG-COUNT
              IF ASG-EFF-DATE(ASG-IDX) NOT < WS-SINCE-DATE
                 OR ASG-END-DATE(ASG-IDX) NOT < WS-SINCE-DATE
                 MOVE ASG-VEH-ID(ASG-IDX) TO WS-SEL-ID
                 PERFORM 006-ADD-SELECTED THRU 006-EXIT
              END-IF
           END-PERFORM
       .
       005-EXIT.
           EXIT
       .

       006-ADD-SELECTED.
           PERFORM 015-FIND-SELECTED THRU 015-EXIT
           IF VEHICLE-SELECTED
              GO TO 006-EXIT
           END-IF
           IF WS-SEL-COUNT NOT < WS-SEL-MAX
              GO TO 006-EXIT
           END-IF
           ADD 1 TO WS-SEL-COUNT
           MOVE WS-SEL-ID TO SEL-VEH-ID(WS-SEL-COUNT)
       .
       006-EXIT.
           EXIT
       .

       007-PRINT-FROM-MASTER.
           MOVE "N" TO WS-VEH-EOF-SW
           MOVE LOW-VALUES TO VEH-ID
           START VEHICLE-MASTER KEY NOT < VEH-ID
              INVALID KEY MOVE "Y" TO WS-VEH-EOF-SW
           END-START
           PERFORM UNTIL END-OF-VEHICLES
              READ VEHICLE-MASTER NEXT
                 AT END MOVE "Y" TO WS-VEH-EOF-SW
                 NOT AT END
                    IF MODE-ALL
                       MOVE "Y" TO WS-SEL-FOUND-SW
                    ELSE
                       MOVE VEH-ID TO WS-SEL-ID
                       PERFORM 015-FIND-SELECTED THRU 015-EXIT
                    END-IF
                    IF VEHICLE-SELECTED
                       PERFORM 009-PRINT-PLACARD THRU 009-EXIT
                    END-IF
              END-READ
           END-PERFORM
       .
       007-EXIT.
           EXIT
       .

       008-PRINT-LISTED.
           PERFORM VARYING SEL-IDX FROM 1 BY 1
              UNTIL SEL-IDX > WS-SEL-COUNT
              MOVE SEL-VEH-ID(SEL-IDX) TO VEH-ID
              READ VEHICLE-MASTER
                 INVALID KEY
                    DISPLAY "  " SEL-VEH-ID(SEL-IDX)
                       " not on file, no placard."
                    ADD 1 TO WS-MISSING-COUNT
                 NOT INVALID KEY
                    PERFORM 009-PRINT-PLACARD THRU 009-EXIT
              END-READ
           END-PERFORM
       .
       008-EXIT.
           EXIT
       .

       009-PRINT-PLACARD.
           IF VEH-DISPOSED
              ADD 1 TO WS-SKIPPED-COUNT
              GO TO 009-EXIT
           END-IF
           PERFORM 011-FIND-ASSIGNMENT THRU 011-EXIT
           MOVE FUNCTION UPPER-CASE(VEH-ID) TO WS-TEXT
           PERFORM VARYING WS-ROW-NUM FROM 1 BY 1
              UNTIL WS-ROW-NUM > 7
              MOVE ALL SPACES TO SCR-LINE
              PERFORM VARYING WS-CHAR-POS FROM 1 BY 1
                 UNTIL WS-CHAR-POS > WS-TEXT-LEN
                 MOVE WS-TEXT(WS-CHAR-POS:1) TO WS-THE-CHAR
                 PERFORM 010-DRAW-ONE-CHAR THRU 010-EXIT
              END-PERFORM
              IF WS-ROW-NUM = 1
                 MOVE "1" TO PRN-CARRIAGE-CTL
              ELSE
                 MOVE " " TO PRN-CARRIAGE-CTL
              END-IF
              MOVE SCR-LINE TO PRN-TEXT
              WRITE PRINT-REC
           END-PERFORM
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           STRING "CLASS . . . . : " VEH-CLASS
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           STRING "COST CENTER . : " WS-BEST-CC
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           STRING "DRIVER  . . . : " WS-BEST-DRIVER
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           MOVE "- - - - - - - - - - - - - - - - - - - - - - - - -"
              TO WS-PRINT-LINE
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           MOVE "+------------------------------+" TO WS-PRINT-LINE
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           STRING "| " VEH-ID "  " VEH-CLASS "  CC " WS-BEST-CC
              "          |"
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           STRING "| " WS-BEST-DRIVER "         |"
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           MOVE "+------------------------------+" TO WS-PRINT-LINE
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           ADD 1 TO WS-PLACARD-COUNT
           DISPLAY "  placard printed for " VEH-ID
       .
       009-EXIT.
           EXIT
       .

       010-DRAW-ONE-CHAR.
           IF WS-THE-CHAR = SPACE
              GO TO 010-EXIT
           END-IF
           MOVE "N" TO WS-FOUND-SW
           MOVE ZEROS TO WS-MATCH-IDX
           PERFORM VARYING FNT-IDX FROM 1 BY 1
              UNTIL FNT-IDX > WS-FNT-COUNT OR CHAR-FOUND
              IF FNT-CHAR(FNT-IDX) = WS-THE-CHAR
                 MOVE "Y" TO WS-FOUND-SW
                 SET WS-MATCH-IDX TO FNT-IDX
              END-IF
           END-PERFORM
           IF NOT CHAR-FOUND
              GO TO 010-EXIT
           END-IF
           COMPUTE WS-COL-BASE = (WS-CHAR-POS - 1) * 8 + 1
           PERFORM VARYING WS-PAT-POS FROM 1 BY 1
              UNTIL WS-PAT-POS > 7
              IF FNT-PATTERN(WS-MATCH-IDX, WS-ROW-NUM)
                 (WS-PAT-POS:1) NOT = SPACE
                 IF WS-FILL = SPACE
                    MOVE WS-THE-CHAR TO
                       SCR-LINE(WS-COL-BASE + WS-PAT-POS - 1:1)
                 ELSE
                    MOVE WS-FILL TO
                       SCR-LINE(WS-COL-BASE + WS-PAT-POS - 1:1)
                 END-IF
              END-IF
           END-PERFORM
       .
       010-EXIT.
           EXIT
       .

       011-FIND-ASSIGNMENT.
           MOVE ZEROS TO WS-BEST-DATE
           MOVE "????" TO WS-BEST-CC
           MOVE "POOL / UNASSIGNED" TO WS-BEST-DRIVER
           PERFORM VARYING ASG-IDX FROM 1 BY 1
              UNTIL ASG-IDX > WS-ASG-COUNT
              IF ASG-VEH-ID(ASG-IDX) = VEH-ID
                 AND ASG-EFF-DATE(ASG-IDX) NOT > WS-TODAY
                 AND (ASG-END-DATE(ASG-IDX) = 0
                    OR ASG-END-DATE(ASG-IDX) > WS-TODAY)
                 AND ASG-EFF-DATE(ASG-IDX) NOT < WS-BEST-DATE
                 MOVE ASG-EFF-DATE(ASG-IDX) TO WS-BEST-DATE
                 MOVE ASG-CC(ASG-IDX) TO WS-BEST-CC
                 MOVE ASG-DRIVER(ASG-IDX) TO WS-BEST-DRIVER
              END-IF
           END-PERFORM
       .
       011-EXIT.
           EXIT
       .

       012-RECORD-RUN-HISTORY.
           OPEN I-O RUN-HISTORY-FILE
           IF WS-RUNH-FSTATUS = "35"
              OPEN OUTPUT RUN-HISTORY-FILE
           END-IF
           MOVE SPACES TO RUN-HISTORY-REC
           MOVE "VEHPLAC" TO RUNH-PROGRAM
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
       012-EXIT.
           EXIT
       .

       013-PRINT-ONE-LINE.
           MOVE " " TO PRN-CARRIAGE-CTL
           MOVE WS-PRINT-LINE TO PRN-TEXT
           WRITE PRINT-REC
           MOVE SPACES TO WS-PRINT-LINE
       .
       013-EXIT.
           EXIT
       .

       014-ABANDON-RUN.
           MOVE "ABORTED" TO WS-RUN-STATUS
           MOVE 8 TO RETURN-CODE
           PERFORM 012-RECORD-RUN-HISTORY THRU 012-EXIT
       .
       014-EXIT.
           EXIT
       .

       015-FIND-SELECTED.
           MOVE "N" TO WS-SEL-FOUND-SW
           PERFORM VARYING SEL-IDX FROM 1 BY 1
              UNTIL SEL-IDX > WS-SEL-COUNT OR VEHICLE-SELECTED
              IF SEL-VEH-ID(SEL-IDX) = WS-SEL-ID
                 MOVE "Y" TO WS-SEL-FOUND-SW
              END-IF
           END-PERFORM
       .
       015-EXIT.
           EXIT
       .

           SELECT CATALOG-FILE ASSIGN TO "spool-catalog.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CAT-FSTATUS.
           SELECT NOSEP-FILE ASSIGN TO "spool-nosep.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NSP-FSTATUS.
           SELECT SUB-FILE ASSIGN TO "rpt-subs.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SUB-FSTATUS.
           SELECT FONT-FILE ASSIGN TO "blockfont.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FONT-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CATALOG-FILE.
       COPY "spool-catalog.cpy".

       FD  NOSEP-FILE.
       01  NOSEP-REC.
           05 NSP-PROGRAM      PIC X(12).

       FD  SUB-FILE.
       COPY "rpt-sub.cpy".

       FD  FONT-FILE.
       01  FONT-REC.
           05 BFD-CHAR         PIC X.
           05 FILLER           PIC X.
           05 BFD-ROW          PIC 9.
           05 FILLER           PIC X.
           05 BFD-PATTERN      PIC X(7).

       WORKING-STORAGE SECTION.
       01  WS-SRC-FSTATUS      PIC XX VALUE "00".
       01  WS-CAT-FSTATUS      PIC XX VALUE "00".
       01  WS-GENERATION       PIC 9(6) VALUE ZEROS.
       01  WS-NXT-SERIES       PIC X(8) VALUE "SPOOLGEN".
       01  WS-LINE-COUNT       PIC 9(6) VALUE ZEROS.
       01  WS-NSP-FSTATUS      PIC XX VALUE "00".
       01  WS-SUB-FSTATUS      PIC XX VALUE "00".
       01  WS-FONT-FSTATUS     PIC XX VALUE "00".
       01  WS-NSP-EOF-SW       PIC X VALUE "N".
           88 END-OF-NOSEP        VALUE "Y".
       01  WS-SUB-EOF-SW       PIC X VALUE "N".
           88 END-OF-SUBS         VALUE "Y".
       01  WS-FONT-EOF-SW      PIC X VALUE "N".
           88 END-OF-FONT         VALUE "Y".
       01  WS-SEPARATOR-SW     PIC X VALUE "Y".
           88 SEPARATOR-WANTED    VALUE "Y".
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
       01  WS-TEXT             PIC X(12) VALUE SPACES.
       01  WS-FILL             PIC X VALUE SPACE.
       01  WS-TEXT-LEN         PIC 9(3) VALUE 12.
       01  WS-CHAR-POS         PIC 9(3) VALUE ZEROS.
       01  WS-ROW-NUM          PIC 9 VALUE ZEROS.
       01  WS-COL-BASE         PIC 9(3) VALUE ZEROS.
       01  WS-PAT-POS          PIC 9 VALUE ZEROS.
       01  WS-THE-CHAR         PIC X VALUE SPACE.
       01  SCR-LINE            PIC X(132) VALUE SPACES.
       01  WS-BURST-CC         PIC X(4) VALUE SPACES.
       01  WS-RCP-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-LAST-RECIPIENT   PIC X(8) VALUE SPACES.
       01  WS-OPERATOR-ID      PIC X(8) VALUE "SYSTEM".
       01  WS-PROC-DATE        PIC 9(8) VALUE ZEROS.
       01  WS-PRN-PROC-DATE    PIC 9999/99/99.
       01  WS-PRN-RUN-DATE     PIC 9999/99/99.
       01  WS-RUN-TIME         PIC 9(8) VALUE ZEROS.
       01  WS-PRN-LINES        PIC ZZZ,ZZ9.
       01  WS-SEP-LINE         PIC X(132) VALUE SPACES.

       LINKAGE SECTION.
       01  LNK-PROGRAM         PIC X(12).
       000-BEGIN.
           MOVE ZEROS TO WS-LINE-COUNT WS-GENERATION
           MOVE "N" TO WS-SRC-EOF-SW
           MOVE "Y" TO WS-SEPARATOR-SW
           MOVE LNK-PRINT-FILE TO WS-SOURCE-NAME
           OPEN INPUT SOURCE-PRINT-FILE
           IF WS-SRC-FSTATUS NOT = "00"
           MOVE SPACES TO WS-SPOOL-NAME
           STRING "spool-g" WS-GENERATION ".dat"
              DELIMITED BY SIZE INTO WS-SPOOL-NAME
           PERFORM UNTIL END-OF-SOURCE
              READ SOURCE-PRINT-FILE
                 AT END MOVE "Y" TO WS-SRC-EOF-SW
                 NOT AT END ADD 1 TO WS-LINE-COUNT
              END-READ
           END-PERFORM
           CLOSE SOURCE-PRINT-FILE
           OPEN INPUT SOURCE-PRINT-FILE
           MOVE "N" TO WS-SRC-EOF-SW
           OPEN OUTPUT SPOOL-FILE
           PERFORM 001-CHECK-NOSEP THRU 001-EXIT
           IF SEPARATOR-WANTED
              PERFORM 002-WRITE-SEPARATOR THRU 002-EXIT
           END-IF
           PERFORM UNTIL END-OF-SOURCE
              READ SOURCE-PRINT-FILE
                 AT END MOVE "Y" TO WS-SRC-EOF-SW
                 NOT AT END
                    MOVE SOURCE-PRINT-REC TO SPOOL-REC
                    WRITE SPOOL-REC
              END-READ
           END-PERFORM
           CLOSE SOURCE-PRINT-FILE
           CLOSE CATALOG-FILE
           GOBACK
       .

       001-CHECK-NOSEP.
           MOVE "N" TO WS-NSP-EOF-SW
           OPEN INPUT NOSEP-FILE
           IF WS-NSP-FSTATUS NOT = "00"
              GO TO 001-EXIT
           END-IF
           PERFORM UNTIL END-OF-NOSEP
              READ NOSEP-FILE
                 AT END MOVE "Y" TO WS-NSP-EOF-SW
                 NOT AT END
                    IF NSP-PROGRAM = LNK-PROGRAM
                       MOVE "N" TO WS-SEPARATOR-SW
                    END-IF
              END-READ
           END-PERFORM
           CLOSE NOSEP-FILE
       .
       001-EXIT.
           EXIT
       .

       002-WRITE-SEPARATOR.
           CALL "GETOPER" USING WS-OPERATOR-ID
           CALL "GETBDATE" USING WS-PROC-DATE
           MOVE WS-PROC-DATE TO WS-PRN-PROC-DATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PRN-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-RUN-TIME
           MOVE WS-LINE-COUNT TO WS-PRN-LINES
           MOVE ALL "*" TO WS-SEP-LINE(1:100)
           MOVE "1" TO SPOOL-REC(1:1)
           MOVE WS-SEP-LINE TO SPOOL-REC(2:132)
           WRITE SPOOL-REC
           MOVE SPACES TO WS-SEP-LINE
           PERFORM 010-WRITE-SEP-LINE THRU 010-EXIT
           PERFORM 010-WRITE-SEP-LINE THRU 010-EXIT
           PERFORM 003-LOAD-FONT THRU 003-EXIT
           MOVE FUNCTION UPPER-CASE(LNK-PROGRAM) TO WS-TEXT
           PERFORM VARYING WS-ROW-NUM FROM 1 BY 1
              UNTIL WS-ROW-NUM > 7
              MOVE ALL SPACES TO SCR-LINE
              PERFORM VARYING WS-CHAR-POS FROM 1 BY 1
                 UNTIL WS-CHAR-POS > WS-TEXT-LEN
                 MOVE WS-TEXT(WS-CHAR-POS:1) TO WS-THE-CHAR
                 PERFORM 005-DRAW-ONE-CHAR THRU 005-EXIT
              END-PERFORM
              MOVE SCR-LINE TO WS-SEP-LINE
              PERFORM 010-WRITE-SEP-LINE THRU 010-EXIT
           END-PERFORM
           PERFORM 010-WRITE-SEP-LINE THRU 010-EXIT
           PERFORM 010-WRITE-SEP-LINE THRU 010-EXIT
           STRING "PROGRAM  . . . . . : " LNK-PROGRAM
              DELIMITED BY SIZE INTO WS-SEP-LINE
           PERFORM 010-WRITE-SEP-LINE THRU 010-EXIT
           STRING "SPOOL GENERATION . : " WS-GENERATION
              DELIMITED BY SIZE INTO WS-SEP-LINE
           PERFORM 010-WRITE-SEP-LINE THRU 010-EXIT
           STRING "RUN DATE . . . . . : " WS-PRN-RUN-DATE "  "
              WS-RUN-TIME(1:2) ":" WS-RUN-TIME(3:2) ":"
              WS-RUN-TIME(5:2)
              DELIMITED BY SIZE INTO WS-SEP-LINE
           PERFORM 010-WRITE-SEP-LINE THRU 010-EXIT
           STRING "PROCESSING DATE  . : " WS-PRN-PROC-DATE
              DELIMITED BY SIZE INTO WS-SEP-LINE
           PERFORM 010-WRITE-SEP-LINE THRU 010-EXIT
           STRING "REPORT LINES . . . : " WS-PRN-LINES
              DELIMITED BY SIZE INTO WS-SEP-LINE
           PERFORM 010-WRITE-SEP-LINE THRU 010-EXIT
           STRING "OPERATOR . . . . . : " WS-OPERATOR-ID
              DELIMITED BY SIZE INTO WS-SEP-LINE
           PERFORM 010-WRITE-SEP-LINE THRU 010-EXIT
           STRING "SOURCE FILE  . . . : " LNK-PRINT-FILE
              DELIMITED BY SIZE INTO WS-SEP-LINE
           PERFORM 010-WRITE-SEP-LINE THRU 010-EXIT
           PERFORM 007-LIST-RECIPIENTS THRU 007-EXIT
           PERFORM 010-WRITE-SEP-LINE THRU 010-EXIT
           MOVE ALL "*" TO WS-SEP-LINE(1:100)
           PERFORM 010-WRITE-SEP-LINE THRU 010-EXIT
       .
       002-EXIT.
           EXIT
       .

       003-LOAD-FONT.
           MOVE "N" TO WS-FONT-EOF-SW
           MOVE ZEROS TO WS-FNT-COUNT
           OPEN INPUT FONT-FILE
           IF WS-FONT-FSTATUS NOT = "00"
              GO TO 003-EXIT
           END-IF
           PERFORM UNTIL END-OF-FONT
              READ FONT-FILE
                 AT END MOVE "Y" TO WS-FONT-EOF-SW
                 NOT AT END
                    PERFORM 004-POST-FONT-ROW THRU 004-EXIT
              END-READ
           END-PERFORM
           CLOSE FONT-FILE
       .
       003-EXIT.
           EXIT
       .

       004-POST-FONT-ROW.
           IF BFD-ROW NOT NUMERIC OR BFD-ROW = 0 OR BFD-ROW > 7
              GO TO 004-EXIT
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
                 GO TO 004-EXIT
              END-IF
              ADD 1 TO WS-FNT-COUNT
              MOVE WS-FNT-COUNT TO WS-MATCH-IDX
              MOVE BFD-CHAR TO FNT-CHAR(WS-MATCH-IDX)
           END-IF
           MOVE BFD-PATTERN TO
              FNT-PATTERN(WS-MATCH-IDX, BFD-ROW)
       .
       004-EXIT.
           EXIT
       .

       005-DRAW-ONE-CHAR.
           IF WS-THE-CHAR = SPACE
              GO TO 005-EXIT
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
              GO TO 005-EXIT
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
       005-EXIT.
           EXIT
       .

       007-LIST-RECIPIENTS.
           MOVE ZEROS TO WS-RCP-COUNT
           MOVE SPACES TO WS-LAST-RECIPIENT
           MOVE SPACES TO WS-BURST-CC
           IF LNK-PROGRAM(1:6) = "BURST-"
              MOVE LNK-PROGRAM(7:4) TO WS-BURST-CC
           END-IF
           MOVE "N" TO WS-SUB-EOF-SW
           OPEN INPUT SUB-FILE
           IF WS-SUB-FSTATUS = "00"
              PERFORM UNTIL END-OF-SUBS
                 READ SUB-FILE
                    AT END MOVE "Y" TO WS-SUB-EOF-SW
                    NOT AT END
                       PERFORM 008-LIST-ONE-RECIPIENT THRU 008-EXIT
                 END-READ
              END-PERFORM
              CLOSE SUB-FILE
           END-IF
           IF WS-RCP-COUNT = 0
              MOVE "DISTRIBUTION . . . : NONE ON FILE" TO WS-SEP-LINE
              PERFORM 010-WRITE-SEP-LINE THRU 010-EXIT
           END-IF
       .
       007-EXIT.
           EXIT
       .

       008-LIST-ONE-RECIPIENT.
           IF WS-BURST-CC NOT = SPACES
              IF NOT SUB-BURST OR SUB-CC NOT = WS-BURST-CC
                 GO TO 008-EXIT
              END-IF
           ELSE
              IF SUB-BURST OR SUB-PROGRAM NOT = LNK-PROGRAM
                 GO TO 008-EXIT
              END-IF
           END-IF
           IF SUB-RECIPIENT = WS-LAST-RECIPIENT
              GO TO 008-EXIT
           END-IF
           MOVE SUB-RECIPIENT TO WS-LAST-RECIPIENT
           ADD 1 TO WS-RCP-COUNT
           IF WS-RCP-COUNT = 1
              MOVE "DISTRIBUTION . . . : " TO WS-SEP-LINE
           END-IF
           STRING SUB-RECIPIENT "  " SUB-RCP-NAME "  " SUB-DELIVER-TO
              DELIMITED BY SIZE INTO WS-SEP-LINE(22:)
           PERFORM 010-WRITE-SEP-LINE THRU 010-EXIT
       .
       008-EXIT.
           EXIT
       .

       010-WRITE-SEP-LINE.
           MOVE " " TO SPOOL-REC(1:1)
           MOVE WS-SEP-LINE TO SPOOL-REC(2:132)
           WRITE SPOOL-REC
           MOVE SPACES TO WS-SEP-LINE
       .
       010-EXIT.
           EXIT
       .

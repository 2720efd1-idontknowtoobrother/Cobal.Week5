       IDENTIFICATION DIVISION.
       PROGRAM-ID. ONCALLGT.
       AUTHOR. JAKKRIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROSTER-FILE ASSIGN TO "oncall-roster.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ONC-FSTATUS.
           SELECT ONCALL-CTL-FILE ASSIGN TO "oncall-ctl.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OCC-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ROSTER-FILE.
       COPY "oncall-rec.cpy".

       FD  ONCALL-CTL-FILE.
       COPY "oncall-ctl.cpy".

       WORKING-STORAGE SECTION.
       01  WS-ONC-FSTATUS      PIC XX VALUE "00".
       01  WS-OCC-FSTATUS      PIC XX VALUE "00".
       01  WS-ONC-EOF-SW       PIC X VALUE "N".
           88 END-OF-ROSTER       VALUE "Y".
       01  WS-EXACT-SW         PIC X VALUE "N".
           88 EXACT-MATCH         VALUE "Y".
       01  WS-DAY-START        PIC 9(4) VALUE 0700.
       01  WS-NIGHT-START      PIC 9(4) VALUE 1900.
       01  WS-HHMM             PIC 9(4) VALUE ZEROS.
       01  WS-SHIFT            PIC X VALUE SPACE.
       01  WS-ROSTER-DATE      PIC 9(8) VALUE ZEROS.
       01  WS-DATE-INT         PIC 9(8) VALUE ZEROS.

       LINKAGE SECTION.
       01  LNK-SEVERITY        PIC X(8).
       01  LNK-DATE            PIC 9(8).
       01  LNK-TIME            PIC 9(8).
       01  LNK-OWNER           PIC X(8).
       01  LNK-BACKUP          PIC X(8).

       PROCEDURE DIVISION USING LNK-SEVERITY LNK-DATE LNK-TIME
           LNK-OWNER LNK-BACKUP.
       000-BEGIN.
           MOVE SPACES TO LNK-OWNER
           MOVE SPACES TO LNK-BACKUP
           MOVE "N" TO WS-EXACT-SW
           MOVE "N" TO WS-ONC-EOF-SW
           PERFORM 001-READ-CTL THRU 001-EXIT
           MOVE LNK-TIME(1:4) TO WS-HHMM
           MOVE LNK-DATE TO WS-ROSTER-DATE
           EVALUATE TRUE
              WHEN WS-HHMM < WS-DAY-START
                 MOVE "N" TO WS-SHIFT
                 COMPUTE WS-DATE-INT =
                    FUNCTION INTEGER-OF-DATE(LNK-DATE) - 1
                 COMPUTE WS-ROSTER-DATE =
                    FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
              WHEN WS-HHMM >= WS-NIGHT-START
                 MOVE "N" TO WS-SHIFT
              WHEN OTHER
                 MOVE "D" TO WS-SHIFT
           END-EVALUATE
           OPEN INPUT ROSTER-FILE
           IF WS-ONC-FSTATUS NOT = "00"
              GOBACK
           END-IF
           PERFORM UNTIL END-OF-ROSTER
              READ ROSTER-FILE
                 AT END MOVE "Y" TO WS-ONC-EOF-SW
                 NOT AT END
                    IF ONC-DATE = WS-ROSTER-DATE
                       AND ONC-SHIFT = WS-SHIFT
                       PERFORM 002-TAKE-ROSTER-ROW THRU 002-EXIT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ROSTER-FILE
           GOBACK
       .

       001-READ-CTL.
           OPEN INPUT ONCALL-CTL-FILE
           IF WS-OCC-FSTATUS = "00"
              READ ONCALL-CTL-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF OCC-DAY-START NUMERIC
                       AND OCC-NIGHT-START NUMERIC
                       AND OCC-DAY-START < OCC-NIGHT-START
                       MOVE OCC-DAY-START TO WS-DAY-START
                       MOVE OCC-NIGHT-START TO WS-NIGHT-START
                    END-IF
              END-READ
              CLOSE ONCALL-CTL-FILE
           END-IF
       .
       001-EXIT.
           EXIT
       .

       002-TAKE-ROSTER-ROW.
           IF ONC-SEVERITY = LNK-SEVERITY
              MOVE ONC-PRIMARY TO LNK-OWNER
              MOVE ONC-BACKUP TO LNK-BACKUP
              MOVE "Y" TO WS-EXACT-SW
              MOVE "Y" TO WS-ONC-EOF-SW
              GO TO 002-EXIT
           END-IF
           IF ONC-SEVERITY = "ALL" AND NOT EXACT-MATCH
              MOVE ONC-PRIMARY TO LNK-OWNER
              MOVE ONC-BACKUP TO LNK-BACKUP
           END-IF
       .
       002-EXIT.
           EXIT
       .

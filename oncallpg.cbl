       IDENTIFICATION DIVISION.
       PROGRAM-ID. ONCALLPG.
       AUTHOR. JAKKRIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDENT-FILE ASSIGN TO "incidents.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-INC-FSTATUS.
           SELECT ONCALL-CTL-FILE ASSIGN TO "oncall-ctl.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OCC-FSTATUS.
           SELECT OPERATOR-MASTER ASSIGN TO "opermast.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OPR-FSTATUS.
           SELECT PAGING-FILE ASSIGN TO "paging-extract.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PGX-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INCIDENT-FILE.
       COPY "incident-rec.cpy".

       FD  ONCALL-CTL-FILE.
       COPY "oncall-ctl.cpy".

       FD  OPERATOR-MASTER.
       COPY "oper-rec.cpy".

       FD  PAGING-FILE.
       COPY "paging-rec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-INC-FSTATUS      PIC XX VALUE "00".
       01  WS-OCC-FSTATUS      PIC XX VALUE "00".
       01  WS-OPR-FSTATUS      PIC XX VALUE "00".
       01  WS-PGX-FSTATUS      PIC XX VALUE "00".
       01  WS-INC-EOF-SW       PIC X VALUE "N".
           88 END-OF-INCIDENTS    VALUE "Y".
       01  WS-OPR-EOF-SW       PIC X VALUE "N".
           88 END-OF-OPERATORS    VALUE "Y".
       01  INC-TABLE.
           05 INC-ENTRY OCCURS 200 TIMES INDEXED BY INC-IDX.
              10 INC-TBL-NUMBER   PIC 9(6).
              10 INC-TBL-PROGRAM  PIC X(12).
              10 INC-TBL-STEP     PIC 9(2).
              10 INC-TBL-RC       PIC 9(4).
              10 INC-TBL-SEVERITY PIC X(8).
              10 INC-TBL-DATE     PIC 9(8).
              10 INC-TBL-TIME     PIC 9(8).
              10 INC-TBL-STATUS   PIC X.
              10 INC-TBL-OWNER    PIC X(8).
              10 INC-TBL-CLOSURE  PIC X(4).
              10 INC-TBL-REOPENS  PIC 9(2).
              10 INC-TBL-ASG-DATE PIC 9(8).
              10 INC-TBL-ASG-TIME PIC 9(4).
              10 INC-TBL-ACK      PIC X.
              10 INC-TBL-LEVEL    PIC X.
              10 INC-TBL-BACKUP   PIC X(8).
       01  WS-INC-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-INC-MAX          PIC 9(3) VALUE 200.
       01  WS-TRUNC-SW         PIC X VALUE "N".
           88 LOAD-TRUNCATED      VALUE "Y".
       01  WS-CHANGED-SW       PIC X VALUE "N".
           88 FILE-CHANGED        VALUE "Y".
       01  OPR-TABLE.
           05 OPR-ENTRY OCCURS 50 TIMES INDEXED BY OPR-IDX.
              10 OPR-TBL-ID      PIC X(8).
              10 OPR-TBL-NAME    PIC X(20).
       01  WS-OPR-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-OPR-MAX          PIC 9(3) VALUE 50.
       01  WS-CRIT-WINDOW      PIC 9(3) VALUE 15.
       01  WS-WARN-WINDOW      PIC 9(3) VALUE 60.
       01  WS-WINDOW           PIC 9(3) VALUE ZEROS.
       01  WS-TODAY            PIC 9(8) VALUE ZEROS.
       01  WS-NOW-TIME         PIC 9(8) VALUE ZEROS.
       01  WS-NOW-HH           PIC 99 VALUE ZEROS.
       01  WS-NOW-MM           PIC 99 VALUE ZEROS.
       01  WS-NOW-MINS         PIC 9(11) VALUE ZEROS.
       01  WS-ASG-HH           PIC 99 VALUE ZEROS.
       01  WS-ASG-MM           PIC 99 VALUE ZEROS.
       01  WS-ASG-MINS         PIC 9(11) VALUE ZEROS.
       01  WS-WAIT-MINS        PIC 9(5) VALUE ZEROS.
       01  WS-REASON           PIC X(9) VALUE SPACES.
       01  WS-PAGE-COUNT       PIC 9(3) VALUE ZEROS.
       01  WS-ASSIGNED-COUNT   PIC 9(3) VALUE ZEROS.
       01  WS-ESCALATED-COUNT  PIC 9(3) VALUE ZEROS.
       01  WS-UNCOVERED-COUNT  PIC 9(3) VALUE ZEROS.
       01  WS-UNKNOWN-COUNT    PIC 9(3) VALUE ZEROS.

       PROCEDURE DIVISION.
       000-BEGIN.
           MOVE "N" TO WS-INC-EOF-SW
           MOVE "N" TO WS-OPR-EOF-SW
           MOVE "N" TO WS-TRUNC-SW
           MOVE "N" TO WS-CHANGED-SW
           MOVE ZEROS TO WS-INC-COUNT
           MOVE ZEROS TO WS-OPR-COUNT
           MOVE ZEROS TO WS-PAGE-COUNT
           MOVE ZEROS TO WS-ASSIGNED-COUNT
           MOVE ZEROS TO WS-ESCALATED-COUNT
           MOVE ZEROS TO WS-UNCOVERED-COUNT
           MOVE ZEROS TO WS-UNKNOWN-COUNT
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-NOW-TIME
           MOVE WS-NOW-TIME(1:2) TO WS-NOW-HH
           MOVE WS-NOW-TIME(3:2) TO WS-NOW-MM
           COMPUTE WS-NOW-MINS =
              FUNCTION INTEGER-OF-DATE(WS-TODAY) * 1440
              + WS-NOW-HH * 60 + WS-NOW-MM
           PERFORM 001-READ-CTL THRU 001-EXIT
           PERFORM 002-LOAD-OPERATORS THRU 002-EXIT
           PERFORM 003-LOAD-INCIDENTS THRU 003-EXIT
           IF LOAD-TRUNCATED
              DISPLAY "ONCALLPG: more than " WS-INC-MAX " incidents "
                 "on file - archive it first, nothing changed."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT PAGING-FILE
           DISPLAY "==============================================="
           DISPLAY "        ON-CALL PAGING LIST"
           DISPLAY "==============================================="
           DISPLAY "INCIDENT SEVERITY PROGRAM      CALL     "
              "LEVEL   WAIT REASON"
           PERFORM VARYING INC-IDX FROM 1 BY 1
              UNTIL INC-IDX > WS-INC-COUNT
              IF INC-TBL-STATUS(INC-IDX) = "O"
                 AND INC-TBL-ACK(INC-IDX) NOT = "Y"
                 PERFORM 004-WORK-ONE-INCIDENT THRU 004-EXIT
              END-IF
           END-PERFORM
           CLOSE PAGING-FILE
           IF FILE-CHANGED
              PERFORM 009-SAVE-INCIDENTS THRU 009-EXIT
           END-IF
           IF WS-PAGE-COUNT = 0
              DISPLAY "  (nobody needs to be called)"
           END-IF
           DISPLAY "-----------------------------------------------"
           DISPLAY "Pages to make  . . . . . . . . : " WS-PAGE-COUNT
           DISPLAY "Assigned from the roster . . . : " WS-ASSIGNED-COUNT
           DISPLAY "Escalated to backup  . . . . . : "
              WS-ESCALATED-COUNT
           DISPLAY "No on-call cover on roster . . : "
              WS-UNCOVERED-COUNT
           DISPLAY "On-call ID not on opermast . . : " WS-UNKNOWN-COUNT
           DISPLAY "==============================================="
           IF WS-PAGE-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK
       .

       001-READ-CTL.
           OPEN INPUT ONCALL-CTL-FILE
           IF WS-OCC-FSTATUS = "00"
              READ ONCALL-CTL-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF OCC-CRIT-WINDOW NUMERIC AND OCC-CRIT-WINDOW > 0
                       MOVE OCC-CRIT-WINDOW TO WS-CRIT-WINDOW
                    END-IF
                    IF OCC-WARN-WINDOW NUMERIC AND OCC-WARN-WINDOW > 0
                       MOVE OCC-WARN-WINDOW TO WS-WARN-WINDOW
                    END-IF
              END-READ
              CLOSE ONCALL-CTL-FILE
           END-IF
       .
       001-EXIT.
           EXIT
       .

       002-LOAD-OPERATORS.
           OPEN INPUT OPERATOR-MASTER
           IF WS-OPR-FSTATUS NOT = "00"
              GO TO 002-EXIT
           END-IF
           PERFORM UNTIL END-OF-OPERATORS
              READ OPERATOR-MASTER
                 AT END MOVE "Y" TO WS-OPR-EOF-SW
                 NOT AT END
                    IF WS-OPR-COUNT < WS-OPR-MAX
                       ADD 1 TO WS-OPR-COUNT
                       MOVE OPR-ID TO OPR-TBL-ID(WS-OPR-COUNT)
                       MOVE OPR-NAME TO OPR-TBL-NAME(WS-OPR-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE OPERATOR-MASTER
       .
       002-EXIT.
           EXIT
       .

       003-LOAD-INCIDENTS.
           OPEN INPUT INCIDENT-FILE
           IF WS-INC-FSTATUS NOT = "00"
              GO TO 003-EXIT
           END-IF
           PERFORM UNTIL END-OF-INCIDENTS
              READ INCIDENT-FILE
                 AT END MOVE "Y" TO WS-INC-EOF-SW
                 NOT AT END
                    IF WS-INC-COUNT >= WS-INC-MAX
                       MOVE "Y" TO WS-TRUNC-SW
                       MOVE "Y" TO WS-INC-EOF-SW
                    ELSE
                       ADD 1 TO WS-INC-COUNT
                       SET INC-IDX TO WS-INC-COUNT
                       PERFORM 008-STORE-INCIDENT THRU 008-EXIT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE INCIDENT-FILE
       .
       003-EXIT.
           EXIT
       .

       004-WORK-ONE-INCIDENT.
           MOVE "PAGE" TO WS-REASON
           IF INC-TBL-OWNER(INC-IDX) = SPACES
              PERFORM 005-ASSIGN-FROM-ROSTER THRU 005-EXIT
              IF INC-TBL-OWNER(INC-IDX) = SPACES
                 ADD 1 TO WS-UNCOVERED-COUNT
                 GO TO 004-EXIT
              END-IF
           END-IF
           IF INC-TBL-ASG-DATE(INC-IDX) > 19000000
              MOVE INC-TBL-ASG-TIME(INC-IDX)(1:2) TO WS-ASG-HH
              MOVE INC-TBL-ASG-TIME(INC-IDX)(3:2) TO WS-ASG-MM
              COMPUTE WS-ASG-MINS = FUNCTION
                 INTEGER-OF-DATE(INC-TBL-ASG-DATE(INC-IDX)) * 1440
                 + WS-ASG-HH * 60 + WS-ASG-MM
           ELSE
              MOVE WS-NOW-MINS TO WS-ASG-MINS
           END-IF
           IF WS-NOW-MINS > WS-ASG-MINS
              COMPUTE WS-WAIT-MINS = WS-NOW-MINS - WS-ASG-MINS
           ELSE
              MOVE ZEROS TO WS-WAIT-MINS
           END-IF
           IF INC-TBL-SEVERITY(INC-IDX) = "CRITICAL"
              MOVE WS-CRIT-WINDOW TO WS-WINDOW
           ELSE
              MOVE WS-WARN-WINDOW TO WS-WINDOW
           END-IF
           IF INC-TBL-LEVEL(INC-IDX) NOT = "B"
              AND WS-WAIT-MINS >= WS-WINDOW
              AND INC-TBL-BACKUP(INC-IDX) NOT = SPACES
              AND INC-TBL-BACKUP(INC-IDX) NOT = INC-TBL-OWNER(INC-IDX)
              MOVE INC-TBL-BACKUP(INC-IDX) TO INC-TBL-OWNER(INC-IDX)
              MOVE "B" TO INC-TBL-LEVEL(INC-IDX)
              MOVE WS-TODAY TO INC-TBL-ASG-DATE(INC-IDX)
              MOVE WS-NOW-TIME(1:4) TO INC-TBL-ASG-TIME(INC-IDX)
              MOVE ZEROS TO WS-WAIT-MINS
              MOVE "ESCALATED" TO WS-REASON
              ADD 1 TO WS-ESCALATED-COUNT
              MOVE "Y" TO WS-CHANGED-SW
           END-IF
           PERFORM 006-WRITE-PAGE THRU 006-EXIT
       .
       004-EXIT.
           EXIT
       .

       005-ASSIGN-FROM-ROSTER.
           CALL "ONCALLGT" USING INC-TBL-SEVERITY(INC-IDX) WS-TODAY
              WS-NOW-TIME INC-TBL-OWNER(INC-IDX)
              INC-TBL-BACKUP(INC-IDX)
           MOVE 0 TO RETURN-CODE
           IF INC-TBL-OWNER(INC-IDX) = SPACES
              GO TO 005-EXIT
           END-IF
           MOVE WS-TODAY TO INC-TBL-ASG-DATE(INC-IDX)
           MOVE WS-NOW-TIME(1:4) TO INC-TBL-ASG-TIME(INC-IDX)
           MOVE "P" TO INC-TBL-LEVEL(INC-IDX)
           MOVE "N" TO INC-TBL-ACK(INC-IDX)
           MOVE "ASSIGNED" TO WS-REASON
           ADD 1 TO WS-ASSIGNED-COUNT
           MOVE "Y" TO WS-CHANGED-SW
       .
       005-EXIT.
           EXIT
       .

       006-WRITE-PAGE.
           MOVE SPACES TO PAGING-REC
           MOVE INC-TBL-NUMBER(INC-IDX) TO PGX-INC-NUMBER
           MOVE INC-TBL-SEVERITY(INC-IDX) TO PGX-SEVERITY
           MOVE INC-TBL-PROGRAM(INC-IDX) TO PGX-PROGRAM
           MOVE INC-TBL-OWNER(INC-IDX) TO PGX-CALL-OPER
           MOVE "** NOT ON OPERMAST **" TO PGX-CALL-NAME
           PERFORM VARYING OPR-IDX FROM 1 BY 1
              UNTIL OPR-IDX > WS-OPR-COUNT
              IF OPR-TBL-ID(OPR-IDX) = INC-TBL-OWNER(INC-IDX)
                 MOVE OPR-TBL-NAME(OPR-IDX) TO PGX-CALL-NAME
              END-IF
           END-PERFORM
           IF PGX-CALL-NAME = "** NOT ON OPERMAST **"
              ADD 1 TO WS-UNKNOWN-COUNT
           END-IF
           IF INC-TBL-LEVEL(INC-IDX) = "B"
              MOVE "BACKUP" TO PGX-LEVEL
           ELSE
              MOVE "PRIMARY" TO PGX-LEVEL
           END-IF
           MOVE WS-WAIT-MINS TO PGX-WAIT-MINS
           MOVE WS-REASON TO PGX-REASON
           WRITE PAGING-REC
           ADD 1 TO WS-PAGE-COUNT
           DISPLAY PGX-INC-NUMBER "   " PGX-SEVERITY " " PGX-PROGRAM
              " " PGX-CALL-OPER " " PGX-LEVEL " " PGX-WAIT-MINS " "
              PGX-REASON
           DISPLAY "         call " PGX-CALL-NAME
       .
       006-EXIT.
           EXIT
       .

       008-STORE-INCIDENT.
           MOVE INC-NUMBER TO INC-TBL-NUMBER(INC-IDX)
           MOVE INC-PROGRAM TO INC-TBL-PROGRAM(INC-IDX)
           MOVE INC-STEP-NO TO INC-TBL-STEP(INC-IDX)
           MOVE INC-RC TO INC-TBL-RC(INC-IDX)
           MOVE INC-SEVERITY TO INC-TBL-SEVERITY(INC-IDX)
           MOVE INC-DATE TO INC-TBL-DATE(INC-IDX)
           MOVE INC-TIME TO INC-TBL-TIME(INC-IDX)
           MOVE INC-STATUS TO INC-TBL-STATUS(INC-IDX)
           MOVE INC-OWNER TO INC-TBL-OWNER(INC-IDX)
           MOVE INC-CLOSURE TO INC-TBL-CLOSURE(INC-IDX)
           IF INC-REOPENS NUMERIC
              MOVE INC-REOPENS TO INC-TBL-REOPENS(INC-IDX)
           ELSE
              MOVE ZEROS TO INC-TBL-REOPENS(INC-IDX)
           END-IF
           IF INC-ASSIGN-DATE NUMERIC AND INC-ASSIGN-TIME NUMERIC
              MOVE INC-ASSIGN-DATE TO INC-TBL-ASG-DATE(INC-IDX)
              MOVE INC-ASSIGN-TIME TO INC-TBL-ASG-TIME(INC-IDX)
           ELSE
              MOVE ZEROS TO INC-TBL-ASG-DATE(INC-IDX)
              MOVE ZEROS TO INC-TBL-ASG-TIME(INC-IDX)
           END-IF
           MOVE INC-ACK TO INC-TBL-ACK(INC-IDX)
           MOVE INC-ESC-LEVEL TO INC-TBL-LEVEL(INC-IDX)
           MOVE INC-BACKUP TO INC-TBL-BACKUP(INC-IDX)
       .
       008-EXIT.
           EXIT
       .

       009-SAVE-INCIDENTS.
           OPEN OUTPUT INCIDENT-FILE
           PERFORM VARYING INC-IDX FROM 1 BY 1
              UNTIL INC-IDX > WS-INC-COUNT
              MOVE SPACES TO INCIDENT-REC
              MOVE INC-TBL-NUMBER(INC-IDX) TO INC-NUMBER
              MOVE INC-TBL-PROGRAM(INC-IDX) TO INC-PROGRAM
              MOVE INC-TBL-STEP(INC-IDX) TO INC-STEP-NO
              MOVE INC-TBL-RC(INC-IDX) TO INC-RC
              MOVE INC-TBL-SEVERITY(INC-IDX) TO INC-SEVERITY
              MOVE INC-TBL-DATE(INC-IDX) TO INC-DATE
              MOVE INC-TBL-TIME(INC-IDX) TO INC-TIME
              MOVE INC-TBL-STATUS(INC-IDX) TO INC-STATUS
              MOVE INC-TBL-OWNER(INC-IDX) TO INC-OWNER
              MOVE INC-TBL-CLOSURE(INC-IDX) TO INC-CLOSURE
              MOVE INC-TBL-REOPENS(INC-IDX) TO INC-REOPENS
              MOVE INC-TBL-ASG-DATE(INC-IDX) TO INC-ASSIGN-DATE
              MOVE INC-TBL-ASG-TIME(INC-IDX) TO INC-ASSIGN-TIME
              MOVE INC-TBL-ACK(INC-IDX) TO INC-ACK
              MOVE INC-TBL-LEVEL(INC-IDX) TO INC-ESC-LEVEL
              MOVE INC-TBL-BACKUP(INC-IDX) TO INC-BACKUP
              WRITE INCIDENT-REC
           END-PERFORM
           CLOSE INCIDENT-FILE
       .
       009-EXIT.
           EXIT
       .

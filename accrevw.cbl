       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCREVW.
       AUTHOR. JAKKRIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-MASTER ASSIGN TO "opermast.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OPR-FSTATUS.
           SELECT ROLE-FILE ASSIGN TO "sec-roles.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ROL-FSTATUS.
           SELECT FUNCTION-FILE ASSIGN TO "sec-funcs.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FNC-FSTATUS.
           SELECT PERMISSION-FILE ASSIGN TO "sec-perms.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PRM-FSTATUS.
           SELECT PRINT-FILE ASSIGN TO "accrevw-print.dat"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-HISTORY-FILE ASSIGN TO "run-history.idx"
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS RUNH-KEY
              FILE STATUS IS WS-RUNH-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-MASTER.
       COPY "oper-rec.cpy".

       FD  ROLE-FILE.
       COPY "sec-role.cpy".

       FD  FUNCTION-FILE.
       COPY "sec-func.cpy".

       FD  PERMISSION-FILE.
       COPY "sec-perm.cpy".

       FD  PRINT-FILE.
       COPY "print-line.cpy".

       FD  RUN-HISTORY-FILE.
       COPY "run-history.cpy".

       WORKING-STORAGE SECTION.
       COPY "run-stamp.cpy".
       01  WS-SPOOL-PROGRAM    PIC X(12) VALUE "ACCREVW".
       01  WS-SPOOL-FILE       PIC X(40)
           VALUE "accrevw-print.dat".
       01  WS-OPERATOR-ID      PIC X(8) VALUE "SYSTEM".
       01  WS-OPR-FSTATUS      PIC XX VALUE "00".
       01  WS-ROL-FSTATUS      PIC XX VALUE "00".
       01  WS-FNC-FSTATUS      PIC XX VALUE "00".
       01  WS-PRM-FSTATUS      PIC XX VALUE "00".
       01  WS-RUNH-FSTATUS     PIC XX VALUE "00".
       01  WS-OPR-EOF-SW       PIC X VALUE "N".
           88 END-OF-OPERATORS    VALUE "Y".
       01  WS-ROL-EOF-SW       PIC X VALUE "N".
           88 END-OF-ROLES        VALUE "Y".
       01  WS-FNC-EOF-SW       PIC X VALUE "N".
           88 END-OF-FUNCTIONS    VALUE "Y".
       01  WS-PRM-EOF-SW       PIC X VALUE "N".
           88 END-OF-PERMISSIONS  VALUE "Y".
       01  ROLE-TABLE.
           05 ROL-ENTRY OCCURS 20 TIMES INDEXED BY ROL-IDX.
              10 ROL-TBL-CODE   PIC X(4).
              10 ROL-TBL-NAME   PIC X(30).
       01  WS-ROL-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-ROL-MAX          PIC 9(3) VALUE 20.
       01  FUNCTION-TABLE.
           05 FNC-ENTRY OCCURS 400 TIMES INDEXED BY FNC-IDX.
              10 FNC-TBL-PROGRAM  PIC X(12).
              10 FNC-TBL-OPTION   PIC 99.
              10 FNC-TBL-FUNCTION PIC X(8).
              10 FNC-TBL-DESC     PIC X(40).
       01  WS-FNC-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-FNC-MAX          PIC 9(3) VALUE 400.
       01  PERMISSION-TABLE.
           05 PRM-ENTRY OCCURS 400 TIMES INDEXED BY PRM-IDX.
              10 PRM-TBL-ROLE     PIC X(4).
              10 PRM-TBL-PROGRAM  PIC X(12).
              10 PRM-TBL-FUNCTION PIC X(8).
       01  WS-PRM-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-PRM-MAX          PIC 9(3) VALUE 400.
       01  WS-ROLE             PIC X(4) VALUE SPACES.
       01  WS-ROLE-NAME        PIC X(30) VALUE SPACES.
       01  WS-ROLE-FOUND-SW    PIC X VALUE "N".
           88 ROLE-FOUND          VALUE "Y".
       01  WS-PERMIT-SW        PIC X VALUE "N".
           88 FUNCTION-PERMITTED  VALUE "Y".
       01  WS-OPR-GRANTS       PIC 9(3) VALUE ZEROS.
       01  WS-OPR-STATUS       PIC X(8) VALUE SPACES.
       01  WS-RUN-MONTH        PIC 99 VALUE ZEROS.
       01  WS-QUARTER          PIC 9 VALUE ZEROS.
       01  WS-OPERATORS-READ   PIC 9(5) VALUE ZEROS.
       01  WS-LOCKED-COUNT     PIC 9(5) VALUE ZEROS.
       01  WS-FULL-ACCESS      PIC 9(5) VALUE ZEROS.
       01  WS-NO-ROLE-COUNT    PIC 9(5) VALUE ZEROS.
       01  WS-TOTAL-GRANTS     PIC 9(7) VALUE ZEROS.
       01  WS-RUN-START-DATE   PIC 9(8).
       01  WS-RUN-START-TIME   PIC 9(8).
       01  WS-RUN-STATUS       PIC X(8) VALUE "OK".
       01  WS-PRN-COUNT        PIC ZZ9.
       01  WS-PRN-FNC-COUNT    PIC ZZ9.
       01  WS-PRINT-LINE       PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       000-BEGIN.
           CALL "GETOPER" USING WS-OPERATOR-ID
           CALL "GETBDATE" USING WS-RUN-START-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-RUN-START-TIME
           MOVE WS-RUN-START-DATE TO WS-PRN-RUN-DATE
           MOVE WS-RUN-START-DATE(5:2) TO WS-RUN-MONTH
           COMPUTE WS-QUARTER = (WS-RUN-MONTH - 1) / 3 + 1
           PERFORM 001-LOAD-ROLES THRU 001-EXIT
           PERFORM 002-LOAD-FUNCTIONS THRU 002-EXIT
           PERFORM 003-LOAD-PERMISSIONS THRU 003-EXIT
           IF WS-FNC-COUNT = 0
              DISPLAY "ACCREVW: no function catalogue in "
                 "sec-funcs.dat."
              MOVE "ABORTED" TO WS-RUN-STATUS
              MOVE 8 TO RETURN-CODE
              PERFORM 016-RECORD-RUN-HISTORY THRU 016-EXIT
              GOBACK
           END-IF
           OPEN INPUT OPERATOR-MASTER
           IF WS-OPR-FSTATUS NOT = "00"
              DISPLAY "ACCREVW: no operator master on file."
              MOVE "ABORTED" TO WS-RUN-STATUS
              MOVE 8 TO RETURN-CODE
              PERFORM 016-RECORD-RUN-HISTORY THRU 016-EXIT
              GOBACK
           END-IF
           OPEN OUTPUT PRINT-FILE
           PERFORM 012-PRINT-HEADING THRU 012-EXIT
           PERFORM UNTIL END-OF-OPERATORS
              READ OPERATOR-MASTER
                 AT END MOVE "Y" TO WS-OPR-EOF-SW
                 NOT AT END
                    ADD 1 TO WS-OPERATORS-READ
                    PERFORM 004-REVIEW-OPERATOR THRU 004-EXIT
              END-READ
           END-PERFORM
           CLOSE OPERATOR-MASTER
           CLOSE PRINT-FILE
           CALL "SPOOLSAVE" USING WS-SPOOL-PROGRAM WS-SPOOL-FILE
           DISPLAY "-----------------------------------------------"
           DISPLAY "Operators reviewed . . . . . . : " WS-OPERATORS-READ
           DISPLAY "Operators locked out . . . . . : " WS-LOCKED-COUNT
           DISPLAY "Operators with full access . . : " WS-FULL-ACCESS
           DISPLAY "Operators with unknown role  . : " WS-NO-ROLE-COUNT
           DISPLAY "Functions catalogued . . . . . : " WS-FNC-COUNT
           DISPLAY "Permissions granted in total . : " WS-TOTAL-GRANTS
           DISPLAY "==============================================="
           IF WS-NO-ROLE-COUNT > 0
              MOVE "FLAGGED" TO WS-RUN-STATUS
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 016-RECORD-RUN-HISTORY THRU 016-EXIT
           GOBACK
       .

       001-LOAD-ROLES.
           OPEN INPUT ROLE-FILE
           IF WS-ROL-FSTATUS NOT = "00"
              GO TO 001-EXIT
           END-IF
           PERFORM UNTIL END-OF-ROLES
              READ ROLE-FILE
                 AT END MOVE "Y" TO WS-ROL-EOF-SW
                 NOT AT END
                    IF ROL-CODE NOT = SPACES
                       AND WS-ROL-COUNT < WS-ROL-MAX
                       ADD 1 TO WS-ROL-COUNT
                       MOVE ROL-CODE TO ROL-TBL-CODE(WS-ROL-COUNT)
                       MOVE ROL-NAME TO ROL-TBL-NAME(WS-ROL-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ROLE-FILE
       .
       001-EXIT.
           EXIT
       .

       002-LOAD-FUNCTIONS.
           OPEN INPUT FUNCTION-FILE
           IF WS-FNC-FSTATUS NOT = "00"
              GO TO 002-EXIT
           END-IF
           PERFORM UNTIL END-OF-FUNCTIONS
              READ FUNCTION-FILE
                 AT END MOVE "Y" TO WS-FNC-EOF-SW
                 NOT AT END
                    IF FNC-PROGRAM NOT = SPACES
                       AND FNC-OPTION NUMERIC
                       AND WS-FNC-COUNT < WS-FNC-MAX
                       ADD 1 TO WS-FNC-COUNT
                       MOVE FNC-PROGRAM TO
                          FNC-TBL-PROGRAM(WS-FNC-COUNT)
                       MOVE FNC-OPTION TO FNC-TBL-OPTION(WS-FNC-COUNT)
                       MOVE FNC-FUNCTION TO
                          FNC-TBL-FUNCTION(WS-FNC-COUNT)
                       MOVE FNC-DESC TO FNC-TBL-DESC(WS-FNC-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FUNCTION-FILE
       .
       002-EXIT.
           EXIT
       .

       003-LOAD-PERMISSIONS.
           OPEN INPUT PERMISSION-FILE
           IF WS-PRM-FSTATUS NOT = "00"
              GO TO 003-EXIT
           END-IF
           PERFORM UNTIL END-OF-PERMISSIONS
              READ PERMISSION-FILE
                 AT END MOVE "Y" TO WS-PRM-EOF-SW
                 NOT AT END
                    IF PRM-ROLE NOT = SPACES
                       AND WS-PRM-COUNT < WS-PRM-MAX
                       ADD 1 TO WS-PRM-COUNT
                       MOVE PRM-ROLE TO PRM-TBL-ROLE(WS-PRM-COUNT)
                       MOVE PRM-PROGRAM TO
                          PRM-TBL-PROGRAM(WS-PRM-COUNT)
                       MOVE PRM-FUNCTION TO
                          PRM-TBL-FUNCTION(WS-PRM-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PERMISSION-FILE
       .
       003-EXIT.
           EXIT
       .

       004-REVIEW-OPERATOR.
           MOVE OPR-ROLE TO WS-ROLE
           IF WS-ROLE = SPACES
              IF OPR-AUTHORITY = "S"
                 MOVE "SUPV" TO WS-ROLE
              ELSE
                 MOVE "OPER" TO WS-ROLE
              END-IF
           END-IF
           MOVE "N" TO WS-ROLE-FOUND-SW
           MOVE "** NOT ON ROLE TABLE **" TO WS-ROLE-NAME
           PERFORM VARYING ROL-IDX FROM 1 BY 1
              UNTIL ROL-IDX > WS-ROL-COUNT OR ROLE-FOUND
              IF ROL-TBL-CODE(ROL-IDX) = WS-ROLE
                 MOVE "Y" TO WS-ROLE-FOUND-SW
                 MOVE ROL-TBL-NAME(ROL-IDX) TO WS-ROLE-NAME
              END-IF
           END-PERFORM
           IF NOT ROLE-FOUND
              ADD 1 TO WS-NO-ROLE-COUNT
           END-IF
           IF OPR-LOCKED
              MOVE "LOCKED" TO WS-OPR-STATUS
              ADD 1 TO WS-LOCKED-COUNT
           ELSE
              MOVE "ACTIVE" TO WS-OPR-STATUS
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           STRING "OPERATOR " OPR-ID " " OPR-NAME "  ROLE " WS-ROLE
              " " WS-ROLE-NAME "  STATUS " WS-OPR-STATUS
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           MOVE "   PROGRAM      OPT FUNCTION DESCRIPTION"
              TO WS-PRINT-LINE
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           MOVE ZEROS TO WS-OPR-GRANTS
           PERFORM VARYING FNC-IDX FROM 1 BY 1
              UNTIL FNC-IDX > WS-FNC-COUNT
              PERFORM 005-CHECK-ONE-FUNCTION THRU 005-EXIT
           END-PERFORM
           IF WS-OPR-GRANTS = 0
              MOVE "   (no functions permitted)" TO WS-PRINT-LINE
              PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           END-IF
           IF WS-OPR-GRANTS = WS-FNC-COUNT
              ADD 1 TO WS-FULL-ACCESS
           END-IF
           ADD WS-OPR-GRANTS TO WS-TOTAL-GRANTS
           MOVE WS-OPR-GRANTS TO WS-PRN-COUNT
           MOVE WS-FNC-COUNT TO WS-PRN-FNC-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "   " WS-PRN-COUNT " OF " WS-PRN-FNC-COUNT
              " CATALOGUED FUNCTIONS PERMITTED"
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           STRING "   RECERTIFY:  KEEP ___  CHANGE ___  REMOVE ___"
              "   MANAGER ____________  DATE ________"
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
       .
       004-EXIT.
           EXIT
       .

       005-CHECK-ONE-FUNCTION.
           MOVE "N" TO WS-PERMIT-SW
           PERFORM VARYING PRM-IDX FROM 1 BY 1
              UNTIL PRM-IDX > WS-PRM-COUNT OR FUNCTION-PERMITTED
              IF PRM-TBL-ROLE(PRM-IDX) = WS-ROLE
                 AND (PRM-TBL-PROGRAM(PRM-IDX)
                         = FNC-TBL-PROGRAM(FNC-IDX)
                      OR PRM-TBL-PROGRAM(PRM-IDX) = "*")
                 AND (PRM-TBL-FUNCTION(PRM-IDX)
                         = FNC-TBL-FUNCTION(FNC-IDX)
                      OR PRM-TBL-FUNCTION(PRM-IDX) = "*")
                 MOVE "Y" TO WS-PERMIT-SW
              END-IF
           END-PERFORM
           IF WS-PRM-COUNT = 0 AND WS-ROLE = "SUPV"
              MOVE "Y" TO WS-PERMIT-SW
           END-IF
           IF NOT FUNCTION-PERMITTED
              GO TO 005-EXIT
           END-IF
           ADD 1 TO WS-OPR-GRANTS
           MOVE SPACES TO WS-PRINT-LINE
           STRING "   " FNC-TBL-PROGRAM(FNC-IDX) " "
              FNC-TBL-OPTION(FNC-IDX) "  " FNC-TBL-FUNCTION(FNC-IDX)
              " " FNC-TBL-DESC(FNC-IDX)
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
       .
       005-EXIT.
           EXIT
       .

       012-PRINT-HEADING.
           MOVE SPACES TO WS-PRINT-LINE
           STRING "QUARTERLY ACCESS REVIEW  Q" WS-QUARTER " "
              WS-RUN-START-DATE(1:4) "   RUN DATE " WS-PRN-RUN-DATE
              "   OPERATOR " WS-OPERATOR-ID
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE "1" TO PRN-CARRIAGE-CTL
           MOVE WS-PRINT-LINE TO PRN-TEXT
           WRITE PRINT-REC
           DISPLAY WS-PRINT-LINE
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
           MOVE SPACES TO WS-PRINT-LINE
       .
       013-EXIT.
           EXIT
       .

       016-RECORD-RUN-HISTORY.
           OPEN I-O RUN-HISTORY-FILE
           IF WS-RUNH-FSTATUS = "35"
              OPEN OUTPUT RUN-HISTORY-FILE
           END-IF
           MOVE SPACES TO RUN-HISTORY-REC
           MOVE "ACCREVW" TO RUNH-PROGRAM
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
       016-EXIT.
           EXIT
       .

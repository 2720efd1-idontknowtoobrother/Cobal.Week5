           SELECT OPERATOR-MASTER ASSIGN TO "opermast.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OPR-FSTATUS.
           SELECT FUNCTION-FILE ASSIGN TO "sec-funcs.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FNC-FSTATUS.
           SELECT PERMISSION-FILE ASSIGN TO "sec-perms.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PRM-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-MASTER.
       COPY "oper-rec.cpy".
       FD  FUNCTION-FILE.
       COPY "sec-func.cpy".
       FD  PERMISSION-FILE.
       COPY "sec-perm.cpy".

       WORKING-STORAGE SECTION.
       01  WS-OPR-FSTATUS      PIC XX VALUE "00".
       01  WS-OPR-EOF-SW       PIC X VALUE "N".
           88 END-OF-OPERATORS    VALUE "Y".
       01  WS-FNC-FSTATUS      PIC XX VALUE "00".
       01  WS-FNC-EOF-SW       PIC X VALUE "N".
           88 END-OF-FUNCTIONS    VALUE "Y".
       01  WS-PRM-FSTATUS      PIC XX VALUE "00".
       01  WS-PRM-EOF-SW       PIC X VALUE "N".
           88 END-OF-PERMISSIONS  VALUE "Y".
       01  WS-FOUND-SW         PIC X VALUE "N".
           88 OPERATOR-FOUND      VALUE "Y".
       01  WS-ROLE             PIC X(4) VALUE SPACES.
       01  WS-SEC-PROGRAM      PIC X(12) VALUE SPACES.
       01  WS-SEC-EVENT        PIC X(12) VALUE "ACCESS-DENY".
       01  WS-SEC-DETAIL       PIC X(30) VALUE SPACES.
       01  WS-SEC-SEV          PIC X VALUE "W".

       LINKAGE SECTION.
       01  LNK-OPERATOR        PIC X(8).
       01  LNK-AUTHORITY       PIC X.
       01  LNK-PROGRAM         PIC X(12).
       01  LNK-OPTION          PIC 99.
       01  LNK-FUNCTION        PIC X(8).
       01  LNK-PERMITTED       PIC X.

       PROCEDURE DIVISION USING LNK-OPERATOR LNK-AUTHORITY
           LNK-PROGRAM LNK-OPTION LNK-FUNCTION LNK-PERMITTED.
       000-BEGIN.
           MOVE SPACE TO LNK-AUTHORITY
           MOVE "N" TO LNK-PERMITTED
           MOVE SPACES TO WS-ROLE
           MOVE "N" TO WS-FOUND-SW
           MOVE "N" TO WS-OPR-EOF-SW
           OPEN INPUT OPERATOR-MASTER
           IF WS-OPR-FSTATUS = "00"
              PERFORM UNTIL END-OF-OPERATORS
                 READ OPERATOR-MASTER
                    AT END MOVE "Y" TO WS-OPR-EOF-SW
                    NOT AT END
                       IF OPR-ID = LNK-OPERATOR
                          MOVE OPR-AUTHORITY TO LNK-AUTHORITY
                          MOVE OPR-ROLE TO WS-ROLE
                          MOVE "Y" TO WS-FOUND-SW
                          MOVE "Y" TO WS-OPR-EOF-SW
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE OPERATOR-MASTER
           END-IF
           IF NOT OPERATOR-FOUND
              MOVE "UNKNOWN OPERATOR" TO WS-SEC-DETAIL
              PERFORM 003-LOG-DENIAL THRU 003-EXIT
              GOBACK
           END-IF
           IF WS-ROLE = SPACES
              IF LNK-AUTHORITY = "S"
                 MOVE "SUPV" TO WS-ROLE
              ELSE
                 MOVE "OPER" TO WS-ROLE
              END-IF
           END-IF
           IF LNK-OPTION > 0
              PERFORM 001-FIND-FUNCTION THRU 001-EXIT
              IF LNK-FUNCTION = SPACES
                 MOVE "Y" TO LNK-PERMITTED
                 GOBACK
              END-IF
           END-IF
           PERFORM 002-FIND-PERMISSION THRU 002-EXIT
           IF LNK-PERMITTED NOT = "Y"
              MOVE SPACES TO WS-SEC-DETAIL
              STRING "ROLE " WS-ROLE " FUNCTION " LNK-FUNCTION
                 DELIMITED BY SIZE INTO WS-SEC-DETAIL
              PERFORM 003-LOG-DENIAL THRU 003-EXIT
           END-IF
           GOBACK
       .

       001-FIND-FUNCTION.
           MOVE SPACES TO LNK-FUNCTION
           MOVE "N" TO WS-FNC-EOF-SW
           OPEN INPUT FUNCTION-FILE
           IF WS-FNC-FSTATUS NOT = "00"
              GO TO 001-EXIT
           END-IF
           PERFORM UNTIL END-OF-FUNCTIONS
              READ FUNCTION-FILE
                 AT END MOVE "Y" TO WS-FNC-EOF-SW
                 NOT AT END
                    IF FNC-PROGRAM = LNK-PROGRAM
                       AND FNC-OPTION = LNK-OPTION
                       MOVE FNC-FUNCTION TO LNK-FUNCTION
                       MOVE "Y" TO WS-FNC-EOF-SW
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FUNCTION-FILE
       .
       001-EXIT.
           EXIT
       .

       002-FIND-PERMISSION.
           MOVE "N" TO WS-PRM-EOF-SW
           OPEN INPUT PERMISSION-FILE
           IF WS-PRM-FSTATUS NOT = "00"
              IF WS-ROLE = "SUPV"
                 MOVE "Y" TO LNK-PERMITTED
              END-IF
              GO TO 002-EXIT
           END-IF
           PERFORM UNTIL END-OF-PERMISSIONS
              READ PERMISSION-FILE
                 AT END MOVE "Y" TO WS-PRM-EOF-SW
                 NOT AT END
                    IF PRM-ROLE = WS-ROLE
                       AND (PRM-PROGRAM = LNK-PROGRAM
                            OR PRM-PROGRAM = "*")
                       AND (PRM-FUNCTION = LNK-FUNCTION
                            OR PRM-FUNCTION = "*")
                       MOVE "Y" TO LNK-PERMITTED
                       MOVE "Y" TO WS-PRM-EOF-SW
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PERMISSION-FILE
       .
       002-EXIT.
           EXIT
       .

       003-LOG-DENIAL.
           MOVE LNK-PROGRAM TO WS-SEC-PROGRAM
           CALL "SECLOG" USING WS-SEC-PROGRAM LNK-OPERATOR
              WS-SEC-EVENT WS-SEC-DETAIL WS-SEC-SEV
           MOVE 0 TO RETURN-CODE
       .
       003-EXIT.
           EXIT
       .

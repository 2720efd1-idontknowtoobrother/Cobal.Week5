       IDENTIFICATION DIVISION.
       PROGRAM-ID. DQSCAN.
       AUTHOR. JAKKRIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULE-FILE ASSIGN TO "dqscan-rules.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RULE-FSTATUS.
           SELECT SCORE-FILE ASSIGN TO "dq-scores.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SCORE-FSTATUS.
           SELECT VEHICLE-MASTER ASSIGN TO DYNAMIC WS-VEHM-DSN
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS VEH-ID
              FILE STATUS IS WS-SCAN-FSTATUS.
           SELECT ASSIGN-FILE ASSIGN TO DYNAMIC WS-ASGF-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SCAN-FSTATUS.
           SELECT RESV-FILE ASSIGN TO DYNAMIC WS-RSVI-DSN
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS RSV-NUMBER
              ALTERNATE RECORD KEY IS RSV-VEH-ID WITH DUPLICATES
              FILE STATUS IS WS-SCAN-FSTATUS.
           SELECT FUEL-FILE ASSIGN TO DYNAMIC WS-FUELF-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SCAN-FSTATUS.
           SELECT TRANS-FILE ASSIGN TO DYNAMIC WS-TRANSF-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SCAN-FSTATUS.
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDITF-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SCAN-FSTATUS.
           SELECT SHARED-EXCEPTION-FILE ASSIGN TO
              "shared-exceptions.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SCAN-FSTATUS.
           SELECT PRINT-FILE ASSIGN TO "dqscan-print.dat"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-HISTORY-FILE ASSIGN TO "run-history.idx"
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS RUNH-KEY
              FILE STATUS IS WS-RUNH-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RULE-FILE.
       COPY "dq-rule.cpy".

       FD  SCORE-FILE.
       COPY "dq-score.cpy".

       FD  VEHICLE-MASTER.
       COPY "vehicle-rec.cpy".

       FD  ASSIGN-FILE.
       COPY "veh-assign.cpy".

       FD  RESV-FILE.
       COPY "pool-resv.cpy".

       FD  FUEL-FILE.
       COPY "fuel-trans.cpy".

       FD  TRANS-FILE.
       COPY "userdiv-trans.cpy".

       FD  AUDIT-FILE.
       COPY "userdiv-audit.cpy".

       FD  SHARED-EXCEPTION-FILE.
       COPY "exception-log.cpy".

       FD  PRINT-FILE.
       COPY "print-line.cpy".

       FD  RUN-HISTORY-FILE.
       COPY "run-history.cpy".

       WORKING-STORAGE SECTION.
       COPY "run-stamp.cpy".
       01  WS-SPOOL-PROGRAM    PIC X(12) VALUE "DQSCAN".
       01  WS-SPOOL-FILE       PIC X(40)
           VALUE "dqscan-print.dat".
       01  WS-VEHM-DSN        PIC X(40)
           VALUE "vehicle-master.idx".
       01  WS-ASGF-DSN        PIC X(40)
           VALUE "veh-assign.dat".
       01  WS-RSVI-DSN        PIC X(40)
           VALUE "pool-resv.idx".
       01  WS-FUELF-DSN       PIC X(40)
           VALUE "fuel-trans.dat".
       01  WS-TRANSF-DSN      PIC X(40)
           VALUE "userdiv-trans.dat".
       01  WS-AUDITF-DSN      PIC X(40)
           VALUE "userdiv-audit.dat".
       01  WS-OPERATOR-ID      PIC X(8) VALUE "SYSTEM".
       01  WS-RULE-FSTATUS     PIC XX VALUE "00".
       01  WS-SCORE-FSTATUS    PIC XX VALUE "00".
       01  WS-SCAN-FSTATUS     PIC XX VALUE "00".
       01  WS-RUNH-FSTATUS     PIC XX VALUE "00".
       01  WS-RULE-EOF-SW      PIC X VALUE "N".
           88 END-OF-RULES        VALUE "Y".
       01  WS-FILE-EOF-SW      PIC X VALUE "N".
           88 END-OF-FILE-IN      VALUE "Y".
       01  RULE-TABLE.
           05 RUL-ENTRY OCCURS 100 TIMES INDEXED BY RUL-IDX.
              10 RUL-FILE-ID    PIC X(8).
              10 RUL-FIELD      PIC X(16).
              10 RUL-START      PIC 9(3).
              10 RUL-LENGTH     PIC 9(3).
              10 RUL-TYPE       PIC X.
              10 RUL-CODE-COUNT PIC 9(2).
              10 RUL-CODES      PIC X(40).
              10 RUL-BAD        PIC 9(7).
       01  WS-RUL-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-RUL-MAX          PIC 9(3) VALUE 100.
       01  WS-RULES-REJECTED   PIC 9(3) VALUE ZEROS.
       01  WS-SCAN-REC         PIC X(200) VALUE SPACES.
       01  WS-CUR-FILE-ID      PIC X(8) VALUE SPACES.
       01  WS-CUR-DSN          PIC X(40) VALUE SPACES.
       01  WS-FILE-RULES       PIC 9(3) VALUE ZEROS.
       01  WS-FILE-RECORDS     PIC 9(7) VALUE ZEROS.
       01  WS-FILE-BAD         PIC 9(7) VALUE ZEROS.
       01  WS-FILE-SCORE       PIC 9(3)V9 VALUE ZEROS.
       01  WS-SCORE-WORK       PIC 9(10)V9(4) VALUE ZEROS.
       01  WS-REC-BAD-SW       PIC X VALUE "N".
           88 RECORD-IS-BAD       VALUE "Y".
       01  WS-FIELD-OK-SW      PIC X VALUE "Y".
           88 FIELD-IS-OK         VALUE "Y".
       01  WS-CHECK-DATE       PIC 9(8) VALUE ZEROS.
       01  WS-CODE-SUB         PIC 9(2) VALUE ZEROS.
       01  WS-CODE-POS         PIC 9(3) VALUE ZEROS.
       01  WS-REST-START       PIC 9(3) VALUE ZEROS.
       01  WS-REST-LENGTH      PIC 9(3) VALUE ZEROS.
       01  WS-RULE-END         PIC 9(3) VALUE ZEROS.
       01  WS-CHECK-NAME       PIC X(14) VALUE SPACES.
       01  WS-FILES-SCANNED    PIC 9(3) VALUE ZEROS.
       01  WS-FILES-MISSING    PIC 9(3) VALUE ZEROS.
       01  WS-TOTAL-RECORDS    PIC 9(8) VALUE ZEROS.
       01  WS-TOTAL-BAD        PIC 9(8) VALUE ZEROS.
       01  WS-RUN-START-DATE   PIC 9(8).
       01  WS-RUN-START-TIME   PIC 9(8).
       01  WS-RUN-STATUS       PIC X(8) VALUE "OK".
       01  WS-PRN-COUNT        PIC Z,ZZZ,ZZ9.
       01  WS-PRN-BAD          PIC Z,ZZZ,ZZ9.
       01  WS-PRN-SCORE        PIC ZZ9.9.
       01  WS-PRINT-LINE       PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       000-BEGIN.
           CALL "GETDSN" USING WS-VEHM-DSN
           CALL "GETDSN" USING WS-ASGF-DSN
           CALL "GETDSN" USING WS-RSVI-DSN
           CALL "GETDSN" USING WS-FUELF-DSN
           CALL "GETDSN" USING WS-TRANSF-DSN
           CALL "GETDSN" USING WS-AUDITF-DSN
           CALL "GETOPER" USING WS-OPERATOR-ID
           CALL "GETBDATE" USING WS-RUN-START-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-RUN-START-TIME
           MOVE WS-RUN-START-DATE TO WS-PRN-RUN-DATE
           PERFORM 001-LOAD-RULES THRU 001-EXIT
           IF WS-RUL-COUNT = 0
              DISPLAY "DQSCAN: no usable rules in dqscan-rules.dat."
              MOVE "ABORTED" TO WS-RUN-STATUS
              MOVE 8 TO RETURN-CODE
              PERFORM 016-RECORD-RUN-HISTORY THRU 016-EXIT
              GOBACK
           END-IF
           OPEN OUTPUT PRINT-FILE
           PERFORM 012-PRINT-HEADING THRU 012-EXIT
           PERFORM 002-SCAN-VEHICLE-MASTER THRU 002-EXIT
           PERFORM 003-SCAN-ASSIGNMENTS THRU 003-EXIT
           PERFORM 004-SCAN-RESERVATIONS THRU 004-EXIT
           PERFORM 005-SCAN-FUEL THRU 005-EXIT
           PERFORM 006-SCAN-USERDIV-TRANS THRU 006-EXIT
           PERFORM 007-SCAN-USERDIV-AUDIT THRU 007-EXIT
           PERFORM 008-SCAN-RUN-HISTORY THRU 008-EXIT
           PERFORM 009-SCAN-EXCEPTIONS THRU 009-EXIT
           CLOSE PRINT-FILE
           CALL "SPOOLSAVE" USING WS-SPOOL-PROGRAM WS-SPOOL-FILE
           DISPLAY "-----------------------------------------------"
           DISPLAY "Rules loaded . . . . . . . . . : " WS-RUL-COUNT
           DISPLAY "Rules rejected . . . . . . . . : "
              WS-RULES-REJECTED
           DISPLAY "Files scanned  . . . . . . . . : " WS-FILES-SCANNED
           DISPLAY "Files not available  . . . . . : " WS-FILES-MISSING
           DISPLAY "Records read . . . . . . . . . : " WS-TOTAL-RECORDS
           DISPLAY "Records failing a rule . . . . : " WS-TOTAL-BAD
           DISPLAY "==============================================="
           IF WS-TOTAL-BAD > 0
              MOVE "FLAGGED" TO WS-RUN-STATUS
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 016-RECORD-RUN-HISTORY THRU 016-EXIT
           GOBACK
       .

       001-LOAD-RULES.
           OPEN INPUT RULE-FILE
           IF WS-RULE-FSTATUS NOT = "00"
              GO TO 001-EXIT
           END-IF
           PERFORM UNTIL END-OF-RULES
              READ RULE-FILE
                 AT END MOVE "Y" TO WS-RULE-EOF-SW
                 NOT AT END
                    PERFORM 017-ADD-ONE-RULE THRU 017-EXIT
              END-READ
           END-PERFORM
           CLOSE RULE-FILE
       .
       001-EXIT.
           EXIT
       .

       017-ADD-ONE-RULE.
           IF DQR-FILE-ID = SPACES
              GO TO 017-EXIT
           END-IF
           IF DQR-START NOT NUMERIC OR DQR-LENGTH NOT NUMERIC
              OR DQR-START = 0 OR DQR-LENGTH = 0
              OR DQR-LENGTH > 40
              OR NOT (DQR-NUMERIC OR DQR-SIGNED OR DQR-DATE
                 OR DQR-DATE-OR-ZERO OR DQR-REQUIRED
                 OR DQR-CODE-LIST)
              DISPLAY "DQSCAN: rule " DQR-FILE-ID " " DQR-FIELD
                 " is not valid - ignored."
              ADD 1 TO WS-RULES-REJECTED
              GO TO 017-EXIT
           END-IF
           COMPUTE WS-RULE-END = DQR-START + DQR-LENGTH - 1
           IF WS-RULE-END > 200
              OR ((DQR-DATE OR DQR-DATE-OR-ZERO) AND DQR-LENGTH NOT = 8)
              OR (DQR-SIGNED AND DQR-LENGTH < 2)
              DISPLAY "DQSCAN: rule " DQR-FILE-ID " " DQR-FIELD
                 " is not valid - ignored."
              ADD 1 TO WS-RULES-REJECTED
              GO TO 017-EXIT
           END-IF
           IF DQR-CODE-LIST
              IF DQR-CODE-COUNT NOT NUMERIC OR DQR-CODE-COUNT = 0
                 OR DQR-CODE-COUNT * DQR-LENGTH > 40
                 DISPLAY "DQSCAN: rule " DQR-FILE-ID " " DQR-FIELD
                    " has no usable code list - ignored."
                 ADD 1 TO WS-RULES-REJECTED
                 GO TO 017-EXIT
              END-IF
           END-IF
           IF WS-RUL-COUNT >= WS-RUL-MAX
              DISPLAY "DQSCAN: rule table full, " DQR-FILE-ID " "
                 DQR-FIELD " ignored."
              ADD 1 TO WS-RULES-REJECTED
              GO TO 017-EXIT
           END-IF
           ADD 1 TO WS-RUL-COUNT
           MOVE DQR-FILE-ID TO RUL-FILE-ID(WS-RUL-COUNT)
           MOVE DQR-FIELD TO RUL-FIELD(WS-RUL-COUNT)
           MOVE DQR-START TO RUL-START(WS-RUL-COUNT)
           MOVE DQR-LENGTH TO RUL-LENGTH(WS-RUL-COUNT)
           MOVE DQR-TYPE TO RUL-TYPE(WS-RUL-COUNT)
           IF DQR-CODE-LIST
              MOVE DQR-CODE-COUNT TO RUL-CODE-COUNT(WS-RUL-COUNT)
           ELSE
              MOVE ZEROS TO RUL-CODE-COUNT(WS-RUL-COUNT)
           END-IF
           MOVE DQR-CODES TO RUL-CODES(WS-RUL-COUNT)
           MOVE ZEROS TO RUL-BAD(WS-RUL-COUNT)
       .
       017-EXIT.
           EXIT
       .

       002-SCAN-VEHICLE-MASTER.
           MOVE "VEHMAST" TO WS-CUR-FILE-ID
           MOVE WS-VEHM-DSN TO WS-CUR-DSN
           PERFORM 020-BEGIN-FILE THRU 020-EXIT
           IF WS-FILE-RULES = 0
              GO TO 002-EXIT
           END-IF
           OPEN INPUT VEHICLE-MASTER
           IF WS-SCAN-FSTATUS NOT = "00"
              PERFORM 022-FILE-NOT-AVAILABLE THRU 022-EXIT
              GO TO 002-EXIT
           END-IF
           PERFORM UNTIL END-OF-FILE-IN
              READ VEHICLE-MASTER NEXT
                 AT END MOVE "Y" TO WS-FILE-EOF-SW
                 NOT AT END
                    MOVE VEHICLE-REC TO WS-SCAN-REC
                    PERFORM 010-CHECK-RECORD THRU 010-EXIT
              END-READ
           END-PERFORM
           CLOSE VEHICLE-MASTER
           PERFORM 021-END-FILE THRU 021-EXIT
       .
       002-EXIT.
           EXIT
       .

       003-SCAN-ASSIGNMENTS.
           MOVE "VEHASGN" TO WS-CUR-FILE-ID
           MOVE WS-ASGF-DSN TO WS-CUR-DSN
           PERFORM 020-BEGIN-FILE THRU 020-EXIT
           IF WS-FILE-RULES = 0
              GO TO 003-EXIT
           END-IF
           OPEN INPUT ASSIGN-FILE
           IF WS-SCAN-FSTATUS NOT = "00"
              PERFORM 022-FILE-NOT-AVAILABLE THRU 022-EXIT
              GO TO 003-EXIT
           END-IF
           PERFORM UNTIL END-OF-FILE-IN
              READ ASSIGN-FILE
                 AT END MOVE "Y" TO WS-FILE-EOF-SW
                 NOT AT END
                    MOVE ASSIGN-REC TO WS-SCAN-REC
                    PERFORM 010-CHECK-RECORD THRU 010-EXIT
              END-READ
           END-PERFORM
           CLOSE ASSIGN-FILE
           PERFORM 021-END-FILE THRU 021-EXIT
       .
       003-EXIT.
           EXIT
       .

       004-SCAN-RESERVATIONS.
           MOVE "POOLRESV" TO WS-CUR-FILE-ID
           MOVE WS-RSVI-DSN TO WS-CUR-DSN
           PERFORM 020-BEGIN-FILE THRU 020-EXIT
           IF WS-FILE-RULES = 0
              GO TO 004-EXIT
           END-IF
           OPEN INPUT RESV-FILE
           IF WS-SCAN-FSTATUS NOT = "00"
              PERFORM 022-FILE-NOT-AVAILABLE THRU 022-EXIT
              GO TO 004-EXIT
           END-IF
           PERFORM UNTIL END-OF-FILE-IN
              READ RESV-FILE NEXT
                 AT END MOVE "Y" TO WS-FILE-EOF-SW
                 NOT AT END
                    MOVE POOL-RESV-REC TO WS-SCAN-REC
                    PERFORM 010-CHECK-RECORD THRU 010-EXIT
              END-READ
           END-PERFORM
           CLOSE RESV-FILE
           PERFORM 021-END-FILE THRU 021-EXIT
       .
       004-EXIT.
           EXIT
       .

       005-SCAN-FUEL.
           MOVE "FUELTRAN" TO WS-CUR-FILE-ID
           MOVE WS-FUELF-DSN TO WS-CUR-DSN
           PERFORM 020-BEGIN-FILE THRU 020-EXIT
           IF WS-FILE-RULES = 0
              GO TO 005-EXIT
           END-IF
           OPEN INPUT FUEL-FILE
           IF WS-SCAN-FSTATUS NOT = "00"
              PERFORM 022-FILE-NOT-AVAILABLE THRU 022-EXIT
              GO TO 005-EXIT
           END-IF
           PERFORM UNTIL END-OF-FILE-IN
              READ FUEL-FILE
                 AT END MOVE "Y" TO WS-FILE-EOF-SW
                 NOT AT END
                    MOVE FUEL-REC TO WS-SCAN-REC
                    PERFORM 010-CHECK-RECORD THRU 010-EXIT
              END-READ
           END-PERFORM
           CLOSE FUEL-FILE
           PERFORM 021-END-FILE THRU 021-EXIT
       .
       005-EXIT.
           EXIT
       .

       006-SCAN-USERDIV-TRANS.
           MOVE "UDTRANS" TO WS-CUR-FILE-ID
           MOVE WS-TRANSF-DSN TO WS-CUR-DSN
           PERFORM 020-BEGIN-FILE THRU 020-EXIT
           IF WS-FILE-RULES = 0
              GO TO 006-EXIT
           END-IF
           OPEN INPUT TRANS-FILE
           IF WS-SCAN-FSTATUS NOT = "00"
              PERFORM 022-FILE-NOT-AVAILABLE THRU 022-EXIT
              GO TO 006-EXIT
           END-IF
           PERFORM UNTIL END-OF-FILE-IN
              READ TRANS-FILE
                 AT END MOVE "Y" TO WS-FILE-EOF-SW
                 NOT AT END
                    MOVE TRANS-REC TO WS-SCAN-REC
                    PERFORM 010-CHECK-RECORD THRU 010-EXIT
              END-READ
           END-PERFORM
           CLOSE TRANS-FILE
           PERFORM 021-END-FILE THRU 021-EXIT
       .
       006-EXIT.
           EXIT
       .

       007-SCAN-USERDIV-AUDIT.
           MOVE "UDAUDIT" TO WS-CUR-FILE-ID
           MOVE WS-AUDITF-DSN TO WS-CUR-DSN
           PERFORM 020-BEGIN-FILE THRU 020-EXIT
           IF WS-FILE-RULES = 0
              GO TO 007-EXIT
           END-IF
           OPEN INPUT AUDIT-FILE
           IF WS-SCAN-FSTATUS NOT = "00"
              PERFORM 022-FILE-NOT-AVAILABLE THRU 022-EXIT
              GO TO 007-EXIT
           END-IF
           PERFORM UNTIL END-OF-FILE-IN
              READ AUDIT-FILE
                 AT END MOVE "Y" TO WS-FILE-EOF-SW
                 NOT AT END
                    MOVE AUDIT-REC TO WS-SCAN-REC
                    PERFORM 010-CHECK-RECORD THRU 010-EXIT
              END-READ
           END-PERFORM
           CLOSE AUDIT-FILE
           PERFORM 021-END-FILE THRU 021-EXIT
       .
       007-EXIT.
           EXIT
       .

       008-SCAN-RUN-HISTORY.
           MOVE "RUNHIST" TO WS-CUR-FILE-ID
           MOVE "run-history.idx" TO WS-CUR-DSN
           PERFORM 020-BEGIN-FILE THRU 020-EXIT
           IF WS-FILE-RULES = 0
              GO TO 008-EXIT
           END-IF
           OPEN INPUT RUN-HISTORY-FILE
           IF WS-RUNH-FSTATUS NOT = "00"
              MOVE WS-RUNH-FSTATUS TO WS-SCAN-FSTATUS
              PERFORM 022-FILE-NOT-AVAILABLE THRU 022-EXIT
              GO TO 008-EXIT
           END-IF
           PERFORM UNTIL END-OF-FILE-IN
              READ RUN-HISTORY-FILE NEXT
                 AT END MOVE "Y" TO WS-FILE-EOF-SW
                 NOT AT END
                    MOVE RUN-HISTORY-REC TO WS-SCAN-REC
                    PERFORM 010-CHECK-RECORD THRU 010-EXIT
              END-READ
           END-PERFORM
           CLOSE RUN-HISTORY-FILE
           PERFORM 021-END-FILE THRU 021-EXIT
       .
       008-EXIT.
           EXIT
       .

       009-SCAN-EXCEPTIONS.
           MOVE "EXCLOG" TO WS-CUR-FILE-ID
           MOVE "shared-exceptions.dat" TO WS-CUR-DSN
           PERFORM 020-BEGIN-FILE THRU 020-EXIT
           IF WS-FILE-RULES = 0
              GO TO 009-EXIT
           END-IF
           OPEN INPUT SHARED-EXCEPTION-FILE
           IF WS-SCAN-FSTATUS NOT = "00"
              PERFORM 022-FILE-NOT-AVAILABLE THRU 022-EXIT
              GO TO 009-EXIT
           END-IF
           PERFORM UNTIL END-OF-FILE-IN
              READ SHARED-EXCEPTION-FILE
                 AT END MOVE "Y" TO WS-FILE-EOF-SW
                 NOT AT END
                    MOVE SHARED-EXC-REC TO WS-SCAN-REC
                    PERFORM 010-CHECK-RECORD THRU 010-EXIT
              END-READ
           END-PERFORM
           CLOSE SHARED-EXCEPTION-FILE
           PERFORM 021-END-FILE THRU 021-EXIT
       .
       009-EXIT.
           EXIT
       .

       010-CHECK-RECORD.
           ADD 1 TO WS-FILE-RECORDS
           MOVE "N" TO WS-REC-BAD-SW
           PERFORM VARYING RUL-IDX FROM 1 BY 1
              UNTIL RUL-IDX > WS-RUL-COUNT
              IF RUL-FILE-ID(RUL-IDX) = WS-CUR-FILE-ID
                 PERFORM 011-CHECK-ONE-RULE THRU 011-EXIT
                 IF NOT FIELD-IS-OK
                    ADD 1 TO RUL-BAD(RUL-IDX)
                    MOVE "Y" TO WS-REC-BAD-SW
                 END-IF
              END-IF
           END-PERFORM
           IF RECORD-IS-BAD
              ADD 1 TO WS-FILE-BAD
           END-IF
       .
       010-EXIT.
           EXIT
       .

       011-CHECK-ONE-RULE.
           MOVE "Y" TO WS-FIELD-OK-SW
           EVALUATE RUL-TYPE(RUL-IDX)
              WHEN "N"
                 IF WS-SCAN-REC(RUL-START(RUL-IDX):RUL-LENGTH(RUL-IDX))
                    NOT NUMERIC
                    MOVE "N" TO WS-FIELD-OK-SW
                 END-IF
              WHEN "S"
                 PERFORM 018-CHECK-SIGNED THRU 018-EXIT
              WHEN "D"
                 PERFORM 014-CHECK-DATE THRU 014-EXIT
              WHEN "Z"
                 IF WS-SCAN-REC(RUL-START(RUL-IDX):8) NOT = "00000000"
                    PERFORM 014-CHECK-DATE THRU 014-EXIT
                 END-IF
              WHEN "B"
                 IF WS-SCAN-REC(RUL-START(RUL-IDX):RUL-LENGTH(RUL-IDX))
                    = SPACES
                    MOVE "N" TO WS-FIELD-OK-SW
                 END-IF
              WHEN "V"
                 PERFORM 015-CHECK-CODE-LIST THRU 015-EXIT
           END-EVALUATE
       .
       011-EXIT.
           EXIT
       .

       018-CHECK-SIGNED.
           IF WS-SCAN-REC(RUL-START(RUL-IDX):1) NOT = "+"
              AND WS-SCAN-REC(RUL-START(RUL-IDX):1) NOT = "-"
              MOVE "N" TO WS-FIELD-OK-SW
              GO TO 018-EXIT
           END-IF
           COMPUTE WS-REST-START = RUL-START(RUL-IDX) + 1
           COMPUTE WS-REST-LENGTH = RUL-LENGTH(RUL-IDX) - 1
           IF WS-SCAN-REC(WS-REST-START:WS-REST-LENGTH) NOT NUMERIC
              MOVE "N" TO WS-FIELD-OK-SW
           END-IF
       .
       018-EXIT.
           EXIT
       .

       014-CHECK-DATE.
           IF WS-SCAN-REC(RUL-START(RUL-IDX):8) NOT NUMERIC
              MOVE "N" TO WS-FIELD-OK-SW
              GO TO 014-EXIT
           END-IF
           MOVE WS-SCAN-REC(RUL-START(RUL-IDX):8) TO WS-CHECK-DATE
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-CHECK-DATE) NOT = 0
              MOVE "N" TO WS-FIELD-OK-SW
           END-IF
       .
       014-EXIT.
           EXIT
       .

       015-CHECK-CODE-LIST.
           MOVE "N" TO WS-FIELD-OK-SW
           PERFORM VARYING WS-CODE-SUB FROM 1 BY 1
              UNTIL WS-CODE-SUB > RUL-CODE-COUNT(RUL-IDX)
              OR FIELD-IS-OK
              COMPUTE WS-CODE-POS =
                 (WS-CODE-SUB - 1) * RUL-LENGTH(RUL-IDX) + 1
              IF WS-SCAN-REC(RUL-START(RUL-IDX):RUL-LENGTH(RUL-IDX))
                 = RUL-CODES(RUL-IDX)(WS-CODE-POS:RUL-LENGTH(RUL-IDX))
                 MOVE "Y" TO WS-FIELD-OK-SW
              END-IF
           END-PERFORM
       .
       015-EXIT.
           EXIT
       .

       020-BEGIN-FILE.
           MOVE "N" TO WS-FILE-EOF-SW
           MOVE ZEROS TO WS-FILE-RECORDS WS-FILE-BAD WS-FILE-RULES
           MOVE SPACES TO WS-SCAN-REC
           PERFORM VARYING RUL-IDX FROM 1 BY 1
              UNTIL RUL-IDX > WS-RUL-COUNT
              IF RUL-FILE-ID(RUL-IDX) = WS-CUR-FILE-ID
                 ADD 1 TO WS-FILE-RULES
              END-IF
           END-PERFORM
           IF WS-FILE-RULES = 0
              GO TO 020-EXIT
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           STRING "FILE " WS-CUR-FILE-ID " "
              FUNCTION TRIM(WS-CUR-DSN)
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
       .
       020-EXIT.
           EXIT
       .

       021-END-FILE.
           ADD 1 TO WS-FILES-SCANNED
           ADD WS-FILE-RECORDS TO WS-TOTAL-RECORDS
           ADD WS-FILE-BAD TO WS-TOTAL-BAD
           MOVE "  FIELD            CHECK             BAD RECORDS"
              TO WS-PRINT-LINE
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           PERFORM VARYING RUL-IDX FROM 1 BY 1
              UNTIL RUL-IDX > WS-RUL-COUNT
              IF RUL-FILE-ID(RUL-IDX) = WS-CUR-FILE-ID
                 EVALUATE RUL-TYPE(RUL-IDX)
                    WHEN "N" MOVE "NUMERIC" TO WS-CHECK-NAME
                    WHEN "S" MOVE "SIGNED NUMBER" TO WS-CHECK-NAME
                    WHEN "D" MOVE "VALID DATE" TO WS-CHECK-NAME
                    WHEN "Z" MOVE "DATE OR ZERO" TO WS-CHECK-NAME
                    WHEN "B" MOVE "REQUIRED" TO WS-CHECK-NAME
                    WHEN "V" MOVE "CODE LIST" TO WS-CHECK-NAME
                 END-EVALUATE
                 MOVE RUL-BAD(RUL-IDX) TO WS-PRN-BAD
                 MOVE SPACES TO WS-PRINT-LINE
                 STRING "  " RUL-FIELD(RUL-IDX) " " WS-CHECK-NAME
                    "   " WS-PRN-BAD
                    DELIMITED BY SIZE INTO WS-PRINT-LINE
                 PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
              END-IF
           END-PERFORM
           IF WS-FILE-RECORDS = 0
              MOVE "  NO RECORDS ON FILE - NO SCORE RECORDED"
                 TO WS-PRINT-LINE
              PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
              MOVE SPACES TO WS-PRINT-LINE
              PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
              GO TO 021-EXIT
           END-IF
           COMPUTE WS-SCORE-WORK = WS-FILE-RECORDS - WS-FILE-BAD
           MULTIPLY 100 BY WS-SCORE-WORK
           DIVIDE WS-SCORE-WORK BY WS-FILE-RECORDS
              GIVING WS-FILE-SCORE ROUNDED
           MOVE WS-FILE-RECORDS TO WS-PRN-COUNT
           MOVE WS-FILE-BAD TO WS-PRN-BAD
           MOVE WS-FILE-SCORE TO WS-PRN-SCORE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  RECORDS READ " WS-PRN-COUNT
              "   RECORDS FAILING A RULE " WS-PRN-BAD
              "   QUALITY SCORE " WS-PRN-SCORE
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           PERFORM 023-WRITE-SCORE THRU 023-EXIT
       .
       021-EXIT.
           EXIT
       .

       022-FILE-NOT-AVAILABLE.
           ADD 1 TO WS-FILES-MISSING
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  FILE NOT AVAILABLE, STATUS " WS-SCAN-FSTATUS
              " - NO SCORE RECORDED"
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
       .
       022-EXIT.
           EXIT
       .

       023-WRITE-SCORE.
           OPEN EXTEND SCORE-FILE
           IF WS-SCORE-FSTATUS = "35"
              OPEN OUTPUT SCORE-FILE
           END-IF
           IF WS-SCORE-FSTATUS NOT = "00"
              DISPLAY "DQSCAN: cannot write dq-scores.dat, status "
                 WS-SCORE-FSTATUS
              GO TO 023-EXIT
           END-IF
           MOVE SPACES TO DQ-SCORE-REC
           MOVE WS-RUN-START-DATE TO DQS-SCAN-DATE
           MOVE WS-CUR-FILE-ID TO DQS-FILE-ID
           MOVE WS-FILE-RECORDS TO DQS-RECORDS
           MOVE WS-FILE-BAD TO DQS-BAD-RECS
           MOVE WS-FILE-SCORE TO DQS-SCORE
           WRITE DQ-SCORE-REC
           CLOSE SCORE-FILE
       .
       023-EXIT.
           EXIT
       .

       012-PRINT-HEADING.
           MOVE SPACES TO WS-PRINT-LINE
           STRING "DATA QUALITY SCAN SCORECARD   RUN DATE "
              WS-PRN-RUN-DATE "   OPERATOR " WS-OPERATOR-ID
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
           MOVE "DQSCAN" TO RUNH-PROGRAM
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COSTALOC.
       AUTHOR. JAKKRIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "costaloc-parm.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PARM-FSTATUS.
           SELECT TARGET-FILE ASSIGN TO "alloc-targets.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TGT-FSTATUS.
           SELECT VEHICLE-MASTER ASSIGN TO DYNAMIC WS-VEHM-DSN
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS VEH-ID
              FILE STATUS IS WS-VEH-FSTATUS.
           SELECT ASSIGN-FILE ASSIGN TO DYNAMIC WS-ASGF-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ASG-FSTATUS.
           SELECT GL-EXTRACT-FILE ASSIGN TO "alloc-journal.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GLX-FSTATUS.
           SELECT AUDIT-FILE ASSIGN TO "userdiv-audit.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUDIT-FSTATUS.
           SELECT PRINT-FILE ASSIGN TO "costaloc-print.dat"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SHARED-EXCEPTION-FILE ASSIGN TO
              "shared-exceptions.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EXC-FSTATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO "run-history.idx"
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS RUNH-KEY
              FILE STATUS IS WS-RUNH-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       COPY "alloc-parm.cpy".

       FD  TARGET-FILE.
       COPY "alloc-target.cpy".

       FD  VEHICLE-MASTER.
       COPY "vehicle-rec.cpy".

       FD  ASSIGN-FILE.
       COPY "veh-assign.cpy".

       FD  GL-EXTRACT-FILE.
       COPY "gl-extract.cpy".

       FD  AUDIT-FILE.
       COPY "userdiv-audit.cpy".

       FD  PRINT-FILE.
       COPY "print-line.cpy".

       FD  SHARED-EXCEPTION-FILE.
       COPY "exception-log.cpy".

       FD  RUN-HISTORY-FILE.
       COPY "run-history.cpy".

       WORKING-STORAGE SECTION.
       COPY "run-stamp.cpy".
       01  WS-VEHM-DSN        PIC X(40)
           VALUE "vehicle-master.idx".
       01  WS-ASGF-DSN        PIC X(40)
           VALUE "veh-assign.dat".
       01  WS-SPOOL-PROGRAM    PIC X(12) VALUE "COSTALOC".
       01  WS-SPOOL-FILE       PIC X(40)
           VALUE "costaloc-print.dat".
       01  WS-OPERATOR-ID      PIC X(8) VALUE "SYSTEM".
       01  WS-PARM-FSTATUS     PIC XX VALUE "00".
       01  WS-TGT-FSTATUS      PIC XX VALUE "00".
       01  WS-VEH-FSTATUS      PIC XX VALUE "00".
       01  WS-ASG-FSTATUS      PIC XX VALUE "00".
       01  WS-GLX-FSTATUS      PIC XX VALUE "00".
       01  WS-AUDIT-FSTATUS    PIC XX VALUE "00".
       01  WS-EXC-FSTATUS      PIC XX VALUE "00".
       01  WS-RUNH-FSTATUS     PIC XX VALUE "00".
       01  WS-TGT-EOF-SW       PIC X VALUE "N".
           88 END-OF-TARGETS      VALUE "Y".
       01  WS-VEH-EOF-SW       PIC X VALUE "N".
           88 END-OF-VEHICLES     VALUE "Y".
       01  WS-ASG-EOF-SW       PIC X VALUE "N".
           88 END-OF-ASSIGNS      VALUE "Y".
       01  WS-PARM-FOUND-SW    PIC X VALUE "N".
           88 PARM-FOUND          VALUE "Y".
       01  WS-FOUND-SW         PIC X VALUE "N".
           88 CC-FOUND            VALUE "Y".
       01  WS-INPUT-DONE-SW    PIC X VALUE "N".
           88 INPUT-DONE          VALUE "Y".
       01  WS-NUM-IN           PIC X(12) VALUE SPACES.
       01  WS-AMOUNT           PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-MAX-AMOUNT       PIC 9(9)V9(2) VALUE 99999.99.
       01  WS-BASIS            PIC X VALUE "L".
           88 BASIS-LIST          VALUE "L".
           88 BASIS-VEHICLES      VALUE "V".
           88 BASIS-MILES         VALUE "M".
       01  WS-SOURCE-ACCT      PIC X(8) VALUE SPACES.
       01  WS-ALLOC-DESC       PIC X(20) VALUE SPACES.
       01  ASG-TABLE.
           05 ASG-ENTRY OCCURS 400 TIMES INDEXED BY ASG-IDX.
              10 ASG-VEH-ID     PIC X(6).
              10 ASG-CC         PIC X(4).
              10 ASG-EFF-DATE   PIC 9(8).
              10 ASG-END-DATE   PIC 9(8).
       01  WS-ASG-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-ASG-MAX          PIC 9(3) VALUE 400.
       01  AT-TABLE.
           05 AT-ENTRY OCCURS 50 TIMES INDEXED BY AT-IDX.
              10 AT-CC          PIC X(4).
              10 AT-WEIGHT      PIC 9(9)V9(2).
              10 AT-SHARE       PIC 9(9)V9(2).
              10 AT-PERCENT     PIC 9(3)V9(5).
              10 AT-PENNY-SW    PIC X.
       01  WS-AT-COUNT         PIC 9(3) VALUE ZEROS.
       01  WS-AT-MAX           PIC 9(3) VALUE 50.
       01  WS-AT-MATCH-IDX     PIC 9(3) VALUE ZEROS.
       01  WS-BIG-IDX          PIC 9(3) VALUE ZEROS.
       01  WS-BEST-DATE        PIC 9(8) VALUE ZEROS.
       01  WS-BEST-CC          PIC X(4) VALUE SPACES.
       01  WS-WEIGHT           PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-MILEAGE          PIC 9(6) VALUE ZEROS.
       01  WS-ODOM-MODULUS     PIC 9(7) VALUE 1000000.
       01  WS-TOTAL-WEIGHT     PIC 9(11)V9(2) VALUE ZEROS.
       01  WS-PRODUCT          PIC 9(20)V9(4) VALUE ZEROS.
       01  WS-ALLOCATED        PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-LEFTOVER         PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-PENNIES          PIC 9(5) VALUE ZEROS.
       01  WS-PENNY-NO         PIC 9(5) VALUE ZEROS.
       01  WS-UNASSIGNED-COUNT PIC 9(5) VALUE ZEROS.
       01  WS-OVERFLOW-COUNT   PIC 9(5) VALUE ZEROS.
       01  WS-REJECT-COUNT     PIC 9(5) VALUE ZEROS.
       01  WS-GL-LINES         PIC 9(5) VALUE ZEROS.
       01  WS-EXC-VALUE        PIC X(10) VALUE SPACES.
       01  WS-EXC-REASON       PIC X(30) VALUE SPACES.
       01  WS-RUN-START-DATE   PIC 9(8).
       01  WS-RUN-START-TIME   PIC 9(8).
       01  WS-RUN-STATUS       PIC X(8) VALUE "OK".
       01  WS-PRN-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-PRN-WEIGHT       PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-PRN-PERCENT      PIC ZZ9.99999.
       01  WS-PRINT-LINE       PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       000-BEGIN.
           CALL "GETDSN" USING WS-VEHM-DSN
           CALL "GETDSN" USING WS-ASGF-DSN
           CALL "GETOPER" USING WS-OPERATOR-ID
           CALL "GETBDATE" USING WS-RUN-START-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-RUN-START-TIME
           MOVE WS-RUN-START-DATE TO WS-PRN-RUN-DATE
           PERFORM 001-READ-PARM THRU 001-EXIT
           IF NOT PARM-FOUND
              PERFORM 002-INPUT-PARM THRU 002-EXIT
           END-IF
           MOVE SPACES TO WS-EXC-REASON
           EVALUATE TRUE
              WHEN WS-AMOUNT = 0
                 MOVE "ALLOCATION AMOUNT MISSING" TO WS-EXC-REASON
              WHEN WS-AMOUNT > WS-MAX-AMOUNT
                 MOVE "AMOUNT EXCEEDS CAPACITY" TO WS-EXC-REASON
              WHEN NOT BASIS-LIST AND NOT BASIS-VEHICLES
                 AND NOT BASIS-MILES
                 MOVE "UNKNOWN ALLOCATION BASIS" TO WS-EXC-REASON
              WHEN WS-SOURCE-ACCT = SPACES
                 MOVE "SOURCE GL ACCOUNT MISSING" TO WS-EXC-REASON
           END-EVALUATE
           IF WS-EXC-REASON NOT = SPACES
              MOVE WS-AMOUNT TO WS-PRN-AMOUNT
              MOVE WS-PRN-AMOUNT(5:10) TO WS-EXC-VALUE
              PERFORM 013-LOG-EXCEPTION THRU 013-EXIT
              DISPLAY "COSTALOC: " WS-EXC-REASON
              MOVE "ABORTED" TO WS-RUN-STATUS
              MOVE 8 TO RETURN-CODE
              PERFORM 014-RECORD-RUN-HISTORY THRU 014-EXIT
              GOBACK
           END-IF
           EVALUATE TRUE
              WHEN BASIS-LIST
                 PERFORM 003-LOAD-TARGETS THRU 003-EXIT
              WHEN OTHER
                 PERFORM 005-LOAD-ASSIGNMENTS THRU 005-EXIT
                 PERFORM 006-WEIGH-BY-FLEET THRU 006-EXIT
           END-EVALUATE
           MOVE ZEROS TO WS-TOTAL-WEIGHT
           PERFORM VARYING AT-IDX FROM 1 BY 1
              UNTIL AT-IDX > WS-AT-COUNT
              ADD AT-WEIGHT(AT-IDX) TO WS-TOTAL-WEIGHT
           END-PERFORM
           IF WS-TOTAL-WEIGHT = 0
              DISPLAY "COSTALOC: no cost centers with a weight to "
                 "allocate to."
              MOVE "ABORTED" TO WS-RUN-STATUS
              MOVE 8 TO RETURN-CODE
              PERFORM 014-RECORD-RUN-HISTORY THRU 014-EXIT
              GOBACK
           END-IF
           PERFORM 008-ALLOCATE THRU 008-EXIT
           OPEN OUTPUT PRINT-FILE
           PERFORM 010-PRINT-ALLOCATION THRU 010-EXIT
           CLOSE PRINT-FILE
           CALL "SPOOLSAVE" USING WS-SPOOL-PROGRAM WS-SPOOL-FILE
           PERFORM 011-WRITE-GL-EXTRACT THRU 011-EXIT
           PERFORM 012-WRITE-AUDIT THRU 012-EXIT
           DISPLAY "-----------------------------------------------"
           MOVE WS-AMOUNT TO WS-PRN-AMOUNT
           DISPLAY "Amount to allocate . . . . . . : " WS-PRN-AMOUNT
           MOVE WS-ALLOCATED TO WS-PRN-AMOUNT
           DISPLAY "Amount allocated . . . . . . . : " WS-PRN-AMOUNT
           DISPLAY "Cost centers allocated to  . . : " WS-AT-COUNT
           DISPLAY "Leftover pennies spread  . . . : " WS-PENNIES
           IF NOT BASIS-LIST
              DISPLAY "Vehicles with no cost center . : "
                 WS-UNASSIGNED-COUNT
           END-IF
           DISPLAY "Target lines rejected  . . . . : " WS-REJECT-COUNT
           DISPLAY "GL extract lines on alloc-journal.dat : "
              WS-GL-LINES
           DISPLAY "==============================================="
           IF WS-ALLOCATED NOT = WS-AMOUNT
              DISPLAY "ALLOCATION DOES NOT FOOT TO THE AMOUNT"
              MOVE "NOTBAL" TO WS-RUN-STATUS
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-REJECT-COUNT > 0 OR WS-OVERFLOW-COUNT > 0
                 MOVE "REJECTED" TO WS-RUN-STATUS
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           IF WS-OVERFLOW-COUNT > 0
              DISPLAY "COSTALOC: " WS-OVERFLOW-COUNT
                 " cost centers beyond table capacity."
           END-IF
           PERFORM 014-RECORD-RUN-HISTORY THRU 014-EXIT
           GOBACK
       .

       001-READ-PARM.
           OPEN INPUT PARM-FILE
           IF WS-PARM-FSTATUS NOT = "00"
              GO TO 001-EXIT
           END-IF
           READ PARM-FILE
              AT END CONTINUE
              NOT AT END
                 MOVE "Y" TO WS-PARM-FOUND-SW
                 IF ALP-AMOUNT NUMERIC
                    MOVE ALP-AMOUNT TO WS-AMOUNT
                 END-IF
                 MOVE ALP-BASIS TO WS-BASIS
                 MOVE ALP-SOURCE-ACCT TO WS-SOURCE-ACCT
                 MOVE ALP-DESC TO WS-ALLOC-DESC
                 DISPLAY "Allocation taken from costaloc-parm.dat"
           END-READ
           CLOSE PARM-FILE
       .
       001-EXIT.
           EXIT
       .

       002-INPUT-PARM.
           DISPLAY "Amount to allocate (AAAAAAACC): " WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           IF WS-NUM-IN(1:9) NUMERIC
              COMPUTE WS-AMOUNT = FUNCTION NUMVAL(WS-NUM-IN(1:9))
                 / 100
           END-IF
           DISPLAY "Weights from (L)ist, (V)ehicle count or (M)iles "
              "per cost center: " WITH NO ADVANCING
           ACCEPT WS-BASIS
           IF WS-BASIS = "l" MOVE "L" TO WS-BASIS END-IF
           IF WS-BASIS = "v" MOVE "V" TO WS-BASIS END-IF
           IF WS-BASIS = "m" MOVE "M" TO WS-BASIS END-IF
           DISPLAY "GL account being relieved: " WITH NO ADVANCING
           ACCEPT WS-SOURCE-ACCT
           DISPLAY "Description: " WITH NO ADVANCING
           ACCEPT WS-ALLOC-DESC
       .
       002-EXIT.
           EXIT
       .

       003-LOAD-TARGETS.
           OPEN INPUT TARGET-FILE
           IF WS-TGT-FSTATUS NOT = "00"
              IF PARM-FOUND
                 DISPLAY "COSTALOC: alloc-targets.dat not found."
              ELSE
                 PERFORM 004-INPUT-TARGETS THRU 004-EXIT
              END-IF
              GO TO 003-EXIT
           END-IF
           PERFORM UNTIL END-OF-TARGETS
              READ TARGET-FILE
                 AT END MOVE "Y" TO WS-TGT-EOF-SW
                 NOT AT END
                    EVALUATE TRUE
                       WHEN ALT-CC = SPACES
                          MOVE "COST CENTER MISSING" TO WS-EXC-REASON
                       WHEN ALT-WEIGHT NOT NUMERIC
                          MOVE "WEIGHT NOT NUMERIC" TO WS-EXC-REASON
                       WHEN ALT-WEIGHT = 0
                          MOVE "WEIGHT IS ZERO" TO WS-EXC-REASON
                       WHEN OTHER
                          MOVE SPACES TO WS-EXC-REASON
                    END-EVALUATE
                    IF WS-EXC-REASON = SPACES
                       MOVE ALT-CC TO WS-BEST-CC
                       MOVE ALT-WEIGHT TO WS-WEIGHT
                       PERFORM 007-ADD-TARGET THRU 007-EXIT
                    ELSE
                       MOVE ALLOC-TARGET-REC TO WS-EXC-VALUE
                       ADD 1 TO WS-REJECT-COUNT
                       PERFORM 013-LOG-EXCEPTION THRU 013-EXIT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE TARGET-FILE
       .
       003-EXIT.
           EXIT
       .

       004-INPUT-TARGETS.
           PERFORM UNTIL INPUT-DONE
              DISPLAY "Cost center (Enter to finish): "
                 WITH NO ADVANCING
              MOVE SPACES TO WS-BEST-CC
              ACCEPT WS-BEST-CC
              IF WS-BEST-CC = SPACES
                 MOVE "Y" TO WS-INPUT-DONE-SW
              ELSE
                 DISPLAY "Weight (WWWWWWWCC): " WITH NO ADVANCING
                 MOVE SPACES TO WS-NUM-IN
                 ACCEPT WS-NUM-IN
                 IF WS-NUM-IN(1:9) NUMERIC
                    AND WS-NUM-IN(1:9) NOT = "000000000"
                    COMPUTE WS-WEIGHT =
                       FUNCTION NUMVAL(WS-NUM-IN(1:9)) / 100
                    PERFORM 007-ADD-TARGET THRU 007-EXIT
                 ELSE
                    DISPLAY "Weight must be 9 digits and not zero."
                 END-IF
              END-IF
           END-PERFORM
       .
       004-EXIT.
           EXIT
       .

       005-LOAD-ASSIGNMENTS.
           OPEN INPUT ASSIGN-FILE
           IF WS-ASG-FSTATUS NOT = "00"
              DISPLAY "COSTALOC: no assignment file, no vehicle has "
                 "a cost center."
              GO TO 005-EXIT
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
       005-EXIT.
           EXIT
       .

       006-WEIGH-BY-FLEET.
           OPEN INPUT VEHICLE-MASTER
           IF WS-VEH-FSTATUS NOT = "00"
              DISPLAY "COSTALOC: cannot open vehicle master."
              GO TO 006-EXIT
           END-IF
           PERFORM UNTIL END-OF-VEHICLES
              READ VEHICLE-MASTER NEXT
                 AT END MOVE "Y" TO WS-VEH-EOF-SW
                 NOT AT END
                    IF NOT VEH-DISPOSED
                       PERFORM 009-WEIGH-ONE-VEHICLE THRU 009-EXIT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE VEHICLE-MASTER
       .
       006-EXIT.
           EXIT
       .

       007-ADD-TARGET.
           MOVE "N" TO WS-FOUND-SW
           MOVE ZEROS TO WS-AT-MATCH-IDX
           PERFORM VARYING AT-IDX FROM 1 BY 1
              UNTIL AT-IDX > WS-AT-COUNT OR CC-FOUND
              IF AT-CC(AT-IDX) = WS-BEST-CC
                 MOVE "Y" TO WS-FOUND-SW
                 SET WS-AT-MATCH-IDX TO AT-IDX
              END-IF
           END-PERFORM
           IF NOT CC-FOUND
              IF WS-AT-COUNT >= WS-AT-MAX
                 ADD 1 TO WS-OVERFLOW-COUNT
                 GO TO 007-EXIT
              END-IF
              ADD 1 TO WS-AT-COUNT
              MOVE WS-AT-COUNT TO WS-AT-MATCH-IDX
              MOVE WS-BEST-CC TO AT-CC(WS-AT-MATCH-IDX)
              MOVE ZEROS TO AT-WEIGHT(WS-AT-MATCH-IDX)
              MOVE ZEROS TO AT-SHARE(WS-AT-MATCH-IDX)
              MOVE "N" TO AT-PENNY-SW(WS-AT-MATCH-IDX)
           END-IF
           ADD WS-WEIGHT TO AT-WEIGHT(WS-AT-MATCH-IDX)
       .
       007-EXIT.
           EXIT
       .

       008-ALLOCATE.
           MOVE ZEROS TO WS-ALLOCATED
           PERFORM VARYING AT-IDX FROM 1 BY 1
              UNTIL AT-IDX > WS-AT-COUNT
              COMPUTE WS-PRODUCT = WS-AMOUNT * AT-WEIGHT(AT-IDX)
              DIVIDE WS-PRODUCT BY WS-TOTAL-WEIGHT
                 GIVING AT-SHARE(AT-IDX)
              ADD AT-SHARE(AT-IDX) TO WS-ALLOCATED
           END-PERFORM
           COMPUTE WS-LEFTOVER = WS-AMOUNT - WS-ALLOCATED
           COMPUTE WS-PENNIES = WS-LEFTOVER * 100
           PERFORM 015-GIVE-ONE-PENNY THRU 015-EXIT
              VARYING WS-PENNY-NO FROM 1 BY 1
              UNTIL WS-PENNY-NO > WS-PENNIES
           PERFORM VARYING AT-IDX FROM 1 BY 1
              UNTIL AT-IDX > WS-AT-COUNT
              COMPUTE WS-PRODUCT = AT-SHARE(AT-IDX) * 100
              DIVIDE WS-PRODUCT BY WS-AMOUNT
                 GIVING AT-PERCENT(AT-IDX) ROUNDED
           END-PERFORM
       .
       008-EXIT.
           EXIT
       .

       015-GIVE-ONE-PENNY.
           MOVE ZEROS TO WS-BIG-IDX
           PERFORM VARYING AT-IDX FROM 1 BY 1
              UNTIL AT-IDX > WS-AT-COUNT
              IF AT-PENNY-SW(AT-IDX) = "N"
                 IF WS-BIG-IDX = 0
                    SET WS-BIG-IDX TO AT-IDX
                 ELSE
                    IF AT-SHARE(AT-IDX) > AT-SHARE(WS-BIG-IDX)
                       SET WS-BIG-IDX TO AT-IDX
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF WS-BIG-IDX = 0
              GO TO 015-EXIT
           END-IF
           ADD 0.01 TO AT-SHARE(WS-BIG-IDX)
           ADD 0.01 TO WS-ALLOCATED
           MOVE "Y" TO AT-PENNY-SW(WS-BIG-IDX)
       .
       015-EXIT.
           EXIT
       .

       009-WEIGH-ONE-VEHICLE.
           MOVE ZEROS TO WS-BEST-DATE
           MOVE SPACES TO WS-BEST-CC
           PERFORM VARYING ASG-IDX FROM 1 BY 1
              UNTIL ASG-IDX > WS-ASG-COUNT
              IF ASG-VEH-ID(ASG-IDX) = VEH-ID
                 AND ASG-EFF-DATE(ASG-IDX) NOT > WS-RUN-START-DATE
                 AND (ASG-END-DATE(ASG-IDX) = 0
                    OR ASG-END-DATE(ASG-IDX) > WS-RUN-START-DATE)
                 AND ASG-EFF-DATE(ASG-IDX) NOT < WS-BEST-DATE
                 MOVE ASG-EFF-DATE(ASG-IDX) TO WS-BEST-DATE
                 MOVE ASG-CC(ASG-IDX) TO WS-BEST-CC
              END-IF
           END-PERFORM
           IF WS-BEST-CC = SPACES
              ADD 1 TO WS-UNASSIGNED-COUNT
              GO TO 009-EXIT
           END-IF
           IF BASIS-VEHICLES
              MOVE 1 TO WS-WEIGHT
           ELSE
              IF VEH-END-ODOM < VEH-START-ODOM
                 COMPUTE WS-MILEAGE = WS-ODOM-MODULUS
                    - VEH-START-ODOM + VEH-END-ODOM
              ELSE
                 COMPUTE WS-MILEAGE = VEH-END-ODOM - VEH-START-ODOM
              END-IF
              MOVE WS-MILEAGE TO WS-WEIGHT
           END-IF
           PERFORM 007-ADD-TARGET THRU 007-EXIT
       .
       009-EXIT.
           EXIT
       .

       010-PRINT-ALLOCATION.
           MOVE SPACES TO WS-PRINT-LINE
           STRING "COST ALLOCATION   " WS-ALLOC-DESC
              "   FROM ACCOUNT " WS-SOURCE-ACCT
              "   RUN DATE " WS-PRN-RUN-DATE
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE "1" TO PRN-CARRIAGE-CTL
           MOVE WS-PRINT-LINE TO PRN-TEXT
           WRITE PRINT-REC
           DISPLAY WS-PRINT-LINE
           MOVE WS-AMOUNT TO WS-PRN-AMOUNT
           MOVE SPACES TO WS-PRINT-LINE
           EVALUATE TRUE
              WHEN BASIS-LIST
                 STRING "AMOUNT " WS-PRN-AMOUNT
                    "   WEIGHTS FROM TARGET LIST"
                    DELIMITED BY SIZE INTO WS-PRINT-LINE
              WHEN BASIS-VEHICLES
                 STRING "AMOUNT " WS-PRN-AMOUNT
                    "   WEIGHTS FROM VEHICLE COUNT"
                    DELIMITED BY SIZE INTO WS-PRINT-LINE
              WHEN OTHER
                 STRING "AMOUNT " WS-PRN-AMOUNT
                    "   WEIGHTS FROM MILES DRIVEN"
                    DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-EVALUATE
           PERFORM 016-PRINT-ONE-LINE THRU 016-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 016-PRINT-ONE-LINE THRU 016-EXIT
           MOVE "CC            WEIGHT    PERCENT           SHARE"
              TO WS-PRINT-LINE
           PERFORM 016-PRINT-ONE-LINE THRU 016-EXIT
           PERFORM VARYING AT-IDX FROM 1 BY 1
              UNTIL AT-IDX > WS-AT-COUNT
              MOVE AT-WEIGHT(AT-IDX) TO WS-PRN-WEIGHT
              MOVE AT-PERCENT(AT-IDX) TO WS-PRN-PERCENT
              MOVE AT-SHARE(AT-IDX) TO WS-PRN-AMOUNT
              MOVE SPACES TO WS-PRINT-LINE
              STRING AT-CC(AT-IDX) WS-PRN-WEIGHT "  " WS-PRN-PERCENT
                 "  " WS-PRN-AMOUNT
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
              IF AT-PENNY-SW(AT-IDX) = "Y"
                 MOVE "+0.01" TO WS-PRINT-LINE(51:5)
              END-IF
              PERFORM 016-PRINT-ONE-LINE THRU 016-EXIT
           END-PERFORM
           MOVE WS-ALLOCATED TO WS-PRN-AMOUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "TOTAL ALLOCATED                     " WS-PRN-AMOUNT
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 016-PRINT-ONE-LINE THRU 016-EXIT
       .
       010-EXIT.
           EXIT
       .

       011-WRITE-GL-EXTRACT.
           OPEN EXTEND GL-EXTRACT-FILE
           IF WS-GLX-FSTATUS = "35"
              OPEN OUTPUT GL-EXTRACT-FILE
           END-IF
           PERFORM VARYING AT-IDX FROM 1 BY 1
              UNTIL AT-IDX > WS-AT-COUNT
              IF AT-SHARE(AT-IDX) > 0
                 MOVE SPACES TO GL-EXTRACT-REC
                 STRING "DEPT" AT-CC(AT-IDX)
                    DELIMITED BY SIZE INTO GLX-ACCOUNT
                 MOVE "DR" TO GLX-DRCR
                 MOVE AT-SHARE(AT-IDX) TO GLX-AMOUNT
                 MOVE WS-RUN-START-DATE TO GLX-DATE
                 MOVE WS-ALLOC-DESC TO GLX-DESC
                 MOVE "ALOC" TO GLX-CHG-TYPE
                 WRITE GL-EXTRACT-REC
                 ADD 1 TO WS-GL-LINES
              END-IF
           END-PERFORM
           MOVE SPACES TO GL-EXTRACT-REC
           MOVE WS-SOURCE-ACCT TO GLX-ACCOUNT
           MOVE "CR" TO GLX-DRCR
           MOVE WS-ALLOCATED TO GLX-AMOUNT
           MOVE WS-RUN-START-DATE TO GLX-DATE
           MOVE WS-ALLOC-DESC TO GLX-DESC
           WRITE GL-EXTRACT-REC
           ADD 1 TO WS-GL-LINES
           CLOSE GL-EXTRACT-FILE
       .
       011-EXIT.
           EXIT
       .

       012-WRITE-AUDIT.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FSTATUS = "35"
              OPEN OUTPUT AUDIT-FILE
           END-IF
           PERFORM VARYING AT-IDX FROM 1 BY 1
              UNTIL AT-IDX > WS-AT-COUNT
              MOVE SPACES TO AUDIT-REC
              MOVE AT-SHARE(AT-IDX) TO AUD-NUM1
              MOVE WS-AMOUNT TO AUD-NUM2
              MOVE AT-PERCENT(AT-IDX) TO AUD-RESULT
              MOVE FUNCTION CURRENT-DATE(1:8) TO AUD-RUN-DATE
              MOVE FUNCTION CURRENT-DATE(9:8) TO AUD-RUN-TIME
              MOVE ZEROS TO AUD-RUN-NO
              MOVE "COSTALOC" TO AUD-OPERATOR
              MOVE SPACES TO AUD-CURRENCY
              MOVE AT-SHARE(AT-IDX) TO AUD-ORIG-NUM1
              MOVE WS-AMOUNT TO AUD-ORIG-NUM2
              MOVE 1 TO AUD-FX-RATE
              WRITE AUDIT-REC
           END-PERFORM
           CLOSE AUDIT-FILE
       .
       012-EXIT.
           EXIT
       .

       013-LOG-EXCEPTION.
           OPEN EXTEND SHARED-EXCEPTION-FILE
           IF WS-EXC-FSTATUS = "35"
              OPEN OUTPUT SHARED-EXCEPTION-FILE
           END-IF
           MOVE SPACES TO SHARED-EXC-REC
           MOVE "COSTALOC" TO SHX-PROGRAM
           MOVE WS-EXC-VALUE TO SHX-REJECTED-VAL
           MOVE WS-EXC-REASON TO SHX-REASON
           MOVE FUNCTION CURRENT-DATE(1:8) TO SHX-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO SHX-RUN-TIME
           MOVE WS-OPERATOR-ID TO SHX-OPERATOR
           MOVE "W" TO SHX-SEVERITY
           MOVE "O" TO SHX-STATUS
           WRITE SHARED-EXC-REC
           CLOSE SHARED-EXCEPTION-FILE
       .
       013-EXIT.
           EXIT
       .

       014-RECORD-RUN-HISTORY.
           OPEN I-O RUN-HISTORY-FILE
           IF WS-RUNH-FSTATUS = "35"
              OPEN OUTPUT RUN-HISTORY-FILE
           END-IF
           MOVE SPACES TO RUN-HISTORY-REC
           MOVE "COSTALOC" TO RUNH-PROGRAM
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
       014-EXIT.
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSRPT.
       AUTHOR. JAKKRIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-FILE ASSIGN TO "ins-claims.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ICL-FSTATUS.
           SELECT ASSIGN-FILE ASSIGN TO DYNAMIC WS-ASGF-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ASG-FSTATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO "run-history.idx"
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS RUNH-KEY
              FILE STATUS IS WS-RUNH-FSTATUS.
           SELECT PRINT-FILE ASSIGN TO "insrpt-print.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CLAIM-FILE.
       COPY "ins-claim.cpy".

       FD  ASSIGN-FILE.
       COPY "veh-assign.cpy".

       FD  RUN-HISTORY-FILE.
       COPY "run-history.cpy".

       FD  PRINT-FILE.
       COPY "print-line.cpy".

       WORKING-STORAGE SECTION.
       COPY "run-stamp.cpy".
       01  WS-ASGF-DSN        PIC X(40)
           VALUE "veh-assign.dat".
       01  WS-SPOOL-PROGRAM    PIC X(12) VALUE "INSRPT".
       01  WS-SPOOL-FILE       PIC X(40)
           VALUE "insrpt-print.dat".
       01  WS-OPERATOR-ID      PIC X(8) VALUE "SYSTEM".
       01  WS-ICL-FSTATUS      PIC XX VALUE "00".
       01  WS-ASG-FSTATUS      PIC XX VALUE "00".
       01  WS-RUNH-FSTATUS     PIC XX VALUE "00".
       01  WS-ICL-EOF-SW       PIC X VALUE "N".
           88 END-OF-CLAIMS       VALUE "Y".
       01  WS-ASG-EOF-SW       PIC X VALUE "N".
           88 END-OF-ASSIGNS      VALUE "Y".
       01  ASG-TABLE.
           05 ASG-ENTRY OCCURS 400 TIMES INDEXED BY ASG-IDX.
              10 ASG-VEH-ID     PIC X(6).
              10 ASG-CC         PIC X(4).
              10 ASG-EFF-DATE   PIC 9(8).
              10 ASG-END-DATE   PIC 9(8).
       01  WS-ASG-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-ASG-MAX          PIC 9(3) VALUE 400.
       01  WS-BEST-DATE        PIC 9(8) VALUE ZEROS.
       01  WS-CLAIM-CC         PIC X(4) VALUE SPACES.
       01  NCV-TABLE.
           05 NCV-ENTRY OCCURS 300 TIMES INDEXED BY NCV-IDX.
              10 NCV-VEH-ID     PIC X(6).
              10 NCV-CLAIMS     PIC 9(3).
              10 NCV-DEDUCT     PIC 9(9)V9(2).
              10 NCV-NET        PIC S9(9)V9(2).
       01  WS-NCV-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-NCV-MAX          PIC 9(3) VALUE 300.
       01  NCC-TABLE.
           05 NCC-ENTRY OCCURS 100 TIMES INDEXED BY NCC-IDX.
              10 NCC-CC         PIC X(4).
              10 NCC-CLAIMS     PIC 9(3).
              10 NCC-DEDUCT     PIC 9(9)V9(2).
              10 NCC-NET        PIC S9(9)V9(2).
       01  WS-NCC-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-NCC-MAX          PIC 9(3) VALUE 100.
       01  WS-MATCH-IDX        PIC 9(3) VALUE ZEROS.
       01  AGE-BUCKETS.
           05 AGE-BUCKET OCCURS 5 TIMES INDEXED BY AGE-IDX.
              10 AGE-COUNT      PIC 9(5).
              10 AGE-RESERVE    PIC 9(9)V9(2).
       01  AGE-LABELS.
           05 FILLER PIC X(12) VALUE "0-30 DAYS".
           05 FILLER PIC X(12) VALUE "31-60 DAYS".
           05 FILLER PIC X(12) VALUE "61-90 DAYS".
           05 FILLER PIC X(12) VALUE "91-180 DAYS".
           05 FILLER PIC X(12) VALUE "OVER 180".
       01  AGE-LABEL-TABLE REDEFINES AGE-LABELS.
           05 AGE-LABEL PIC X(12) OCCURS 5 TIMES.
       01  WS-AGE-DAYS         PIC 9(5) VALUE ZEROS.
       01  WS-AGE-SLOT         PIC 9 VALUE ZEROS.
       01  WS-CLAIM-NET        PIC S9(9)V9(2) VALUE ZEROS.
       01  WS-CLAIM-COUNT      PIC 9(5) VALUE ZEROS.
       01  WS-OPEN-COUNT       PIC 9(5) VALUE ZEROS.
       01  WS-OLD-COUNT        PIC 9(5) VALUE ZEROS.
       01  WS-OLD-DAYS         PIC 9(5) VALUE 180.
       01  WS-DROPPED-COUNT    PIC 9(5) VALUE ZEROS.
       01  WS-TOT-DEDUCT       PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-TOT-NET          PIC S9(9)V9(2) VALUE ZEROS.
       01  WS-TOT-RESERVE      PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-PRN-RESERVE      PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-PRN-PAID         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-PRN-RECOVERED    PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-PRN-DEDUCT       PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-PRN-NET          PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-PRN-AGE          PIC ZZZZ9.
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
           INITIALIZE AGE-BUCKETS
           PERFORM 001-LOAD-ASSIGNMENTS THRU 001-EXIT
           OPEN INPUT CLAIM-FILE
           IF WS-ICL-FSTATUS NOT = "00"
              DISPLAY "INSRPT: no insurance claims on file."
              PERFORM 009-RECORD-RUN-HISTORY THRU 009-EXIT
              GOBACK
           END-IF
           OPEN OUTPUT PRINT-FILE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "OPEN ACCIDENT CLAIMS AND NET ACCIDENT COST   RUN "
              "DATE " WS-PRN-RUN-DATE
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE "1" TO PRN-CARRIAGE-CTL
           MOVE WS-PRINT-LINE TO PRN-TEXT
           WRITE PRINT-REC
           DISPLAY WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 008-PRINT-ONE-LINE THRU 008-EXIT
           MOVE "OPEN CLAIMS BY AGE SINCE ACCIDENT" TO WS-PRINT-LINE
           PERFORM 008-PRINT-ONE-LINE THRU 008-EXIT
           MOVE "CLAIM  VEHICL CC   ACCIDENT CODE INSURER-REF     F S"
              TO WS-PRINT-LINE
           MOVE "  DAYS        RESERVE           PAID      RECOVERED"
              TO WS-PRINT-LINE(53:51)
           PERFORM 008-PRINT-ONE-LINE THRU 008-EXIT
           PERFORM UNTIL END-OF-CLAIMS
              READ CLAIM-FILE
                 AT END MOVE "Y" TO WS-ICL-EOF-SW
                 NOT AT END
                    ADD 1 TO WS-CLAIM-COUNT
                    PERFORM 002-PROCESS-CLAIM THRU 002-EXIT
              END-READ
           END-PERFORM
           CLOSE CLAIM-FILE
           IF WS-OPEN-COUNT = 0
              MOVE "  NONE" TO WS-PRINT-LINE
              PERFORM 008-PRINT-ONE-LINE THRU 008-EXIT
           END-IF
           PERFORM 005-AGING-SECTION THRU 005-EXIT
           PERFORM 006-VEHICLE-SECTION THRU 006-EXIT
           PERFORM 007-CC-SECTION THRU 007-EXIT
           CLOSE PRINT-FILE
           CALL "SPOOLSAVE" USING WS-SPOOL-PROGRAM WS-SPOOL-FILE
           MOVE WS-TOT-NET TO WS-PRN-NET
           DISPLAY "-----------------------------------------------"
           DISPLAY "Claims on file . . . . . . . . : " WS-CLAIM-COUNT
           DISPLAY "Claims open  . . . . . . . . . : " WS-OPEN-COUNT
           DISPLAY "Open over 180 days . . . . . . : " WS-OLD-COUNT
           DISPLAY "Net accident cost  . . . . . . : " WS-PRN-NET
           DISPLAY "==============================================="
           IF WS-DROPPED-COUNT > 0
              DISPLAY "INSRPT: " WS-DROPPED-COUNT
                 " claims beyond table capacity were not totalled."
           END-IF
           IF WS-OLD-COUNT > 0 OR WS-DROPPED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 009-RECORD-RUN-HISTORY THRU 009-EXIT
           GOBACK
       .

       001-LOAD-ASSIGNMENTS.
           OPEN INPUT ASSIGN-FILE
           IF WS-ASG-FSTATUS NOT = "00"
              GO TO 001-EXIT
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
       001-EXIT.
           EXIT
       .

       002-PROCESS-CLAIM.
           MOVE "????" TO WS-CLAIM-CC
           MOVE ZEROS TO WS-BEST-DATE
           PERFORM VARYING ASG-IDX FROM 1 BY 1
              UNTIL ASG-IDX > WS-ASG-COUNT
              IF ASG-VEH-ID(ASG-IDX) = ICL-VEH-ID
                 AND ASG-EFF-DATE(ASG-IDX) NOT > ICL-ACC-DATE
                 AND (ASG-END-DATE(ASG-IDX) = 0
                    OR ASG-END-DATE(ASG-IDX) > ICL-ACC-DATE)
                 AND ASG-EFF-DATE(ASG-IDX) NOT < WS-BEST-DATE
                 MOVE ASG-EFF-DATE(ASG-IDX) TO WS-BEST-DATE
                 MOVE ASG-CC(ASG-IDX) TO WS-CLAIM-CC
              END-IF
           END-PERFORM
           COMPUTE WS-CLAIM-NET =
              ICL-PAID + ICL-RESERVE - ICL-RECOVERED
           ADD WS-CLAIM-NET TO WS-TOT-NET
           ADD ICL-DEDUCTIBLE TO WS-TOT-DEDUCT
           PERFORM 003-ADD-VEHICLE THRU 003-EXIT
           PERFORM 004-ADD-CC THRU 004-EXIT
           IF ICL-CLOSED
              GO TO 002-EXIT
           END-IF
           ADD 1 TO WS-OPEN-COUNT
           ADD ICL-RESERVE TO WS-TOT-RESERVE
           COMPUTE WS-AGE-DAYS =
              FUNCTION INTEGER-OF-DATE(WS-RUN-START-DATE)
              - FUNCTION INTEGER-OF-DATE(ICL-ACC-DATE)
           EVALUATE TRUE
              WHEN WS-AGE-DAYS NOT > 30  MOVE 1 TO WS-AGE-SLOT
              WHEN WS-AGE-DAYS NOT > 60  MOVE 2 TO WS-AGE-SLOT
              WHEN WS-AGE-DAYS NOT > 90  MOVE 3 TO WS-AGE-SLOT
              WHEN WS-AGE-DAYS NOT > 180 MOVE 4 TO WS-AGE-SLOT
              WHEN OTHER                 MOVE 5 TO WS-AGE-SLOT
           END-EVALUATE
           IF WS-AGE-DAYS > WS-OLD-DAYS
              ADD 1 TO WS-OLD-COUNT
           END-IF
           ADD 1 TO AGE-COUNT(WS-AGE-SLOT)
           ADD ICL-RESERVE TO AGE-RESERVE(WS-AGE-SLOT)
           MOVE WS-AGE-DAYS TO WS-PRN-AGE
           MOVE ICL-RESERVE TO WS-PRN-RESERVE
           MOVE ICL-PAID TO WS-PRN-PAID
           MOVE ICL-RECOVERED TO WS-PRN-RECOVERED
           MOVE SPACES TO WS-PRINT-LINE
           STRING ICL-CLAIM-NO " " ICL-VEH-ID " " WS-CLAIM-CC " "
              ICL-ACC-DATE " " ICL-DESC-CODE " " ICL-INSURER-REF " "
              ICL-AT-FAULT " " ICL-STATUS " " WS-PRN-AGE " "
              WS-PRN-RESERVE " " WS-PRN-PAID " " WS-PRN-RECOVERED
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 008-PRINT-ONE-LINE THRU 008-EXIT
       .
       002-EXIT.
           EXIT
       .

       003-ADD-VEHICLE.
           MOVE ZEROS TO WS-MATCH-IDX
           PERFORM VARYING NCV-IDX FROM 1 BY 1
              UNTIL NCV-IDX > WS-NCV-COUNT OR WS-MATCH-IDX > 0
              IF NCV-VEH-ID(NCV-IDX) = ICL-VEH-ID
                 SET WS-MATCH-IDX TO NCV-IDX
              END-IF
           END-PERFORM
           IF WS-MATCH-IDX = 0
              IF WS-NCV-COUNT >= WS-NCV-MAX
                 ADD 1 TO WS-DROPPED-COUNT
                 GO TO 003-EXIT
              END-IF
              ADD 1 TO WS-NCV-COUNT
              MOVE WS-NCV-COUNT TO WS-MATCH-IDX
              MOVE ICL-VEH-ID TO NCV-VEH-ID(WS-MATCH-IDX)
              MOVE ZEROS TO NCV-CLAIMS(WS-MATCH-IDX)
                 NCV-DEDUCT(WS-MATCH-IDX) NCV-NET(WS-MATCH-IDX)
           END-IF
           ADD 1 TO NCV-CLAIMS(WS-MATCH-IDX)
           ADD ICL-DEDUCTIBLE TO NCV-DEDUCT(WS-MATCH-IDX)
           ADD WS-CLAIM-NET TO NCV-NET(WS-MATCH-IDX)
       .
       003-EXIT.
           EXIT
       .

       004-ADD-CC.
           MOVE ZEROS TO WS-MATCH-IDX
           PERFORM VARYING NCC-IDX FROM 1 BY 1
              UNTIL NCC-IDX > WS-NCC-COUNT OR WS-MATCH-IDX > 0
              IF NCC-CC(NCC-IDX) = WS-CLAIM-CC
                 SET WS-MATCH-IDX TO NCC-IDX
              END-IF
           END-PERFORM
           IF WS-MATCH-IDX = 0
              IF WS-NCC-COUNT >= WS-NCC-MAX
                 ADD 1 TO WS-DROPPED-COUNT
                 GO TO 004-EXIT
              END-IF
              ADD 1 TO WS-NCC-COUNT
              MOVE WS-NCC-COUNT TO WS-MATCH-IDX
              MOVE WS-CLAIM-CC TO NCC-CC(WS-MATCH-IDX)
              MOVE ZEROS TO NCC-CLAIMS(WS-MATCH-IDX)
                 NCC-DEDUCT(WS-MATCH-IDX) NCC-NET(WS-MATCH-IDX)
           END-IF
           ADD 1 TO NCC-CLAIMS(WS-MATCH-IDX)
           ADD ICL-DEDUCTIBLE TO NCC-DEDUCT(WS-MATCH-IDX)
           ADD WS-CLAIM-NET TO NCC-NET(WS-MATCH-IDX)
       .
       004-EXIT.
           EXIT
       .

       005-AGING-SECTION.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 008-PRINT-ONE-LINE THRU 008-EXIT
           MOVE "AGING OF OPEN CLAIMS     CLAIMS        RESERVE"
              TO WS-PRINT-LINE
           PERFORM 008-PRINT-ONE-LINE THRU 008-EXIT
           PERFORM VARYING AGE-IDX FROM 1 BY 1 UNTIL AGE-IDX > 5
              MOVE AGE-RESERVE(AGE-IDX) TO WS-PRN-RESERVE
              MOVE SPACES TO WS-PRINT-LINE
              STRING "  " AGE-LABEL(AGE-IDX) "          "
                 AGE-COUNT(AGE-IDX) " " WS-PRN-RESERVE
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
              PERFORM 008-PRINT-ONE-LINE THRU 008-EXIT
           END-PERFORM
           MOVE WS-TOT-RESERVE TO WS-PRN-RESERVE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  TOTAL OPEN              " WS-OPEN-COUNT " "
              WS-PRN-RESERVE DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 008-PRINT-ONE-LINE THRU 008-EXIT
       .
       005-EXIT.
           EXIT
       .

       006-VEHICLE-SECTION.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 008-PRINT-ONE-LINE THRU 008-EXIT
           MOVE "NET ACCIDENT COST BY VEHICLE" TO WS-PRINT-LINE
           MOVE "(PAID + RESERVE - RECOVERED)" TO WS-PRINT-LINE(30:28)
           PERFORM 008-PRINT-ONE-LINE THRU 008-EXIT
           MOVE "VEHICLE CLAIMS     DEDUCTIBLE        NET COST"
              TO WS-PRINT-LINE
           PERFORM 008-PRINT-ONE-LINE THRU 008-EXIT
           PERFORM VARYING NCV-IDX FROM 1 BY 1
              UNTIL NCV-IDX > WS-NCV-COUNT
              MOVE NCV-DEDUCT(NCV-IDX) TO WS-PRN-DEDUCT
              MOVE NCV-NET(NCV-IDX) TO WS-PRN-NET
              MOVE SPACES TO WS-PRINT-LINE
              STRING NCV-VEH-ID(NCV-IDX) "     " NCV-CLAIMS(NCV-IDX)
                 " " WS-PRN-DEDUCT " " WS-PRN-NET
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
              PERFORM 008-PRINT-ONE-LINE THRU 008-EXIT
           END-PERFORM
       .
       006-EXIT.
           EXIT
       .

       007-CC-SECTION.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 008-PRINT-ONE-LINE THRU 008-EXIT
           MOVE "NET ACCIDENT COST BY COST CENTER" TO WS-PRINT-LINE
           PERFORM 008-PRINT-ONE-LINE THRU 008-EXIT
           MOVE "CC   CLAIMS       DEDUCTIBLE        NET COST"
              TO WS-PRINT-LINE
           PERFORM 008-PRINT-ONE-LINE THRU 008-EXIT
           PERFORM VARYING NCC-IDX FROM 1 BY 1
              UNTIL NCC-IDX > WS-NCC-COUNT
              MOVE NCC-DEDUCT(NCC-IDX) TO WS-PRN-DEDUCT
              MOVE NCC-NET(NCC-IDX) TO WS-PRN-NET
              MOVE SPACES TO WS-PRINT-LINE
              STRING NCC-CC(NCC-IDX) "       " NCC-CLAIMS(NCC-IDX)
                 " " WS-PRN-DEDUCT " " WS-PRN-NET
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
              PERFORM 008-PRINT-ONE-LINE THRU 008-EXIT
           END-PERFORM
           MOVE WS-TOT-DEDUCT TO WS-PRN-DEDUCT
           MOVE WS-TOT-NET TO WS-PRN-NET
           MOVE SPACES TO WS-PRINT-LINE
           STRING "TOTAL    " WS-CLAIM-COUNT " " WS-PRN-DEDUCT
              " " WS-PRN-NET DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 008-PRINT-ONE-LINE THRU 008-EXIT
       .
       007-EXIT.
           EXIT
       .

       008-PRINT-ONE-LINE.
           MOVE " " TO PRN-CARRIAGE-CTL
           MOVE WS-PRINT-LINE TO PRN-TEXT
           WRITE PRINT-REC
           DISPLAY WS-PRINT-LINE
       .
       008-EXIT.
           EXIT
       .

       009-RECORD-RUN-HISTORY.
           OPEN I-O RUN-HISTORY-FILE
           IF WS-RUNH-FSTATUS = "35"
              OPEN OUTPUT RUN-HISTORY-FILE
           END-IF
           MOVE SPACES TO RUN-HISTORY-REC
           MOVE "INSRPT" TO RUNH-PROGRAM
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
       009-EXIT.
           EXIT
       .

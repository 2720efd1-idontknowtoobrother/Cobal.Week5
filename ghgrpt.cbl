       IDENTIFICATION DIVISION.
       PROGRAM-ID. GHGRPT.
       AUTHOR. JAKKRIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FACTOR-FILE ASSIGN TO "emission-factor.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EMF-FSTATUS.
           SELECT FUEL-FILE ASSIGN TO DYNAMIC WS-FUELF-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FUEL-FSTATUS.
           SELECT MILEAGE-HIST-FILE ASSIGN TO DYNAMIC WS-MHI-DSN
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS MH-KEY
              FILE STATUS IS WS-MHIST-FSTATUS.
           SELECT VEHICLE-MASTER ASSIGN TO DYNAMIC WS-VEHM-DSN
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS VEH-ID
              FILE STATUS IS WS-VEH-FSTATUS.
           SELECT ASSIGN-FILE ASSIGN TO DYNAMIC WS-ASGF-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ASG-FSTATUS.
           SELECT EXTRACT-FILE ASSIGN TO "ghg-extract.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GHX-FSTATUS.
           SELECT BATCH-FLAG-FILE ASSIGN TO "nightly-batch.flg"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BATCH-FSTATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO "run-history.idx"
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS RUNH-KEY
              FILE STATUS IS WS-RUNH-FSTATUS.
           SELECT PRINT-FILE ASSIGN TO "ghgrpt-print.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FACTOR-FILE.
       COPY "emis-factor.cpy".

       FD  FUEL-FILE.
       COPY "fuel-trans.cpy".

       FD  MILEAGE-HIST-FILE.
       COPY "mileage-hist.cpy".

       FD  VEHICLE-MASTER.
       COPY "vehicle-rec.cpy".

       FD  ASSIGN-FILE.
       COPY "veh-assign.cpy".

       FD  EXTRACT-FILE.
       COPY "ghg-extract.cpy".

       FD  BATCH-FLAG-FILE.
       COPY "batch-flag.cpy".

       FD  RUN-HISTORY-FILE.
       COPY "run-history.cpy".

       FD  PRINT-FILE.
       COPY "print-line.cpy".

       WORKING-STORAGE SECTION.
       COPY "run-stamp.cpy".
       01  WS-FUELF-DSN       PIC X(40)
           VALUE "fuel-trans.dat".
       01  WS-MHI-DSN         PIC X(40)
           VALUE "mileage-history.idx".
       01  WS-VEHM-DSN        PIC X(40)
           VALUE "vehicle-master.idx".
       01  WS-ASGF-DSN        PIC X(40)
           VALUE "veh-assign.dat".
       01  WS-SPOOL-PROGRAM    PIC X(12) VALUE "GHGRPT".
       01  WS-SPOOL-FILE       PIC X(40)
           VALUE "ghgrpt-print.dat".
       01  WS-OPERATOR-ID      PIC X(8) VALUE "SYSTEM".
       01  WS-EMF-FSTATUS      PIC XX VALUE "00".
       01  WS-FUEL-FSTATUS     PIC XX VALUE "00".
       01  WS-MHIST-FSTATUS    PIC XX VALUE "00".
       01  WS-VEH-FSTATUS      PIC XX VALUE "00".
       01  WS-ASG-FSTATUS      PIC XX VALUE "00".
       01  WS-GHX-FSTATUS      PIC XX VALUE "00".
       01  WS-BATCH-FSTATUS    PIC XX VALUE "00".
       01  WS-RUNH-FSTATUS     PIC XX VALUE "00".
       01  WS-EMF-EOF-SW       PIC X VALUE "N".
           88 END-OF-FACTORS      VALUE "Y".
       01  WS-FUEL-EOF-SW      PIC X VALUE "N".
           88 END-OF-FUEL         VALUE "Y".
       01  WS-MH-EOF-SW        PIC X VALUE "N".
           88 END-OF-HISTORY      VALUE "Y".
       01  WS-ASG-EOF-SW       PIC X VALUE "N".
           88 END-OF-ASSIGNS      VALUE "Y".
       01  WS-VEH-OPEN-SW      PIC X VALUE "N".
           88 MASTER-AVAILABLE    VALUE "Y".
       01  WS-BATCH-SW         PIC X VALUE "N".
           88 BATCH-RUN           VALUE "Y".
       01  WS-MONTH-IN         PIC X(6).
       01  WS-TARGET-MONTH     PIC 9(6) VALUE ZEROS.
       01  WS-TARGET-PARTS REDEFINES WS-TARGET-MONTH.
           05 WS-TARGET-YEAR   PIC 9(4).
           05 WS-TARGET-MM     PIC 9(2).
       01  WS-PRIOR-YEAR       PIC 9(4) VALUE ZEROS.
       01  WS-DEFAULT-FUEL     PIC X VALUE "G".
       01  EMFT-TABLE.
           05 EMFT-ENTRY OCCURS 200 TIMES INDEXED BY EMFT-IDX.
              10 EMFT-FUEL-TYPE PIC X.
              10 EMFT-CLASS     PIC X(2).
              10 EMFT-FACTOR    PIC 9(3)V9(4).
       01  WS-EMFT-COUNT       PIC 9(3) VALUE ZEROS.
       01  WS-EMFT-MAX         PIC 9(3) VALUE 200.
       01  ASG-TABLE.
           05 ASG-ENTRY OCCURS 400 TIMES INDEXED BY ASG-IDX.
              10 ASG-VEH-ID     PIC X(6).
              10 ASG-CC         PIC X(4).
              10 ASG-EFF-DATE   PIC 9(8).
              10 ASG-END-DATE   PIC 9(8).
       01  WS-ASG-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-ASG-MAX          PIC 9(3) VALUE 400.
       01  VT-TABLE.
           05 VT-ENTRY OCCURS 500 TIMES INDEXED BY VT-IDX.
              10 VT-VEH-ID      PIC X(6).
              10 VT-CLASS       PIC X(2).
              10 VT-MONTH OCCURS 12 TIMES.
                 15 VT-GAL      PIC 9(6)V9(2).
                 15 VT-KG       PIC 9(8)V9(2).
                 15 VT-MILES    PIC 9(7).
              10 VT-PRIOR-KG    PIC 9(8)V9(2).
       01  WS-VT-COUNT         PIC 9(3) VALUE ZEROS.
       01  WS-VT-MAX           PIC 9(3) VALUE 500.
       01  WS-VT-MATCH         PIC 9(3) VALUE ZEROS.
       01  CCT-TABLE.
           05 CCT-ENTRY OCCURS 100 TIMES INDEXED BY CCT-IDX.
              10 CCT-CC         PIC X(4).
              10 CCT-KG         PIC 9(8)V9(2) OCCURS 12 TIMES.
       01  WS-CCT-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-CCT-MAX          PIC 9(3) VALUE 100.
       01  WS-CCT-MATCH        PIC 9(3) VALUE ZEROS.
       01  MONTH-NAMES.
           05 FILLER PIC X(36)
              VALUE "JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC".
       01  MONTH-NAME-TABLE REDEFINES MONTH-NAMES.
           05 MONTH-NAME PIC X(3) OCCURS 12 TIMES.
       01  WS-MM               PIC 9(2) VALUE ZEROS.
       01  WS-COL              PIC 9(3) VALUE ZEROS.
       01  WS-EVT-VEH-ID       PIC X(6) VALUE SPACES.
       01  WS-EVT-DATE         PIC 9(8) VALUE ZEROS.
       01  WS-BEST-DATE        PIC 9(8) VALUE ZEROS.
       01  WS-BEST-CC          PIC X(4) VALUE SPACES.
       01  WS-FUEL-TYPE        PIC X VALUE SPACE.
       01  WS-FACTOR           PIC 9(3)V9(4) VALUE ZEROS.
       01  WS-KG               PIC 9(8)V9(2) VALUE ZEROS.
       01  WS-VEH-GAL          PIC 9(7)V9(2) VALUE ZEROS.
       01  WS-VEH-KG           PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-VEH-MILES        PIC 9(8) VALUE ZEROS.
       01  WS-CC-TOTAL         PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-PER-MILE         PIC 9(3)V9(3) VALUE ZEROS.
       01  WS-CHANGE-PCT       PIC S9(4)V9(1) VALUE ZEROS.
       01  WS-FLEET-GAL        PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-FLEET-KG         PIC 9(10)V9(2) VALUE ZEROS.
       01  WS-FLEET-MILES      PIC 9(9) VALUE ZEROS.
       01  WS-PRIOR-GAL        PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-PRIOR-KG         PIC 9(10)V9(2) VALUE ZEROS.
       01  WS-PRIOR-MILES      PIC 9(9) VALUE ZEROS.
       01  WS-NOFACTOR-GAL     PIC 9(9)V9(2) VALUE ZEROS.
       01  WS-NOFACTOR-COUNT   PIC 9(5) VALUE ZEROS.
       01  WS-DROPPED-COUNT    PIC 9(5) VALUE ZEROS.
       01  WS-EXTRACT-COUNT    PIC 9(5) VALUE ZEROS.
       01  WS-PRN-GAL          PIC ZZZ,ZZ9.99.
       01  WS-PRN-KG           PIC ZZ,ZZZ,ZZ9.99.
       01  WS-PRN-MILES        PIC Z,ZZZ,ZZ9.
       01  WS-PRN-PER-MILE     PIC ZZ9.999.
       01  WS-PRN-PRIOR-KG     PIC ZZ,ZZZ,ZZ9.99.
       01  WS-PRN-PCT          PIC ZZZ9.9-.
       01  WS-PRN-MONTH-KG     PIC ZZZZ,ZZ9.
       01  WS-PRN-CC-KG        PIC ZZ,ZZZ,ZZ9.
       01  WS-PRN-BIG-GAL      PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-PRN-BIG-KG       PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-PRN-BIG-MILES    PIC ZZZ,ZZZ,ZZ9.
       01  WS-PRINT-LINE       PIC X(132) VALUE SPACES.
       01  WS-RUN-START-DATE   PIC 9(8).
       01  WS-RUN-START-TIME   PIC 9(8).
       01  WS-RUN-STATUS       PIC X(8) VALUE "OK".

       PROCEDURE DIVISION.
       000-BEGIN.
           CALL "GETDSN" USING WS-FUELF-DSN
           CALL "GETDSN" USING WS-MHI-DSN
           CALL "GETDSN" USING WS-VEHM-DSN
           CALL "GETDSN" USING WS-ASGF-DSN
           CALL "GETOPER" USING WS-OPERATOR-ID
           CALL "GETBDATE" USING WS-RUN-START-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-RUN-START-TIME
           MOVE WS-RUN-START-DATE TO WS-PRN-RUN-DATE
           PERFORM 001-SET-TARGET-MONTH THRU 001-EXIT
           COMPUTE WS-PRIOR-YEAR = WS-TARGET-YEAR - 1
           PERFORM 002-LOAD-FACTORS THRU 002-EXIT
           PERFORM 003-LOAD-ASSIGNMENTS THRU 003-EXIT
           OPEN INPUT VEHICLE-MASTER
           IF WS-VEH-FSTATUS = "00"
              MOVE "Y" TO WS-VEH-OPEN-SW
           END-IF
           PERFORM 004-LOAD-FUEL THRU 004-EXIT
           PERFORM 005-LOAD-MILEAGE THRU 005-EXIT
           IF MASTER-AVAILABLE
              CLOSE VEHICLE-MASTER
           END-IF
           OPEN OUTPUT PRINT-FILE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "FLEET GREENHOUSE-GAS EMISSIONS (KG CO2E)   "
              "JANUARY THROUGH " WS-TARGET-MONTH
              "   RUN DATE " WS-PRN-RUN-DATE
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE "1" TO PRN-CARRIAGE-CTL
           MOVE WS-PRINT-LINE TO PRN-TEXT
           WRITE PRINT-REC
           DISPLAY WS-PRINT-LINE
           PERFORM 010-PRINT-VEHICLES THRU 010-EXIT
           PERFORM 011-PRINT-COST-CENTERS THRU 011-EXIT
           PERFORM 012-PRINT-FLEET THRU 012-EXIT
           CLOSE PRINT-FILE
           CALL "SPOOLSAVE" USING WS-SPOOL-PROGRAM WS-SPOOL-FILE
           PERFORM 013-WRITE-EXTRACT THRU 013-EXIT
           MOVE WS-FLEET-KG TO WS-PRN-BIG-KG
           MOVE WS-NOFACTOR-GAL TO WS-PRN-BIG-GAL
           DISPLAY "-----------------------------------------------"
           DISPLAY "Period reported  . . . . . . . : " WS-TARGET-MONTH
           DISPLAY "Vehicles reported  . . . . . . : " WS-VT-COUNT
           DISPLAY "Fleet kg CO2e year to date . . : " WS-PRN-BIG-KG
           DISPLAY "Extract records written  . . . : " WS-EXTRACT-COUNT
           DISPLAY "Purchases with no factor . . . : " WS-NOFACTOR-COUNT
           DISPLAY "Gallons with no factor . . . . : " WS-PRN-BIG-GAL
           DISPLAY "==============================================="
           IF WS-DROPPED-COUNT > 0
              DISPLAY "GHGRPT: " WS-DROPPED-COUNT
                 " entries beyond table capacity were not totalled."
           END-IF
           IF WS-NOFACTOR-COUNT > 0 OR WS-DROPPED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 016-RECORD-RUN-HISTORY THRU 016-EXIT
           GOBACK
       .

       001-SET-TARGET-MONTH.
           MOVE WS-RUN-START-DATE(1:6) TO WS-TARGET-MONTH
           OPEN INPUT BATCH-FLAG-FILE
           IF WS-BATCH-FSTATUS = "00"
              READ BATCH-FLAG-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF BATCH-FLAG-ON
                       MOVE "Y" TO WS-BATCH-SW
                    END-IF
              END-READ
              CLOSE BATCH-FLAG-FILE
           END-IF
           IF NOT BATCH-RUN
              DISPLAY "Report through month (YYYYMM, Enter for "
                 "current): " WITH NO ADVANCING
              MOVE SPACES TO WS-MONTH-IN
              ACCEPT WS-MONTH-IN
              IF WS-MONTH-IN IS NUMERIC
                 MOVE WS-MONTH-IN TO WS-TARGET-MONTH
              END-IF
           END-IF
       .
       001-EXIT.
           EXIT
       .

       002-LOAD-FACTORS.
           OPEN INPUT FACTOR-FILE
           IF WS-EMF-FSTATUS NOT = "00"
              DISPLAY "GHGRPT: no emission factor file, gallons "
                 "cannot be converted."
              GO TO 002-EXIT
           END-IF
           PERFORM UNTIL END-OF-FACTORS
              READ FACTOR-FILE
                 AT END MOVE "Y" TO WS-EMF-EOF-SW
                 NOT AT END
                    IF WS-EMFT-COUNT < WS-EMFT-MAX
                       AND EMF-KG-PER-GAL NUMERIC
                       ADD 1 TO WS-EMFT-COUNT
                       MOVE EMF-FUEL-TYPE TO
                          EMFT-FUEL-TYPE(WS-EMFT-COUNT)
                       MOVE EMF-CLASS TO EMFT-CLASS(WS-EMFT-COUNT)
                       MOVE EMF-KG-PER-GAL TO
                          EMFT-FACTOR(WS-EMFT-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FACTOR-FILE
       .
       002-EXIT.
           EXIT
       .

       003-LOAD-ASSIGNMENTS.
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

       004-LOAD-FUEL.
           OPEN INPUT FUEL-FILE
           IF WS-FUEL-FSTATUS NOT = "00"
              GO TO 004-EXIT
           END-IF
           PERFORM UNTIL END-OF-FUEL
              READ FUEL-FILE
                 AT END MOVE "Y" TO WS-FUEL-EOF-SW
                 NOT AT END
                    IF (FL-DATE(1:4) = WS-TARGET-YEAR
                       OR FL-DATE(1:4) = WS-PRIOR-YEAR)
                       AND FL-DATE(5:2) NOT > WS-TARGET-MM
                       PERFORM 006-POST-FUEL THRU 006-EXIT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FUEL-FILE
       .
       004-EXIT.
           EXIT
       .

       005-LOAD-MILEAGE.
           OPEN INPUT MILEAGE-HIST-FILE
           IF WS-MHIST-FSTATUS NOT = "00"
              GO TO 005-EXIT
           END-IF
           PERFORM UNTIL END-OF-HISTORY
              READ MILEAGE-HIST-FILE NEXT
                 AT END MOVE "Y" TO WS-MH-EOF-SW
                 NOT AT END
                    IF MH-PERIOD-DATE(5:2) NOT > WS-TARGET-MM
                       IF MH-PERIOD-DATE(1:4) = WS-TARGET-YEAR
                          MOVE MH-VEH-ID TO WS-EVT-VEH-ID
                          PERFORM 007-FIND-OR-ADD-VEHICLE
                             THRU 007-EXIT
                          IF WS-VT-MATCH > 0
                             MOVE MH-PERIOD-DATE(5:2) TO WS-MM
                             ADD MH-MILEAGE TO
                                VT-MILES(WS-VT-MATCH WS-MM)
                          END-IF
                          ADD MH-MILEAGE TO WS-FLEET-MILES
                       END-IF
                       IF MH-PERIOD-DATE(1:4) = WS-PRIOR-YEAR
                          ADD MH-MILEAGE TO WS-PRIOR-MILES
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE MILEAGE-HIST-FILE
       .
       005-EXIT.
           EXIT
       .

       006-POST-FUEL.
           MOVE FL-VEH-ID TO WS-EVT-VEH-ID
           PERFORM 007-FIND-OR-ADD-VEHICLE THRU 007-EXIT
           IF WS-VT-MATCH = 0
              GO TO 006-EXIT
           END-IF
           MOVE FL-FUEL-TYPE TO WS-FUEL-TYPE
           IF WS-FUEL-TYPE = SPACE
              MOVE WS-DEFAULT-FUEL TO WS-FUEL-TYPE
           END-IF
           PERFORM 008-FIND-FACTOR THRU 008-EXIT
           IF WS-FACTOR = 0
              ADD 1 TO WS-NOFACTOR-COUNT
              ADD FL-GALLONS TO WS-NOFACTOR-GAL
              GO TO 006-EXIT
           END-IF
           COMPUTE WS-KG ROUNDED = FL-GALLONS * WS-FACTOR
           IF FL-DATE(1:4) = WS-PRIOR-YEAR
              ADD WS-KG TO VT-PRIOR-KG(WS-VT-MATCH) WS-PRIOR-KG
              ADD FL-GALLONS TO WS-PRIOR-GAL
              GO TO 006-EXIT
           END-IF
           MOVE FL-DATE(5:2) TO WS-MM
           ADD FL-GALLONS TO VT-GAL(WS-VT-MATCH WS-MM) WS-FLEET-GAL
           ADD WS-KG TO VT-KG(WS-VT-MATCH WS-MM) WS-FLEET-KG
           MOVE FL-DATE TO WS-EVT-DATE
           PERFORM 009-FIND-COST-CENTER THRU 009-EXIT
           MOVE ZEROS TO WS-CCT-MATCH
           PERFORM VARYING CCT-IDX FROM 1 BY 1
              UNTIL CCT-IDX > WS-CCT-COUNT OR WS-CCT-MATCH > 0
              IF CCT-CC(CCT-IDX) = WS-BEST-CC
                 SET WS-CCT-MATCH TO CCT-IDX
              END-IF
           END-PERFORM
           IF WS-CCT-MATCH = 0
              IF WS-CCT-COUNT >= WS-CCT-MAX
                 ADD 1 TO WS-DROPPED-COUNT
                 GO TO 006-EXIT
              END-IF
              ADD 1 TO WS-CCT-COUNT
              MOVE WS-CCT-COUNT TO WS-CCT-MATCH
              INITIALIZE CCT-ENTRY(WS-CCT-MATCH)
              MOVE WS-BEST-CC TO CCT-CC(WS-CCT-MATCH)
           END-IF
           ADD WS-KG TO CCT-KG(WS-CCT-MATCH WS-MM)
       .
       006-EXIT.
           EXIT
       .

       007-FIND-OR-ADD-VEHICLE.
           MOVE ZEROS TO WS-VT-MATCH
           PERFORM VARYING VT-IDX FROM 1 BY 1
              UNTIL VT-IDX > WS-VT-COUNT OR WS-VT-MATCH > 0
              IF VT-VEH-ID(VT-IDX) = WS-EVT-VEH-ID
                 SET WS-VT-MATCH TO VT-IDX
              END-IF
           END-PERFORM
           IF WS-VT-MATCH > 0
              GO TO 007-EXIT
           END-IF
           IF WS-VT-COUNT >= WS-VT-MAX
              ADD 1 TO WS-DROPPED-COUNT
              GO TO 007-EXIT
           END-IF
           ADD 1 TO WS-VT-COUNT
           MOVE WS-VT-COUNT TO WS-VT-MATCH
           INITIALIZE VT-ENTRY(WS-VT-MATCH)
           MOVE WS-EVT-VEH-ID TO VT-VEH-ID(WS-VT-MATCH)
           IF MASTER-AVAILABLE
              MOVE WS-EVT-VEH-ID TO VEH-ID
              READ VEHICLE-MASTER
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE VEH-CLASS TO VT-CLASS(WS-VT-MATCH)
              END-READ
           END-IF
       .
       007-EXIT.
           EXIT
       .

       008-FIND-FACTOR.
           MOVE ZEROS TO WS-FACTOR
           PERFORM VARYING EMFT-IDX FROM 1 BY 1
              UNTIL EMFT-IDX > WS-EMFT-COUNT
              IF EMFT-FUEL-TYPE(EMFT-IDX) = WS-FUEL-TYPE
                 IF EMFT-CLASS(EMFT-IDX) = VT-CLASS(WS-VT-MATCH)
                    MOVE EMFT-FACTOR(EMFT-IDX) TO WS-FACTOR
                 END-IF
                 IF EMFT-CLASS(EMFT-IDX) = SPACES AND WS-FACTOR = 0
                    MOVE EMFT-FACTOR(EMFT-IDX) TO WS-FACTOR
                 END-IF
              END-IF
           END-PERFORM
       .
       008-EXIT.
           EXIT
       .

       009-FIND-COST-CENTER.
           MOVE ZEROS TO WS-BEST-DATE
           MOVE "????" TO WS-BEST-CC
           PERFORM VARYING ASG-IDX FROM 1 BY 1
              UNTIL ASG-IDX > WS-ASG-COUNT
              IF ASG-VEH-ID(ASG-IDX) = WS-EVT-VEH-ID
                 AND ASG-EFF-DATE(ASG-IDX) NOT > WS-EVT-DATE
                 AND (ASG-END-DATE(ASG-IDX) = 0
                    OR ASG-END-DATE(ASG-IDX) > WS-EVT-DATE)
                 AND ASG-EFF-DATE(ASG-IDX) NOT < WS-BEST-DATE
                 MOVE ASG-EFF-DATE(ASG-IDX) TO WS-BEST-DATE
                 MOVE ASG-CC(ASG-IDX) TO WS-BEST-CC
              END-IF
           END-PERFORM
       .
       009-EXIT.
           EXIT
       .

       010-PRINT-VEHICLES.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 015-PRINT-ONE-LINE THRU 015-EXIT
           MOVE "EMISSIONS BY VEHICLE" TO WS-PRINT-LINE
           PERFORM 015-PRINT-ONE-LINE THRU 015-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           MOVE "VEH-ID" TO WS-PRINT-LINE(1:6)
           MOVE "CL" TO WS-PRINT-LINE(8:2)
           MOVE "CC" TO WS-PRINT-LINE(11:2)
           MOVE "GALLONS" TO WS-PRINT-LINE(19:7)
           MOVE "KG CO2E" TO WS-PRINT-LINE(33:7)
           MOVE "MILES" TO WS-PRINT-LINE(45:5)
           MOVE "KG/MILE" TO WS-PRINT-LINE(51:7)
           MOVE "PRIOR YR KG" TO WS-PRINT-LINE(61:11)
           MOVE "CHG%" TO WS-PRINT-LINE(76:4)
           PERFORM 015-PRINT-ONE-LINE THRU 015-EXIT
           PERFORM VARYING VT-IDX FROM 1 BY 1
              UNTIL VT-IDX > WS-VT-COUNT
              MOVE ZEROS TO WS-VEH-GAL WS-VEH-KG WS-VEH-MILES
              PERFORM VARYING WS-MM FROM 1 BY 1 UNTIL WS-MM > 12
                 ADD VT-GAL(VT-IDX WS-MM) TO WS-VEH-GAL
                 ADD VT-KG(VT-IDX WS-MM) TO WS-VEH-KG
                 ADD VT-MILES(VT-IDX WS-MM) TO WS-VEH-MILES
              END-PERFORM
              MOVE VT-VEH-ID(VT-IDX) TO WS-EVT-VEH-ID
              MOVE WS-TARGET-MONTH TO WS-EVT-DATE(1:6)
              MOVE "31" TO WS-EVT-DATE(7:2)
              PERFORM 009-FIND-COST-CENTER THRU 009-EXIT
              MOVE ZEROS TO WS-PER-MILE
              IF WS-VEH-MILES > 0
                 COMPUTE WS-PER-MILE ROUNDED = WS-VEH-KG / WS-VEH-MILES
                    ON SIZE ERROR MOVE 999.999 TO WS-PER-MILE
                 END-COMPUTE
              END-IF
              MOVE VT-PRIOR-KG(VT-IDX) TO WS-PRN-PRIOR-KG
              MOVE WS-VEH-GAL TO WS-PRN-GAL
              MOVE WS-VEH-KG TO WS-PRN-KG
              MOVE WS-VEH-MILES TO WS-PRN-MILES
              MOVE WS-PER-MILE TO WS-PRN-PER-MILE
              MOVE SPACES TO WS-PRINT-LINE
              MOVE VT-VEH-ID(VT-IDX) TO WS-PRINT-LINE(1:6)
              MOVE VT-CLASS(VT-IDX) TO WS-PRINT-LINE(8:2)
              MOVE WS-BEST-CC TO WS-PRINT-LINE(11:4)
              MOVE WS-PRN-GAL TO WS-PRINT-LINE(16:10)
              MOVE WS-PRN-KG TO WS-PRINT-LINE(27:13)
              MOVE WS-PRN-MILES TO WS-PRINT-LINE(41:9)
              MOVE WS-PRN-PER-MILE TO WS-PRINT-LINE(51:7)
              MOVE WS-PRN-PRIOR-KG TO WS-PRINT-LINE(59:13)
              IF VT-PRIOR-KG(VT-IDX) > 0
                 COMPUTE WS-CHANGE-PCT ROUNDED =
                    (WS-VEH-KG - VT-PRIOR-KG(VT-IDX)) * 100
                    / VT-PRIOR-KG(VT-IDX)
                    ON SIZE ERROR MOVE 999.9 TO WS-CHANGE-PCT
                 END-COMPUTE
                 MOVE WS-CHANGE-PCT TO WS-PRN-PCT
                 MOVE WS-PRN-PCT TO WS-PRINT-LINE(73:7)
              ELSE
                 MOVE "NEW" TO WS-PRINT-LINE(76:3)
              END-IF
              PERFORM 015-PRINT-ONE-LINE THRU 015-EXIT
           END-PERFORM
           IF WS-VT-COUNT = 0
              MOVE "  NONE" TO WS-PRINT-LINE
              PERFORM 015-PRINT-ONE-LINE THRU 015-EXIT
           END-IF
       .
       010-EXIT.
           EXIT
       .

       011-PRINT-COST-CENTERS.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 015-PRINT-ONE-LINE THRU 015-EXIT
           MOVE "KG CO2E BY COST CENTER AND MONTH" TO WS-PRINT-LINE
           PERFORM 015-PRINT-ONE-LINE THRU 015-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           MOVE "CC" TO WS-PRINT-LINE(1:2)
           PERFORM VARYING WS-MM FROM 1 BY 1 UNTIL WS-MM > 12
              COMPUTE WS-COL = 11 + (WS-MM - 1) * 9
              MOVE MONTH-NAME(WS-MM) TO WS-PRINT-LINE(WS-COL:3)
           END-PERFORM
           MOVE "TOTAL" TO WS-PRINT-LINE(119:5)
           PERFORM 015-PRINT-ONE-LINE THRU 015-EXIT
           PERFORM VARYING CCT-IDX FROM 1 BY 1
              UNTIL CCT-IDX > WS-CCT-COUNT
              MOVE SPACES TO WS-PRINT-LINE
              MOVE CCT-CC(CCT-IDX) TO WS-PRINT-LINE(1:4)
              MOVE ZEROS TO WS-CC-TOTAL
              PERFORM VARYING WS-MM FROM 1 BY 1 UNTIL WS-MM > 12
                 ADD CCT-KG(CCT-IDX WS-MM) TO WS-CC-TOTAL
                 IF WS-MM NOT > WS-TARGET-MM
                    COMPUTE WS-COL = 6 + (WS-MM - 1) * 9
                    COMPUTE WS-PRN-MONTH-KG ROUNDED =
                       CCT-KG(CCT-IDX WS-MM)
                    MOVE WS-PRN-MONTH-KG TO WS-PRINT-LINE(WS-COL:8)
                 END-IF
              END-PERFORM
              COMPUTE WS-PRN-CC-KG ROUNDED = WS-CC-TOTAL
              MOVE WS-PRN-CC-KG TO WS-PRINT-LINE(114:10)
              PERFORM 015-PRINT-ONE-LINE THRU 015-EXIT
           END-PERFORM
           IF WS-CCT-COUNT = 0
              MOVE "  NONE" TO WS-PRINT-LINE
              PERFORM 015-PRINT-ONE-LINE THRU 015-EXIT
           END-IF
       .
       011-EXIT.
           EXIT
       .

       012-PRINT-FLEET.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 015-PRINT-ONE-LINE THRU 015-EXIT
           MOVE "YEAR-OVER-YEAR FLEET COMPARISON" TO WS-PRINT-LINE
           PERFORM 015-PRINT-ONE-LINE THRU 015-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           MOVE "YEAR" TO WS-PRINT-LINE(1:4)
           MOVE "GALLONS" TO WS-PRINT-LINE(16:7)
           MOVE "KG CO2E" TO WS-PRINT-LINE(33:7)
           MOVE "MILES" TO WS-PRINT-LINE(47:5)
           MOVE "KG/MILE" TO WS-PRINT-LINE(54:7)
           PERFORM 015-PRINT-ONE-LINE THRU 015-EXIT
           MOVE WS-FLEET-GAL TO WS-PRN-BIG-GAL
           MOVE WS-FLEET-KG TO WS-PRN-BIG-KG
           MOVE WS-FLEET-MILES TO WS-PRN-BIG-MILES
           MOVE ZEROS TO WS-PER-MILE
           IF WS-FLEET-MILES > 0
              COMPUTE WS-PER-MILE ROUNDED = WS-FLEET-KG / WS-FLEET-MILES
                 ON SIZE ERROR MOVE 999.999 TO WS-PER-MILE
              END-COMPUTE
           END-IF
           MOVE WS-PER-MILE TO WS-PRN-PER-MILE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-TARGET-YEAR TO WS-PRINT-LINE(1:4)
           MOVE WS-PRN-BIG-GAL TO WS-PRINT-LINE(9:14)
           MOVE WS-PRN-BIG-KG TO WS-PRINT-LINE(24:16)
           MOVE WS-PRN-BIG-MILES TO WS-PRINT-LINE(41:11)
           MOVE WS-PRN-PER-MILE TO WS-PRINT-LINE(54:7)
           PERFORM 015-PRINT-ONE-LINE THRU 015-EXIT
           MOVE WS-PRIOR-GAL TO WS-PRN-BIG-GAL
           MOVE WS-PRIOR-KG TO WS-PRN-BIG-KG
           MOVE WS-PRIOR-MILES TO WS-PRN-BIG-MILES
           MOVE ZEROS TO WS-PER-MILE
           IF WS-PRIOR-MILES > 0
              COMPUTE WS-PER-MILE ROUNDED = WS-PRIOR-KG / WS-PRIOR-MILES
                 ON SIZE ERROR MOVE 999.999 TO WS-PER-MILE
              END-COMPUTE
           END-IF
           MOVE WS-PER-MILE TO WS-PRN-PER-MILE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-PRIOR-YEAR TO WS-PRINT-LINE(1:4)
           MOVE WS-PRN-BIG-GAL TO WS-PRINT-LINE(9:14)
           MOVE WS-PRN-BIG-KG TO WS-PRINT-LINE(24:16)
           MOVE WS-PRN-BIG-MILES TO WS-PRINT-LINE(41:11)
           MOVE WS-PRN-PER-MILE TO WS-PRINT-LINE(54:7)
           PERFORM 015-PRINT-ONE-LINE THRU 015-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-PRIOR-KG > 0
              COMPUTE WS-CHANGE-PCT ROUNDED =
                 (WS-FLEET-KG - WS-PRIOR-KG) * 100 / WS-PRIOR-KG
                 ON SIZE ERROR MOVE 999.9 TO WS-CHANGE-PCT
              END-COMPUTE
              MOVE WS-CHANGE-PCT TO WS-PRN-PCT
              STRING "CHANGE IN KG CO2E FROM " WS-PRIOR-YEAR
                 " (SAME MONTHS) " WS-PRN-PCT "%"
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
              STRING "NO EMISSIONS ON FILE FOR " WS-PRIOR-YEAR
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF
           PERFORM 015-PRINT-ONE-LINE THRU 015-EXIT
           IF WS-NOFACTOR-COUNT > 0
              MOVE WS-NOFACTOR-GAL TO WS-PRN-BIG-GAL
              MOVE SPACES TO WS-PRINT-LINE
              STRING "GALLONS NOT CONVERTED (NO EMISSION FACTOR) "
                 WS-PRN-BIG-GAL
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
              PERFORM 015-PRINT-ONE-LINE THRU 015-EXIT
           END-IF
       .
       012-EXIT.
           EXIT
       .

       013-WRITE-EXTRACT.
           OPEN OUTPUT EXTRACT-FILE
           PERFORM VARYING VT-IDX FROM 1 BY 1
              UNTIL VT-IDX > WS-VT-COUNT
              PERFORM VARYING WS-MM FROM 1 BY 1
                 UNTIL WS-MM > WS-TARGET-MM
                 IF VT-GAL(VT-IDX WS-MM) > 0
                    OR VT-MILES(VT-IDX WS-MM) > 0
                    PERFORM 014-WRITE-EXTRACT-LINE THRU 014-EXIT
                 END-IF
              END-PERFORM
           END-PERFORM
           CLOSE EXTRACT-FILE
       .
       013-EXIT.
           EXIT
       .

       014-WRITE-EXTRACT-LINE.
           MOVE VT-VEH-ID(VT-IDX) TO WS-EVT-VEH-ID
           MOVE WS-TARGET-YEAR TO WS-EVT-DATE(1:4)
           MOVE WS-MM TO WS-EVT-DATE(5:2)
           MOVE "31" TO WS-EVT-DATE(7:2)
           PERFORM 009-FIND-COST-CENTER THRU 009-EXIT
           MOVE SPACES TO GHG-EXTRACT-REC
           MOVE WS-EVT-DATE(1:6) TO GHX-PERIOD
           MOVE VT-VEH-ID(VT-IDX) TO GHX-VEH-ID
           MOVE VT-CLASS(VT-IDX) TO GHX-CLASS
           MOVE WS-BEST-CC TO GHX-COST-CENTER
           MOVE VT-GAL(VT-IDX WS-MM) TO GHX-GALLONS
           MOVE VT-KG(VT-IDX WS-MM) TO GHX-KG-CO2E
           MOVE VT-MILES(VT-IDX WS-MM) TO GHX-MILES
           WRITE GHG-EXTRACT-REC
           ADD 1 TO WS-EXTRACT-COUNT
       .
       014-EXIT.
           EXIT
       .

       015-PRINT-ONE-LINE.
           MOVE " " TO PRN-CARRIAGE-CTL
           MOVE WS-PRINT-LINE TO PRN-TEXT
           WRITE PRINT-REC
           DISPLAY WS-PRINT-LINE
       .
       015-EXIT.
           EXIT
       .

       016-RECORD-RUN-HISTORY.
           OPEN I-O RUN-HISTORY-FILE
           IF WS-RUNH-FSTATUS = "35"
              OPEN OUTPUT RUN-HISTORY-FILE
           END-IF
           MOVE SPACES TO RUN-HISTORY-REC
           MOVE "GHGRPT" TO RUNH-PROGRAM
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
       016-EXIT.
           EXIT
       .

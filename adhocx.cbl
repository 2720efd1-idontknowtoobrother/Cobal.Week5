       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADHOCX.
       AUTHOR. JAKKRIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUERY-FILE ASSIGN TO "adhoc-queries.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-QRY-FSTATUS.
           SELECT VEHICLE-MASTER ASSIGN TO DYNAMIC WS-VEHM-DSN
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS VEH-ID
              FILE STATUS IS WS-VEH-FSTATUS.
           SELECT ASSIGN-FILE ASSIGN TO DYNAMIC WS-ASGF-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ASG-FSTATUS.
           SELECT MILEAGE-HIST-FILE ASSIGN TO DYNAMIC WS-MHI-DSN
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS MH-KEY
              FILE STATUS IS WS-MHIST-FSTATUS.
           SELECT WORK-ORDER-FILE ASSIGN TO DYNAMIC WS-WOI-DSN
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS WO-NUMBER
              ALTERNATE RECORD KEY IS WO-VEH-ID WITH DUPLICATES
              FILE STATUS IS WS-WO-FSTATUS.
           SELECT FUEL-FILE ASSIGN TO DYNAMIC WS-FUELF-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FUEL-FSTATUS.
           SELECT BATCH-FLAG-FILE ASSIGN TO "nightly-batch.flg"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BATCH-FSTATUS.
           SELECT CSV-FILE ASSIGN TO DYNAMIC WS-CSV-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CSV-FSTATUS.
           SELECT SORT-WORK ASSIGN TO "adhocx-sortwk".
           SELECT RUN-HISTORY-FILE ASSIGN TO "run-history.idx"
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS RUNH-KEY
              FILE STATUS IS WS-RUNH-FSTATUS.
           SELECT PRINT-FILE ASSIGN TO "adhocx-print.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  QUERY-FILE.
       01  QUERY-CARD          PIC X(80).

       FD  VEHICLE-MASTER.
       COPY "vehicle-rec.cpy".

       FD  ASSIGN-FILE.
       COPY "veh-assign.cpy".

       FD  MILEAGE-HIST-FILE.
       COPY "mileage-hist.cpy".

       FD  WORK-ORDER-FILE.
       COPY "work-order.cpy".

       FD  FUEL-FILE.
       COPY "fuel-trans.cpy".

       FD  BATCH-FLAG-FILE.
       COPY "batch-flag.cpy".

       FD  CSV-FILE.
       01  CSV-REC             PIC X(400).

       SD  SORT-WORK.
       01  SORT-REC.
           05 SRT-KEY-1        PIC X(20).
           05 SRT-KEY-2        PIC X(20).
           05 SRT-KEY-3        PIC X(20).
           05 SRT-VEH-NO       PIC 9(4).

       FD  RUN-HISTORY-FILE.
       COPY "run-history.cpy".

       FD  PRINT-FILE.
       COPY "print-line.cpy".

       WORKING-STORAGE SECTION.
       COPY "run-stamp.cpy".
       COPY "adhoc-card.cpy".
       01  WS-VEHM-DSN        PIC X(40)
           VALUE "vehicle-master.idx".
       01  WS-ASGF-DSN        PIC X(40)
           VALUE "veh-assign.dat".
       01  WS-MHI-DSN         PIC X(40)
           VALUE "mileage-history.idx".
       01  WS-WOI-DSN         PIC X(40)
           VALUE "work-orders.idx".
       01  WS-FUELF-DSN       PIC X(40)
           VALUE "fuel-trans.dat".
       01  WS-SPOOL-PROGRAM    PIC X(12) VALUE SPACES.
       01  WS-SPOOL-FILE       PIC X(40)
           VALUE "adhocx-print.dat".
       01  WS-CSV-NAME         PIC X(40) VALUE SPACES.
       01  WS-OPERATOR-ID      PIC X(8) VALUE "SYSTEM".
       01  WS-QRY-FSTATUS      PIC XX VALUE "00".
       01  WS-VEH-FSTATUS      PIC XX VALUE "00".
       01  WS-ASG-FSTATUS      PIC XX VALUE "00".
       01  WS-MHIST-FSTATUS    PIC XX VALUE "00".
       01  WS-WO-FSTATUS       PIC XX VALUE "00".
       01  WS-FUEL-FSTATUS     PIC XX VALUE "00".
       01  WS-BATCH-FSTATUS    PIC XX VALUE "00".
       01  WS-CSV-FSTATUS      PIC XX VALUE "00".
       01  WS-RUNH-FSTATUS     PIC XX VALUE "00".
       01  WS-QRY-EOF-SW       PIC X VALUE "N".
           88 END-OF-QUERIES      VALUE "Y".
       01  WS-VEH-EOF-SW       PIC X VALUE "N".
           88 END-OF-VEHICLES     VALUE "Y".
       01  WS-ASG-EOF-SW       PIC X VALUE "N".
           88 END-OF-ASSIGNS      VALUE "Y".
       01  WS-MH-EOF-SW        PIC X VALUE "N".
           88 END-OF-HISTORY      VALUE "Y".
       01  WS-WO-EOF-SW        PIC X VALUE "N".
           88 END-OF-WORK-ORDERS  VALUE "Y".
       01  WS-FUEL-EOF-SW      PIC X VALUE "N".
           88 END-OF-FUEL         VALUE "Y".
       01  WS-SORT-EOF-SW      PIC X VALUE "N".
           88 END-OF-SORT         VALUE "Y".
       01  WS-BATCH-SW         PIC X VALUE "N".
           88 BATCH-RUN           VALUE "Y".
       01  WS-QUERY-OK-SW      PIC X VALUE "N".
           88 QUERY-OK            VALUE "Y".
       01  WS-ROW-OK-SW        PIC X VALUE "N".
           88 ROW-SELECTED        VALUE "Y".
       01  WS-ASG-LOADED-SW    PIC X VALUE "N".
           88 ASSIGNS-LOADED      VALUE "Y".
       01  WS-MH-LOADED-SW     PIC X VALUE "N".
           88 HISTORY-LOADED      VALUE "Y".
       01  WS-WO-LOADED-SW     PIC X VALUE "N".
           88 WORK-ORDERS-LOADED  VALUE "Y".
       01  WS-FUEL-LOADED-SW   PIC X VALUE "N".
           88 FUEL-LOADED         VALUE "Y".
       01  CARD-TABLE.
           05 CRD-IMAGE OCCURS 500 TIMES
              INDEXED BY CRD-IDX QRY-CRD-IDX PIC X(80).
       01  WS-CRD-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-CRD-MAX          PIC 9(3) VALUE 500.
       01  FIELD-LIST.
           05 FILLER PIC X(24) VALUE "VEH-ID      VEHICLE X006".
           05 FILLER PIC X(24) VALUE "VEH-CLASS   VEHICLE X002".
           05 FILLER PIC X(24) VALUE "VEH-STATUS  VEHICLE X001".
           05 FILLER PIC X(24) VALUE "ODOMETER    VEHICLE N007".
           05 FILLER PIC X(24) VALUE "MILES       VEHICLE N007".
           05 FILLER PIC X(24) VALUE "COST-CENTER ASSIGN  X004".
           05 FILLER PIC X(24) VALUE "DRIVER      ASSIGN  X020".
           05 FILLER PIC X(24) VALUE "DRIVER-ID   ASSIGN  X006".
           05 FILLER PIC X(24) VALUE "HIST-MILES  MILEAGE N009".
           05 FILLER PIC X(24) VALUE "HIST-PERIODSMILEAGE N005".
           05 FILLER PIC X(24) VALUE "LAST-PERIOD MILEAGE N008".
           05 FILLER PIC X(24) VALUE "WO-COUNT    WORKORD N005".
           05 FILLER PIC X(24) VALUE "OPEN-WO     WORKORD N005".
           05 FILLER PIC X(24) VALUE "LAST-WO-DATEWORKORD N008".
           05 FILLER PIC X(24) VALUE "FUEL-TXNS   FUEL    N005".
           05 FILLER PIC X(24) VALUE "FUEL-GALLONSFUEL    N210".
           05 FILLER PIC X(24) VALUE "FUEL-AMOUNT FUEL    N212".
           05 FILLER PIC X(24) VALUE "LAST-FUEL-DTFUEL    N008".
       01  FIELD-TABLE REDEFINES FIELD-LIST.
           05 FLD-ENTRY OCCURS 18 TIMES INDEXED BY FLD-IDX.
              10 FLD-NAME       PIC X(12).
              10 FLD-FILE       PIC X(8).
              10 FLD-TYPE       PIC X.
                 88 FLD-NUMERIC    VALUE "N".
              10 FLD-DECIMALS   PIC 9.
              10 FLD-WIDTH      PIC 99.
       01  WS-FLD-COUNT        PIC 99 VALUE 18.
       01  ROW-TABLE.
           05 ROW-ENTRY OCCURS 18 TIMES.
              10 ROW-TEXT       PIC X(20).
              10 ROW-NUM        PIC 9(11)V99.
       01  VQ-TABLE.
           05 VQ-ENTRY OCCURS 500 TIMES INDEXED BY VQ-IDX.
              10 VQ-VEH-ID      PIC X(6).
              10 VQ-CLASS       PIC X(2).
              10 VQ-STATUS      PIC X.
              10 VQ-START-ODOM  PIC 9(6).
              10 VQ-END-ODOM    PIC 9(6).
              10 VQ-CC          PIC X(4).
              10 VQ-DRIVER      PIC X(20).
              10 VQ-DRIVER-ID   PIC X(6).
              10 VQ-ASG-DATE    PIC 9(8).
              10 VQ-HIST-MILES  PIC 9(9).
              10 VQ-HIST-PERIODS PIC 9(5).
              10 VQ-LAST-PERIOD PIC 9(8).
              10 VQ-WO-COUNT    PIC 9(5).
              10 VQ-OPEN-WO     PIC 9(5).
              10 VQ-LAST-WO     PIC 9(8).
              10 VQ-FUEL-TXNS   PIC 9(5).
              10 VQ-FUEL-GAL    PIC 9(8)V99.
              10 VQ-FUEL-AMT    PIC 9(9)V99.
              10 VQ-LAST-FUEL   PIC 9(8).
       01  WS-VQ-COUNT         PIC 9(4) VALUE ZEROS.
       01  WS-VQ-MAX           PIC 9(4) VALUE 500.
       01  WS-VQ-MATCH         PIC 9(4) VALUE ZEROS.
       01  WS-WANT-VEH-ID      PIC X(6) VALUE SPACES.
       01  WS-DROPPED-COUNT    PIC 9(5) VALUE ZEROS.
       01  WS-QUERY-NAME       PIC X(8) VALUE SPACES.
       01  WS-QUERY-TITLE      PIC X(40) VALUE SPACES.
       01  WS-QUERY-OUTPUT     PIC X VALUE SPACE.
           88 OUTPUT-CSV          VALUE "C".
       01  WS-QUERY-FOUND-SW   PIC X VALUE "N".
           88 QUERY-FOUND         VALUE "Y".
       01  WS-FILES-NAMED.
           05 WS-NAMED-ASSIGN   PIC X VALUE "N".
           05 WS-NAMED-MILEAGE  PIC X VALUE "N".
           05 WS-NAMED-WORKORD  PIC X VALUE "N".
           05 WS-NAMED-FUEL     PIC X VALUE "N".
       01  SELECT-TABLE.
           05 SEL-ENTRY OCCURS 10 TIMES INDEXED BY SEL-IDX.
              10 SEL-FIELD-NO   PIC 99.
              10 SEL-OPER       PIC XX.
              10 SEL-VALUE      PIC X(20).
              10 SEL-NUM        PIC 9(11)V99.
       01  WS-SEL-COUNT        PIC 99 VALUE ZEROS.
       01  WS-SEL-MAX          PIC 99 VALUE 10.
       01  SORT-KEY-TABLE.
           05 SKY-ENTRY OCCURS 3 TIMES INDEXED BY SKY-IDX.
              10 SKY-FIELD-NO   PIC 99.
              10 SKY-DIR        PIC X.
       01  WS-SKY-COUNT        PIC 9 VALUE ZERO.
       01  WS-SKY-MAX          PIC 9 VALUE 3.
       01  COLUMN-TABLE.
           05 COL-ENTRY OCCURS 12 TIMES INDEXED BY COL-IDX.
              10 COL-FIELD-NO   PIC 99.
              10 COL-HEAD       PIC X(20).
              10 COL-WIDTH      PIC 99.
       01  WS-COL-COUNT        PIC 99 VALUE ZEROS.
       01  WS-COL-MAX          PIC 99 VALUE 12.
       01  WS-LOOKUP-NAME      PIC X(12) VALUE SPACES.
       01  WS-FIELD-NO         PIC 99 VALUE ZEROS.
       01  WS-CARD-ERROR       PIC X(50) VALUE SPACES.
       01  WS-NUM-TEST         PIC 9(4) VALUE ZEROS.
       01  WS-HEAD-LEN         PIC 99 VALUE ZEROS.
       01  WS-CELL             PIC X(40) VALUE SPACES.
       01  WS-CELL-POS         PIC 99 VALUE ZEROS.
       01  WS-EDIT-N0          PIC Z(10)9.
       01  WS-EDIT-N2          PIC Z(10)9.99.
       01  WS-EDIT-TEXT        PIC X(14) VALUE SPACES.
       01  WS-EDIT-LEN         PIC 99 VALUE ZEROS.
       01  WS-KEY-WORK         PIC X(20) VALUE SPACES.
       01  WS-KEY-NUM-AREA.
           05 WS-KEY-NUM       PIC 9(11)V99.
       01  WS-COLLATE-UP.
           05 FILLER PIC X(33)
              VALUE " -./0123456789ABCDEFGHIJKLMNOPQRS".
           05 FILLER PIC X(33)
              VALUE "TUVWXYZabcdefghijklmnopqrstuvwxyz".
       01  WS-COLLATE-DOWN.
           05 FILLER PIC X(33)
              VALUE "zyxwvutsrqponmlkjihgfedcbaZYXWVUT".
           05 FILLER PIC X(33)
              VALUE "SRQPONMLKJIHGFEDCBA9876543210/.- ".
       01  WS-CSV-LINE         PIC X(400) VALUE SPACES.
       01  WS-CSV-POS          PIC 9(3) VALUE ZEROS.
       01  WS-LINE-POS         PIC 9(3) VALUE ZEROS.
       01  WS-COMMA-COUNT      PIC 99 VALUE ZEROS.
       01  WS-ROWS-SELECTED    PIC 9(5) VALUE ZEROS.
       01  WS-QUERIES-RUN      PIC 9(3) VALUE ZEROS.
       01  WS-QUERIES-REJECTED PIC 9(3) VALUE ZEROS.
       01  WS-TOTAL-ROWS       PIC 9(7) VALUE ZEROS.
       01  WS-RUN-START-DATE   PIC 9(8).
       01  WS-RUN-START-TIME   PIC 9(8).
       01  WS-RUN-STATUS       PIC X(8) VALUE "OK".
       01  WS-PRN-ROWS         PIC ZZ,ZZ9.
       01  WS-PRN-VEHICLES     PIC ZZ,ZZ9.
       01  WS-PRINT-LINE       PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       000-BEGIN.
           CALL "GETDSN" USING WS-VEHM-DSN
           CALL "GETDSN" USING WS-ASGF-DSN
           CALL "GETDSN" USING WS-MHI-DSN
           CALL "GETDSN" USING WS-WOI-DSN
           CALL "GETDSN" USING WS-FUELF-DSN
           CALL "GETOPER" USING WS-OPERATOR-ID
           CALL "GETBDATE" USING WS-RUN-START-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-RUN-START-TIME
           MOVE WS-RUN-START-DATE TO WS-PRN-RUN-DATE
           PERFORM 021-CHECK-BATCH THRU 021-EXIT
           PERFORM 001-LOAD-CARDS THRU 001-EXIT
           IF WS-CRD-COUNT = 0
              DISPLAY "ADHOCX: no query cards in adhoc-queries.dat."
              MOVE "ABORTED" TO WS-RUN-STATUS
              MOVE 8 TO RETURN-CODE
              PERFORM 016-RECORD-RUN-HISTORY THRU 016-EXIT
              GOBACK
           END-IF
           PERFORM 006-LOAD-VEHICLES THRU 006-EXIT
           IF WS-VQ-COUNT = 0
              DISPLAY "ADHOCX: no vehicles on the master."
              MOVE "ABORTED" TO WS-RUN-STATUS
              MOVE 8 TO RETURN-CODE
              PERFORM 016-RECORD-RUN-HISTORY THRU 016-EXIT
              GOBACK
           END-IF
           IF BATCH-RUN
              PERFORM VARYING CRD-IDX FROM 1 BY 1
                 UNTIL CRD-IDX > WS-CRD-COUNT
                 MOVE CRD-IMAGE(CRD-IDX) TO ADHOC-CARD-REC
                 IF QC-HEADER-CARD AND QC-SCHEDULE = "Y"
                    MOVE QC-QUERY TO WS-QUERY-NAME
                    PERFORM 003-RUN-QUERY THRU 003-EXIT
                 END-IF
              END-PERFORM
              IF WS-QUERIES-RUN = 0
                 DISPLAY "ADHOCX: no queries are scheduled for the "
                    "nightly run."
              END-IF
           ELSE
              DISPLAY "Query to run (Enter to list saved queries): "
                 WITH NO ADVANCING
              MOVE SPACES TO WS-QUERY-NAME
              ACCEPT WS-QUERY-NAME
              IF WS-QUERY-NAME = SPACES
                 PERFORM 002-LIST-QUERIES THRU 002-EXIT
                 DISPLAY "Query to run: " WITH NO ADVANCING
                 ACCEPT WS-QUERY-NAME
              END-IF
              MOVE FUNCTION UPPER-CASE(WS-QUERY-NAME)
                 TO WS-QUERY-NAME
              IF WS-QUERY-NAME NOT = SPACES
                 PERFORM 003-RUN-QUERY THRU 003-EXIT
              END-IF
           END-IF
           DISPLAY "-----------------------------------------------"
           DISPLAY "Vehicles available . . . . . . : " WS-VQ-COUNT
           DISPLAY "Queries run  . . . . . . . . . : " WS-QUERIES-RUN
           DISPLAY "Queries rejected . . . . . . . : "
              WS-QUERIES-REJECTED
           DISPLAY "Rows extracted in total  . . . : " WS-TOTAL-ROWS
           DISPLAY "==============================================="
           IF WS-DROPPED-COUNT > 0
              DISPLAY "ADHOCX: " WS-DROPPED-COUNT
                 " vehicles beyond table capacity were not loaded."
           END-IF
           IF WS-QUERIES-REJECTED > 0 OR WS-DROPPED-COUNT > 0
              MOVE "FLAGGED" TO WS-RUN-STATUS
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 016-RECORD-RUN-HISTORY THRU 016-EXIT
           GOBACK
       .

       001-LOAD-CARDS.
           OPEN INPUT QUERY-FILE
           IF WS-QRY-FSTATUS NOT = "00"
              GO TO 001-EXIT
           END-IF
           PERFORM UNTIL END-OF-QUERIES
              READ QUERY-FILE
                 AT END MOVE "Y" TO WS-QRY-EOF-SW
                 NOT AT END
                    IF QUERY-CARD NOT = SPACES
                       AND WS-CRD-COUNT < WS-CRD-MAX
                       ADD 1 TO WS-CRD-COUNT
                       MOVE QUERY-CARD TO CRD-IMAGE(WS-CRD-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE QUERY-FILE
       .
       001-EXIT.
           EXIT
       .

       002-LIST-QUERIES.
           DISPLAY "QUERY    NIGHTLY OUTPUT TITLE"
           PERFORM VARYING CRD-IDX FROM 1 BY 1
              UNTIL CRD-IDX > WS-CRD-COUNT
              MOVE CRD-IMAGE(CRD-IDX) TO ADHOC-CARD-REC
              IF QC-HEADER-CARD
                 DISPLAY QC-QUERY "    " QC-SCHEDULE "       "
                    QC-OUTPUT "    " QC-TITLE
              END-IF
           END-PERFORM
       .
       002-EXIT.
           EXIT
       .

       003-RUN-QUERY.
           ADD 1 TO WS-QUERIES-RUN
           MOVE "N" TO WS-QUERY-FOUND-SW
           MOVE "Y" TO WS-QUERY-OK-SW
           MOVE SPACES TO WS-CARD-ERROR
           MOVE "NNNN" TO WS-FILES-NAMED
           MOVE ZEROS TO WS-SEL-COUNT WS-SKY-COUNT WS-COL-COUNT
           MOVE SPACES TO WS-QUERY-TITLE
           MOVE "R" TO WS-QUERY-OUTPUT
           PERFORM VARYING QRY-CRD-IDX FROM 1 BY 1
              UNTIL QRY-CRD-IDX > WS-CRD-COUNT OR NOT QUERY-OK
              MOVE CRD-IMAGE(QRY-CRD-IDX) TO ADHOC-CARD-REC
              IF QC-QUERY = WS-QUERY-NAME
                 PERFORM 004-TAKE-CARD THRU 004-EXIT
              END-IF
           END-PERFORM
           IF QUERY-OK AND NOT QUERY-FOUND
              MOVE "NO Q CARD FOR THIS QUERY NAME" TO WS-CARD-ERROR
              MOVE "N" TO WS-QUERY-OK-SW
           END-IF
           IF QUERY-OK AND WS-COL-COUNT = 0
              MOVE "NO C CARDS - NOTHING TO EXTRACT" TO WS-CARD-ERROR
              MOVE "N" TO WS-QUERY-OK-SW
           END-IF
           IF NOT QUERY-OK
              ADD 1 TO WS-QUERIES-REJECTED
              DISPLAY "ADHOCX: query " WS-QUERY-NAME " rejected - "
                 WS-CARD-ERROR
              GO TO 003-EXIT
           END-IF
           IF WS-NAMED-ASSIGN = "Y" AND NOT ASSIGNS-LOADED
              PERFORM 007-LOAD-ASSIGNMENTS THRU 007-EXIT
           END-IF
           IF WS-NAMED-MILEAGE = "Y" AND NOT HISTORY-LOADED
              PERFORM 008-LOAD-MILEAGE THRU 008-EXIT
           END-IF
           IF WS-NAMED-WORKORD = "Y" AND NOT WORK-ORDERS-LOADED
              PERFORM 009-LOAD-WORK-ORDERS THRU 009-EXIT
           END-IF
           IF WS-NAMED-FUEL = "Y" AND NOT FUEL-LOADED
              PERFORM 010-LOAD-FUEL THRU 010-EXIT
           END-IF
           MOVE SPACES TO WS-SPOOL-PROGRAM
           STRING "QRY-" WS-QUERY-NAME DELIMITED BY SPACE
              INTO WS-SPOOL-PROGRAM
           MOVE SPACES TO WS-CSV-NAME
           STRING "adhoc-" FUNCTION LOWER-CASE(WS-QUERY-NAME) ".csv"
              DELIMITED BY SPACE INTO WS-CSV-NAME
           MOVE ZEROS TO WS-ROWS-SELECTED
           OPEN OUTPUT PRINT-FILE
           PERFORM 012-PRINT-HEADING THRU 012-EXIT
           IF OUTPUT-CSV
              OPEN OUTPUT CSV-FILE
              PERFORM 022-CSV-HEADER THRU 022-EXIT
           ELSE
              PERFORM 023-REPORT-HEADER THRU 023-EXIT
           END-IF
           SORT SORT-WORK
              ON ASCENDING KEY SRT-KEY-1 SRT-KEY-2 SRT-KEY-3
                 SRT-VEH-NO
              INPUT PROCEDURE IS 017-SORT-INPUT THRU 017-EXIT
              OUTPUT PROCEDURE IS 018-SORT-OUTPUT THRU 018-EXIT
           IF OUTPUT-CSV
              CLOSE CSV-FILE
           END-IF
           MOVE WS-ROWS-SELECTED TO WS-PRN-ROWS
           MOVE WS-VQ-COUNT TO WS-PRN-VEHICLES
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           STRING WS-PRN-ROWS " ROW(S) SELECTED FROM " WS-PRN-VEHICLES
              " VEHICLES" DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           IF OUTPUT-CSV
              STRING "CSV EXTRACT WRITTEN TO " WS-CSV-NAME
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
              PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           END-IF
           CLOSE PRINT-FILE
           CALL "SPOOLSAVE" USING WS-SPOOL-PROGRAM WS-SPOOL-FILE
           ADD WS-ROWS-SELECTED TO WS-TOTAL-ROWS
       .
       003-EXIT.
           EXIT
       .

       004-TAKE-CARD.
           EVALUATE TRUE
              WHEN QC-HEADER-CARD
                 MOVE "Y" TO WS-QUERY-FOUND-SW
                 MOVE QC-TITLE TO WS-QUERY-TITLE
                 MOVE QC-OUTPUT TO WS-QUERY-OUTPUT
                 IF WS-QUERY-OUTPUT NOT = "C"
                    MOVE "R" TO WS-QUERY-OUTPUT
                 END-IF
              WHEN QC-FILE-CARD
                 EVALUATE QC-FILE-ID
                    WHEN "VEHICLE"
                       CONTINUE
                    WHEN "ASSIGN"
                       MOVE "Y" TO WS-NAMED-ASSIGN
                    WHEN "MILEAGE"
                       MOVE "Y" TO WS-NAMED-MILEAGE
                    WHEN "WORKORD"
                       MOVE "Y" TO WS-NAMED-WORKORD
                    WHEN "FUEL"
                       MOVE "Y" TO WS-NAMED-FUEL
                    WHEN OTHER
                       STRING "UNKNOWN FILE " QC-FILE-ID
                          DELIMITED BY SIZE INTO WS-CARD-ERROR
                       MOVE "N" TO WS-QUERY-OK-SW
                 END-EVALUATE
              WHEN QC-SELECT-CARD
                 MOVE QC-SEL-FIELD TO WS-LOOKUP-NAME
                 PERFORM 005-FIND-FIELD THRU 005-EXIT
                 IF NOT QUERY-OK
                    GO TO 004-EXIT
                 END-IF
                 IF QC-SEL-OPER NOT = "EQ" AND NOT = "NE"
                    AND NOT = "GT" AND NOT = "GE"
                    AND NOT = "LT" AND NOT = "LE"
                    STRING "BAD OPERATOR " QC-SEL-OPER " ON "
                       QC-SEL-FIELD DELIMITED BY SIZE
                       INTO WS-CARD-ERROR
                    MOVE "N" TO WS-QUERY-OK-SW
                    GO TO 004-EXIT
                 END-IF
                 IF WS-SEL-COUNT >= WS-SEL-MAX
                    MOVE "MORE THAN 10 S CARDS" TO WS-CARD-ERROR
                    MOVE "N" TO WS-QUERY-OK-SW
                    GO TO 004-EXIT
                 END-IF
                 ADD 1 TO WS-SEL-COUNT
                 MOVE WS-FIELD-NO TO SEL-FIELD-NO(WS-SEL-COUNT)
                 MOVE QC-SEL-OPER TO SEL-OPER(WS-SEL-COUNT)
                 MOVE QC-SEL-VALUE TO SEL-VALUE(WS-SEL-COUNT)
                 MOVE ZEROS TO SEL-NUM(WS-SEL-COUNT)
                 IF FLD-NUMERIC(WS-FIELD-NO)
                    MOVE FUNCTION TEST-NUMVAL(QC-SEL-VALUE)
                       TO WS-NUM-TEST
                    IF WS-NUM-TEST NOT = 0
                       STRING "VALUE NOT NUMERIC ON " QC-SEL-FIELD
                          DELIMITED BY SIZE INTO WS-CARD-ERROR
                       MOVE "N" TO WS-QUERY-OK-SW
                       GO TO 004-EXIT
                    END-IF
                    COMPUTE SEL-NUM(WS-SEL-COUNT) =
                       FUNCTION NUMVAL(QC-SEL-VALUE)
                 END-IF
              WHEN QC-SORT-CARD
                 MOVE QC-SORT-FIELD TO WS-LOOKUP-NAME
                 PERFORM 005-FIND-FIELD THRU 005-EXIT
                 IF NOT QUERY-OK
                    GO TO 004-EXIT
                 END-IF
                 IF WS-SKY-COUNT >= WS-SKY-MAX
                    MOVE "MORE THAN 3 O CARDS" TO WS-CARD-ERROR
                    MOVE "N" TO WS-QUERY-OK-SW
                    GO TO 004-EXIT
                 END-IF
                 ADD 1 TO WS-SKY-COUNT
                 MOVE WS-FIELD-NO TO SKY-FIELD-NO(WS-SKY-COUNT)
                 IF QC-SORT-DIR = "D"
                    MOVE "D" TO SKY-DIR(WS-SKY-COUNT)
                 ELSE
                    MOVE "A" TO SKY-DIR(WS-SKY-COUNT)
                 END-IF
              WHEN QC-COLUMN-CARD
                 MOVE QC-COL-FIELD TO WS-LOOKUP-NAME
                 PERFORM 005-FIND-FIELD THRU 005-EXIT
                 IF NOT QUERY-OK
                    GO TO 004-EXIT
                 END-IF
                 IF WS-COL-COUNT >= WS-COL-MAX
                    MOVE "MORE THAN 12 C CARDS" TO WS-CARD-ERROR
                    MOVE "N" TO WS-QUERY-OK-SW
                    GO TO 004-EXIT
                 END-IF
                 ADD 1 TO WS-COL-COUNT
                 MOVE WS-FIELD-NO TO COL-FIELD-NO(WS-COL-COUNT)
                 IF QC-COL-HEAD = SPACES
                    MOVE FLD-NAME(WS-FIELD-NO) TO COL-HEAD(WS-COL-COUNT)
                 ELSE
                    MOVE QC-COL-HEAD TO COL-HEAD(WS-COL-COUNT)
                 END-IF
                 MOVE FUNCTION LENGTH(FUNCTION TRIM
                    (COL-HEAD(WS-COL-COUNT) TRAILING)) TO WS-HEAD-LEN
                 IF WS-HEAD-LEN > FLD-WIDTH(WS-FIELD-NO)
                    MOVE WS-HEAD-LEN TO COL-WIDTH(WS-COL-COUNT)
                 ELSE
                    MOVE FLD-WIDTH(WS-FIELD-NO) TO
                       COL-WIDTH(WS-COL-COUNT)
                 END-IF
              WHEN OTHER
                 STRING "UNKNOWN CARD TYPE " QC-TYPE
                    DELIMITED BY SIZE INTO WS-CARD-ERROR
                 MOVE "N" TO WS-QUERY-OK-SW
           END-EVALUATE
       .
       004-EXIT.
           EXIT
       .

       005-FIND-FIELD.
           MOVE ZEROS TO WS-FIELD-NO
           PERFORM VARYING FLD-IDX FROM 1 BY 1
              UNTIL FLD-IDX > WS-FLD-COUNT OR WS-FIELD-NO > 0
              IF FLD-NAME(FLD-IDX) = WS-LOOKUP-NAME
                 SET WS-FIELD-NO TO FLD-IDX
              END-IF
           END-PERFORM
           IF WS-FIELD-NO = 0
              STRING "UNKNOWN FIELD " WS-LOOKUP-NAME
                 DELIMITED BY SIZE INTO WS-CARD-ERROR
              MOVE "N" TO WS-QUERY-OK-SW
              GO TO 005-EXIT
           END-IF
           IF (FLD-FILE(WS-FIELD-NO) = "ASSIGN"
                 AND WS-NAMED-ASSIGN NOT = "Y")
              OR (FLD-FILE(WS-FIELD-NO) = "MILEAGE"
                 AND WS-NAMED-MILEAGE NOT = "Y")
              OR (FLD-FILE(WS-FIELD-NO) = "WORKORD"
                 AND WS-NAMED-WORKORD NOT = "Y")
              OR (FLD-FILE(WS-FIELD-NO) = "FUEL"
                 AND WS-NAMED-FUEL NOT = "Y")
              STRING WS-LOOKUP-NAME " NEEDS F CARD "
                 FLD-FILE(WS-FIELD-NO)
                 DELIMITED BY SIZE INTO WS-CARD-ERROR
              MOVE "N" TO WS-QUERY-OK-SW
           END-IF
       .
       005-EXIT.
           EXIT
       .

       006-LOAD-VEHICLES.
           OPEN INPUT VEHICLE-MASTER
           IF WS-VEH-FSTATUS NOT = "00"
              GO TO 006-EXIT
           END-IF
           PERFORM UNTIL END-OF-VEHICLES
              READ VEHICLE-MASTER NEXT
                 AT END MOVE "Y" TO WS-VEH-EOF-SW
                 NOT AT END
                    IF WS-VQ-COUNT < WS-VQ-MAX
                       ADD 1 TO WS-VQ-COUNT
                       INITIALIZE VQ-ENTRY(WS-VQ-COUNT)
                       MOVE VEH-ID TO VQ-VEH-ID(WS-VQ-COUNT)
                       MOVE VEH-CLASS TO VQ-CLASS(WS-VQ-COUNT)
                       MOVE VEH-STATUS TO VQ-STATUS(WS-VQ-COUNT)
                       IF VEH-START-ODOM NUMERIC
                          MOVE VEH-START-ODOM TO
                             VQ-START-ODOM(WS-VQ-COUNT)
                       END-IF
                       IF VEH-END-ODOM NUMERIC
                          MOVE VEH-END-ODOM TO
                             VQ-END-ODOM(WS-VQ-COUNT)
                       END-IF
                    ELSE
                       ADD 1 TO WS-DROPPED-COUNT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE VEHICLE-MASTER
       .
       006-EXIT.
           EXIT
       .

       007-LOAD-ASSIGNMENTS.
           MOVE "Y" TO WS-ASG-LOADED-SW
           OPEN INPUT ASSIGN-FILE
           IF WS-ASG-FSTATUS NOT = "00"
              GO TO 007-EXIT
           END-IF
           PERFORM UNTIL END-OF-ASSIGNS
              READ ASSIGN-FILE
                 AT END MOVE "Y" TO WS-ASG-EOF-SW
                 NOT AT END
                    IF VA-EFF-DATE NUMERIC
                       AND VA-EFF-DATE NOT > WS-RUN-START-DATE
                       AND (VA-END-DATE NOT NUMERIC
                          OR VA-END-DATE = 0
                          OR VA-END-DATE > WS-RUN-START-DATE)
                       MOVE VA-VEH-ID TO WS-WANT-VEH-ID
                       PERFORM 011-FIND-VEHICLE THRU 011-EXIT
                       IF WS-VQ-MATCH > 0
                          AND VA-EFF-DATE NOT <
                             VQ-ASG-DATE(WS-VQ-MATCH)
                          MOVE VA-EFF-DATE TO VQ-ASG-DATE(WS-VQ-MATCH)
                          MOVE VA-COST-CENTER TO VQ-CC(WS-VQ-MATCH)
                          MOVE VA-DRIVER TO VQ-DRIVER(WS-VQ-MATCH)
                          MOVE VA-DRIVER-ID TO
                             VQ-DRIVER-ID(WS-VQ-MATCH)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ASSIGN-FILE
       .
       007-EXIT.
           EXIT
       .

       008-LOAD-MILEAGE.
           MOVE "Y" TO WS-MH-LOADED-SW
           OPEN INPUT MILEAGE-HIST-FILE
           IF WS-MHIST-FSTATUS NOT = "00"
              GO TO 008-EXIT
           END-IF
           PERFORM UNTIL END-OF-HISTORY
              READ MILEAGE-HIST-FILE NEXT
                 AT END MOVE "Y" TO WS-MH-EOF-SW
                 NOT AT END
                    MOVE MH-VEH-ID TO WS-WANT-VEH-ID
                    PERFORM 011-FIND-VEHICLE THRU 011-EXIT
                    IF WS-VQ-MATCH > 0 AND MH-MILEAGE NUMERIC
                       ADD MH-MILEAGE TO VQ-HIST-MILES(WS-VQ-MATCH)
                       ADD 1 TO VQ-HIST-PERIODS(WS-VQ-MATCH)
                       IF MH-PERIOD-DATE > VQ-LAST-PERIOD(WS-VQ-MATCH)
                          MOVE MH-PERIOD-DATE TO
                             VQ-LAST-PERIOD(WS-VQ-MATCH)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE MILEAGE-HIST-FILE
       .
       008-EXIT.
           EXIT
       .

       009-LOAD-WORK-ORDERS.
           MOVE "Y" TO WS-WO-LOADED-SW
           OPEN INPUT WORK-ORDER-FILE
           IF WS-WO-FSTATUS NOT = "00"
              GO TO 009-EXIT
           END-IF
           PERFORM UNTIL END-OF-WORK-ORDERS
              READ WORK-ORDER-FILE NEXT
                 AT END MOVE "Y" TO WS-WO-EOF-SW
                 NOT AT END
                    MOVE WO-VEH-ID TO WS-WANT-VEH-ID
                    PERFORM 011-FIND-VEHICLE THRU 011-EXIT
                    IF WS-VQ-MATCH > 0
                       ADD 1 TO VQ-WO-COUNT(WS-VQ-MATCH)
                       IF WO-STATUS = "O"
                          ADD 1 TO VQ-OPEN-WO(WS-VQ-MATCH)
                       END-IF
                       IF WO-DATE NUMERIC
                          AND WO-DATE > VQ-LAST-WO(WS-VQ-MATCH)
                          MOVE WO-DATE TO VQ-LAST-WO(WS-VQ-MATCH)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE WORK-ORDER-FILE
       .
       009-EXIT.
           EXIT
       .

       010-LOAD-FUEL.
           MOVE "Y" TO WS-FUEL-LOADED-SW
           OPEN INPUT FUEL-FILE
           IF WS-FUEL-FSTATUS NOT = "00"
              GO TO 010-EXIT
           END-IF
           PERFORM UNTIL END-OF-FUEL
              READ FUEL-FILE
                 AT END MOVE "Y" TO WS-FUEL-EOF-SW
                 NOT AT END
                    MOVE FL-VEH-ID TO WS-WANT-VEH-ID
                    PERFORM 011-FIND-VEHICLE THRU 011-EXIT
                    IF WS-VQ-MATCH > 0
                       AND FL-GALLONS NUMERIC AND FL-AMOUNT NUMERIC
                       ADD 1 TO VQ-FUEL-TXNS(WS-VQ-MATCH)
                       ADD FL-GALLONS TO VQ-FUEL-GAL(WS-VQ-MATCH)
                       ADD FL-AMOUNT TO VQ-FUEL-AMT(WS-VQ-MATCH)
                       IF FL-DATE NUMERIC
                          AND FL-DATE > VQ-LAST-FUEL(WS-VQ-MATCH)
                          MOVE FL-DATE TO VQ-LAST-FUEL(WS-VQ-MATCH)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FUEL-FILE
       .
       010-EXIT.
           EXIT
       .

       011-FIND-VEHICLE.
           MOVE ZEROS TO WS-VQ-MATCH
           PERFORM VARYING VQ-IDX FROM 1 BY 1
              UNTIL VQ-IDX > WS-VQ-COUNT OR WS-VQ-MATCH > 0
              IF VQ-VEH-ID(VQ-IDX) = WS-WANT-VEH-ID
                 SET WS-VQ-MATCH TO VQ-IDX
              END-IF
           END-PERFORM
       .
       011-EXIT.
           EXIT
       .

       012-PRINT-HEADING.
           STRING "AD HOC EXTRACT " WS-QUERY-NAME "  " WS-QUERY-TITLE
              "   RUN DATE " WS-PRN-RUN-DATE "   OPERATOR "
              WS-OPERATOR-ID
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE "1" TO PRN-CARRIAGE-CTL
           MOVE WS-PRINT-LINE TO PRN-TEXT
           WRITE PRINT-REC
           DISPLAY WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM VARYING SEL-IDX FROM 1 BY 1
              UNTIL SEL-IDX > WS-SEL-COUNT
              STRING "   WHERE " FLD-NAME(SEL-FIELD-NO(SEL-IDX)) " "
                 SEL-OPER(SEL-IDX) " " SEL-VALUE(SEL-IDX)
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
              PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           END-PERFORM
           PERFORM VARYING SKY-IDX FROM 1 BY 1
              UNTIL SKY-IDX > WS-SKY-COUNT
              STRING "   ORDER BY " FLD-NAME(SKY-FIELD-NO(SKY-IDX))
                 " " SKY-DIR(SKY-IDX)
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
              PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           END-PERFORM
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

       014-BUILD-ROW.
           INITIALIZE ROW-TABLE
           MOVE VQ-VEH-ID(VQ-IDX) TO ROW-TEXT(1)
           MOVE VQ-CLASS(VQ-IDX) TO ROW-TEXT(2)
           MOVE VQ-STATUS(VQ-IDX) TO ROW-TEXT(3)
           MOVE VQ-END-ODOM(VQ-IDX) TO ROW-NUM(4)
           IF VQ-END-ODOM(VQ-IDX) > VQ-START-ODOM(VQ-IDX)
              COMPUTE ROW-NUM(5) =
                 VQ-END-ODOM(VQ-IDX) - VQ-START-ODOM(VQ-IDX)
           END-IF
           MOVE VQ-CC(VQ-IDX) TO ROW-TEXT(6)
           MOVE VQ-DRIVER(VQ-IDX) TO ROW-TEXT(7)
           MOVE VQ-DRIVER-ID(VQ-IDX) TO ROW-TEXT(8)
           MOVE VQ-HIST-MILES(VQ-IDX) TO ROW-NUM(9)
           MOVE VQ-HIST-PERIODS(VQ-IDX) TO ROW-NUM(10)
           MOVE VQ-LAST-PERIOD(VQ-IDX) TO ROW-NUM(11)
           MOVE VQ-WO-COUNT(VQ-IDX) TO ROW-NUM(12)
           MOVE VQ-OPEN-WO(VQ-IDX) TO ROW-NUM(13)
           MOVE VQ-LAST-WO(VQ-IDX) TO ROW-NUM(14)
           MOVE VQ-FUEL-TXNS(VQ-IDX) TO ROW-NUM(15)
           MOVE VQ-FUEL-GAL(VQ-IDX) TO ROW-NUM(16)
           MOVE VQ-FUEL-AMT(VQ-IDX) TO ROW-NUM(17)
           MOVE VQ-LAST-FUEL(VQ-IDX) TO ROW-NUM(18)
       .
       014-EXIT.
           EXIT
       .

       015-TEST-SELECTION.
           MOVE "Y" TO WS-ROW-OK-SW
           PERFORM VARYING SEL-IDX FROM 1 BY 1
              UNTIL SEL-IDX > WS-SEL-COUNT OR NOT ROW-SELECTED
              MOVE SEL-FIELD-NO(SEL-IDX) TO WS-FIELD-NO
              IF FLD-NUMERIC(WS-FIELD-NO)
                 EVALUATE SEL-OPER(SEL-IDX)
                    WHEN "EQ"
                       IF ROW-NUM(WS-FIELD-NO) NOT = SEL-NUM(SEL-IDX)
                          MOVE "N" TO WS-ROW-OK-SW
                       END-IF
                    WHEN "NE"
                       IF ROW-NUM(WS-FIELD-NO) = SEL-NUM(SEL-IDX)
                          MOVE "N" TO WS-ROW-OK-SW
                       END-IF
                    WHEN "GT"
                       IF ROW-NUM(WS-FIELD-NO) NOT > SEL-NUM(SEL-IDX)
                          MOVE "N" TO WS-ROW-OK-SW
                       END-IF
                    WHEN "GE"
                       IF ROW-NUM(WS-FIELD-NO) < SEL-NUM(SEL-IDX)
                          MOVE "N" TO WS-ROW-OK-SW
                       END-IF
                    WHEN "LT"
                       IF ROW-NUM(WS-FIELD-NO) NOT < SEL-NUM(SEL-IDX)
                          MOVE "N" TO WS-ROW-OK-SW
                       END-IF
                    WHEN "LE"
                       IF ROW-NUM(WS-FIELD-NO) > SEL-NUM(SEL-IDX)
                          MOVE "N" TO WS-ROW-OK-SW
                       END-IF
                 END-EVALUATE
              ELSE
                 EVALUATE SEL-OPER(SEL-IDX)
                    WHEN "EQ"
                       IF ROW-TEXT(WS-FIELD-NO) NOT = SEL-VALUE(SEL-IDX)
                          MOVE "N" TO WS-ROW-OK-SW
                       END-IF
                    WHEN "NE"
                       IF ROW-TEXT(WS-FIELD-NO) = SEL-VALUE(SEL-IDX)
                          MOVE "N" TO WS-ROW-OK-SW
                       END-IF
                    WHEN "GT"
                       IF ROW-TEXT(WS-FIELD-NO) NOT > SEL-VALUE(SEL-IDX)
                          MOVE "N" TO WS-ROW-OK-SW
                       END-IF
                    WHEN "GE"
                       IF ROW-TEXT(WS-FIELD-NO) < SEL-VALUE(SEL-IDX)
                          MOVE "N" TO WS-ROW-OK-SW
                       END-IF
                    WHEN "LT"
                       IF ROW-TEXT(WS-FIELD-NO) NOT < SEL-VALUE(SEL-IDX)
                          MOVE "N" TO WS-ROW-OK-SW
                       END-IF
                    WHEN "LE"
                       IF ROW-TEXT(WS-FIELD-NO) > SEL-VALUE(SEL-IDX)
                          MOVE "N" TO WS-ROW-OK-SW
                       END-IF
                 END-EVALUATE
              END-IF
           END-PERFORM
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
           MOVE "ADHOCX" TO RUNH-PROGRAM
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

       017-SORT-INPUT.
           PERFORM VARYING VQ-IDX FROM 1 BY 1
              UNTIL VQ-IDX > WS-VQ-COUNT
              PERFORM 014-BUILD-ROW THRU 014-EXIT
              PERFORM 015-TEST-SELECTION THRU 015-EXIT
              IF ROW-SELECTED
                 MOVE SPACES TO SORT-REC
                 SET SRT-VEH-NO TO VQ-IDX
                 PERFORM VARYING SKY-IDX FROM 1 BY 1
                    UNTIL SKY-IDX > WS-SKY-COUNT
                    PERFORM 019-SET-SORT-KEY THRU 019-EXIT
                 END-PERFORM
                 RELEASE SORT-REC
              END-IF
           END-PERFORM
       .
       017-EXIT.
           EXIT
       .

       018-SORT-OUTPUT.
           MOVE "N" TO WS-SORT-EOF-SW
           PERFORM UNTIL END-OF-SORT
              RETURN SORT-WORK
                 AT END MOVE "Y" TO WS-SORT-EOF-SW
                 NOT AT END
                    ADD 1 TO WS-ROWS-SELECTED
                    SET VQ-IDX TO SRT-VEH-NO
                    PERFORM 014-BUILD-ROW THRU 014-EXIT
                    IF OUTPUT-CSV
                       PERFORM 024-WRITE-CSV-ROW THRU 024-EXIT
                    ELSE
                       PERFORM 025-PRINT-ROW THRU 025-EXIT
                    END-IF
              END-RETURN
           END-PERFORM
       .
       018-EXIT.
           EXIT
       .

       019-SET-SORT-KEY.
           MOVE SKY-FIELD-NO(SKY-IDX) TO WS-FIELD-NO
           IF FLD-NUMERIC(WS-FIELD-NO)
              IF SKY-DIR(SKY-IDX) = "D"
                 COMPUTE WS-KEY-NUM =
                    99999999999.99 - ROW-NUM(WS-FIELD-NO)
              ELSE
                 MOVE ROW-NUM(WS-FIELD-NO) TO WS-KEY-NUM
              END-IF
              MOVE WS-KEY-NUM-AREA TO WS-KEY-WORK
           ELSE
              MOVE ROW-TEXT(WS-FIELD-NO) TO WS-KEY-WORK
              IF SKY-DIR(SKY-IDX) = "D"
                 INSPECT WS-KEY-WORK
                    CONVERTING WS-COLLATE-UP TO WS-COLLATE-DOWN
              END-IF
           END-IF
           EVALUATE SKY-IDX
              WHEN 1
                 MOVE WS-KEY-WORK TO SRT-KEY-1
              WHEN 2
                 MOVE WS-KEY-WORK TO SRT-KEY-2
              WHEN OTHER
                 MOVE WS-KEY-WORK TO SRT-KEY-3
           END-EVALUATE
       .
       019-EXIT.
           EXIT
       .

       020-FORMAT-CELL.
           MOVE SPACES TO WS-CELL
           MOVE COL-FIELD-NO(COL-IDX) TO WS-FIELD-NO
           IF NOT FLD-NUMERIC(WS-FIELD-NO)
              MOVE ROW-TEXT(WS-FIELD-NO) TO WS-CELL
              GO TO 020-EXIT
           END-IF
           IF FLD-DECIMALS(WS-FIELD-NO) > 0
              MOVE ROW-NUM(WS-FIELD-NO) TO WS-EDIT-N2
              MOVE WS-EDIT-N2 TO WS-EDIT-TEXT
              MOVE 14 TO WS-EDIT-LEN
           ELSE
              MOVE ROW-NUM(WS-FIELD-NO) TO WS-EDIT-N0
              MOVE WS-EDIT-N0 TO WS-EDIT-TEXT
              MOVE 11 TO WS-EDIT-LEN
           END-IF
           IF COL-WIDTH(COL-IDX) NOT < WS-EDIT-LEN
              COMPUTE WS-CELL-POS = COL-WIDTH(COL-IDX) - WS-EDIT-LEN + 1
              MOVE WS-EDIT-TEXT(1:WS-EDIT-LEN) TO
                 WS-CELL(WS-CELL-POS:WS-EDIT-LEN)
           ELSE
              COMPUTE WS-CELL-POS = WS-EDIT-LEN - COL-WIDTH(COL-IDX) + 1
              MOVE WS-EDIT-TEXT(WS-CELL-POS:COL-WIDTH(COL-IDX)) TO
                 WS-CELL(1:COL-WIDTH(COL-IDX))
           END-IF
       .
       020-EXIT.
           EXIT
       .

       021-CHECK-BATCH.
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
       .
       021-EXIT.
           EXIT
       .

       022-CSV-HEADER.
           MOVE SPACES TO WS-CSV-LINE
           MOVE 1 TO WS-CSV-POS
           PERFORM VARYING COL-IDX FROM 1 BY 1
              UNTIL COL-IDX > WS-COL-COUNT
              IF COL-IDX > 1
                 STRING "," DELIMITED BY SIZE
                    INTO WS-CSV-LINE WITH POINTER WS-CSV-POS
              END-IF
              STRING FUNCTION TRIM(COL-HEAD(COL-IDX))
                 DELIMITED BY SIZE
                 INTO WS-CSV-LINE WITH POINTER WS-CSV-POS
           END-PERFORM
           MOVE WS-CSV-LINE TO CSV-REC
           WRITE CSV-REC
       .
       022-EXIT.
           EXIT
       .

       023-REPORT-HEADER.
           MOVE 1 TO WS-LINE-POS
           PERFORM VARYING COL-IDX FROM 1 BY 1
              UNTIL COL-IDX > WS-COL-COUNT
              MOVE SPACES TO WS-CELL
              MOVE COL-FIELD-NO(COL-IDX) TO WS-FIELD-NO
              IF FLD-NUMERIC(WS-FIELD-NO)
                 MOVE FUNCTION LENGTH(FUNCTION TRIM
                    (COL-HEAD(COL-IDX) TRAILING)) TO WS-HEAD-LEN
                 COMPUTE WS-CELL-POS =
                    COL-WIDTH(COL-IDX) - WS-HEAD-LEN + 1
                 MOVE COL-HEAD(COL-IDX) TO
                    WS-CELL(WS-CELL-POS:WS-HEAD-LEN)
              ELSE
                 MOVE COL-HEAD(COL-IDX) TO WS-CELL
              END-IF
              STRING WS-CELL(1:COL-WIDTH(COL-IDX)) "  "
                 DELIMITED BY SIZE
                 INTO WS-PRINT-LINE WITH POINTER WS-LINE-POS
                 ON OVERFLOW CONTINUE
              END-STRING
           END-PERFORM
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
       .
       023-EXIT.
           EXIT
       .

       024-WRITE-CSV-ROW.
           MOVE SPACES TO WS-CSV-LINE
           MOVE 1 TO WS-CSV-POS
           PERFORM VARYING COL-IDX FROM 1 BY 1
              UNTIL COL-IDX > WS-COL-COUNT
              IF COL-IDX > 1
                 STRING "," DELIMITED BY SIZE
                    INTO WS-CSV-LINE WITH POINTER WS-CSV-POS
              END-IF
              PERFORM 020-FORMAT-CELL THRU 020-EXIT
              MOVE ZEROS TO WS-COMMA-COUNT
              INSPECT WS-CELL TALLYING WS-COMMA-COUNT FOR ALL ","
              IF WS-COMMA-COUNT > 0
                 STRING QUOTE FUNCTION TRIM(WS-CELL) QUOTE
                    DELIMITED BY SIZE
                    INTO WS-CSV-LINE WITH POINTER WS-CSV-POS
              ELSE
                 STRING FUNCTION TRIM(WS-CELL) DELIMITED BY SIZE
                    INTO WS-CSV-LINE WITH POINTER WS-CSV-POS
              END-IF
           END-PERFORM
           MOVE WS-CSV-LINE TO CSV-REC
           WRITE CSV-REC
       .
       024-EXIT.
           EXIT
       .

       025-PRINT-ROW.
           MOVE 1 TO WS-LINE-POS
           PERFORM VARYING COL-IDX FROM 1 BY 1
              UNTIL COL-IDX > WS-COL-COUNT
              PERFORM 020-FORMAT-CELL THRU 020-EXIT
              STRING WS-CELL(1:COL-WIDTH(COL-IDX)) "  "
                 DELIMITED BY SIZE
                 INTO WS-PRINT-LINE WITH POINTER WS-LINE-POS
                 ON OVERFLOW CONTINUE
              END-STRING
           END-PERFORM
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
       .
       025-EXIT.
           EXIT
       .

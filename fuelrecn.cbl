           SELECT FUEL-FILE ASSIGN TO DYNAMIC WS-FUELF-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FUEL-FSTATUS.
           SELECT SUSPENSE-FILE ASSIGN TO DYNAMIC WS-SUSI-DSN
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS FSP-KEY
              FILE STATUS IS WS-SUS-FSTATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO "run-history.idx"
              ORGANIZATION IS INDEXED
       WORKING-STORAGE SECTION.
       01  WS-FUELF-DSN       PIC X(40)
           VALUE "fuel-trans.dat".
       01  WS-SUSI-DSN        PIC X(40)
           VALUE "fuel-suspense.idx".
       01  WS-OPERATOR-ID      PIC X(8) VALUE "SYSTEM".
       01  WS-STM-FSTATUS      PIC XX VALUE "00".
       01  WS-FUEL-FSTATUS     PIC XX VALUE "00".
       01  WS-FT-MAX           PIC 9(5) VALUE 2000.
       01  WS-TRUNC-SW         PIC X VALUE "N".
           88 LOAD-TRUNCATED      VALUE "Y".
       01  WS-SUS-WRITTEN-SW   PIC X VALUE "N".
           88 SUSPENSE-WRITTEN    VALUE "Y".
       01  WS-MATCH-SW         PIC X VALUE "N".
           88 LINE-MATCHED        VALUE "Y".
       01  WS-STM-COUNT        PIC 9(5) VALUE ZEROS.
       PROCEDURE DIVISION.
       000-BEGIN.
           CALL "GETDSN" USING WS-FUELF-DSN
           CALL "GETDSN" USING WS-SUSI-DSN
           CALL "GETOPER" USING WS-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-START-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-RUN-START-TIME
       .

       003-WRITE-SUSPENSE.
           OPEN I-O SUSPENSE-FILE
           IF WS-SUS-FSTATUS = "35"
              OPEN OUTPUT SUSPENSE-FILE
           END-IF
           MOVE VST-AMOUNT TO FSP-AMOUNT
           MOVE "NOT IN FUEL FILE" TO FSP-REASON
           MOVE "VENDOR" TO FSP-SOURCE
           MOVE "N" TO WS-SUS-WRITTEN-SW
           MOVE ZEROS TO FSP-SEQ
           PERFORM UNTIL SUSPENSE-WRITTEN OR FSP-SEQ = 999
              ADD 1 TO FSP-SEQ
              WRITE FUEL-SUSP-REC
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE "Y" TO WS-SUS-WRITTEN-SW
              END-WRITE
           END-PERFORM
           CLOSE SUSPENSE-FILE
           IF NOT SUSPENSE-WRITTEN
              DISPLAY "FUELRECN: no free suspense sequence for "
                 VST-VEH-ID " on " VST-DATE ", line not held."
           END-IF
       .
       003-EXIT.
           EXIT
           IF WS-STM-ONLY-COUNT > 0 OR WS-FUEL-ONLY-COUNT > 0
              MOVE "NOTBAL" TO WS-RUN-STATUS
              MOVE 4 TO RETURN-CODE
              DISPLAY "Disputed lines held on the fuel suspense file "
                 "(work them through FUELMAINT)."
           ELSE
              DISPLAY "Statement reconciles to the fuel file."

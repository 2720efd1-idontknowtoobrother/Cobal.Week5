       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESV-FILE ASSIGN TO DYNAMIC WS-RSVI-DSN
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS RSV-NUMBER
              ALTERNATE RECORD KEY IS RSV-VEH-ID WITH DUPLICATES
              FILE STATUS IS WS-RSV-FSTATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO "run-history.idx"
              ORGANIZATION IS INDEXED
       COPY "run-history.cpy".

       WORKING-STORAGE SECTION.
       01  WS-RSVI-DSN        PIC X(40)
           VALUE "pool-resv.idx".
       01  WS-OPERATOR-ID      PIC X(8) VALUE "SYSTEM".
       01  WS-RSV-FSTATUS      PIC XX VALUE "00".
       01  WS-RUNH-FSTATUS     PIC XX VALUE "00".
       01  WS-RSV-EOF-SW       PIC X VALUE "N".
           88 END-OF-RESV         VALUE "Y".
       01  WS-TODAY            PIC 9(8) VALUE ZEROS.
       01  WS-OUT-COUNT        PIC 9(5) VALUE ZEROS.
       01  WS-OVERDUE-COUNT    PIC 9(5) VALUE ZEROS.
       01  WS-RUN-START-DATE   PIC 9(8).
       01  WS-RUN-START-TIME   PIC 9(8).
       01  WS-RUN-STATUS       PIC X(8) VALUE "OK".

       PROCEDURE DIVISION.
       000-BEGIN.
           CALL "GETDSN" USING WS-RSVI-DSN
           CALL "GETOPER" USING WS-OPERATOR-ID
           CALL "GETBDATE" USING WS-RUN-START-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-RUN-START-TIME
           DISPLAY "==============================================="
           DISPLAY "NUMBER VEHICLE DRIVER DUE-BACK FLAG"
           PERFORM UNTIL END-OF-RESV
              READ RESV-FILE NEXT
                 AT END MOVE "Y" TO WS-RSV-EOF-SW
                 NOT AT END
                    IF RSV-DISPATCHED

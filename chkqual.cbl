       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKQUAL.
       AUTHOR. JAKKRIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUAL-FILE ASSIGN TO "driver-qual.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DQL-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUAL-FILE.
       COPY "drv-qual.cpy".

       WORKING-STORAGE SECTION.
       01  WS-DQL-FSTATUS      PIC XX VALUE "00".
       01  WS-DQL-EOF-SW       PIC X VALUE "N".
           88 END-OF-QUALS        VALUE "Y".
       01  WS-FOUND-SW         PIC X VALUE "N".
           88 QUAL-FOUND          VALUE "Y".
       01  WS-CLASS-SW         PIC X VALUE "N".
           88 CLASS-CERTIFIED     VALUE "Y".
       01  WS-CLASS-IDX        PIC 99 VALUE ZEROS.

       LINKAGE SECTION.
       01  LNK-DRV-ID          PIC X(6).
       01  LNK-CLASS           PIC X(2).
       01  LNK-DATE            PIC 9(8).
       01  LNK-RESULT          PIC X.
       01  LNK-EVENT           PIC X(12).
       01  LNK-REASON          PIC X(30).

       PROCEDURE DIVISION USING LNK-DRV-ID LNK-CLASS LNK-DATE
           LNK-RESULT LNK-EVENT LNK-REASON.
       000-BEGIN.
           MOVE "N" TO LNK-RESULT
           MOVE "QUAL-NOREC" TO LNK-EVENT
           MOVE "NO QUALIFICATION RECORD" TO LNK-REASON
           MOVE "N" TO WS-FOUND-SW
           MOVE "N" TO WS-DQL-EOF-SW
           OPEN INPUT QUAL-FILE
           IF WS-DQL-FSTATUS NOT = "00"
              GOBACK
           END-IF
           PERFORM UNTIL END-OF-QUALS
              READ QUAL-FILE
                 AT END MOVE "Y" TO WS-DQL-EOF-SW
                 NOT AT END
                    IF DQL-DRV-ID = LNK-DRV-ID
                       MOVE "Y" TO WS-FOUND-SW
                       MOVE "Y" TO WS-DQL-EOF-SW
                    END-IF
              END-READ
           END-PERFORM
           CLOSE QUAL-FILE
           IF NOT QUAL-FOUND
              GOBACK
           END-IF
           MOVE "N" TO WS-CLASS-SW
           IF LNK-CLASS = SPACES
              MOVE "Y" TO WS-CLASS-SW
           END-IF
           PERFORM VARYING WS-CLASS-IDX FROM 1 BY 1
              UNTIL WS-CLASS-IDX > 10 OR CLASS-CERTIFIED
              IF DQL-CLASS(WS-CLASS-IDX) = LNK-CLASS
                 MOVE "Y" TO WS-CLASS-SW
              END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN NOT CLASS-CERTIFIED
                 MOVE "QUAL-CLASS" TO LNK-EVENT
                 MOVE SPACES TO LNK-REASON
                 STRING "NOT CERTIFIED FOR CLASS " LNK-CLASS
                    DELIMITED BY SIZE INTO LNK-REASON
              WHEN DQL-MED-EXPIRY NOT NUMERIC
                 OR DQL-MED-EXPIRY < LNK-DATE
                 MOVE "QUAL-MEDICAL" TO LNK-EVENT
                 MOVE "MEDICAL CERTIFICATE LAPSED" TO LNK-REASON
              WHEN DQL-TRAIN-DATE NOT NUMERIC
                 OR DQL-TRAIN-DATE = 0
                 OR DQL-TRAIN-DATE > LNK-DATE
                 MOVE "QUAL-TRAIN" TO LNK-EVENT
                 MOVE "TRAINING NOT COMPLETED" TO LNK-REASON
              WHEN OTHER
                 MOVE "Y" TO LNK-RESULT
                 MOVE SPACES TO LNK-EVENT LNK-REASON
           END-EVALUATE
           GOBACK
       .

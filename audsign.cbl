       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDSIGN.
       AUTHOR. JAKKRIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAMPLE-FILE ASSIGN TO "audit-sample.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ASM-FSTATUS.
           SELECT SIGNOFF-FILE ASSIGN TO "audit-signoff.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ASO-FSTATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO "run-history.idx"
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS RUNH-KEY
              FILE STATUS IS WS-RUNH-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SAMPLE-FILE.
       COPY "audit-sample.cpy".

       FD  SIGNOFF-FILE.
       COPY "audit-signoff.cpy".

       FD  RUN-HISTORY-FILE.
       COPY "run-history.cpy".

       WORKING-STORAGE SECTION.
       01  WS-OPERATOR-ID      PIC X(8) VALUE "SYSTEM".
       01  WS-AUTHORITY        PIC X VALUE SPACE.
       01  WS-AUTH-PROGRAM     PIC X(12) VALUE "AUDSIGN".
       01  WS-AUTH-OPTION      PIC 99 VALUE ZEROS.
       01  WS-AUTH-FUNCTION    PIC X(8) VALUE "RUN".
       01  WS-AUTH-PERMIT-SW   PIC X VALUE "N".
           88 FUNCTION-PERMITTED VALUE "Y".
       01  WS-ASM-FSTATUS      PIC XX VALUE "00".
       01  WS-ASO-FSTATUS      PIC XX VALUE "00".
       01  WS-RUNH-FSTATUS     PIC XX VALUE "00".
       01  WS-ASM-EOF-SW       PIC X VALUE "N".
           88 END-OF-SAMPLES      VALUE "Y".
       01  WS-ASO-EOF-SW       PIC X VALUE "N".
           88 END-OF-SIGNOFFS     VALUE "Y".
       01  WS-QUIT-SW          PIC X VALUE "N".
           88 QUIT-REQUESTED      VALUE "Y".
       01  WS-SIGNED-SW        PIC X VALUE "N".
           88 SAMPLE-SIGNED       VALUE "Y".
       01  SMP-TABLE.
           05 SMP-ENTRY OCCURS 2000 TIMES INDEXED BY SMP-IDX.
              10 SMP-KEY        PIC X(10).
              10 SMP-SET-NO     PIC 9(6).
              10 SMP-DATA       PIC X(106).
       01  WS-SMP-COUNT        PIC 9(4) VALUE ZEROS.
       01  WS-SMP-MAX          PIC 9(4) VALUE 2000.
       01  ASO-TABLE.
           05 ASO-ENTRY OCCURS 5000 TIMES INDEXED BY ASO-IDX.
              10 ASO-TBL-KEY    PIC X(10).
       01  WS-ASO-COUNT        PIC 9(4) VALUE ZEROS.
       01  WS-ASO-MAX          PIC 9(4) VALUE 5000.
       01  WS-SET-IN           PIC X(6).
       01  WS-WANT-SET         PIC 9(6) VALUE ZEROS.
       01  WS-ANSWER           PIC X VALUE SPACE.
       01  WS-SET-SEEN         PIC 9(4) VALUE ZEROS.
       01  WS-SIGNED-COUNT     PIC 9(4) VALUE ZEROS.
       01  WS-FAILED-COUNT     PIC 9(4) VALUE ZEROS.
       01  WS-PRN-NUM1         PIC -ZZZZ9.99.
       01  WS-PRN-NUM2         PIC -ZZZZ9.99.
       01  WS-PRN-RESULT       PIC -ZZZZ9.99999.
       01  WS-RUN-START-DATE   PIC 9(8).
       01  WS-RUN-START-TIME   PIC 9(8).
       01  WS-RUN-STATUS       PIC X(8) VALUE "OK".

       PROCEDURE DIVISION.
       000-BEGIN.
           CALL "GETOPER" USING WS-OPERATOR-ID
           CALL "GETAUTH" USING WS-OPERATOR-ID WS-AUTHORITY
              WS-AUTH-PROGRAM WS-AUTH-OPTION WS-AUTH-FUNCTION
              WS-AUTH-PERMIT-SW
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-START-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-RUN-START-TIME
           IF NOT FUNCTION-PERMITTED
              DISPLAY "AUDSIGN: audit sample sign-off is not permitted "
                 "for your role."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 001-LOAD-SAMPLES THRU 001-EXIT
           IF WS-SMP-COUNT = 0
              DISPLAY "AUDSIGN: no audit samples on file."
              PERFORM 009-RECORD-RUN-HISTORY THRU 009-EXIT
              GOBACK
           END-IF
           PERFORM 002-LOAD-SIGNOFFS THRU 002-EXIT
           DISPLAY "Sample set to review (6 digits, blank to quit): "
              WITH NO ADVANCING
           MOVE SPACES TO WS-SET-IN
           ACCEPT WS-SET-IN
           IF WS-SET-IN NOT NUMERIC
              PERFORM 009-RECORD-RUN-HISTORY THRU 009-EXIT
              GOBACK
           END-IF
           MOVE WS-SET-IN TO WS-WANT-SET
           OPEN EXTEND SIGNOFF-FILE
           IF WS-ASO-FSTATUS = "35"
              OPEN OUTPUT SIGNOFF-FILE
           END-IF
           PERFORM VARYING SMP-IDX FROM 1 BY 1
              UNTIL SMP-IDX > WS-SMP-COUNT OR QUIT-REQUESTED
              IF SMP-SET-NO(SMP-IDX) = WS-WANT-SET
                 ADD 1 TO WS-SET-SEEN
                 PERFORM 003-REVIEW-ONE-SAMPLE THRU 003-EXIT
              END-IF
           END-PERFORM
           CLOSE SIGNOFF-FILE
           IF WS-SET-SEEN = 0
              DISPLAY "No samples in set " WS-WANT-SET "."
           END-IF
           DISPLAY "-----------------------------------------------"
           DISPLAY "Samples signed off . . . . . . : " WS-SIGNED-COUNT
           DISPLAY "Samples failed by reviewer . . : " WS-FAILED-COUNT
           DISPLAY "==============================================="
           IF WS-FAILED-COUNT > 0
              MOVE "FAILED" TO WS-RUN-STATUS
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 009-RECORD-RUN-HISTORY THRU 009-EXIT
           GOBACK
       .

       001-LOAD-SAMPLES.
           OPEN INPUT SAMPLE-FILE
           IF WS-ASM-FSTATUS NOT = "00"
              GO TO 001-EXIT
           END-IF
           PERFORM UNTIL END-OF-SAMPLES
              READ SAMPLE-FILE
                 AT END MOVE "Y" TO WS-ASM-EOF-SW
                 NOT AT END
                    IF WS-SMP-COUNT < WS-SMP-MAX
                       AND ASM-SET-NO NUMERIC
                       ADD 1 TO WS-SMP-COUNT
                       MOVE ASM-KEY TO SMP-KEY(WS-SMP-COUNT)
                       MOVE ASM-SET-NO TO SMP-SET-NO(WS-SMP-COUNT)
                       MOVE AUDIT-SAMPLE-REC TO SMP-DATA(WS-SMP-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SAMPLE-FILE
       .
       001-EXIT.
           EXIT
       .

       002-LOAD-SIGNOFFS.
           OPEN INPUT SIGNOFF-FILE
           IF WS-ASO-FSTATUS NOT = "00"
              GO TO 002-EXIT
           END-IF
           PERFORM UNTIL END-OF-SIGNOFFS
              READ SIGNOFF-FILE
                 AT END MOVE "Y" TO WS-ASO-EOF-SW
                 NOT AT END
                    IF WS-ASO-COUNT < WS-ASO-MAX
                       ADD 1 TO WS-ASO-COUNT
                       MOVE ASO-KEY TO ASO-TBL-KEY(WS-ASO-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SIGNOFF-FILE
       .
       002-EXIT.
           EXIT
       .

       003-REVIEW-ONE-SAMPLE.
           MOVE "N" TO WS-SIGNED-SW
           PERFORM VARYING ASO-IDX FROM 1 BY 1
              UNTIL ASO-IDX > WS-ASO-COUNT OR SAMPLE-SIGNED
              IF ASO-TBL-KEY(ASO-IDX) = SMP-KEY(SMP-IDX)
                 MOVE "Y" TO WS-SIGNED-SW
              END-IF
           END-PERFORM
           IF SAMPLE-SIGNED
              DISPLAY SMP-KEY(SMP-IDX) " already signed off."
              GO TO 003-EXIT
           END-IF
           MOVE SMP-DATA(SMP-IDX) TO AUDIT-SAMPLE-REC
           MOVE ASM-NUM1 TO WS-PRN-NUM1
           MOVE ASM-NUM2 TO WS-PRN-NUM2
           MOVE ASM-RESULT TO WS-PRN-RESULT
           DISPLAY "-----------------------------------------------"
           DISPLAY "Sample " ASM-KEY "  audit line " ASM-AUD-LINE
              "  run " ASM-AUD-RUN-DATE " " ASM-AUD-OPERATOR
           DISPLAY "  NUM1 " WS-PRN-NUM1 "  NUM2 " WS-PRN-NUM2
              "  RESULT " WS-PRN-RESULT
           IF ASM-REPRODUCED
              DISPLAY "  Recomputed: agrees as operation "
                 ASM-RECALC-OP
           ELSE
              DISPLAY "  Recomputed: RESULT NOT REPRODUCED"
           END-IF
           DISPLAY "(P)ass, (F)ail, Enter to skip, Q to stop: "
              WITH NO ADVANCING
           MOVE SPACE TO WS-ANSWER
           ACCEPT WS-ANSWER
           EVALUATE WS-ANSWER
              WHEN "P" WHEN "p"
                 MOVE "P" TO WS-ANSWER
              WHEN "F" WHEN "f"
                 MOVE "F" TO WS-ANSWER
              WHEN "Q" WHEN "q"
                 MOVE "Y" TO WS-QUIT-SW
                 GO TO 003-EXIT
              WHEN OTHER
                 GO TO 003-EXIT
           END-EVALUATE
           MOVE SPACES TO AUDIT-SIGNOFF-REC
           MOVE SMP-KEY(SMP-IDX) TO ASO-KEY
           MOVE WS-OPERATOR-ID TO ASO-REVIEWER
           MOVE FUNCTION CURRENT-DATE(1:8) TO ASO-REVIEW-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO ASO-REVIEW-TIME
           MOVE WS-ANSWER TO ASO-RESULT
           WRITE AUDIT-SIGNOFF-REC
           ADD 1 TO WS-SIGNED-COUNT
           IF ASO-FAILED
              ADD 1 TO WS-FAILED-COUNT
           END-IF
       .
       003-EXIT.
           EXIT
       .

       009-RECORD-RUN-HISTORY.
           OPEN I-O RUN-HISTORY-FILE
           IF WS-RUNH-FSTATUS = "35"
              OPEN OUTPUT RUN-HISTORY-FILE
           END-IF
           MOVE SPACES TO RUN-HISTORY-REC
           MOVE "AUDSIGN" TO RUNH-PROGRAM
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

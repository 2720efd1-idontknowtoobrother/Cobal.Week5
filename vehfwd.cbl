       IDENTIFICATION DIVISION.
       PROGRAM-ID. VEHFWD.
       AUTHOR. JAKKRIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VEHICLE-MASTER ASSIGN TO DYNAMIC WS-VEHM-DSN
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS VEH-ID
              FILE STATUS IS WS-VEH-FSTATUS.
           SELECT VEH-LOG-FILE ASSIGN TO "vehm-log.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-VLG-FSTATUS.
           SELECT MANIFEST-FILE ASSIGN TO DYNAMIC WS-MANIFEST-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MAN-FSTATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO "run-history.idx"
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS RUNH-KEY
              FILE STATUS IS WS-RUNH-FSTATUS.
           SELECT PRINT-FILE ASSIGN TO "vehfwd-print.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  VEHICLE-MASTER.
       COPY "vehicle-rec.cpy".

       FD  VEH-LOG-FILE.
       COPY "veh-log.cpy".

       FD  MANIFEST-FILE.
       01  MANIFEST-REC.
           05 MAN-FILE-NAME    PIC X(30).
           05 FILLER           PIC X VALUE SPACE.
           05 MAN-REC-COUNT    PIC 9(7).

       FD  RUN-HISTORY-FILE.
       COPY "run-history.cpy".

       FD  PRINT-FILE.
       COPY "print-line.cpy".

       WORKING-STORAGE SECTION.
       COPY "run-stamp.cpy".
       01  WS-VEHM-DSN         PIC X(40)
           VALUE "vehicle-master.idx".
       01  WS-SPOOL-PROGRAM    PIC X(12) VALUE "VEHFWD".
       01  WS-SPOOL-FILE       PIC X(40)
           VALUE "vehfwd-print.dat".
       01  WS-OPERATOR-ID      PIC X(8) VALUE "SYSTEM".
       01  WS-AUTHORITY        PIC X VALUE SPACE.
       01  WS-AUTH-PROGRAM     PIC X(12) VALUE "VEHFWD".
       01  WS-AUTH-OPTION      PIC 99 VALUE ZEROS.
       01  WS-AUTH-FUNCTION    PIC X(8) VALUE "RUN".
       01  WS-AUTH-PERMIT-SW   PIC X VALUE "N".
           88 FUNCTION-PERMITTED VALUE "Y".
       01  WS-SEC-PROGRAM      PIC X(12) VALUE "VEHFWD".
       01  WS-SEC-EVENT        PIC X(12) VALUE "ROLLFWD".
       01  WS-SEC-DETAIL       PIC X(30) VALUE SPACES.
       01  WS-SEC-SEV          PIC X VALUE "E".
       01  WS-VEH-FSTATUS      PIC XX VALUE "00".
       01  WS-VLG-FSTATUS      PIC XX VALUE "00".
       01  WS-MAN-FSTATUS      PIC XX VALUE "00".
       01  WS-RUNH-FSTATUS     PIC XX VALUE "00".
       01  WS-VEH-EOF-SW       PIC X VALUE "N".
           88 END-OF-VEHICLES     VALUE "Y".
       01  WS-VLG-EOF-SW       PIC X VALUE "N".
           88 END-OF-LOG          VALUE "Y".
       01  WS-MAN-EOF-SW       PIC X VALUE "N".
           88 END-OF-MANIFEST     VALUE "Y".
       01  WS-IN-SET-SW        PIC X VALUE "N".
           88 MASTER-IN-SET       VALUE "Y".
       01  WS-PAST-STOP-SW     PIC X VALUE "N".
           88 PAST-STOP-POINT     VALUE "Y".
       01  WS-FOUND-SW         PIC X VALUE "N".
           88 VEHICLE-FOUND       VALUE "Y".
       01  WS-MANIFEST-NAME    PIC X(40) VALUE SPACES.
       01  WS-SET-IN           PIC X(8).
       01  WS-SET-DATE         PIC 9(8) VALUE ZEROS.
       01  WS-STOP-DATE-IN     PIC X(8).
       01  WS-STOP-TIME-IN     PIC X(6).
       01  WS-STOP-POINT.
           05 WS-STOP-DATE     PIC 9(8) VALUE 99999999.
           05 WS-STOP-TIME     PIC 9(8) VALUE 99999999.
       01  WS-ENTRY-POINT.
           05 WS-ENTRY-DATE    PIC 9(8) VALUE ZEROS.
           05 WS-ENTRY-TIME    PIC 9(8) VALUE ZEROS.
       01  WS-SET-COUNT        PIC 9(7) VALUE ZEROS.
       01  WS-MASTER-COUNT     PIC 9(7) VALUE ZEROS.
       01  WS-LOG-SEQ          PIC 9(7) VALUE ZEROS.
       01  WS-MARK-SEQ         PIC 9(7) VALUE ZEROS.
       01  WS-MARK-DATE        PIC 9(8) VALUE ZEROS.
       01  WS-MARK-TIME        PIC 9(8) VALUE ZEROS.
       01  WS-ANSWER           PIC X VALUE SPACE.
       01  WS-RESULT           PIC X(20) VALUE SPACES.
       01  WS-OUTCOME-SW       PIC X VALUE "A".
           88 OUTCOME-APPLIED     VALUE "A".
           88 OUTCOME-NOTED       VALUE "N".
           88 OUTCOME-FAILED      VALUE "F".
       01  WS-APPLIED-COUNT    PIC 9(7) VALUE ZEROS.
       01  WS-ADD-COUNT        PIC 9(7) VALUE ZEROS.
       01  WS-CHANGE-COUNT     PIC 9(7) VALUE ZEROS.
       01  WS-DELETE-COUNT     PIC 9(7) VALUE ZEROS.
       01  WS-ODD-COUNT        PIC 9(7) VALUE ZEROS.
       01  WS-FAIL-COUNT       PIC 9(7) VALUE ZEROS.
       01  WS-HELD-COUNT       PIC 9(7) VALUE ZEROS.
       01  WS-LAST-DATE        PIC 9(8) VALUE ZEROS.
       01  WS-LAST-TIME        PIC 9(8) VALUE ZEROS.
       01  PGM-TABLE.
           05 PGM-ENTRY OCCURS 20 TIMES INDEXED BY PGM-IDX.
              10 PGM-NAME        PIC X(12).
              10 PGM-ADDS        PIC 9(7).
              10 PGM-CHANGES     PIC 9(7).
              10 PGM-DELETES     PIC 9(7).
       01  WS-PGM-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-PGM-MAX          PIC 9(3) VALUE 20.
       01  WS-PGM-FOUND-SW     PIC X VALUE "N".
           88 PROGRAM-FOUND       VALUE "Y".
       01  WS-PGM-MATCH        PIC 9(3) VALUE ZEROS.
       01  WS-PRN-COUNT        PIC ZZZ,ZZ9.
       01  WS-PRN-ADDS         PIC ZZZ,ZZ9.
       01  WS-PRN-CHANGES      PIC ZZZ,ZZ9.
       01  WS-PRN-DELETES      PIC ZZZ,ZZ9.
       01  WS-PRINT-LINE       PIC X(132) VALUE SPACES.
       01  WS-RUN-START-DATE   PIC 9(8).
       01  WS-RUN-START-TIME   PIC 9(8).
       01  WS-RUN-STATUS       PIC X(8) VALUE "OK".

       PROCEDURE DIVISION.
       000-BEGIN.
           CALL "GETDSN" USING WS-VEHM-DSN
           CALL "GETOPER" USING WS-OPERATOR-ID
           CALL "GETAUTH" USING WS-OPERATOR-ID WS-AUTHORITY
              WS-AUTH-PROGRAM WS-AUTH-OPTION WS-AUTH-FUNCTION
              WS-AUTH-PERMIT-SW
           IF NOT FUNCTION-PERMITTED
              DISPLAY "VEHFWD: roll-forward is not permitted for "
                 "your role."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           CALL "GETBDATE" USING WS-RUN-START-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-RUN-START-TIME
           MOVE WS-RUN-START-DATE TO WS-PRN-RUN-DATE
           DISPLAY "==============================================="
           DISPLAY "     VEHICLE MASTER ROLL-FORWARD FROM BACKUP"
           DISPLAY "==============================================="
           PERFORM 001-INPUT-SET THRU 001-EXIT
           IF NOT MASTER-IN-SET
              PERFORM 015-ABANDON-RUN THRU 015-EXIT
              GOBACK
           END-IF
           PERFORM 002-FIND-BACKUP-MARK THRU 002-EXIT
           IF WS-MARK-SEQ = 0
              DISPLAY "VEHFWD: vehm-log.dat has no backup mark for set "
                 WS-SET-DATE ", nothing done."
              PERFORM 015-ABANDON-RUN THRU 015-EXIT
              GOBACK
           END-IF
           PERFORM 003-COUNT-MASTER THRU 003-EXIT
           IF WS-MASTER-COUNT NOT = WS-SET-COUNT
              DISPLAY "VEHFWD: vehicle master holds " WS-MASTER-COUNT
                 " records, backup set " WS-SET-DATE " holds "
                 WS-SET-COUNT "."
              DISPLAY "Has the master been restored from this set? "
                 "(Y/N): " WITH NO ADVANCING
              MOVE SPACE TO WS-ANSWER
              ACCEPT WS-ANSWER
              IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
                 DISPLAY "Run RESTORE for set " WS-SET-DATE
                    " first, nothing done."
                 PERFORM 015-ABANDON-RUN THRU 015-EXIT
                 GOBACK
              END-IF
           END-IF
           PERFORM 004-INPUT-STOP-POINT THRU 004-EXIT
           DISPLAY "Re-apply postings since backup " WS-MARK-DATE " "
              WS-MARK-TIME "? (Y/N): " WITH NO ADVANCING
           MOVE SPACE TO WS-ANSWER
           ACCEPT WS-ANSWER
           IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
              DISPLAY "Roll-forward not performed."
              PERFORM 015-ABANDON-RUN THRU 015-EXIT
              GOBACK
           END-IF
           OPEN I-O VEHICLE-MASTER
           IF WS-VEH-FSTATUS NOT = "00"
              DISPLAY "VEHFWD: cannot open vehicle master, status "
                 WS-VEH-FSTATUS
              PERFORM 015-ABANDON-RUN THRU 015-EXIT
              GOBACK
           END-IF
           OPEN OUTPUT PRINT-FILE
           PERFORM 012-PRINT-HEADING THRU 012-EXIT
           PERFORM 005-REAPPLY-LOG THRU 005-EXIT
           CLOSE VEHICLE-MASTER
           PERFORM 010-PRINT-PROGRAMS THRU 010-EXIT
           PERFORM 011-PRINT-TOTALS THRU 011-EXIT
           CLOSE PRINT-FILE
           CALL "SPOOLSAVE" USING WS-SPOOL-PROGRAM WS-SPOOL-FILE
           MOVE SPACES TO WS-SEC-DETAIL
           STRING "SET " WS-SET-DATE " " WS-APPLIED-COUNT " APPLIED"
              DELIMITED BY SIZE INTO WS-SEC-DETAIL
           CALL "SECLOG" USING WS-SEC-PROGRAM WS-OPERATOR-ID
              WS-SEC-EVENT WS-SEC-DETAIL WS-SEC-SEV
           MOVE 0 TO RETURN-CODE
           IF WS-ODD-COUNT > 0
              MOVE "FLAGGED" TO WS-RUN-STATUS
              MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-FAIL-COUNT > 0
              MOVE "ABORTED" TO WS-RUN-STATUS
              MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "-----------------------------------------------"
           DISPLAY "Backup set . . . . . . . . . . : " WS-SET-DATE
           DISPLAY "Postings re-applied  . . . . . : "
              WS-APPLIED-COUNT
           DISPLAY "Postings applied with notes  . : " WS-ODD-COUNT
           DISPLAY "Postings failed  . . . . . . . : " WS-FAIL-COUNT
           DISPLAY "Postings after stop point  . . : " WS-HELD-COUNT
           DISPLAY "Roll-forward status  . . . . . : " WS-RUN-STATUS
           DISPLAY "==============================================="
           IF WS-HELD-COUNT > 0
              DISPLAY "Take a fresh BACKUP before posting resumes."
           END-IF
           PERFORM 014-RECORD-RUN-HISTORY THRU 014-EXIT
           GOBACK
       .

       001-INPUT-SET.
           MOVE "N" TO WS-IN-SET-SW
           DISPLAY "Backup set date (YYYYMMDD): " WITH NO ADVANCING
           MOVE SPACES TO WS-SET-IN
           ACCEPT WS-SET-IN
           IF WS-SET-IN NOT NUMERIC
              DISPLAY "VEHFWD: set date must be 8 digits."
              GO TO 001-EXIT
           END-IF
           MOVE WS-SET-IN TO WS-SET-DATE
           MOVE SPACES TO WS-MANIFEST-NAME
           STRING "backup-" WS-SET-DATE ".set"
              DELIMITED BY SIZE INTO WS-MANIFEST-NAME
           OPEN INPUT MANIFEST-FILE
           IF WS-MAN-FSTATUS NOT = "00"
              DISPLAY "VEHFWD: no backup set " WS-MANIFEST-NAME
              GO TO 001-EXIT
           END-IF
           MOVE "N" TO WS-MAN-EOF-SW
           PERFORM UNTIL END-OF-MANIFEST
              READ MANIFEST-FILE
                 AT END MOVE "Y" TO WS-MAN-EOF-SW
                 NOT AT END
                    IF MAN-FILE-NAME = "vehicle-master.dat"
                       MOVE "Y" TO WS-IN-SET-SW
                       MOVE MAN-REC-COUNT TO WS-SET-COUNT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE MANIFEST-FILE
           IF NOT MASTER-IN-SET
              DISPLAY "VEHFWD: backup set " WS-SET-DATE
                 " holds no vehicle master."
           END-IF
       .
       001-EXIT.
           EXIT
       .

       002-FIND-BACKUP-MARK.
           MOVE ZEROS TO WS-MARK-SEQ
           MOVE ZEROS TO WS-LOG-SEQ
           MOVE "N" TO WS-VLG-EOF-SW
           OPEN INPUT VEH-LOG-FILE
           IF WS-VLG-FSTATUS NOT = "00"
              GO TO 002-EXIT
           END-IF
           PERFORM UNTIL END-OF-LOG
              READ VEH-LOG-FILE
                 AT END MOVE "Y" TO WS-VLG-EOF-SW
                 NOT AT END
                    ADD 1 TO WS-LOG-SEQ
                    IF VLG-BACKUP
                       AND VLG-AFTER-IMAGE(1:8) = WS-SET-IN
                       MOVE WS-LOG-SEQ TO WS-MARK-SEQ
                       MOVE VLG-DATE TO WS-MARK-DATE
                       MOVE VLG-TIME TO WS-MARK-TIME
                    END-IF
              END-READ
           END-PERFORM
           CLOSE VEH-LOG-FILE
       .
       002-EXIT.
           EXIT
       .

       003-COUNT-MASTER.
           MOVE ZEROS TO WS-MASTER-COUNT
           MOVE "N" TO WS-VEH-EOF-SW
           OPEN INPUT VEHICLE-MASTER
           IF WS-VEH-FSTATUS NOT = "00"
              GO TO 003-EXIT
           END-IF
           PERFORM UNTIL END-OF-VEHICLES
              READ VEHICLE-MASTER NEXT
                 AT END MOVE "Y" TO WS-VEH-EOF-SW
                 NOT AT END ADD 1 TO WS-MASTER-COUNT
              END-READ
           END-PERFORM
           CLOSE VEHICLE-MASTER
       .
       003-EXIT.
           EXIT
       .

       004-INPUT-STOP-POINT.
           MOVE 99999999 TO WS-STOP-DATE
           MOVE 99999999 TO WS-STOP-TIME
           DISPLAY "Stop after date (YYYYMMDD, Enter for end of log): "
              WITH NO ADVANCING
           MOVE SPACES TO WS-STOP-DATE-IN
           ACCEPT WS-STOP-DATE-IN
           IF WS-STOP-DATE-IN = SPACES
              GO TO 004-EXIT
           END-IF
           IF WS-STOP-DATE-IN NOT NUMERIC
              DISPLAY "Not a valid date, rolling to end of log."
              GO TO 004-EXIT
           END-IF
           MOVE WS-STOP-DATE-IN TO WS-STOP-DATE
           DISPLAY "Stop after time (HHMMSS, Enter for end of day): "
              WITH NO ADVANCING
           MOVE SPACES TO WS-STOP-TIME-IN
           ACCEPT WS-STOP-TIME-IN
           IF WS-STOP-TIME-IN NUMERIC
              MOVE WS-STOP-TIME-IN TO WS-STOP-TIME(1:6)
              MOVE 99 TO WS-STOP-TIME(7:2)
           END-IF
       .
       004-EXIT.
           EXIT
       .

       005-REAPPLY-LOG.
           MOVE ZEROS TO WS-LOG-SEQ
           MOVE "N" TO WS-VLG-EOF-SW
           MOVE "N" TO WS-PAST-STOP-SW
           OPEN INPUT VEH-LOG-FILE
           PERFORM UNTIL END-OF-LOG
              READ VEH-LOG-FILE
                 AT END MOVE "Y" TO WS-VLG-EOF-SW
                 NOT AT END
                    ADD 1 TO WS-LOG-SEQ
                    IF WS-LOG-SEQ > WS-MARK-SEQ
                       PERFORM 006-APPLY-ONE THRU 006-EXIT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE VEH-LOG-FILE
       .
       005-EXIT.
           EXIT
       .

       006-APPLY-ONE.
           IF VLG-BACKUP
              GO TO 006-EXIT
           END-IF
           MOVE VLG-DATE TO WS-ENTRY-DATE
           MOVE VLG-TIME TO WS-ENTRY-TIME
           IF WS-ENTRY-POINT > WS-STOP-POINT
              MOVE "Y" TO WS-PAST-STOP-SW
           END-IF
           IF PAST-STOP-POINT
              ADD 1 TO WS-HELD-COUNT
              GO TO 006-EXIT
           END-IF
           MOVE VLG-AFTER-IMAGE TO VEHICLE-REC
           MOVE "N" TO WS-FOUND-SW
           READ VEHICLE-MASTER
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE "Y" TO WS-FOUND-SW
           END-READ
           MOVE VLG-AFTER-IMAGE TO VEHICLE-REC
           MOVE SPACES TO WS-RESULT
           MOVE "A" TO WS-OUTCOME-SW
           EVALUATE TRUE
              WHEN VLG-ADD AND VEHICLE-FOUND
                 MOVE "ADDED OVER EXISTING" TO WS-RESULT
                 MOVE "N" TO WS-OUTCOME-SW
                 PERFORM 007-REWRITE-IMAGE THRU 007-EXIT
              WHEN VLG-ADD
                 MOVE "ADDED" TO WS-RESULT
                 PERFORM 008-WRITE-IMAGE THRU 008-EXIT
              WHEN VLG-CHANGE AND VEHICLE-FOUND
                 MOVE "CHANGED" TO WS-RESULT
                 PERFORM 007-REWRITE-IMAGE THRU 007-EXIT
              WHEN VLG-CHANGE
                 MOVE "CHANGED, WAS MISSING" TO WS-RESULT
                 MOVE "N" TO WS-OUTCOME-SW
                 PERFORM 008-WRITE-IMAGE THRU 008-EXIT
              WHEN VLG-DELETE AND VEHICLE-FOUND
                 MOVE "DELETED" TO WS-RESULT
                 DELETE VEHICLE-MASTER
                    INVALID KEY
                       MOVE "DELETE FAILED" TO WS-RESULT
                       MOVE "F" TO WS-OUTCOME-SW
                 END-DELETE
              WHEN VLG-DELETE
                 MOVE "ALREADY ABSENT" TO WS-RESULT
                 MOVE "N" TO WS-OUTCOME-SW
              WHEN OTHER
                 MOVE "UNKNOWN ACTION" TO WS-RESULT
                 MOVE "F" TO WS-OUTCOME-SW
           END-EVALUATE
           IF OUTCOME-FAILED
              ADD 1 TO WS-FAIL-COUNT
           ELSE
              ADD 1 TO WS-APPLIED-COUNT
              IF OUTCOME-NOTED
                 ADD 1 TO WS-ODD-COUNT
              END-IF
              PERFORM 009-COUNT-PROGRAM THRU 009-EXIT
              MOVE VLG-DATE TO WS-LAST-DATE
              MOVE VLG-TIME TO WS-LAST-TIME
           END-IF
           MOVE VLG-DATE TO WS-PRINT-LINE(1:8)
           MOVE VLG-TIME TO WS-PRINT-LINE(10:8)
           MOVE VLG-PROGRAM TO WS-PRINT-LINE(19:12)
           MOVE VLG-OPERATOR TO WS-PRINT-LINE(32:8)
           MOVE VLG-ACTION TO WS-PRINT-LINE(42:1)
           MOVE VLG-AFTER-IMAGE(1:6) TO WS-PRINT-LINE(45:6)
           MOVE VLG-AFTER-IMAGE(7:6) TO WS-PRINT-LINE(53:6)
           MOVE VLG-AFTER-IMAGE(13:6) TO WS-PRINT-LINE(61:6)
           MOVE VLG-AFTER-IMAGE(19:1) TO WS-PRINT-LINE(69:1)
           MOVE VLG-AFTER-IMAGE(20:2) TO WS-PRINT-LINE(72:2)
           MOVE WS-RESULT TO WS-PRINT-LINE(76:20)
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
       .
       006-EXIT.
           EXIT
       .

       007-REWRITE-IMAGE.
           REWRITE VEHICLE-REC
              INVALID KEY
                 MOVE "REWRITE FAILED" TO WS-RESULT
                 MOVE "F" TO WS-OUTCOME-SW
           END-REWRITE
       .
       007-EXIT.
           EXIT
       .

       008-WRITE-IMAGE.
           WRITE VEHICLE-REC
              INVALID KEY
                 MOVE "WRITE FAILED" TO WS-RESULT
                 MOVE "F" TO WS-OUTCOME-SW
           END-WRITE
       .
       008-EXIT.
           EXIT
       .

       009-COUNT-PROGRAM.
           MOVE "N" TO WS-PGM-FOUND-SW
           PERFORM VARYING PGM-IDX FROM 1 BY 1
              UNTIL PGM-IDX > WS-PGM-COUNT OR PROGRAM-FOUND
              IF PGM-NAME(PGM-IDX) = VLG-PROGRAM
                 MOVE "Y" TO WS-PGM-FOUND-SW
                 SET WS-PGM-MATCH TO PGM-IDX
              END-IF
           END-PERFORM
           IF NOT PROGRAM-FOUND
              IF WS-PGM-COUNT NOT < WS-PGM-MAX
                 GO TO 009-EXIT
              END-IF
              ADD 1 TO WS-PGM-COUNT
              MOVE WS-PGM-COUNT TO WS-PGM-MATCH
              MOVE VLG-PROGRAM TO PGM-NAME(WS-PGM-MATCH)
              MOVE ZEROS TO PGM-ADDS(WS-PGM-MATCH)
              MOVE ZEROS TO PGM-CHANGES(WS-PGM-MATCH)
              MOVE ZEROS TO PGM-DELETES(WS-PGM-MATCH)
           END-IF
           EVALUATE TRUE
              WHEN VLG-ADD
                 ADD 1 TO PGM-ADDS(WS-PGM-MATCH)
                 ADD 1 TO WS-ADD-COUNT
              WHEN VLG-CHANGE
                 ADD 1 TO PGM-CHANGES(WS-PGM-MATCH)
                 ADD 1 TO WS-CHANGE-COUNT
              WHEN VLG-DELETE
                 ADD 1 TO PGM-DELETES(WS-PGM-MATCH)
                 ADD 1 TO WS-DELETE-COUNT
           END-EVALUATE
       .
       009-EXIT.
           EXIT
       .

       010-PRINT-PROGRAMS.
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           MOVE "POSTINGS RE-APPLIED BY PROGRAM" TO WS-PRINT-LINE
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           MOVE "PROGRAM" TO WS-PRINT-LINE(3:7)
           MOVE "ADDS" TO WS-PRINT-LINE(20:4)
           MOVE "CHANGES" TO WS-PRINT-LINE(25:7)
           MOVE "DELETES" TO WS-PRINT-LINE(33:7)
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           PERFORM VARYING PGM-IDX FROM 1 BY 1
              UNTIL PGM-IDX > WS-PGM-COUNT
              MOVE PGM-ADDS(PGM-IDX) TO WS-PRN-ADDS
              MOVE PGM-CHANGES(PGM-IDX) TO WS-PRN-CHANGES
              MOVE PGM-DELETES(PGM-IDX) TO WS-PRN-DELETES
              STRING "  " PGM-NAME(PGM-IDX) "  " WS-PRN-ADDS " "
                 WS-PRN-CHANGES " " WS-PRN-DELETES
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
              PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           END-PERFORM
           MOVE WS-ADD-COUNT TO WS-PRN-ADDS
           MOVE WS-CHANGE-COUNT TO WS-PRN-CHANGES
           MOVE WS-DELETE-COUNT TO WS-PRN-DELETES
           STRING "  TOTAL       " "  " WS-PRN-ADDS " "
              WS-PRN-CHANGES " " WS-PRN-DELETES
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
       .
       010-EXIT.
           EXIT
       .

       011-PRINT-TOTALS.
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           MOVE WS-APPLIED-COUNT TO WS-PRN-COUNT
           STRING "POSTINGS RE-APPLIED         " WS-PRN-COUNT
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           MOVE WS-ODD-COUNT TO WS-PRN-COUNT
           STRING "  OF WHICH APPLIED WITH NOTE" WS-PRN-COUNT
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           MOVE WS-FAIL-COUNT TO WS-PRN-COUNT
           STRING "POSTINGS FAILED             " WS-PRN-COUNT
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           MOVE WS-HELD-COUNT TO WS-PRN-COUNT
           STRING "POSTINGS AFTER STOP POINT   " WS-PRN-COUNT
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           IF WS-LAST-DATE = 0
              MOVE "MASTER LEFT AS OF THE BACKUP" TO WS-PRINT-LINE
           ELSE
              STRING "MASTER RECOVERED TO         " WS-LAST-DATE " "
                 WS-LAST-TIME
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
       .
       011-EXIT.
           EXIT
       .

       012-PRINT-HEADING.
           STRING "VEHICLE MASTER ROLL-FORWARD   BACKUP SET "
              WS-SET-DATE "   RUN DATE " WS-PRN-RUN-DATE
              "   OPERATOR " WS-OPERATOR-ID
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           MOVE "1" TO PRN-CARRIAGE-CTL
           MOVE WS-PRINT-LINE TO PRN-TEXT
           WRITE PRINT-REC
           DISPLAY WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           STRING "BACKUP TAKEN " WS-MARK-DATE " " WS-MARK-TIME
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           IF WS-STOP-DATE = 99999999
              MOVE "STOP POINT   END OF LOG" TO WS-PRINT-LINE
           ELSE
              STRING "STOP POINT   " WS-STOP-DATE " " WS-STOP-TIME
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           PERFORM 013-PRINT-ONE-LINE THRU 013-EXIT
           MOVE "DATE" TO WS-PRINT-LINE(1:4)
           MOVE "TIME" TO WS-PRINT-LINE(10:4)
           MOVE "PROGRAM" TO WS-PRINT-LINE(19:7)
           MOVE "OPERATOR" TO WS-PRINT-LINE(32:8)
           MOVE "ACT" TO WS-PRINT-LINE(41:3)
           MOVE "VEHICLE" TO WS-PRINT-LINE(45:7)
           MOVE "START" TO WS-PRINT-LINE(53:5)
           MOVE "END" TO WS-PRINT-LINE(61:3)
           MOVE "ST" TO WS-PRINT-LINE(68:2)
           MOVE "CL" TO WS-PRINT-LINE(72:2)
           MOVE "RESULT" TO WS-PRINT-LINE(76:6)
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

       014-RECORD-RUN-HISTORY.
           OPEN I-O RUN-HISTORY-FILE
           IF WS-RUNH-FSTATUS = "35"
              OPEN OUTPUT RUN-HISTORY-FILE
           END-IF
           MOVE SPACES TO RUN-HISTORY-REC
           MOVE "VEHFWD" TO RUNH-PROGRAM
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
       014-EXIT.
           EXIT
       .

       015-ABANDON-RUN.
           MOVE "ABORTED" TO WS-RUN-STATUS
           MOVE 8 TO RETURN-CODE
           PERFORM 014-RECORD-RUN-HISTORY THRU 014-EXIT
       .
       015-EXIT.
           EXIT
       .

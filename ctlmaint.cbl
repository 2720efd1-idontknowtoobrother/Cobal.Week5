           SELECT KPI-CTL-FILE ASSIGN TO "kpi-ctl.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-KPI-FSTATUS.
           SELECT GL-MAP-FILE ASSIGN TO "gl-map.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GLM-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       01  KPI-CTL-REC.
           05 KPI-TOL-PCT      PIC 9(3).

       FD  GL-MAP-FILE.
       COPY "gl-map.cpy".

       WORKING-STORAGE SECTION.
       01  WS-OPERATOR-ID       PIC X(8) VALUE "SYSTEM".
       01  WS-JNL-FSTATUS       PIC XX VALUE "00".
       01  WS-WIDTH-FSTATUS     PIC XX VALUE "00".
       01  WS-DVT-FSTATUS       PIC XX VALUE "00".
       01  MENU-CHOICE          PIC 99 VALUE ZEROS.
       01  WS-AUTHORITY         PIC X VALUE SPACE.
       01  WS-AUTH-PROGRAM      PIC X(12) VALUE "CTLMAINT".
       01  WS-AUTH-OPTION       PIC 99 VALUE ZEROS.
       01  WS-AUTH-FUNCTION     PIC X(8) VALUE SPACES.
       01  WS-AUTH-PERMIT-SW    PIC X VALUE "N".
           88 FUNCTION-PERMITTED VALUE "Y".
       01  WS-CONTINUE-SW       PIC X VALUE "Y".
           88 CONTINUE-MENU        VALUE "Y".

       01  WS-NEW-RATE           PIC 9(3)V9(4) VALUE ZEROS.
       01  WS-RATE-MATCH-IDX     PIC 9(3) VALUE ZEROS.

       01  WS-GLM-FSTATUS        PIC XX VALUE "00".
       01  GLM-TABLE.
           05 GLM-ENTRY OCCURS 300 TIMES INDEXED BY GLM-IDX.
              10 GLM-TBL-CC       PIC X(4).
              10 GLM-TBL-TYPE     PIC X(4).
              10 GLM-TBL-ACCOUNT  PIC X(8).
       01  WS-GLM-COUNT          PIC 9(3) VALUE ZEROS.
       01  WS-GLM-MAX            PIC 9(3) VALUE 300.
       01  WS-GLM-EOF-SW         PIC X VALUE "N".
           88 END-OF-GL-MAP         VALUE "Y".
       01  WS-GLM-FOUND-SW       PIC X VALUE "N".
           88 GL-MAP-FOUND          VALUE "Y".
       01  WS-GLM-MATCH-IDX      PIC 9(3) VALUE ZEROS.
       01  WS-NEW-GLM-CC         PIC X(4).
       01  WS-NEW-GLM-TYPE       PIC X(4).
           88 VALID-CHG-TYPE        VALUE "MILE" "FUEL" "MAIN"
                                          "DEPR" "POOL" "CLR ".
       01  WS-NEW-GLM-ACCOUNT    PIC X(8).

       01  DVT-TABLE.
           05 DVT-ENTRY OCCURS 50 TIMES INDEXED BY DVT-IDX.
              10 DVT-TBL-CODE     PIC X(3).
           DISPLAY " 8. Cost-per-mile chargeback rates (CHARGEBK)"
           DISPLAY " 9. Incident escalation threshold (INCRPT)"
           DISPLAY "10. KPI movement tolerance (KPIMON)"
           DISPLAY "11. GL account mapping (FLTJRNL)"
           DISPLAY " 0. Exit"
           DISPLAY "Select option: " WITH NO ADVANCING
           ACCEPT MENU-CHOICE
       .

       002-DISPATCH.
           IF MENU-CHOICE NOT = 0
              MOVE MENU-CHOICE TO WS-AUTH-OPTION
              MOVE SPACES TO WS-AUTH-FUNCTION
              CALL "GETAUTH" USING WS-OPERATOR-ID WS-AUTHORITY
                 WS-AUTH-PROGRAM WS-AUTH-OPTION WS-AUTH-FUNCTION
                 WS-AUTH-PERMIT-SW
              IF NOT FUNCTION-PERMITTED
                 DISPLAY "Your role is not permitted to use "
                    FUNCTION TRIM(WS-AUTH-FUNCTION) " in "
                    FUNCTION TRIM(WS-AUTH-PROGRAM) "."
                 GO TO 002-EXIT
              END-IF
           END-IF
           EVALUATE MENU-CHOICE
              WHEN 1 PERFORM 003-MAINT-LISTING6-3 THRU 003-EXIT
              WHEN 2 PERFORM 004-MAINT-STAR100 THRU 004-EXIT
              WHEN 8 PERFORM 020-MAINT-CC-RATES THRU 020-EXIT
              WHEN 9 PERFORM 025-MAINT-INC-CTL THRU 025-EXIT
              WHEN 10 PERFORM 026-MAINT-KPI-CTL THRU 026-EXIT
              WHEN 11 PERFORM 027-MAINT-GL-MAP THRU 027-EXIT
              WHEN 0 MOVE "N" TO WS-CONTINUE-SW
              WHEN OTHER
                 DISPLAY "Invalid selection, please try again."
       024-EXIT.
           EXIT
       .

       027-MAINT-GL-MAP.
           PERFORM 028-LOAD-GL-MAP THRU 028-EXIT
           DISPLAY "Current GL account mapping (CC **** = all others):"
           PERFORM VARYING GLM-IDX FROM 1 BY 1
              UNTIL GLM-IDX > WS-GLM-COUNT
              DISPLAY "  " GLM-TBL-CC(GLM-IDX) " "
                 GLM-TBL-TYPE(GLM-IDX) " = " GLM-TBL-ACCOUNT(GLM-IDX)
           END-PERFORM
           DISPLAY "Enter cost center (4 chars, **** for all others): "
              WITH NO ADVANCING
           MOVE SPACES TO WS-NEW-GLM-CC
           ACCEPT WS-NEW-GLM-CC
           MOVE FUNCTION UPPER-CASE(WS-NEW-GLM-CC) TO WS-NEW-GLM-CC
           IF WS-NEW-GLM-CC = SPACES
              DISPLAY "Cost center is required, nothing changed."
              GO TO 027-EXIT
           END-IF
           DISPLAY "Charge type (MILE FUEL MAIN DEPR POOL, CLR for "
              "the clearing account): " WITH NO ADVANCING
           MOVE SPACES TO WS-NEW-GLM-TYPE
           ACCEPT WS-NEW-GLM-TYPE
           MOVE FUNCTION UPPER-CASE(WS-NEW-GLM-TYPE) TO WS-NEW-GLM-TYPE
           IF NOT VALID-CHG-TYPE
              DISPLAY "Unknown charge type, nothing changed."
              GO TO 027-EXIT
           END-IF
           IF WS-NEW-GLM-TYPE = "CLR " AND WS-NEW-GLM-CC NOT = "****"
              DISPLAY "The clearing account is mapped for CC **** "
                 "only, nothing changed."
              GO TO 027-EXIT
           END-IF
           DISPLAY "GL account (8 chars, blank deletes): "
              WITH NO ADVANCING
           MOVE SPACES TO WS-NEW-GLM-ACCOUNT
           ACCEPT WS-NEW-GLM-ACCOUNT
           MOVE FUNCTION UPPER-CASE(WS-NEW-GLM-ACCOUNT)
              TO WS-NEW-GLM-ACCOUNT
           MOVE "N" TO WS-GLM-FOUND-SW
           MOVE ZEROS TO WS-GLM-MATCH-IDX
           PERFORM VARYING GLM-IDX FROM 1 BY 1
              UNTIL GLM-IDX > WS-GLM-COUNT
              IF GLM-TBL-CC(GLM-IDX) = WS-NEW-GLM-CC
                 AND GLM-TBL-TYPE(GLM-IDX) = WS-NEW-GLM-TYPE
                 MOVE "Y" TO WS-GLM-FOUND-SW
                 SET WS-GLM-MATCH-IDX TO GLM-IDX
              END-IF
           END-PERFORM
           MOVE SPACES TO WS-JNL-BEFORE
           IF GL-MAP-FOUND
              STRING WS-NEW-GLM-CC "/" WS-NEW-GLM-TYPE "="
                 GLM-TBL-ACCOUNT(WS-GLM-MATCH-IDX)
                 DELIMITED BY SIZE INTO WS-JNL-BEFORE
           ELSE
              STRING WS-NEW-GLM-CC "/" WS-NEW-GLM-TYPE "=(NONE)"
                 DELIMITED BY SIZE INTO WS-JNL-BEFORE
           END-IF
           MOVE "N" TO WS-JNL-CHANGED-SW
           IF WS-NEW-GLM-ACCOUNT = SPACES
              IF GL-MAP-FOUND
                 PERFORM 029-DELETE-GL-MAP-ENTRY THRU 029-EXIT
                 MOVE "Y" TO WS-JNL-CHANGED-SW
                 DISPLAY "Mapping removed."
              ELSE
                 DISPLAY "Mapping not found, nothing to delete."
              END-IF
           ELSE
              IF GL-MAP-FOUND
                 MOVE WS-NEW-GLM-ACCOUNT TO
                    GLM-TBL-ACCOUNT(WS-GLM-MATCH-IDX)
                 MOVE "Y" TO WS-JNL-CHANGED-SW
                 DISPLAY "Mapping updated."
              ELSE
                 IF WS-GLM-COUNT >= WS-GLM-MAX
                    DISPLAY "GL mapping table is full."
                 ELSE
                    ADD 1 TO WS-GLM-COUNT
                    MOVE WS-NEW-GLM-CC TO GLM-TBL-CC(WS-GLM-COUNT)
                    MOVE WS-NEW-GLM-TYPE TO GLM-TBL-TYPE(WS-GLM-COUNT)
                    MOVE WS-NEW-GLM-ACCOUNT TO
                       GLM-TBL-ACCOUNT(WS-GLM-COUNT)
                    MOVE "Y" TO WS-JNL-CHANGED-SW
                    DISPLAY "Mapping added."
                 END-IF
              END-IF
           END-IF
           IF NOT CONTROL-CHANGED
              GO TO 027-EXIT
           END-IF
           PERFORM 030-SAVE-GL-MAP THRU 030-EXIT
           MOVE "GL-MAP" TO WS-JNL-CONTROL
           MOVE SPACES TO WS-JNL-AFTER
           IF WS-NEW-GLM-ACCOUNT = SPACES
              STRING WS-NEW-GLM-CC "/" WS-NEW-GLM-TYPE "=(DELETED)"
                 DELIMITED BY SIZE INTO WS-JNL-AFTER
           ELSE
              STRING WS-NEW-GLM-CC "/" WS-NEW-GLM-TYPE "="
                 WS-NEW-GLM-ACCOUNT DELIMITED BY SIZE INTO WS-JNL-AFTER
           END-IF
           PERFORM 019-WRITE-JOURNAL THRU 019-EXIT
       .
       027-EXIT.
           EXIT
       .

       028-LOAD-GL-MAP.
           MOVE ZEROS TO WS-GLM-COUNT
           MOVE "N" TO WS-GLM-EOF-SW
           OPEN INPUT GL-MAP-FILE
           IF WS-GLM-FSTATUS = "00"
              PERFORM UNTIL END-OF-GL-MAP
                 READ GL-MAP-FILE
                    AT END MOVE "Y" TO WS-GLM-EOF-SW
                    NOT AT END
                       IF WS-GLM-COUNT < WS-GLM-MAX
                          ADD 1 TO WS-GLM-COUNT
                          MOVE GLM-CC TO GLM-TBL-CC(WS-GLM-COUNT)
                          MOVE GLM-CHG-TYPE TO
                             GLM-TBL-TYPE(WS-GLM-COUNT)
                          MOVE GLM-ACCOUNT TO
                             GLM-TBL-ACCOUNT(WS-GLM-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE GL-MAP-FILE
           END-IF
       .
       028-EXIT.
           EXIT
       .

       029-DELETE-GL-MAP-ENTRY.
           PERFORM VARYING GLM-IDX FROM WS-GLM-MATCH-IDX BY 1
              UNTIL GLM-IDX >= WS-GLM-COUNT
              MOVE GLM-ENTRY(GLM-IDX + 1) TO GLM-ENTRY(GLM-IDX)
           END-PERFORM
           SUBTRACT 1 FROM WS-GLM-COUNT
       .
       029-EXIT.
           EXIT
       .

       030-SAVE-GL-MAP.
           OPEN OUTPUT GL-MAP-FILE
           PERFORM VARYING GLM-IDX FROM 1 BY 1
              UNTIL GLM-IDX > WS-GLM-COUNT
              MOVE SPACES TO GL-MAP-REC
              MOVE GLM-TBL-CC(GLM-IDX) TO GLM-CC
              MOVE GLM-TBL-TYPE(GLM-IDX) TO GLM-CHG-TYPE
              MOVE GLM-TBL-ACCOUNT(GLM-IDX) TO GLM-ACCOUNT
              WRITE GL-MAP-REC
           END-PERFORM
           CLOSE GL-MAP-FILE
       .
       030-EXIT.
           EXIT
       .

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCLMAINT.
       AUTHOR. JAKKRIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPAIGN-FILE ASSIGN TO "recall-campaigns.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RCL-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAMPAIGN-FILE.
       COPY "recall-camp.cpy".

       WORKING-STORAGE SECTION.
       01  WS-RCL-FSTATUS       PIC XX VALUE "00".
       01  MENU-CHOICE          PIC 99 VALUE ZEROS.
       01  WS-OPERATOR-ID       PIC X(8) VALUE "SYSTEM".
       01  WS-AUTHORITY         PIC X VALUE SPACE.
       01  WS-AUTH-PROGRAM      PIC X(12) VALUE "RCLMAINT".
       01  WS-AUTH-OPTION       PIC 99 VALUE ZEROS.
       01  WS-AUTH-FUNCTION     PIC X(8) VALUE SPACES.
       01  WS-AUTH-PERMIT-SW    PIC X VALUE "N".
           88 FUNCTION-PERMITTED VALUE "Y".
       01  WS-CONTINUE-SW       PIC X VALUE "Y".
           88 CONTINUE-MENU        VALUE "Y".
       01  WS-RCL-EOF-SW        PIC X VALUE "N".
           88 END-OF-CAMPAIGNS     VALUE "Y".
       01  RCL-TABLE.
           05 RCL-ENTRY OCCURS 300 TIMES INDEXED BY RCL-IDX.
              10 RCL-TBL-LINE    PIC X(86).
       01  WS-RCL-COUNT         PIC 9(3) VALUE ZEROS.
       01  WS-RCL-MAX           PIC 9(3) VALUE 300.
       01  WS-RCL-MATCH-IDX     PIC 9(3) VALUE ZEROS.
       01  WS-NEW-CAMPAIGN      PIC X(10) VALUE SPACES.
       01  WS-NEW-MAKE          PIC X(12) VALUE SPACES.
       01  WS-NEW-MODEL         PIC X(12) VALUE SPACES.
       01  WS-NEW-YEAR-FROM     PIC 9(4) VALUE ZEROS.
       01  WS-NEW-YEAR-TO       PIC 9(4) VALUE ZEROS.
       01  WS-NEW-ISSUE         PIC 9(8) VALUE ZEROS.
       01  WS-NEW-DESC          PIC X(30) VALUE SPACES.
       01  WS-NUM-IN            PIC X(10).

       PROCEDURE DIVISION.
       000-BEGIN.
           CALL "GETOPER" USING WS-OPERATOR-ID
           PERFORM UNTIL NOT CONTINUE-MENU
              PERFORM 001-DISPLAY-MENU THRU 001-EXIT
              PERFORM 002-DISPATCH THRU 002-EXIT
           END-PERFORM
           GOBACK
       .

       001-DISPLAY-MENU.
           DISPLAY " "
           DISPLAY "RECALL CAMPAIGN MAINTENANCE"
           DISPLAY " 1. Enter or change a recall campaign"
           DISPLAY " 2. List recall campaigns"
           DISPLAY " 3. Delete a recall campaign"
           DISPLAY " 0. Exit"
           DISPLAY "Select option: " WITH NO ADVANCING
           ACCEPT MENU-CHOICE
       .
       001-EXIT.
           EXIT
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
              WHEN 1 PERFORM 003-RECORD-CAMPAIGN THRU 003-EXIT
              WHEN 2 PERFORM 004-LIST-CAMPAIGNS THRU 004-EXIT
              WHEN 3 PERFORM 005-DELETE-CAMPAIGN THRU 005-EXIT
              WHEN 0 MOVE "N" TO WS-CONTINUE-SW
              WHEN OTHER
                 DISPLAY "Invalid selection, please try again."
           END-EVALUATE
       .
       002-EXIT.
           EXIT
       .

       003-RECORD-CAMPAIGN.
           DISPLAY "Campaign number (10 characters): "
              WITH NO ADVANCING
           MOVE SPACES TO WS-NEW-CAMPAIGN
           ACCEPT WS-NEW-CAMPAIGN
           MOVE FUNCTION UPPER-CASE(WS-NEW-CAMPAIGN) TO WS-NEW-CAMPAIGN
           IF WS-NEW-CAMPAIGN = SPACES
              DISPLAY "Campaign number is required, campaign not "
                 "recorded."
              GO TO 003-EXIT
           END-IF
           DISPLAY "Make (12 characters): " WITH NO ADVANCING
           MOVE SPACES TO WS-NEW-MAKE
           ACCEPT WS-NEW-MAKE
           MOVE FUNCTION UPPER-CASE(WS-NEW-MAKE) TO WS-NEW-MAKE
           IF WS-NEW-MAKE = SPACES
              DISPLAY "Make is required, campaign not recorded."
              GO TO 003-EXIT
           END-IF
           DISPLAY "Model (12 characters, blank for all models): "
              WITH NO ADVANCING
           MOVE SPACES TO WS-NEW-MODEL
           ACCEPT WS-NEW-MODEL
           MOVE FUNCTION UPPER-CASE(WS-NEW-MODEL) TO WS-NEW-MODEL
           DISPLAY "First model year (YYYY): " WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           IF WS-NUM-IN(1:4) NOT NUMERIC
              DISPLAY "Model year must be 4 digits, campaign not "
                 "recorded."
              GO TO 003-EXIT
           END-IF
           MOVE WS-NUM-IN(1:4) TO WS-NEW-YEAR-FROM
           DISPLAY "Last model year (YYYY, Enter for same year): "
              WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           IF WS-NUM-IN(1:4) NUMERIC
              MOVE WS-NUM-IN(1:4) TO WS-NEW-YEAR-TO
           ELSE
              MOVE WS-NEW-YEAR-FROM TO WS-NEW-YEAR-TO
           END-IF
           IF WS-NEW-YEAR-TO < WS-NEW-YEAR-FROM
              DISPLAY "Last model year is before the first, campaign "
                 "not recorded."
              GO TO 003-EXIT
           END-IF
           DISPLAY "Date notice issued (YYYYMMDD): " WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
           ACCEPT WS-NUM-IN
           IF WS-NUM-IN(1:8) NOT NUMERIC
              DISPLAY "Date must be 8 digits, campaign not recorded."
              GO TO 003-EXIT
           END-IF
           MOVE WS-NUM-IN(1:8) TO WS-NEW-ISSUE
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-NEW-ISSUE) NOT = 0
              DISPLAY "Not a valid date, campaign not recorded."
              GO TO 003-EXIT
           END-IF
           DISPLAY "Description (30 characters): " WITH NO ADVANCING
           MOVE SPACES TO WS-NEW-DESC
           ACCEPT WS-NEW-DESC
           IF WS-NEW-DESC = SPACES
              DISPLAY "Description is required, campaign not "
                 "recorded."
              GO TO 003-EXIT
           END-IF
           PERFORM 006-LOAD-CAMPAIGNS THRU 006-EXIT
           PERFORM 008-FIND-CAMPAIGN THRU 008-EXIT
           IF WS-RCL-MATCH-IDX = 0
              IF WS-RCL-COUNT >= WS-RCL-MAX
                 DISPLAY "Recall campaign file is full."
                 GO TO 003-EXIT
              END-IF
              ADD 1 TO WS-RCL-COUNT
              MOVE WS-RCL-COUNT TO WS-RCL-MATCH-IDX
           END-IF
           MOVE SPACES TO RECALL-CAMPAIGN-REC
           MOVE WS-NEW-CAMPAIGN TO RCL-CAMPAIGN
           MOVE WS-NEW-MAKE TO RCL-MAKE
           MOVE WS-NEW-MODEL TO RCL-MODEL
           MOVE WS-NEW-YEAR-FROM TO RCL-YEAR-FROM
           MOVE WS-NEW-YEAR-TO TO RCL-YEAR-TO
           MOVE WS-NEW-ISSUE TO RCL-ISSUE-DATE
           MOVE WS-NEW-DESC TO RCL-DESC
           MOVE RECALL-CAMPAIGN-REC TO RCL-TBL-LINE(WS-RCL-MATCH-IDX)
           PERFORM 007-SAVE-CAMPAIGNS THRU 007-EXIT
           DISPLAY "Campaign " WS-NEW-CAMPAIGN " recorded."
       .
       003-EXIT.
           EXIT
       .

       004-LIST-CAMPAIGNS.
           PERFORM 006-LOAD-CAMPAIGNS THRU 006-EXIT
           IF WS-RCL-COUNT = 0
              DISPLAY "No recall campaigns on file."
              GO TO 004-EXIT
           END-IF
           DISPLAY "CAMPAIGN   MAKE         MODEL        FROM TO   "
              "ISSUED   DESCRIPTION"
           PERFORM VARYING RCL-IDX FROM 1 BY 1
              UNTIL RCL-IDX > WS-RCL-COUNT
              DISPLAY RCL-TBL-LINE(RCL-IDX)
           END-PERFORM
           DISPLAY "Campaigns on file: " WS-RCL-COUNT
       .
       004-EXIT.
           EXIT
       .

       005-DELETE-CAMPAIGN.
           DISPLAY "Campaign number (10 characters): "
              WITH NO ADVANCING
           MOVE SPACES TO WS-NEW-CAMPAIGN
           ACCEPT WS-NEW-CAMPAIGN
           MOVE FUNCTION UPPER-CASE(WS-NEW-CAMPAIGN) TO WS-NEW-CAMPAIGN
           PERFORM 006-LOAD-CAMPAIGNS THRU 006-EXIT
           PERFORM 008-FIND-CAMPAIGN THRU 008-EXIT
           IF WS-RCL-MATCH-IDX = 0
              DISPLAY "Campaign " WS-NEW-CAMPAIGN " not on file."
              GO TO 005-EXIT
           END-IF
           PERFORM VARYING RCL-IDX FROM WS-RCL-MATCH-IDX BY 1
              UNTIL RCL-IDX >= WS-RCL-COUNT
              MOVE RCL-TBL-LINE(RCL-IDX + 1) TO RCL-TBL-LINE(RCL-IDX)
           END-PERFORM
           SUBTRACT 1 FROM WS-RCL-COUNT
           PERFORM 007-SAVE-CAMPAIGNS THRU 007-EXIT
           DISPLAY "Campaign " WS-NEW-CAMPAIGN " deleted."
       .
       005-EXIT.
           EXIT
       .

       006-LOAD-CAMPAIGNS.
           MOVE ZEROS TO WS-RCL-COUNT
           MOVE "N" TO WS-RCL-EOF-SW
           OPEN INPUT CAMPAIGN-FILE
           IF WS-RCL-FSTATUS NOT = "00"
              GO TO 006-EXIT
           END-IF
           PERFORM UNTIL END-OF-CAMPAIGNS
              READ CAMPAIGN-FILE
                 AT END MOVE "Y" TO WS-RCL-EOF-SW
                 NOT AT END
                    IF WS-RCL-COUNT < WS-RCL-MAX
                       ADD 1 TO WS-RCL-COUNT
                       MOVE RECALL-CAMPAIGN-REC TO
                          RCL-TBL-LINE(WS-RCL-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CAMPAIGN-FILE
       .
       006-EXIT.
           EXIT
       .

       007-SAVE-CAMPAIGNS.
           OPEN OUTPUT CAMPAIGN-FILE
           PERFORM VARYING RCL-IDX FROM 1 BY 1
              UNTIL RCL-IDX > WS-RCL-COUNT
              MOVE RCL-TBL-LINE(RCL-IDX) TO RECALL-CAMPAIGN-REC
              WRITE RECALL-CAMPAIGN-REC
           END-PERFORM
           CLOSE CAMPAIGN-FILE
       .
       007-EXIT.
           EXIT
       .

       008-FIND-CAMPAIGN.
           MOVE ZEROS TO WS-RCL-MATCH-IDX
           PERFORM VARYING RCL-IDX FROM 1 BY 1
              UNTIL RCL-IDX > WS-RCL-COUNT
              MOVE RCL-TBL-LINE(RCL-IDX) TO RECALL-CAMPAIGN-REC
              IF RCL-CAMPAIGN = WS-NEW-CAMPAIGN
                 SET WS-RCL-MATCH-IDX TO RCL-IDX
              END-IF
           END-PERFORM
       .
       008-EXIT.
           EXIT
       .

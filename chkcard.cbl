       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKCARD.
       AUTHOR. JAKKRIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO "fuel-cards.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CRD-FSTATUS.
           SELECT ACTIVITY-FILE ASSIGN TO "card-activity.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CAC-FSTATUS.
           SELECT VIOLATION-FILE ASSIGN TO "card-violations.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CVL-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE.
       COPY "fuel-card.cpy".

       FD  ACTIVITY-FILE.
       COPY "card-activity.cpy".

       FD  VIOLATION-FILE.
       COPY "card-viol.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CRD-FSTATUS      PIC XX VALUE "00".
       01  WS-CAC-FSTATUS      PIC XX VALUE "00".
       01  WS-CVL-FSTATUS      PIC XX VALUE "00".
       01  WS-CRD-EOF-SW       PIC X VALUE "N".
           88 END-OF-CARDS        VALUE "Y".
       01  WS-CAC-EOF-SW       PIC X VALUE "N".
           88 END-OF-ACTIVITY     VALUE "Y".
       01  WS-FOUND-SW         PIC X VALUE "N".
           88 CARD-FOUND          VALUE "Y".
       01  WS-MAX-GALLONS      PIC 9(3)V9(1) VALUE ZEROS.
       01  WS-MAX-DAY-AMT      PIC 9(5)V9(2) VALUE ZEROS.
       01  WS-MAX-FILLS        PIC 9(2) VALUE ZEROS.
       01  WS-JURIS-LIST       PIC X(10) VALUE SPACES.
       01  WS-JURIS-CODES REDEFINES WS-JURIS-LIST.
           05 WS-JURIS-CODE    PIC X(2) OCCURS 5 TIMES.
       01  WS-JURIS-IDX        PIC 9 VALUE ZEROS.
       01  WS-JURIS-OK-SW      PIC X VALUE "N".
           88 JURIS-ALLOWED       VALUE "Y".
       01  WS-DAY-AMOUNT       PIC 9(6)V9(2) VALUE ZEROS.
       01  WS-DAY-FILLS        PIC 9(3) VALUE ZEROS.
       01  WS-GALLONS-SW       PIC X VALUE "N".
       01  WS-DAY-AMT-SW       PIC X VALUE "N".
       01  WS-FILLS-SW         PIC X VALUE "N".
       01  WS-JURIS-SW         PIC X VALUE "N".

       LINKAGE SECTION.
       01  LNK-SOURCE          PIC X(12).
       01  LNK-CARD-NO         PIC X(16).
       01  LNK-VEH-ID          PIC X(6).
       01  LNK-DATE            PIC 9(8).
       01  LNK-GALLONS         PIC 9(4)V9(2).
       01  LNK-AMOUNT          PIC 9(5)V9(2).
       01  LNK-JURIS           PIC X(2).
       01  LNK-RESULT          PIC X.

       PROCEDURE DIVISION USING LNK-SOURCE LNK-CARD-NO LNK-VEH-ID
           LNK-DATE LNK-GALLONS LNK-AMOUNT LNK-JURIS LNK-RESULT.
       000-BEGIN.
           MOVE "N" TO LNK-RESULT
           IF LNK-CARD-NO = SPACES
              GOBACK
           END-IF
           PERFORM 001-FIND-CARD THRU 001-EXIT
           IF NOT CARD-FOUND
              GOBACK
           END-IF
           PERFORM 002-TOTAL-DAY THRU 002-EXIT
           PERFORM 003-LOG-ACTIVITY THRU 003-EXIT
           MOVE SPACE TO LNK-RESULT
           MOVE "N" TO WS-GALLONS-SW WS-DAY-AMT-SW WS-FILLS-SW
              WS-JURIS-SW
           IF WS-MAX-GALLONS > 0 AND LNK-GALLONS > WS-MAX-GALLONS
              MOVE "Y" TO WS-GALLONS-SW
           END-IF
           IF WS-MAX-DAY-AMT > 0 AND WS-DAY-AMOUNT > WS-MAX-DAY-AMT
              MOVE "Y" TO WS-DAY-AMT-SW
           END-IF
           IF WS-MAX-FILLS > 0 AND WS-DAY-FILLS > WS-MAX-FILLS
              MOVE "Y" TO WS-FILLS-SW
           END-IF
           IF WS-JURIS-LIST NOT = SPACES AND LNK-JURIS NOT = SPACES
              MOVE "N" TO WS-JURIS-OK-SW
              PERFORM VARYING WS-JURIS-IDX FROM 1 BY 1
                 UNTIL WS-JURIS-IDX > 5 OR JURIS-ALLOWED
                 IF WS-JURIS-CODE(WS-JURIS-IDX) = LNK-JURIS
                    MOVE "Y" TO WS-JURIS-OK-SW
                 END-IF
              END-PERFORM
              IF NOT JURIS-ALLOWED
                 MOVE "Y" TO WS-JURIS-SW
              END-IF
           END-IF
           IF WS-GALLONS-SW = "N" AND WS-DAY-AMT-SW = "N"
              AND WS-FILLS-SW = "N" AND WS-JURIS-SW = "N"
              GOBACK
           END-IF
           MOVE "V" TO LNK-RESULT
           PERFORM 004-LOG-VIOLATION THRU 004-EXIT
           GOBACK
       .

       001-FIND-CARD.
           MOVE "N" TO WS-FOUND-SW
           MOVE "N" TO WS-CRD-EOF-SW
           MOVE ZEROS TO WS-MAX-GALLONS WS-MAX-DAY-AMT WS-MAX-FILLS
           MOVE SPACES TO WS-JURIS-LIST
           OPEN INPUT CARD-FILE
           IF WS-CRD-FSTATUS NOT = "00"
              GO TO 001-EXIT
           END-IF
           PERFORM UNTIL END-OF-CARDS
              READ CARD-FILE
                 AT END MOVE "Y" TO WS-CRD-EOF-SW
                 NOT AT END
                    IF FCD-NUMBER = LNK-CARD-NO
                       MOVE "Y" TO WS-CRD-EOF-SW
                       MOVE "Y" TO WS-FOUND-SW
                       IF FCD-MAX-GALLONS NUMERIC
                          MOVE FCD-MAX-GALLONS TO WS-MAX-GALLONS
                       END-IF
                       IF FCD-MAX-DAY-AMT NUMERIC
                          MOVE FCD-MAX-DAY-AMT TO WS-MAX-DAY-AMT
                       END-IF
                       IF FCD-MAX-FILLS NUMERIC
                          MOVE FCD-MAX-FILLS TO WS-MAX-FILLS
                       END-IF
                       MOVE FCD-JURIS-LIST TO WS-JURIS-LIST
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CARD-FILE
       .
       001-EXIT.
           EXIT
       .

       002-TOTAL-DAY.
           MOVE LNK-AMOUNT TO WS-DAY-AMOUNT
           MOVE 1 TO WS-DAY-FILLS
           MOVE "N" TO WS-CAC-EOF-SW
           OPEN INPUT ACTIVITY-FILE
           IF WS-CAC-FSTATUS NOT = "00"
              GO TO 002-EXIT
           END-IF
           PERFORM UNTIL END-OF-ACTIVITY
              READ ACTIVITY-FILE
                 AT END MOVE "Y" TO WS-CAC-EOF-SW
                 NOT AT END
                    IF CAC-CARD-NO = LNK-CARD-NO
                       AND CAC-DATE = LNK-DATE
                       ADD CAC-AMOUNT TO WS-DAY-AMOUNT
                       ADD 1 TO WS-DAY-FILLS
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ACTIVITY-FILE
       .
       002-EXIT.
           EXIT
       .

       003-LOG-ACTIVITY.
           OPEN EXTEND ACTIVITY-FILE
           IF WS-CAC-FSTATUS = "35"
              OPEN OUTPUT ACTIVITY-FILE
           END-IF
           MOVE SPACES TO CARD-ACTIVITY-REC
           MOVE LNK-CARD-NO TO CAC-CARD-NO
           MOVE LNK-DATE TO CAC-DATE
           MOVE LNK-GALLONS TO CAC-GALLONS
           MOVE LNK-AMOUNT TO CAC-AMOUNT
           MOVE LNK-SOURCE TO CAC-SOURCE
           WRITE CARD-ACTIVITY-REC
           CLOSE ACTIVITY-FILE
       .
       003-EXIT.
           EXIT
       .

       004-LOG-VIOLATION.
           OPEN EXTEND VIOLATION-FILE
           IF WS-CVL-FSTATUS = "35"
              OPEN OUTPUT VIOLATION-FILE
           END-IF
           MOVE SPACES TO CARD-VIOL-REC
           MOVE LNK-SOURCE TO CVL-SOURCE
           MOVE LNK-CARD-NO TO CVL-CARD-NO
           MOVE LNK-VEH-ID TO CVL-VEH-ID
           MOVE LNK-DATE TO CVL-DATE
           MOVE LNK-JURIS TO CVL-JURIS
           MOVE LNK-GALLONS TO CVL-GALLONS
           MOVE LNK-AMOUNT TO CVL-AMOUNT
           MOVE WS-DAY-AMOUNT TO CVL-DAY-AMOUNT
           MOVE WS-DAY-FILLS TO CVL-DAY-FILLS
           MOVE WS-GALLONS-SW TO CVL-GALLONS-SW
           MOVE WS-DAY-AMT-SW TO CVL-DAY-AMT-SW
           MOVE WS-FILLS-SW TO CVL-FILLS-SW
           MOVE WS-JURIS-SW TO CVL-JURIS-SW
           MOVE FUNCTION CURRENT-DATE(1:8) TO CVL-LOG-DATE
           WRITE CARD-VIOL-REC
           CLOSE VIOLATION-FILE
       .
       004-EXIT.
           EXIT
       .

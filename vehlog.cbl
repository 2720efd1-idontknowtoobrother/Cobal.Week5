       IDENTIFICATION DIVISION.
       PROGRAM-ID. VEHLOG.
       AUTHOR. JAKKRIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VEH-LOG-FILE ASSIGN TO "vehm-log.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-VLG-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VEH-LOG-FILE.
       COPY "veh-log.cpy".

       WORKING-STORAGE SECTION.
       01  WS-VLG-FSTATUS      PIC XX VALUE "00".

       LINKAGE SECTION.
       01  LNK-PROGRAM         PIC X(12).
       01  LNK-OPERATOR        PIC X(8).
       01  LNK-ACTION          PIC X.
       01  LNK-IMAGE           PIC X(21).

       PROCEDURE DIVISION USING LNK-PROGRAM LNK-OPERATOR LNK-ACTION
           LNK-IMAGE.
       000-BEGIN.
           OPEN EXTEND VEH-LOG-FILE
           IF WS-VLG-FSTATUS = "35"
              OPEN OUTPUT VEH-LOG-FILE
           END-IF
           IF WS-VLG-FSTATUS NOT = "00"
              GOBACK
           END-IF
           MOVE SPACES TO VEH-LOG-REC
           MOVE FUNCTION CURRENT-DATE(1:8) TO VLG-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO VLG-TIME
           MOVE LNK-PROGRAM TO VLG-PROGRAM
           MOVE LNK-OPERATOR TO VLG-OPERATOR
           MOVE LNK-ACTION TO VLG-ACTION
           MOVE LNK-IMAGE TO VLG-AFTER-IMAGE
           WRITE VEH-LOG-REC
           CLOSE VEH-LOG-FILE
           GOBACK
       .

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GETCLASS.
       AUTHOR. JAKKRIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLASS-FILE ASSIGN TO "veh-class.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-VCL-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLASS-FILE.
       COPY "veh-class.cpy".

       WORKING-STORAGE SECTION.
       01  WS-VCL-FSTATUS      PIC XX VALUE "00".
       01  WS-VCL-EOF-SW       PIC X VALUE "N".
           88 END-OF-CLASSES      VALUE "Y".

       LINKAGE SECTION.
       01  LNK-CLASS           PIC X(2).
       01  LNK-CLASS-REC       PIC X(58).
       01  LNK-FOUND-SW        PIC X.

       PROCEDURE DIVISION USING LNK-CLASS LNK-CLASS-REC LNK-FOUND-SW.
       000-BEGIN.
           MOVE "N" TO LNK-FOUND-SW
           MOVE SPACES TO LNK-CLASS-REC
           MOVE "N" TO WS-VCL-EOF-SW
           IF LNK-CLASS = SPACES
              GOBACK
           END-IF
           OPEN INPUT CLASS-FILE
           IF WS-VCL-FSTATUS NOT = "00"
              GOBACK
           END-IF
           PERFORM UNTIL END-OF-CLASSES
              READ CLASS-FILE
                 AT END MOVE "Y" TO WS-VCL-EOF-SW
                 NOT AT END
                    IF VCL-CLASS = LNK-CLASS
                       MOVE VEH-CLASS-REC TO LNK-CLASS-REC
                       MOVE "Y" TO LNK-FOUND-SW
                       MOVE "Y" TO WS-VCL-EOF-SW
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CLASS-FILE
           GOBACK
       .

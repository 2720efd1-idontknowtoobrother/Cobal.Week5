       IDENTIFICATION DIVISION.
       PROGRAM-ID. APEXTR.
       AUTHOR. JAKKRIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-FILE ASSIGN TO "vendor-master.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-VND-FSTATUS.
           SELECT INVOICE-FILE ASSIGN TO "ap-invoices.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-INV-FSTATUS.
           SELECT EXTRACT-FILE ASSIGN TO "ap-extract.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-APX-FSTATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO "run-history.idx"
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS RUNH-KEY
              FILE STATUS IS WS-RUNH-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDOR-FILE.
       COPY "vendor-rec.cpy".

       FD  INVOICE-FILE.
       COPY "ap-invoice.cpy".

       FD  EXTRACT-FILE.
       COPY "ap-extract.cpy".
       COPY "trailer-rec.cpy".

       FD  RUN-HISTORY-FILE.
       COPY "run-history.cpy".

       WORKING-STORAGE SECTION.
       01  WS-OPERATOR-ID      PIC X(8) VALUE "SYSTEM".
       01  WS-VND-FSTATUS      PIC XX VALUE "00".
       01  WS-INV-FSTATUS      PIC XX VALUE "00".
       01  WS-APX-FSTATUS      PIC XX VALUE "00".
       01  WS-RUNH-FSTATUS     PIC XX VALUE "00".
       01  WS-VND-EOF-SW       PIC X VALUE "N".
           88 END-OF-VENDORS      VALUE "Y".
       01  WS-INV-EOF-SW       PIC X VALUE "N".
           88 END-OF-INVOICES     VALUE "Y".
       01  VND-TABLE.
           05 VND-ENTRY OCCURS 300 TIMES INDEXED BY VND-IDX.
              10 VND-TBL-LINE    PIC X(111).
       01  WS-VND-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-VND-MAX          PIC 9(3) VALUE 300.
       01  WS-VND-MATCH-IDX    PIC 9(3) VALUE ZEROS.
       01  INV-TABLE.
           05 INV-ENTRY OCCURS 500 TIMES INDEXED BY INV-IDX.
              10 INV-TBL-LINE    PIC X(91).
       01  WS-INV-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-INV-MAX          PIC 9(3) VALUE 500.
       01  WS-INV-TRUNC-SW     PIC X VALUE "N".
           88 INVOICE-LOAD-TRUNCATED VALUE "Y".
       01  WS-TODAY            PIC 9(8) VALUE ZEROS.
       01  WS-DUE-INT          PIC 9(8) VALUE ZEROS.
       01  WS-EXTRACT-COUNT    PIC 9(7) VALUE ZEROS.
       01  WS-EXTRACT-AMOUNT   PIC S9(9)V9(2) VALUE ZEROS.
       01  WS-SKIPPED-COUNT    PIC 9(5) VALUE ZEROS.
       01  WS-HELD-COUNT       PIC 9(5) VALUE ZEROS.
       01  WS-PRN-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-BAL-PROGRAM      PIC X(12) VALUE "APEXTR".
       01  WS-BAL-FILE         PIC X(30) VALUE "ap-extract.dat".
       01  WS-BAL-COUNT        PIC 9(7) VALUE ZEROS.
       01  WS-BAL-AMOUNT       PIC S9(9)V9(2) VALUE ZEROS.
       01  WS-RUN-START-DATE   PIC 9(8).
       01  WS-RUN-START-TIME   PIC 9(8).
       01  WS-RUN-STATUS       PIC X(8) VALUE "OK".

       PROCEDURE DIVISION.
       000-BEGIN.
           CALL "GETOPER" USING WS-OPERATOR-ID
           CALL "GETBDATE" USING WS-RUN-START-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-RUN-START-TIME
           MOVE WS-RUN-START-DATE TO WS-TODAY
           PERFORM 001-LOAD-VENDORS THRU 001-EXIT
           PERFORM 002-LOAD-INVOICES THRU 002-EXIT
           IF INVOICE-LOAD-TRUNCATED
              DISPLAY "APEXTR: more than " WS-INV-MAX
                 " invoices on ap-invoices.dat - archive paid "
                 "invoices first, nothing extracted."
              MOVE "ABORTED" TO WS-RUN-STATUS
              MOVE 8 TO RETURN-CODE
              PERFORM 009-RECORD-RUN-HISTORY THRU 009-EXIT
              GOBACK
           END-IF
           DISPLAY "==============================================="
           DISPLAY "     ACCOUNTS-PAYABLE INVOICE EXTRACT"
           DISPLAY "==============================================="
           OPEN OUTPUT EXTRACT-FILE
           PERFORM VARYING INV-IDX FROM 1 BY 1
              UNTIL INV-IDX > WS-INV-COUNT
              MOVE INV-TBL-LINE(INV-IDX) TO AP-INVOICE-REC
              IF INV-APPROVED
                 PERFORM 003-EXTRACT-ONE-INVOICE THRU 003-EXIT
              END-IF
              IF INV-HELD
                 ADD 1 TO WS-HELD-COUNT
              END-IF
           END-PERFORM
           MOVE SPACES TO TRAILER-REC
           MOVE "T" TO TRL-ID
           MOVE WS-EXTRACT-COUNT TO TRL-COUNT
           MOVE WS-EXTRACT-AMOUNT TO TRL-HASH
           WRITE TRAILER-REC
           CLOSE EXTRACT-FILE
           PERFORM 004-SAVE-INVOICES THRU 004-EXIT
           MOVE WS-EXTRACT-COUNT TO WS-BAL-COUNT
           MOVE WS-EXTRACT-AMOUNT TO WS-BAL-AMOUNT
           CALL "BALLOG" USING WS-BAL-PROGRAM WS-BAL-FILE
              WS-BAL-COUNT WS-BAL-AMOUNT
           MOVE WS-EXTRACT-AMOUNT TO WS-PRN-AMOUNT
           DISPLAY "-----------------------------------------------"
           DISPLAY "Invoices extracted . . . . . . : "
              WS-EXTRACT-COUNT
           DISPLAY "Amount extracted . . . . . . . : " WS-PRN-AMOUNT
           DISPLAY "Approved but vendor missing  . : "
              WS-SKIPPED-COUNT
           DISPLAY "Still held for approval  . . . : " WS-HELD-COUNT
           DISPLAY "==============================================="
           IF WS-SKIPPED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 009-RECORD-RUN-HISTORY THRU 009-EXIT
           GOBACK
       .

       001-LOAD-VENDORS.
           MOVE ZEROS TO WS-VND-COUNT
           OPEN INPUT VENDOR-FILE
           IF WS-VND-FSTATUS NOT = "00"
              GO TO 001-EXIT
           END-IF
           PERFORM UNTIL END-OF-VENDORS
              READ VENDOR-FILE
                 AT END MOVE "Y" TO WS-VND-EOF-SW
                 NOT AT END
                    IF WS-VND-COUNT < WS-VND-MAX
                       ADD 1 TO WS-VND-COUNT
                       MOVE VENDOR-REC TO VND-TBL-LINE(WS-VND-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE VENDOR-FILE
       .
       001-EXIT.
           EXIT
       .

       002-LOAD-INVOICES.
           MOVE ZEROS TO WS-INV-COUNT
           OPEN INPUT INVOICE-FILE
           IF WS-INV-FSTATUS NOT = "00"
              GO TO 002-EXIT
           END-IF
           PERFORM UNTIL END-OF-INVOICES
              READ INVOICE-FILE
                 AT END MOVE "Y" TO WS-INV-EOF-SW
                 NOT AT END
                    IF WS-INV-COUNT < WS-INV-MAX
                       ADD 1 TO WS-INV-COUNT
                       MOVE AP-INVOICE-REC TO
                          INV-TBL-LINE(WS-INV-COUNT)
                    ELSE
                       MOVE "Y" TO WS-INV-TRUNC-SW
                    END-IF
              END-READ
           END-PERFORM
           CLOSE INVOICE-FILE
       .
       002-EXIT.
           EXIT
       .

       003-EXTRACT-ONE-INVOICE.
           MOVE ZEROS TO WS-VND-MATCH-IDX
           PERFORM VARYING VND-IDX FROM 1 BY 1
              UNTIL VND-IDX > WS-VND-COUNT
              IF VND-TBL-LINE(VND-IDX)(1:6) = INV-VENDOR-ID
                 SET WS-VND-MATCH-IDX TO VND-IDX
              END-IF
           END-PERFORM
           IF WS-VND-MATCH-IDX = 0
              DISPLAY INV-VENDOR-ID " " INV-NUMBER
                 " vendor not on master - not extracted"
              ADD 1 TO WS-SKIPPED-COUNT
              GO TO 003-EXIT
           END-IF
           MOVE VND-TBL-LINE(WS-VND-MATCH-IDX) TO VENDOR-REC
           MOVE SPACES TO AP-EXTRACT-REC
           MOVE "D" TO APX-REC-TYPE
           MOVE INV-VENDOR-ID TO APX-VENDOR-ID
           MOVE INV-NUMBER TO APX-INVOICE-NO
           MOVE INV-AMOUNT TO APX-AMOUNT
           MOVE INV-DATE TO APX-INV-DATE
           IF INV-DATE NUMERIC AND INV-DATE > 16010101
              COMPUTE WS-DUE-INT =
                 FUNCTION INTEGER-OF-DATE(INV-DATE) + VND-TERMS-DAYS
              MOVE FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
                 TO APX-DUE-DATE
           ELSE
              MOVE WS-TODAY TO APX-DUE-DATE
           END-IF
           MOVE VND-TERMS-DAYS TO APX-TERMS-DAYS
           MOVE VND-1099-FLAG TO APX-1099-FLAG
           MOVE INV-WO-NUMBER TO APX-WO-NUMBER
           MOVE INV-VEH-ID TO APX-VEH-ID
           MOVE VND-NAME TO APX-VENDOR-NAME
           MOVE VND-REMIT-ADDR TO APX-REMIT-ADDR
           MOVE VND-REMIT-CITY TO APX-REMIT-CITY
           MOVE VND-REMIT-STATE TO APX-REMIT-STATE
           MOVE VND-REMIT-ZIP TO APX-REMIT-ZIP
           WRITE AP-EXTRACT-REC
           ADD 1 TO WS-EXTRACT-COUNT
           ADD INV-AMOUNT TO WS-EXTRACT-AMOUNT
           MOVE "X" TO INV-STATUS
           MOVE WS-TODAY TO INV-EXTRACT-DATE
           MOVE AP-INVOICE-REC TO INV-TBL-LINE(INV-IDX)
           MOVE INV-AMOUNT TO WS-PRN-AMOUNT
           DISPLAY INV-VENDOR-ID " " INV-NUMBER " WO " INV-WO-NUMBER
              " " WS-PRN-AMOUNT " due " APX-DUE-DATE
       .
       003-EXIT.
           EXIT
       .

       004-SAVE-INVOICES.
           IF WS-EXTRACT-COUNT = 0
              GO TO 004-EXIT
           END-IF
           OPEN OUTPUT INVOICE-FILE
           PERFORM VARYING INV-IDX FROM 1 BY 1
              UNTIL INV-IDX > WS-INV-COUNT
              MOVE INV-TBL-LINE(INV-IDX) TO AP-INVOICE-REC
              WRITE AP-INVOICE-REC
           END-PERFORM
           CLOSE INVOICE-FILE
       .
       004-EXIT.
           EXIT
       .

       009-RECORD-RUN-HISTORY.
           OPEN I-O RUN-HISTORY-FILE
           IF WS-RUNH-FSTATUS = "35"
              OPEN OUTPUT RUN-HISTORY-FILE
           END-IF
           MOVE SPACES TO RUN-HISTORY-REC
           MOVE "APEXTR" TO RUNH-PROGRAM
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKPRICE.
       AUTHOR. JAKKRIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRICE-INDEX-FILE ASSIGN TO "fuel-price-idx.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FPI-FSTATUS.
           SELECT PRICE-EXC-FILE ASSIGN TO "fuel-price-exc.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PXC-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRICE-INDEX-FILE.
       COPY "fuel-price.cpy".

       FD  PRICE-EXC-FILE.
       COPY "price-exc.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FPI-FSTATUS      PIC XX VALUE "00".
       01  WS-PXC-FSTATUS      PIC XX VALUE "00".
       01  WS-FPI-EOF-SW       PIC X VALUE "N".
           88 END-OF-INDEX        VALUE "Y".
       01  WS-BEST-WEEK        PIC 9(8) VALUE ZEROS.
       01  WS-INDEX-PRICE      PIC 9(2)V9(3) VALUE ZEROS.
       01  WS-INDEX-TOL        PIC 9(2)V9(1) VALUE ZEROS.
       01  WS-DEFAULT-TOL      PIC 9(2)V9(1) VALUE 10.0.
       01  WS-DAYS             PIC S9(7) VALUE ZEROS.
       01  WS-PRICE            PIC 9(3)V9(3) VALUE ZEROS.
       01  WS-LOW-PRICE        PIC 9(3)V9(3) VALUE ZEROS.
       01  WS-HIGH-PRICE       PIC 9(3)V9(3) VALUE ZEROS.
       01  WS-FAIR-AMOUNT      PIC 9(7)V9(2) VALUE ZEROS.

       LINKAGE SECTION.
       01  LNK-SOURCE          PIC X(12).
       01  LNK-VEH-ID          PIC X(6).
       01  LNK-DATE            PIC 9(8).
       01  LNK-GALLONS         PIC 9(4)V9(2).
       01  LNK-AMOUNT          PIC 9(5)V9(2).
       01  LNK-CARD-NO         PIC X(16).
       01  LNK-JURIS           PIC X(2).
       01  LNK-RESULT          PIC X.

       PROCEDURE DIVISION USING LNK-SOURCE LNK-VEH-ID LNK-DATE
           LNK-GALLONS LNK-AMOUNT LNK-CARD-NO LNK-JURIS LNK-RESULT.
       000-BEGIN.
           MOVE "N" TO LNK-RESULT
           MOVE "N" TO WS-FPI-EOF-SW
           MOVE ZEROS TO WS-BEST-WEEK WS-INDEX-PRICE
           IF LNK-GALLONS = 0 OR LNK-JURIS = SPACES
              GOBACK
           END-IF
           OPEN INPUT PRICE-INDEX-FILE
           IF WS-FPI-FSTATUS NOT = "00"
              GOBACK
           END-IF
           PERFORM UNTIL END-OF-INDEX
              READ PRICE-INDEX-FILE
                 AT END MOVE "Y" TO WS-FPI-EOF-SW
                 NOT AT END
                    IF FPI-JURIS = LNK-JURIS
                       AND FPI-WEEK-START NOT > LNK-DATE
                       AND FPI-WEEK-START > WS-BEST-WEEK
                       COMPUTE WS-DAYS =
                          FUNCTION INTEGER-OF-DATE(LNK-DATE)
                          - FUNCTION INTEGER-OF-DATE(FPI-WEEK-START)
                       IF WS-DAYS < 7
                          MOVE FPI-WEEK-START TO WS-BEST-WEEK
                          MOVE FPI-PRICE TO WS-INDEX-PRICE
                          MOVE FPI-TOL-PCT TO WS-INDEX-TOL
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PRICE-INDEX-FILE
           IF WS-BEST-WEEK = 0 OR WS-INDEX-PRICE = 0
              GOBACK
           END-IF
           IF WS-INDEX-TOL = 0
              MOVE WS-DEFAULT-TOL TO WS-INDEX-TOL
           END-IF
           MOVE SPACE TO LNK-RESULT
           COMPUTE WS-PRICE ROUNDED = LNK-AMOUNT / LNK-GALLONS
              ON SIZE ERROR MOVE 999.999 TO WS-PRICE
           END-COMPUTE
           COMPUTE WS-LOW-PRICE ROUNDED =
              WS-INDEX-PRICE * (100 - WS-INDEX-TOL) / 100
           COMPUTE WS-HIGH-PRICE ROUNDED =
              WS-INDEX-PRICE * (100 + WS-INDEX-TOL) / 100
           EVALUATE TRUE
              WHEN WS-PRICE > WS-HIGH-PRICE
                 MOVE "H" TO LNK-RESULT
              WHEN WS-PRICE < WS-LOW-PRICE
                 MOVE "L" TO LNK-RESULT
              WHEN OTHER
                 GOBACK
           END-EVALUATE
           OPEN EXTEND PRICE-EXC-FILE
           IF WS-PXC-FSTATUS = "35"
              OPEN OUTPUT PRICE-EXC-FILE
           END-IF
           MOVE SPACES TO PRICE-EXC-REC
           MOVE LNK-SOURCE TO PXC-SOURCE
           MOVE LNK-VEH-ID TO PXC-VEH-ID
           MOVE LNK-DATE TO PXC-DATE
           MOVE LNK-CARD-NO TO PXC-CARD-NO
           MOVE LNK-JURIS TO PXC-JURIS
           MOVE LNK-GALLONS TO PXC-GALLONS
           MOVE LNK-AMOUNT TO PXC-AMOUNT
           MOVE WS-PRICE TO PXC-PRICE
           MOVE WS-INDEX-PRICE TO PXC-INDEX-PRICE
           MOVE ZEROS TO PXC-OVERPAY
           IF LNK-RESULT = "H"
              COMPUTE WS-FAIR-AMOUNT ROUNDED =
                 LNK-GALLONS * WS-INDEX-PRICE
              IF LNK-AMOUNT > WS-FAIR-AMOUNT
                 COMPUTE PXC-OVERPAY = LNK-AMOUNT - WS-FAIR-AMOUNT
              END-IF
           END-IF
           MOVE LNK-RESULT TO PXC-DIRECTION
           MOVE FUNCTION CURRENT-DATE(1:8) TO PXC-LOG-DATE
           WRITE PRICE-EXC-REC
           CLOSE PRICE-EXC-FILE
           GOBACK
       .

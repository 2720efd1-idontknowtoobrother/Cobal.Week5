       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHOPSCHD.
       AUTHOR. JAKKRIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORK-ORDER-FILE ASSIGN TO DYNAMIC WS-WOI-DSN
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS WO-NUMBER
              ALTERNATE RECORD KEY IS WO-VEH-ID WITH DUPLICATES
              FILE STATUS IS WS-WO-FSTATUS.
           SELECT RESV-FILE ASSIGN TO DYNAMIC WS-RSVI-DSN
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS RSV-NUMBER
              ALTERNATE RECORD KEY IS RSV-VEH-ID WITH DUPLICATES
              FILE STATUS IS WS-RSV-FSTATUS.
           SELECT CALENDAR-FILE ASSIGN TO "shop-calendar.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SCL-FSTATUS.
           SELECT STD-FILE ASSIGN TO "wo-std-hours.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-WST-FSTATUS.
           SELECT BOOKING-FILE ASSIGN TO "shop-bookings.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SBK-FSTATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO "run-history.idx"
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS RUNH-KEY
              FILE STATUS IS WS-RUNH-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WORK-ORDER-FILE.
       COPY "work-order.cpy".

       FD  RESV-FILE.
       COPY "pool-resv.cpy".

       FD  CALENDAR-FILE.
       COPY "shop-cal.cpy".

       FD  STD-FILE.
       COPY "wo-std.cpy".

       FD  BOOKING-FILE.
       COPY "shop-book.cpy".

       FD  RUN-HISTORY-FILE.
       COPY "run-history.cpy".

       WORKING-STORAGE SECTION.
       01  WS-WOI-DSN          PIC X(40)
           VALUE "work-orders.idx".
       01  WS-RSVI-DSN         PIC X(40)
           VALUE "pool-resv.idx".
       01  WS-OPERATOR-ID      PIC X(8) VALUE "SYSTEM".
       01  WS-WO-FSTATUS       PIC XX VALUE "00".
       01  WS-RSV-FSTATUS      PIC XX VALUE "00".
       01  WS-SCL-FSTATUS      PIC XX VALUE "00".
       01  WS-WST-FSTATUS      PIC XX VALUE "00".
       01  WS-SBK-FSTATUS      PIC XX VALUE "00".
       01  WS-RUNH-FSTATUS     PIC XX VALUE "00".
       01  WS-WO-EOF-SW        PIC X VALUE "N".
           88 END-OF-WORK-ORDERS  VALUE "Y".
       01  WS-RSV-EOF-SW       PIC X VALUE "N".
           88 END-OF-RESV         VALUE "Y".
       01  WS-SCL-EOF-SW       PIC X VALUE "N".
           88 END-OF-CALENDAR     VALUE "Y".
       01  WS-WST-EOF-SW       PIC X VALUE "N".
           88 END-OF-STANDARDS    VALUE "Y".
       01  WS-SBK-EOF-SW       PIC X VALUE "N".
           88 END-OF-BOOKINGS     VALUE "Y".
       01  WS-TRUNC-SW         PIC X VALUE "N".
           88 LOAD-TRUNCATED      VALUE "Y".
       01  WS-FOUND-SW         PIC X VALUE "N".
           88 ENTRY-FOUND         VALUE "Y".
       01  WS-SLOT-SW          PIC X VALUE "N".
           88 SLOT-FOUND          VALUE "Y".
       01  WS-FIT-SW           PIC X VALUE "N".
           88 SLOT-FITS           VALUE "Y".
       01  WS-BUSY-SW          PIC X VALUE "N".
           88 VEHICLE-BUSY        VALUE "Y".
       01  STD-TABLE.
           05 STD-ENTRY OCCURS 50 TIMES INDEXED BY STD-IDX.
              10 STD-TYPE       PIC X(4).
              10 STD-HOURS      PIC 9(3)V9(1).
              10 STD-PRIORITY   PIC 9.
              10 STD-DUE-DAYS   PIC 9(3).
       01  WS-STD-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-STD-MAX          PIC 9(3) VALUE 50.
       01  DAY-TABLE.
           05 DAY-ENTRY OCCURS 120 TIMES.
              10 DAY-DATE       PIC 9(8).
              10 DAY-BAYS       PIC 9(2).
              10 DAY-BAY-HOURS  PIC 9(2)V9(1).
              10 DAY-TECH-LEFT  PIC 9(3)V9(1).
              10 DAY-BAY-LEFT   PIC 9(2)V9(1) OCCURS 20 TIMES.
       01  WS-DAY-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-DAY-MAX          PIC 9(3) VALUE 120.
       01  WS-MAX-BAYS         PIC 9(2) VALUE 20.
       01  WOQ-TABLE.
           05 WOQ-ENTRY OCCURS 500 TIMES.
              10 WOQ-NUMBER     PIC 9(6).
              10 WOQ-VEH-ID     PIC X(6).
              10 WOQ-TYPE       PIC X(4).
              10 WOQ-DUE-DATE   PIC 9(8).
              10 WOQ-PRIORITY   PIC 9.
              10 WOQ-HOURS      PIC 9(3)V9(1).
              10 WOQ-STATE      PIC X.
                 88 WOQ-WAITING    VALUE "W".
                 88 WOQ-BOOKED     VALUE "B".
                 88 WOQ-NO-SLOT    VALUE "N".
       01  WS-WOQ-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-WOQ-MAX          PIC 9(3) VALUE 500.
       01  BKG-TABLE.
           05 BKG-ENTRY OCCURS 1000 TIMES INDEXED BY BKG-IDX.
              10 BKG-LINE       PIC X(55).
       01  WS-BKG-COUNT        PIC 9(4) VALUE ZEROS.
       01  WS-BKG-MAX          PIC 9(4) VALUE 1000.
       01  PRS-TABLE.
           05 PRS-ENTRY OCCURS 1000 TIMES INDEXED BY PRS-IDX.
              10 PRS-VEH-ID     PIC X(6).
              10 PRS-FROM-DATE  PIC 9(8).
              10 PRS-TO-DATE    PIC 9(8).
       01  WS-PRS-COUNT        PIC 9(4) VALUE ZEROS.
       01  WS-PRS-MAX          PIC 9(4) VALUE 1000.
       01  WS-DFLT-HOURS       PIC 9(3)V9(1) VALUE 4.0.
       01  WS-DFLT-PRIORITY    PIC 9 VALUE 5.
       01  WS-DFLT-DUE-DAYS    PIC 9(3) VALUE 14.
       01  WS-PURGE-DAYS       PIC 9(3) VALUE 90.
       01  WS-TODAY            PIC 9(8) VALUE ZEROS.
       01  WS-TODAY-INT        PIC 9(8) VALUE ZEROS.
       01  WS-PURGE-DATE       PIC 9(8) VALUE ZEROS.
       01  WS-WOQ-SUB          PIC 9(3) VALUE ZEROS.
       01  WS-PICK-SUB         PIC 9(3) VALUE ZEROS.
       01  WS-START-SUB        PIC 9(3) VALUE ZEROS.
       01  WS-END-SUB          PIC 9(3) VALUE ZEROS.
       01  WS-DAY-SUB          PIC 9(3) VALUE ZEROS.
       01  WS-BAY-SUB          PIC 9(2) VALUE ZEROS.
       01  WS-HOURS-LEFT       PIC 9(3)V9(1) VALUE ZEROS.
       01  WS-USE-HOURS        PIC 9(3)V9(1) VALUE ZEROS.
       01  WS-FROM-DATE        PIC 9(8) VALUE ZEROS.
       01  WS-TO-DATE          PIC 9(8) VALUE ZEROS.
       01  WS-OPEN-COUNT       PIC 9(5) VALUE ZEROS.
       01  WS-HELD-COUNT       PIC 9(5) VALUE ZEROS.
       01  WS-BOOKED-COUNT     PIC 9(5) VALUE ZEROS.
       01  WS-NO-SLOT-COUNT    PIC 9(5) VALUE ZEROS.
       01  WS-RELEASED-COUNT   PIC 9(5) VALUE ZEROS.
       01  WS-MISSED-COUNT     PIC 9(5) VALUE ZEROS.
       01  WS-PURGED-COUNT     PIC 9(5) VALUE ZEROS.
       01  WS-BOOKED-HOURS     PIC 9(5)V9(1) VALUE ZEROS.
       01  WS-PRN-HOURS        PIC ZZ,ZZ9.9.
       01  WS-RUN-START-DATE   PIC 9(8).
       01  WS-RUN-START-TIME   PIC 9(8).
       01  WS-RUN-STATUS       PIC X(8) VALUE "OK".

       PROCEDURE DIVISION.
       000-BEGIN.
           CALL "GETDSN" USING WS-WOI-DSN
           CALL "GETDSN" USING WS-RSVI-DSN
           CALL "GETOPER" USING WS-OPERATOR-ID
           CALL "GETBDATE" USING WS-RUN-START-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-RUN-START-TIME
           MOVE WS-RUN-START-DATE TO WS-TODAY
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           COMPUTE WS-PURGE-DATE = FUNCTION DATE-OF-INTEGER(
              WS-TODAY-INT - WS-PURGE-DAYS)
           PERFORM 001-LOAD-STANDARDS THRU 001-EXIT
           PERFORM 002-LOAD-CALENDAR THRU 002-EXIT
           PERFORM 003-LOAD-WORK-ORDERS THRU 003-EXIT
           IF WS-WO-FSTATUS NOT = "00"
              DISPLAY "SHOPSCHD: cannot open " WS-WOI-DSN
                 " status " WS-WO-FSTATUS
              MOVE "ABORTED" TO WS-RUN-STATUS
              MOVE 8 TO RETURN-CODE
              PERFORM 015-RECORD-RUN-HISTORY THRU 015-EXIT
              GOBACK
           END-IF
           IF LOAD-TRUNCATED
              DISPLAY "SHOPSCHD: more than " WS-WOQ-MAX
                 " open work orders, nothing booked."
              MOVE "ABORTED" TO WS-RUN-STATUS
              MOVE 8 TO RETURN-CODE
              PERFORM 015-RECORD-RUN-HISTORY THRU 015-EXIT
              GOBACK
           END-IF
           PERFORM 004-LOAD-BOOKINGS THRU 004-EXIT
           IF LOAD-TRUNCATED
              DISPLAY "SHOPSCHD: more than " WS-BKG-MAX
                 " bay bookings on file, nothing booked."
              MOVE "ABORTED" TO WS-RUN-STATUS
              MOVE 8 TO RETURN-CODE
              PERFORM 015-RECORD-RUN-HISTORY THRU 015-EXIT
              GOBACK
           END-IF
           PERFORM 005-LOAD-RESERVATIONS THRU 005-EXIT
           IF LOAD-TRUNCATED
              DISPLAY "SHOPSCHD: more than " WS-PRS-MAX
                 " open pool reservations, nothing booked."
              MOVE "ABORTED" TO WS-RUN-STATUS
              MOVE 8 TO RETURN-CODE
              PERFORM 015-RECORD-RUN-HISTORY THRU 015-EXIT
              GOBACK
           END-IF
           DISPLAY "==============================================="
           DISPLAY "       SHOP BAY SCHEDULING"
           DISPLAY "==============================================="
           IF WS-DAY-COUNT = 0
              DISPLAY "SHOPSCHD: no shop days on the calendar after "
                 WS-TODAY "."
           END-IF
           PERFORM VARYING BKG-IDX FROM 1 BY 1
              UNTIL BKG-IDX > WS-BKG-COUNT
              MOVE BKG-LINE(BKG-IDX) TO SHOP-BOOK-REC
              IF SBK-BOOKED
                 PERFORM 006-REVIEW-BOOKING THRU 006-EXIT
              END-IF
           END-PERFORM
           MOVE 1 TO WS-PICK-SUB
           PERFORM UNTIL WS-PICK-SUB = 0
              PERFORM 008-PICK-NEXT THRU 008-EXIT
              IF WS-PICK-SUB > 0
                 MOVE WS-PICK-SUB TO WS-WOQ-SUB
                 PERFORM 009-SCHEDULE-ONE THRU 009-EXIT
              END-IF
           END-PERFORM
           PERFORM 014-SAVE-BOOKINGS THRU 014-EXIT
           MOVE WS-BOOKED-HOURS TO WS-PRN-HOURS
           DISPLAY "-----------------------------------------------"
           DISPLAY "Open work orders . . . . . . . : " WS-OPEN-COUNT
           DISPLAY "Shop days on the calendar  . . : " WS-DAY-COUNT
           DISPLAY "Already booked into a bay  . . : " WS-HELD-COUNT
           DISPLAY "Booked this run  . . . . . . . : "
              WS-BOOKED-COUNT
           DISPLAY "Bay hours booked this run  . . : " WS-PRN-HOURS
           DISPLAY "No bay slot on the calendar  . : "
              WS-NO-SLOT-COUNT
           DISPLAY "Bookings released (WO closed)  : "
              WS-RELEASED-COUNT
           DISPLAY "Bookings missed (WO still open): "
              WS-MISSED-COUNT
           DISPLAY "Old bookings purged  . . . . . : "
              WS-PURGED-COUNT
           DISPLAY "==============================================="
           IF WS-NO-SLOT-COUNT > 0 OR WS-MISSED-COUNT > 0
              MOVE "FLAGGED" TO WS-RUN-STATUS
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 015-RECORD-RUN-HISTORY THRU 015-EXIT
           GOBACK
       .

       001-LOAD-STANDARDS.
           OPEN INPUT STD-FILE
           IF WS-WST-FSTATUS NOT = "00"
              GO TO 001-EXIT
           END-IF
           PERFORM UNTIL END-OF-STANDARDS
              READ STD-FILE
                 AT END MOVE "Y" TO WS-WST-EOF-SW
                 NOT AT END
                    IF WS-STD-COUNT < WS-STD-MAX
                       ADD 1 TO WS-STD-COUNT
                       MOVE WST-TYPE TO STD-TYPE(WS-STD-COUNT)
                       MOVE WST-HOURS TO STD-HOURS(WS-STD-COUNT)
                       MOVE WST-PRIORITY TO STD-PRIORITY(WS-STD-COUNT)
                       MOVE WST-DUE-DAYS TO STD-DUE-DAYS(WS-STD-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE STD-FILE
       .
       001-EXIT.
           EXIT
       .

       002-LOAD-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           IF WS-SCL-FSTATUS NOT = "00"
              GO TO 002-EXIT
           END-IF
           PERFORM UNTIL END-OF-CALENDAR
              READ CALENDAR-FILE
                 AT END MOVE "Y" TO WS-SCL-EOF-SW
                 NOT AT END
                    IF SCL-DATE > WS-TODAY
                       IF WS-DAY-COUNT < WS-DAY-MAX
                          ADD 1 TO WS-DAY-COUNT
                          MOVE SCL-DATE TO DAY-DATE(WS-DAY-COUNT)
                          MOVE SCL-BAYS TO DAY-BAYS(WS-DAY-COUNT)
                          IF SCL-BAYS > WS-MAX-BAYS
                             MOVE WS-MAX-BAYS TO DAY-BAYS(WS-DAY-COUNT)
                          END-IF
                          MOVE SCL-BAY-HOURS TO
                             DAY-BAY-HOURS(WS-DAY-COUNT)
                          MOVE SCL-TECH-HOURS TO
                             DAY-TECH-LEFT(WS-DAY-COUNT)
                          PERFORM VARYING WS-BAY-SUB FROM 1 BY 1
                             UNTIL WS-BAY-SUB > WS-MAX-BAYS
                             MOVE SCL-BAY-HOURS TO
                                DAY-BAY-LEFT(WS-DAY-COUNT, WS-BAY-SUB)
                          END-PERFORM
                       ELSE
                          MOVE "Y" TO WS-SCL-EOF-SW
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CALENDAR-FILE
       .
       002-EXIT.
           EXIT
       .

       003-LOAD-WORK-ORDERS.
           MOVE "N" TO WS-TRUNC-SW
           OPEN INPUT WORK-ORDER-FILE
           IF WS-WO-FSTATUS NOT = "00"
              GO TO 003-EXIT
           END-IF
           PERFORM UNTIL END-OF-WORK-ORDERS
              READ WORK-ORDER-FILE NEXT
                 AT END MOVE "Y" TO WS-WO-EOF-SW
                 NOT AT END
                    IF WO-STATUS = "O"
                       IF WS-WOQ-COUNT >= WS-WOQ-MAX
                          MOVE "Y" TO WS-TRUNC-SW
                          MOVE "Y" TO WS-WO-EOF-SW
                       ELSE
                          ADD 1 TO WS-OPEN-COUNT
                          PERFORM 007-QUEUE-WORK-ORDER THRU 007-EXIT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE WORK-ORDER-FILE
       .
       003-EXIT.
           EXIT
       .

       004-LOAD-BOOKINGS.
           MOVE "N" TO WS-TRUNC-SW
           OPEN INPUT BOOKING-FILE
           IF WS-SBK-FSTATUS NOT = "00"
              GO TO 004-EXIT
           END-IF
           PERFORM UNTIL END-OF-BOOKINGS
              READ BOOKING-FILE
                 AT END MOVE "Y" TO WS-SBK-EOF-SW
                 NOT AT END
                    IF WS-BKG-COUNT >= WS-BKG-MAX
                       MOVE "Y" TO WS-TRUNC-SW
                       MOVE "Y" TO WS-SBK-EOF-SW
                    ELSE
                       ADD 1 TO WS-BKG-COUNT
                       MOVE SHOP-BOOK-REC TO BKG-LINE(WS-BKG-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE BOOKING-FILE
       .
       004-EXIT.
           EXIT
       .

       005-LOAD-RESERVATIONS.
           MOVE "N" TO WS-TRUNC-SW
           OPEN INPUT RESV-FILE
           IF WS-RSV-FSTATUS NOT = "00"
              GO TO 005-EXIT
           END-IF
           PERFORM UNTIL END-OF-RESV
              READ RESV-FILE NEXT
                 AT END MOVE "Y" TO WS-RSV-EOF-SW
                 NOT AT END
                    IF (RSV-REQUESTED OR RSV-DISPATCHED)
                       AND RSV-TO-DATE > WS-TODAY
                       IF WS-PRS-COUNT >= WS-PRS-MAX
                          MOVE "Y" TO WS-TRUNC-SW
                          MOVE "Y" TO WS-RSV-EOF-SW
                       ELSE
                          ADD 1 TO WS-PRS-COUNT
                          MOVE RSV-VEH-ID TO PRS-VEH-ID(WS-PRS-COUNT)
                          MOVE RSV-FROM-DATE TO
                             PRS-FROM-DATE(WS-PRS-COUNT)
                          MOVE RSV-TO-DATE TO PRS-TO-DATE(WS-PRS-COUNT)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE RESV-FILE
       .
       005-EXIT.
           EXIT
       .

       006-REVIEW-BOOKING.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING WS-WOQ-SUB FROM 1 BY 1
              UNTIL WS-WOQ-SUB > WS-WOQ-COUNT OR ENTRY-FOUND
              IF WOQ-NUMBER(WS-WOQ-SUB) = SBK-WO-NUMBER
                 MOVE "Y" TO WS-FOUND-SW
              END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
              MOVE "R" TO SBK-STATUS
              MOVE SHOP-BOOK-REC TO BKG-LINE(BKG-IDX)
              ADD 1 TO WS-RELEASED-COUNT
              GO TO 006-EXIT
           END-IF
           SUBTRACT 1 FROM WS-WOQ-SUB
           IF SBK-TO-DATE < WS-TODAY
              MOVE "M" TO SBK-STATUS
              MOVE SHOP-BOOK-REC TO BKG-LINE(BKG-IDX)
              ADD 1 TO WS-MISSED-COUNT
              DISPLAY "MISSED    WO " SBK-WO-NUMBER " " SBK-VEH-ID
                 " bay " SBK-BAY " " SBK-FROM-DATE "-" SBK-TO-DATE
              GO TO 006-EXIT
           END-IF
           MOVE "B" TO WOQ-STATE(WS-WOQ-SUB)
           ADD 1 TO WS-HELD-COUNT
           MOVE SBK-HOURS TO WS-HOURS-LEFT
           MOVE SBK-BAY TO WS-BAY-SUB
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
              UNTIL WS-DAY-SUB > WS-DAY-COUNT
              IF DAY-DATE(WS-DAY-SUB) NOT < SBK-FROM-DATE
                 AND DAY-DATE(WS-DAY-SUB) NOT > SBK-TO-DATE
                 PERFORM 013-TAKE-ONE-DAY THRU 013-EXIT
              END-IF
           END-PERFORM
       .
       006-EXIT.
           EXIT
       .

       007-QUEUE-WORK-ORDER.
           ADD 1 TO WS-WOQ-COUNT
           MOVE WO-NUMBER TO WOQ-NUMBER(WS-WOQ-COUNT)
           MOVE WO-VEH-ID TO WOQ-VEH-ID(WS-WOQ-COUNT)
           MOVE WO-TYPE TO WOQ-TYPE(WS-WOQ-COUNT)
           MOVE "W" TO WOQ-STATE(WS-WOQ-COUNT)
           MOVE WS-DFLT-HOURS TO WOQ-HOURS(WS-WOQ-COUNT)
           MOVE WS-DFLT-PRIORITY TO WOQ-PRIORITY(WS-WOQ-COUNT)
           MOVE WS-DFLT-DUE-DAYS TO WOQ-DUE-DATE(WS-WOQ-COUNT)
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING STD-IDX FROM 1 BY 1
              UNTIL STD-IDX > WS-STD-COUNT OR ENTRY-FOUND
              IF STD-TYPE(STD-IDX) = WO-TYPE
                 MOVE "Y" TO WS-FOUND-SW
                 MOVE STD-HOURS(STD-IDX) TO WOQ-HOURS(WS-WOQ-COUNT)
                 MOVE STD-PRIORITY(STD-IDX) TO
                    WOQ-PRIORITY(WS-WOQ-COUNT)
                 MOVE STD-DUE-DAYS(STD-IDX) TO
                    WOQ-DUE-DATE(WS-WOQ-COUNT)
              END-IF
           END-PERFORM
           IF WOQ-HOURS(WS-WOQ-COUNT) = 0
              MOVE WS-DFLT-HOURS TO WOQ-HOURS(WS-WOQ-COUNT)
           END-IF
           IF WO-DATE NUMERIC AND WO-DATE > 19000000
              COMPUTE WOQ-DUE-DATE(WS-WOQ-COUNT) =
                 FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WO-DATE)
                    + WOQ-DUE-DATE(WS-WOQ-COUNT))
           ELSE
              MOVE WS-TODAY TO WOQ-DUE-DATE(WS-WOQ-COUNT)
           END-IF
       .
       007-EXIT.
           EXIT
       .

       008-PICK-NEXT.
           MOVE ZEROS TO WS-PICK-SUB
           PERFORM VARYING WS-WOQ-SUB FROM 1 BY 1
              UNTIL WS-WOQ-SUB > WS-WOQ-COUNT
              IF WOQ-WAITING(WS-WOQ-SUB)
                 IF WS-PICK-SUB = 0
                    MOVE WS-WOQ-SUB TO WS-PICK-SUB
                 ELSE
                    IF WOQ-DUE-DATE(WS-WOQ-SUB)
                       < WOQ-DUE-DATE(WS-PICK-SUB)
                       OR (WOQ-DUE-DATE(WS-WOQ-SUB)
                          = WOQ-DUE-DATE(WS-PICK-SUB)
                          AND WOQ-PRIORITY(WS-WOQ-SUB)
                          < WOQ-PRIORITY(WS-PICK-SUB))
                       MOVE WS-WOQ-SUB TO WS-PICK-SUB
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
       .
       008-EXIT.
           EXIT
       .

       009-SCHEDULE-ONE.
           MOVE "N" TO WS-SLOT-SW
           IF WS-BKG-COUNT < WS-BKG-MAX
              PERFORM VARYING WS-START-SUB FROM 1 BY 1
                 UNTIL WS-START-SUB > WS-DAY-COUNT OR SLOT-FOUND
                 PERFORM VARYING WS-BAY-SUB FROM 1 BY 1
                    UNTIL WS-BAY-SUB > DAY-BAYS(WS-START-SUB)
                    OR SLOT-FOUND
                    PERFORM 010-TRY-SLOT THRU 010-EXIT
                 END-PERFORM
              END-PERFORM
           END-IF
           IF NOT SLOT-FOUND
              MOVE "N" TO WOQ-STATE(WS-WOQ-SUB)
              ADD 1 TO WS-NO-SLOT-COUNT
              DISPLAY "NO SLOT   WO " WOQ-NUMBER(WS-WOQ-SUB) " "
                 WOQ-VEH-ID(WS-WOQ-SUB) " " WOQ-TYPE(WS-WOQ-SUB)
                 " due " WOQ-DUE-DATE(WS-WOQ-SUB)
              GO TO 009-EXIT
           END-IF
           SUBTRACT 1 FROM WS-START-SUB
           SUBTRACT 1 FROM WS-BAY-SUB
           PERFORM 012-BOOK-SLOT THRU 012-EXIT
       .
       009-EXIT.
           EXIT
       .

       010-TRY-SLOT.
           MOVE "Y" TO WS-FIT-SW
           MOVE WOQ-HOURS(WS-WOQ-SUB) TO WS-HOURS-LEFT
           MOVE WS-START-SUB TO WS-DAY-SUB
           PERFORM UNTIL WS-HOURS-LEFT = 0 OR NOT SLOT-FITS
              IF WS-DAY-SUB > WS-DAY-COUNT
                 MOVE "N" TO WS-FIT-SW
              ELSE
                 IF WS-BAY-SUB > DAY-BAYS(WS-DAY-SUB)
                    OR DAY-BAY-HOURS(WS-DAY-SUB) = 0
                    MOVE "N" TO WS-FIT-SW
                 ELSE
                    MOVE WS-HOURS-LEFT TO WS-USE-HOURS
                    IF WS-USE-HOURS > DAY-BAY-HOURS(WS-DAY-SUB)
                       MOVE DAY-BAY-HOURS(WS-DAY-SUB) TO WS-USE-HOURS
                    END-IF
                    IF WS-USE-HOURS > DAY-TECH-LEFT(WS-DAY-SUB)
                       OR WS-USE-HOURS >
                          DAY-BAY-LEFT(WS-DAY-SUB, WS-BAY-SUB)
                       MOVE "N" TO WS-FIT-SW
                    ELSE
                       SUBTRACT WS-USE-HOURS FROM WS-HOURS-LEFT
                       ADD 1 TO WS-DAY-SUB
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF NOT SLOT-FITS
              GO TO 010-EXIT
           END-IF
           COMPUTE WS-END-SUB = WS-DAY-SUB - 1
           MOVE DAY-DATE(WS-START-SUB) TO WS-FROM-DATE
           MOVE DAY-DATE(WS-END-SUB) TO WS-TO-DATE
           PERFORM 011-CHECK-VEHICLE THRU 011-EXIT
           IF NOT VEHICLE-BUSY
              MOVE "Y" TO WS-SLOT-SW
           END-IF
       .
       010-EXIT.
           EXIT
       .

       011-CHECK-VEHICLE.
           MOVE "N" TO WS-BUSY-SW
           PERFORM VARYING PRS-IDX FROM 1 BY 1
              UNTIL PRS-IDX > WS-PRS-COUNT OR VEHICLE-BUSY
              IF PRS-VEH-ID(PRS-IDX) = WOQ-VEH-ID(WS-WOQ-SUB)
                 AND PRS-FROM-DATE(PRS-IDX) NOT > WS-TO-DATE
                 AND PRS-TO-DATE(PRS-IDX) NOT < WS-FROM-DATE
                 MOVE "Y" TO WS-BUSY-SW
              END-IF
           END-PERFORM
           PERFORM VARYING BKG-IDX FROM 1 BY 1
              UNTIL BKG-IDX > WS-BKG-COUNT OR VEHICLE-BUSY
              MOVE BKG-LINE(BKG-IDX) TO SHOP-BOOK-REC
              IF SBK-BOOKED
                 AND SBK-VEH-ID = WOQ-VEH-ID(WS-WOQ-SUB)
                 AND SBK-FROM-DATE NOT > WS-TO-DATE
                 AND SBK-TO-DATE NOT < WS-FROM-DATE
                 MOVE "Y" TO WS-BUSY-SW
              END-IF
           END-PERFORM
       .
       011-EXIT.
           EXIT
       .

       012-BOOK-SLOT.
           MOVE WOQ-HOURS(WS-WOQ-SUB) TO WS-HOURS-LEFT
           PERFORM VARYING WS-DAY-SUB FROM WS-START-SUB BY 1
              UNTIL WS-DAY-SUB > WS-END-SUB
              PERFORM 013-TAKE-ONE-DAY THRU 013-EXIT
           END-PERFORM
           MOVE SPACES TO SHOP-BOOK-REC
           MOVE WOQ-NUMBER(WS-WOQ-SUB) TO SBK-WO-NUMBER
           MOVE WOQ-VEH-ID(WS-WOQ-SUB) TO SBK-VEH-ID
           MOVE WOQ-TYPE(WS-WOQ-SUB) TO SBK-WO-TYPE
           MOVE WS-BAY-SUB TO SBK-BAY
           MOVE WS-FROM-DATE TO SBK-FROM-DATE
           MOVE WS-TO-DATE TO SBK-TO-DATE
           MOVE WOQ-HOURS(WS-WOQ-SUB) TO SBK-HOURS
           MOVE "B" TO SBK-STATUS
           MOVE WS-TODAY TO SBK-BOOKED-DATE
           ADD 1 TO WS-BKG-COUNT
           MOVE SHOP-BOOK-REC TO BKG-LINE(WS-BKG-COUNT)
           MOVE "B" TO WOQ-STATE(WS-WOQ-SUB)
           ADD 1 TO WS-BOOKED-COUNT
           ADD WOQ-HOURS(WS-WOQ-SUB) TO WS-BOOKED-HOURS
           DISPLAY "BOOKED    WO " SBK-WO-NUMBER " " SBK-VEH-ID " "
              SBK-WO-TYPE " bay " SBK-BAY " " SBK-FROM-DATE "-"
              SBK-TO-DATE " due " WOQ-DUE-DATE(WS-WOQ-SUB)
       .
       012-EXIT.
           EXIT
       .

       013-TAKE-ONE-DAY.
           MOVE WS-HOURS-LEFT TO WS-USE-HOURS
           IF WS-USE-HOURS > DAY-BAY-HOURS(WS-DAY-SUB)
              MOVE DAY-BAY-HOURS(WS-DAY-SUB) TO WS-USE-HOURS
           END-IF
           IF WS-BAY-SUB > 0 AND WS-BAY-SUB NOT > WS-MAX-BAYS
              IF WS-USE-HOURS > DAY-BAY-LEFT(WS-DAY-SUB, WS-BAY-SUB)
                 MOVE ZEROS TO DAY-BAY-LEFT(WS-DAY-SUB, WS-BAY-SUB)
              ELSE
                 SUBTRACT WS-USE-HOURS FROM
                    DAY-BAY-LEFT(WS-DAY-SUB, WS-BAY-SUB)
              END-IF
           END-IF
           IF WS-USE-HOURS > DAY-TECH-LEFT(WS-DAY-SUB)
              MOVE ZEROS TO DAY-TECH-LEFT(WS-DAY-SUB)
           ELSE
              SUBTRACT WS-USE-HOURS FROM DAY-TECH-LEFT(WS-DAY-SUB)
           END-IF
           SUBTRACT WS-USE-HOURS FROM WS-HOURS-LEFT
       .
       013-EXIT.
           EXIT
       .

       014-SAVE-BOOKINGS.
           OPEN OUTPUT BOOKING-FILE
           IF WS-SBK-FSTATUS NOT = "00"
              DISPLAY "SHOPSCHD: cannot write shop-bookings.dat, "
                 "status " WS-SBK-FSTATUS
              MOVE "ABORTED" TO WS-RUN-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 014-EXIT
           END-IF
           PERFORM VARYING BKG-IDX FROM 1 BY 1
              UNTIL BKG-IDX > WS-BKG-COUNT
              MOVE BKG-LINE(BKG-IDX) TO SHOP-BOOK-REC
              IF NOT SBK-BOOKED AND SBK-TO-DATE < WS-PURGE-DATE
                 ADD 1 TO WS-PURGED-COUNT
              ELSE
                 WRITE SHOP-BOOK-REC
              END-IF
           END-PERFORM
           CLOSE BOOKING-FILE
       .
       014-EXIT.
           EXIT
       .

       015-RECORD-RUN-HISTORY.
           OPEN I-O RUN-HISTORY-FILE
           IF WS-RUNH-FSTATUS = "35"
              OPEN OUTPUT RUN-HISTORY-FILE
           END-IF
           MOVE SPACES TO RUN-HISTORY-REC
           MOVE "SHOPSCHD" TO RUNH-PROGRAM
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
       015-EXIT.
           EXIT
       .

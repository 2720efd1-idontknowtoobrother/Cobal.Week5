       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESV-FILE ASSIGN TO DYNAMIC WS-RSVI-DSN
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS RSV-NUMBER
              ALTERNATE RECORD KEY IS RSV-VEH-ID WITH DUPLICATES
              FILE STATUS IS WS-RSV-FSTATUS.
           SELECT VEHICLE-MASTER ASSIGN TO DYNAMIC WS-VEHM-DSN
              ORGANIZATION IS INDEXED
           SELECT READINGS-FILE ASSIGN TO DYNAMIC WS-RDGF-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RDG-FSTATUS.
           SELECT BOOKING-FILE ASSIGN TO "shop-bookings.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SBK-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  READINGS-FILE.
       COPY "veh-reading.cpy".

       FD  BOOKING-FILE.
       COPY "shop-book.cpy".

       WORKING-STORAGE SECTION.
       01  WS-RSVI-DSN         PIC X(40)
           VALUE "pool-resv.idx".
       01  WS-VEHM-DSN         PIC X(40)
           VALUE "vehicle-master.idx".
       01  WS-RDGF-DSN         PIC X(40)
       01  WS-VEH-FSTATUS      PIC XX VALUE "00".
       01  WS-DRV-FSTATUS      PIC XX VALUE "00".
       01  WS-RDG-FSTATUS      PIC XX VALUE "00".
       01  WS-SBK-FSTATUS      PIC XX VALUE "00".
       01  MENU-CHOICE         PIC 99 VALUE ZEROS.
       01  WS-AUTHORITY        PIC X VALUE SPACE.
       01  WS-AUTH-PROGRAM     PIC X(12) VALUE "POOLRESV".
       01  WS-AUTH-OPTION      PIC 99 VALUE ZEROS.
       01  WS-AUTH-FUNCTION    PIC X(8) VALUE SPACES.
       01  WS-AUTH-PERMIT-SW   PIC X VALUE "N".
           88 FUNCTION-PERMITTED VALUE "Y".
       01  WS-CONTINUE-SW      PIC X VALUE "Y".
           88 CONTINUE-MENU       VALUE "Y".
       01  WS-VEH-OPEN-SW      PIC X VALUE "N".
           88 END-OF-RESV         VALUE "Y".
       01  WS-DRV-EOF-SW       PIC X VALUE "N".
           88 END-OF-DRIVERS      VALUE "Y".
       01  WS-SBK-EOF-SW       PIC X VALUE "N".
           88 END-OF-BOOKINGS     VALUE "Y".
       01  WS-RSV-COUNT        PIC 9(7) VALUE ZEROS.
       01  WS-RSV-FOUND-SW     PIC X VALUE "N".
           88 RESV-FOUND          VALUE "Y".
       01  WS-RSV-UPDATED-SW   PIC X VALUE "N".
           88 RESV-UPDATED        VALUE "Y".
       01  WS-RSV-STATUS       PIC X VALUE SPACE.
       01  WS-RSV-OUT-ODOM     PIC 9(6) VALUE ZEROS.
       01  WS-NEW-STATUS       PIC X VALUE SPACE.
       01  WS-FOUND-SW         PIC X VALUE "N".
           88 VEHICLE-KNOWN       VALUE "Y".
       01  WS-DRV-FOUND-SW     PIC X VALUE "N".
           88 DRIVER-KNOWN        VALUE "Y".
       01  WS-OVERLAP-SW       PIC X VALUE "N".
           88 DATES-OVERLAP       VALUE "Y".
       01  WS-SHOP-SW          PIC X VALUE "N".
           88 BOOKED-IN-SHOP      VALUE "Y".
       01  WS-NEW-VEH-ID       PIC X(6).
       01  WS-NEW-DRV-ID       PIC X(6).
       01  WS-DATE-IN          PIC X(8).
       01  WS-RESV-NUMBER      PIC 9(6) VALUE ZEROS.
       01  WS-NXT-SERIES       PIC X(8) VALUE "POOLRESV".
       01  WS-TODAY            PIC 9(8) VALUE ZEROS.
       01  WS-VEH-CLASS        PIC X(2) VALUE SPACES.
       01  WS-QUAL-RESULT      PIC X VALUE SPACE.
           88 DRIVER-QUALIFIED    VALUE "Y".
       01  WS-QUAL-REASON      PIC X(30) VALUE SPACES.
       01  WS-SEC-PROGRAM      PIC X(12) VALUE "POOLRESV".
       01  WS-SEC-EVENT        PIC X(12) VALUE SPACES.
       01  WS-SEC-DETAIL       PIC X(30) VALUE SPACES.
       01  WS-SEC-SEV          PIC X VALUE "W".

       PROCEDURE DIVISION.
       000-BEGIN.
           CALL "GETDSN" USING WS-RSVI-DSN
           CALL "GETDSN" USING WS-VEHM-DSN
           CALL "GETDSN" USING WS-RDGF-DSN
           CALL "GETOPER" USING WS-OPERATOR-ID
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
              WHEN 1 PERFORM 003-REQUEST-RESV THRU 003-EXIT
              WHEN 2 PERFORM 004-DISPATCH-RESV THRU 004-EXIT
       .

       003-REQUEST-RESV.
           DISPLAY "Vehicle ID (6 characters): " WITH NO ADVANCING
           MOVE SPACES TO WS-NEW-VEH-ID
           ACCEPT WS-NEW-VEH-ID
              GO TO 003-EXIT
           END-IF
           PERFORM 012-CHECK-OVERLAP THRU 012-EXIT
           MOVE ZEROS TO WS-RESV-NUMBER
           CALL "NEXTNUM" USING WS-NXT-SERIES WS-RESV-NUMBER
           MOVE "R" TO WS-NEW-STATUS
           IF DATES-OVERLAP
              MOVE "N" TO WS-NEW-STATUS
           END-IF
           PERFORM 008-ADD-RESV THRU 008-EXIT
           IF NOT RESV-UPDATED
              DISPLAY "Reservation " WS-RESV-NUMBER " could not be "
                 "written, status " WS-RSV-FSTATUS
              GO TO 003-EXIT
           END-IF
           IF BOOKED-IN-SHOP
              DISPLAY "Vehicle " WS-NEW-VEH-ID " is booked into the "
                 "shop in that range, not reserved."
              DISPLAY "Request logged as turned away, number "
                 WS-RESV-NUMBER "."
              GO TO 003-EXIT
           END-IF
           IF DATES-OVERLAP
              DISPLAY "Vehicle " WS-NEW-VEH-ID " is already booked "
                 "in that range, not reserved."
              DISPLAY "Request logged as turned away, number "
                 WS-RESV-NUMBER "."
              GO TO 003-EXIT
           END-IF
           DISPLAY "Reservation " WS-RESV-NUMBER " recorded."
       .
       003-EXIT.
       .

       004-DISPATCH-RESV.
           PERFORM 013-INPUT-RESV-NUMBER THRU 013-EXIT
           IF NOT RESV-FOUND
              GO TO 004-EXIT
           END-IF
           IF WS-RSV-STATUS NOT = "R"
              DISPLAY "Reservation is not in requested state."
              GO TO 004-EXIT
           END-IF
           MOVE SPACES TO WS-VEH-CLASS
           PERFORM 010-FIND-VEHICLE THRU 010-EXIT
           IF VEHICLE-KNOWN
              MOVE VEH-CLASS TO WS-VEH-CLASS
           END-IF
           CALL "CHKQUAL" USING WS-NEW-DRV-ID WS-VEH-CLASS WS-TODAY
              WS-QUAL-RESULT WS-SEC-EVENT WS-QUAL-REASON
           IF NOT DRIVER-QUALIFIED
              DISPLAY "Driver " WS-NEW-DRV-ID " - " WS-QUAL-REASON
              DISPLAY "Vehicle " WS-NEW-VEH-ID " not released."
              MOVE SPACES TO WS-SEC-DETAIL
              STRING "DRV " WS-NEW-DRV-ID " VEH " WS-NEW-VEH-ID
                 " CLASS " WS-VEH-CLASS
                 DELIMITED BY SIZE INTO WS-SEC-DETAIL
              CALL "SECLOG" USING WS-SEC-PROGRAM WS-OPERATOR-ID
                 WS-SEC-EVENT WS-SEC-DETAIL WS-SEC-SEV
              GO TO 004-EXIT
           END-IF
           DISPLAY "Odometer at dispatch (6 digits): "
              WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
              DISPLAY "Odometer must be 6 digits, not dispatched."
              GO TO 004-EXIT
           END-IF
           MOVE WS-NUM-IN TO WS-NEW-ODOM
           MOVE "D" TO WS-NEW-STATUS
           PERFORM 009-UPDATE-RESV THRU 009-EXIT
           IF NOT RESV-UPDATED
              GO TO 004-EXIT
           END-IF
           DISPLAY "Vehicle " WS-NEW-VEH-ID
              " dispatched to " WS-NEW-DRV-ID
       .
       004-EXIT.
           EXIT
       .

       005-RETURN-RESV.
           PERFORM 013-INPUT-RESV-NUMBER THRU 013-EXIT
           IF NOT RESV-FOUND
              GO TO 005-EXIT
           END-IF
           IF WS-RSV-STATUS NOT = "D"
              DISPLAY "Reservation is not out on dispatch."
              GO TO 005-EXIT
           END-IF
              GO TO 005-EXIT
           END-IF
           MOVE WS-NUM-IN TO WS-NEW-ODOM
           IF WS-NEW-ODOM < WS-RSV-OUT-ODOM
              DISPLAY "Return odometer below dispatch odometer, "
                 "return not recorded."
              GO TO 005-EXIT
           END-IF
           MOVE "C" TO WS-NEW-STATUS
           PERFORM 009-UPDATE-RESV THRU 009-EXIT
           IF NOT RESV-UPDATED
              GO TO 005-EXIT
           END-IF
           PERFORM 014-WRITE-READING THRU 014-EXIT
           DISPLAY "Return recorded, odometer reading queued for "
              "the next VEHUPDT run."
       .

       006-CANCEL-RESV.
           PERFORM 013-INPUT-RESV-NUMBER THRU 013-EXIT
           IF NOT RESV-FOUND
              GO TO 006-EXIT
           END-IF
           IF WS-RSV-STATUS NOT = "R"
              DISPLAY "Only requested reservations can be "
                 "cancelled."
              GO TO 006-EXIT
           END-IF
           MOVE "X" TO WS-NEW-STATUS
           PERFORM 009-UPDATE-RESV THRU 009-EXIT
           IF NOT RESV-UPDATED
              GO TO 006-EXIT
           END-IF
           DISPLAY "Reservation cancelled."
       .
       006-EXIT.
       .

       007-LIST-RESV.
           MOVE ZEROS TO WS-RSV-COUNT
           MOVE "N" TO WS-RSV-EOF-SW
           OPEN INPUT RESV-FILE
           IF WS-RSV-FSTATUS NOT = "00"
              DISPLAY "No reservations on file."
              GO TO 007-EXIT
           END-IF
           DISPLAY "NUMBER VEHICLE DRIVER FROM     TO       ST"
              " OUT    IN"
           PERFORM UNTIL END-OF-RESV
              READ RESV-FILE NEXT
                 AT END MOVE "Y" TO WS-RSV-EOF-SW
                 NOT AT END
                    ADD 1 TO WS-RSV-COUNT
                    DISPLAY RSV-NUMBER " " RSV-VEH-ID "  "
                       RSV-DRIVER-ID " " RSV-FROM-DATE " "
                       RSV-TO-DATE " " RSV-STATUS "  "
                       RSV-OUT-ODOM " " RSV-IN-ODOM
              END-READ
           END-PERFORM
           CLOSE RESV-FILE
           DISPLAY "Reservations on file: " WS-RSV-COUNT
       .
       007-EXIT.
           EXIT
       .

       008-ADD-RESV.
           MOVE "N" TO WS-RSV-UPDATED-SW
           OPEN I-O RESV-FILE
           IF WS-RSV-FSTATUS = "35"
              OPEN OUTPUT RESV-FILE
           END-IF
           IF WS-RSV-FSTATUS NOT = "00"
              GO TO 008-EXIT
           END-IF
           MOVE SPACES TO POOL-RESV-REC
           MOVE WS-RESV-NUMBER TO RSV-NUMBER
           MOVE WS-NEW-VEH-ID TO RSV-VEH-ID
           MOVE WS-NEW-DRV-ID TO RSV-DRIVER-ID
           MOVE WS-NEW-FROM TO RSV-FROM-DATE
           MOVE WS-NEW-TO TO RSV-TO-DATE
           MOVE WS-NEW-STATUS TO RSV-STATUS
           MOVE ZEROS TO RSV-OUT-ODOM RSV-IN-ODOM
           WRITE POOL-RESV-REC
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE "Y" TO WS-RSV-UPDATED-SW
           END-WRITE
           CLOSE RESV-FILE
       .
       008-EXIT.
           EXIT
       .

       009-UPDATE-RESV.
           MOVE "N" TO WS-RSV-UPDATED-SW
           OPEN I-O RESV-FILE
           IF WS-RSV-FSTATUS NOT = "00"
              DISPLAY "Reservation file not available, status "
                 WS-RSV-FSTATUS
              GO TO 009-EXIT
           END-IF
           MOVE WS-WANT-RESV TO RSV-NUMBER
           READ RESV-FILE
              INVALID KEY
                 DISPLAY "Reservation " WS-WANT-RESV " not on file."
              NOT INVALID KEY
                 IF RSV-STATUS NOT = WS-RSV-STATUS
                    DISPLAY "Reservation " WS-WANT-RESV " was "
                       "changed by another user, not updated."
                 ELSE
                    MOVE WS-NEW-STATUS TO RSV-STATUS
                    IF WS-NEW-STATUS = "D"
                       MOVE WS-NEW-ODOM TO RSV-OUT-ODOM
                    END-IF
                    IF WS-NEW-STATUS = "C"
                       MOVE WS-NEW-ODOM TO RSV-IN-ODOM
                    END-IF
                    REWRITE POOL-RESV-REC
                       INVALID KEY CONTINUE
                       NOT INVALID KEY MOVE "Y" TO WS-RSV-UPDATED-SW
                    END-REWRITE
                 END-IF
           END-READ
           CLOSE RESV-FILE
       .
       009-EXIT.

       012-CHECK-OVERLAP.
           MOVE "N" TO WS-OVERLAP-SW
           PERFORM 015-CHECK-SHOP-BOOKING THRU 015-EXIT
           IF BOOKED-IN-SHOP
              MOVE "Y" TO WS-OVERLAP-SW
              GO TO 012-EXIT
           END-IF
           MOVE "N" TO WS-RSV-EOF-SW
           OPEN INPUT RESV-FILE
           IF WS-RSV-FSTATUS NOT = "00"
              GO TO 012-EXIT
           END-IF
           MOVE WS-NEW-VEH-ID TO RSV-VEH-ID
           START RESV-FILE KEY IS EQUAL TO RSV-VEH-ID
              INVALID KEY MOVE "Y" TO WS-RSV-EOF-SW
           END-START
           PERFORM UNTIL END-OF-RESV
              READ RESV-FILE NEXT
                 AT END MOVE "Y" TO WS-RSV-EOF-SW
                 NOT AT END
                    IF RSV-VEH-ID NOT = WS-NEW-VEH-ID
                       MOVE "Y" TO WS-RSV-EOF-SW
                    ELSE
                       IF (RSV-REQUESTED OR RSV-DISPATCHED)
                          AND RSV-FROM-DATE NOT > WS-NEW-TO
                          AND RSV-TO-DATE NOT < WS-NEW-FROM
                          MOVE "Y" TO WS-OVERLAP-SW
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE RESV-FILE
       .
       012-EXIT.
           EXIT

       013-INPUT-RESV-NUMBER.
           MOVE "N" TO WS-RSV-FOUND-SW
           DISPLAY "Reservation number (6 digits): "
              WITH NO ADVANCING
           MOVE SPACES TO WS-NUM-IN
              GO TO 013-EXIT
           END-IF
           MOVE WS-NUM-IN TO WS-WANT-RESV
           OPEN INPUT RESV-FILE
           IF WS-RSV-FSTATUS NOT = "00"
              DISPLAY "No reservations on file."
              GO TO 013-EXIT
           END-IF
           MOVE WS-WANT-RESV TO RSV-NUMBER
           READ RESV-FILE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE "Y" TO WS-RSV-FOUND-SW
                 MOVE RSV-VEH-ID TO WS-NEW-VEH-ID
                 MOVE RSV-DRIVER-ID TO WS-NEW-DRV-ID
                 MOVE RSV-STATUS TO WS-RSV-STATUS
                 MOVE RSV-OUT-ODOM TO WS-RSV-OUT-ODOM
           END-READ
           CLOSE RESV-FILE
           IF NOT RESV-FOUND
              DISPLAY "Reservation " WS-WANT-RESV " not on file."
           END-IF
              OPEN OUTPUT READINGS-FILE
           END-IF
           MOVE SPACES TO READING-REC
           MOVE WS-NEW-VEH-ID TO RDG-VEH-ID
           MOVE WS-NEW-ODOM TO RDG-ODOM
           MOVE WS-TODAY TO RDG-DATE
           WRITE READING-REC
           CLOSE READINGS-FILE
       014-EXIT.
           EXIT
       .

       015-CHECK-SHOP-BOOKING.
           MOVE "N" TO WS-SHOP-SW
           MOVE "N" TO WS-SBK-EOF-SW
           OPEN INPUT BOOKING-FILE
           IF WS-SBK-FSTATUS NOT = "00"
              GO TO 015-EXIT
           END-IF
           PERFORM UNTIL END-OF-BOOKINGS OR BOOKED-IN-SHOP
              READ BOOKING-FILE
                 AT END MOVE "Y" TO WS-SBK-EOF-SW
                 NOT AT END
                    IF SBK-BOOKED AND SBK-VEH-ID = WS-NEW-VEH-ID
                       AND SBK-FROM-DATE NOT > WS-NEW-TO
                       AND SBK-TO-DATE NOT < WS-NEW-FROM
                       MOVE "Y" TO WS-SHOP-SW
                    END-IF
              END-READ
           END-PERFORM
           CLOSE BOOKING-FILE
       .
       015-EXIT.
           EXIT
       .

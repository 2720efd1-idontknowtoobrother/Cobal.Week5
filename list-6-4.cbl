       01  WS-FLEET-FSTATUS  PIC XX VALUE "00".
       01  WS-EXC-FSTATUS    PIC XX VALUE "00".
       01  WS-MAX-MILEAGE    PIC 9(6) VALUE 50000.
       01  WS-VEH-MAX-MILEAGE PIC 9(6) VALUE ZEROS.
       01  WS-CLASS-FOUND-SW PIC X VALUE "N".
           88 CLASS-ON-FILE     VALUE "Y".
       01  WS-ODOM-MODULUS   PIC 9(7) VALUE 1000000.
       01  WS-ROLLOVER-SW    PIC X VALUE "N".
           88 ODOM-ROLLED-OVER  VALUE "Y".
       01  WS-OOS-NOW-SW     PIC X VALUE "N".
           88 VEHICLE-IS-DOWN   VALUE "Y".
       COPY "run-stamp.cpy".
       COPY "veh-class.cpy".

       PROCEDURE DIVISION.
       000-BEGIN.
                 NOT AT END
                    PERFORM 014-COMPUTE-MILEAGE THRU 014-EXIT
                    PERFORM 019-CHECK-DUPLICATE-ID THRU 019-EXIT
                    PERFORM 023-SET-CLASS-LIMIT THRU 023-EXIT
                    EVALUATE TRUE
                       WHEN DUPLICATE-ID
                          MOVE "DUPLICATE VEHICLE ID" TO
                             WS-VEH-EXC-REASON
                          PERFORM 015-LOG-VEHICLE-EXCEPTION
                             THRU 015-EXIT
                       WHEN WS-MILEAGE > WS-VEH-MAX-MILEAGE
                          MOVE "MILEAGE EXCEEDS MAXIMUM" TO
                             WS-VEH-EXC-REASON
                          PERFORM 015-LOG-VEHICLE-EXCEPTION
       022-EXIT.
           EXIT
       .

       023-SET-CLASS-LIMIT.
           MOVE WS-MAX-MILEAGE TO WS-VEH-MAX-MILEAGE
           CALL "GETCLASS" USING VEH-CLASS VEH-CLASS-REC
              WS-CLASS-FOUND-SW
           IF CLASS-ON-FILE
              AND VCL-MAX-MILEAGE NUMERIC
              AND VCL-MAX-MILEAGE > 0
              MOVE VCL-MAX-MILEAGE TO WS-VEH-MAX-MILEAGE
           END-IF
       .
       023-EXIT.
           EXIT
       .

       01  WS-MPG              PIC 9(4)V9(1) VALUE ZEROS.
       01  WS-MPG-LOW          PIC 9(3)V9(1) VALUE 5.0.
       01  WS-MPG-HIGH         PIC 9(3)V9(1) VALUE 50.0.
       01  WS-VEH-MPG-LOW      PIC 9(3)V9(1) VALUE ZEROS.
       01  WS-VEH-MPG-HIGH     PIC 9(3)V9(1) VALUE ZEROS.
       01  WS-CLASS-FOUND-SW   PIC X VALUE "N".
           88 CLASS-ON-FILE       VALUE "Y".
       01  WS-MPG-FLAG         PIC X(28) VALUE SPACES.
       01  WS-FLAGGED-COUNT    PIC 9(3) VALUE ZEROS.
       01  WS-PRN-GALLONS      PIC ZZZ,ZZ9.99.
       01  WS-VEH-FSTATUS      PIC XX VALUE "00".
       01  WS-VEH-OPEN-SW      PIC X VALUE "N".
           88 MASTER-AVAILABLE    VALUE "Y".
       COPY "veh-class.cpy".

       PROCEDURE DIVISION.
       000-BEGIN.
           DISPLAY "-----------------------------------------------"
           DISPLAY "Vehicles outside MPG band  . . : "
              WS-FLAGGED-COUNT
           DISPLAY "Default MPG band (no class) . : " WS-MPG-LOW
              " to " WS-MPG-HIGH
           DISPLAY "==============================================="
       .

       007-PRINT-ONE-VEHICLE.
           MOVE SPACES TO WS-MPG-FLAG
           MOVE WS-MPG-LOW TO WS-VEH-MPG-LOW
           MOVE WS-MPG-HIGH TO WS-VEH-MPG-HIGH
           IF MASTER-AVAILABLE
              MOVE MPG-VEH-ID(MPG-IDX) TO VEH-ID
              READ VEHICLE-MASTER
                       MOVE "FUEL FOR INACTIVE VEHICLE" TO
                          WS-MPG-FLAG
                    END-IF
                    PERFORM 011-SET-CLASS-BAND THRU 011-EXIT
              END-READ
           END-IF
           MOVE MPG-MILEAGE(MPG-IDX) TO WS-PRN-MILEAGE
              ELSE
                 COMPUTE WS-MPG ROUNDED =
                    MPG-MILEAGE(MPG-IDX) / MPG-GALLONS(MPG-IDX)
                 IF WS-MPG < WS-VEH-MPG-LOW
                    MOVE "LOW MPG - POSSIBLE LEAK" TO WS-MPG-FLAG
                 END-IF
                 IF WS-MPG > WS-VEH-MPG-HIGH
                    MOVE "HIGH MPG - CHECK GALLONS" TO WS-MPG-FLAG
                 END-IF
              END-IF
       008-EXIT.
           EXIT
       .

       011-SET-CLASS-BAND.
           CALL "GETCLASS" USING VEH-CLASS VEH-CLASS-REC
              WS-CLASS-FOUND-SW
           IF CLASS-ON-FILE
              AND VCL-MPG-LOW NUMERIC
              AND VCL-MPG-HIGH NUMERIC
              AND VCL-MPG-HIGH > 0
              MOVE VCL-MPG-LOW TO WS-VEH-MPG-LOW
              MOVE VCL-MPG-HIGH TO WS-VEH-MPG-HIGH
           END-IF
       .
       011-EXIT.
           EXIT
       .

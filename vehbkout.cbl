       01  WS-VEHM-DSN        PIC X(40)
           VALUE "vehicle-master.idx".
       01  WS-OPERATOR-ID      PIC X(8) VALUE "SYSTEM".
       01  WS-VLG-PROGRAM      PIC X(12) VALUE "VEHBKOUT".
       01  WS-VLG-ACTION       PIC X VALUE "C".
       01  WS-JRN-FSTATUS      PIC XX VALUE "00".
       01  WS-VEH-FSTATUS      PIC XX VALUE "00".
       01  WS-RUNH-FSTATUS     PIC XX VALUE "00".
                 DISPLAY "  restored " VEH-ID " to "
                    VEH-START-ODOM "/" VEH-END-ODOM
                 ADD 1 TO WS-RESTORE-COUNT
                 CALL "VEHLOG" USING WS-VLG-PROGRAM WS-OPERATOR-ID
                    WS-VLG-ACTION VEHICLE-REC
           END-REWRITE
       .
       003-EXIT.

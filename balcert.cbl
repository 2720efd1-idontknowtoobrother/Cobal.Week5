           05 WS-SLS-NUM2      PIC S9(5)V9(2) SIGN LEADING SEPARATE.
       01  WS-MILEAGE-FLD      PIC 9(6) VALUE ZEROS.
       01  WS-JRN-DATE         PIC 9(8) VALUE ZEROS.
       01  WS-AP-AMOUNT-X      PIC X(9) VALUE ZEROS.
       01  WS-AP-AMOUNT-FLD REDEFINES WS-AP-AMOUNT-X
                               PIC 9(7)V9(2).
       01  WS-FJL-AMOUNT-X     PIC X(11) VALUE ZEROS.
       01  WS-FJL-AMOUNT-FLD REDEFINES WS-FJL-AMOUNT-X
                               PIC 9(9)V9(2).
       01  LOG-TABLE.
           05 LOG-ENTRY OCCURS 100 TIMES INDEXED BY LOG-IDX.
              10 LOG-PROGRAM    PIC X(12).
                          TO WS-CHK-AMOUNT
                    END-IF
                 END-IF
              WHEN "ap-extract.dat"
                 IF CHECK-REC(1:1) = "D"
                    ADD 1 TO WS-CHK-COUNT
                    IF CHECK-REC(23:9) NUMERIC
                       MOVE CHECK-REC(23:9) TO WS-AP-AMOUNT-X
                       ADD WS-AP-AMOUNT-FLD TO WS-CHK-AMOUNT
                    END-IF
                 END-IF
              WHEN "fleet-journal.dat"
                 IF CHECK-REC(1:1) NOT = "T"
                    ADD 1 TO WS-CHK-COUNT
                    IF CHECK-REC(12:2) = "DR"
                       AND CHECK-REC(15:11) NUMERIC
                       MOVE CHECK-REC(15:11) TO WS-FJL-AMOUNT-X
                       ADD WS-FJL-AMOUNT-FLD TO WS-CHK-AMOUNT
                    END-IF
                 END-IF
              WHEN "list6-4-mileage.csv"
                 IF WS-HDR-LINES = 0
                    MOVE 1 TO WS-HDR-LINES

              88 RSV-DISPATCHED   VALUE "D".
              88 RSV-RETURNED     VALUE "C".
              88 RSV-CANCELLED    VALUE "X".
              88 RSV-TURNED-AWAY  VALUE "N".
           05 FILLER           PIC X VALUE SPACE.
           05 RSV-OUT-ODOM     PIC 9(6).
           05 FILLER           PIC X VALUE SPACE.

       01  REPL-CRIT-REC.
           05 RPC-CLASS        PIC X(2).
           05 FILLER           PIC X VALUE SPACE.
           05 RPC-MAX-AGE      PIC 9(3).
           05 FILLER           PIC X VALUE SPACE.
           05 RPC-MAX-MILES    PIC 9(7).
           05 FILLER           PIC X VALUE SPACE.
           05 RPC-MAX-CPM      PIC 9(2)V9(4).
           05 FILLER           PIC X VALUE SPACE.
           05 RPC-MAX-DOWN     PIC 9(3).
           05 FILLER           PIC X VALUE SPACE.
           05 RPC-REPL-COST    PIC 9(7)V9(2).

       01  AUDIT-SAMPLE-REC.
           05 ASM-KEY.
              10 ASM-SET-NO    PIC 9(6).
              10 FILLER        PIC X VALUE "-".
              10 ASM-ITEM-NO   PIC 9(3).
           05 FILLER           PIC X VALUE SPACE.
           05 ASM-DRAW-DATE    PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 ASM-METHOD       PIC X.
           05 FILLER           PIC X VALUE SPACE.
           05 ASM-AUD-LINE     PIC 9(7).
           05 FILLER           PIC X VALUE SPACE.
           05 ASM-AUD-RUN-DATE PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 ASM-AUD-RUN-TIME PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 ASM-AUD-RUN-NO   PIC 9(6).
           05 FILLER           PIC X VALUE SPACE.
           05 ASM-AUD-OPERATOR PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 ASM-NUM1         PIC S9(5)V9(2) SIGN LEADING SEPARATE.
           05 FILLER           PIC X VALUE SPACE.
           05 ASM-NUM2         PIC S9(5)V9(2) SIGN LEADING SEPARATE.
           05 FILLER           PIC X VALUE SPACE.
           05 ASM-RESULT       PIC S9(5)V9(5) SIGN LEADING SEPARATE.
           05 FILLER           PIC X VALUE SPACE.
           05 ASM-RECALC-OP    PIC X.
           05 FILLER           PIC X VALUE SPACE.
           05 ASM-RECALC-SW    PIC X.
              88 ASM-REPRODUCED   VALUE "Y".
           05 FILLER           PIC X VALUE SPACE.
           05 ASM-DRAWN-BY     PIC X(8).

       01  YE-SUMMARY-REC.
           05 YES-YEAR         PIC 9(4).
           05 FILLER           PIC X VALUE SPACE.
           05 YES-CATEGORY     PIC X(12).
           05 FILLER           PIC X VALUE SPACE.
           05 YES-COUNT        PIC 9(7).
           05 FILLER           PIC X VALUE SPACE.
           05 YES-QUANTITY     PIC 9(9)V9(2).
           05 FILLER           PIC X VALUE SPACE.
           05 YES-AMOUNT       PIC S9(11)V9(2) SIGN LEADING SEPARATE.
           05 FILLER           PIC X VALUE SPACE.
           05 YES-CLOSE-DATE   PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 YES-OPERATOR     PIC X(8).

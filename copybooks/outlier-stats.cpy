       01  OUTLIER-STATS-REC.
           05 OLS-SOURCE       PIC X(3).
           05 FILLER           PIC X VALUE SPACE.
           05 OLS-CALC-DATE    PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 OLS-THRU-RUN-NO  PIC 9(6).
           05 FILLER           PIC X VALUE SPACE.
           05 OLS-HIST-RUNS    PIC 9(3).
           05 FILLER           PIC X VALUE SPACE.
           05 OLS-HIST-ROWS    PIC 9(7).
           05 FILLER           PIC X VALUE SPACE.
           05 OLS-COUNT-MEAN   PIC 9(5)V9(2).
           05 FILLER           PIC X VALUE SPACE.
           05 OLS-COUNT-SD     PIC 9(5)V9(2).
           05 FILLER           PIC X VALUE SPACE.
           05 OLS-NUM1-MEAN    PIC S9(5)V9(2) SIGN LEADING SEPARATE.
           05 FILLER           PIC X VALUE SPACE.
           05 OLS-NUM1-SD      PIC 9(5)V9(2).
           05 FILLER           PIC X VALUE SPACE.
           05 OLS-NUM2-MEAN    PIC S9(5)V9(2) SIGN LEADING SEPARATE.
           05 FILLER           PIC X VALUE SPACE.
           05 OLS-NUM2-SD      PIC 9(5)V9(2).
           05 FILLER           PIC X VALUE SPACE.
           05 OLS-RESULT-MEAN  PIC S9(5)V9(5) SIGN LEADING SEPARATE.
           05 FILLER           PIC X VALUE SPACE.
           05 OLS-RESULT-SD    PIC 9(5)V9(5).

       01  ALLOC-PARM-REC.
           05 ALP-AMOUNT       PIC 9(9)V9(2).
           05 FILLER           PIC X VALUE SPACE.
           05 ALP-BASIS        PIC X.
              88 ALP-BY-LIST      VALUE "L".
              88 ALP-BY-VEHICLES  VALUE "V".
              88 ALP-BY-MILES     VALUE "M".
           05 FILLER           PIC X VALUE SPACE.
           05 ALP-SOURCE-ACCT  PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 ALP-DESC         PIC X(20).

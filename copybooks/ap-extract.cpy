       01  AP-EXTRACT-REC.
           05 APX-REC-TYPE     PIC X.
           05 FILLER           PIC X VALUE SPACE.
           05 APX-VENDOR-ID    PIC X(6).
           05 FILLER           PIC X VALUE SPACE.
           05 APX-INVOICE-NO   PIC X(12).
           05 FILLER           PIC X VALUE SPACE.
           05 APX-AMOUNT       PIC 9(7)V9(2).
           05 FILLER           PIC X VALUE SPACE.
           05 APX-INV-DATE     PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 APX-DUE-DATE     PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 APX-TERMS-DAYS   PIC 9(3).
           05 FILLER           PIC X VALUE SPACE.
           05 APX-1099-FLAG    PIC X.
           05 FILLER           PIC X VALUE SPACE.
           05 APX-WO-NUMBER    PIC 9(6).
           05 FILLER           PIC X VALUE SPACE.
           05 APX-VEH-ID       PIC X(6).
           05 FILLER           PIC X VALUE SPACE.
           05 APX-VENDOR-NAME  PIC X(30).
           05 FILLER           PIC X VALUE SPACE.
           05 APX-REMIT-ADDR   PIC X(30).
           05 FILLER           PIC X VALUE SPACE.
           05 APX-REMIT-CITY   PIC X(20).
           05 FILLER           PIC X VALUE SPACE.
           05 APX-REMIT-STATE  PIC X(2).
           05 FILLER           PIC X VALUE SPACE.
           05 APX-REMIT-ZIP    PIC X(10).

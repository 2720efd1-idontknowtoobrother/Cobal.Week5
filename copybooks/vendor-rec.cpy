       01  VENDOR-REC.
           05 VND-ID           PIC X(6).
           05 FILLER           PIC X VALUE SPACE.
           05 VND-NAME         PIC X(30).
           05 FILLER           PIC X VALUE SPACE.
           05 VND-REMIT-ADDR   PIC X(30).
           05 FILLER           PIC X VALUE SPACE.
           05 VND-REMIT-CITY   PIC X(20).
           05 FILLER           PIC X VALUE SPACE.
           05 VND-REMIT-STATE  PIC X(2).
           05 FILLER           PIC X VALUE SPACE.
           05 VND-REMIT-ZIP    PIC X(10).
           05 FILLER           PIC X VALUE SPACE.
           05 VND-TERMS-DAYS   PIC 9(3).
           05 FILLER           PIC X VALUE SPACE.
           05 VND-1099-FLAG    PIC X.
              88 VND-1099-REPORTABLE VALUE "Y".
           05 FILLER           PIC X VALUE SPACE.
           05 VND-STATUS       PIC X.
              88 VND-ACTIVE       VALUE "A", SPACE.
              88 VND-INACTIVE     VALUE "I".

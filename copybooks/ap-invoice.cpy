       01  AP-INVOICE-REC.
           05 INV-VENDOR-ID    PIC X(6).
           05 FILLER           PIC X VALUE SPACE.
           05 INV-NUMBER       PIC X(12).
           05 FILLER           PIC X VALUE SPACE.
           05 INV-WO-NUMBER    PIC 9(6).
           05 FILLER           PIC X VALUE SPACE.
           05 INV-VEH-ID       PIC X(6).
           05 FILLER           PIC X VALUE SPACE.
           05 INV-DATE         PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 INV-AMOUNT       PIC 9(7)V9(2).
           05 FILLER           PIC X VALUE SPACE.
           05 INV-ESTIMATE     PIC 9(7)V9(2).
           05 FILLER           PIC X VALUE SPACE.
           05 INV-STATUS       PIC X.
              88 INV-HELD         VALUE "H".
              88 INV-APPROVED     VALUE "A".
              88 INV-REJECTED     VALUE "R".
              88 INV-EXTRACTED    VALUE "X".
           05 FILLER           PIC X VALUE SPACE.
           05 INV-ENTERED-BY   PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 INV-APPROVED-BY  PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 INV-EXTRACT-DATE PIC 9(8).

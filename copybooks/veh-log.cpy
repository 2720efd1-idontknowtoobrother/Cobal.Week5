       01  VEH-LOG-REC.
           05 VLG-DATE         PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 VLG-TIME         PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 VLG-PROGRAM      PIC X(12).
           05 FILLER           PIC X VALUE SPACE.
           05 VLG-OPERATOR     PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 VLG-ACTION       PIC X.
              88 VLG-ADD          VALUE "A".
              88 VLG-CHANGE       VALUE "C".
              88 VLG-DELETE       VALUE "D".
              88 VLG-BACKUP       VALUE "B".
           05 FILLER           PIC X VALUE SPACE.
           05 VLG-AFTER-IMAGE  PIC X(21).

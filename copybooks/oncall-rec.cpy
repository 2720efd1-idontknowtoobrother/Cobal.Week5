       01  ONCALL-REC.
           05 ONC-DATE         PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 ONC-SHIFT        PIC X.
              88 ONC-DAY-SHIFT    VALUE "D".
              88 ONC-NIGHT-SHIFT  VALUE "N".
           05 FILLER           PIC X VALUE SPACE.
           05 ONC-SEVERITY     PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 ONC-PRIMARY      PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 ONC-BACKUP       PIC X(8).

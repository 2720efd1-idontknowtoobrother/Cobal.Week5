       01  WARRANTY-CLAIM-REC.
           05 WCL-CLAIM-NO     PIC 9(6).
           05 FILLER           PIC X VALUE SPACE.
           05 WCL-WO-NUMBER    PIC 9(6).
           05 FILLER           PIC X VALUE SPACE.
           05 WCL-VEH-ID       PIC X(6).
           05 FILLER           PIC X VALUE SPACE.
           05 WCL-COMPONENT    PIC X(4).
           05 FILLER           PIC X VALUE SPACE.
           05 WCL-PROVIDER     PIC X(20).
           05 FILLER           PIC X VALUE SPACE.
           05 WCL-OPEN-DATE    PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 WCL-STATUS       PIC X.
              88 WCL-OPEN         VALUE "O".
              88 WCL-SUBMITTED    VALUE "S".
              88 WCL-PAID         VALUE "P".
              88 WCL-DENIED       VALUE "D".
              88 WCL-SETTLED      VALUE "P", "D".
           05 FILLER           PIC X VALUE SPACE.
           05 WCL-SUBMIT-DATE  PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 WCL-CLAIMED      PIC 9(7)V9(2).
           05 FILLER           PIC X VALUE SPACE.
           05 WCL-SETTLE-DATE  PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 WCL-RECOVERED    PIC 9(7)V9(2).
           05 FILLER           PIC X VALUE SPACE.
           05 WCL-WRITTEN-OFF  PIC 9(7)V9(2).
           05 FILLER           PIC X VALUE SPACE.
           05 WCL-OPERATOR     PIC X(8).

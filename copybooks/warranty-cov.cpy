       01  WARRANTY-REC.
           05 WAR-VEH-ID       PIC X(6).
           05 FILLER           PIC X VALUE SPACE.
           05 WAR-COMPONENT    PIC X(4).
              88 WAR-VEHICLE      VALUE "VEH ".
              88 WAR-ENGINE       VALUE "ENG ".
              88 WAR-TRANSMISSION VALUE "TRAN".
              88 WAR-BATTERY      VALUE "BATT".
           05 FILLER           PIC X VALUE SPACE.
           05 WAR-PROVIDER     PIC X(20).
           05 FILLER           PIC X VALUE SPACE.
           05 WAR-START-DATE   PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 WAR-END-DATE     PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 WAR-START-ODOM   PIC 9(6).
           05 FILLER           PIC X VALUE SPACE.
           05 WAR-MAX-MILES    PIC 9(6).
           05 FILLER           PIC X VALUE SPACE.
           05 WAR-STATUS       PIC X.
              88 WAR-ACTIVE       VALUE "A", SPACE.
              88 WAR-CANCELLED    VALUE "C".

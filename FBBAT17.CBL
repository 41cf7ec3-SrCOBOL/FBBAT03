           05 RCT-PROGRAM           PIC X(12).
           05 RCT-EVENT             PIC X(6).
           05 RCT-TIME              PIC X(6).
           05 RCT-CYCLE             PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-REGIONAL-PATH         PIC X(104).

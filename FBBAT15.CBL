           05 RCT-PROGRAM           PIC X(12).
           05 RCT-EVENT             PIC X(6).
           05 RCT-TIME              PIC X(6).
           05 RCT-CYCLE             PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-RATES-PATH            PIC X(104).

           MOVE 'FBBAT15' TO WS-RC-PROGRAM.
           MOVE WS-PROCESS-DATE TO WS-RC-DATE.
      *    THE RATES ARE THE DAY'S, NOT THE CYCLE'S: ONE CLEAN
      *    PASS COVERS EVERY INTRADAY CYCLE OF THE DATE.
           MOVE 'Y' TO WS-RC-DAY-STEP.
           MOVE ZERO TO WS-RC-PRED-COUNT.
           PERFORM RC-VERIFICA-ANTECESSORES
              THRU RC-VERIFICA-ANTECESSORES-FIM.

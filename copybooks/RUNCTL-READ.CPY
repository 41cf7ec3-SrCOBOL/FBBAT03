           ACCEPT WS-RUNCTL-PATH FROM ENVIRONMENT 'ENT002_RUNCTL'.
           IF WS-RUNCTL-PATH = SPACES
              MOVE '/home/kikos/ficheiros/RUNCTL' TO WS-RUNCTL-PATH.
           ACCEPT WS-RC-CYCLE FROM ENVIRONMENT 'ENT002_CYCLE'.
           IF WS-RC-CYCLE NOT NUMERIC
              OR WS-RC-CYCLE = ZERO
                 MOVE 1 TO WS-RC-CYCLE.
           MOVE 'N' TO WS-RC-SELF-DONE.
           MOVE 'N' TO WS-RC-BLOCKED.
           MOVE 1 TO WS-RC-PRED-IX.
           PERFORM RC-LIMPA-ANTECESSOR
              THRU RC-LIMPA-ANTECESSOR-FIM
                UNTIL WS-RC-PRED-IX > 8.
           OPEN INPUT RUNCTL-FILE.
           IF WS-FS-RUNCTL NOT = ZERO
              PERFORM RC-AVALIA-VEREDICTO
           IF RCT-DATE NOT = WS-RC-DATE
              OR RCT-EVENT NOT = 'NORMAL'
                 GO TO RC-LE-EVENTO-FIM.
           MOVE RCT-CYCLE TO WS-RC-EVT-CYCLE.
           IF WS-RC-EVT-CYCLE = SPACE
              MOVE '1' TO WS-RC-EVT-CYCLE.
           IF RCT-PROGRAM = WS-RC-PROGRAM
              IF WS-RC-DAY-STEP = 'Y'
                 OR WS-RC-EVT-CYCLE = WS-RC-CYCLE-X
                    MOVE 'Y' TO WS-RC-SELF-DONE.
           MOVE 1 TO WS-RC-PRED-IX.
           PERFORM RC-MARCA-ANTECESSOR
              THRU RC-MARCA-ANTECESSOR-FIM

       RC-MARCA-ANTECESSOR.
           IF WS-RC-PRED-NAME (WS-RC-PRED-IX) = RCT-PROGRAM
              IF WS-RC-PRED-DAY (WS-RC-PRED-IX) = 'Y'
                 OR WS-RC-EVT-CYCLE = WS-RC-CYCLE-X
                    MOVE 'Y' TO WS-RC-PRED-DONE (WS-RC-PRED-IX).
           ADD 1 TO WS-RC-PRED-IX.

       RC-MARCA-ANTECESSOR-FIM.
           IF WS-RC-SELF-DONE = 'Y'
              MOVE 'Y' TO WS-RC-BLOCKED
              DISPLAY WS-RC-PROGRAM ' - JA EXECUTADO COM FIM '
                 'NORMAL PARA ' WS-RC-DATE ' CICLO ' WS-RC-CYCLE-X
                 ', RECUSADO'.
           MOVE 1 TO WS-RC-PRED-IX.
           PERFORM RC-VERIFICA-ANTECESSOR
              THRU RC-VERIFICA-ANTECESSOR-FIM
              MOVE 'Y' TO WS-RC-BLOCKED
              DISPLAY WS-RC-PROGRAM ' - ANTECESSOR '
                 WS-RC-PRED-NAME (WS-RC-PRED-IX)
                 ' SEM FIM NORMAL PARA ' WS-RC-DATE ' CICLO '
                 WS-RC-CYCLE-X ', RECUSADO'.
           ADD 1 TO WS-RC-PRED-IX.

       RC-VERIFICA-ANTECESSOR-FIM.
           MOVE WS-RC-EVENT TO RCT-EVENT.
           ACCEPT WS-RC-TIME FROM TIME.
           MOVE WS-RC-TIME TO RCT-TIME.
           MOVE WS-RC-CYCLE-X TO RCT-CYCLE.
           WRITE RUNCTL-RECORD.
           CLOSE RUNCTL-FILE.


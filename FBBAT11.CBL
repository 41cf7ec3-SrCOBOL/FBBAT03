      *              IN ORDER PLUS A ONE-LINE STATUS PER STEP   *
      *              OF THE NIGHTLY CHAIN - SO THE NIGHT SHIFT  *
      *              SEES AT A GLANCE WHERE THE RUN STANDS AND  *
      *              WHICH STEP AN ABEND LEFT OPEN. WITH        *
      *              SEVERAL SIBS CYCLES IN THE DAY, EACH STEP  *
      *              SHOWS ITS LATEST CYCLE (OR THE CYCLE IN    *
      *              ENT002_CYCLE, WHEN SET). READ-ONLY:        *
      *              THIS PROGRAM NEVER WRITES TO THE LEDGER    *
      *              AND MAY BE RUN AT ANY POINT OF THE NIGHT.  *
      * DEVELOPER: FRANCISCO BORGES                             *
           05 RCT-PROGRAM           PIC X(12).
           05 RCT-EVENT             PIC X(6).
           05 RCT-TIME              PIC X(6).
           05 RCT-CYCLE             PIC X(1).

       FD  STATUS-REPORT.
       01  STATUS-REPORT-LINE       PIC X(80).
       01  WS-PROCESS-DATE          PIC X(8) VALUE SPACES.
       01  WS-REPORT-LINE           PIC X(80).
       01  WS-EVENT-COUNT           PIC 9(5) VALUE ZERO.
      * CYCLE FILTER FOR THE STEP TABLE (SPACE = LATEST CYCLE PER
      * STEP) AND THE CYCLE OF THE EVENT IN HAND (BLANK ON AN
      * OLDER EVENT READS AS CYCLE 1).
       01  WS-CYCLE                 PIC X(1) VALUE SPACES.
       01  WS-EVT-CYCLE             PIC X(1) VALUE SPACES.

      * THE NIGHTLY CHAIN IN ITS REQUIRED ORDER. TO ADD A STEP,
      * ADD ONE MOVE GROUP IN A110-MONTA-PASSOS - THE STATUS
              10 WS-STEP-DONE       PIC X(1).
              10 WS-STEP-START-TIME PIC X(6).
              10 WS-STEP-END-TIME   PIC X(6).
              10 WS-STEP-CYCLE      PIC X(1).
       01  WS-STEP-STATUS           PIC X(12) VALUE SPACES.

       PROCEDURE DIVISION.
                  '.RPT' DELIMITED BY SIZE
               INTO WS-STATUS-PATH.

           ACCEPT WS-CYCLE FROM ENVIRONMENT 'ENT002_CYCLE'.
           IF WS-CYCLE = '0'
              MOVE SPACES TO WS-CYCLE.

           PERFORM A110-MONTA-PASSOS
              THRU A110-MONTA-PASSOS-FIM.

           MOVE 'N' TO WS-STEP-DONE (WS-STEP-IX).
           MOVE SPACES TO WS-STEP-START-TIME (WS-STEP-IX).
           MOVE SPACES TO WS-STEP-END-TIME (WS-STEP-IX).
           MOVE SPACES TO WS-STEP-CYCLE (WS-STEP-IX).
           ADD 1 TO WS-STEP-IX.

       A120-LIMPA-PASSO-FIM.
           IF RCT-DATE NOT = WS-PROCESS-DATE
              GO TO B110-LE-EVENTO-FIM.

           MOVE RCT-CYCLE TO WS-EVT-CYCLE.
           IF WS-EVT-CYCLE = SPACE
              MOVE '1' TO WS-EVT-CYCLE.

           ADD 1 TO WS-EVENT-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING RCT-TIME DELIMITED BY SIZE
                  RCT-PROGRAM DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  RCT-EVENT DELIMITED BY SIZE
                  '  CYCLE ' DELIMITED BY SIZE
                  WS-EVT-CYCLE DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           WRITE STATUS-REPORT-LINE FROM WS-REPORT-LINE.

       B110-LE-EVENTO-FIM.
           EXIT.

      *    FBBAT15 IS A ONCE-A-DAY STEP AND MATCHES ANY CYCLE. A
      *    LATER CYCLE OF A STEP REPLACES WHAT AN EARLIER ONE SET.
       B120-MARCA-PASSO.
           IF WS-STEP-NAME (WS-STEP-IX) NOT = RCT-PROGRAM
              GO TO B120-MARCA-PASSO-PROXIMO.
           IF WS-CYCLE NOT = SPACE
              AND WS-EVT-CYCLE NOT = WS-CYCLE
              AND RCT-PROGRAM NOT = 'FBBAT15'
                 GO TO B120-MARCA-PASSO-PROXIMO.
           IF WS-STEP-CYCLE (WS-STEP-IX) NOT = SPACE
              AND WS-EVT-CYCLE < WS-STEP-CYCLE (WS-STEP-IX)
                 GO TO B120-MARCA-PASSO-PROXIMO.
           IF WS-EVT-CYCLE > WS-STEP-CYCLE (WS-STEP-IX)
              MOVE 'N' TO WS-STEP-STARTED (WS-STEP-IX)
              MOVE 'N' TO WS-STEP-DONE (WS-STEP-IX)
              MOVE SPACES TO WS-STEP-START-TIME (WS-STEP-IX)
              MOVE SPACES TO WS-STEP-END-TIME (WS-STEP-IX)
              MOVE WS-EVT-CYCLE TO WS-STEP-CYCLE (WS-STEP-IX).
           IF RCT-EVENT = 'NORMAL'
              MOVE 'Y' TO WS-STEP-DONE (WS-STEP-IX)
              MOVE RCT-TIME TO WS-STEP-END-TIME (WS-STEP-IX)
           ELSE
              MOVE 'Y' TO WS-STEP-STARTED (WS-STEP-IX)
              MOVE RCT-TIME TO WS-STEP-START-TIME (WS-STEP-IX).

       B120-MARCA-PASSO-PROXIMO.
           ADD 1 TO WS-STEP-IX.

       B120-MARCA-PASSO-FIM.
           STRING WS-STEP-NAME (WS-STEP-IX) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-STEP-STATUS DELIMITED BY SIZE
                  '  CYCLE: ' DELIMITED BY SIZE
                  WS-STEP-CYCLE (WS-STEP-IX) DELIMITED BY SIZE
                  '  START: ' DELIMITED BY SIZE
                  WS-STEP-START-TIME (WS-STEP-IX) DELIMITED BY SIZE
                  '  END: ' DELIMITED BY SIZE

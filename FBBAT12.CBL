           05 RCT-PROGRAM           PIC X(12).
           05 RCT-EVENT             PIC X(6).
           05 RCT-TIME              PIC X(6).
           05 RCT-CYCLE             PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-HISTORY-PATH          PIC X(104).
       01  WS-PENDING-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-CARRIED-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-REWRITTEN-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-KEPT-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-KEEP-SETTLED          PIC X(1) VALUE 'N'.
       01  WS-REG-SLOT              PIC 9(2) VALUE ZERO.

           COPY RUNCTL.
              '  REJEITADOS: ' WS-REJECTED-COUNT
              '  PENDENTES: ' WS-PENDING-COUNT
              '  TRANSPORTADOS: ' WS-CARRIED-COUNT
              '  REGRAVADOS: ' WS-REWRITTEN-COUNT
              '  MANTIDOS: ' WS-KEPT-COUNT.

       A900-FIM-FIM.
           EXIT.
      * Q100 - ONE HISTORY RECORD FROM THE WORK COPY AND THE     *
      *        DISPOSITION IN WS-DISPOSITION/WS-REASON. A KEY    *
      *        ALREADY ON THE MASTER IS REWRITTEN - THE LATEST   *
      *        DISPOSITION WINS, EXCEPT THAT A DUPLICATE REJECT  *
      *        NEVER REPLACES A SETTLED RECORD (Q120).           *
      *----------------------------------------------------------*
       Q100-GRAVA-HISTORIA.


       Q110-REGRAVA-HISTORIA.

      *    THE SAME TRANSACTION SENT AGAIN BY SIBS IN A LATER CYCLE
      *    OF THE DAY IS REJECTED AS A DUPLICATE - THE HISTORY MUST
      *    STILL SHOW IT SETTLED BY THE EARLIER CYCLE.
           IF WS-REASON = 'DUPLICATE TRANSACTION'
              PERFORM Q120-VERIFICA-LIQUIDADO
                 THRU Q120-VERIFICA-LIQUIDADO-FIM
              IF WS-KEEP-SETTLED = 'Y'
                 ADD 1 TO WS-KEPT-COUNT
                 GO TO Q110-REGRAVA-HISTORIA-FIM.

           REWRITE HISTORY-RECORD
              INVALID KEY
                 DISPLAY 'FBBAT12 - HISTORY WRITE FAILED FOR '

       Q110-REGRAVA-HISTORIA-FIM.
           EXIT.

       Q120-VERIFICA-LIQUIDADO.

           MOVE 'N' TO WS-KEEP-SETTLED.
           READ HISTORY-FILE
              INVALID KEY
                 GO TO Q120-VERIFICA-LIQUIDADO-FIM.
           IF HIS-DISPOSITION = 'SETTLED   '
              MOVE 'Y' TO WS-KEEP-SETTLED
              GO TO Q120-VERIFICA-LIQUIDADO-FIM.

      *    NOT SETTLED - THE READ OVERLAID THE NEW IMAGE, REBUILD IT
      *    FOR THE REWRITE.
           MOVE WS-WORK-RECORD TO HISTORY-RECORD(1:80).
           MOVE WS-DISPOSITION TO HIS-DISPOSITION.
           MOVE WS-REASON TO HIS-REASON.
           MOVE WS-PROCESS-DATE TO HIS-PROCESS-DATE.

       Q120-VERIFICA-LIQUIDADO-FIM.
           EXIT.

      *              GL_MODE=LOAD (DEFAULT): ROLL THE DAY'S .GL *
      *              AND .CTL GRAND TOTAL INTO THE MASTER,      *
      *              REFUSING A DAY THAT WAS ALREADY LOADED.    *
      *              EACH SIBS CYCLE OF THE DAY LOADS ITS OWN   *
      *              .GL WITH ITS OWN CONTROL RECORD; IT IS THE *
      *              SAME DAY AND CYCLE THAT IS REFUSED TWICE.  *
      *              GL_MODE=CLOSE: VERIFY EVERY BUSINESS DAY   *
      *              OF THE MONTH HAD ITS FIRST CYCLE LOADED    *
      *              EXACTLY ONCE AND                           *
      *              WRITE THE MONTH-END SETTLEMENT STATEMENT   *
      *              BY TRANSACTION-CODE WITH DAILY BREAKDOWN,  *
      *              RECONCILED TO THE SUM OF THE DAILY .CTL    *
      * STATEMENT MONTH - A MONTH-END FRIDAY WHOSE SETTLEMENT
      * DATE FALLS IN THE NEXT MONTH STILL CLOSES WITH THE MONTH
      * IT WAS LOADED IN, SO THE DETAIL AND CONTROL SIDES OF THE
      * RECONCILIATION NEVER SPLIT ACROSS MONTHS. GLM-CYCLE IS
      * THE SIBS CYCLE OF THE LOAD (BLANK ON OLDER RECORDS, READ
      * AS CYCLE 1).
       FD  MASTER-FILE.
       01  MASTER-RECORD.
           05 GLM-REC-TYPE          PIC X(1).
           05 GLM-COUNT             PIC 9(7).
           05 GLM-CENTS             PIC 9(13).
           05 GLM-LOAD-DATE         PIC X(8).
           05 GLM-CYCLE             PIC X(1).

       FD  GL-FILE.
       01  GL-RECORD.
       01  STATEMENT-LINE           PIC X(80).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD           PIC X(42).

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           05 RCT-PROGRAM           PIC X(12).
           05 RCT-EVENT             PIC X(6).
           05 RCT-TIME              PIC X(6).
           05 RCT-CYCLE             PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-PATH           PIC X(104).
       01  WS-GRAND-CENTS           PIC 9(13) VALUE ZERO.

      * MASTER TABLES FOR THE RUN.
       01  WS-DET-MAX               PIC 9(4) VALUE 4000.
       01  WS-DET-COUNT             PIC 9(4) VALUE ZERO.
       01  WS-DET-IX                PIC 9(4) VALUE ZERO.
       01  WS-DET-TABLE.
           05 WS-DET-ENTRY OCCURS 1 TO 4000 TIMES
                 DEPENDING ON WS-DET-COUNT.
              10 WS-DET-DATE        PIC X(8).
              10 WS-DET-CODE        PIC X(4).
              10 WS-DET-CNT         PIC 9(7).
              10 WS-DET-CENTS       PIC 9(13).
              10 WS-DET-LOAD        PIC X(8).
              10 WS-DET-CYCLE       PIC X(1).
       01  WS-CTL-MAX               PIC 9(3) VALUE 400.
       01  WS-CTLR-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-CTLR-IX               PIC 9(3) VALUE ZERO.
       01  WS-CTLR-TABLE.
           05 WS-CTLR-ENTRY OCCURS 400 TIMES.
              10 WS-CTLR-DATE       PIC X(8).
              10 WS-CTLR-CENTS      PIC 9(13).
              10 WS-CTLR-CYCLE      PIC X(1).

      * DISTINCT TRANSACTION-CODES FOR THE STATEMENT.
       01  WS-CODES-MAX             PIC 9(3) VALUE 30.
                 ADD 1 TO WS-CTLR-COUNT
                 MOVE GLM-DATE TO WS-CTLR-DATE (WS-CTLR-COUNT)
                 MOVE GLM-CENTS TO WS-CTLR-CENTS (WS-CTLR-COUNT)
                 MOVE GLM-CYCLE TO WS-CTLR-CYCLE (WS-CTLR-COUNT)
                 IF GLM-CYCLE = SPACE
                    MOVE '1' TO WS-CTLR-CYCLE (WS-CTLR-COUNT)
                 END-IF
              ELSE
                 DISPLAY 'FBBAT09 - CONTROL TABLE FULL'
                 MOVE 'Y' TO WS-RUN-FAILED
                 MOVE GLM-COUNT TO WS-DET-CNT (WS-DET-COUNT)
                 MOVE GLM-CENTS TO WS-DET-CENTS (WS-DET-COUNT)
                 MOVE GLM-LOAD-DATE TO WS-DET-LOAD (WS-DET-COUNT)
                 MOVE GLM-CYCLE TO WS-DET-CYCLE (WS-DET-COUNT)
              ELSE
                 DISPLAY 'FBBAT09 - DETAIL TABLE FULL'
                 MOVE 'Y' TO WS-RUN-FAILED.
           EXIT.

      *----------------------------------------------------------*
      * C100 - DAILY LOAD: REFUSE A LOAD DATE AND CYCLE ALREADY  *
      *        ON THE MASTER (THE SPREADSHEET HAD NO SUCH        *
      *        PROTECTION),                                      *
      *        THEN APPEND THE DAY'S GL RECORDS AND THE .CTL     *
      *        GRAND TOTAL AS THE DAY'S CONTROL RECORD.          *
      *----------------------------------------------------------*
           MOVE ZERO TO GLM-COUNT.
           MOVE WS-CTL-GRAND-CENTS TO GLM-CENTS.
           MOVE WS-PROCESS-DATE TO GLM-LOAD-DATE.
           MOVE WS-RC-CYCLE-X TO GLM-CYCLE.
           WRITE MASTER-RECORD.
           CLOSE MASTER-FILE.

           DISPLAY 'FBBAT09 - DAY ' WS-PROCESS-DATE
              ' CYCLE ' WS-RC-CYCLE-X ' LOADED TO MASTER'.

       C100-CARGA-DIARIA-FIM.
           EXIT.
       C110-VERIFICA-JA-CARREGADO.

           IF WS-CTLR-DATE (WS-CTLR-IX) = WS-PROCESS-DATE
              AND WS-CTLR-CYCLE (WS-CTLR-IX) = WS-RC-CYCLE-X
              DISPLAY 'FBBAT09 - DAY ' WS-PROCESS-DATE
                 ' CYCLE ' WS-RC-CYCLE-X ' ALREADY LOADED, REFUSED'
              MOVE 'Y' TO WS-RUN-FAILED.
           ADD 1 TO WS-CTLR-IX.

                 GO TO C120-CARREGA-REGISTO-GL-FIM.

      *    ONLY THE SETTLEMENT DEBIT LEGS ROLL INTO THE MONTH-TO-
      *    DATE MASTER - FEE-INCOME RECORDS, CHARGEBACK REVERSALS,
      *    EARLIER-CYCLE REVERSALS AND THE CREDIT LEG OF EACH PAIR
      *    WOULD DOUBLE-COUNT AGAINST THE .CTL GRAND TOTAL THE
      *    CLOSE RECONCILES TO.
           IF GLR-SOURCE = 'F'
              OR GLR-SOURCE = 'B'
              OR GLR-SOURCE = 'R'
              OR GLR-SOURCE = 'E'
              OR GLR-DC-FLAG = 'C'
                 GO TO C120-CARREGA-REGISTO-GL-FIM.

           MOVE GLR-RECORD-COUNT TO GLM-COUNT.
           COMPUTE GLM-CENTS = GLR-TOTAL-AMOUNT * 100.
           MOVE WS-PROCESS-DATE TO GLM-LOAD-DATE.
           MOVE WS-RC-CYCLE-X TO GLM-CYCLE.
           WRITE MASTER-RECORD.

       C120-CARREGA-REGISTO-GL-FIM.

       D220-CONTA-CARGAS-DO-DIA.

      *    ONLY THE FIRST CYCLE COUNTS AS THE DAY'S LOAD - LATER
      *    CYCLES OF THE SAME DAY ARE EXPECTED, NOT DUPLICATES.
           IF WS-CTLR-DATE (WS-CTLR-IX) = WS-DATE-WORK
              AND WS-CTLR-CYCLE (WS-CTLR-IX) = '1'
              ADD 1 TO WS-DAY-FOUND.
           ADD 1 TO WS-CTLR-IX.

           MOVE WS-DET-CNT (WS-DET-IX) TO GLM-COUNT.
           MOVE WS-DET-CENTS (WS-DET-IX) TO GLM-CENTS.
           MOVE WS-DET-LOAD (WS-DET-IX) TO GLM-LOAD-DATE.
           MOVE WS-DET-CYCLE (WS-DET-IX) TO GLM-CYCLE.
           IF WS-DET-LOAD (WS-DET-IX) (1:6) = WS-MONTH
              WRITE ARCHIVE-RECORD FROM MASTER-RECORD
           ELSE
           MOVE ZERO TO GLM-COUNT.
           MOVE WS-CTLR-CENTS (WS-CTLR-IX) TO GLM-CENTS.
           MOVE WS-CTLR-DATE (WS-CTLR-IX) TO GLM-LOAD-DATE.
           MOVE WS-CTLR-CYCLE (WS-CTLR-IX) TO GLM-CYCLE.
           IF WS-CTLR-DATE (WS-CTLR-IX) (1:6) = WS-MONTH
              WRITE ARCHIVE-RECORD FROM MASTER-RECORD
           ELSE

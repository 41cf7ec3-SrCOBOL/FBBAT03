      **********************************************************
      * PROGRAM: FBBAT19.CBL                                    *
      * DESCRIPTION: SEPA CREDIT-TRANSFER BATCH. TURNS THE      *
      *              DAY'S MERCHANT PAYOUTS (ENT002.PAY FROM    *
      *              FBBAT10) INTO THE BATCH FILE FOR THE       *
      *              BANK'S PAYMENTS PLATFORM (ENT002.SCT): A   *
      *              BATCH HEADER, ONE CREDIT INSTRUCTION PER   *
      *              MERCHANT TO THE PAYOUT ACCOUNT ON THE      *
      *              MERCHANT MASTER (FBBAT18), AND A TRAILER   *
      *              WITH THE CONTROL COUNT AND CONTROL SUM.    *
      *              RETURNED PAYMENTS WAITING ON THE RE-PAY    *
      *              QUEUE (FBBAT20) RIDE IN THE SAME BATCH     *
      *              ONCE THE MERCHANT'S ACCOUNT HAS BEEN       *
      *              CORRECTED ON THE MASTER. THE WRITTEN BATCH *
      *              IS READ BACK AND ITS INSTRUCTIONS AND      *
      *              TRAILER MUST AGREE WITH THE ENT002.PAY     *
      *              TOTALS (PLUS THE RE-PAYMENTS TAKEN) BEFORE *
      *              IT IS RELEASED; ANY DISAGREEMENT EMPTIES   *
      *              THE BATCH AND ENDS WITH RETURN-CODE 8 SO   *
      *              THE SCHEDULER HOLDS THE TRANSMISSION. A    *
      *              RELEASED BATCH IS LOGGED INSTRUCTION BY    *
      *              INSTRUCTION ON THE INDEXED SENT-PAYMENTS   *
      *              LEDGER THAT FBBAT20 MATCHES RETURNS        *
      *              AGAINST. CONTROL REPORT: ENT002.SCR.       *
      * DEVELOPER: FRANCISCO BORGES                             *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBBAT19.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYOUT-FILE ASSIGN TO DYNAMIC WS-PAYOUT-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-PAYOUT.

      *    MERCHANT MASTER MAINTAINED BY FBBAT18.
           SELECT MERCHANT-FILE ASSIGN TO DYNAMIC WS-MERCHANT-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS MCH-MERCHANT-NUMBER
              FILE STATUS IS WS-FS-MERCHANT.

      *    RE-PAY QUEUE - RETURNED PAYMENTS QUEUED BY FBBAT20.
           SELECT REPAY-FILE ASSIGN TO DYNAMIC WS-REPAY-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-REPAY.

           SELECT SEPA-FILE ASSIGN TO DYNAMIC WS-SEPA-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-SEPA.

           SELECT CONTROL-REPORT ASSIGN TO DYNAMIC WS-SCR-PATH
              ORGANIZATION IS LINE SEQUENTIAL.

      *    SENT-PAYMENTS LEDGER, KEYED BY END-TO-END ID.
           SELECT SENT-FILE ASSIGN TO DYNAMIC WS-SENT-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS SNT-END-TO-END-ID
              FILE STATUS IS WS-FS-SENT.

      *    SHARED RUN-CONTROL STEP LEDGER - SEE RUNCTL.CPY.
           SELECT RUNCTL-FILE ASSIGN TO DYNAMIC WS-RUNCTL-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-RUNCTL.

       DATA DIVISION.
       FILE SECTION.
      * PAYOUT RECORD - SAME LAYOUT AS FBBAT10.
       FD  PAYOUT-FILE.
       01  PAYOUT-RECORD.
           05 PAY-MERCHANT-NUMBER   PIC X(8).
           05 PAY-RECORD-COUNT      PIC 9(7).
           05 PAY-GROSS-AMOUNT      PIC 9(9)V99.
           05 PAY-FEE-AMOUNT        PIC 9(9)V99.
           05 PAY-NET-AMOUNT        PIC S9(9)V99.
           05 PAY-SETTLEMENT-DATE   PIC X(8).
           05 PAY-RECOVERED-AMOUNT  PIC 9(9)V99.

      * MERCHANT MASTER - SAME LAYOUT AS FBBAT18.
       FD  MERCHANT-FILE.
       01  MERCHANT-RECORD.
           05 MCH-MERCHANT-NUMBER   PIC X(8).
           05 MCH-TRADING-NAME      PIC X(30).
           05 MCH-REGION-CODE       PIC X(1).
           05 MCH-STATUS            PIC X(1).
           05 MCH-BANK-IBAN         PIC X(34).
           05 MCH-BANK-BIC          PIC X(11).
           05 MCH-OPEN-DATE         PIC X(8).
           05 MCH-CLOSE-DATE        PIC X(8).
           05 MCH-LAST-CHANGE-DATE  PIC X(8).

      * RE-PAY QUEUE - SAME LAYOUT AS FBBAT20: THE RETURNED
      * INSTRUCTION, THE ACCOUNT IT BOUNCED FROM AND WHY.
       FD  REPAY-FILE.
       01  REPAY-RECORD.
           05 RPQ-MERCHANT-NUMBER   PIC X(8).
           05 RPQ-END-TO-END-ID     PIC X(16).
           05 RPQ-AMOUNT            PIC 9(9)V99.
           05 RPQ-RETURNED-IBAN     PIC X(34).
           05 RPQ-REASON-CODE       PIC X(4).
           05 RPQ-RETURN-DATE       PIC X(8).
           05 RPQ-ORIGINAL-DATE     PIC X(8).

      * SEPA CREDIT-TRANSFER BATCH: ONE 'HDR', ONE 'CDT' PER
      * INSTRUCTION, ONE 'TRL' WITH THE CONTROL COUNT AND SUM.
      * AMOUNTS ARE EUR WITH TWO IMPLIED DECIMALS.
       FD  SEPA-FILE.
       01  SCT-HEADER-RECORD.
           05 SCH-RECORD-TYPE       PIC X(3).
           05 SCH-MESSAGE-ID        PIC X(20).
           05 SCH-CREATION-DATE     PIC X(8).
           05 SCH-CREATION-TIME     PIC X(6).
           05 SCH-EXECUTION-DATE    PIC X(8).
           05 SCH-DEBTOR-NAME       PIC X(30).
           05 SCH-DEBTOR-IBAN       PIC X(34).
           05 SCH-DEBTOR-BIC        PIC X(11).
           05 SCH-CURRENCY          PIC X(3).
       01  SCT-INSTRUCTION-RECORD.
           05 SCI-RECORD-TYPE       PIC X(3).
           05 SCI-END-TO-END-ID     PIC X(16).
           05 SCI-MERCHANT-NUMBER   PIC X(8).
           05 SCI-CREDITOR-NAME     PIC X(30).
           05 SCI-CREDITOR-IBAN     PIC X(34).
           05 SCI-CREDITOR-BIC      PIC X(11).
           05 SCI-AMOUNT            PIC 9(9)V99.
           05 SCI-REMITTANCE        PIC X(35).
       01  SCT-TRAILER-RECORD.
           05 SCT-RECORD-TYPE       PIC X(3).
           05 SCT-CONTROL-COUNT     PIC 9(7).
           05 SCT-CONTROL-SUM       PIC 9(11)V99.

       FD  CONTROL-REPORT.
       01  CONTROL-REPORT-LINE      PIC X(80).

      * SENT-PAYMENTS LEDGER: EVERY RELEASED INSTRUCTION, AND
      * WHETHER THE BANK HAS SINCE RETURNED IT. SNT-STATUS 'S'
      * SENT, 'R' RETURNED (SET BY FBBAT20).
       FD  SENT-FILE.
       01  SENT-RECORD.
           05 SNT-END-TO-END-ID     PIC X(16).
           05 SNT-MESSAGE-ID        PIC X(20).
           05 SNT-MERCHANT-NUMBER   PIC X(8).
           05 SNT-CREDITOR-IBAN     PIC X(34).
           05 SNT-CREDITOR-BIC      PIC X(11).
           05 SNT-AMOUNT            PIC 9(9)V99.
           05 SNT-EXECUTION-DATE    PIC X(8).
           05 SNT-STATUS            PIC X(1).
           05 SNT-RETURN-DATE       PIC X(8).
           05 SNT-RETURN-REASON     PIC X(4).

       FD  RUNCTL-FILE.
       01  RUNCTL-RECORD.
           05 RCT-DATE              PIC X(8).
           05 RCT-PROGRAM           PIC X(12).
           05 RCT-EVENT             PIC X(6).
           05 RCT-TIME              PIC X(6).
           05 RCT-CYCLE             PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-PAYOUT-PATH           PIC X(104).
       01  WS-MERCHANT-PATH         PIC X(104).
       01  WS-REPAY-PATH            PIC X(104).
       01  WS-SEPA-PATH             PIC X(104).
       01  WS-SCR-PATH              PIC X(104).
       01  WS-SENT-PATH             PIC X(104).
       01  WS-SIBS-PATH             PIC X(100).
       01  WS-FS-PAYOUT             PIC 9(2) VALUE ZERO.
       01  WS-FS-MERCHANT           PIC 9(2) VALUE ZERO.
       01  WS-FS-REPAY              PIC 9(2) VALUE ZERO.
       01  WS-FS-SEPA               PIC 9(2) VALUE ZERO.
       01  WS-FS-SENT               PIC 9(2) VALUE ZERO.
       01  WS-EOF-FILE              PIC X(1) VALUE 'N'.
       01  WS-PROCESS-DATE          PIC X(8) VALUE SPACES.
       01  WS-RUN-TIME              PIC X(6) VALUE SPACES.
       01  WS-EXECUTION-DATE        PIC X(8) VALUE SPACES.
       01  WS-REPORT-LINE           PIC X(80).
       01  WS-AMOUNT-EDITED         PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-SUM-EDITED            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-NET-EDITED            PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-MASTER-OPEN           PIC X(1) VALUE 'N'.
      * SET WHEN THE BATCH WENT OUT BUT THE RE-PAY QUEUE COULD NOT
      * BE REWRITTEN, OR AN INSTRUCTION COULD NOT BE FILED ON THE
      * SENT LEDGER - THE RUN ENDS RC 8 WITHOUT ITS NORMAL EVENT.
       01  WS-RUN-FAILED            PIC X(1) VALUE 'N'.
       01  WS-LOOKUP-MERCHANT       PIC X(8) VALUE SPACES.

      * OUR OWN (DEBTOR) ACCOUNT, FROM THE ENVIRONMENT. WITHOUT
      * IT NO BATCH CAN BE BUILT.
       01  WS-DEBTOR-NAME           PIC X(30) VALUE SPACES.
       01  WS-DEBTOR-IBAN           PIC X(34) VALUE SPACES.
       01  WS-DEBTOR-BIC            PIC X(11) VALUE SPACES.

      * MESSAGE ID OF THE BATCH AND END-TO-END ID OF EACH
      * INSTRUCTION: PROCESSING DATE, 'P' PAYOUT OR 'R' RE-PAY,
      * THE SIBS CYCLE AND A SEQUENCE - UNIQUE BECAUSE THE RUN IS
      * ONCE PER CYCLE OF THE DAY.
       01  WS-MESSAGE-ID.
           05 FILLER                PIC X(7) VALUE 'ENT002-'.
           05 WS-MSG-DATE           PIC X(8).
           05 FILLER                PIC X(4) VALUE '-SCT'.
           05 WS-MSG-CYCLE          PIC X(1).
       01  WS-E2E-ID.
           05 WS-E2E-DATE           PIC X(8).
           05 WS-E2E-TYPE           PIC X(1).
           05 WS-E2E-CYCLE          PIC X(1).
           05 WS-E2E-SEQ            PIC 9(6).
       01  WS-E2E-SEQ-NEXT          PIC 9(7) VALUE ZERO.

      * ENT002.PAY TOTALS AS READ: EVERY RECORD, THOSE WITH A
      * POSITIVE NET (THE ONES THAT MUST BE PAID) AND THOSE WITH
      * NONE TO PAY. A PAYOUT THAT CANNOT BE INSTRUCTED IS AN
      * EXCEPTION AND LEAVES THE BATCH SHORT - IT WILL NOT PROVE.
       01  WS-PAY-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-PAY-PAID-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-PAY-PAID-SUM          PIC 9(11)V99 VALUE ZERO.
       01  WS-PAY-NIL-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-EXCEPTION-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-EXCEPTION-REASON      PIC X(22) VALUE SPACES.

      * WHAT THE BATCH MUST HOLD, AND WHAT WAS READ BACK FROM IT.
       01  WS-EXP-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-EXP-SUM               PIC 9(11)V99 VALUE ZERO.
       01  WS-BAT-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-BAT-SUM               PIC 9(11)V99 VALUE ZERO.
       01  WS-BAT-HEADERS           PIC 9(3) VALUE ZERO.
       01  WS-TRL-FOUND             PIC X(1) VALUE 'N'.
       01  WS-TRL-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-TRL-SUM               PIC 9(11)V99 VALUE ZERO.
       01  WS-BATCH-HELD            PIC X(1) VALUE 'N'.
       01  WS-HELD-REASON           PIC X(40) VALUE SPACES.

      * INSTRUCTIONS BUILT FOR THE BATCH. WS-INS-RPQ-SLOT POINTS
      * A RE-PAYMENT BACK AT ITS QUEUE ITEM.
       01  WS-INS-MAX               PIC 9(5) VALUE 20000.
       01  WS-INS-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-INS-TABLE.
           05 WS-INS-ENTRY OCCURS 1 TO 20000 TIMES
                 DEPENDING ON WS-INS-COUNT
                 INDEXED BY WS-INS-IX.
              10 WS-INS-E2E-ID      PIC X(16).
              10 WS-INS-MERCHANT    PIC X(8).
              10 WS-INS-NAME        PIC X(30).
              10 WS-INS-IBAN        PIC X(34).
              10 WS-INS-BIC         PIC X(11).
              10 WS-INS-AMOUNT      PIC 9(9)V99.
              10 WS-INS-REMITTANCE  PIC X(35).

      * RE-PAY QUEUE. AN ITEM IS TAKEN INTO THE BATCH ONLY WHEN
      * THE MERCHANT IS ACTIVE AND ITS ACCOUNT ON THE MASTER IS
      * NO LONGER THE ONE THE PAYMENT BOUNCED FROM - OTHERWISE IT
      * WOULD ONLY BOUNCE AGAIN. TAKEN ITEMS LEAVE THE QUEUE WHEN
      * THE BATCH IS RELEASED; THE REST WAIT.
       01  WS-RPQ-MAX               PIC 9(5) VALUE 5000.
       01  WS-RPQ-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-RPQ-TABLE.
           05 WS-RPQ-ENTRY OCCURS 1 TO 5000 TIMES
                 DEPENDING ON WS-RPQ-COUNT
                 INDEXED BY WS-RPQ-IX.
              10 WS-RPQ-MERCHANT    PIC X(8).
              10 WS-RPQ-E2E-ID      PIC X(16).
              10 WS-RPQ-AMOUNT      PIC 9(9)V99.
              10 WS-RPQ-IBAN        PIC X(34).
              10 WS-RPQ-REASON      PIC X(4).
              10 WS-RPQ-RETURN-DATE PIC X(8).
              10 WS-RPQ-ORIG-DATE   PIC X(8).
              10 WS-RPQ-TAKEN       PIC X(1).
       01  WS-RPQ-USABLE            PIC X(1) VALUE 'Y'.
       01  WS-RPQ-TAKEN-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-RPQ-TAKEN-SUM         PIC 9(11)V99 VALUE ZERO.
       01  WS-RPQ-WAIT-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-RPQ-WAIT-REASON       PIC X(30) VALUE SPACES.

           COPY RUNCTL.

       PROCEDURE DIVISION.

       A000-PRINCIPAL.

           PERFORM A100-INICIO
              THRU A100-INICIO-FIM.

           PERFORM B100-CARREGA-FILA
              THRU B100-CARREGA-FILA-FIM.

           PERFORM B200-LE-PAGAMENTOS
              THRU B200-LE-PAGAMENTOS-FIM.

           PERFORM B300-INCLUI-REPAGAMENTOS
              THRU B300-INCLUI-REPAGAMENTOS-FIM.

           PERFORM C100-GRAVA-LOTE
              THRU C100-GRAVA-LOTE-FIM.

           PERFORM C200-PROVA-LOTE
              THRU C200-PROVA-LOTE-FIM.

           IF WS-BATCH-HELD = 'N'
              PERFORM C300-GRAVA-ENVIADOS
                 THRU C300-GRAVA-ENVIADOS-FIM
              PERFORM C400-REGRAVA-FILA
                 THRU C400-REGRAVA-FILA-FIM.

           PERFORM A900-FIM
              THRU A900-FIM-FIM.

           STOP RUN.

       A100-INICIO.

           ACCEPT WS-PROCESS-DATE FROM ENVIRONMENT 'PROCESS_DATE'.
           IF WS-PROCESS-DATE = SPACES
              ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

      *    RUN CONTROL: THE DAY'S PAYOUTS MUST EXIST (FBBAT10
      *    CLEAN) AND THE DAY MUST HAVE BALANCED (FBBAT07) BEFORE
      *    MONEY IS INSTRUCTED, AND A SECOND PASS WOULD PAY EVERY
      *    MERCHANT TWICE. A HELD BATCH ENDS WITHOUT FIM NORMAL,
      *    SO IT CAN BE RERUN ONCE THE CAUSE IS PUT RIGHT.
           PERFORM A150-VERIFICA-RUN-CONTROL
              THRU A150-VERIFICA-RUN-CONTROL-FIM.

           ACCEPT WS-SIBS-PATH FROM ENVIRONMENT 'ENT002'.
           IF WS-SIBS-PATH = SPACES
              MOVE '/home/kikos/ficheiros/ENT002' TO WS-SIBS-PATH.
           STRING WS-SIBS-PATH DELIMITED BY SPACE
                  '.PAY' DELIMITED BY SIZE INTO WS-PAYOUT-PATH.
           STRING WS-SIBS-PATH DELIMITED BY SPACE
                  '.SCT' DELIMITED BY SIZE INTO WS-SEPA-PATH.
           STRING WS-SIBS-PATH DELIMITED BY SPACE
                  '.SCR' DELIMITED BY SIZE INTO WS-SCR-PATH.

           ACCEPT WS-REPAY-PATH FROM ENVIRONMENT 'ENT002_REPAY'.
           IF WS-REPAY-PATH = SPACES
              MOVE '/home/kikos/ficheiros/REPAGAR' TO WS-REPAY-PATH.

           ACCEPT WS-DEBTOR-NAME
              FROM ENVIRONMENT 'ENT002_SEPA_DEBTOR_NAME'.
           ACCEPT WS-DEBTOR-IBAN
              FROM ENVIRONMENT 'ENT002_SEPA_DEBTOR_IBAN'.
           ACCEPT WS-DEBTOR-BIC
              FROM ENVIRONMENT 'ENT002_SEPA_DEBTOR_BIC'.

           MOVE WS-PROCESS-DATE TO WS-MSG-DATE.
           MOVE WS-PROCESS-DATE TO WS-E2E-DATE.
           MOVE WS-RC-CYCLE-X TO WS-MSG-CYCLE.
           MOVE WS-RC-CYCLE-X TO WS-E2E-CYCLE.

           OPEN OUTPUT CONTROL-REPORT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'ENT002 SEPA CREDIT-TRANSFER BATCH CONTROL - '
                  DELIMITED BY SIZE
                  WS-PROCESS-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE FROM WS-REPORT-LINE.

           IF WS-DEBTOR-IBAN = SPACES
              MOVE 'Y' TO WS-BATCH-HELD
              MOVE 'NO DEBTOR ACCOUNT (ENT002_SEPA_DEBTOR_IBAN)'
                 TO WS-HELD-REASON.

      *    WITHOUT THE MERCHANT MASTER THERE IS NO ACCOUNT TO PAY
      *    TO - EVERY PAYOUT BECOMES AN EXCEPTION.
           ACCEPT WS-MERCHANT-PATH FROM ENVIRONMENT 'ENT002_MERCHANT'.
           IF WS-MERCHANT-PATH = SPACES
              MOVE '/home/kikos/ficheiros/COMERCIANTES'
                 TO WS-MERCHANT-PATH.
           OPEN INPUT MERCHANT-FILE.
           IF WS-FS-MERCHANT = ZERO
              MOVE 'Y' TO WS-MASTER-OPEN
           ELSE
              DISPLAY 'WARNING - NO MERCHANT MASTER ' WS-FS-MERCHANT
                 ', NO PAYOUT CAN BE INSTRUCTED'.

      *    FIRST RELEASED BATCH CREATES THE SENT LEDGER. WITHOUT
      *    IT A RETURN COULD NEVER BE MATCHED - NOTHING IS SENT.
           ACCEPT WS-SENT-PATH FROM ENVIRONMENT 'ENT002_SEPA_SENT'.
           IF WS-SENT-PATH = SPACES
              MOVE '/home/kikos/ficheiros/SEPAENV' TO WS-SENT-PATH.
           OPEN I-O SENT-FILE.
           IF WS-FS-SENT NOT = ZERO
              OPEN OUTPUT SENT-FILE
              CLOSE SENT-FILE
              OPEN I-O SENT-FILE.
           IF WS-FS-SENT NOT = ZERO
              DISPLAY 'FBBAT19 - CANNOT OPEN SENT-PAYMENTS LEDGER '
                 WS-FS-SENT
              MOVE 8 TO RETURN-CODE
              STOP RUN.

       A100-INICIO-FIM.
           EXIT.

      *----------------------------------------------------------*
      * A150 - RUN-CONTROL CHECK AND START EVENT (RUNCTL.CPY).   *
      *        A REFUSED RUN ENDS HERE WITH RETURN-CODE 8.       *
      *----------------------------------------------------------*
       A150-VERIFICA-RUN-CONTROL.

           MOVE 'FBBAT19' TO WS-RC-PROGRAM.
           MOVE WS-PROCESS-DATE TO WS-RC-DATE.
           MOVE 2 TO WS-RC-PRED-COUNT.
           MOVE 'FBBAT10' TO WS-RC-PRED-NAME (1).
           MOVE 'FBBAT07' TO WS-RC-PRED-NAME (2).
           PERFORM RC-VERIFICA-ANTECESSORES
              THRU RC-VERIFICA-ANTECESSORES-FIM.
           IF WS-RC-BLOCKED = 'Y'
              DISPLAY 'FBBAT19 - RUN CONTROL REFUSED THE RUN'
              MOVE 8 TO RETURN-CODE
              STOP RUN.
           PERFORM RC-GRAVA-INICIO
              THRU RC-GRAVA-INICIO-FIM.

       A150-VERIFICA-RUN-CONTROL-FIM.
           EXIT.

           COPY RUNCTL-READ.

       A900-FIM.

           CLOSE CONTROL-REPORT.
           CLOSE SENT-FILE.
           IF WS-MASTER-OPEN = 'Y'
              CLOSE MERCHANT-FILE.

           IF WS-BATCH-HELD = 'Y'
              DISPLAY 'FBBAT19 - SEPA BATCH HELD: ' WS-HELD-REASON
              DISPLAY 'FBBAT19 - RUN HELD, SEE ENT002.SCR'
              MOVE 8 TO RETURN-CODE
           ELSE
           IF WS-RUN-FAILED = 'Y'
              DISPLAY 'FBBAT19 - BATCH RELEASED BUT NOT FULLY '
                 'RECORDED - CORRECT THE SENT LEDGER / RE-PAY QUEUE '
                 'BEFORE THE NEXT RUN'
              DISPLAY 'FBBAT19 - RUN FAILED, SEE MESSAGES ABOVE'
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM RC-GRAVA-FIM-NORMAL
                 THRU RC-GRAVA-FIM-NORMAL-FIM
              DISPLAY 'FBBAT19 FIM NORMAL - INSTRUCOES NO LOTE: '
                 WS-BAT-COUNT
              IF WS-RPQ-WAIT-COUNT > ZERO
                 DISPLAY 'WARNING - RETURNED PAYMENTS STILL WAITING '
                    'ON THE RE-PAY QUEUE: ' WS-RPQ-WAIT-COUNT.

       A900-FIM-FIM.
           EXIT.

      *----------------------------------------------------------*
      * B100 - LOAD THE RE-PAY QUEUE. NO QUEUE YET (STATUS 35)   *
      *        IS AN EMPTY ONE. ANY OTHER OPEN ERROR, OR A FULL  *
      *        TABLE, LEAVES THE QUEUE UNUSED: NO RE-PAYMENT IS  *
      *        TAKEN AND THE QUEUE IS NOT REWRITTEN.             *
      *----------------------------------------------------------*
       B100-CARREGA-FILA.

           OPEN INPUT REPAY-FILE.
           IF WS-FS-REPAY = 35
              GO TO B100-CARREGA-FILA-FIM.
           IF WS-FS-REPAY NOT = ZERO
              DISPLAY 'WARNING - CANNOT READ RE-PAY QUEUE '
                 WS-FS-REPAY ', NO RE-PAYMENTS TAKEN'
              MOVE 'N' TO WS-RPQ-USABLE
              GO TO B100-CARREGA-FILA-FIM.

           MOVE 'N' TO WS-EOF-FILE.
           PERFORM B110-LE-FILA
              THRU B110-LE-FILA-FIM
                UNTIL WS-EOF-FILE = 'S'.
           CLOSE REPAY-FILE.

       B100-CARREGA-FILA-FIM.
           EXIT.

       B110-LE-FILA.

           READ REPAY-FILE
              AT END
                 MOVE 'S' TO WS-EOF-FILE
                 GO TO B110-LE-FILA-FIM.

           IF WS-RPQ-COUNT NOT < WS-RPQ-MAX
              DISPLAY 'WARNING - RE-PAY QUEUE TABLE FULL, '
                 'NO RE-PAYMENTS TAKEN'
              MOVE 'N' TO WS-RPQ-USABLE
              MOVE 'S' TO WS-EOF-FILE
              GO TO B110-LE-FILA-FIM.

           ADD 1 TO WS-RPQ-COUNT.
           SET WS-RPQ-IX TO WS-RPQ-COUNT.
           MOVE RPQ-MERCHANT-NUMBER TO WS-RPQ-MERCHANT (WS-RPQ-IX).
           MOVE RPQ-END-TO-END-ID TO WS-RPQ-E2E-ID (WS-RPQ-IX).
           MOVE RPQ-AMOUNT TO WS-RPQ-AMOUNT (WS-RPQ-IX).
           MOVE RPQ-RETURNED-IBAN TO WS-RPQ-IBAN (WS-RPQ-IX).
           MOVE RPQ-REASON-CODE TO WS-RPQ-REASON (WS-RPQ-IX).
           MOVE RPQ-RETURN-DATE TO WS-RPQ-RETURN-DATE (WS-RPQ-IX).
           MOVE RPQ-ORIGINAL-DATE TO WS-RPQ-ORIG-DATE (WS-RPQ-IX).
           MOVE 'N' TO WS-RPQ-TAKEN (WS-RPQ-IX).

       B110-LE-FILA-FIM.
           EXIT.

      *----------------------------------------------------------*
      * B200 - EVERY ENT002.PAY RECORD: A POSITIVE NET BECOMES   *
      *        ONE INSTRUCTION TO THE MERCHANT'S PAYOUT ACCOUNT  *
      *        ON THE MASTER; NO NET TO PAY, NO INSTRUCTION. A   *
      *        MERCHANT THAT CANNOT BE PAID (NOT ON THE MASTER,  *
      *        NO ACCOUNT, NO LONGER ACTIVE) IS AN EXCEPTION -   *
      *        ITS MONEY IS MISSING FROM THE BATCH, SO THE BATCH *
      *        WILL NOT PROVE AND IS HELD FOR THE OPERATOR.      *
      *----------------------------------------------------------*
       B200-LE-PAGAMENTOS.

           OPEN INPUT PAYOUT-FILE.
           IF WS-FS-PAYOUT NOT = ZERO
              DISPLAY 'FBBAT19 - CANNOT OPEN ENT002.PAY ' WS-FS-PAYOUT
              MOVE 'Y' TO WS-BATCH-HELD
              MOVE 'ENT002.PAY NOT AVAILABLE' TO WS-HELD-REASON
              GO TO B200-LE-PAGAMENTOS-FIM.

           MOVE 'N' TO WS-EOF-FILE.
           PERFORM B210-TRATA-PAGAMENTO
              THRU B210-TRATA-PAGAMENTO-FIM
                UNTIL WS-EOF-FILE = 'S'.
           CLOSE PAYOUT-FILE.

       B200-LE-PAGAMENTOS-FIM.
           EXIT.

       B210-TRATA-PAGAMENTO.

           READ PAYOUT-FILE
              AT END
                 MOVE 'S' TO WS-EOF-FILE
                 GO TO B210-TRATA-PAGAMENTO-FIM.

           ADD 1 TO WS-PAY-COUNT.
           IF WS-EXECUTION-DATE = SPACES
              MOVE PAY-SETTLEMENT-DATE TO WS-EXECUTION-DATE.

           IF PAY-NET-AMOUNT NOT > ZERO
              ADD 1 TO WS-PAY-NIL-COUNT
              MOVE SPACES TO WS-REPORT-LINE
              MOVE PAY-NET-AMOUNT TO WS-NET-EDITED
              STRING 'MERCHANT: ' DELIMITED BY SIZE
                     PAY-MERCHANT-NUMBER DELIMITED BY SIZE
                     '  NET ' DELIMITED BY SIZE
                     WS-NET-EDITED DELIMITED BY SIZE
                     ' EUR  NOTHING TO PAY' DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
              WRITE CONTROL-REPORT-LINE FROM WS-REPORT-LINE
              GO TO B210-TRATA-PAGAMENTO-FIM.

           ADD 1 TO WS-PAY-PAID-COUNT.
           ADD PAY-NET-AMOUNT TO WS-PAY-PAID-SUM.

           MOVE PAY-MERCHANT-NUMBER TO WS-LOOKUP-MERCHANT.
           PERFORM Q100-LE-COMERCIANTE
              THRU Q100-LE-COMERCIANTE-FIM.
           IF WS-EXCEPTION-REASON NOT = SPACES
              ADD 1 TO WS-EXCEPTION-COUNT
              MOVE SPACES TO WS-REPORT-LINE
              MOVE PAY-NET-AMOUNT TO WS-AMOUNT-EDITED
              STRING 'MERCHANT: ' DELIMITED BY SIZE
                     PAY-MERCHANT-NUMBER DELIMITED BY SIZE
                     '  ' DELIMITED BY SIZE
                     WS-AMOUNT-EDITED DELIMITED BY SIZE
                     ' EUR  NOT INSTRUCTED - ' DELIMITED BY SIZE
                     WS-EXCEPTION-REASON DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
              WRITE CONTROL-REPORT-LINE FROM WS-REPORT-LINE
              GO TO B210-TRATA-PAGAMENTO-FIM.

           MOVE 'P' TO WS-E2E-TYPE.
           PERFORM Q200-ADICIONA-INSTRUCAO
              THRU Q200-ADICIONA-INSTRUCAO-FIM.
           IF WS-BATCH-HELD = 'Y'
              GO TO B210-TRATA-PAGAMENTO-FIM.
           MOVE PAY-NET-AMOUNT TO WS-INS-AMOUNT (WS-INS-IX).
           MOVE SPACES TO WS-INS-REMITTANCE (WS-INS-IX).
           STRING 'ENT002 PAYOUT ' DELIMITED BY SIZE
                  PAY-SETTLEMENT-DATE DELIMITED BY SIZE
               INTO WS-INS-REMITTANCE (WS-INS-IX).

       B210-TRATA-PAGAMENTO-FIM.
           EXIT.

      *----------------------------------------------------------*
      * B300 - THE RE-PAY QUEUE: EACH ITEM WHOSE MERCHANT IS     *
      *        ACTIVE AND NOW HAS A DIFFERENT ACCOUNT ON THE     *
      *        MASTER FROM THE ONE THE PAYMENT BOUNCED FROM IS   *
      *        TAKEN INTO THE BATCH, TO THE NEW ACCOUNT. THE     *
      *        REST ARE LISTED AS WAITING. RE-PAYMENTS RIDE WITH *
      *        THE DAY'S PAYOUTS - NO PAYOUTS, NO BATCH DATE.    *
      *----------------------------------------------------------*
       B300-INCLUI-REPAGAMENTOS.

           IF WS-RPQ-USABLE = 'N'
              OR WS-RPQ-COUNT = ZERO
                 GO TO B300-INCLUI-REPAGAMENTOS-FIM.

           PERFORM B310-TRATA-REPAGAMENTO
              THRU B310-TRATA-REPAGAMENTO-FIM
                 VARYING WS-RPQ-IX FROM 1 BY 1
                    UNTIL WS-RPQ-IX > WS-RPQ-COUNT.

       B300-INCLUI-REPAGAMENTOS-FIM.
           EXIT.

       B310-TRATA-REPAGAMENTO.

           MOVE WS-RPQ-MERCHANT (WS-RPQ-IX) TO WS-LOOKUP-MERCHANT.
           PERFORM Q100-LE-COMERCIANTE
              THRU Q100-LE-COMERCIANTE-FIM.

           MOVE SPACES TO WS-RPQ-WAIT-REASON.
           IF WS-EXECUTION-DATE = SPACES
              MOVE 'NO PAYOUT BATCH TODAY' TO WS-RPQ-WAIT-REASON
           ELSE
              IF WS-EXCEPTION-REASON NOT = SPACES
                 MOVE WS-EXCEPTION-REASON TO WS-RPQ-WAIT-REASON
              ELSE
                 IF MCH-BANK-IBAN = WS-RPQ-IBAN (WS-RPQ-IX)
                    MOVE 'ACCOUNT NOT YET CORRECTED'
                       TO WS-RPQ-WAIT-REASON.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-RPQ-AMOUNT (WS-RPQ-IX) TO WS-AMOUNT-EDITED.
           STRING 'RE-PAY ' DELIMITED BY SIZE
                  WS-RPQ-MERCHANT (WS-RPQ-IX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RPQ-E2E-ID (WS-RPQ-IX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AMOUNT-EDITED DELIMITED BY SIZE
                  ' EUR' DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           IF WS-RPQ-WAIT-REASON NOT = SPACES
              ADD 1 TO WS-RPQ-WAIT-COUNT
              MOVE WS-RPQ-WAIT-REASON TO WS-REPORT-LINE(55:26)
              WRITE CONTROL-REPORT-LINE FROM WS-REPORT-LINE
              GO TO B310-TRATA-REPAGAMENTO-FIM.

           MOVE 'TAKEN INTO BATCH' TO WS-REPORT-LINE(55:26).
           WRITE CONTROL-REPORT-LINE FROM WS-REPORT-LINE.

           MOVE 'R' TO WS-E2E-TYPE.
           PERFORM Q200-ADICIONA-INSTRUCAO
              THRU Q200-ADICIONA-INSTRUCAO-FIM.
           IF WS-BATCH-HELD = 'Y'
              GO TO B310-TRATA-REPAGAMENTO-FIM.
           MOVE WS-RPQ-AMOUNT (WS-RPQ-IX) TO WS-INS-AMOUNT (WS-INS-IX).
           MOVE SPACES TO WS-INS-REMITTANCE (WS-INS-IX).
           STRING 'ENT002 REPAY ' DELIMITED BY SIZE
                  WS-RPQ-E2E-ID (WS-RPQ-IX) DELIMITED BY SIZE
               INTO WS-INS-REMITTANCE (WS-INS-IX).
           MOVE 'Y' TO WS-RPQ-TAKEN (WS-RPQ-IX).
           ADD 1 TO WS-RPQ-TAKEN-COUNT.
           ADD WS-RPQ-AMOUNT (WS-RPQ-IX) TO WS-RPQ-TAKEN-SUM.

       B310-TRATA-REPAGAMENTO-FIM.
           EXIT.

      *----------------------------------------------------------*
      * C100 - WRITE THE BATCH: HEADER, THE INSTRUCTIONS, AND    *
      *        THE TRAILER WITH THE CONTROL COUNT AND SUM OF THE *
      *        INSTRUCTIONS WRITTEN. NO INSTRUCTIONS, NO BATCH - *
      *        THE FILE IS LEFT EMPTY.                           *
      *----------------------------------------------------------*
       C100-GRAVA-LOTE.

           OPEN OUTPUT SEPA-FILE.
           IF WS-FS-SEPA NOT = ZERO
              DISPLAY 'FBBAT19 - CANNOT OPEN ENT002.SCT ' WS-FS-SEPA
              MOVE 'Y' TO WS-BATCH-HELD
              MOVE 'ENT002.SCT CANNOT BE WRITTEN' TO WS-HELD-REASON
              GO TO C100-GRAVA-LOTE-FIM.
           IF WS-INS-COUNT = ZERO
              OR WS-BATCH-HELD = 'Y'
                 CLOSE SEPA-FILE
                 GO TO C100-GRAVA-LOTE-FIM.

           MOVE SPACES TO SCT-HEADER-RECORD.
           MOVE 'HDR' TO SCH-RECORD-TYPE.
           MOVE WS-MESSAGE-ID TO SCH-MESSAGE-ID.
           MOVE WS-PROCESS-DATE TO SCH-CREATION-DATE.
           MOVE WS-RUN-TIME TO SCH-CREATION-TIME.
           MOVE WS-EXECUTION-DATE TO SCH-EXECUTION-DATE.
           MOVE WS-DEBTOR-NAME TO SCH-DEBTOR-NAME.
           MOVE WS-DEBTOR-IBAN TO SCH-DEBTOR-IBAN.
           MOVE WS-DEBTOR-BIC TO SCH-DEBTOR-BIC.
           MOVE 'EUR' TO SCH-CURRENCY.
           WRITE SCT-HEADER-RECORD.

           MOVE ZERO TO WS-TRL-COUNT.
           MOVE ZERO TO WS-TRL-SUM.
           PERFORM C110-GRAVA-INSTRUCAO
              THRU C110-GRAVA-INSTRUCAO-FIM
                 VARYING WS-INS-IX FROM 1 BY 1
                    UNTIL WS-INS-IX > WS-INS-COUNT.

           MOVE SPACES TO SCT-TRAILER-RECORD.
           MOVE 'TRL' TO SCT-RECORD-TYPE.
           MOVE WS-TRL-COUNT TO SCT-CONTROL-COUNT.
           MOVE WS-TRL-SUM TO SCT-CONTROL-SUM.
           WRITE SCT-TRAILER-RECORD.
           CLOSE SEPA-FILE.

       C100-GRAVA-LOTE-FIM.
           EXIT.

       C110-GRAVA-INSTRUCAO.

           MOVE SPACES TO SCT-INSTRUCTION-RECORD.
           MOVE 'CDT' TO SCI-RECORD-TYPE.
           MOVE WS-INS-E2E-ID (WS-INS-IX) TO SCI-END-TO-END-ID.
           MOVE WS-INS-MERCHANT (WS-INS-IX) TO SCI-MERCHANT-NUMBER.
           MOVE WS-INS-NAME (WS-INS-IX) TO SCI-CREDITOR-NAME.
           MOVE WS-INS-IBAN (WS-INS-IX) TO SCI-CREDITOR-IBAN.
           MOVE WS-INS-BIC (WS-INS-IX) TO SCI-CREDITOR-BIC.
           MOVE WS-INS-AMOUNT (WS-INS-IX) TO SCI-AMOUNT.
           MOVE WS-INS-REMITTANCE (WS-INS-IX) TO SCI-REMITTANCE.
           WRITE SCT-INSTRUCTION-RECORD.
           ADD 1 TO WS-TRL-COUNT.
           ADD WS-INS-AMOUNT (WS-INS-IX) TO WS-TRL-SUM.

       C110-GRAVA-INSTRUCAO-FIM.
           EXIT.

      *----------------------------------------------------------*
      * C200 - PROVE THE BATCH BEFORE RELEASE. THE FILE AS       *
      *        WRITTEN IS READ BACK: ITS INSTRUCTIONS, AND THE   *
      *        TRAILER'S CONTROL COUNT AND SUM, MUST EQUAL THE   *
      *        ENT002.PAY PAYOUTS WITH A NET TO PAY PLUS THE     *
      *        RE-PAYMENTS TAKEN. ANYTHING ELSE HOLDS THE BATCH  *
      *        AND EMPTIES THE FILE SO IT CANNOT BE SENT.        *
      *----------------------------------------------------------*
       C200-PROVA-LOTE.

           COMPUTE WS-EXP-COUNT = WS-PAY-PAID-COUNT
              + WS-RPQ-TAKEN-COUNT.
           COMPUTE WS-EXP-SUM = WS-PAY-PAID-SUM + WS-RPQ-TAKEN-SUM.

           MOVE ZERO TO WS-TRL-COUNT.
           MOVE ZERO TO WS-TRL-SUM.
           IF WS-BATCH-HELD = 'N'
              OPEN INPUT SEPA-FILE
              MOVE 'N' TO WS-EOF-FILE
              PERFORM C210-LE-LOTE
                 THRU C210-LE-LOTE-FIM
                   UNTIL WS-EOF-FILE = 'S'
              CLOSE SEPA-FILE.

           PERFORM C220-IMPRIME-PROVA
              THRU C220-IMPRIME-PROVA-FIM.

           IF WS-BATCH-HELD = 'N'
              IF WS-EXCEPTION-COUNT > ZERO
                 MOVE 'Y' TO WS-BATCH-HELD
                 MOVE 'PAYOUTS COULD NOT BE INSTRUCTED'
                    TO WS-HELD-REASON
              ELSE
              IF WS-BAT-COUNT NOT = WS-EXP-COUNT
                 OR WS-BAT-SUM NOT = WS-EXP-SUM
                 MOVE 'Y' TO WS-BATCH-HELD
                 MOVE 'INSTRUCTIONS DISAGREE WITH ENT002.PAY'
                    TO WS-HELD-REASON
              ELSE
              IF WS-BAT-COUNT > ZERO
                 AND (WS-TRL-FOUND = 'N'
                    OR WS-BAT-HEADERS NOT = 1
                    OR WS-TRL-COUNT NOT = WS-EXP-COUNT
                    OR WS-TRL-SUM NOT = WS-EXP-SUM)
                 MOVE 'Y' TO WS-BATCH-HELD
                 MOVE 'BATCH HEADER OR TRAILER CONTROL WRONG'
                    TO WS-HELD-REASON.

           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-BATCH-HELD = 'Y'
              OPEN OUTPUT SEPA-FILE
              CLOSE SEPA-FILE
              STRING 'BATCH HELD - ' DELIMITED BY SIZE
                     WS-HELD-REASON DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           ELSE
              IF WS-BAT-COUNT = ZERO
                 STRING 'NO INSTRUCTIONS - NO BATCH TODAY'
                        DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
              ELSE
                 STRING 'BATCH RELEASED - ' DELIMITED BY SIZE
                        WS-MESSAGE-ID DELIMITED BY SIZE
                        '  EXECUTION DATE ' DELIMITED BY SIZE
                        WS-EXECUTION-DATE DELIMITED BY SIZE
                     INTO WS-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE FROM WS-REPORT-LINE.

       C200-PROVA-LOTE-FIM.
           EXIT.

       C210-LE-LOTE.

           READ SEPA-FILE
              AT END
                 MOVE 'S' TO WS-EOF-FILE
                 GO TO C210-LE-LOTE-FIM.

           IF SCI-RECORD-TYPE = 'HDR'
              ADD 1 TO WS-BAT-HEADERS
           ELSE
              IF SCI-RECORD-TYPE = 'CDT'
                 ADD 1 TO WS-BAT-COUNT
                 ADD SCI-AMOUNT TO WS-BAT-SUM
              ELSE
                 IF SCI-RECORD-TYPE = 'TRL'
                    MOVE 'Y' TO WS-TRL-FOUND
                    MOVE SCT-CONTROL-COUNT TO WS-TRL-COUNT
                    MOVE SCT-CONTROL-SUM TO WS-TRL-SUM.

       C210-LE-LOTE-FIM.
           EXIT.

       C220-IMPRIME-PROVA.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-PAY-PAID-SUM TO WS-SUM-EDITED.
           STRING 'ENT002.PAY TO PAY:       ' DELIMITED BY SIZE
                  WS-PAY-PAID-COUNT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-SUM-EDITED DELIMITED BY SIZE
                  ' EUR' DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE FROM WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'ENT002.PAY RECORDS: ' DELIMITED BY SIZE
                  WS-PAY-COUNT DELIMITED BY SIZE
                  '  NOTHING TO PAY: ' DELIMITED BY SIZE
                  WS-PAY-NIL-COUNT DELIMITED BY SIZE
                  '  EXCEPTIONS: ' DELIMITED BY SIZE
                  WS-EXCEPTION-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE FROM WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-RPQ-TAKEN-SUM TO WS-SUM-EDITED.
           STRING 'RE-PAYMENTS TAKEN:       ' DELIMITED BY SIZE
                  WS-RPQ-TAKEN-COUNT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-SUM-EDITED DELIMITED BY SIZE
                  ' EUR' DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE FROM WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-EXP-SUM TO WS-SUM-EDITED.
           STRING 'EXPECTED IN BATCH:       ' DELIMITED BY SIZE
                  WS-EXP-COUNT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-SUM-EDITED DELIMITED BY SIZE
                  ' EUR' DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE FROM WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-BAT-SUM TO WS-SUM-EDITED.
           STRING 'INSTRUCTIONS IN BATCH:   ' DELIMITED BY SIZE
                  WS-BAT-COUNT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-SUM-EDITED DELIMITED BY SIZE
                  ' EUR' DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE FROM WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-TRL-SUM TO WS-SUM-EDITED.
           STRING 'TRAILER CONTROL:         ' DELIMITED BY SIZE
                  WS-TRL-COUNT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-SUM-EDITED DELIMITED BY SIZE
                  ' EUR' DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE FROM WS-REPORT-LINE.

       C220-IMPRIME-PROVA-FIM.
           EXIT.

      *----------------------------------------------------------*
      * C300 - LOG EVERY RELEASED INSTRUCTION ON THE SENT-       *
      *        PAYMENTS LEDGER, STATUS 'S', FOR FBBAT20 TO MATCH *
      *        THE BANK'S RETURNS AGAINST.                       *
      *----------------------------------------------------------*
       C300-GRAVA-ENVIADOS.

           PERFORM C310-GRAVA-ENVIADO
              THRU C310-GRAVA-ENVIADO-FIM
                 VARYING WS-INS-IX FROM 1 BY 1
                    UNTIL WS-INS-IX > WS-INS-COUNT.

       C300-GRAVA-ENVIADOS-FIM.
           EXIT.

       C310-GRAVA-ENVIADO.

           MOVE WS-INS-E2E-ID (WS-INS-IX) TO SNT-END-TO-END-ID.
           MOVE WS-MESSAGE-ID TO SNT-MESSAGE-ID.
           MOVE WS-INS-MERCHANT (WS-INS-IX) TO SNT-MERCHANT-NUMBER.
           MOVE WS-INS-IBAN (WS-INS-IX) TO SNT-CREDITOR-IBAN.
           MOVE WS-INS-BIC (WS-INS-IX) TO SNT-CREDITOR-BIC.
           MOVE WS-INS-AMOUNT (WS-INS-IX) TO SNT-AMOUNT.
           MOVE WS-EXECUTION-DATE TO SNT-EXECUTION-DATE.
           MOVE 'S' TO SNT-STATUS.
           MOVE SPACES TO SNT-RETURN-DATE.
           MOVE SPACES TO SNT-RETURN-REASON.
           WRITE SENT-RECORD
              INVALID KEY
                 DISPLAY 'WARNING - END-TO-END ID ALREADY ON SENT '
                    'LEDGER: ' SNT-END-TO-END-ID.
           IF WS-FS-SENT NOT = ZERO
              AND WS-FS-SENT NOT = 22
                 DISPLAY 'FBBAT19 - SENT LEDGER WRITE FAILED '
                    WS-FS-SENT ' - ' SNT-END-TO-END-ID
                 MOVE 'Y' TO WS-RUN-FAILED.

       C310-GRAVA-ENVIADO-FIM.
           EXIT.

      *----------------------------------------------------------*
      * C400 - REWRITE THE RE-PAY QUEUE WITHOUT THE ITEMS TAKEN  *
      *        INTO THE RELEASED BATCH. A QUEUE THAT CANNOT BE   *
      *        REWRITTEN WOULD PAY THOSE ITEMS AGAIN - THE RUN   *
      *        FAILS AND NO NORMAL EVENT IS RECORDED.            *
      *----------------------------------------------------------*
       C400-REGRAVA-FILA.

           IF WS-RPQ-USABLE = 'N'
              OR WS-RPQ-TAKEN-COUNT = ZERO
                 GO TO C400-REGRAVA-FILA-FIM.

           OPEN OUTPUT REPAY-FILE.
           IF WS-FS-REPAY NOT = ZERO
              DISPLAY 'FBBAT19 - CANNOT REWRITE RE-PAY QUEUE '
                 WS-FS-REPAY
              MOVE 'Y' TO WS-RUN-FAILED
              GO TO C400-REGRAVA-FILA-FIM.
           PERFORM C410-GRAVA-FILA
              THRU C410-GRAVA-FILA-FIM
                 VARYING WS-RPQ-IX FROM 1 BY 1
                    UNTIL WS-RPQ-IX > WS-RPQ-COUNT.
           CLOSE REPAY-FILE.
           IF WS-FS-REPAY NOT = ZERO
              DISPLAY 'FBBAT19 - RE-PAY QUEUE CLOSE FAILED '
                 WS-FS-REPAY
              MOVE 'Y' TO WS-RUN-FAILED.

       C400-REGRAVA-FILA-FIM.
           EXIT.

       C410-GRAVA-FILA.

           IF WS-RPQ-TAKEN (WS-RPQ-IX) = 'Y'
              GO TO C410-GRAVA-FILA-FIM.
           MOVE WS-RPQ-MERCHANT (WS-RPQ-IX) TO RPQ-MERCHANT-NUMBER.
           MOVE WS-RPQ-E2E-ID (WS-RPQ-IX) TO RPQ-END-TO-END-ID.
           MOVE WS-RPQ-AMOUNT (WS-RPQ-IX) TO RPQ-AMOUNT.
           MOVE WS-RPQ-IBAN (WS-RPQ-IX) TO RPQ-RETURNED-IBAN.
           MOVE WS-RPQ-REASON (WS-RPQ-IX) TO RPQ-REASON-CODE.
           MOVE WS-RPQ-RETURN-DATE (WS-RPQ-IX) TO RPQ-RETURN-DATE.
           MOVE WS-RPQ-ORIG-DATE (WS-RPQ-IX) TO RPQ-ORIGINAL-DATE.
           WRITE REPAY-RECORD.
           IF WS-FS-REPAY NOT = ZERO
              DISPLAY 'FBBAT19 - RE-PAY QUEUE WRITE FAILED '
                 WS-FS-REPAY ' FOR ' RPQ-END-TO-END-ID
              MOVE 'Y' TO WS-RUN-FAILED.

       C410-GRAVA-FILA-FIM.
           EXIT.

      *----------------------------------------------------------*
      * Q100 - THE MERCHANT IN WS-LOOKUP-MERCHANT ON THE MASTER. *
      *        WS-EXCEPTION-REASON IS SPACES ONLY FOR AN ACTIVE  *
      *        MERCHANT WITH A PAYOUT ACCOUNT.                   *
      *----------------------------------------------------------*
       Q100-LE-COMERCIANTE.

           MOVE SPACES TO WS-EXCEPTION-REASON.
           IF WS-MASTER-OPEN = 'N'
              MOVE 'MASTER FILE MISSING' TO WS-EXCEPTION-REASON
              GO TO Q100-LE-COMERCIANTE-FIM.

           MOVE WS-LOOKUP-MERCHANT TO MCH-MERCHANT-NUMBER.
           READ MERCHANT-FILE
              INVALID KEY
                 MOVE 'MERCHANT UNKNOWN' TO WS-EXCEPTION-REASON
                 GO TO Q100-LE-COMERCIANTE-FIM.

           IF MCH-STATUS NOT = 'A'
              MOVE 'MERCHANT NOT ACTIVE' TO WS-EXCEPTION-REASON
           ELSE
              IF MCH-BANK-IBAN = SPACES
                 MOVE 'NO PAYOUT ACCOUNT' TO WS-EXCEPTION-REASON.

       Q100-LE-COMERCIANTE-FIM.
           EXIT.

      *----------------------------------------------------------*
      * Q200 - A NEW INSTRUCTION SLOT FOR THE MERCHANT JUST READ *
      *        (Q100), WITH THE NEXT END-TO-END ID OF THE TYPE   *
      *        IN WS-E2E-TYPE. A FULL TABLE HOLDS THE BATCH.     *
      *----------------------------------------------------------*
       Q200-ADICIONA-INSTRUCAO.

           IF WS-INS-COUNT NOT < WS-INS-MAX
              MOVE 'Y' TO WS-BATCH-HELD
              MOVE 'INSTRUCTION TABLE FULL' TO WS-HELD-REASON
              GO TO Q200-ADICIONA-INSTRUCAO-FIM.

           ADD 1 TO WS-E2E-SEQ-NEXT.
           MOVE WS-E2E-SEQ-NEXT TO WS-E2E-SEQ.
           ADD 1 TO WS-INS-COUNT.
           SET WS-INS-IX TO WS-INS-COUNT.
           MOVE WS-E2E-ID TO WS-INS-E2E-ID (WS-INS-IX).
           MOVE MCH-MERCHANT-NUMBER TO WS-INS-MERCHANT (WS-INS-IX).
           MOVE MCH-TRADING-NAME TO WS-INS-NAME (WS-INS-IX).
           MOVE MCH-BANK-IBAN TO WS-INS-IBAN (WS-INS-IX).
           MOVE MCH-BANK-BIC TO WS-INS-BIC (WS-INS-IX).

       Q200-ADICIONA-INSTRUCAO-FIM.
           EXIT.

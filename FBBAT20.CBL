      **********************************************************
      * PROGRAM: FBBAT20.CBL                                    *
      * DESCRIPTION: SEPA RETURNED-PAYMENT MATCHING. READS THE  *
      *              RETURNS FILE THE BANK SENDS BACK (CLOSED   *
      *              ACCOUNT, INVALID IBAN AND THE LIKE) AND    *
      *              MATCHES EACH RETURN BY END-TO-END ID       *
      *              AGAINST THE SENT-PAYMENTS LEDGER WRITTEN   *
      *              BY FBBAT19. A MATCHED RETURN IS MARKED     *
      *              RETURNED ON THE LEDGER AND THE PAYMENT IS  *
      *              PUT BACK ON THE MERCHANT'S RE-PAY QUEUE,   *
      *              WITH THE ACCOUNT IT BOUNCED FROM, SO       *
      *              FBBAT19 PAYS IT AGAIN ONCE THE ACCOUNT IS  *
      *              CORRECTED ON THE MERCHANT MASTER. A RETURN *
      *              THAT CANNOT BE MATCHED, OR IS ALREADY      *
      *              RETURNED, IS AN EXCEPTION ON THE RETURNS   *
      *              REPORT (ENT002.RTN) - NO MERCHANT PAYMENT  *
      *              IS LOST BETWEEN US AND THE BANK.           *
      * DEVELOPER: FRANCISCO BORGES                             *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBBAT20.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    RETURNS FILE RECEIVED FROM THE BANK.
           SELECT RETURNS-FILE ASSIGN TO DYNAMIC WS-RETURNS-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-RETURNS.

      *    SENT-PAYMENTS LEDGER WRITTEN BY FBBAT19.
           SELECT SENT-FILE ASSIGN TO DYNAMIC WS-SENT-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS SNT-END-TO-END-ID
              FILE STATUS IS WS-FS-SENT.

      *    RE-PAY QUEUE - TAKEN BACK INTO THE BATCH BY FBBAT19.
           SELECT REPAY-FILE ASSIGN TO DYNAMIC WS-REPAY-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-REPAY.

           SELECT RETURNS-REPORT ASSIGN TO DYNAMIC WS-RTN-PATH
              ORGANIZATION IS LINE SEQUENTIAL.

      *    SHARED RUN-CONTROL STEP LEDGER - SEE RUNCTL.CPY.
           SELECT RUNCTL-FILE ASSIGN TO DYNAMIC WS-RUNCTL-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-RUNCTL.

       DATA DIVISION.
       FILE SECTION.
      * ONE RETURNED PAYMENT: OUR END-TO-END ID, THE AMOUNT THE
      * BANK RETURNED, THE SEPA REASON CODE AND THE RETURN DATE.
       FD  RETURNS-FILE.
       01  RETURN-RECORD.
           05 RTN-END-TO-END-ID     PIC X(16).
           05 RTN-AMOUNT            PIC 9(9)V99.
           05 RTN-REASON-CODE       PIC X(4).
           05 RTN-RETURN-DATE       PIC X(8).

      * SENT-PAYMENTS LEDGER - SAME LAYOUT AS FBBAT19.
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

      * RE-PAY QUEUE - SAME LAYOUT AS FBBAT19.
       FD  REPAY-FILE.
       01  REPAY-RECORD.
           05 RPQ-MERCHANT-NUMBER   PIC X(8).
           05 RPQ-END-TO-END-ID     PIC X(16).
           05 RPQ-AMOUNT            PIC 9(9)V99.
           05 RPQ-RETURNED-IBAN     PIC X(34).
           05 RPQ-REASON-CODE       PIC X(4).
           05 RPQ-RETURN-DATE       PIC X(8).
           05 RPQ-ORIGINAL-DATE     PIC X(8).

       FD  RETURNS-REPORT.
       01  RETURNS-REPORT-LINE      PIC X(80).

       FD  RUNCTL-FILE.
       01  RUNCTL-RECORD.
           05 RCT-DATE              PIC X(8).
           05 RCT-PROGRAM           PIC X(12).
           05 RCT-EVENT             PIC X(6).
           05 RCT-TIME              PIC X(6).
           05 RCT-CYCLE             PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-RETURNS-PATH          PIC X(104).
       01  WS-SENT-PATH             PIC X(104).
       01  WS-REPAY-PATH            PIC X(104).
       01  WS-RTN-PATH              PIC X(104).
       01  WS-SIBS-PATH             PIC X(100).
       01  WS-FS-RETURNS            PIC 9(2) VALUE ZERO.
       01  WS-FS-SENT               PIC 9(2) VALUE ZERO.
       01  WS-FS-REPAY              PIC 9(2) VALUE ZERO.
       01  WS-EOF-FILE              PIC X(1) VALUE 'N'.
       01  WS-PROCESS-DATE          PIC X(8) VALUE SPACES.
       01  WS-REPORT-LINE           PIC X(80).
       01  WS-AMOUNT-EDITED         PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-SUM-EDITED            PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      * RETURNS READ, QUEUED FOR RE-PAY, AND EXCEPTIONS LEFT FOR
      * PAYABLES TO CHASE WITH THE BANK.
       01  WS-RETURN-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-QUEUED-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-QUEUED-SUM            PIC 9(11)V99 VALUE ZERO.
       01  WS-EXCEPTION-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-EXCEPTION-REASON      PIC X(30) VALUE SPACES.
       01  WS-REASON-DESC           PIC X(21) VALUE SPACES.

      * A RETURN THAT COULD NOT BE BOTH MARKED ON THE LEDGER AND
      * QUEUED FAILS THE RUN: RC 8 AND NO NORMAL EVENT. THE
      * LEDGER IMAGE BEFORE THE MARK PUTS IT BACK WHEN THE QUEUE
      * WRITE FAILS.
       01  WS-RUN-FAILED            PIC X(1) VALUE 'N'.
       01  WS-SENT-IMAGE            PIC X(121) VALUE SPACES.

           COPY RUNCTL.

       PROCEDURE DIVISION.

       A000-PRINCIPAL.

           PERFORM A100-INICIO
              THRU A100-INICIO-FIM.

           PERFORM B100-TRATA-DEVOLUCOES
              THRU B100-TRATA-DEVOLUCOES-FIM.

           PERFORM A900-FIM
              THRU A900-FIM-FIM.

           STOP RUN.

       A100-INICIO.

           ACCEPT WS-PROCESS-DATE FROM ENVIRONMENT 'PROCESS_DATE'.
           IF WS-PROCESS-DATE = SPACES
              ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD.

      *    RUN CONTROL: THE DAY'S BATCH (FBBAT19) MUST HAVE BEEN
      *    RELEASED FIRST - IT REWRITES THE RE-PAY QUEUE THIS RUN
      *    APPENDS TO - AND A SECOND PASS WOULD QUEUE EVERY
      *    RETURN TWICE.
           PERFORM A150-VERIFICA-RUN-CONTROL
              THRU A150-VERIFICA-RUN-CONTROL-FIM.

           ACCEPT WS-SIBS-PATH FROM ENVIRONMENT 'ENT002'.
           IF WS-SIBS-PATH = SPACES
              MOVE '/home/kikos/ficheiros/ENT002' TO WS-SIBS-PATH.
           STRING WS-SIBS-PATH DELIMITED BY SPACE
                  '.RTN' DELIMITED BY SIZE INTO WS-RTN-PATH.

           ACCEPT WS-RETURNS-PATH
              FROM ENVIRONMENT 'ENT002_SEPA_RETURNS'.
           IF WS-RETURNS-PATH = SPACES
              MOVE '/home/kikos/ficheiros/SEPADEV' TO WS-RETURNS-PATH.

           ACCEPT WS-SENT-PATH FROM ENVIRONMENT 'ENT002_SEPA_SENT'.
           IF WS-SENT-PATH = SPACES
              MOVE '/home/kikos/ficheiros/SEPAENV' TO WS-SENT-PATH.

           ACCEPT WS-REPAY-PATH FROM ENVIRONMENT 'ENT002_REPAY'.
           IF WS-REPAY-PATH = SPACES
              MOVE '/home/kikos/ficheiros/REPAGAR' TO WS-REPAY-PATH.

      *    NOTHING IS CHANGED UNLESS BOTH THE LEDGER AND THE
      *    QUEUE ARE AVAILABLE - A RETURN MARKED ON ONE AND NOT
      *    THE OTHER WOULD BE LOST.
           OPEN I-O SENT-FILE.
           IF WS-FS-SENT NOT = ZERO
              DISPLAY 'FBBAT20 - CANNOT OPEN SENT-PAYMENTS LEDGER '
                 WS-FS-SENT
              MOVE 8 TO RETURN-CODE
              STOP RUN.

           OPEN EXTEND REPAY-FILE.
           IF WS-FS-REPAY NOT = ZERO
              OPEN OUTPUT REPAY-FILE.
           IF WS-FS-REPAY NOT = ZERO
              DISPLAY 'FBBAT20 - CANNOT EXTEND RE-PAY QUEUE '
                 WS-FS-REPAY
              CLOSE SENT-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN.

           OPEN OUTPUT RETURNS-REPORT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'ENT002 SEPA RETURNED PAYMENTS - ' DELIMITED BY SIZE
                  WS-PROCESS-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           WRITE RETURNS-REPORT-LINE FROM WS-REPORT-LINE.

       A100-INICIO-FIM.
           EXIT.

      *----------------------------------------------------------*
      * A150 - RUN-CONTROL CHECK AND START EVENT (RUNCTL.CPY).   *
      *        A REFUSED RUN ENDS HERE WITH RETURN-CODE 8.       *
      *----------------------------------------------------------*
       A150-VERIFICA-RUN-CONTROL.

           MOVE 'FBBAT20' TO WS-RC-PROGRAM.
           MOVE WS-PROCESS-DATE TO WS-RC-DATE.
           MOVE 1 TO WS-RC-PRED-COUNT.
           MOVE 'FBBAT19' TO WS-RC-PRED-NAME (1).
           PERFORM RC-VERIFICA-ANTECESSORES
              THRU RC-VERIFICA-ANTECESSORES-FIM.
           IF WS-RC-BLOCKED = 'Y'
              DISPLAY 'FBBAT20 - RUN CONTROL REFUSED THE RUN'
              MOVE 8 TO RETURN-CODE
              STOP RUN.
           PERFORM RC-GRAVA-INICIO
              THRU RC-GRAVA-INICIO-FIM.

       A150-VERIFICA-RUN-CONTROL-FIM.
           EXIT.

           COPY RUNCTL-READ.

       A900-FIM.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-QUEUED-SUM TO WS-SUM-EDITED.
           STRING 'RETURNS READ: ' DELIMITED BY SIZE
                  WS-RETURN-COUNT DELIMITED BY SIZE
                  '  QUEUED FOR RE-PAY: ' DELIMITED BY SIZE
                  WS-QUEUED-COUNT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-SUM-EDITED DELIMITED BY SIZE
                  ' EUR' DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           WRITE RETURNS-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'EXCEPTIONS (NOT QUEUED): ' DELIMITED BY SIZE
                  WS-EXCEPTION-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           WRITE RETURNS-REPORT-LINE FROM WS-REPORT-LINE.

           CLOSE RETURNS-REPORT.
           CLOSE REPAY-FILE.
           CLOSE SENT-FILE.

           IF WS-RUN-FAILED = 'Y'
              DISPLAY 'FBBAT20 - RUN FAILED, SEE MESSAGES ABOVE'
              MOVE 8 TO RETURN-CODE
              GO TO A900-FIM-FIM.
           PERFORM RC-GRAVA-FIM-NORMAL
              THRU RC-GRAVA-FIM-NORMAL-FIM.
           DISPLAY 'FBBAT20 FIM NORMAL - DEVOLUCOES: ' WS-RETURN-COUNT
              '  EM FILA: ' WS-QUEUED-COUNT.
           IF WS-EXCEPTION-COUNT > ZERO
              DISPLAY 'WARNING - RETURNS NOT MATCHED TO A SENT '
                 'PAYMENT: ' WS-EXCEPTION-COUNT ', SEE ENT002.RTN'.

       A900-FIM-FIM.
           EXIT.

      *----------------------------------------------------------*
      * B100 - EVERY RETURN ON THE BANK'S FILE. NO FILE TODAY    *
      *        MEANS NOTHING CAME BACK.                          *
      *----------------------------------------------------------*
       B100-TRATA-DEVOLUCOES.

           OPEN INPUT RETURNS-FILE.
           IF WS-FS-RETURNS NOT = ZERO
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'NO RETURNS FILE RECEIVED' DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
              WRITE RETURNS-REPORT-LINE FROM WS-REPORT-LINE
              GO TO B100-TRATA-DEVOLUCOES-FIM.

           MOVE 'N' TO WS-EOF-FILE.
           PERFORM B110-TRATA-DEVOLUCAO
              THRU B110-TRATA-DEVOLUCAO-FIM
                UNTIL WS-EOF-FILE = 'S'.
           CLOSE RETURNS-FILE.

       B100-TRATA-DEVOLUCOES-FIM.
           EXIT.

      *----------------------------------------------------------*
      * B110 - ONE RETURN: FIND THE SENT INSTRUCTION, MARK IT    *
      *        RETURNED AND QUEUE THE SENT AMOUNT BACK FOR THE   *
      *        MERCHANT. EITHER UPDATE FAILING FAILS THE RUN.    *
      *        THE MERCHANT IS OWED WHAT WE SENT - A DIFFERENT   *
      *        AMOUNT FROM THE BANK IS SHOWN FOR PAYABLES TO     *
      *        TAKE UP, NOT RE-PAID.                             *
      *----------------------------------------------------------*
       B110-TRATA-DEVOLUCAO.

           READ RETURNS-FILE
              AT END
                 MOVE 'S' TO WS-EOF-FILE
                 GO TO B110-TRATA-DEVOLUCAO-FIM.

           ADD 1 TO WS-RETURN-COUNT.
           PERFORM Q100-DESCREVE-MOTIVO
              THRU Q100-DESCREVE-MOTIVO-FIM.

           MOVE SPACES TO WS-EXCEPTION-REASON.
           MOVE RTN-END-TO-END-ID TO SNT-END-TO-END-ID.
           READ SENT-FILE
              INVALID KEY
                 MOVE SPACES TO SENT-RECORD
                 MOVE 'NOT ON SENT-PAYMENTS LEDGER'
                    TO WS-EXCEPTION-REASON.
           IF WS-EXCEPTION-REASON = SPACES
              AND SNT-STATUS = 'R'
                 MOVE 'ALREADY RETURNED ON '
                    TO WS-EXCEPTION-REASON
                 MOVE SNT-RETURN-DATE TO WS-EXCEPTION-REASON(21:8).

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE RTN-AMOUNT TO WS-AMOUNT-EDITED.
           STRING 'RETURN ' DELIMITED BY SIZE
                  RTN-END-TO-END-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SNT-MERCHANT-NUMBER DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AMOUNT-EDITED DELIMITED BY SIZE
                  ' EUR ' DELIMITED BY SIZE
                  RTN-REASON-CODE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-REASON-DESC DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           WRITE RETURNS-REPORT-LINE FROM WS-REPORT-LINE.

           IF WS-EXCEPTION-REASON NOT = SPACES
              ADD 1 TO WS-EXCEPTION-COUNT
              MOVE SPACES TO WS-REPORT-LINE
              STRING '  EXCEPTION - ' DELIMITED BY SIZE
                     WS-EXCEPTION-REASON DELIMITED BY SIZE
                     ', NOT QUEUED' DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
              WRITE RETURNS-REPORT-LINE FROM WS-REPORT-LINE
              GO TO B110-TRATA-DEVOLUCAO-FIM.

           MOVE SNT-MERCHANT-NUMBER TO RPQ-MERCHANT-NUMBER.
           MOVE SNT-END-TO-END-ID TO RPQ-END-TO-END-ID.
           MOVE SNT-AMOUNT TO RPQ-AMOUNT.
           MOVE SNT-CREDITOR-IBAN TO RPQ-RETURNED-IBAN.
           MOVE RTN-REASON-CODE TO RPQ-REASON-CODE.
           MOVE RTN-RETURN-DATE TO RPQ-RETURN-DATE.
           MOVE SNT-EXECUTION-DATE TO RPQ-ORIGINAL-DATE.

      *    MARK THE LEDGER FIRST: AN INSTRUCTION QUEUED BUT STILL
      *    OPEN ON THE LEDGER COULD BE QUEUED AND PAID TWICE.
           MOVE SENT-RECORD TO WS-SENT-IMAGE.
           MOVE 'R' TO SNT-STATUS.
           MOVE RTN-RETURN-DATE TO SNT-RETURN-DATE.
           MOVE RTN-REASON-CODE TO SNT-RETURN-REASON.
           REWRITE SENT-RECORD
              INVALID KEY
                 CONTINUE.
           IF WS-FS-SENT NOT = ZERO
              DISPLAY 'FBBAT20 - SENT LEDGER REWRITE FAILED FOR '
                 SNT-END-TO-END-ID ' STATUS ' WS-FS-SENT
              MOVE 'Y' TO WS-RUN-FAILED
              MOVE SPACES TO WS-REPORT-LINE
              STRING '  FAILED - SENT LEDGER NOT UPDATED, NOT '
                     'QUEUED' DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
              WRITE RETURNS-REPORT-LINE FROM WS-REPORT-LINE
              GO TO B110-TRATA-DEVOLUCAO-FIM.

           WRITE REPAY-RECORD.
           IF WS-FS-REPAY NOT = ZERO
              DISPLAY 'FBBAT20 - RE-PAY QUEUE WRITE FAILED FOR '
                 RPQ-END-TO-END-ID ' STATUS ' WS-FS-REPAY
              MOVE 'Y' TO WS-RUN-FAILED
              PERFORM B120-REPOE-ENVIADO
                 THRU B120-REPOE-ENVIADO-FIM
              GO TO B110-TRATA-DEVOLUCAO-FIM.
           ADD 1 TO WS-QUEUED-COUNT.
           ADD SNT-AMOUNT TO WS-QUEUED-SUM.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE SNT-AMOUNT TO WS-AMOUNT-EDITED.
           STRING '  QUEUED FOR RE-PAY ' DELIMITED BY SIZE
                  WS-AMOUNT-EDITED DELIMITED BY SIZE
                  ' EUR  FROM ' DELIMITED BY SIZE
                  SNT-CREDITOR-IBAN DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           WRITE RETURNS-REPORT-LINE FROM WS-REPORT-LINE.

           IF RTN-AMOUNT NOT = SNT-AMOUNT
              MOVE SPACES TO WS-REPORT-LINE
              STRING '  BANK RETURNED A DIFFERENT AMOUNT FROM THE '
                     'ONE SENT - SEE PAYABLES' DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
              WRITE RETURNS-REPORT-LINE FROM WS-REPORT-LINE
              DISPLAY 'WARNING - RETURN ' RTN-END-TO-END-ID
                 ' AMOUNT DIFFERS FROM THE PAYMENT SENT'.

       B110-TRATA-DEVOLUCAO-FIM.
           EXIT.

      *----------------------------------------------------------*
      * B120 - THE RETURN COULD NOT BE QUEUED: PUT THE LEDGER    *
      *        INSTRUCTION BACK AS IT WAS, SO THE RETURN IS      *
      *        TAKEN AGAIN WHEN THE RUN IS REPEATED.             *
      *----------------------------------------------------------*
       B120-REPOE-ENVIADO.

           REWRITE SENT-RECORD FROM WS-SENT-IMAGE
              INVALID KEY
                 CONTINUE.
           IF WS-FS-SENT NOT = ZERO
              DISPLAY 'FBBAT20 - ' RPQ-END-TO-END-ID
                 ' MARKED RETURNED BUT NOT QUEUED - QUEUE IT '
                 'BY HAND'.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  FAILED - RE-PAY QUEUE WRITE, NOT QUEUED'
                  DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           WRITE RETURNS-REPORT-LINE FROM WS-REPORT-LINE.

       B120-REPOE-ENVIADO-FIM.
           EXIT.

      *----------------------------------------------------------*
      * Q100 - PLAIN-LANGUAGE TEXT FOR THE SEPA RETURN REASON.   *
      *----------------------------------------------------------*
       Q100-DESCREVE-MOTIVO.

           IF RTN-REASON-CODE = 'AC01'
              MOVE 'INVALID IBAN' TO WS-REASON-DESC
           ELSE
           IF RTN-REASON-CODE = 'AC04'
              MOVE 'ACCOUNT CLOSED' TO WS-REASON-DESC
           ELSE
           IF RTN-REASON-CODE = 'AC06'
              MOVE 'ACCOUNT BLOCKED' TO WS-REASON-DESC
           ELSE
           IF RTN-REASON-CODE = 'AG01'
              MOVE 'TRANSACTION FORBIDDEN' TO WS-REASON-DESC
           ELSE
           IF RTN-REASON-CODE = 'MD07'
              MOVE 'BENEFICIARY DECEASED' TO WS-REASON-DESC
           ELSE
           IF RTN-REASON-CODE = 'RC01'
              MOVE 'INVALID BIC' TO WS-REASON-DESC
           ELSE
              MOVE 'OTHER - SEE BANK' TO WS-REASON-DESC.

       Q100-DESCREVE-MOTIVO-FIM.
           EXIT.

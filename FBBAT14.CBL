      *              DEFAULT 10). THIS IS DISTINCT FROM THE     *
      *              FBBAT08 PENDING SUSPENSE - THESE ARE       *
      *              SETTLED TRANSACTIONS COMING BACK AT US.    *
      *              EACH NEW MATCHED CHARGEBACK IS ALSO RAISED *
      *              ON THE MERCHANT RECEIVABLE LEDGER AGAINST  *
      *              THE ORIGINAL'S MERCHANT-NUMBER; FBBAT10    *
      *              DEBITS IT FROM THAT MERCHANT'S NEXT        *
      *              PAYOUT.                                    *
      *              THE SCHEME'S FILE CARRIES THE FULL CARD    *
      *              NUMBER; EACH ONE IS EXCHANGED FOR ITS      *
      *              TOKEN FROM THE TOKEN VAULT (TOKEN.CPY) AS  *
      *              IT IS LOADED, SO THE MATCH IS TOKEN        *
      *              AGAINST THE HISTORY MASTER'S TOKEN AND     *
      *              ONLY TOKENS REACH THE OPEN-CHARGEBACKS     *
      *              MASTER AND THE REPORTS.                    *
      * DEVELOPER: FRANCISCO BORGES                             *
      **********************************************************
       IDENTIFICATION DIVISION.
           SELECT AGING-REPORT ASSIGN TO DYNAMIC WS-AGING-PATH
              ORGANIZATION IS LINE SEQUENTIAL.

      *    MERCHANT RECEIVABLE LEDGER - RECOVERED FROM THE
      *    MERCHANT'S NEXT PAYOUT BY FBBAT10.
           SELECT RECEIVABLE-FILE ASSIGN TO DYNAMIC WS-RECEIVABLE-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-RECEIVABLE.

      *    BUSINESS-DAY CALENDAR (HOLIDAY LIST) - SEE
      *    CALENDAR-LOAD.CPY.
           SELECT CALENDAR-FILE ASSIGN TO DYNAMIC WS-CAL-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-CAL.

      *    CARD TOKEN VAULT - SEE TOKEN.CPY.
           SELECT VAULT-FILE ASSIGN TO DYNAMIC WS-VAULT-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TKV-PAN
              ALTERNATE RECORD KEY IS TKV-TOKEN
              FILE STATUS IS WS-FS-VAULT.

      *    SHARED RUN-CONTROL STEP LEDGER - SEE RUNCTL.CPY.
           SELECT RUNCTL-FILE ASSIGN TO DYNAMIC WS-RUNCTL-PATH
              ORGANIZATION IS LINE SEQUENTIAL
       FD  AGING-REPORT.
       01  AGING-REPORT-LINE        PIC X(80).

      * MERCHANT RECEIVABLE LEDGER: ONE ITEM PER CHARGEBACK OWED
      * BY A MERCHANT, WITH WHAT IS STILL OUTSTANDING AND THE
      * LAST DAY A PAYOUT WAS DEBITED FOR IT (SAME LAYOUT AS
      * FBBAT10, WHICH RECOVERS AND REWRITES IT).
       FD  RECEIVABLE-FILE.
       01  RECEIVABLE-RECORD.
           05 RCV-MERCHANT-NUMBER   PIC X(8).
           05 RCV-REFERENCE         PIC X(6).
           05 RCV-TRANSACTION-ID    PIC X(6).
           05 RCV-ENTRY-DATE        PIC X(8).
           05 RCV-ORIGINAL-AMOUNT   PIC 9(7)V99.
           05 RCV-OUTSTANDING-AMOUNT PIC 9(7)V99.
           05 RCV-LAST-DATE         PIC X(8).

       FD  VAULT-FILE.
       01  VAULT-RECORD.
           05 TKV-PAN               PIC X(16).
           05 TKV-TOKEN             PIC X(16).
           05 TKV-ISSUED-DATE       PIC X(8).
           05 TKV-ISSUED-BY         PIC X(12).

       FD  RUNCTL-FILE.
       01  RUNCTL-RECORD.
           05 RCT-DATE              PIC X(8).
           05 RCT-PROGRAM           PIC X(12).
           05 RCT-EVENT             PIC X(6).
           05 RCT-TIME              PIC X(6).
           05 RCT-CYCLE             PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-CHB-PATH              PIC X(104).
       01  WS-CLEARED-PATH          PIC X(108).
       01  WS-EXC-PATH              PIC X(104).
       01  WS-AGING-PATH            PIC X(104).
       01  WS-RECEIVABLE-PATH       PIC X(104).
       01  WS-SIBS-PATH             PIC X(100).
       01  WS-FS-CHB                PIC 9(2) VALUE ZERO.
       01  WS-FS-HISTORY            PIC 9(2) VALUE ZERO.
       01  WS-FS-GL                 PIC 9(2) VALUE ZERO.
       01  WS-FS-OPEN               PIC 9(2) VALUE ZERO.
       01  WS-FS-CLEARED            PIC 9(2) VALUE ZERO.
       01  WS-FS-RECEIVABLE         PIC 9(2) VALUE ZERO.
       01  WS-EOF-FILE              PIC X(1) VALUE 'N'.
       01  WS-PROCESS-DATE          PIC X(8) VALUE SPACES.
       01  WS-REPORT-LINE           PIC X(80).
       01  WS-CLEARED-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-OPEN-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-AGED-COUNT            PIC 9(5) VALUE ZERO.
      * MATCHED CHARGEBACKS RAISED ON THE RECEIVABLE LEDGER, AND
      * THOSE WHOSE ORIGINAL CARRIED NO MERCHANT-NUMBER TO RAISE
      * THEM AGAINST (LISTED ON THE .CBX FOR FINANCE).
       01  WS-RAISED-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-NOMERCH-COUNT         PIC 9(5) VALUE ZERO.
      * SET WHEN THE RUN MUST BE HELD - HISTORY MASTER NOT
      * AVAILABLE, .GL OR THE RECEIVABLE LEDGER NOT EXTENDABLE OR
      * NOT WRITTEN, OR A MATCHED CODE WITH NO
      * GL ACCOUNT MAPPING, OR A CARD THE TOKEN VAULT COULD NOT
      * TOKENIZE. A HELD RUN ENDS WITH RETURN-CODE 8
      * AND NO 'NORMAL' EVENT, SO IT CAN BE RERUN ONCE THE
      * PROBLEM IS CLEARED.
       01  WS-RUN-FAILED            PIC X(1) VALUE 'N'.
      * 'Y' WHILE .GL AND THE RECEIVABLE LEDGER ARE OPEN (D080).
       01  WS-POSTING-OPEN          PIC X(1) VALUE 'N'.

      * THE OPEN CHARGEBACKS ARE HELD IN MEMORY FOR THE RUN,
      * EXISTING MASTER FIRST AND THEN THE DAY'S NEW ITEMS
              10 WS-CHB-MATCHED     PIC X(1).
              10 WS-CHB-MATCH-ID    PIC X(6).
              10 WS-CHB-MATCH-CODE  PIC X(4).
              10 WS-CHB-MATCH-MERCH PIC X(8).
              10 WS-CHB-NEW         PIC X(1).
              10 WS-CHB-CLEARED     PIC X(1).
      *       'Y' WHEN THE RECEIVABLE LEDGER ALREADY CARRIES THIS
      *       NEW ITEM (A HELD EARLIER PASS RAISED IT) - D070.
              10 WS-CHB-RAISED      PIC X(1).

      * CLEARED-REFERENCE TABLE FROM THE DISPUTE DESK'S FILE.
       01  WS-CLR-MAX               PIC 9(5) VALUE 20000.

           COPY RUNCTL.

           COPY TOKEN.

      * SETTLEMENT (VALUE) DATE OF THE RUN AND THE AGING
      * ARITHMETIC - SAME DAY-SERIAL RULES AS FBBAT04
      * (GREGORIAN 1901-2099).
              THRU C100-CASA-COM-HISTORIA-FIM.

      *    A HELD RUN MUST CHANGE NOTHING: THE MAPPINGS ARE
      *    PROVED (D050) AND BOTH .GL AND THE RECEIVABLE LEDGER
      *    ARE OPENED (D080) BEFORE ANYTHING IS WRITTEN, THE
      *    RECEIVABLES ARE RAISED BEFORE THE FIRST GL RECORD, AND
      *    EVERY LATER POSTING, REPORT AND MASTER REWRITE IS
      *    SKIPPED ON FAILURE. A RECEIVABLE ALREADY ON THE LEDGER
      *    FROM A HELD EARLIER PASS IS NOT RAISED AGAIN (D070),
      *    SO A RERUN NEVER DEBITS THE MERCHANT TWICE; A .GL LEFT
      *    PART-WRITTEN BY D100 IS RESTORED BEFORE THE RERUN, AS
      *    THE D180 MESSAGE SAYS.
           IF WS-RUN-FAILED = 'N'
              PERFORM D050-VERIFICA-MAPAS-GL
                 THRU D050-VERIFICA-MAPAS-GL-FIM.

           IF WS-RUN-FAILED = 'N'
              PERFORM D080-ABRE-LANCAMENTOS
                 THRU D080-ABRE-LANCAMENTOS-FIM.

           IF WS-RUN-FAILED = 'N'
              PERFORM D150-GRAVA-RECUPERACOES
                 THRU D150-GRAVA-RECUPERACOES-FIM.

           IF WS-RUN-FAILED = 'N'
              PERFORM D100-GRAVA-ESTORNOS-GL
                 THRU D100-GRAVA-ESTORNOS-GL-FIM.

           IF WS-POSTING-OPEN = 'Y'
              CLOSE GL-FILE
              CLOSE RECEIVABLE-FILE
              MOVE 'N' TO WS-POSTING-OPEN.

           IF WS-RUN-FAILED = 'N'
              PERFORM D200-RELATORIO-EXCEPCOES
                 THRU D200-RELATORIO-EXCEPCOES-FIM.

      *    RUN CONTROL: THE DAY'S .GL MUST EXIST (FBBAT04 CLEAN)
      *    BEFORE REVERSALS CAN BE APPENDED TO IT, AND A SECOND
      *    PASS WOULD POST EVERY MATCHED CHARGEBACK TWICE. FBBAT10
      *    MUST ALSO HAVE RUN: IT REWRITES THE RECEIVABLE LEDGER
      *    THIS RUN APPENDS TO, SO THE DAY'S NEW ITEMS ARE
      *    RECOVERED FROM THE NEXT DAY'S PAYOUTS, NEVER LOST.
           PERFORM A150-VERIFICA-RUN-CONTROL
              THRU A150-VERIFICA-RUN-CONTROL-FIM.

           STRING WS-SIBS-PATH DELIMITED BY SPACE
                  '.CBA' DELIMITED BY SIZE INTO WS-AGING-PATH.

           ACCEPT WS-RECEIVABLE-PATH
              FROM ENVIRONMENT 'ENT002_RECEIVABLES'.
           IF WS-RECEIVABLE-PATH = SPACES
              MOVE '/home/kikos/ficheiros/RECEBER'
                 TO WS-RECEIVABLE-PATH.

           ACCEPT WS-CHB-PATH FROM ENVIRONMENT 'ENT002_CHARGEBACKS'.
           IF WS-CHB-PATH = SPACES
              MOVE '/home/kikos/ficheiros/CHBACK' TO WS-CHB-PATH.
           IF WS-AGE-LIMIT = ZERO
              MOVE 10 TO WS-AGE-LIMIT.

      *    NO VAULT, NO CARD CAN BE TOKENIZED - THE RUN IS HELD
      *    RATHER THAN LET A FULL CARD NUMBER INTO THE MASTER.
           MOVE 'FBBAT14' TO WS-TKN-PROGRAM.
           MOVE WS-PROCESS-DATE TO WS-TKN-DATE.
           PERFORM TK-ABRE-COFRE
              THRU TK-ABRE-COFRE-FIM.
           IF WS-TKN-ERROR = 'Y'
              DISPLAY 'FBBAT14 - TOKEN VAULT NOT AVAILABLE'
              MOVE 'Y' TO WS-RUN-FAILED.

       A100-INICIO-FIM.
           EXIT.

      *    SETTLEMENT MUST MATCH, NOT FALL OUT AS AN EXCEPTION.
           MOVE 'FBBAT14' TO WS-RC-PROGRAM.
           MOVE WS-PROCESS-DATE TO WS-RC-DATE.
      *    THE CHARGEBACK FEED IS THE DAY'S, NOT THE CYCLE'S: ONE
      *    CLEAN PASS, IN THE FIRST CYCLE AFTER THE FEED ARRIVES,
      *    COVERS EVERY INTRADAY CYCLE OF THE DATE. A SECOND CYCLE
      *    WOULD POST THE SAME CHARGEBACKS AGAIN.
           MOVE 'Y' TO WS-RC-DAY-STEP.
           MOVE 3 TO WS-RC-PRED-COUNT.
           MOVE 'FBBAT04' TO WS-RC-PRED-NAME (1).
           MOVE 'FBBAT12' TO WS-RC-PRED-NAME (2).
           MOVE 'FBBAT10' TO WS-RC-PRED-NAME (3).
           PERFORM RC-VERIFICA-ANTECESSORES
              THRU RC-VERIFICA-ANTECESSORES-FIM.
           IF WS-RC-BLOCKED = 'Y'

       A900-FIM.

           PERFORM TK-FECHA-COFRE
              THRU TK-FECHA-COFRE-FIM.

      *    ONLY A CLEAN RUN RECORDS FIM NORMAL - A HELD RUN
      *    LEAVES NO 'NORMAL' EVENT, SO FBBAT07 WILL NOT BALANCE
      *    A DAY WHOSE REVERSALS WERE NEVER POSTED AND THE RUN
                 '  CASADOS: ' WS-MATCHED-COUNT
                 '  SEM PAR: ' WS-UNMATCHED-COUNT
                 '  LIMPOS: ' WS-CLEARED-COUNT
                 '  EM ABERTO: ' WS-OPEN-COUNT
                 '  A RECUPERAR: ' WS-RAISED-COUNT.

       A900-FIM-FIM.
           EXIT.
           MOVE OCB-REFERENCE     TO WS-CHB-REF (WS-CHB-COUNT).
           MOVE OCB-TRANSACTION-ID TO WS-CHB-ID (WS-CHB-COUNT).
           MOVE OCB-TRANSACTION-DATE TO WS-CHB-DATE (WS-CHB-COUNT).
      *    AN ITEM THAT ENTERED BEFORE CARDS WERE TOKENIZED
      *    GETS ITS TOKEN HERE AND GOES BACK OUT WITH IT.
           MOVE OCB-CARD-NUMBER   TO WS-TKN-PAN.
           PERFORM B320-TOKENIZA-CARTAO
              THRU B320-TOKENIZA-CARTAO-FIM.
           MOVE WS-TKN-TOKEN      TO WS-CHB-CARD (WS-CHB-COUNT).
           MOVE OCB-AMOUNT        TO WS-CHB-AMOUNT (WS-CHB-COUNT).
           MOVE OCB-REASON        TO WS-CHB-REASON (WS-CHB-COUNT).
           MOVE OCB-ENTRY-DATE    TO WS-CHB-ENTRY-DATE (WS-CHB-COUNT).
           MOVE OCB-MATCHED       TO WS-CHB-MATCHED (WS-CHB-COUNT).
           MOVE OCB-MATCHED-ID    TO WS-CHB-MATCH-ID (WS-CHB-COUNT).
           MOVE OCB-MATCHED-CODE  TO WS-CHB-MATCH-CODE (WS-CHB-COUNT).
           MOVE SPACES TO WS-CHB-MATCH-MERCH (WS-CHB-COUNT).
           MOVE 'N' TO WS-CHB-NEW (WS-CHB-COUNT).
           MOVE 'N' TO WS-CHB-CLEARED (WS-CHB-COUNT).
           MOVE 'N' TO WS-CHB-RAISED (WS-CHB-COUNT).

       B110-LE-ABERTO-FIM.
           EXIT.
           MOVE CHB-REFERENCE TO WS-CHB-REF (WS-CHB-COUNT).
           MOVE CHB-TRANSACTION-ID TO WS-CHB-ID (WS-CHB-COUNT).
           MOVE CHB-TRANSACTION-DATE TO WS-CHB-DATE (WS-CHB-COUNT).
           MOVE CHB-CARD-NUMBER TO WS-TKN-PAN.
           PERFORM B320-TOKENIZA-CARTAO
              THRU B320-TOKENIZA-CARTAO-FIM.
           MOVE WS-TKN-TOKEN TO WS-CHB-CARD (WS-CHB-COUNT).
           MOVE CHB-AMOUNT TO WS-CHB-AMOUNT (WS-CHB-COUNT).
           MOVE CHB-REASON TO WS-CHB-REASON (WS-CHB-COUNT).
           MOVE WS-PROCESS-DATE TO WS-CHB-ENTRY-DATE (WS-CHB-COUNT).
           MOVE 'N' TO WS-CHB-MATCHED (WS-CHB-COUNT).
           MOVE SPACES TO WS-CHB-MATCH-ID (WS-CHB-COUNT).
           MOVE SPACES TO WS-CHB-MATCH-CODE (WS-CHB-COUNT).
           MOVE SPACES TO WS-CHB-MATCH-MERCH (WS-CHB-COUNT).
           MOVE 'Y' TO WS-CHB-NEW (WS-CHB-COUNT).
           MOVE 'N' TO WS-CHB-CLEARED (WS-CHB-COUNT).
           MOVE 'N' TO WS-CHB-RAISED (WS-CHB-COUNT).

       B310-LE-CHARGEBACK-FIM.
           EXIT.

      *----------------------------------------------------------*
      * B320 - EXCHANGE WS-TKN-PAN FOR ITS TOKEN (TOKEN-READ).   *
      *        A CARD THAT CANNOT BE TOKENIZED HOLDS THE RUN, SO *
      *        NOTHING IS WRITTEN WITH IT.                       *
      *----------------------------------------------------------*
       B320-TOKENIZA-CARTAO.

           PERFORM TK-TOKENIZA
              THRU TK-TOKENIZA-FIM.
           IF WS-TKN-ERROR = 'Y'
              MOVE 'Y' TO WS-RUN-FAILED.

       B320-TOKENIZA-CARTAO-FIM.
           EXIT.

           COPY TOKEN-READ.

      *----------------------------------------------------------*
      * C100 - MATCH THE DAY'S NEW CHARGEBACKS TO THEIR SETTLED  *
      *        ORIGINALS ON THE HISTORY MASTER: A KEYED READ BY  *
                 TO WS-CHB-MATCH-ID (WS-CHB-IX)
              MOVE HIS-TRANSACTION-CODE
                 TO WS-CHB-MATCH-CODE (WS-CHB-IX)
              MOVE HIS-MERCHANT-NUMBER
                 TO WS-CHB-MATCH-MERCH (WS-CHB-IX)
              ADD 1 TO WS-MATCHED-COUNT.

       C190-PROXIMO.
                       TO WS-CHB-MATCH-ID (WS-CHB-IX)
                    MOVE HIS-TRANSACTION-CODE
                       TO WS-CHB-MATCH-CODE (WS-CHB-IX)
                    MOVE HIS-MERCHANT-NUMBER
                       TO WS-CHB-MATCH-MERCH (WS-CHB-IX)
                    ADD 1 TO WS-MATCHED-COUNT
                    MOVE WS-CHB-COUNT TO WS-CHB-IX.
           ADD 1 TO WS-CHB-IX.
           EXIT.

      *----------------------------------------------------------*
      * D080 - OPEN THE RECEIVABLE LEDGER AND .GL FOR EXTENSION  *
      *        BEFORE EITHER IS WRITTEN. EITHER ONE NOT          *
      *        EXTENDABLE HOLDS THE RUN WITH BOTH UNTOUCHED.     *
      *----------------------------------------------------------*
       D080-ABRE-LANCAMENTOS.

           IF WS-MATCHED-COUNT = ZERO
              GO TO D080-ABRE-LANCAMENTOS-FIM.
           PERFORM D070-LE-RECEBER-EXISTENTE
              THRU D070-LE-RECEBER-EXISTENTE-FIM.
           IF WS-RUN-FAILED = 'Y'
              GO TO D080-ABRE-LANCAMENTOS-FIM.
           OPEN EXTEND RECEIVABLE-FILE.
           IF WS-FS-RECEIVABLE NOT = ZERO
              OPEN OUTPUT RECEIVABLE-FILE.
           IF WS-FS-RECEIVABLE NOT = ZERO
              DISPLAY 'FBBAT14 - CANNOT EXTEND RECEIVABLE LEDGER '
                 WS-FS-RECEIVABLE ', RUN HELD'
              MOVE 'Y' TO WS-RUN-FAILED
              GO TO D080-ABRE-LANCAMENTOS-FIM.
           OPEN EXTEND GL-FILE.
           IF WS-FS-GL NOT = ZERO
              DISPLAY 'FBBAT14 - CANNOT EXTEND .GL FILE ' WS-FS-GL
                 ', RUN HELD'
              CLOSE RECEIVABLE-FILE
              MOVE 'Y' TO WS-RUN-FAILED
              GO TO D080-ABRE-LANCAMENTOS-FIM.
           MOVE 'Y' TO WS-POSTING-OPEN.

       D080-ABRE-LANCAMENTOS-FIM.
           EXIT.

      *----------------------------------------------------------*
      * D070 - READ THE RECEIVABLE LEDGER AS IT STANDS AND MARK  *
      *        EACH NEW MATCHED CHARGEBACK WHOSE REFERENCE AND   *
      *        ORIGINAL ARE ALREADY ON IT. ONLY A HELD EARLIER   *
      *        PASS OF THE SAME DAY CAN HAVE PUT THEM THERE, AND *
      *        D160 DOES NOT RAISE THEM AGAIN. NO LEDGER YET     *
      *        MEANS NOTHING RAISED.                             *
      *----------------------------------------------------------*
       D070-LE-RECEBER-EXISTENTE.

           OPEN INPUT RECEIVABLE-FILE.
           IF WS-FS-RECEIVABLE NOT = ZERO
              GO TO D070-LE-RECEBER-EXISTENTE-FIM.
           MOVE 'N' TO WS-EOF-FILE.
           PERFORM D075-LE-UM-RECEBER
              THRU D075-LE-UM-RECEBER-FIM
                UNTIL WS-EOF-FILE = 'S'.
           CLOSE RECEIVABLE-FILE.

       D070-LE-RECEBER-EXISTENTE-FIM.
           EXIT.

       D075-LE-UM-RECEBER.
           READ RECEIVABLE-FILE
              AT END
                 MOVE 'S' TO WS-EOF-FILE
                 GO TO D075-LE-UM-RECEBER-FIM.
           IF WS-FS-RECEIVABLE NOT = ZERO
              DISPLAY 'FBBAT14 - ERROR READING RECEIVABLE LEDGER '
                 WS-FS-RECEIVABLE ', RUN HELD'
              MOVE 'Y' TO WS-RUN-FAILED
              MOVE 'S' TO WS-EOF-FILE
              GO TO D075-LE-UM-RECEBER-FIM.
           MOVE 1 TO WS-CHB-IX.
           PERFORM D076-MARCA-JA-LEVANTADO
              THRU D076-MARCA-JA-LEVANTADO-FIM
                UNTIL WS-CHB-IX > WS-CHB-COUNT.

       D075-LE-UM-RECEBER-FIM.
           EXIT.

       D076-MARCA-JA-LEVANTADO.
           IF WS-CHB-NEW (WS-CHB-IX) = 'Y'
              AND WS-CHB-MATCHED (WS-CHB-IX) = 'Y'
              AND WS-CHB-REF (WS-CHB-IX) = RCV-REFERENCE
              AND WS-CHB-MATCH-ID (WS-CHB-IX) = RCV-TRANSACTION-ID
                 MOVE 'Y' TO WS-CHB-RAISED (WS-CHB-IX).
           ADD 1 TO WS-CHB-IX.

       D076-MARCA-JA-LEVANTADO-FIM.
           EXIT.

      *----------------------------------------------------------*
      * D100 - POST EACH NEW MATCHED CHARGEBACK INTO THE DAY'S   *
      *        GL FLOW AS A BALANCED REVERSAL PAIR: THE CODE'S   *
      *        MAPPED ACCOUNTS WITH THE SIDES SWAPPED, GL-SOURCE *
      *        'B'. FBBAT07'S DEBITS-EQUAL-CREDITS PROOF COVERS  *
      *        THESE RECORDS TOO. EVERY MAPPING WAS PROVED BY    *
      *        D050 AND .GL OPENED BY D080 BEFORE THIS RUNS.     *
      *----------------------------------------------------------*
       D100-GRAVA-ESTORNOS-GL.

           IF WS-POSTING-OPEN = 'N'
              GO TO D100-GRAVA-ESTORNOS-GL-FIM.
           MOVE 1 TO WS-CHB-IX.
           PERFORM D110-GRAVA-UM-ESTORNO
              THRU D110-GRAVA-UM-ESTORNO-FIM
                UNTIL WS-CHB-IX > WS-CHB-COUNT
                   OR WS-RUN-FAILED = 'Y'.

       D100-GRAVA-ESTORNOS-GL-FIM.
           EXIT.
           MOVE WS-GLA-CREDIT (WS-GLA-IX) TO GL-ACCOUNT.
           MOVE 'D' TO GL-DC-FLAG.
           WRITE GL-RECORD.
           IF WS-FS-GL NOT = ZERO
              GO TO D180-ERRO-GL.
           MOVE WS-GLA-DEBIT (WS-GLA-IX) TO GL-ACCOUNT.
           MOVE 'C' TO GL-DC-FLAG.
           WRITE GL-RECORD.
           IF WS-FS-GL NOT = ZERO
              GO TO D180-ERRO-GL.
           GO TO D190-PROXIMO.

       D180-ERRO-GL.
           DISPLAY 'FBBAT14 - ERROR WRITING .GL ' WS-FS-GL
              ' AT CHARGEBACK ' WS-CHB-REF (WS-CHB-IX) ', RUN HELD'.
           DISPLAY 'FBBAT14 - .GL HOLDS PART OF THE REVERSALS - '
              'RESTORE IT BEFORE THE RERUN'.
           MOVE 'Y' TO WS-RUN-FAILED.

       D190-PROXIMO.
           ADD 1 TO WS-CHB-IX.
       D110-GRAVA-UM-ESTORNO-FIM.
           EXIT.

      *----------------------------------------------------------*
      * D150 - RAISE EACH NEW MATCHED CHARGEBACK ON THE MERCHANT *
      *        RECEIVABLE LEDGER AGAINST THE ORIGINAL'S          *
      *        MERCHANT-NUMBER, OUTSTANDING IN FULL. FBBAT10     *
      *        DEBITS IT FROM THE MERCHANT'S NEXT PAYOUT AND     *
      *        CARRIES ANY SHORTFALL. AN ORIGINAL WITH NO        *
      *        MERCHANT-NUMBER CANNOT BE RAISED AND IS LISTED ON *
      *        THE .CBX INSTEAD. ONE ALREADY ON THE LEDGER FROM  *
      *        A HELD EARLIER PASS (D070) IS NOT RAISED AGAIN.   *
      *        THE LEDGER WAS OPENED BY D080; A WRITE ERROR      *
      *        HOLDS THE RUN BEFORE ANY GL RECORD, REPORT OR     *
      *        MASTER IS WRITTEN.                                *
      *----------------------------------------------------------*
       D150-GRAVA-RECUPERACOES.

           IF WS-POSTING-OPEN = 'N'
              GO TO D150-GRAVA-RECUPERACOES-FIM.
           MOVE 1 TO WS-CHB-IX.
           PERFORM D160-GRAVA-UMA-RECUPERACAO
              THRU D160-GRAVA-UMA-RECUPERACAO-FIM
                UNTIL WS-CHB-IX > WS-CHB-COUNT
                   OR WS-RUN-FAILED = 'Y'.

       D150-GRAVA-RECUPERACOES-FIM.
           EXIT.

       D160-GRAVA-UMA-RECUPERACAO.
           IF WS-CHB-NEW (WS-CHB-IX) NOT = 'Y'
              OR WS-CHB-MATCHED (WS-CHB-IX) NOT = 'Y'
                 GO TO D169-PROXIMO.
           IF WS-CHB-MATCH-MERCH (WS-CHB-IX) = SPACES
              ADD 1 TO WS-NOMERCH-COUNT
              DISPLAY 'WARNING - CHARGEBACK ' WS-CHB-REF (WS-CHB-IX)
                 ' MATCHED WITH NO MERCHANT, NOT RECOVERED'
              GO TO D169-PROXIMO.
           IF WS-CHB-RAISED (WS-CHB-IX) = 'Y'
              DISPLAY 'FBBAT14 - CHARGEBACK ' WS-CHB-REF (WS-CHB-IX)
                 ' ALREADY ON RECEIVABLE LEDGER, NOT RAISED AGAIN'
              GO TO D169-PROXIMO.
           MOVE WS-CHB-MATCH-MERCH (WS-CHB-IX)
              TO RCV-MERCHANT-NUMBER.
           MOVE WS-CHB-REF (WS-CHB-IX) TO RCV-REFERENCE.
           MOVE WS-CHB-MATCH-ID (WS-CHB-IX) TO RCV-TRANSACTION-ID.
           MOVE WS-PROCESS-DATE TO RCV-ENTRY-DATE.
           MOVE WS-CHB-AMOUNT (WS-CHB-IX) TO RCV-ORIGINAL-AMOUNT.
           MOVE WS-CHB-AMOUNT (WS-CHB-IX) TO RCV-OUTSTANDING-AMOUNT.
           MOVE SPACES TO RCV-LAST-DATE.
           WRITE RECEIVABLE-RECORD.
           IF WS-FS-RECEIVABLE NOT = ZERO
              DISPLAY 'FBBAT14 - ERROR WRITING RECEIVABLE LEDGER '
                 WS-FS-RECEIVABLE ' AT CHARGEBACK '
                 WS-CHB-REF (WS-CHB-IX) ', RUN HELD'
              MOVE 'Y' TO WS-RUN-FAILED
              GO TO D160-GRAVA-UMA-RECUPERACAO-FIM.
           ADD 1 TO WS-RAISED-COUNT.

       D169-PROXIMO.
           ADD 1 TO WS-CHB-IX.

       D160-GRAVA-UMA-RECUPERACAO-FIM.
           EXIT.

      *----------------------------------------------------------*
      * D200 - EXCEPTION REPORT: EVERY NEW CHARGEBACK WITH NO    *
      *        SETTLED ORIGINAL. THE CARD IS MASKED AS           *
                  WS-UNMATCHED-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE FROM WS-REPORT-LINE.

      *    MATCHED ITEMS THAT COULD NOT BE RAISED ON THE
      *    RECEIVABLE LEDGER - FINANCE RECOVERS THEM BY HAND.
           IF WS-NOMERCH-COUNT > ZERO
              MOVE 1 TO WS-CHB-IX
              PERFORM D230-GRAVA-SEM-COMERCIANTE
                 THRU D230-GRAVA-SEM-COMERCIANTE-FIM
                   UNTIL WS-CHB-IX > WS-CHB-COUNT
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'MATCHED, NO MERCHANT TO RECOVER FROM: '
                     DELIMITED BY SIZE
                     WS-NOMERCH-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
              WRITE EXCEPTION-REPORT-LINE FROM WS-REPORT-LINE.
           CLOSE EXCEPTION-REPORT.

       D200-RELATORIO-EXCEPCOES-FIM.
       D210-GRAVA-EXCEPCAO-FIM.
           EXIT.

       D230-GRAVA-SEM-COMERCIANTE.
           IF WS-CHB-NEW (WS-CHB-IX) NOT = 'Y'
              OR WS-CHB-MATCHED (WS-CHB-IX) NOT = 'Y'
              OR WS-CHB-MATCH-MERCH (WS-CHB-IX) NOT = SPACES
                 GO TO D239-PROXIMO.
           MOVE WS-CHB-AMOUNT (WS-CHB-IX) TO WS-AMOUNT-EDITED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'REF: ' DELIMITED BY SIZE
                  WS-CHB-REF (WS-CHB-IX) DELIMITED BY SIZE
                  '  MATCHED: ' DELIMITED BY SIZE
                  WS-CHB-MATCH-ID (WS-CHB-IX) DELIMITED BY SIZE
                  '  NO MERCHANT  ' DELIMITED BY SIZE
                  WS-AMOUNT-EDITED DELIMITED BY SIZE
                  ' EUR' DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE FROM WS-REPORT-LINE.

       D239-PROXIMO.
           ADD 1 TO WS-CHB-IX.

       D230-GRAVA-SEM-COMERCIANTE-FIM.
           EXIT.

      *----------------------------------------------------------*
      * D300 - REWRITE THE OPEN-CHARGEBACKS MASTER: EVERYTHING   *
      *        STILL OPEN (NOT CLEARED BY THE DISPUTE DESK),     *

      **********************************************************
      * PROGRAM: FBBAT26.CBL                                    *
      * DESCRIPTION: CARD TOKEN CONVERSION OF THE STANDING      *
      *              MASTERS. RUN ONCE WHEN THE TOKEN VAULT     *
      *              (TOKEN.CPY) COMES INTO USE: EVERY FULL     *
      *              CARD NUMBER ALREADY AT REST IN A MASTER IS *
      *              EXCHANGED FOR ITS TOKEN, SO THE CARD/      *
      *              AMOUNT/DATE FALLBACK MATCHES (FBBAT08,     *
      *              FBBAT14) AND THE FRAUD CASES KEEP FINDING  *
      *              RECORDS WRITTEN BEFORE PROCESS-SIBS BEGAN  *
      *              TOKENIZING ON INTAKE. CONVERTS:            *
      *                THE FBBAT12 HISTORY MASTER (IN PLACE);   *
      *                THE FBBAT23 FRAUD CASE MASTER AND ITS    *
      *                  CONTRIBUTING-TRANSACTION FILE (KEYED   *
      *                  ON THE CARD - EACH RECORD IS RE-FILED  *
      *                  UNDER THE TOKEN);                      *
      *                THE FBBAT08 SUSPENSE MASTER AND THE      *
      *                  FBBAT14 OPEN-CHARGEBACKS MASTER        *
      *                  (COPIED THROUGH A .CNV WORK FILE AND   *
      *                  BACK).                                 *
      *              THE STOP-LIST AND THE PROCESS-SIBS CARRY-  *
      *              FORWARD FILE ARE TOKENIZED BY PROCESS-SIBS *
      *              ITSELF. A TOKEN ALREADY IN PLACE IS LEFT   *
      *              AS IT IS, SO THE RUN CAN BE REPEATED       *
      *              SAFELY. A MISSING MASTER IS SKIPPED. ANY   *
      *              CARD THE VAULT CANNOT TOKENIZE STOPS THE   *
      *              RUN WITH RETURN-CODE 8. OPERATOR RUN,      *
      *              OUTSIDE THE NIGHTLY RUN-CONTROL LEDGER -   *
      *              RUN IT BETWEEN PROCESSING DAYS.            *
      * DEVELOPER: FRANCISCO BORGES                             *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBBAT26.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    CARD TOKEN VAULT - SEE TOKEN.CPY.
           SELECT VAULT-FILE ASSIGN TO DYNAMIC WS-VAULT-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TKV-PAN
              ALTERNATE RECORD KEY IS TKV-TOKEN
              FILE STATUS IS WS-FS-VAULT.

           SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-HISTORY-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HIS-TRANSACTION-ID
              FILE STATUS IS WS-FS-HISTORY.

           SELECT CASE-FILE ASSIGN TO DYNAMIC WS-CASE-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FCS-CARD-NUMBER
              FILE STATUS IS WS-FS-CASE.

           SELECT CASE-TXN-FILE ASSIGN TO DYNAMIC WS-CASE-TXN-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FCT-KEY
              FILE STATUS IS WS-FS-CASE-TXN.

      *    A LINE-SEQUENTIAL MASTER AND ITS WORK COPY - ONE PAIR,
      *    USED IN TURN FOR EACH MASTER (D100).
           SELECT LEGACY-FILE ASSIGN TO DYNAMIC WS-LEGACY-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-LEGACY.

           SELECT WORK-FILE ASSIGN TO DYNAMIC WS-WORK-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-WORK.

       DATA DIVISION.
       FILE SECTION.
       FD  VAULT-FILE.
       01  VAULT-RECORD.
           05 TKV-PAN               PIC X(16).
           05 TKV-TOKEN             PIC X(16).
           05 TKV-ISSUED-DATE       PIC X(8).
           05 TKV-ISSUED-BY         PIC X(12).

      * TRANSACTION-HISTORY MASTER - SEE FBBAT12.
       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05 HIS-TRANSACTION-ID    PIC X(6).
           05 HIS-TRANSACTION-DATE  PIC X(8).
           05 HIS-TRANSACTION-TIME  PIC X(4).
           05 HIS-CARD-NUMBER       PIC X(16).
           05 HIS-TRANSACTION-AMOUNT PIC 9(7)V99.
           05 HIS-TRANSACTION-CODE  PIC X(4).
           05 HIS-REGION-CODE       PIC X(1).
           05 HIS-TRANSACTION-STATUS PIC X(10).
           05 HIS-CURRENCY-CODE     PIC X(3).
           05 HIS-ORIGINAL-AMOUNT   PIC 9(7)V99.
           05 HIS-MERCHANT-NUMBER   PIC X(8).
           05 HIS-DISPOSITION       PIC X(10).
           05 HIS-REASON            PIC X(22).
           05 HIS-PROCESS-DATE      PIC X(8).

      * FRAUD CASE MASTER - SEE FBBAT23.
       FD  CASE-FILE.
       01  CASE-RECORD.
           05 FCS-CARD-NUMBER       PIC X(16).
           05 FCS-CASE-NUMBER       PIC 9(7).
           05 FCS-STATUS            PIC X(1).
           05 FCS-OPEN-DATE         PIC X(8).
           05 FCS-LAST-ACTIVITY-DATE PIC X(8).
           05 FCS-STOPLIST-COUNT    PIC 9(5).
           05 FCS-VELOCITY-COUNT    PIC 9(5).
           05 FCS-CHARGEBACK-COUNT  PIC 9(5).
           05 FCS-TOTAL-AMOUNT      PIC 9(9)V99.
           05 FCS-STATUS-DATE       PIC X(8).
           05 FCS-ANALYST           PIC X(8).
           05 FCS-DISPOSITION       PIC X(40).
           05 FCS-SUPPRESS-UNTIL    PIC X(8).

      * FRAUD CASE CONTRIBUTING TRANSACTIONS - SEE FBBAT23.
       FD  CASE-TXN-FILE.
       01  CASE-TXN-RECORD.
           05 FCT-KEY.
              10 FCT-CARD-NUMBER    PIC X(16).
              10 FCT-SOURCE         PIC X(1).
              10 FCT-REFERENCE      PIC X(6).
           05 FCT-CASE-NUMBER       PIC 9(7).
           05 FCT-TRANSACTION-DATE  PIC X(8).
           05 FCT-TRANSACTION-TIME  PIC X(4).
           05 FCT-AMOUNT            PIC 9(7)V99.
           05 FCT-TRANSACTION-CODE  PIC X(4).
           05 FCT-ORIGINAL-ID       PIC X(6).
           05 FCT-DETAIL            PIC X(22).
           05 FCT-ADDED-DATE        PIC X(8).

       FD  LEGACY-FILE.
       01  LEGACY-RECORD            PIC X(200).

       FD  WORK-FILE.
       01  WORK-RECORD              PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-HISTORY-PATH          PIC X(104).
       01  WS-CASE-PATH             PIC X(104).
       01  WS-CASE-TXN-PATH         PIC X(108).
       01  WS-SUSPENSE-PATH         PIC X(104).
       01  WS-OPEN-PATH             PIC X(104).
       01  WS-LEGACY-PATH           PIC X(104).
       01  WS-WORK-PATH             PIC X(108).
       01  WS-FS-HISTORY            PIC 9(2) VALUE ZERO.
       01  WS-FS-CASE               PIC 9(2) VALUE ZERO.
       01  WS-FS-CASE-TXN           PIC 9(2) VALUE ZERO.
       01  WS-FS-LEGACY             PIC 9(2) VALUE ZERO.
       01  WS-FS-WORK               PIC 9(2) VALUE ZERO.
       01  WS-EOF-FILE              PIC X(1) VALUE 'N'.
       01  WS-PROCESS-DATE          PIC X(8) VALUE SPACES.
      * SET WHEN A CARD COULD NOT BE TOKENIZED OR A MASTER COULD
      * NOT BE WRITTEN - EVERY LATER STEP IS SKIPPED AND THE RUN
      * ENDS WITH RETURN-CODE 8.
       01  WS-RUN-FAILED            PIC X(1) VALUE 'N'.

      * THE LINE-SEQUENTIAL MASTER BEING CONVERTED: ITS NAME FOR
      * THE MESSAGES AND WHERE ITS CARD-NUMBER STARTS.
       01  WS-LEGACY-NAME           PIC X(16) VALUE SPACES.
       01  WS-CARD-OFFSET           PIC 9(3) VALUE ZERO.
       01  WS-LEGACY-COUNT          PIC 9(7) VALUE ZERO.

      * A RE-FILED CASE OR CASE TRANSACTION: THE OLD KEY IT IS
      * DELETED UNDER AND THE PASS RESUMES AFTER.
       01  WS-OLD-CARD              PIC X(16) VALUE SPACES.
       01  WS-OLD-TXN-KEY           PIC X(23) VALUE SPACES.

       01  WS-HISTORY-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-CASE-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-CASE-TXN-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-SUSPENSE-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-OPEN-COUNT            PIC 9(7) VALUE ZERO.

           COPY TOKEN.

       PROCEDURE DIVISION.

       A000-PRINCIPAL.

           PERFORM A100-INICIO
              THRU A100-INICIO-FIM.

           PERFORM B100-CONVERTE-HISTORIA
              THRU B100-CONVERTE-HISTORIA-FIM.

           IF WS-RUN-FAILED = 'N'
              PERFORM C100-CONVERTE-CASOS
                 THRU C100-CONVERTE-CASOS-FIM.

           IF WS-RUN-FAILED = 'N'
              PERFORM C200-CONVERTE-MOVIMENTOS
                 THRU C200-CONVERTE-MOVIMENTOS-FIM.

           IF WS-RUN-FAILED = 'N'
              MOVE WS-SUSPENSE-PATH TO WS-LEGACY-PATH
              MOVE 'SUSPENSE MASTER' TO WS-LEGACY-NAME
              MOVE 19 TO WS-CARD-OFFSET
              PERFORM D100-CONVERTE-SEQUENCIAL
                 THRU D100-CONVERTE-SEQUENCIAL-FIM
              MOVE WS-LEGACY-COUNT TO WS-SUSPENSE-COUNT.

           IF WS-RUN-FAILED = 'N'
              MOVE WS-OPEN-PATH TO WS-LEGACY-PATH
              MOVE 'CHBOPEN MASTER' TO WS-LEGACY-NAME
              MOVE 21 TO WS-CARD-OFFSET
              PERFORM D100-CONVERTE-SEQUENCIAL
                 THRU D100-CONVERTE-SEQUENCIAL-FIM
              MOVE WS-LEGACY-COUNT TO WS-OPEN-COUNT.

           PERFORM A900-FIM
              THRU A900-FIM-FIM.

           STOP RUN.

       A100-INICIO.

           ACCEPT WS-PROCESS-DATE FROM ENVIRONMENT 'PROCESS_DATE'.
           IF WS-PROCESS-DATE = SPACES
              ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD.

           ACCEPT WS-HISTORY-PATH FROM ENVIRONMENT 'ENT002_HISTORY'.
           IF WS-HISTORY-PATH = SPACES
              MOVE '/home/kikos/ficheiros/HISTORIA'
                 TO WS-HISTORY-PATH.

           ACCEPT WS-CASE-PATH FROM ENVIRONMENT 'ENT002_FRAUD'.
           IF WS-CASE-PATH = SPACES
              MOVE '/home/kikos/ficheiros/FRAUDE' TO WS-CASE-PATH.
           STRING WS-CASE-PATH DELIMITED BY SPACE
                  '.TRN' DELIMITED BY SIZE INTO WS-CASE-TXN-PATH.

           ACCEPT WS-SUSPENSE-PATH FROM ENVIRONMENT 'ENT002_SUSPENSE'.
           IF WS-SUSPENSE-PATH = SPACES
              MOVE '/home/kikos/ficheiros/SUSPENSE'
                 TO WS-SUSPENSE-PATH.

           ACCEPT WS-OPEN-PATH FROM ENVIRONMENT 'ENT002_CHBOPEN'.
           IF WS-OPEN-PATH = SPACES
              MOVE '/home/kikos/ficheiros/CHBOPEN' TO WS-OPEN-PATH.

           MOVE 'FBBAT26' TO WS-TKN-PROGRAM.
           MOVE WS-PROCESS-DATE TO WS-TKN-DATE.
           PERFORM TK-ABRE-COFRE
              THRU TK-ABRE-COFRE-FIM.
           IF WS-TKN-ERROR = 'Y'
              DISPLAY 'FBBAT26 - TOKEN VAULT NOT AVAILABLE'
              MOVE 8 TO RETURN-CODE
              STOP RUN.

       A100-INICIO-FIM.
           EXIT.

       A900-FIM.

           PERFORM TK-FECHA-COFRE
              THRU TK-FECHA-COFRE-FIM.
           IF WS-RUN-FAILED = 'Y'
              DISPLAY 'FBBAT26 - RUN STOPPED, SEE MESSAGES ABOVE - '
                 'RERUN ONCE THE PROBLEM IS CLEARED'
              MOVE 8 TO RETURN-CODE
           ELSE
              DISPLAY 'FBBAT26 FIM NORMAL - HISTORIA: '
                 WS-HISTORY-COUNT
                 '  CASOS: ' WS-CASE-COUNT
                 '  MOVIMENTOS: ' WS-CASE-TXN-COUNT
                 '  SUSPENSE: ' WS-SUSPENSE-COUNT
                 '  CHBOPEN: ' WS-OPEN-COUNT.

       A900-FIM-FIM.
           EXIT.

      *----------------------------------------------------------*
      * B100 - THE HISTORY MASTER IS KEYED ON TRANSACTION-ID, SO *
      *        EACH CARD IS SIMPLY REWRITTEN IN PLACE.           *
      *----------------------------------------------------------*
       B100-CONVERTE-HISTORIA.

           OPEN I-O HISTORY-FILE.
           IF WS-FS-HISTORY NOT = ZERO
              DISPLAY 'FBBAT26 - NO HISTORY MASTER, SKIPPED'
              GO TO B100-CONVERTE-HISTORIA-FIM.
           MOVE LOW-VALUES TO HIS-TRANSACTION-ID.
           START HISTORY-FILE KEY NOT LESS HIS-TRANSACTION-ID
              INVALID KEY
                 MOVE 'S' TO WS-EOF-FILE
              NOT INVALID KEY
                 MOVE 'N' TO WS-EOF-FILE.
           PERFORM B110-LE-HISTORIA
              THRU B110-LE-HISTORIA-FIM
                UNTIL WS-EOF-FILE = 'S'.
           CLOSE HISTORY-FILE.

       B100-CONVERTE-HISTORIA-FIM.
           EXIT.

       B110-LE-HISTORIA.
           READ HISTORY-FILE NEXT RECORD
              AT END
                 MOVE 'S' TO WS-EOF-FILE
                 GO TO B110-LE-HISTORIA-FIM.
           MOVE HIS-CARD-NUMBER TO WS-TKN-PAN.
           PERFORM Q100-TOKENIZA-CARTAO
              THRU Q100-TOKENIZA-CARTAO-FIM.
           IF WS-RUN-FAILED = 'Y'
              MOVE 'S' TO WS-EOF-FILE
              GO TO B110-LE-HISTORIA-FIM.
           IF WS-TKN-TOKEN = HIS-CARD-NUMBER
              GO TO B110-LE-HISTORIA-FIM.

           MOVE WS-TKN-TOKEN TO HIS-CARD-NUMBER.
           REWRITE HISTORY-RECORD
              INVALID KEY
                 DISPLAY 'FBBAT26 - HISTORY REWRITE FAILED '
                    WS-FS-HISTORY ' ID ' HIS-TRANSACTION-ID
                 MOVE 'Y' TO WS-RUN-FAILED
                 MOVE 'S' TO WS-EOF-FILE
                 GO TO B110-LE-HISTORIA-FIM.
           ADD 1 TO WS-HISTORY-COUNT.

       B110-LE-HISTORIA-FIM.
           EXIT.

      *----------------------------------------------------------*
      * C100 - THE FRAUD CASE MASTER IS KEYED ON THE CARD: A     *
      *        CASE STILL UNDER A PAN IS FILED AGAIN UNDER THE   *
      *        TOKEN, THE PAN RECORD DELETED, AND THE PASS       *
      *        RESUMES AFTER THE PAN. A TOKEN THAT ALREADY HAS A *
      *        CASE LEAVES THE PAN CASE WHERE IT IS FOR THE      *
      *        FRAUD DESK AND STOPS THE RUN.                     *
      *----------------------------------------------------------*
       C100-CONVERTE-CASOS.

           OPEN I-O CASE-FILE.
           IF WS-FS-CASE NOT = ZERO
              DISPLAY 'FBBAT26 - NO FRAUD CASE MASTER, SKIPPED'
              GO TO C100-CONVERTE-CASOS-FIM.
           MOVE LOW-VALUES TO FCS-CARD-NUMBER.
           START CASE-FILE KEY NOT LESS FCS-CARD-NUMBER
              INVALID KEY
                 MOVE 'S' TO WS-EOF-FILE
              NOT INVALID KEY
                 MOVE 'N' TO WS-EOF-FILE.
           PERFORM C110-LE-CASO
              THRU C110-LE-CASO-FIM
                UNTIL WS-EOF-FILE = 'S'.
           CLOSE CASE-FILE.

       C100-CONVERTE-CASOS-FIM.
           EXIT.

       C110-LE-CASO.
           READ CASE-FILE NEXT RECORD
              AT END
                 MOVE 'S' TO WS-EOF-FILE
                 GO TO C110-LE-CASO-FIM.
           MOVE FCS-CARD-NUMBER TO WS-TKN-PAN.
           PERFORM Q100-TOKENIZA-CARTAO
              THRU Q100-TOKENIZA-CARTAO-FIM.
           IF WS-RUN-FAILED = 'Y'
              MOVE 'S' TO WS-EOF-FILE
              GO TO C110-LE-CASO-FIM.
           IF WS-TKN-TOKEN = FCS-CARD-NUMBER
              GO TO C110-LE-CASO-FIM.

           MOVE FCS-CARD-NUMBER TO WS-OLD-CARD.
           MOVE WS-TKN-TOKEN TO FCS-CARD-NUMBER.
           WRITE CASE-RECORD
              INVALID KEY
                 DISPLAY 'FBBAT26 - CASE ' FCS-CASE-NUMBER
                    ' NOT RE-FILED, TOKEN ALREADY HAS A CASE'
                 MOVE 'Y' TO WS-RUN-FAILED
                 MOVE 'S' TO WS-EOF-FILE
                 GO TO C110-LE-CASO-FIM.
           MOVE WS-OLD-CARD TO FCS-CARD-NUMBER.
           DELETE CASE-FILE RECORD
              INVALID KEY
                 DISPLAY 'FBBAT26 - CASE ' FCS-CASE-NUMBER
                    ' PAN RECORD NOT DELETED ' WS-FS-CASE
                 MOVE 'Y' TO WS-RUN-FAILED
                 MOVE 'S' TO WS-EOF-FILE
                 GO TO C110-LE-CASO-FIM.
           ADD 1 TO WS-CASE-COUNT.
           MOVE WS-OLD-CARD TO FCS-CARD-NUMBER.
           START CASE-FILE KEY GREATER FCS-CARD-NUMBER
              INVALID KEY
                 MOVE 'S' TO WS-EOF-FILE.

       C110-LE-CASO-FIM.
           EXIT.

      *----------------------------------------------------------*
      * C200 - THE CONTRIBUTING-TRANSACTION FILE, KEYED ON CARD, *
      *        SOURCE AND REFERENCE - SAME RE-FILING AS C100.    *
      *----------------------------------------------------------*
       C200-CONVERTE-MOVIMENTOS.

           OPEN I-O CASE-TXN-FILE.
           IF WS-FS-CASE-TXN NOT = ZERO
              DISPLAY 'FBBAT26 - NO FRAUD CASE TRANSACTIONS, SKIPPED'
              GO TO C200-CONVERTE-MOVIMENTOS-FIM.
           MOVE LOW-VALUES TO FCT-KEY.
           START CASE-TXN-FILE KEY NOT LESS FCT-KEY
              INVALID KEY
                 MOVE 'S' TO WS-EOF-FILE
              NOT INVALID KEY
                 MOVE 'N' TO WS-EOF-FILE.
           PERFORM C210-LE-MOVIMENTO
              THRU C210-LE-MOVIMENTO-FIM
                UNTIL WS-EOF-FILE = 'S'.
           CLOSE CASE-TXN-FILE.

       C200-CONVERTE-MOVIMENTOS-FIM.
           EXIT.

       C210-LE-MOVIMENTO.
           READ CASE-TXN-FILE NEXT RECORD
              AT END
                 MOVE 'S' TO WS-EOF-FILE
                 GO TO C210-LE-MOVIMENTO-FIM.
           MOVE FCT-CARD-NUMBER TO WS-TKN-PAN.
           PERFORM Q100-TOKENIZA-CARTAO
              THRU Q100-TOKENIZA-CARTAO-FIM.
           IF WS-RUN-FAILED = 'Y'
              MOVE 'S' TO WS-EOF-FILE
              GO TO C210-LE-MOVIMENTO-FIM.
           IF WS-TKN-TOKEN = FCT-CARD-NUMBER
              GO TO C210-LE-MOVIMENTO-FIM.

           MOVE FCT-KEY TO WS-OLD-TXN-KEY.
           MOVE WS-TKN-TOKEN TO FCT-CARD-NUMBER.
           WRITE CASE-TXN-RECORD
              INVALID KEY
                 DISPLAY 'FBBAT26 - CASE ' FCT-CASE-NUMBER
                    ' TRANSACTION ' FCT-REFERENCE
                    ' NOT RE-FILED, ALREADY UNDER THE TOKEN'
                 MOVE 'Y' TO WS-RUN-FAILED
                 MOVE 'S' TO WS-EOF-FILE
                 GO TO C210-LE-MOVIMENTO-FIM.
           MOVE WS-OLD-TXN-KEY TO FCT-KEY.
           DELETE CASE-TXN-FILE RECORD
              INVALID KEY
                 DISPLAY 'FBBAT26 - CASE ' FCT-CASE-NUMBER
                    ' TRANSACTION ' FCT-REFERENCE
                    ' PAN RECORD NOT DELETED ' WS-FS-CASE-TXN
                 MOVE 'Y' TO WS-RUN-FAILED
                 MOVE 'S' TO WS-EOF-FILE
                 GO TO C210-LE-MOVIMENTO-FIM.
           ADD 1 TO WS-CASE-TXN-COUNT.
           MOVE WS-OLD-TXN-KEY TO FCT-KEY.
           START CASE-TXN-FILE KEY GREATER FCT-KEY
              INVALID KEY
                 MOVE 'S' TO WS-EOF-FILE.

       C210-LE-MOVIMENTO-FIM.
           EXIT.

      *----------------------------------------------------------*
      * D100 - A LINE-SEQUENTIAL MASTER (WS-LEGACY-PATH, CARD AT *
      *        WS-CARD-OFFSET): COPIED TOKENIZED TO THE .CNV     *
      *        WORK FILE, THEN COPIED BACK OVER THE MASTER ONLY  *
      *        WHEN EVERY CARD WAS TOKENIZED AND WRITTEN - A     *
      *        STOPPED RUN LEAVES THE MASTER AS IT WAS. A COPY-  *
      *        BACK THAT FAILS NAMES THE .CNV FILE, WHICH HOLDS  *
      *        THE WHOLE TOKENIZED MASTER, TO RESTORE FROM.      *
      *----------------------------------------------------------*
       D100-CONVERTE-SEQUENCIAL.

           MOVE ZERO TO WS-LEGACY-COUNT.
           MOVE SPACES TO WS-WORK-PATH.
           STRING WS-LEGACY-PATH DELIMITED BY SPACE
                  '.CNV' DELIMITED BY SIZE INTO WS-WORK-PATH.
           OPEN INPUT LEGACY-FILE.
           IF WS-FS-LEGACY NOT = ZERO
              DISPLAY 'FBBAT26 - NO ' WS-LEGACY-NAME ', SKIPPED'
              GO TO D100-CONVERTE-SEQUENCIAL-FIM.
           OPEN OUTPUT WORK-FILE.
           IF WS-FS-WORK NOT = ZERO
              DISPLAY 'FBBAT26 - CANNOT OPEN WORK FILE ' WS-FS-WORK
              CLOSE LEGACY-FILE
              MOVE 'Y' TO WS-RUN-FAILED
              GO TO D100-CONVERTE-SEQUENCIAL-FIM.
           MOVE 'N' TO WS-EOF-FILE.
           PERFORM D110-TOKENIZA-LINHA
              THRU D110-TOKENIZA-LINHA-FIM
                UNTIL WS-EOF-FILE = 'S'.
           CLOSE LEGACY-FILE.
           CLOSE WORK-FILE.
           IF WS-FS-WORK NOT = ZERO
              DISPLAY 'FBBAT26 - ERROR CLOSING WORK FILE ' WS-FS-WORK
              MOVE 'Y' TO WS-RUN-FAILED.
           IF WS-RUN-FAILED = 'Y' OR WS-LEGACY-COUNT = ZERO
              GO TO D100-CONVERTE-SEQUENCIAL-FIM.

           OPEN INPUT WORK-FILE.
           OPEN OUTPUT LEGACY-FILE.
           IF WS-FS-WORK NOT = ZERO OR WS-FS-LEGACY NOT = ZERO
              DISPLAY 'FBBAT26 - CANNOT REWRITE ' WS-LEGACY-NAME
                 ' - TOKENIZED COPY LEFT IN ' WS-WORK-PATH
              MOVE 'Y' TO WS-RUN-FAILED
              GO TO D100-CONVERTE-SEQUENCIAL-FIM.
           MOVE 'N' TO WS-EOF-FILE.
           PERFORM D120-COPIA-LINHA
              THRU D120-COPIA-LINHA-FIM
                UNTIL WS-EOF-FILE = 'S'.
           CLOSE WORK-FILE.
           CLOSE LEGACY-FILE.
           IF WS-FS-LEGACY NOT = ZERO
              DISPLAY 'FBBAT26 - ERROR CLOSING ' WS-LEGACY-NAME ' '
                 WS-FS-LEGACY
              MOVE 'Y' TO WS-RUN-FAILED.
           IF WS-RUN-FAILED = 'Y'
              DISPLAY 'FBBAT26 - ' WS-LEGACY-NAME ' INCOMPLETE - '
                 'RESTORE IT FROM ' WS-WORK-PATH.

       D100-CONVERTE-SEQUENCIAL-FIM.
           EXIT.

       D110-TOKENIZA-LINHA.
           READ LEGACY-FILE
              AT END
                 MOVE 'S' TO WS-EOF-FILE
                 GO TO D110-TOKENIZA-LINHA-FIM.
           MOVE LEGACY-RECORD (WS-CARD-OFFSET:16) TO WS-TKN-PAN.
           PERFORM Q100-TOKENIZA-CARTAO
              THRU Q100-TOKENIZA-CARTAO-FIM.
           IF WS-RUN-FAILED = 'Y'
              MOVE 'S' TO WS-EOF-FILE
              GO TO D110-TOKENIZA-LINHA-FIM.
           IF WS-TKN-TOKEN NOT = LEGACY-RECORD (WS-CARD-OFFSET:16)
              MOVE WS-TKN-TOKEN TO LEGACY-RECORD (WS-CARD-OFFSET:16)
              ADD 1 TO WS-LEGACY-COUNT.
           WRITE WORK-RECORD FROM LEGACY-RECORD.
           IF WS-FS-WORK NOT = ZERO
              DISPLAY 'FBBAT26 - ERROR WRITING WORK FILE ' WS-FS-WORK
                 ' - ' WS-LEGACY-NAME ' LEFT AS IT WAS'
              MOVE 'Y' TO WS-RUN-FAILED
              MOVE 'S' TO WS-EOF-FILE.

       D110-TOKENIZA-LINHA-FIM.
           EXIT.

       D120-COPIA-LINHA.
           READ WORK-FILE
              AT END
                 MOVE 'S' TO WS-EOF-FILE
                 GO TO D120-COPIA-LINHA-FIM.
           WRITE LEGACY-RECORD FROM WORK-RECORD.
           IF WS-FS-LEGACY NOT = ZERO
              DISPLAY 'FBBAT26 - ERROR WRITING ' WS-LEGACY-NAME ' '
                 WS-FS-LEGACY
              MOVE 'Y' TO WS-RUN-FAILED
              MOVE 'S' TO WS-EOF-FILE.

       D120-COPIA-LINHA-FIM.
           EXIT.

      *----------------------------------------------------------*
      * Q100 - EXCHANGE WS-TKN-PAN FOR ITS TOKEN (TOKEN-READ). A *
      *        TOKEN COMES BACK AS IT WENT IN.                   *
      *----------------------------------------------------------*
       Q100-TOKENIZA-CARTAO.

           PERFORM TK-TOKENIZA
              THRU TK-TOKENIZA-FIM.
           IF WS-TKN-ERROR = 'Y'
              DISPLAY 'FBBAT26 - CARD COULD NOT BE TOKENIZED'
              MOVE 'Y' TO WS-RUN-FAILED.

       Q100-TOKENIZA-CARTAO-FIM.
           EXIT.

           COPY TOKEN-READ.

      **********************************************************
      * PROGRAM: FBBAT25.CBL                                    *
      * DESCRIPTION: CARD DETOKENIZE RUN. THE ONE PROGRAM THAT  *
      *              TURNS A TOKEN BACK INTO ITS FULL CARD      *
      *              NUMBER (PAN), FROM THE TOKEN VAULT         *
      *              (TOKEN.CPY). EACH LINE OF THE REQUEST FILE *
      *              NAMES A TOKEN, THE OPERATOR ASKING AND WHY *
      *              (E.G. THE SCHEME'S DISPUTE REFERENCE). A   *
      *              REQUEST IS GRANTED ONLY FOR AN OPERATOR ON *
      *              THE VAULT'S AUTHORISED-OPERATOR FILE, WITH *
      *              A REASON GIVEN, FOR A TOKEN THE VAULT      *
      *              ISSUED. A GRANTED PAN GOES ONLY TO THE     *
      *              RESTRICTED OUTPUT FILE (COFRE.PAN),        *
      *              REWRITTEN BY EVERY RUN - IT IS NEVER       *
      *              DISPLAYED OR PRINTED. EVERY REQUEST,       *
      *              GRANTED OR REFUSED (WITH ITS REASON), IS   *
      *              APPENDED TO THE VAULT'S PERMANENT AUDIT    *
      *              LOG WITH THE OPERATOR, REASON, TOKEN AND   *
      *              TIME. OPERATOR RUN, OUTSIDE THE NIGHTLY    *
      *              RUN-CONTROL LEDGER.                        *
      *              FILES (ENVIRONMENT, DEFAULT):              *
      *                ENT002_VAULT      COFRE                  *
      *                ENT002_DETOKEN    COFRE.PED (REQUESTS)   *
      *                ENT002_VAULT_AUTH COFRE.AUT (OPERATORS)  *
      *                ENT002_VAULT_AUD  COFRE.AUD (AUDIT LOG)  *
      *                ENT002_VAULT_PAN  COFRE.PAN (OUTPUT)     *
      * DEVELOPER: FRANCISCO BORGES                             *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBBAT25.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    CARD TOKEN VAULT - SEE TOKEN.CPY. READ ONLY HERE.
           SELECT VAULT-FILE ASSIGN TO DYNAMIC WS-VAULT-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TKV-PAN
              ALTERNATE RECORD KEY IS TKV-TOKEN
              FILE STATUS IS WS-FS-VAULT.

           SELECT REQUEST-FILE ASSIGN TO DYNAMIC WS-REQUEST-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-REQUEST.

           SELECT AUTH-FILE ASSIGN TO DYNAMIC WS-AUTH-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-AUTH.

           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-AUDIT.

           SELECT PAN-FILE ASSIGN TO DYNAMIC WS-PAN-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-PAN.

       DATA DIVISION.
       FILE SECTION.
       FD  VAULT-FILE.
       01  VAULT-RECORD.
           05 TKV-PAN               PIC X(16).
           05 TKV-TOKEN             PIC X(16).
           05 TKV-ISSUED-DATE       PIC X(8).
           05 TKV-ISSUED-BY         PIC X(12).

      * DETOKENIZE REQUESTS, ONE TOKEN PER LINE.
       FD  REQUEST-FILE.
       01  REQUEST-RECORD.
           05 DTR-TOKEN             PIC X(16).
           05 DTR-OPERATOR          PIC X(8).
           05 DTR-REASON            PIC X(40).

      * OPERATORS ALLOWED TO DETOKENIZE, ONE PER LINE. THE FILE
      * IS KEPT BY SECURITY, NOT BY THE OPERATORS ON IT.
       FD  AUTH-FILE.
       01  AUTH-RECORD.
           05 AUT-OPERATOR          PIC X(8).

      * PERMANENT AUDIT LOG, APPENDED TO BY EVERY RUN. ONE LINE
      * PER REQUEST: 'GRANT ' OR 'REFUSE' WITH THE REASON IT WAS
      * REFUSED. THE TOKEN IS LOGGED, NEVER THE PAN.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05 AUD-PROCESS-DATE      PIC X(8).
           05 AUD-TIME              PIC X(6).
           05 AUD-OPERATOR          PIC X(8).
           05 AUD-RESULT            PIC X(6).
           05 AUD-REFUSE-REASON     PIC X(22).
           05 AUD-TOKEN             PIC X(16).
           05 AUD-REQUEST-REASON    PIC X(40).

      * RESTRICTED OUTPUT: THE GRANTED TOKENS AND THEIR PANS.
       FD  PAN-FILE.
       01  PAN-RECORD.
           05 PAN-TOKEN             PIC X(16).
           05 PAN-CARD-NUMBER       PIC X(16).
           05 PAN-OPERATOR          PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-VAULT-PATH            PIC X(104).
       01  WS-REQUEST-PATH          PIC X(104).
       01  WS-AUTH-PATH             PIC X(104).
       01  WS-AUDIT-PATH            PIC X(104).
       01  WS-PAN-PATH              PIC X(104).
       01  WS-FS-VAULT              PIC 9(2) VALUE ZERO.
       01  WS-FS-REQUEST            PIC 9(2) VALUE ZERO.
       01  WS-FS-AUTH               PIC 9(2) VALUE ZERO.
       01  WS-FS-AUDIT              PIC 9(2) VALUE ZERO.
       01  WS-FS-PAN                PIC 9(2) VALUE ZERO.
       01  WS-EOF-FILE              PIC X(1) VALUE 'N'.
       01  WS-PROCESS-DATE          PIC X(8) VALUE SPACES.
       01  WS-RUN-TIME              PIC X(6) VALUE SPACES.

      * AUTHORISED OPERATORS, LOADED ONCE. A MISSING FILE LOADS
      * NONE, AND EVERY REQUEST IS THEN REFUSED AND LOGGED.
       01  WS-AUT-MAX               PIC 9(3) VALUE 200.
       01  WS-AUT-COUNT             PIC 9(3) VALUE ZERO.
       01  WS-AUT-TABLE.
           05 WS-AUT-OPERATOR OCCURS 200 TIMES
                 INDEXED BY WS-AUT-IX
                                     PIC X(8).
       01  WS-AUTHORISED            PIC X(1) VALUE 'N'.

      * THE REASON THE CURRENT REQUEST WAS REFUSED (SPACES WHEN
      * IT IS GRANTED).
       01  WS-REFUSE-REASON         PIC X(22) VALUE SPACES.

       01  WS-REQUEST-READ          PIC 9(5) VALUE ZERO.
       01  WS-GRANTED-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-REFUSED-COUNT         PIC 9(5) VALUE ZERO.

      * SET WHEN THE AUDIT LOG OR THE OUTPUT FILE CANNOT BE
      * WRITTEN. NO REQUEST IS TAKEN AFTER THAT AND THE RUN ENDS
      * WITH RETURN-CODE 8.
       01  WS-RUN-FAILED            PIC X(1) VALUE 'N'.

       PROCEDURE DIVISION.

       A000-PRINCIPAL.

           PERFORM A100-INICIO
              THRU A100-INICIO-FIM.

           MOVE 'N' TO WS-EOF-FILE.
           PERFORM B100-TRATA-PEDIDO
              THRU B100-TRATA-PEDIDO-FIM
                UNTIL WS-EOF-FILE = 'S'
                   OR WS-RUN-FAILED = 'Y'.

           PERFORM A900-FIM
              THRU A900-FIM-FIM.

           STOP RUN.

       A100-INICIO.

           ACCEPT WS-PROCESS-DATE FROM ENVIRONMENT 'PROCESS_DATE'.
           IF WS-PROCESS-DATE = SPACES
              ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           ACCEPT WS-VAULT-PATH FROM ENVIRONMENT 'ENT002_VAULT'.
           IF WS-VAULT-PATH = SPACES
              MOVE '/home/kikos/ficheiros/COFRE' TO WS-VAULT-PATH.

           ACCEPT WS-REQUEST-PATH FROM ENVIRONMENT 'ENT002_DETOKEN'.
           IF WS-REQUEST-PATH = SPACES
              MOVE '/home/kikos/ficheiros/COFRE.PED'
                 TO WS-REQUEST-PATH.

           ACCEPT WS-AUTH-PATH FROM ENVIRONMENT 'ENT002_VAULT_AUTH'.
           IF WS-AUTH-PATH = SPACES
              MOVE '/home/kikos/ficheiros/COFRE.AUT' TO WS-AUTH-PATH.

           ACCEPT WS-AUDIT-PATH FROM ENVIRONMENT 'ENT002_VAULT_AUD'.
           IF WS-AUDIT-PATH = SPACES
              MOVE '/home/kikos/ficheiros/COFRE.AUD'
                 TO WS-AUDIT-PATH.

           ACCEPT WS-PAN-PATH FROM ENVIRONMENT 'ENT002_VAULT_PAN'.
           IF WS-PAN-PATH = SPACES
              MOVE '/home/kikos/ficheiros/COFRE.PAN' TO WS-PAN-PATH.

           PERFORM A110-CARREGA-AUTORIZADOS
              THRU A110-CARREGA-AUTORIZADOS-FIM.

           OPEN INPUT REQUEST-FILE.
           IF WS-FS-REQUEST NOT = ZERO
              DISPLAY 'FBBAT25 - NO DETOKENIZE REQUEST FILE '
                 WS-REQUEST-PATH
              MOVE 8 TO RETURN-CODE
              STOP RUN.

      *    THE AUDIT LOG IS PERMANENT - APPENDED, NEVER REWRITTEN.
      *    NO LOG, NO DETOKENIZING.
           OPEN EXTEND AUDIT-FILE.
           IF WS-FS-AUDIT NOT = ZERO
              OPEN OUTPUT AUDIT-FILE.
           IF WS-FS-AUDIT NOT = ZERO
              DISPLAY 'FBBAT25 - CANNOT OPEN AUDIT LOG ' WS-FS-AUDIT
              CLOSE REQUEST-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN.

           OPEN INPUT VAULT-FILE.
           IF WS-FS-VAULT NOT = ZERO
              DISPLAY 'FBBAT25 - CANNOT OPEN TOKEN VAULT ' WS-FS-VAULT
              CLOSE REQUEST-FILE
              CLOSE AUDIT-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN.

      *    THE OUTPUT HOLDS ONLY THIS RUN'S GRANTED PANS - THE LAST
      *    RUN'S ARE OVERWRITTEN, NEVER ACCUMULATED.
           OPEN OUTPUT PAN-FILE.
           IF WS-FS-PAN NOT = ZERO
              DISPLAY 'FBBAT25 - CANNOT OPEN OUTPUT FILE ' WS-FS-PAN
              CLOSE REQUEST-FILE
              CLOSE AUDIT-FILE
              CLOSE VAULT-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN.

       A100-INICIO-FIM.
           EXIT.

      *----------------------------------------------------------*
      * A110 - LOAD THE AUTHORISED-OPERATOR TABLE.               *
      *----------------------------------------------------------*
       A110-CARREGA-AUTORIZADOS.

           MOVE ZERO TO WS-AUT-COUNT.
           OPEN INPUT AUTH-FILE.
           IF WS-FS-AUTH NOT = ZERO
              DISPLAY 'WARNING - NO AUTHORISED-OPERATOR FILE, '
                 'EVERY REQUEST WILL BE REFUSED'
              GO TO A110-CARREGA-AUTORIZADOS-FIM.
           MOVE 'N' TO WS-EOF-FILE.
           PERFORM A120-LE-AUTORIZADO
              THRU A120-LE-AUTORIZADO-FIM
                UNTIL WS-EOF-FILE = 'S'.
           CLOSE AUTH-FILE.

       A110-CARREGA-AUTORIZADOS-FIM.
           EXIT.

       A120-LE-AUTORIZADO.
           READ AUTH-FILE
              AT END
                 MOVE 'S' TO WS-EOF-FILE
                 GO TO A120-LE-AUTORIZADO-FIM.
           IF AUT-OPERATOR = SPACES
              GO TO A120-LE-AUTORIZADO-FIM.
           IF WS-AUT-COUNT NOT < WS-AUT-MAX
              DISPLAY 'WARNING - AUTHORISED-OPERATOR TABLE FULL, '
                 'OPERATOR IGNORED: ' AUT-OPERATOR
              GO TO A120-LE-AUTORIZADO-FIM.
           ADD 1 TO WS-AUT-COUNT.
           SET WS-AUT-IX TO WS-AUT-COUNT.
           MOVE AUT-OPERATOR TO WS-AUT-OPERATOR (WS-AUT-IX).

       A120-LE-AUTORIZADO-FIM.
           EXIT.

       A900-FIM.

           CLOSE REQUEST-FILE.
           CLOSE AUDIT-FILE.
           CLOSE VAULT-FILE.
           CLOSE PAN-FILE.
           IF WS-RUN-FAILED = 'Y'
              DISPLAY 'FBBAT25 - RUN FAILED, SEE MESSAGES ABOVE - '
                 'PEDIDOS: ' WS-REQUEST-READ
                 '  CONCEDIDOS: ' WS-GRANTED-COUNT
              MOVE 8 TO RETURN-CODE
              GO TO A900-FIM-FIM.
           DISPLAY 'FBBAT25 FIM NORMAL - PEDIDOS: ' WS-REQUEST-READ
              '  CONCEDIDOS: ' WS-GRANTED-COUNT
              '  RECUSADOS: ' WS-REFUSED-COUNT.
           IF WS-REFUSED-COUNT > ZERO
              DISPLAY 'WARNING - REQUESTS REFUSED, SEE AUDIT LOG'.

       A900-FIM-FIM.
           EXIT.

      *----------------------------------------------------------*
      * B100 - ONE REQUEST: CHECK IT, LOOK THE TOKEN UP BY THE   *
      *        VAULT'S TOKEN KEY, AND LOG THE OUTCOME EITHER     *
      *        WAY. ONLY A GRANTED REQUEST WRITES THE PAN, AND   *
      *        ONLY ONCE ITS GRANT IS ON THE AUDIT LOG.          *
      *----------------------------------------------------------*
       B100-TRATA-PEDIDO.

           READ REQUEST-FILE
              AT END
                 MOVE 'S' TO WS-EOF-FILE
                 GO TO B100-TRATA-PEDIDO-FIM.
           ADD 1 TO WS-REQUEST-READ.
           MOVE SPACES TO WS-REFUSE-REASON.
           PERFORM B110-VERIFICA-OPERADOR
              THRU B110-VERIFICA-OPERADOR-FIM.

           IF DTR-OPERATOR = SPACES
              MOVE 'OPERATOR BLANK' TO WS-REFUSE-REASON
           ELSE
              IF WS-AUTHORISED = 'N'
                 MOVE 'OPERATOR NOT AUTHORISED' TO WS-REFUSE-REASON
              ELSE
                 IF DTR-REASON = SPACES
                    MOVE 'REASON BLANK' TO WS-REFUSE-REASON
                 ELSE
                    IF DTR-TOKEN (9:1) NOT = 'T'
                       AND DTR-TOKEN (9:1) NOT = 'X'
                          MOVE 'NOT A TOKEN' TO WS-REFUSE-REASON.

           IF WS-REFUSE-REASON = SPACES
              MOVE DTR-TOKEN TO TKV-TOKEN
              READ VAULT-FILE KEY IS TKV-TOKEN
                 INVALID KEY
                    MOVE 'TOKEN NOT IN VAULT' TO WS-REFUSE-REASON.

           IF WS-REFUSE-REASON NOT = SPACES
              ADD 1 TO WS-REFUSED-COUNT
              PERFORM Q100-GRAVA-AUDITORIA
                 THRU Q100-GRAVA-AUDITORIA-FIM
              DISPLAY 'FBBAT25 - REQUEST REFUSED: ' WS-REFUSE-REASON
              GO TO B100-TRATA-PEDIDO-FIM.

      *    NO LOG ENTRY, NO PAN.
           PERFORM Q100-GRAVA-AUDITORIA
              THRU Q100-GRAVA-AUDITORIA-FIM.
           IF WS-RUN-FAILED = 'Y'
              GO TO B100-TRATA-PEDIDO-FIM.

           MOVE SPACES TO PAN-RECORD.
           MOVE TKV-TOKEN TO PAN-TOKEN.
           MOVE TKV-PAN TO PAN-CARD-NUMBER.
           MOVE DTR-OPERATOR TO PAN-OPERATOR.
           WRITE PAN-RECORD.
           IF WS-FS-PAN NOT = ZERO
              DISPLAY 'FBBAT25 - ERROR WRITING OUTPUT FILE ' WS-FS-PAN
              MOVE 'Y' TO WS-RUN-FAILED
              GO TO B100-TRATA-PEDIDO-FIM.
           ADD 1 TO WS-GRANTED-COUNT.

       B100-TRATA-PEDIDO-FIM.
           EXIT.

       B110-VERIFICA-OPERADOR.
           MOVE 'N' TO WS-AUTHORISED.
           IF WS-AUT-COUNT = ZERO
              GO TO B110-VERIFICA-OPERADOR-FIM.
           SET WS-AUT-IX TO 1.
           SEARCH WS-AUT-OPERATOR
              AT END CONTINUE
              WHEN WS-AUT-IX > WS-AUT-COUNT
                 CONTINUE
              WHEN WS-AUT-OPERATOR (WS-AUT-IX) = DTR-OPERATOR
                 MOVE 'Y' TO WS-AUTHORISED
           END-SEARCH.

       B110-VERIFICA-OPERADOR-FIM.
           EXIT.

      *----------------------------------------------------------*
      * Q100 - AUDIT ONE REQUEST: GRANTED, OR REFUSED WITH       *
      *        WS-REFUSE-REASON. THE PAN NEVER GOES ON THE LOG.  *
      *        A LOG THAT CANNOT BE WRITTEN FAILS THE RUN.       *
      *----------------------------------------------------------*
       Q100-GRAVA-AUDITORIA.

           MOVE SPACES TO AUDIT-RECORD.
           MOVE WS-PROCESS-DATE TO AUD-PROCESS-DATE.
           MOVE WS-RUN-TIME TO AUD-TIME.
           MOVE DTR-OPERATOR TO AUD-OPERATOR.
           IF WS-REFUSE-REASON = SPACES
              MOVE 'GRANT ' TO AUD-RESULT
           ELSE
              MOVE 'REFUSE' TO AUD-RESULT
              MOVE WS-REFUSE-REASON TO AUD-REFUSE-REASON.
           MOVE DTR-TOKEN TO AUD-TOKEN.
      *    WHAT WAS SUBMITTED AS A TOKEN MAY BE A PAN KEYED BY
      *    MISTAKE - IT IS LOGGED MASKED.
           IF WS-REFUSE-REASON = 'NOT A TOKEN'
              MOVE '************' TO AUD-TOKEN (1:12).
           MOVE DTR-REASON TO AUD-REQUEST-REASON.
           WRITE AUDIT-RECORD.
           IF WS-FS-AUDIT NOT = ZERO
              DISPLAY 'FBBAT25 - ERROR WRITING AUDIT LOG ' WS-FS-AUDIT
                 ', NOTHING MORE RELEASED'
              MOVE 'Y' TO WS-RUN-FAILED.

       Q100-GRAVA-AUDITORIA-FIM.
           EXIT.

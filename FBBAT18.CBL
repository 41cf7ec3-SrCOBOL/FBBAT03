      **********************************************************
      * PROGRAM: FBBAT18.CBL                                    *
      * DESCRIPTION: MERCHANT MASTER MAINTENANCE. APPLIES THE   *
      *              OPERATOR'S ADD / CHANGE / CLOSE FILE TO    *
      *              THE INDEXED MERCHANT MASTER KEYED BY       *
      *              MERCHANT-NUMBER (TRADING NAME, REGION,     *
      *              STATUS ACTIVE/SUSPENDED/CLOSED, PAYOUT     *
      *              BANK ACCOUNT, OPEN AND CLOSE DATES) THAT   *
      *              FBBAT10 CHECKS EVERY PAYOUT AGAINST. EVERY *
      *              APPLIED CHANGE IS APPENDED TO THE          *
      *              PERMANENT AUDIT LOG AS A BEFORE AND AN     *
      *              AFTER IMAGE OF THE MASTER RECORD, WITH THE *
      *              OPERATOR AND TIME; A REFUSED CHANGE IS     *
      *              LOGGED WITH ITS REASON AND LEAVES THE      *
      *              MASTER UNTOUCHED. A CLOSED MERCHANT IS     *
      *              NEVER REOPENED OR CHANGED HERE - IT STAYS  *
      *              ON THE MASTER SO FBBAT10 KEEPS HOLDING ITS *
      *              PAYOUTS. OPERATOR RUN, OUTSIDE THE NIGHTLY *
      *              RUN-CONTROL LEDGER - IT MAY BE RUN AS      *
      *              OFTEN AS CHANGES ARRIVE.                   *
      * DEVELOPER: FRANCISCO BORGES                             *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBBAT18.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MERCHANT-FILE ASSIGN TO DYNAMIC WS-MERCHANT-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS MCH-MERCHANT-NUMBER
              FILE STATUS IS WS-FS-MERCHANT.

           SELECT CHANGE-FILE ASSIGN TO DYNAMIC WS-CHANGE-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-CHANGE.

           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-AUDIT.

       DATA DIVISION.
       FILE SECTION.
      * MERCHANT MASTER. MCH-STATUS: 'A' ACTIVE, 'S' SUSPENDED,
      * 'C' CLOSED. THE PAYOUT ACCOUNT IS THE IBAN (AND BIC) THE
      * MERCHANT'S NET SETTLEMENT IS CREDITED TO.
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

      * OPERATOR CHANGE FILE. MCG-ACTION: 'A' ADD, 'C' CHANGE,
      * 'X' CLOSE. ON A CHANGE, A BLANK FIELD IS LEFT AS IT IS ON
      * THE MASTER; MCG-STATUS MAY ONLY SUSPEND ('S') OR
      * REACTIVATE ('A') - CLOSING IS ITS OWN ACTION. A BLANK
      * MCG-EFFECTIVE-DATE MEANS THE PROCESSING DATE (THE OPEN
      * DATE ON AN ADD, THE CLOSE DATE ON A CLOSE).
       FD  CHANGE-FILE.
       01  CHANGE-RECORD.
           05 MCG-ACTION            PIC X(1).
           05 MCG-MERCHANT-NUMBER   PIC X(8).
           05 MCG-TRADING-NAME      PIC X(30).
           05 MCG-REGION-CODE       PIC X(1).
           05 MCG-STATUS            PIC X(1).
           05 MCG-BANK-IBAN         PIC X(34).
           05 MCG-BANK-BIC          PIC X(11).
           05 MCG-EFFECTIVE-DATE    PIC X(8).
           05 MCG-OPERATOR          PIC X(8).

      * PERMANENT AUDIT LOG, APPENDED TO BY EVERY RUN. AN APPLIED
      * CHANGE WRITES A 'BEFORE' LINE (SPACES ON AN ADD) AND AN
      * 'AFTER ' LINE WITH THE MASTER IMAGE; A REFUSED ONE WRITES
      * A 'REFUSE' LINE CARRYING THE CHANGE AS SUBMITTED.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05 AUD-PROCESS-DATE      PIC X(8).
           05 AUD-TIME              PIC X(6).
           05 AUD-OPERATOR          PIC X(8).
           05 AUD-ACTION            PIC X(1).
           05 AUD-IMAGE-TYPE        PIC X(6).
           05 AUD-REASON            PIC X(22).
           05 AUD-MERCHANT-IMAGE    PIC X(109).

       WORKING-STORAGE SECTION.
       01  WS-MERCHANT-PATH         PIC X(104).
       01  WS-CHANGE-PATH           PIC X(104).
       01  WS-AUDIT-PATH            PIC X(104).
       01  WS-FS-MERCHANT           PIC 9(2) VALUE ZERO.
       01  WS-FS-CHANGE             PIC 9(2) VALUE ZERO.
       01  WS-FS-AUDIT              PIC 9(2) VALUE ZERO.
       01  WS-EOF-CHANGE            PIC X(1) VALUE 'N'.
       01  WS-PROCESS-DATE          PIC X(8) VALUE SPACES.
       01  WS-RUN-TIME              PIC X(6) VALUE SPACES.

      * THE CHANGE BEING APPLIED: ITS EFFECTIVE DATE, THE REASON
      * IT WAS REFUSED (SPACES WHEN ACCEPTED) AND THE MASTER
      * IMAGE BEFORE IT WAS APPLIED.
       01  WS-EFFECTIVE-DATE        PIC X(8) VALUE SPACES.
       01  WS-REFUSE-REASON         PIC X(22) VALUE SPACES.
       01  WS-REGION-VALID          PIC X(1) VALUE 'N'.
       01  WS-BEFORE-IMAGE          PIC X(109) VALUE SPACES.

       01  WS-CHANGES-READ          PIC 9(7) VALUE ZERO.
       01  WS-ADDED-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-CHANGED-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-CLOSED-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-REFUSED-COUNT         PIC 9(7) VALUE ZERO.

      * AN AUDIT LOG WRITE THAT FAILS ENDS THE RUN RC 8 WITHOUT
      * ITS NORMAL END, AND NO FURTHER CHANGE IS APPLIED: THE
      * CHANGE MISSING FROM THE LOG MUST BE PUT RIGHT FIRST.
       01  WS-RUN-FAILED            PIC X(1) VALUE 'N'.

           COPY REGIONS.

       PROCEDURE DIVISION.

       A000-PRINCIPAL.

           PERFORM A100-INICIO
              THRU A100-INICIO-FIM.

           PERFORM B100-APLICA-ALTERACAO
              THRU B100-APLICA-ALTERACAO-FIM
                UNTIL WS-EOF-CHANGE = 'S'
                   OR WS-RUN-FAILED = 'Y'.

           PERFORM A900-FIM
              THRU A900-FIM-FIM.

           STOP RUN.

       A100-INICIO.

           PERFORM B050-CARREGA-REGIOES
              THRU B050-CARREGA-REGIOES-FIM.

           ACCEPT WS-PROCESS-DATE FROM ENVIRONMENT 'PROCESS_DATE'.
           IF WS-PROCESS-DATE = SPACES
              ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           ACCEPT WS-MERCHANT-PATH FROM ENVIRONMENT 'ENT002_MERCHANT'.
           IF WS-MERCHANT-PATH = SPACES
              MOVE '/home/kikos/ficheiros/COMERCIANTES'
                 TO WS-MERCHANT-PATH.

           ACCEPT WS-CHANGE-PATH
              FROM ENVIRONMENT 'ENT002_MERCHANT_CHG'.
           IF WS-CHANGE-PATH = SPACES
              MOVE '/home/kikos/ficheiros/COMERCIANTES.ALT'
                 TO WS-CHANGE-PATH.

           ACCEPT WS-AUDIT-PATH
              FROM ENVIRONMENT 'ENT002_MERCHANT_AUD'.
           IF WS-AUDIT-PATH = SPACES
              MOVE '/home/kikos/ficheiros/COMERCIANTES.AUD'
                 TO WS-AUDIT-PATH.

           OPEN INPUT CHANGE-FILE.
           IF WS-FS-CHANGE NOT = ZERO
              DISPLAY 'FBBAT18 - NO MERCHANT CHANGE FILE '
                 WS-CHANGE-PATH
              MOVE 8 TO RETURN-CODE
              STOP RUN.

      *    FIRST MAINTENANCE RUN CREATES THE MASTER.
           OPEN I-O MERCHANT-FILE.
           IF WS-FS-MERCHANT NOT = ZERO
              OPEN OUTPUT MERCHANT-FILE
              CLOSE MERCHANT-FILE
              OPEN I-O MERCHANT-FILE.
           IF WS-FS-MERCHANT NOT = ZERO
              DISPLAY 'FBBAT18 - CANNOT OPEN MERCHANT MASTER '
                 WS-FS-MERCHANT
              CLOSE CHANGE-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN.

      *    THE AUDIT LOG IS PERMANENT - APPENDED, NEVER REWRITTEN.
           OPEN EXTEND AUDIT-FILE.
           IF WS-FS-AUDIT NOT = ZERO
              OPEN OUTPUT AUDIT-FILE.
           IF WS-FS-AUDIT NOT = ZERO
              DISPLAY 'FBBAT18 - CANNOT OPEN AUDIT LOG '
                 WS-FS-AUDIT
              CLOSE CHANGE-FILE
              CLOSE MERCHANT-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN.

       A100-INICIO-FIM.
           EXIT.

      *----------------------------------------------------------*
      * B050 - LOAD THE SHARED REGION TABLE (COPYBOOKS/REGIONS). *
      *----------------------------------------------------------*
       B050-CARREGA-REGIOES.

           COPY REGIONS-LOAD.

       B050-CARREGA-REGIOES-FIM.
           EXIT.

       A900-FIM.

           CLOSE CHANGE-FILE.
           CLOSE MERCHANT-FILE.
           CLOSE AUDIT-FILE.
           IF WS-RUN-FAILED = 'Y'
              DISPLAY 'FBBAT18 - RUN FAILED, SEE MESSAGES ABOVE - '
                 'LIDAS: ' WS-CHANGES-READ
              MOVE 8 TO RETURN-CODE
              GO TO A900-FIM-FIM.
           DISPLAY 'FBBAT18 FIM NORMAL - LIDAS: ' WS-CHANGES-READ
              '  INCLUIDOS: ' WS-ADDED-COUNT
              '  ALTERADOS: ' WS-CHANGED-COUNT
              '  ENCERRADOS: ' WS-CLOSED-COUNT
              '  RECUSADAS: ' WS-REFUSED-COUNT.
           IF WS-REFUSED-COUNT > ZERO
              DISPLAY 'WARNING - MERCHANT CHANGES REFUSED, SEE '
                 'AUDIT LOG'.

       A900-FIM-FIM.
           EXIT.

      *----------------------------------------------------------*
      * B100 - ONE OPERATOR CHANGE: READ IT, CHECK THE FIELDS    *
      *        EVERY ACTION NEEDS, AND HAND IT TO THE ACTION'S   *
      *        PARAGRAPH. A CHANGE THAT FAILS A CHECK IS LOGGED  *
      *        AS REFUSED AND NOTHING ON THE MASTER MOVES.       *
      *----------------------------------------------------------*
       B100-APLICA-ALTERACAO.

           READ CHANGE-FILE INTO CHANGE-RECORD
              AT END
                 MOVE 'S' TO WS-EOF-CHANGE
                 GO TO B100-APLICA-ALTERACAO-FIM.
           ADD 1 TO WS-CHANGES-READ.
           MOVE SPACES TO WS-REFUSE-REASON.
           MOVE SPACES TO WS-BEFORE-IMAGE.

           IF MCG-MERCHANT-NUMBER = SPACES
              MOVE 'MERCHANT NUMBER BLANK' TO WS-REFUSE-REASON
              GO TO B100-RECUSA.

           MOVE MCG-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE.
           IF WS-EFFECTIVE-DATE = SPACES
              MOVE WS-PROCESS-DATE TO WS-EFFECTIVE-DATE.
           IF WS-EFFECTIVE-DATE NOT NUMERIC
              MOVE 'EFFECTIVE DATE INVALID' TO WS-REFUSE-REASON
              GO TO B100-RECUSA.

           IF MCG-REGION-CODE NOT = SPACES
              PERFORM Q100-VERIFICA-REGIAO
                 THRU Q100-VERIFICA-REGIAO-FIM
              IF WS-REGION-VALID = 'N'
                 MOVE 'REGION UNKNOWN' TO WS-REFUSE-REASON
                 GO TO B100-RECUSA.

           IF MCG-ACTION = 'A'
              PERFORM B200-INCLUI-COMERCIANTE
                 THRU B200-INCLUI-COMERCIANTE-FIM
           ELSE
           IF MCG-ACTION = 'C'
              PERFORM B300-ALTERA-COMERCIANTE
                 THRU B300-ALTERA-COMERCIANTE-FIM
           ELSE
           IF MCG-ACTION = 'X'
              PERFORM B400-ENCERRA-COMERCIANTE
                 THRU B400-ENCERRA-COMERCIANTE-FIM
           ELSE
              MOVE 'ACTION UNKNOWN' TO WS-REFUSE-REASON.

           IF WS-REFUSE-REASON = SPACES
              GO TO B100-APLICA-ALTERACAO-FIM.

       B100-RECUSA.
           PERFORM Q300-GRAVA-RECUSA
              THRU Q300-GRAVA-RECUSA-FIM.

       B100-APLICA-ALTERACAO-FIM.
           EXIT.

      *----------------------------------------------------------*
      * B200 - ADD A NEW MERCHANT, ACTIVE FROM THE EFFECTIVE     *
      *        DATE. EVERY FIELD IS REQUIRED - A MERCHANT WITH   *
      *        NO PAYOUT ACCOUNT CANNOT BE PAID.                 *
      *----------------------------------------------------------*
       B200-INCLUI-COMERCIANTE.

           IF MCG-TRADING-NAME = SPACES
              OR MCG-REGION-CODE = SPACES
              OR MCG-BANK-IBAN = SPACES
                 MOVE 'MANDATORY FIELD BLANK' TO WS-REFUSE-REASON
                 GO TO B200-INCLUI-COMERCIANTE-FIM.

           MOVE MCG-MERCHANT-NUMBER TO MCH-MERCHANT-NUMBER.
           READ MERCHANT-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'MERCHANT ALREADY ADDED' TO WS-REFUSE-REASON.
           IF WS-REFUSE-REASON NOT = SPACES
              GO TO B200-INCLUI-COMERCIANTE-FIM.

           MOVE SPACES TO MERCHANT-RECORD.
           MOVE MCG-MERCHANT-NUMBER TO MCH-MERCHANT-NUMBER.
           MOVE MCG-TRADING-NAME TO MCH-TRADING-NAME.
           MOVE MCG-REGION-CODE TO MCH-REGION-CODE.
           MOVE 'A' TO MCH-STATUS.
           MOVE MCG-BANK-IBAN TO MCH-BANK-IBAN.
           MOVE MCG-BANK-BIC TO MCH-BANK-BIC.
           MOVE WS-EFFECTIVE-DATE TO MCH-OPEN-DATE.
           MOVE WS-PROCESS-DATE TO MCH-LAST-CHANGE-DATE.
           WRITE MERCHANT-RECORD
              INVALID KEY
                 MOVE 'MASTER WRITE FAILED' TO WS-REFUSE-REASON
                 GO TO B200-INCLUI-COMERCIANTE-FIM.

           ADD 1 TO WS-ADDED-COUNT.
           PERFORM Q200-GRAVA-ANTES-DEPOIS
              THRU Q200-GRAVA-ANTES-DEPOIS-FIM.

       B200-INCLUI-COMERCIANTE-FIM.
           EXIT.

      *----------------------------------------------------------*
      * B300 - CHANGE AN EXISTING MERCHANT: EVERY NON-BLANK      *
      *        FIELD ON THE CHANGE REPLACES THE MASTER'S. A      *
      *        CLOSED MERCHANT IS NOT CHANGED.                   *
      *----------------------------------------------------------*
       B300-ALTERA-COMERCIANTE.

           IF MCG-STATUS NOT = SPACES
              AND MCG-STATUS NOT = 'A'
              AND MCG-STATUS NOT = 'S'
                 MOVE 'STATUS INVALID' TO WS-REFUSE-REASON
                 GO TO B300-ALTERA-COMERCIANTE-FIM.

           PERFORM Q150-LE-COMERCIANTE
              THRU Q150-LE-COMERCIANTE-FIM.
           IF WS-REFUSE-REASON NOT = SPACES
              GO TO B300-ALTERA-COMERCIANTE-FIM.

           IF MCG-TRADING-NAME NOT = SPACES
              MOVE MCG-TRADING-NAME TO MCH-TRADING-NAME.
           IF MCG-REGION-CODE NOT = SPACES
              MOVE MCG-REGION-CODE TO MCH-REGION-CODE.
           IF MCG-STATUS NOT = SPACES
              MOVE MCG-STATUS TO MCH-STATUS.
           IF MCG-BANK-IBAN NOT = SPACES
              MOVE MCG-BANK-IBAN TO MCH-BANK-IBAN.
           IF MCG-BANK-BIC NOT = SPACES
              MOVE MCG-BANK-BIC TO MCH-BANK-BIC.
           MOVE WS-PROCESS-DATE TO MCH-LAST-CHANGE-DATE.
           REWRITE MERCHANT-RECORD
              INVALID KEY
                 MOVE 'MASTER WRITE FAILED' TO WS-REFUSE-REASON
                 GO TO B300-ALTERA-COMERCIANTE-FIM.

           ADD 1 TO WS-CHANGED-COUNT.
           PERFORM Q200-GRAVA-ANTES-DEPOIS
              THRU Q200-GRAVA-ANTES-DEPOIS-FIM.

       B300-ALTERA-COMERCIANTE-FIM.
           EXIT.

      *----------------------------------------------------------*
      * B400 - CLOSE (TERMINATE) A MERCHANT FROM THE EFFECTIVE   *
      *        DATE. THE RECORD STAYS ON THE MASTER, STATUS 'C', *
      *        SO FBBAT10 HOLDS ANY LATER ACTIVITY FOR IT.       *
      *----------------------------------------------------------*
       B400-ENCERRA-COMERCIANTE.

           PERFORM Q150-LE-COMERCIANTE
              THRU Q150-LE-COMERCIANTE-FIM.
           IF WS-REFUSE-REASON NOT = SPACES
              GO TO B400-ENCERRA-COMERCIANTE-FIM.

           MOVE 'C' TO MCH-STATUS.
           MOVE WS-EFFECTIVE-DATE TO MCH-CLOSE-DATE.
           MOVE WS-PROCESS-DATE TO MCH-LAST-CHANGE-DATE.
           REWRITE MERCHANT-RECORD
              INVALID KEY
                 MOVE 'MASTER WRITE FAILED' TO WS-REFUSE-REASON
                 GO TO B400-ENCERRA-COMERCIANTE-FIM.

           ADD 1 TO WS-CLOSED-COUNT.
           PERFORM Q200-GRAVA-ANTES-DEPOIS
              THRU Q200-GRAVA-ANTES-DEPOIS-FIM.

       B400-ENCERRA-COMERCIANTE-FIM.
           EXIT.

      *----------------------------------------------------------*
      * Q100 - IS THE CHANGE'S REGION-CODE A GENUINE REGION?     *
      *        BOUNDED TO WS-REGION-REAL-COUNT, SO THE CATCH-ALL *
      *        ENTRY NEVER VALIDATES.                            *
      *----------------------------------------------------------*
       Q100-VERIFICA-REGIAO.

           MOVE 'N' TO WS-REGION-VALID.
           SET WS-REGION-IX TO 1.
           SEARCH WS-REGION-ENTRY
              AT END CONTINUE
              WHEN WS-REGION-IX > WS-REGION-REAL-COUNT
                 CONTINUE
              WHEN WS-REGION-ENTRY-CODE (WS-REGION-IX)
                 = MCG-REGION-CODE
                 MOVE 'Y' TO WS-REGION-VALID
           END-SEARCH.

       Q100-VERIFICA-REGIAO-FIM.
           EXIT.

      *----------------------------------------------------------*
      * Q150 - READ THE MERCHANT A CHANGE OR CLOSE APPLIES TO    *
      *        AND KEEP ITS BEFORE IMAGE. NOT ON THE MASTER, OR  *
      *        ALREADY CLOSED, REFUSES THE CHANGE.               *
      *----------------------------------------------------------*
       Q150-LE-COMERCIANTE.

           MOVE MCG-MERCHANT-NUMBER TO MCH-MERCHANT-NUMBER.
           READ MERCHANT-FILE
              INVALID KEY
                 MOVE 'MERCHANT NOT ON MASTER' TO WS-REFUSE-REASON
                 GO TO Q150-LE-COMERCIANTE-FIM.
           MOVE MERCHANT-RECORD TO WS-BEFORE-IMAGE.
           IF MCH-STATUS = 'C'
              MOVE 'MERCHANT CLOSED' TO WS-REFUSE-REASON.

       Q150-LE-COMERCIANTE-FIM.
           EXIT.

      *----------------------------------------------------------*
      * Q200 - AUDIT AN APPLIED CHANGE: THE BEFORE IMAGE (SPACES *
      *        FOR AN ADD) AND THE AFTER IMAGE OF THE MASTER.    *
      *----------------------------------------------------------*
       Q200-GRAVA-ANTES-DEPOIS.

           MOVE SPACES TO AUDIT-RECORD.
           MOVE WS-PROCESS-DATE TO AUD-PROCESS-DATE.
           MOVE WS-RUN-TIME TO AUD-TIME.
           MOVE MCG-OPERATOR TO AUD-OPERATOR.
           MOVE MCG-ACTION TO AUD-ACTION.
           MOVE 'BEFORE' TO AUD-IMAGE-TYPE.
           MOVE WS-BEFORE-IMAGE TO AUD-MERCHANT-IMAGE.
           WRITE AUDIT-RECORD.
           PERFORM Q900-VERIFICA-AUDITORIA
              THRU Q900-VERIFICA-AUDITORIA-FIM.
           MOVE 'AFTER ' TO AUD-IMAGE-TYPE.
           MOVE MERCHANT-RECORD TO AUD-MERCHANT-IMAGE.
           WRITE AUDIT-RECORD.
           PERFORM Q900-VERIFICA-AUDITORIA
              THRU Q900-VERIFICA-AUDITORIA-FIM.

       Q200-GRAVA-ANTES-DEPOIS-FIM.
           EXIT.

      *----------------------------------------------------------*
      * Q300 - AUDIT A REFUSED CHANGE WITH ITS REASON AND THE    *
      *        CHANGE AS SUBMITTED.                              *
      *----------------------------------------------------------*
       Q300-GRAVA-RECUSA.

           ADD 1 TO WS-REFUSED-COUNT.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE WS-PROCESS-DATE TO AUD-PROCESS-DATE.
           MOVE WS-RUN-TIME TO AUD-TIME.
           MOVE MCG-OPERATOR TO AUD-OPERATOR.
           MOVE MCG-ACTION TO AUD-ACTION.
           MOVE 'REFUSE' TO AUD-IMAGE-TYPE.
           MOVE WS-REFUSE-REASON TO AUD-REASON.
           MOVE CHANGE-RECORD(2:101) TO AUD-MERCHANT-IMAGE.
           WRITE AUDIT-RECORD.
           PERFORM Q900-VERIFICA-AUDITORIA
              THRU Q900-VERIFICA-AUDITORIA-FIM.
           DISPLAY 'FBBAT18 - CHANGE REFUSED FOR MERCHANT '
              MCG-MERCHANT-NUMBER ': ' WS-REFUSE-REASON.

       Q300-GRAVA-RECUSA-FIM.
           EXIT.

      *----------------------------------------------------------*
      * Q900 - AN AUDIT LOG WRITE THAT FAILED FAILS THE RUN.     *
      *----------------------------------------------------------*
       Q900-VERIFICA-AUDITORIA.

           IF WS-FS-AUDIT NOT = ZERO
              DISPLAY 'FBBAT18 - AUDIT LOG WRITE FAILED '
                 WS-FS-AUDIT ' - ' AUD-IMAGE-TYPE
                 ' MERCHANT ' MCG-MERCHANT-NUMBER
              MOVE 'Y' TO WS-RUN-FAILED.

       Q900-VERIFICA-AUDITORIA-FIM.
           EXIT.

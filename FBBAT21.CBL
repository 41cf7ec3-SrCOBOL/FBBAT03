      **********************************************************
      * PROGRAM: FBBAT21.CBL                                    *
      * DESCRIPTION: ACQUIRING FEE SCHEDULE MAINTENANCE.        *
      *              APPLIES THE OPERATOR'S ADD / CHANGE /      *
      *              DELETE FILE TO THE SHARED FEE SCHEDULE     *
      *              (COPYBOOKS/FEES) THAT FBBAT04 AND FBBAT10  *
      *              PRICE EVERY SETTLED TRANSACTION FROM. EACH *
      *              TARIFF (TRANSACTION-CODE/REGION-CODE,      *
      *              PERCENT AND MINIMUM) IS IN FORCE FROM ITS  *
      *              EFFECTIVE-FROM TO ITS EFFECTIVE-TO DATE;   *
      *              A CHANGE THAT WOULD LEAVE TWO RANGES OF    *
      *              THE SAME CODE/REGION OVERLAPPING, OR A GAP *
      *              BETWEEN THEM, IS REFUSED. A TARIFF ALREADY *
      *              IN FORCE ON THE PROCESSING DATE IS HISTORY *
      *              - ITS PERCENT AND MINIMUM NEVER CHANGE AND *
      *              IT IS NEVER DELETED; IT MAY ONLY BE CLOSED *
      *              (TO-DATE NOT BEFORE THE PROCESSING DATE)   *
      *              SO A NEW TARIFF CAN FOLLOW IT. NEW TARIFFS *
      *              START AFTER THE PROCESSING DATE. ONCE THE  *
      *              SCHEDULE HAS BEEN REWRITTEN AND READ BACK, *
      *              EVERY APPLIED CHANGE IS APPENDED TO THE    *
      *              PERMANENT CHANGE LOG AS A BEFORE AND AN    *
      *              AFTER IMAGE OF THE TARIFF, WITH THE        *
      *              OPERATOR AND TIME; A REFUSED CHANGE IS     *
      *              LOGGED WITH ITS REASON AND LEAVES THE      *
      *              SCHEDULE UNTOUCHED. IF THE SCHEDULE CANNOT *
      *              BE REWRITTEN THE RUN'S CHANGES ARE LOGGED  *
      *              AS REFUSED, NOT APPLIED. OPERATOR RUN,     *
      *              OUTSIDE THE NIGHTLY RUN-CONTROL LEDGER -   *
      *              RUN IT BEFORE THE DAY'S SETTLEMENT CHAIN.  *
      * DEVELOPER: FRANCISCO BORGES                             *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBBAT21.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEES-FILE ASSIGN TO DYNAMIC WS-FEES-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-FEES.

           SELECT CHANGE-FILE ASSIGN TO DYNAMIC WS-CHANGE-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-CHANGE.

           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-AUDIT.

       DATA DIVISION.
       FILE SECTION.
      * FEE SCHEDULE - READ WHOLE INTO THE SHARED TABLE AT START
      * AND REWRITTEN FROM IT AT THE END WHEN ANY CHANGE APPLIED.
       FD  FEES-FILE.
       01  FEES-RECORD.
           05 FEE-TRANSACTION-CODE  PIC X(4).
           05 FEE-REGION-CODE       PIC X(1).
           05 FEE-PERCENT           PIC 9(3)V9(4).
           05 FEE-MINIMUM           PIC 9(5)V99.
           05 FEE-EFFECTIVE-FROM    PIC X(8).
           05 FEE-EFFECTIVE-TO      PIC X(8).

      * OPERATOR CHANGE FILE. FCG-ACTION: 'A' ADD, 'C' CHANGE,
      * 'D' DELETE. A TARIFF IS IDENTIFIED BY TRANSACTION-CODE,
      * REGION-CODE AND EFFECTIVE-FROM. ON AN ADD A BLANK
      * FCG-EFFECTIVE-TO MEANS IN FORCE WITHOUT LIMIT
      * (99999999); ON A CHANGE A BLANK FIELD IS LEFT AS IT IS
      * ON THE SCHEDULE. TO REPLACE THE TARIFF IN FORCE, CLOSE
      * IT WITH A CHANGE AND THEN ADD ITS SUCCESSOR FROM THE
      * NEXT DAY - THE CHANGES ARE APPLIED IN FILE ORDER.
       FD  CHANGE-FILE.
       01  CHANGE-RECORD.
           05 FCG-ACTION            PIC X(1).
           05 FCG-TRANSACTION-CODE  PIC X(4).
           05 FCG-REGION-CODE       PIC X(1).
           05 FCG-PERCENT           PIC 9(3)V9(4).
           05 FCG-PERCENT-X REDEFINES FCG-PERCENT
                                    PIC X(7).
           05 FCG-MINIMUM           PIC 9(5)V99.
           05 FCG-MINIMUM-X REDEFINES FCG-MINIMUM
                                    PIC X(7).
           05 FCG-EFFECTIVE-FROM    PIC X(8).
           05 FCG-EFFECTIVE-TO      PIC X(8).
           05 FCG-OPERATOR          PIC X(8).

      * PERMANENT CHANGE LOG, APPENDED TO BY EVERY RUN. AN APPLIED
      * CHANGE WRITES A 'BEFORE' LINE (SPACES ON AN ADD) AND AN
      * 'AFTER ' LINE (SPACES ON A DELETE) WITH THE TARIFF IMAGE
      * IN FEES-RECORD LAYOUT; A REFUSED ONE WRITES A 'REFUSE'
      * LINE CARRYING THE CHANGE AS SUBMITTED.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05 AUD-PROCESS-DATE      PIC X(8).
           05 AUD-TIME              PIC X(6).
           05 AUD-OPERATOR          PIC X(8).
           05 AUD-ACTION            PIC X(1).
           05 AUD-IMAGE-TYPE        PIC X(6).
           05 AUD-REASON            PIC X(22).
           05 AUD-FEE-IMAGE         PIC X(35).

       WORKING-STORAGE SECTION.
       01  WS-CHANGE-PATH           PIC X(104).
       01  WS-AUDIT-PATH            PIC X(104).
       01  WS-FS-CHANGE             PIC 9(2) VALUE ZERO.
       01  WS-FS-AUDIT              PIC 9(2) VALUE ZERO.
       01  WS-EOF-CHANGE            PIC X(1) VALUE 'N'.
       01  WS-PROCESS-DATE          PIC X(8) VALUE SPACES.
       01  WS-RUN-TIME              PIC X(6) VALUE SPACES.

      * THE CHANGE BEING APPLIED: THE REASON IT WAS REFUSED
      * (SPACES WHEN ACCEPTED), THE TARIFF IMAGES BEFORE AND
      * AFTER IT, AND THE TABLE SLOT IT APPLIES TO.
       01  WS-REFUSE-REASON         PIC X(22) VALUE SPACES.
       01  WS-REGION-VALID          PIC X(1) VALUE 'N'.
       01  WS-DATE-VALID            PIC X(1) VALUE 'N'.
       01  WS-BEFORE-IMAGE          PIC X(35) VALUE SPACES.
       01  WS-AFTER-IMAGE           PIC X(35) VALUE SPACES.
       01  WS-FEE-TARGET            PIC 9(3) VALUE ZERO.
       01  WS-NEW-TO                PIC X(8) VALUE SPACES.
       01  WS-NEW-PERCENT           PIC 9(3)V9(4) VALUE ZERO.
       01  WS-NEW-MINIMUM           PIC 9(5)V99 VALUE ZERO.

      * THE SCHEDULE AS IT STOOD BEFORE THE CHANGE - PUT BACK
      * WHEN THE CHANGE IS REFUSED. SAME SIZE AS WS-FEE-TABLE.
       01  WS-FEE-TABLE-SAVE        PIC X(17500) VALUE SPACES.
       01  WS-FEE-COUNT-SAVE        PIC 9(3) VALUE ZERO.

      * RANGE CHECK OF ONE CODE/REGION: THE RANGE BEING CHECKED,
      * THE ONE IT IS COMPARED WITH, THE DAY AFTER ITS TO-DATE,
      * AND WHETHER A LATER RANGE / ITS SUCCESSOR EXISTS.
       01  WS-FEE-SUB               PIC 9(3) VALUE ZERO.
       01  WS-PAIR-SUB              PIC 9(3) VALUE ZERO.
       01  WS-NEXT-DATE             PIC X(8) VALUE SPACES.
       01  WS-LATER-FOUND           PIC X(1) VALUE 'N'.
       01  WS-NEXT-FOUND            PIC X(1) VALUE 'N'.

       01  WS-DATE-WORK.
           05 WS-DW-YYYY             PIC 9(4).
           05 WS-DW-MM               PIC 9(2).
           05 WS-DW-DD               PIC 9(2).
       01  WS-SER-T1                 PIC 9(7) VALUE ZERO.
       01  WS-SER-T2                 PIC 9(7) VALUE ZERO.
       01  WS-DAYS-IN-MONTH          PIC 9(2) VALUE ZERO.

       01  WS-CHANGES-READ          PIC 9(7) VALUE ZERO.
       01  WS-ADDED-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-CHANGED-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-DELETED-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-REFUSED-COUNT         PIC 9(7) VALUE ZERO.

      * CHANGES APPLIED TO THE TABLE, KEPT UNTIL THE SCHEDULE HAS
      * BEEN REWRITTEN (B800) AND ONLY THEN LOGGED (B900) - THE
      * LOG NEVER SHOWS A CHANGE THE SCHEDULE DOES NOT CARRY.
       01  WS-PND-MAX               PIC 9(3) VALUE 999.
       01  WS-PND-COUNT             PIC 9(3) VALUE ZERO.
       01  WS-PND-TABLE.
           05 WS-PND-ENTRY OCCURS 999 TIMES
                                  INDEXED BY WS-PND-IX.
              10 WS-PND-OPERATOR    PIC X(8).
              10 WS-PND-ACTION      PIC X(1).
              10 WS-PND-BEFORE      PIC X(35).
              10 WS-PND-AFTER       PIC X(35).
              10 WS-PND-SUBMITTED   PIC X(35).

      * SCHEDULE REWRITE: RECORDS READ BACK, AND 'Y' ONCE THE
      * FILE IS WRITTEN AND CLOSED AND HOLDS THE WHOLE TABLE.
       01  WS-FEES-READ-BACK        PIC 9(3) VALUE ZERO.
       01  WS-FEES-WRITTEN          PIC X(1) VALUE 'N'.

      * A CHANGE LOG OR SCHEDULE WRITE THAT FAILS ENDS THE RUN
      * RC 8. AFTER A LOG FAILURE NO FURTHER CHANGE IS TAKEN AND
      * THE SCHEDULE IS NOT REWRITTEN.
       01  WS-RUN-FAILED            PIC X(1) VALUE 'N'.

           COPY REGIONS.
           COPY FEES.

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

      *    THE SCHEDULE IS REWRITTEN FROM THE TABLE, SO A FILE THE
      *    TABLE COULD NOT HOLD WHOLE MUST NOT BE MAINTAINED HERE.
           PERFORM B060-CARREGA-TAXAS
              THRU B060-CARREGA-TAXAS-FIM.
           IF WS-FEE-TABLE-COUNT NOT < WS-FEE-TABLE-MAX
              DISPLAY 'FBBAT21 - FEE SCHEDULE FILLS THE FEE TABLE, '
                 'NOT MAINTAINED'
              MOVE 8 TO RETURN-CODE
              STOP RUN.

           ACCEPT WS-CHANGE-PATH
              FROM ENVIRONMENT 'ENT002_FEES_CHG'.
           IF WS-CHANGE-PATH = SPACES
              MOVE '/home/kikos/ficheiros/FEES.ALT'
                 TO WS-CHANGE-PATH.

           ACCEPT WS-AUDIT-PATH
              FROM ENVIRONMENT 'ENT002_FEES_AUD'.
           IF WS-AUDIT-PATH = SPACES
              MOVE '/home/kikos/ficheiros/FEES.AUD'
                 TO WS-AUDIT-PATH.

           OPEN INPUT CHANGE-FILE.
           IF WS-FS-CHANGE NOT = ZERO
              DISPLAY 'FBBAT21 - NO FEE SCHEDULE CHANGE FILE '
                 WS-CHANGE-PATH
              MOVE 8 TO RETURN-CODE
              STOP RUN.

      *    THE CHANGE LOG IS PERMANENT - APPENDED, NEVER REWRITTEN.
           OPEN EXTEND AUDIT-FILE.
           IF WS-FS-AUDIT NOT = ZERO
              OPEN OUTPUT AUDIT-FILE.
           IF WS-FS-AUDIT NOT = ZERO
              DISPLAY 'FBBAT21 - CANNOT OPEN CHANGE LOG '
                 WS-FS-AUDIT
              CLOSE CHANGE-FILE
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

      *----------------------------------------------------------*
      * B060 - LOAD THE CURRENT FEE SCHEDULE (COPYBOOKS/FEES). A *
      *        MISSING FILE STARTS AN EMPTY SCHEDULE.            *
      *----------------------------------------------------------*
       B060-CARREGA-TAXAS.

           COPY FEES-LOAD.

       B060-CARREGA-TAXAS-FIM.
           EXIT.

           COPY FEES-READ.

       A900-FIM.

           CLOSE CHANGE-FILE.
           IF WS-PND-COUNT > ZERO
              AND WS-RUN-FAILED = 'N'
                 PERFORM B800-GRAVA-TABELA
                    THRU B800-GRAVA-TABELA-FIM
                 PERFORM B900-REGISTA-APLICADAS
                    THRU B900-REGISTA-APLICADAS-FIM.
           CLOSE AUDIT-FILE.
           IF WS-RUN-FAILED = 'Y'
              DISPLAY 'FBBAT21 - RUN FAILED, SEE MESSAGES ABOVE'
              MOVE 8 TO RETURN-CODE
              GO TO A900-FIM-FIM.
           DISPLAY 'FBBAT21 FIM NORMAL - LIDAS: ' WS-CHANGES-READ
              '  INCLUIDAS: ' WS-ADDED-COUNT
              '  ALTERADAS: ' WS-CHANGED-COUNT
              '  EXCLUIDAS: ' WS-DELETED-COUNT
              '  RECUSADAS: ' WS-REFUSED-COUNT.
           IF WS-REFUSED-COUNT > ZERO
              DISPLAY 'WARNING - FEE SCHEDULE CHANGES REFUSED, SEE '
                 'CHANGE LOG'.

       A900-FIM-FIM.
           EXIT.

      *----------------------------------------------------------*
      * B100 - ONE OPERATOR CHANGE: READ IT, CHECK THE FIELDS    *
      *        EVERY ACTION NEEDS, APPLY IT TO THE TABLE, THEN   *
      *        CHECK THE CODE/REGION'S RANGES STILL RUN WITHOUT  *
      *        OVERLAP OR GAP. A CHANGE THAT FAILS A CHECK PUTS  *
      *        THE TABLE BACK AND IS LOGGED AS REFUSED; ONE THAT *
      *        PASSES IS KEPT FOR THE LOG (B900).                *
      *----------------------------------------------------------*
       B100-APLICA-ALTERACAO.

           READ CHANGE-FILE INTO CHANGE-RECORD
              AT END
                 MOVE 'S' TO WS-EOF-CHANGE
                 GO TO B100-APLICA-ALTERACAO-FIM.
           ADD 1 TO WS-CHANGES-READ.
           MOVE SPACES TO WS-REFUSE-REASON.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           MOVE SPACES TO WS-AFTER-IMAGE.

           IF FCG-TRANSACTION-CODE = SPACES
              MOVE 'FEE CODE BLANK' TO WS-REFUSE-REASON
              GO TO B100-RECUSA.

           PERFORM Q100-VERIFICA-REGIAO
              THRU Q100-VERIFICA-REGIAO-FIM.
           IF WS-REGION-VALID = 'N'
              MOVE 'REGION UNKNOWN' TO WS-REFUSE-REASON
              GO TO B100-RECUSA.

      *    00000000 NAMES A TARIFF LOADED WITHOUT A FROM-DATE (IN
      *    FORCE SINCE BEFORE THE SCHEDULE WAS DATED).
           MOVE FCG-EFFECTIVE-FROM TO WS-DATE-WORK.
           MOVE 'Y' TO WS-DATE-VALID.
           IF FCG-EFFECTIVE-FROM NOT = '00000000'
              PERFORM Q170-VALIDA-DATA
                 THRU Q170-VALIDA-DATA-FIM.
           IF WS-DATE-VALID = 'N'
              MOVE 'EFFECTIVE DATE INVALID' TO WS-REFUSE-REASON
              GO TO B100-RECUSA.

           MOVE WS-FEE-TABLE TO WS-FEE-TABLE-SAVE.
           MOVE WS-FEE-TABLE-COUNT TO WS-FEE-COUNT-SAVE.

           IF FCG-ACTION = 'A'
              PERFORM B200-INCLUI-TARIFA
                 THRU B200-INCLUI-TARIFA-FIM
           ELSE
           IF FCG-ACTION = 'C'
              PERFORM B300-ALTERA-TARIFA
                 THRU B300-ALTERA-TARIFA-FIM
           ELSE
           IF FCG-ACTION = 'D'
              PERFORM B400-EXCLUI-TARIFA
                 THRU B400-EXCLUI-TARIFA-FIM
           ELSE
              MOVE 'ACTION UNKNOWN' TO WS-REFUSE-REASON.

           IF WS-REFUSE-REASON = SPACES
              PERFORM Q400-VALIDA-FAIXAS
                 THRU Q400-VALIDA-FAIXAS-FIM.

           IF WS-REFUSE-REASON = SPACES
              AND WS-PND-COUNT NOT < WS-PND-MAX
                 MOVE 'RUN CHANGE LIMIT' TO WS-REFUSE-REASON.

           IF WS-REFUSE-REASON NOT = SPACES
              MOVE WS-FEE-TABLE-SAVE TO WS-FEE-TABLE
              MOVE WS-FEE-COUNT-SAVE TO WS-FEE-TABLE-COUNT
              GO TO B100-RECUSA.

           IF FCG-ACTION = 'A'
              ADD 1 TO WS-ADDED-COUNT
           ELSE
           IF FCG-ACTION = 'C'
              ADD 1 TO WS-CHANGED-COUNT
           ELSE
              ADD 1 TO WS-DELETED-COUNT.
           ADD 1 TO WS-PND-COUNT.
           SET WS-PND-IX TO WS-PND-COUNT.
           MOVE FCG-OPERATOR TO WS-PND-OPERATOR (WS-PND-IX).
           MOVE FCG-ACTION TO WS-PND-ACTION (WS-PND-IX).
           MOVE WS-BEFORE-IMAGE TO WS-PND-BEFORE (WS-PND-IX).
           MOVE WS-AFTER-IMAGE TO WS-PND-AFTER (WS-PND-IX).
           MOVE CHANGE-RECORD(2:35) TO WS-PND-SUBMITTED (WS-PND-IX).
           GO TO B100-APLICA-ALTERACAO-FIM.

       B100-RECUSA.
           PERFORM Q300-GRAVA-RECUSA
              THRU Q300-GRAVA-RECUSA-FIM.

       B100-APLICA-ALTERACAO-FIM.
           EXIT.

      *----------------------------------------------------------*
      * B200 - ADD A NEW TARIFF. PERCENT AND MINIMUM ARE         *
      *        REQUIRED, AND IT MAY ONLY START AFTER THE         *
      *        PROCESSING DATE - A PAST DAY IS ALREADY PRICED.   *
      *----------------------------------------------------------*
       B200-INCLUI-TARIFA.

           IF FCG-PERCENT NOT NUMERIC
              OR FCG-MINIMUM NOT NUMERIC
                 MOVE 'FEE AMOUNT INVALID' TO WS-REFUSE-REASON
                 GO TO B200-INCLUI-TARIFA-FIM.

           IF FCG-EFFECTIVE-FROM NOT > WS-PROCESS-DATE
              MOVE 'RANGE NOT IN FUTURE' TO WS-REFUSE-REASON
              GO TO B200-INCLUI-TARIFA-FIM.

           MOVE FCG-EFFECTIVE-TO TO WS-NEW-TO.
           IF WS-NEW-TO = SPACES
              MOVE '99999999' TO WS-NEW-TO.
           PERFORM Q180-VALIDA-ATE
              THRU Q180-VALIDA-ATE-FIM.
           IF WS-REFUSE-REASON NOT = SPACES
              GO TO B200-INCLUI-TARIFA-FIM.

           PERFORM Q150-LOCALIZA-TARIFA
              THRU Q150-LOCALIZA-TARIFA-FIM.
           IF WS-FEE-TARGET NOT = ZERO
              MOVE 'TARIFF ALREADY ADDED' TO WS-REFUSE-REASON
              GO TO B200-INCLUI-TARIFA-FIM.

           IF WS-FEE-TABLE-COUNT NOT < WS-FEE-TABLE-MAX - 1
              MOVE 'FEE SCHEDULE FULL' TO WS-REFUSE-REASON
              GO TO B200-INCLUI-TARIFA-FIM.

           ADD 1 TO WS-FEE-TABLE-COUNT.
           MOVE WS-FEE-TABLE-COUNT TO WS-FEE-TARGET.
           MOVE FCG-TRANSACTION-CODE
              TO WS-FEE-CODE (WS-FEE-TARGET).
           MOVE FCG-REGION-CODE TO WS-FEE-REGION (WS-FEE-TARGET).
           MOVE FCG-PERCENT TO WS-FEE-PERCENT (WS-FEE-TARGET).
           MOVE FCG-MINIMUM TO WS-FEE-MINIMUM (WS-FEE-TARGET).
           MOVE FCG-EFFECTIVE-FROM TO WS-FEE-FROM (WS-FEE-TARGET).
           MOVE WS-NEW-TO TO WS-FEE-TO (WS-FEE-TARGET).
           MOVE WS-FEE-ENTRY (WS-FEE-TARGET) TO WS-AFTER-IMAGE.

       B200-INCLUI-TARIFA-FIM.
           EXIT.

      *----------------------------------------------------------*
      * B300 - CHANGE A TARIFF: EVERY NON-BLANK FIELD ON THE     *
      *        CHANGE REPLACES THE SCHEDULE'S. A TARIFF IN FORCE *
      *        ON OR BEFORE THE PROCESSING DATE KEEPS ITS        *
      *        PERCENT AND MINIMUM, AND ITS TO-DATE MAY NOT BE   *
      *        BEFORE THE PROCESSING DATE - EITHER SIDE.         *
      *----------------------------------------------------------*
       B300-ALTERA-TARIFA.

           PERFORM Q150-LOCALIZA-TARIFA
              THRU Q150-LOCALIZA-TARIFA-FIM.
           IF WS-FEE-TARGET = ZERO
              MOVE 'TARIFF NOT ON SCHEDULE' TO WS-REFUSE-REASON
              GO TO B300-ALTERA-TARIFA-FIM.
           MOVE WS-FEE-ENTRY (WS-FEE-TARGET) TO WS-BEFORE-IMAGE.

           MOVE WS-FEE-PERCENT (WS-FEE-TARGET) TO WS-NEW-PERCENT.
           IF FCG-PERCENT-X NOT = SPACES
              IF FCG-PERCENT NUMERIC
                 MOVE FCG-PERCENT TO WS-NEW-PERCENT
              ELSE
                 MOVE 'FEE AMOUNT INVALID' TO WS-REFUSE-REASON
                 GO TO B300-ALTERA-TARIFA-FIM.

           MOVE WS-FEE-MINIMUM (WS-FEE-TARGET) TO WS-NEW-MINIMUM.
           IF FCG-MINIMUM-X NOT = SPACES
              IF FCG-MINIMUM NUMERIC
                 MOVE FCG-MINIMUM TO WS-NEW-MINIMUM
              ELSE
                 MOVE 'FEE AMOUNT INVALID' TO WS-REFUSE-REASON
                 GO TO B300-ALTERA-TARIFA-FIM.

           MOVE WS-FEE-TO (WS-FEE-TARGET) TO WS-NEW-TO.
           IF FCG-EFFECTIVE-TO NOT = SPACES
              MOVE FCG-EFFECTIVE-TO TO WS-NEW-TO.
           PERFORM Q180-VALIDA-ATE
              THRU Q180-VALIDA-ATE-FIM.
           IF WS-REFUSE-REASON NOT = SPACES
              GO TO B300-ALTERA-TARIFA-FIM.

           IF WS-FEE-FROM (WS-FEE-TARGET) NOT > WS-PROCESS-DATE
              IF WS-NEW-PERCENT NOT = WS-FEE-PERCENT (WS-FEE-TARGET)
                 OR WS-NEW-MINIMUM
                    NOT = WS-FEE-MINIMUM (WS-FEE-TARGET)
                 OR WS-NEW-TO < WS-PROCESS-DATE
                 OR WS-FEE-TO (WS-FEE-TARGET) < WS-PROCESS-DATE
                    MOVE 'TARIFF ALREADY IN USE' TO WS-REFUSE-REASON
                    GO TO B300-ALTERA-TARIFA-FIM.

           MOVE WS-NEW-PERCENT TO WS-FEE-PERCENT (WS-FEE-TARGET).
           MOVE WS-NEW-MINIMUM TO WS-FEE-MINIMUM (WS-FEE-TARGET).
           MOVE WS-NEW-TO TO WS-FEE-TO (WS-FEE-TARGET).
           MOVE WS-FEE-ENTRY (WS-FEE-TARGET) TO WS-AFTER-IMAGE.

       B300-ALTERA-TARIFA-FIM.
           EXIT.

      *----------------------------------------------------------*
      * B400 - DELETE A TARIFF THAT HAS NOT YET COME INTO FORCE  *
      *        (ENTERED IN ERROR). THE SLOTS ABOVE IT MOVE DOWN  *
      *        ONE.                                              *
      *----------------------------------------------------------*
       B400-EXCLUI-TARIFA.

           PERFORM Q150-LOCALIZA-TARIFA
              THRU Q150-LOCALIZA-TARIFA-FIM.
           IF WS-FEE-TARGET = ZERO
              MOVE 'TARIFF NOT ON SCHEDULE' TO WS-REFUSE-REASON
              GO TO B400-EXCLUI-TARIFA-FIM.
           MOVE WS-FEE-ENTRY (WS-FEE-TARGET) TO WS-BEFORE-IMAGE.

           IF WS-FEE-FROM (WS-FEE-TARGET) NOT > WS-PROCESS-DATE
              MOVE 'TARIFF ALREADY IN USE' TO WS-REFUSE-REASON
              GO TO B400-EXCLUI-TARIFA-FIM.

           PERFORM B410-DESLOCA-TARIFA
              THRU B410-DESLOCA-TARIFA-FIM
                 VARYING WS-FEE-SUB FROM WS-FEE-TARGET BY 1
                    UNTIL WS-FEE-SUB NOT < WS-FEE-TABLE-COUNT.
           MOVE SPACES TO WS-FEE-ENTRY (WS-FEE-TABLE-COUNT).
           SUBTRACT 1 FROM WS-FEE-TABLE-COUNT.

       B400-EXCLUI-TARIFA-FIM.
           EXIT.

       B410-DESLOCA-TARIFA.

           MOVE WS-FEE-ENTRY (WS-FEE-SUB + 1)
              TO WS-FEE-ENTRY (WS-FEE-SUB).

       B410-DESLOCA-TARIFA-FIM.
           EXIT.

      *----------------------------------------------------------*
      * B710 - ADVANCE WS-DATE-WORK BY ONE CALENDAR DAY.         *
      *----------------------------------------------------------*
       B710-AVANCA-UM-DIA.

           PERFORM B740-DIAS-NO-MES
              THRU B740-DIAS-NO-MES-FIM.
           IF WS-DW-DD < WS-DAYS-IN-MONTH
              ADD 1 TO WS-DW-DD
           ELSE
              MOVE 1 TO WS-DW-DD
              IF WS-DW-MM < 12
                 ADD 1 TO WS-DW-MM
              ELSE
                 MOVE 1 TO WS-DW-MM
                 ADD 1 TO WS-DW-YYYY.

       B710-AVANCA-UM-DIA-FIM.
           EXIT.

      *----------------------------------------------------------*
      * B740 - DAYS IN WS-DATE-WORK'S MONTH (GREGORIAN; THE      *
      *        CENTURY RULE DOES NOT BITE BETWEEN 1901 AND       *
      *        2099).                                            *
      *----------------------------------------------------------*
       B740-DIAS-NO-MES.

           IF WS-DW-MM = 4 OR WS-DW-MM = 6
              OR WS-DW-MM = 9 OR WS-DW-MM = 11
                 MOVE 30 TO WS-DAYS-IN-MONTH
           ELSE
              IF WS-DW-MM = 2
                 DIVIDE WS-DW-YYYY BY 4
                    GIVING WS-SER-T1 REMAINDER WS-SER-T2
                 IF WS-SER-T2 = ZERO
                    MOVE 29 TO WS-DAYS-IN-MONTH
                 ELSE
                    MOVE 28 TO WS-DAYS-IN-MONTH
                 END-IF
              ELSE
                 MOVE 31 TO WS-DAYS-IN-MONTH.

       B740-DIAS-NO-MES-FIM.
           EXIT.

      *----------------------------------------------------------*
      * B800 - REWRITE THE FEE SCHEDULE FROM THE TABLE, EVERY    *
      *        TARIFF WITH ITS DATES SPELT OUT, THEN READ IT     *
      *        BACK: WS-FEES-WRITTEN IS 'Y' ONLY WHEN EVERY      *
      *        OPEN, WRITE AND CLOSE WENT THROUGH AND THE FILE   *
      *        HOLDS AS MANY TARIFFS AS THE TABLE.               *
      *----------------------------------------------------------*
       B800-GRAVA-TABELA.

           MOVE 'N' TO WS-FEES-WRITTEN.
           OPEN OUTPUT FEES-FILE.
           IF WS-FS-FEES NOT = ZERO
              DISPLAY 'FBBAT21 - CANNOT REWRITE FEE SCHEDULE '
                 WS-FEES-PATH ' ' WS-FS-FEES
              GO TO B800-GRAVA-TABELA-FIM.

           MOVE 'Y' TO WS-FEES-WRITTEN.
           PERFORM B810-GRAVA-TARIFA
              THRU B810-GRAVA-TARIFA-FIM
                 VARYING WS-FEE-SUB FROM 1 BY 1
                    UNTIL WS-FEE-SUB > WS-FEE-TABLE-COUNT
                       OR WS-FEES-WRITTEN = 'N'.
           CLOSE FEES-FILE.
           IF WS-FS-FEES NOT = ZERO
              DISPLAY 'FBBAT21 - ERROR CLOSING FEE SCHEDULE '
                 WS-FS-FEES
              MOVE 'N' TO WS-FEES-WRITTEN.
           IF WS-FEES-WRITTEN = 'N'
              GO TO B800-GRAVA-TABELA-FIM.

           MOVE ZERO TO WS-FEES-READ-BACK.
           OPEN INPUT FEES-FILE.
           IF WS-FS-FEES NOT = ZERO
              DISPLAY 'FBBAT21 - CANNOT READ BACK FEE SCHEDULE '
                 WS-FS-FEES
              MOVE 'N' TO WS-FEES-WRITTEN
              GO TO B800-GRAVA-TABELA-FIM.
           MOVE 'N' TO WS-EOF-FEES.
           PERFORM B820-CONTA-TARIFA
              THRU B820-CONTA-TARIFA-FIM
                UNTIL WS-EOF-FEES = 'S'.
           CLOSE FEES-FILE.
           IF WS-FEES-READ-BACK NOT = WS-FEE-TABLE-COUNT
              DISPLAY 'FBBAT21 - FEE SCHEDULE READ BACK '
                 WS-FEES-READ-BACK ' TARIFFS, EXPECTED '
                 WS-FEE-TABLE-COUNT
              MOVE 'N' TO WS-FEES-WRITTEN.

       B800-GRAVA-TABELA-FIM.
           EXIT.

       B810-GRAVA-TARIFA.

           MOVE WS-FEE-ENTRY (WS-FEE-SUB) TO FEES-RECORD.
           WRITE FEES-RECORD.
           IF WS-FS-FEES NOT = ZERO
              DISPLAY 'FBBAT21 - ERROR WRITING FEE SCHEDULE '
                 WS-FS-FEES
              MOVE 'N' TO WS-FEES-WRITTEN.

       B810-GRAVA-TARIFA-FIM.
           EXIT.

       B820-CONTA-TARIFA.
           READ FEES-FILE
              AT END
                 MOVE 'S' TO WS-EOF-FEES
              NOT AT END
                 ADD 1 TO WS-FEES-READ-BACK.

       B820-CONTA-TARIFA-FIM.
           EXIT.

      *----------------------------------------------------------*
      * B900 - LOG THE RUN'S APPLIED CHANGES. WITH THE SCHEDULE  *
      *        REWRITTEN EACH GOES ON AS ITS BEFORE AND AFTER    *
      *        IMAGES; OTHERWISE EACH IS LOGGED AS REFUSED,      *
      *        'SCHEDULE NOT WRITTEN', AND THE RUN FAILS - THE   *
      *        OPERATOR RESUBMITS THE CHANGES.                   *
      *----------------------------------------------------------*
       B900-REGISTA-APLICADAS.

           IF WS-FEES-WRITTEN = 'N'
              DISPLAY 'FBBAT21 - FEE SCHEDULE NOT REWRITTEN, '
                 WS-PND-COUNT ' CHANGES NOT APPLIED'
              MOVE 'Y' TO WS-RUN-FAILED
              MOVE ZERO TO WS-ADDED-COUNT WS-CHANGED-COUNT
                           WS-DELETED-COUNT.
           PERFORM B910-REGISTA-UMA
              THRU B910-REGISTA-UMA-FIM
                 VARYING WS-PND-IX FROM 1 BY 1
                    UNTIL WS-PND-IX > WS-PND-COUNT.

       B900-REGISTA-APLICADAS-FIM.
           EXIT.

       B910-REGISTA-UMA.

           MOVE WS-PND-OPERATOR (WS-PND-IX) TO FCG-OPERATOR.
           MOVE WS-PND-ACTION (WS-PND-IX) TO FCG-ACTION.
           IF WS-FEES-WRITTEN = 'Y'
              MOVE WS-PND-BEFORE (WS-PND-IX) TO WS-BEFORE-IMAGE
              MOVE WS-PND-AFTER (WS-PND-IX) TO WS-AFTER-IMAGE
              PERFORM Q200-GRAVA-ANTES-DEPOIS
                 THRU Q200-GRAVA-ANTES-DEPOIS-FIM
           ELSE
              MOVE WS-PND-SUBMITTED (WS-PND-IX)
                 TO CHANGE-RECORD(2:35)
              MOVE 'SCHEDULE NOT WRITTEN' TO WS-REFUSE-REASON
              PERFORM Q300-GRAVA-RECUSA
                 THRU Q300-GRAVA-RECUSA-FIM.

       B910-REGISTA-UMA-FIM.
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
                 = FCG-REGION-CODE
                 MOVE 'Y' TO WS-REGION-VALID
           END-SEARCH.

       Q100-VERIFICA-REGIAO-FIM.
           EXIT.

      *----------------------------------------------------------*
      * Q150 - FIND THE TARIFF THE CHANGE NAMES (CODE, REGION    *
      *        AND EFFECTIVE-FROM). WS-FEE-TARGET IS ITS SLOT,   *
      *        ZERO WHEN IT IS NOT ON THE SCHEDULE.              *
      *----------------------------------------------------------*
       Q150-LOCALIZA-TARIFA.

           MOVE ZERO TO WS-FEE-TARGET.
           SET WS-FEE-IX TO 1.
           SEARCH WS-FEE-ENTRY
              AT END CONTINUE
              WHEN WS-FEE-IX > WS-FEE-TABLE-COUNT
                 CONTINUE
              WHEN WS-FEE-CODE (WS-FEE-IX) = FCG-TRANSACTION-CODE
                 AND WS-FEE-REGION (WS-FEE-IX) = FCG-REGION-CODE
                 AND WS-FEE-FROM (WS-FEE-IX) = FCG-EFFECTIVE-FROM
                 SET WS-FEE-TARGET TO WS-FEE-IX
           END-SEARCH.

       Q150-LOCALIZA-TARIFA-FIM.
           EXIT.

      *----------------------------------------------------------*
      * Q170 - IS WS-DATE-WORK A REAL CALENDAR DATE (YYYYMMDD)?  *
      *----------------------------------------------------------*
       Q170-VALIDA-DATA.

           MOVE 'N' TO WS-DATE-VALID.
           IF WS-DATE-WORK NOT NUMERIC
              GO TO Q170-VALIDA-DATA-FIM.
           IF WS-DW-MM < 1 OR WS-DW-MM > 12
              OR WS-DW-DD < 1
                 GO TO Q170-VALIDA-DATA-FIM.
           PERFORM B740-DIAS-NO-MES
              THRU B740-DIAS-NO-MES-FIM.
           IF WS-DW-DD > WS-DAYS-IN-MONTH
              GO TO Q170-VALIDA-DATA-FIM.
           MOVE 'Y' TO WS-DATE-VALID.

       Q170-VALIDA-DATA-FIM.
           EXIT.

      *----------------------------------------------------------*
      * Q180 - CHECK THE TARIFF'S NEW TO-DATE (WS-NEW-TO): A     *
      *        REAL DATE OR 99999999, AND NOT BEFORE ITS FROM.   *
      *----------------------------------------------------------*
       Q180-VALIDA-ATE.

           IF WS-NEW-TO NOT = '99999999'
              MOVE WS-NEW-TO TO WS-DATE-WORK
              PERFORM Q170-VALIDA-DATA
                 THRU Q170-VALIDA-DATA-FIM
              IF WS-DATE-VALID = 'N'
                 MOVE 'EFFECTIVE DATE INVALID' TO WS-REFUSE-REASON
                 GO TO Q180-VALIDA-ATE-FIM.

           IF WS-NEW-TO < FCG-EFFECTIVE-FROM
              MOVE 'TO DATE BEFORE FROM' TO WS-REFUSE-REASON.

       Q180-VALIDA-ATE-FIM.
           EXIT.

      *----------------------------------------------------------*
      * Q200 - LOG AN APPLIED CHANGE: THE BEFORE IMAGE (SPACES   *
      *        FOR AN ADD) AND THE AFTER IMAGE (SPACES FOR A     *
      *        DELETE) OF THE TARIFF.                            *
      *----------------------------------------------------------*
       Q200-GRAVA-ANTES-DEPOIS.

           MOVE SPACES TO AUDIT-RECORD.
           MOVE WS-PROCESS-DATE TO AUD-PROCESS-DATE.
           MOVE WS-RUN-TIME TO AUD-TIME.
           MOVE FCG-OPERATOR TO AUD-OPERATOR.
           MOVE FCG-ACTION TO AUD-ACTION.
           MOVE 'BEFORE' TO AUD-IMAGE-TYPE.
           MOVE WS-BEFORE-IMAGE TO AUD-FEE-IMAGE.
           WRITE AUDIT-RECORD.
           PERFORM Q900-VERIFICA-AUDITORIA
              THRU Q900-VERIFICA-AUDITORIA-FIM.
           MOVE 'AFTER ' TO AUD-IMAGE-TYPE.
           MOVE WS-AFTER-IMAGE TO AUD-FEE-IMAGE.
           WRITE AUDIT-RECORD.
           PERFORM Q900-VERIFICA-AUDITORIA
              THRU Q900-VERIFICA-AUDITORIA-FIM.

       Q200-GRAVA-ANTES-DEPOIS-FIM.
           EXIT.

      *----------------------------------------------------------*
      * Q300 - LOG A REFUSED CHANGE WITH ITS REASON AND THE      *
      *        CHANGE AS SUBMITTED.                              *
      *----------------------------------------------------------*
       Q300-GRAVA-RECUSA.

           ADD 1 TO WS-REFUSED-COUNT.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE WS-PROCESS-DATE TO AUD-PROCESS-DATE.
           MOVE WS-RUN-TIME TO AUD-TIME.
           MOVE FCG-OPERATOR TO AUD-OPERATOR.
           MOVE FCG-ACTION TO AUD-ACTION.
           MOVE 'REFUSE' TO AUD-IMAGE-TYPE.
           MOVE WS-REFUSE-REASON TO AUD-REASON.
           MOVE CHANGE-RECORD(2:35) TO AUD-FEE-IMAGE.
           WRITE AUDIT-RECORD.
           PERFORM Q900-VERIFICA-AUDITORIA
              THRU Q900-VERIFICA-AUDITORIA-FIM.
           DISPLAY 'FBBAT21 - CHANGE REFUSED FOR TARIFF '
              FCG-TRANSACTION-CODE '/' FCG-REGION-CODE ' FROM '
              FCG-EFFECTIVE-FROM ': ' WS-REFUSE-REASON.

       Q300-GRAVA-RECUSA-FIM.
           EXIT.

      *----------------------------------------------------------*
      * Q900 - A CHANGE LOG WRITE THAT FAILED FAILS THE RUN.     *
      *----------------------------------------------------------*
       Q900-VERIFICA-AUDITORIA.

           IF WS-FS-AUDIT NOT = ZERO
              DISPLAY 'FBBAT21 - CHANGE LOG WRITE FAILED '
                 WS-FS-AUDIT ' - ' AUD-IMAGE-TYPE
              MOVE 'Y' TO WS-RUN-FAILED.

       Q900-VERIFICA-AUDITORIA-FIM.
           EXIT.

      *----------------------------------------------------------*
      * Q400 - THE RANGES OF THE CHANGE'S CODE/REGION, AS THE    *
      *        CHANGE LEAVES THEM, MUST NOT OVERLAP, AND EVERY   *
      *        CLOSED RANGE THAT HAS A LATER ONE MUST BE         *
      *        FOLLOWED BY A RANGE STARTING THE VERY NEXT DAY.   *
      *----------------------------------------------------------*
       Q400-VALIDA-FAIXAS.

           PERFORM Q410-VALIDA-UMA-FAIXA
              THRU Q410-VALIDA-UMA-FAIXA-FIM
                 VARYING WS-FEE-SUB FROM 1 BY 1
                    UNTIL WS-FEE-SUB > WS-FEE-TABLE-COUNT
                       OR WS-REFUSE-REASON NOT = SPACES.

       Q400-VALIDA-FAIXAS-FIM.
           EXIT.

       Q410-VALIDA-UMA-FAIXA.

           IF WS-FEE-CODE (WS-FEE-SUB) NOT = FCG-TRANSACTION-CODE
              OR WS-FEE-REGION (WS-FEE-SUB) NOT = FCG-REGION-CODE
                 GO TO Q410-VALIDA-UMA-FAIXA-FIM.

           MOVE 'N' TO WS-LATER-FOUND.
           MOVE 'N' TO WS-NEXT-FOUND.
           MOVE SPACES TO WS-NEXT-DATE.
           IF WS-FEE-TO (WS-FEE-SUB) NOT = '99999999'
              MOVE WS-FEE-TO (WS-FEE-SUB) TO WS-DATE-WORK
              PERFORM B710-AVANCA-UM-DIA
                 THRU B710-AVANCA-UM-DIA-FIM
              MOVE WS-DATE-WORK TO WS-NEXT-DATE.

           PERFORM Q420-COMPARA-FAIXA
              THRU Q420-COMPARA-FAIXA-FIM
                 VARYING WS-PAIR-SUB FROM 1 BY 1
                    UNTIL WS-PAIR-SUB > WS-FEE-TABLE-COUNT
                       OR WS-REFUSE-REASON NOT = SPACES.
           IF WS-REFUSE-REASON NOT = SPACES
              GO TO Q410-VALIDA-UMA-FAIXA-FIM.

           IF WS-NEXT-DATE NOT = SPACES
              AND WS-LATER-FOUND = 'Y'
              AND WS-NEXT-FOUND = 'N'
                 MOVE 'RANGES LEAVE A GAP' TO WS-REFUSE-REASON.

       Q410-VALIDA-UMA-FAIXA-FIM.
           EXIT.

       Q420-COMPARA-FAIXA.

           IF WS-PAIR-SUB = WS-FEE-SUB
              OR WS-FEE-CODE (WS-PAIR-SUB) NOT = FCG-TRANSACTION-CODE
              OR WS-FEE-REGION (WS-PAIR-SUB) NOT = FCG-REGION-CODE
                 GO TO Q420-COMPARA-FAIXA-FIM.

           IF WS-FEE-FROM (WS-FEE-SUB) NOT > WS-FEE-TO (WS-PAIR-SUB)
              AND WS-FEE-FROM (WS-PAIR-SUB)
                 NOT > WS-FEE-TO (WS-FEE-SUB)
                    MOVE 'RANGES OVERLAP' TO WS-REFUSE-REASON
                    GO TO Q420-COMPARA-FAIXA-FIM.

           IF WS-FEE-FROM (WS-PAIR-SUB) > WS-FEE-FROM (WS-FEE-SUB)
              MOVE 'Y' TO WS-LATER-FOUND.
           IF WS-FEE-FROM (WS-PAIR-SUB) = WS-NEXT-DATE
              MOVE 'Y' TO WS-NEXT-FOUND.

       Q420-COMPARA-FAIXA-FIM.
           EXIT.

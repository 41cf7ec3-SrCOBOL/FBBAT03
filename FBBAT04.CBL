       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIBS-FILE ASSIGN TO DYNAMIC WS-TOKEN-COPY-PATH
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONTROL-REPORT ASSIGN TO DYNAMIC WS-CONTROL-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-STOPLIST.

      *    BIN RANGES WE ACQUIRE FOR - SEE BINS-LOAD.CPY. A CARD
      *    PROCESS-SIBS REJECTED FOR ITS CHECK DIGIT OR ITS RANGE
      *    STAYS OUT OF THE TOTALS HERE; A SETTLED CARD'S RANGE
      *    GIVES THE SCHEME AND DEBIT/CREDIT FOR THE BREAKDOWN
      *    THE SCHEME FEE INVOICES ARE CHECKED AGAINST.
           SELECT BINS-FILE ASSIGN TO DYNAMIC WS-BINS-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-BINS.

      *    RECORDS PROCESS-SIBS CARRIED IN FROM THE PREVIOUS RUN
      *    (ENT002.CIN) - THEY SETTLE TODAY AND MUST ENTER THE
      *    TOTALS AND THE GL ALONGSIDE THE DAY'S ENT002.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-CARRYIN.

      *    THE DAY'S INTAKE FROM EVERY SIBS CYCLE OF THE DATE SO
      *    FAR (ENT002.DIA, KEPT BY PROCESS-SIBS) - THE EARLIER
      *    CYCLES' RECORDS FEED THE DUPLICATE SORT SO A RECORD
      *    SIBS SENDS AGAIN IN A LATER CYCLE IS NOT SETTLED TWICE.
           SELECT DAY-FILE ASSIGN TO DYNAMIC WS-DAY-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-DAY.

           SELECT SORT-WORK-FILE ASSIGN TO DYNAMIC WS-SORT-PATH.

      *    SHARED RUN-CONTROL STEP LEDGER - SEE RUNCTL.CPY.
      * WITH THE ACCOUNT NUMBERS FROM THE SHARED GL ACCOUNT
      * MAPPING TABLE (GLACCTS.CPY). FEE INCOME IS POSTED WITH
      * ITS OWN PAIRS, FLAGGED BY GL-SOURCE ('S' SETTLEMENT,
      * 'F' FEE INCOME). A REVERSAL OF AN EARLIER CYCLE'S
      * APPROVED IS POSTED AS 'R' (SETTLEMENT) AND 'E' (FEE)
      * PAIRS WITH THE ACCOUNTS SWAPPED - SEE C140.
       FD  GL-FILE.
       01  GL-RECORD.
           05 GL-TRANSACTION-CODE   PIC X(4).
           05 FEE-REGION-CODE       PIC X(1).
           05 FEE-PERCENT           PIC 9(3)V9(4).
           05 FEE-MINIMUM           PIC 9(5)V99.
           05 FEE-EFFECTIVE-FROM    PIC X(8).
           05 FEE-EFFECTIVE-TO      PIC X(8).

       FD  STOPLIST-FILE.
       01  STOPLIST-RECORD.
           05 STP-CARD-NUMBER       PIC X(16).

       FD  BINS-FILE.
       01  BINS-RECORD.
           05 BIN-RANGE-LOW         PIC X(8).
           05 BIN-RANGE-HIGH        PIC X(8).
           05 BIN-ISSUER            PIC X(20).
           05 BIN-SCHEME            PIC X(10).
           05 BIN-CARD-TYPE         PIC X(1).
           05 BIN-ORIGIN            PIC X(1).

       FD  CARRYIN-FILE.
       01  CARRYIN-RECORD           PIC X(80).

       FD  DAY-FILE.
       01  DAY-RECORD.
           05 DIA-PROCESS-DATE      PIC X(8).
           05 DIA-CYCLE             PIC 9(1).
           05 DIA-SIBS-RECORD       PIC X(80).
      *    'S' WHEN THE RECORD SETTLED IN ITS CYCLE, 'N' WHEN IT
      *    WAS REJECTED OR PENDED (PROCESS-SIBS Q650).
           05 DIA-SETTLED           PIC X(1).

       FD  RUNCTL-FILE.
       01  RUNCTL-RECORD.
           05 RCT-DATE              PIC X(8).
           05 RCT-PROGRAM           PIC X(12).
           05 RCT-EVENT             PIC X(6).
           05 RCT-TIME              PIC X(6).
           05 RCT-CYCLE             PIC X(1).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05 SORT-CURRENCY-CODE     PIC X(3).
           05 SORT-ORIGINAL-AMOUNT   PIC 9(7)V99.
           05 SORT-MERCHANT-NUMBER   PIC X(8).
      *    'A' AN EARLIER CYCLE OF THE DAY (ENT002.DIA) THAT
      *    SETTLED THERE, 'B' ONE THAT DID NOT (REJECTED OR PENDED),
      *    'C' THIS CYCLE'S ENT002 OR CARRIED-IN RECORDS.
           05 SORT-ORIGIN            PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-END-OF-FILE           PIC X(1) VALUE 'N'.
       01  WS-FS-GL                 PIC 9(2) VALUE ZERO.
       01  WS-RECORD-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-SIBS-PATH              PIC X(100).
       01  WS-TOKEN-COPY-PATH        PIC X(104).
       01  WS-CONTROL-PATH           PIC X(104).
       01  WS-GL-PATH                PIC X(103).
       01  WS-REVERSAL-PATH          PIC X(104).
              10 WS-UNM-AMOUNT       PIC 9(7)V99.
       01  WS-CARD-MASKED            PIC X(16).

      * A REVERSED IN THIS CYCLE WHOSE APPROVED ORIGINAL CAME IN AN
      * EARLIER CYCLE OF THE DAY (ENT002.DIA). THE ORIGINAL WAS
      * SETTLED, FEE AND ALL, IN ITS OWN CYCLE, SO THE REVERSAL CAN
      * NOT BE NETTED OUT OF TODAY'S TOTALS - IT IS POSTED AGAINST
      * THEM INSTEAD: ITS OWN .CTL SECTION (CODE BY REGION, FOR
      * FBBAT22) AND GL PAIRS OF SOURCE 'R' WITH THE CODE'S
      * ACCOUNTS SWAPPED, THE FEE REVERSED THE SAME WAY AS SOURCE
      * 'E'. IT COUNTS AS A NETTED LEG IN THE ACCUMULATION
      * EQUATION.
       01  WS-GRP-APPR-EARLIER       PIC X(1) VALUE 'N'.
       01  WS-IS-EARLIER-REV         PIC X(1) VALUE 'N'.
       01  WS-ECR-MAX                PIC 9(5) VALUE 99999.
       01  WS-ECR-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-ECR-IDS.
           05 WS-ECR-ID OCCURS 1 TO 99999 TIMES
                 DEPENDING ON WS-ECR-COUNT
                 INDEXED BY WS-ECR-IX
                                      PIC X(6).
       01  WS-ECR-POSTED             PIC 9(7) VALUE ZERO.
       01  WS-ECR-AMOUNT             PIC 9(9)V99 VALUE ZERO.
       01  WS-ECR-FEE-TOTAL          PIC 9(9)V99 VALUE ZERO.
       01  WS-ECT-MAX                PIC 9(3) VALUE 90.
       01  WS-ECT-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-ECT-SLOTTED            PIC X(1) VALUE 'N'.
       01  WS-ECT-TABLE.
           05 WS-ECT-ENTRY OCCURS 90 TIMES INDEXED BY WS-ECT-IX.
              10 WS-ECT-CODE         PIC X(4).
              10 WS-ECT-REGION       PIC X(1).
              10 WS-ECT-CNT          PIC 9(7) VALUE ZERO.
              10 WS-ECT-AMOUNT       PIC 9(9)V99 VALUE ZERO.
              10 WS-ECT-FEE-CNT      PIC 9(7) VALUE ZERO.
              10 WS-ECT-FEE          PIC 9(9)V99 VALUE ZERO.

      * TRANSACTION-CODE TOTALS TABLE - GROWS AS NEW CODES ARE SEEN.
      * THE FEE FIELDS ACCUMULATE THE ACQUIRING FEE EARNED ON THE
      * CODE'S SETTLED RECORDS (B350-CALCULA-TAXA-SERVICO).
              10 WS-CODE-TOT-FEE-CNT PIC 9(7) VALUE ZERO.
              10 WS-CODE-TOT-FEE     PIC 9(9)V99 VALUE ZERO.

      * CODE BY REGION TOTALS - THE SETTLED FIGURES AT THE GRAIN
      * OF THE SIBS SETTLEMENT-POSITION FILE, PUBLISHED ON THE
      * .CTL REPORT FOR THE FBBAT22 RECONCILIATION. A FULL TABLE
      * IS WARNED AND THE RECORD LEFT OUT OF THE BREAKDOWN ONLY.
       01  WS-CRG-MAX                PIC 9(3) VALUE 90.
       01  WS-CRG-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-CRG-SLOTTED            PIC X(1) VALUE 'N'.
       01  WS-CRG-TABLE.
           05 WS-CRG-ENTRY OCCURS 90 TIMES INDEXED BY WS-CRG-IX.
              10 WS-CRG-CODE         PIC X(4).
              10 WS-CRG-REGION       PIC X(1).
              10 WS-CRG-CNT          PIC 9(7) VALUE ZERO.
              10 WS-CRG-AMOUNT       PIC 9(9)V99 VALUE ZERO.

      * FEE COMPUTATION WORK FIELDS AND THE MISSING-SCHEDULE
      * EXCEPTION TABLE - A CODE/REGION PAIR WITH NO ENTRY IN THE
      * FEE SCHEDULE IS COUNTED AND PUBLISHED ON THE .CTL REPORT,
       01  WS-ON-STOPLIST            PIC X(1) VALUE 'N'.
       01  WS-STOPLIST-EXCL          PIC 9(7) VALUE ZERO.

           COPY BINS.

      * SET BY B177 - SAME CHECK-DIGIT (TOKEN MARKER) TEST AND BIN
      * RANGE LOOKUP AS PROCESS-SIBS Q285. A FAILED CARD GOES TO ITS
      * OWN EXCLUSION BUCKET; A GOOD ONE LEAVES ITS SCHEME AND
      * DEBIT/CREDIT IN WS-CARD-SCHEME/WS-CARD-TYPE.
       01  WS-CHECK-DIGIT-OK         PIC X(1) VALUE 'Y'.
       01  WS-BIN-ACQUIRED           PIC X(1) VALUE 'Y'.
       01  WS-CARDCHK-EXCL           PIC 9(7) VALUE ZERO.
       01  WS-CARD-SCHEME            PIC X(10) VALUE SPACES.
       01  WS-CARD-TYPE              PIC X(1) VALUE SPACES.

      * SETTLED COUNT AND EUR AMOUNT BY CARD SCHEME AND
      * DEBIT/CREDIT - GROWS AS NEW PAIRS ARE SEEN. A SETTLED
      * CARD WITH NO BIN TABLE LOADED IS BUCKETED AS 'UNKNOWN'.
       01  WS-SCH-MAX                PIC 9(2) VALUE 40.
       01  WS-SCH-COUNT              PIC 9(2) VALUE ZERO.
       01  WS-SCH-SLOTTED            PIC X(1) VALUE 'N'.
       01  WS-SCH-TYPE-DESC          PIC X(7) VALUE SPACES.
       01  WS-SCH-TABLE.
           05 WS-SCH-ENTRY OCCURS 40 TIMES INDEXED BY WS-SCH-IX.
              10 WS-SCH-SCHEME       PIC X(10).
              10 WS-SCH-TYPE         PIC X(1).
              10 WS-SCH-CNT          PIC 9(7) VALUE ZERO.
              10 WS-SCH-AMOUNT       PIC 9(9)V99 VALUE ZERO.

      * SET WHEN A TRANSACTION-CODE REACHES THE GL STEP WITH NO
      * ENTRY IN THE ACCOUNT MAPPING TABLE: THE CODE IS NOT
      * POSTED AND THE RUN ENDS WITH RETURN-CODE 8, THE SAME WAY
       01  WS-TXN-SERIAL             PIC 9(7) VALUE ZERO.
       01  WS-IS-UNMATCHED           PIC X(1) VALUE 'N'.
       01  WS-EOF-ALIMENTA           PIC X(1) VALUE 'N'.
       01  WS-DAY-PATH               PIC X(100) VALUE SPACES.
       01  WS-FS-DAY                 PIC 9(2) VALUE ZERO.
       01  WS-DAY-EARLIER-COUNT      PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.

           PERFORM B135-CARREGA-STOPLIST
              THRU B135-CARREGA-STOPLIST-FIM.

           PERFORM B137-CARREGA-BINS
              THRU B137-CARREGA-BINS-FIM.

           PERFORM B160-CALCULA-DATA-LIQUIDACAO
              THRU B160-CALCULA-DATA-LIQUIDACAO-FIM.

           IF WS-SIBS-PATH = SPACES
              MOVE '/home/kikos/ficheiros/ENT002' TO WS-SIBS-PATH.

      *    THE DAY'S TRANSACTIONS ARE READ FROM PROCESS-SIBS'S
      *    TOKENIZED COPY OF THE EXTRACT (ENT002.TKN) - THIS STEP
      *    NEVER SEES A FULL CARD NUMBER.
           STRING WS-SIBS-PATH DELIMITED BY SPACE
                  '.TKN' DELIMITED BY SIZE
               INTO WS-TOKEN-COPY-PATH.

           STRING WS-SIBS-PATH DELIMITED BY SPACE
                  '.CTL' DELIMITED BY SIZE
               INTO WS-CONTROL-PATH.
           STRING WS-SIBS-PATH DELIMITED BY SPACE
                  '.CIN' DELIMITED BY SIZE
               INTO WS-CARRYIN-PATH.
           ACCEPT WS-DAY-PATH FROM ENVIRONMENT 'ENT002_DAY'.
           IF WS-DAY-PATH = SPACES
              MOVE '/home/kikos/ficheiros/ENT002.DIA' TO WS-DAY-PATH.
           STRING WS-SIBS-PATH DELIMITED BY SPACE
                  '.SRT' DELIMITED BY SIZE
               INTO WS-SORT-PATH.

      *----------------------------------------------------------*
      * A220 - ROUTE ONE RECORD INTO THE GRAND TOTAL OR EXACTLY  *
      *        ONE EXCLUSION BUCKET: OUT-OF-WINDOW, PENDING,     *
      *        STOP-LIST, CARD CHECK, DUPLICATE, NETTED REVERSAL *
      *        LEG, UNMATCHED REVERSAL, OR NO-RATE. THE BUCKET   *
      *        COUNTS ARE PUBLISHED ON THE .CTL REPORT FOR THE   *
      *        BALANCING STEP. A REVERSAL OF AN EARLIER CYCLE'S  *
      *        APPROVED IS A NETTED LEG POSTED BY B395 INSTEAD.  *
      *----------------------------------------------------------*
       A220-TRATA-REGISTO.

              ADD 1 TO WS-STOPLIST-EXCL
              GO TO A220-TRATA-REGISTO-FIM.

      *    A BAD CHECK DIGIT OR A RANGE WE DO NOT ACQUIRE FOR WAS
      *    REJECTED UPSTREAM BY PROCESS-SIBS AS WELL.
           PERFORM B177-VERIFICA-CARTAO
              THRU B177-VERIFICA-CARTAO-FIM.
           IF WS-CHECK-DIGIT-OK = 'N'
              OR WS-BIN-ACQUIRED = 'N'
                 ADD 1 TO WS-CARDCHK-EXCL
                 GO TO A220-TRATA-REGISTO-FIM.

      *    THE DUPLICATE AND REVERSAL TABLES COVER THE CARRIED-IN
      *    RECORDS TOO (D105 FEEDS BOTH SOURCES TO THE SORT), SO
      *    EVERY RECORD TAKES THE SAME CHECKS WHICHEVER WAY IT
                 ', TRANSACTION SKIPPED: ' TRANSACTION-ID
              GO TO A220-TRATA-REGISTO-FIM.

           IF WS-IS-EARLIER-REV = 'Y'
              ADD 1 TO WS-NETTED-LEGS
              PERFORM B395-ACUMULA-ESTORNO-ANTERIOR
                 THRU B395-ACUMULA-ESTORNO-ANTERIOR-FIM
              GO TO A220-TRATA-REGISTO-FIM.

           PERFORM B200-ACUMULA-REGIAO
              THRU B200-ACUMULA-REGIAO-FIM.
           PERFORM B300-ACUMULA-CODIGO
              THRU B300-ACUMULA-CODIGO-FIM.
           PERFORM B350-CALCULA-TAXA-SERVICO
              THRU B350-CALCULA-TAXA-SERVICO-FIM.
           PERFORM B380-ACUMULA-ESQUEMA
              THRU B380-ACUMULA-ESQUEMA-FIM.
           PERFORM B390-ACUMULA-CODIGO-REGIAO
              THRU B390-ACUMULA-CODIGO-REGIAO-FIM.

       A220-TRATA-REGISTO-FIM.
           EXIT.
                 VARYING WS-CODE-IX FROM 1 BY 1
                    UNTIL WS-CODE-IX > WS-CODE-TOTALS-COUNT.

      *    CODE BY REGION SECTION: THE SAME SETTLED FIGURES AT
      *    THE GRAIN OF THE SIBS SETTLEMENT-POSITION FILE. THE
      *    LINE FORMAT IS PART OF THE REPORT INTERFACE - FBBAT22
      *    PARSES IT.
           MOVE SPACES TO WS-HEADING-2.
           STRING 'CODE BY REGION TOTALS' DELIMITED BY SIZE
              INTO WS-HEADING-2.
           WRITE CONTROL-REPORT-LINE FROM WS-HEADING-2.

           SET WS-CRG-IX TO 1.
           PERFORM B590-IMPRIME-CODIGO-REGIAO
              THRU B590-IMPRIME-CODIGO-REGIAO-FIM
                 VARYING WS-CRG-IX FROM 1 BY 1
                    UNTIL WS-CRG-IX > WS-CRG-COUNT.

      *    ACQUIRING FEE SECTION: THE FEE EARNED PER TRANSACTION-
      *    CODE, THE DAY'S FEE TOTAL, AND EVERY CODE/REGION PAIR
      *    THAT SETTLED WITH NO SCHEDULE ENTRY. THE LINE FORMATS
                 VARYING WS-NOFEE-IX FROM 1 BY 1
                    UNTIL WS-NOFEE-IX > WS-NOFEE-COUNT.

      *    CARD SCHEME SECTION: SETTLED COUNT AND EUR AMOUNT PER
      *    SCHEME AND DEBIT/CREDIT, THE FIGURES THE SCHEME FEE
      *    INVOICES ARE CHECKED AGAINST. THE LINES ADD BACK TO
      *    THE GRAND TOTAL BELOW.
           MOVE SPACES TO WS-HEADING-2.
           STRING 'CARD SCHEME TOTALS' DELIMITED BY SIZE
              INTO WS-HEADING-2.
           WRITE CONTROL-REPORT-LINE FROM WS-HEADING-2.

           SET WS-SCH-IX TO 1.
           PERFORM B580-IMPRIME-ESQUEMA
              THRU B580-IMPRIME-ESQUEMA-FIM
                 VARYING WS-SCH-IX FROM 1 BY 1
                    UNTIL WS-SCH-IX > WS-SCH-COUNT.

      *    WS-RECORD-COUNT IS EVERY RECORD READ FROM SIBS-FILE;
      *    WS-GRAND-COUNT/WS-GRAND-AMOUNT ARE ACCUMULATED ONLY FOR
      *    NON-DUPLICATE RECORDS (SEE B200-ACUMULA-REGIAO), THE SAME

      *    RECONCILIATION FIGURES: GRAND = READ + CARRIED-IN
      *    - DUPLICATES - NETTED LEGS - UNMATCHED REVERSALS
      *    - NO-RATE - OUT-OF-WINDOW - PENDING - STOP-LIST
      *    - CARD CHECK.
      *    FBBAT07 RE-PROVES THIS EQUATION FROM THE REPORT, SO
      *    THE LINE FORMATS BELOW ARE PART OF THE INTERFACE.
           MOVE SPACES TO WS-GRAND-LINE.
           MOVE SPACES TO WS-GRAND-LINE.
           STRING 'EXCLUDED - STOP LIST: ' DELIMITED BY SIZE
                  WS-STOPLIST-EXCL DELIMITED BY SIZE
                  '  CARD CHECK: ' DELIMITED BY SIZE
                  WS-CARDCHK-EXCL DELIMITED BY SIZE
               INTO WS-GRAND-LINE.
           WRITE CONTROL-REPORT-LINE FROM WS-GRAND-LINE.

               INTO WS-GRAND-LINE.
           WRITE CONTROL-REPORT-LINE FROM WS-GRAND-LINE.

      *    EARLIER-CYCLE REVERSALS SECTION: POSTED AGAINST THE
      *    DAY BY THE 'R' GL PAIRS, OUTSIDE THE GRAND TOTAL ABOVE
      *    (THEY ARE COUNTED IN ITS NETTED LEGS). THE CODE BY
      *    REGION LINE FORMAT IS PART OF THE REPORT INTERFACE -
      *    FBBAT22 PARSES IT.
           MOVE SPACES TO WS-HEADING-2.
           STRING 'EARLIER-CYCLE REVERSALS POSTED' DELIMITED BY SIZE
              INTO WS-HEADING-2.
           WRITE CONTROL-REPORT-LINE FROM WS-HEADING-2.

           SET WS-ECT-IX TO 1.
           PERFORM B595-IMPRIME-ESTORNO-ANTERIOR
              THRU B595-IMPRIME-ESTORNO-ANTERIOR-FIM
                 VARYING WS-ECT-IX FROM 1 BY 1
                    UNTIL WS-ECT-IX > WS-ECT-COUNT.

           MOVE SPACES TO WS-GRAND-LINE.
           MOVE WS-ECR-AMOUNT TO WS-AMOUNT-EDITED.
           STRING 'REVERSALS POSTED: ' DELIMITED BY SIZE
                  WS-ECR-POSTED DELIMITED BY SIZE
                  '  AMOUNT: ' DELIMITED BY SIZE
                  WS-AMOUNT-EDITED DELIMITED BY SIZE
                  ' EUR' DELIMITED BY SIZE
               INTO WS-GRAND-LINE.
           WRITE CONTROL-REPORT-LINE FROM WS-GRAND-LINE.

           MOVE SPACES TO WS-GRAND-LINE.
           MOVE WS-ECR-FEE-TOTAL TO WS-AMOUNT-EDITED.
           STRING 'REVERSED FEE AMOUNT: ' DELIMITED BY SIZE
                  WS-AMOUNT-EDITED DELIMITED BY SIZE
                  ' EUR' DELIMITED BY SIZE
               INTO WS-GRAND-LINE.
           WRITE CONTROL-REPORT-LINE FROM WS-GRAND-LINE.

           PERFORM C100-GRAVA-GL
              THRU C100-GRAVA-GL-FIM.

       B175-VERIFICA-STOPLIST-FIM.
           EXIT.

      *----------------------------------------------------------*
      * B137 - LOAD THE SHARED BIN RANGE TABLE (COPYBOOKS/BINS). *
      *----------------------------------------------------------*
       B137-CARREGA-BINS.

           COPY BINS-LOAD.

       B137-CARREGA-BINS-FIM.
           EXIT.

           COPY BINS-READ.

      *----------------------------------------------------------*
      * B177 - CHECK DIGIT AND BIN RANGE OF THE CURRENT RECORD'S *
      *        CARD. SAME TEST AS PROCESS-SIBS Q285 - THE CARD   *
      *        IS A TOKEN CARRYING THE LUHN VERDICT IN POSITION  *
      *        9 ('T' PASSED, SEE TOKEN.CPY). A FAILURE WAS      *
      *        REJECTED UPSTREAM AND MUST NOT SETTLE HERE. A     *
      *        GOOD CARD'S RANGE GIVES ITS SCHEME AND            *
      *        DEBIT/CREDIT.                                     *
      *----------------------------------------------------------*
       B177-VERIFICA-CARTAO.

           MOVE 'Y' TO WS-CHECK-DIGIT-OK.
           MOVE 'Y' TO WS-BIN-ACQUIRED.
           MOVE 'UNKNOWN' TO WS-CARD-SCHEME.
           MOVE SPACE TO WS-CARD-TYPE.
           IF CARD-NUMBER (9:1) NOT = 'T'
              MOVE 'N' TO WS-CHECK-DIGIT-OK
              GO TO B177-VERIFICA-CARTAO-FIM.

           IF WS-BIN-TABLE-COUNT = ZERO
              GO TO B177-VERIFICA-CARTAO-FIM.
           SET WS-BIN-IX TO 1.
           SEARCH WS-BIN-ENTRY
              AT END
                 MOVE 'N' TO WS-BIN-ACQUIRED
              WHEN WS-BIN-IX > WS-BIN-TABLE-COUNT
                 MOVE 'N' TO WS-BIN-ACQUIRED
              WHEN CARD-NUMBER (1:8) NOT < WS-BIN-LOW (WS-BIN-IX)
                 AND CARD-NUMBER (1:8) NOT > WS-BIN-HIGH (WS-BIN-IX)
                 MOVE WS-BIN-SCHEME (WS-BIN-IX) TO WS-CARD-SCHEME
                 MOVE WS-BIN-CARD-TYPE (WS-BIN-IX) TO WS-CARD-TYPE
           END-SEARCH.

       B177-VERIFICA-CARTAO-FIM.
           EXIT.

      *----------------------------------------------------------*
      * B145 - RUN-CONTROL CHECK AND START EVENT (RUNCTL.CPY).   *
      *        A REFUSED RUN ENDS HERE WITH RETURN-CODE 8 BEFORE *

      *----------------------------------------------------------*
      * B350 - ACQUIRING FEE ON THE CURRENT SETTLED RECORD: THE  *
      *        PERCENTAGE OF THE SETTLED EUR VALUE IN THE TARIFF *
      *        IN FORCE ON THE VALUE DATE (WS-SETTLE-DATE),      *
      *        NEVER LESS THAN ITS MINIMUM. RUNS AFTER           *
      *        B300 SO WS-CODE-IX IS STILL ON THE RECORD'S CODE  *
      *        ENTRY. A CODE/REGION PAIR WITH NO SCHEDULE ENTRY  *
      *        GOES TO THE MISSING-SCHEDULE EXCEPTION TABLE.     *
           IF WS-CODE-IGNORED = 'Y'
              GO TO B350-CALCULA-TAXA-SERVICO-FIM.

           PERFORM B355-PROCURA-TAXA
              THRU B355-PROCURA-TAXA-FIM.
           IF WS-FEE-FOUND = 'N'
              PERFORM B360-SEM-TABELA-TAXA
                 THRU B360-SEM-TABELA-TAXA-FIM
              GO TO B350-CALCULA-TAXA-SERVICO-FIM.

           ADD 1 TO WS-CODE-TOT-FEE-CNT (WS-CODE-IX).
           ADD WS-FEE-AMOUNT TO WS-CODE-TOT-FEE (WS-CODE-IX).
           ADD WS-FEE-AMOUNT TO WS-FEE-TOTAL.

       B350-CALCULA-TAXA-SERVICO-FIM.
           EXIT.

      *----------------------------------------------------------*
      * B355 - LOOK UP THE TARIFF FOR THE CURRENT RECORD'S       *
      *        CODE/REGION ON THE VALUE DATE AND LEAVE THE FEE   *
      *        ON WS-EUR-AMOUNT IN WS-FEE-AMOUNT. NO ENTRY       *
      *        LEAVES WS-FEE-FOUND AT 'N'.                       *
      *----------------------------------------------------------*
       B355-PROCURA-TAXA.

           MOVE 'Y' TO WS-FEE-FOUND.
           MOVE ZERO TO WS-FEE-AMOUNT.
           SET WS-FEE-IX TO 1.
                 MOVE 'N' TO WS-FEE-FOUND
              WHEN WS-FEE-CODE (WS-FEE-IX) = TRANSACTION-CODE
                 AND WS-FEE-REGION (WS-FEE-IX) = REGION-CODE
                 AND WS-FEE-FROM (WS-FEE-IX) NOT > WS-SETTLE-DATE
                 AND WS-FEE-TO (WS-FEE-IX) NOT < WS-SETTLE-DATE
                 COMPUTE WS-FEE-AMOUNT ROUNDED =
                    WS-EUR-AMOUNT
                       * WS-FEE-PERCENT (WS-FEE-IX) / 100
                 END-IF
           END-SEARCH.

       B355-PROCURA-TAXA-FIM.
           EXIT.

      *----------------------------------------------------------*
       B360-SEM-TABELA-TAXA-FIM.
           EXIT.

      *----------------------------------------------------------*
      * B380 - ADD THE SETTLED RECORD INTO THE SCHEME BY         *
      *        DEBIT/CREDIT TABLE (SCHEME AND TYPE LEFT BY B177).*
      *        A FULL TABLE IS WARNED AND THE RECORD LEFT OUT OF *
      *        THE BREAKDOWN ONLY - IT STAYS IN THE GRAND TOTAL. *
      *----------------------------------------------------------*
       B380-ACUMULA-ESQUEMA.

           MOVE 'N' TO WS-SCH-SLOTTED.
           SET WS-SCH-IX TO 1.
           SEARCH WS-SCH-ENTRY
              AT END CONTINUE
              WHEN WS-SCH-IX > WS-SCH-COUNT
                 CONTINUE
              WHEN WS-SCH-SCHEME (WS-SCH-IX) = WS-CARD-SCHEME
                 AND WS-SCH-TYPE (WS-SCH-IX) = WS-CARD-TYPE
                 MOVE 'Y' TO WS-SCH-SLOTTED
           END-SEARCH.

           IF WS-SCH-SLOTTED = 'N'
              IF WS-SCH-COUNT < WS-SCH-MAX
                 ADD 1 TO WS-SCH-COUNT
                 SET WS-SCH-IX TO WS-SCH-COUNT
                 MOVE WS-CARD-SCHEME TO WS-SCH-SCHEME (WS-SCH-IX)
                 MOVE WS-CARD-TYPE TO WS-SCH-TYPE (WS-SCH-IX)
              ELSE
                 DISPLAY 'WARNING - CARD SCHEME TABLE FULL, NOT '
                    'BROKEN DOWN: ' WS-CARD-SCHEME '/' WS-CARD-TYPE
                 GO TO B380-ACUMULA-ESQUEMA-FIM.

           ADD 1 TO WS-SCH-CNT (WS-SCH-IX).
           ADD WS-EUR-AMOUNT TO WS-SCH-AMOUNT (WS-SCH-IX).

       B380-ACUMULA-ESQUEMA-FIM.
           EXIT.

      *----------------------------------------------------------*
      * B390 - ADD THE SETTLED RECORD INTO THE CODE BY REGION    *
      *        TABLE. A FULL TABLE IS WARNED AND THE RECORD LEFT *
      *        OUT OF THE BREAKDOWN ONLY.                        *
      *----------------------------------------------------------*
       B390-ACUMULA-CODIGO-REGIAO.

           MOVE 'N' TO WS-CRG-SLOTTED.
           SET WS-CRG-IX TO 1.
           SEARCH WS-CRG-ENTRY
              AT END CONTINUE
              WHEN WS-CRG-IX > WS-CRG-COUNT
                 CONTINUE
              WHEN WS-CRG-CODE (WS-CRG-IX) = TRANSACTION-CODE
                 AND WS-CRG-REGION (WS-CRG-IX) = REGION-CODE
                 MOVE 'Y' TO WS-CRG-SLOTTED
           END-SEARCH.

           IF WS-CRG-SLOTTED = 'N'
              IF WS-CRG-COUNT < WS-CRG-MAX
                 ADD 1 TO WS-CRG-COUNT
                 SET WS-CRG-IX TO WS-CRG-COUNT
                 MOVE TRANSACTION-CODE TO WS-CRG-CODE (WS-CRG-IX)
                 MOVE REGION-CODE TO WS-CRG-REGION (WS-CRG-IX)
              ELSE
                 DISPLAY 'WARNING - CODE BY REGION TABLE FULL, NOT '
                    'BROKEN DOWN: ' TRANSACTION-CODE '/' REGION-CODE
                 GO TO B390-ACUMULA-CODIGO-REGIAO-FIM.

           ADD 1 TO WS-CRG-CNT (WS-CRG-IX).
           ADD WS-EUR-AMOUNT TO WS-CRG-AMOUNT (WS-CRG-IX).

       B390-ACUMULA-CODIGO-REGIAO-FIM.
           EXIT.

      *----------------------------------------------------------*
      * B395 - ADD A REVERSAL OF AN EARLIER CYCLE'S APPROVED     *
      *        INTO THE REVERSAL CODE BY REGION TABLE, WITH THE  *
      *        FEE ITS ORIGINAL EARNED (THE SAME TARIFF ON THE   *
      *        SAME VALUE DATE - A PAIR WITH NO SCHEDULE ENTRY   *
      *        EARNED NONE). THE TABLE FEEDS THE .CTL SECTION    *
      *        AND THE 'R' GL PAIRS. A FULL TABLE CANNOT BE      *
      *        POSTED AND HOLDS THE RUN LIKE AN UNMAPPED CODE.   *
      *----------------------------------------------------------*
       B395-ACUMULA-ESTORNO-ANTERIOR.

           MOVE 'N' TO WS-ECT-SLOTTED.
           SET WS-ECT-IX TO 1.
           SEARCH WS-ECT-ENTRY
              AT END CONTINUE
              WHEN WS-ECT-IX > WS-ECT-COUNT
                 CONTINUE
              WHEN WS-ECT-CODE (WS-ECT-IX) = TRANSACTION-CODE
                 AND WS-ECT-REGION (WS-ECT-IX) = REGION-CODE
                 MOVE 'Y' TO WS-ECT-SLOTTED
           END-SEARCH.

           IF WS-ECT-SLOTTED = 'N'
              IF WS-ECT-COUNT < WS-ECT-MAX
                 ADD 1 TO WS-ECT-COUNT
                 SET WS-ECT-IX TO WS-ECT-COUNT
                 MOVE TRANSACTION-CODE TO WS-ECT-CODE (WS-ECT-IX)
                 MOVE REGION-CODE TO WS-ECT-REGION (WS-ECT-IX)
              ELSE
                 DISPLAY 'FBBAT04 - EARLIER-CYCLE REVERSAL TABLE '
                    'FULL, NOT POSTED: ' TRANSACTION-ID
                 MOVE 'Y' TO WS-GLA-MISSING
                 GO TO B395-ACUMULA-ESTORNO-ANTERIOR-FIM.

           ADD 1 TO WS-ECT-CNT (WS-ECT-IX).
           ADD WS-EUR-AMOUNT TO WS-ECT-AMOUNT (WS-ECT-IX).
           ADD 1 TO WS-ECR-POSTED.
           ADD WS-EUR-AMOUNT TO WS-ECR-AMOUNT.

           PERFORM B355-PROCURA-TAXA
              THRU B355-PROCURA-TAXA-FIM.
           IF WS-FEE-FOUND = 'Y'
              ADD 1 TO WS-ECT-FEE-CNT (WS-ECT-IX)
              ADD WS-FEE-AMOUNT TO WS-ECT-FEE (WS-ECT-IX)
              ADD WS-FEE-AMOUNT TO WS-ECR-FEE-TOTAL.

       B395-ACUMULA-ESTORNO-ANTERIOR-FIM.
           EXIT.

       B400-IMPRIME-REGIAO.

           MOVE SPACES TO WS-DETAIL-LINE.
       B560-IMPRIME-SEM-TAXA-FIM.
           EXIT.

       B580-IMPRIME-ESQUEMA.

           IF WS-SCH-TYPE (WS-SCH-IX) = 'D'
              MOVE 'DEBIT' TO WS-SCH-TYPE-DESC
           ELSE
              IF WS-SCH-TYPE (WS-SCH-IX) = 'C'
                 MOVE 'CREDIT' TO WS-SCH-TYPE-DESC
              ELSE
                 MOVE 'UNKNOWN' TO WS-SCH-TYPE-DESC.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-SCH-AMOUNT (WS-SCH-IX) TO WS-AMOUNT-EDITED.
           STRING 'SCHEME: ' DELIMITED BY SIZE
                  WS-SCH-SCHEME (WS-SCH-IX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-SCH-TYPE-DESC DELIMITED BY SIZE
                  '  COUNT: ' DELIMITED BY SIZE
                  WS-SCH-CNT (WS-SCH-IX) DELIMITED BY SIZE
                  '  AMOUNT: ' DELIMITED BY SIZE
                  WS-AMOUNT-EDITED DELIMITED BY SIZE
                  ' EUR' DELIMITED BY SIZE
               INTO WS-DETAIL-LINE.
           WRITE CONTROL-REPORT-LINE FROM WS-DETAIL-LINE.

       B580-IMPRIME-ESQUEMA-FIM.
           EXIT.

       B590-IMPRIME-CODIGO-REGIAO.

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-CRG-AMOUNT (WS-CRG-IX) TO WS-AMOUNT-EDITED.
           STRING 'CODE/REGION: ' DELIMITED BY SIZE
                  WS-CRG-CODE (WS-CRG-IX) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-CRG-REGION (WS-CRG-IX) DELIMITED BY SIZE
                  '  COUNT: ' DELIMITED BY SIZE
                  WS-CRG-CNT (WS-CRG-IX) DELIMITED BY SIZE
                  '  AMOUNT: ' DELIMITED BY SIZE
                  WS-AMOUNT-EDITED DELIMITED BY SIZE
                  ' EUR' DELIMITED BY SIZE
               INTO WS-DETAIL-LINE.
           WRITE CONTROL-REPORT-LINE FROM WS-DETAIL-LINE.

       B590-IMPRIME-CODIGO-REGIAO-FIM.
           EXIT.

       B595-IMPRIME-ESTORNO-ANTERIOR.

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-ECT-AMOUNT (WS-ECT-IX) TO WS-AMOUNT-EDITED.
           STRING 'REV CODE/REGION: ' DELIMITED BY SIZE
                  WS-ECT-CODE (WS-ECT-IX) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-ECT-REGION (WS-ECT-IX) DELIMITED BY SIZE
                  '  COUNT: ' DELIMITED BY SIZE
                  WS-ECT-CNT (WS-ECT-IX) DELIMITED BY SIZE
                  '  AMOUNT: ' DELIMITED BY SIZE
                  WS-AMOUNT-EDITED DELIMITED BY SIZE
                  ' EUR' DELIMITED BY SIZE
               INTO WS-DETAIL-LINE.
           WRITE CONTROL-REPORT-LINE FROM WS-DETAIL-LINE.

       B595-IMPRIME-ESTORNO-ANTERIOR-FIM.
           EXIT.

      *----------------------------------------------------------*
      * C100 - WRITE THE GL-POSTABLE SETTLEMENT SUMMARY: ONE     *
      *        SETTLEMENT RECORD PER TRANSACTION-CODE FROM THE   *
      *        CODE-TOTALS TABLE BUILT BY B300-ACUMULA-CODIGO,   *
      *        THEN ONE FEE-INCOME RECORD PER CODE THAT EARNED   *
      *        A FEE (B350-CALCULA-TAXA-SERVICO), THEN THE       *
      *        REVERSALS OF EARLIER CYCLES' APPROVEDS (B395).    *
      *----------------------------------------------------------*
       C100-GRAVA-GL.

                 VARYING WS-CODE-IX FROM 1 BY 1
                    UNTIL WS-CODE-IX > WS-CODE-TOTALS-COUNT.

           SET WS-ECT-IX TO 1.
           PERFORM C140-GRAVA-GL-ESTORNO
              THRU C140-GRAVA-GL-ESTORNO-FIM
                 VARYING WS-ECT-IX FROM 1 BY 1
                    UNTIL WS-ECT-IX > WS-ECT-COUNT.

       C100-GRAVA-GL-FIM.
           EXIT.

       C130-MAPA-EM-FALTA-FIM.
           EXIT.

      *----------------------------------------------------------*
      * C140 - POST ONE CODE/REGION OF EARLIER-CYCLE REVERSALS   *
      *        AS A BALANCED JOURNAL OF SOURCE 'R' WITH THE      *
      *        CODE'S ACCOUNTS SWAPPED, AND ITS FEE (IF ANY) AS  *
      *        SOURCE 'E' ON THE FEE PAIR SWAPPED, UNDOING WHAT  *
      *        THE EARLIER CYCLE POSTED. AN UNMAPPED CODE HOLDS  *
      *        THE RUN AS IN C110.                               *
      *----------------------------------------------------------*
       C140-GRAVA-GL-ESTORNO.

           SET WS-GLA-IX TO 1.
           SEARCH WS-GLA-ENTRY
              AT END
                 PERFORM C150-MAPA-ESTORNO-EM-FALTA
                    THRU C150-MAPA-ESTORNO-EM-FALTA-FIM
                 GO TO C140-GRAVA-GL-ESTORNO-FIM
              WHEN WS-GLA-IX > WS-GLA-TABLE-COUNT
                 PERFORM C150-MAPA-ESTORNO-EM-FALTA
                    THRU C150-MAPA-ESTORNO-EM-FALTA-FIM
                 GO TO C140-GRAVA-GL-ESTORNO-FIM
              WHEN WS-GLA-CODE (WS-GLA-IX) = WS-ECT-CODE (WS-ECT-IX)
                 CONTINUE
           END-SEARCH.

           MOVE WS-ECT-CODE (WS-ECT-IX) TO GL-TRANSACTION-CODE.
           MOVE WS-ECT-CNT (WS-ECT-IX) TO GL-RECORD-COUNT.
           MOVE WS-ECT-AMOUNT (WS-ECT-IX) TO GL-TOTAL-AMOUNT.
           MOVE WS-SETTLE-DATE TO GL-SETTLEMENT-DATE.
           MOVE 'R' TO GL-SOURCE.
           MOVE WS-GLA-CREDIT (WS-GLA-IX) TO GL-ACCOUNT.
           MOVE 'D' TO GL-DC-FLAG.
           WRITE GL-RECORD.
           MOVE WS-GLA-DEBIT (WS-GLA-IX) TO GL-ACCOUNT.
           MOVE 'C' TO GL-DC-FLAG.
           WRITE GL-RECORD.

           IF WS-ECT-FEE-CNT (WS-ECT-IX) = ZERO
              GO TO C140-GRAVA-GL-ESTORNO-FIM.
           MOVE WS-ECT-FEE-CNT (WS-ECT-IX) TO GL-RECORD-COUNT.
           MOVE WS-ECT-FEE (WS-ECT-IX) TO GL-TOTAL-AMOUNT.
           MOVE 'E' TO GL-SOURCE.
           MOVE WS-GLA-FEE-CREDIT TO GL-ACCOUNT.
           MOVE 'D' TO GL-DC-FLAG.
           WRITE GL-RECORD.
           MOVE WS-GLA-FEE-DEBIT TO GL-ACCOUNT.
           MOVE 'C' TO GL-DC-FLAG.
           WRITE GL-RECORD.

       C140-GRAVA-GL-ESTORNO-FIM.
           EXIT.

       C150-MAPA-ESTORNO-EM-FALTA.

           MOVE 'Y' TO WS-GLA-MISSING.
           DISPLAY 'FBBAT04 - NO GL ACCOUNT MAPPING FOR CODE '
              WS-ECT-CODE (WS-ECT-IX) ', REVERSALS NOT POSTED'.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING 'GL MAPPING MISSING: ' DELIMITED BY SIZE
                  WS-ECT-CODE (WS-ECT-IX) DELIMITED BY SIZE
                  ' (REVERSALS)' DELIMITED BY SIZE
               INTO WS-DETAIL-LINE.
           WRITE CONTROL-REPORT-LINE FROM WS-DETAIL-LINE.

       C150-MAPA-ESTORNO-EM-FALTA-FIM.
           EXIT.

      *----------------------------------------------------------*
      * C200 - UNMATCHED-REVERSALS EXCEPTION REPORT: EVERY        *
      *        REVERSED RECORD D140 COULD NOT PAIR WITH AN        *
      *        D105 SO THE CARRIED-IN RECORDS (ENT002.CIN) ARE   *
      *        COVERED TOO: A REVERSAL OR DUPLICATE THAT ARRIVES  *
      *        A DAY APART FROM ITS COUNTERPART STILL MATCHES.    *
      *        THE EARLIER SIBS CYCLES OF THE DATE (ENT002.DIA)   *
      *        ARE FED IN AS WELL, SO A RECORD SENT AGAIN IN A    *
      *        LATER CYCLE IS EXCLUDED AS A DUPLICATE.            *
      *----------------------------------------------------------*
       D100-DETECTA-DUPLICADOS.

                               SORT-TRANSACTION-DATE
                               SORT-TRANSACTION-AMOUNT
                               SORT-TRANSACTION-STATUS
                               SORT-ORIGIN
              INPUT PROCEDURE IS D105-ALIMENTA-ORDENACAO
              OUTPUT PROCEDURE IS D110-PERCORRE-ORDENADO.

                   UNTIL WS-EOF-ALIMENTA = 'S'
              CLOSE CARRYIN-FILE.

      *    THE FIRST CYCLE OF A DAY HAS NO EARLIER INTAKE TO MATCH.
           IF WS-RC-CYCLE > 1
              OPEN INPUT DAY-FILE
              IF WS-FS-DAY = ZERO
                 MOVE 'N' TO WS-EOF-ALIMENTA
                 PERFORM D108-LIBERTA-DIA
                    THRU D108-LIBERTA-DIA-FIM
                      UNTIL WS-EOF-ALIMENTA = 'S'
                 CLOSE DAY-FILE
                 DISPLAY 'FBBAT04 - EARLIER CYCLE RECORDS OF THE DAY: '
                    WS-DAY-EARLIER-COUNT.

       D105-ALIMENTA-ORDENACAO-FIM.
           EXIT.

              NOT AT END
                 IF TRANSACTION-ID(1:3) NOT = 'HDR'
                    AND TRANSACTION-ID(1:3) NOT = 'TRL'
                       MOVE SIBS-RECORD TO SORT-RECORD
                       MOVE 'C' TO SORT-ORIGIN
                       RELEASE SORT-RECORD.

       D106-LIBERTA-ENT002-FIM.
           EXIT.
              AT END
                 MOVE 'S' TO WS-EOF-ALIMENTA
              NOT AT END
                 MOVE CARRYIN-RECORD TO SORT-RECORD
                 MOVE 'C' TO SORT-ORIGIN
                 RELEASE SORT-RECORD.

       D107-LIBERTA-TRANSPORTADO-FIM.
           EXIT.

       D108-LIBERTA-DIA.
           READ DAY-FILE
              AT END
                 MOVE 'S' TO WS-EOF-ALIMENTA
                 GO TO D108-LIBERTA-DIA-FIM.
           IF DIA-PROCESS-DATE NOT = WS-PROCESS-DATE
              OR DIA-CYCLE NOT < WS-RC-CYCLE
                 GO TO D108-LIBERTA-DIA-FIM.
           MOVE DIA-SIBS-RECORD TO SORT-RECORD.
           IF DIA-SETTLED = 'S'
              MOVE 'A' TO SORT-ORIGIN
           ELSE
              MOVE 'B' TO SORT-ORIGIN.
           RELEASE SORT-RECORD.
           ADD 1 TO WS-DAY-EARLIER-COUNT.

       D108-LIBERTA-DIA-FIM.
           EXIT.

       D110-PERCORRE-ORDENADO.
           MOVE SPACES TO WS-PREV-CARD WS-PREV-DATE WS-PREV-STATUS.
           MOVE ZERO TO WS-PREV-AMOUNT.
                 END-RETURN
                 GO TO D120-VERIFICA-ORDENADO-FIM.

      *    A RECORD FROM AN EARLIER CYCLE OF THE DAY WAS DEALT WITH
      *    IN THAT CYCLE. IT ONLY OPENS ITS GROUP, SO THE SAME
      *    RECORD SENT AGAIN IN THIS CYCLE (SORTED AFTER IT) IS
      *    FLAGGED AS A DUPLICATE - IT IS NEVER FLAGGED, NETTED OR
      *    MATCHED ITSELF. AN EARLIER APPROVED THAT SETTLED ('A',
      *    NOT A REJECTED OR PENDED 'B') IS REMEMBERED SO THAT THIS
      *    CYCLE'S REVERSAL OF IT IS POSTED, NOT REJECTED (D140).
           IF SORT-ORIGIN NOT = 'C'
              IF SORT-CARD-NUMBER NOT = WS-PREV-CARD
                 OR SORT-TRANSACTION-DATE NOT = WS-PREV-DATE
                 OR SORT-TRANSACTION-AMOUNT NOT = WS-PREV-AMOUNT
                    PERFORM D140-FECHA-GRUPO
                       THRU D140-FECHA-GRUPO-FIM
              END-IF
              MOVE SORT-CARD-NUMBER TO WS-PREV-CARD
              MOVE SORT-TRANSACTION-DATE TO WS-PREV-DATE
              MOVE SORT-TRANSACTION-AMOUNT TO WS-PREV-AMOUNT
              MOVE SORT-TRANSACTION-STATUS TO WS-PREV-STATUS
              IF SORT-TRANSACTION-STATUS = 'APPROVED  '
                 AND SORT-ORIGIN = 'A'
                    MOVE 'Y' TO WS-GRP-APPR-EARLIER
              END-IF
              RETURN SORT-WORK-FILE
                 AT END MOVE 'S' TO WS-EOF-SORT
              END-RETURN
              GO TO D120-VERIFICA-ORDENADO-FIM.

           IF SORT-CARD-NUMBER = WS-PREV-CARD
              AND SORT-TRANSACTION-DATE = WS-PREV-DATE
              AND SORT-TRANSACTION-AMOUNT = WS-PREV-AMOUNT
      *----------------------------------------------------------*
      * D140 - CLOSE THE CARD/DATE/AMOUNT GROUP: A REVERSED WITH  *
      *        AN APPROVED ORIGINAL NETS THE PAIR OUT OF THE      *
      *        TOTALS, A REVERSED WHOSE ORIGINAL WAS SETTLED IN   *
      *        AN EARLIER CYCLE OF THE DAY IS POSTED AGAINST THE  *
      *        TOTALS (D155), A REVERSED ON ITS OWN GOES TO THE   *
      *        UNMATCHED-REVERSALS EXCEPTION TABLE.               *
      *----------------------------------------------------------*
       D140-FECHA-GRUPO.
                 PERFORM D145-ADICIONA-NETTED
                    THRU D145-ADICIONA-NETTED-FIM
              ELSE
                 IF WS-GRP-APPR-EARLIER = 'Y'
                    PERFORM D155-ADICIONA-ESTORNO-ANTERIOR
                       THRU D155-ADICIONA-ESTORNO-ANTERIOR-FIM
                 ELSE
                    PERFORM D150-ADICIONA-NAO-CASADO
                       THRU D150-ADICIONA-NAO-CASADO-FIM.

           MOVE 'N' TO WS-GRP-APPR-FOUND WS-GRP-REV-FOUND
                       WS-GRP-APPR-EARLIER.

       D140-FECHA-GRUPO-FIM.
           EXIT.
       D150-ADICIONA-NAO-CASADO-FIM.
           EXIT.

       D155-ADICIONA-ESTORNO-ANTERIOR.
           IF WS-ECR-COUNT < WS-ECR-MAX
              ADD 1 TO WS-ECR-COUNT
              SET WS-ECR-IX TO WS-ECR-COUNT
              MOVE WS-GRP-REV-ID TO WS-ECR-ID (WS-ECR-IX)
           ELSE
              DISPLAY 'WARNING - EARLIER-CYCLE REVERSAL TABLE FULL, '
                 'REPORTED UNMATCHED: ' WS-GRP-REV-ID
              PERFORM D150-ADICIONA-NAO-CASADO
                 THRU D150-ADICIONA-NAO-CASADO-FIM.

       D155-ADICIONA-ESTORNO-ANTERIOR-FIM.
           EXIT.

       D130-ADICIONA-DUPLICADO.
           IF WS-DUP-IDS-COUNT < WS-DUP-IDS-MAX
              ADD 1 TO WS-DUP-IDS-COUNT
           EXIT.

      *----------------------------------------------------------*
      * D300 - LOOK THE CURRENT RECORD UP IN THE NETTED-PAIR,     *
      *        UNMATCHED-REVERSAL AND EARLIER-CYCLE REVERSAL      *
      *        TABLES BUILT BY D140. ANY WAY THE RECORD STAYS OUT *
      *        OF THE REGION/CODE TOTALS AND THE GL SUMMARY: A    *
      *        NETTED PAIR SETTLES NET, AN UNMATCHED REVERSAL IS  *
      *        REPORTED BY C200 INSTEAD OF BEING ADDED GROSS, AN  *
      *        EARLIER-CYCLE REVERSAL IS POSTED BY B395/C140.     *
      *----------------------------------------------------------*
       D300-VERIFICA-ESTORNO.
           MOVE 'N' TO WS-IS-NETTED.
           MOVE 'N' TO WS-IS-UNMATCHED.
           MOVE 'N' TO WS-IS-EARLIER-REV.
           SET WS-NET-IX TO 1.
           SEARCH WS-NET-ID
              AT END CONTINUE
                    MOVE 'Y' TO WS-IS-UNMATCHED
              END-SEARCH
           END-IF.
           IF WS-IS-NETTED = 'N' AND WS-IS-UNMATCHED = 'N'
              SET WS-ECR-IX TO 1
              SEARCH WS-ECR-ID
                 AT END CONTINUE
                 WHEN WS-ECR-ID (WS-ECR-IX) = TRANSACTION-ID
                    MOVE 'Y' TO WS-IS-EARLIER-REV
              END-SEARCH
           END-IF.

       D300-VERIFICA-ESTORNO-FIM.
           EXIT.

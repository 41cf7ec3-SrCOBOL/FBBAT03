      *              TOTALS. A RECORD WITH NO MERCHANT-NUMBER   *
      *              (SIBS ONLY RECENTLY STARTED POPULATING     *
      *              THE FIELD) IS BUCKETED AND REPORTED, NOT   *
      *              DROPPED. EVERY MERCHANT IS CHECKED AGAINST *
      *              THE INDEXED MERCHANT MASTER (FBBAT18): AN  *
      *              UNKNOWN, SUSPENDED OR CLOSED MERCHANT IS   *
      *              NOT PAID - ITS PAYOUT GOES TO THE HELD-    *
      *              PAYOUT FILE (ENT002.HLD) AND THE EXCEPTION *
      *              SECTION OF ENT002.MST INSTEAD OF           *
      *              ENT002.PAY. CHARGEBACKS OWED BY A PAID     *
      *              MERCHANT (THE RECEIVABLE LEDGER RAISED BY  *
      *              FBBAT14) ARE DEBITED FROM ITS NET, ONE     *
      *              STATEMENT LINE EACH, NEVER BELOW ZERO - A  *
      *              SHORTFALL STAYS ON THE LEDGER FOR THE NEXT *
      *              PAYOUT. WHAT IS STILL OWED IS AGED ON      *
      *              ENT002.RCA. A REVERSAL OF A TRANSACTION    *
      *              PAID OUT IN AN EARLIER CYCLE OF THE DAY    *
      *              COMES OFF THE MERCHANT'S NET, ITS FEE      *
      *              REFUNDED; WHAT THE NET CANNOT ABSORB IS    *
      *              RAISED ON THE RECEIVABLE LEDGER.           *
      * DEVELOPER: FRANCISCO BORGES                             *
      **********************************************************
       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIBS-FILE ASSIGN TO DYNAMIC WS-TOKEN-COPY-PATH
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PAYOUT-FILE ASSIGN TO DYNAMIC WS-PAYOUT-PATH
           SELECT STATEMENT-REPORT ASSIGN TO DYNAMIC WS-STATEMENT-PATH
              ORGANIZATION IS LINE SEQUENTIAL.

      *    PAYOUTS HELD BECAUSE THE MERCHANT IS NOT ELIGIBLE ON
      *    THE MERCHANT MASTER - PAYABLES RELEASE OR RETURN THEM
      *    BY HAND, THEY NEVER REACH ENT002.PAY.
           SELECT HELD-FILE ASSIGN TO DYNAMIC WS-HELD-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-HELD.

      *    MERCHANT RECEIVABLE LEDGER - RAISED BY FBBAT14,
      *    RECOVERED AND REWRITTEN HERE.
           SELECT RECEIVABLE-FILE ASSIGN TO DYNAMIC WS-RECEIVABLE-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-RECEIVABLE.

      *    AGED RECEIVABLES REPORT.
           SELECT RCV-AGING-REPORT ASSIGN TO DYNAMIC WS-RCV-AGING-PATH
              ORGANIZATION IS LINE SEQUENTIAL.

      *    MERCHANT MASTER MAINTAINED BY FBBAT18.
           SELECT MERCHANT-FILE ASSIGN TO DYNAMIC WS-MERCHANT-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS MCH-MERCHANT-NUMBER
              FILE STATUS IS WS-FS-MERCHANT.

      *    DAILY EXCHANGE-RATE FILE - SEE CURRENCY-LOAD.CPY.
           SELECT RATES-FILE ASSIGN TO DYNAMIC WS-RATES-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-STOPLIST.

      *    BIN RANGES WE ACQUIRE FOR - SEE BINS-LOAD.CPY. A CARD
      *    PROCESS-SIBS REJECTED FOR ITS CHECK DIGIT OR ITS RANGE
      *    IS NEVER PAID OUT.
           SELECT BINS-FILE ASSIGN TO DYNAMIC WS-BINS-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-BINS.

      *    RECORDS PROCESS-SIBS CARRIED IN FROM THE PREVIOUS RUN
      *    (ENT002.CIN) - THEY SETTLE TODAY AND MUST ENTER THE
      *    MERCHANT PAYOUTS ALONGSIDE THE DAY'S ENT002.
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
      *    VALUE DATE OF THE RUN - THE NEXT BUSINESS DAY AFTER
      *    THE PROCESSING DATE, AS FBBAT04 COMPUTES IT.
           05 PAY-SETTLEMENT-DATE   PIC X(8).
      *    CHARGEBACKS RECOVERED FROM THIS PAYOUT - ALREADY
      *    DEDUCTED IN PAY-NET-AMOUNT. SO ARE THE REVERSALS OF
      *    EARLIER CYCLES' TRANSACTIONS, NET OF THEIR FEE - THEY
      *    ARE NOT IN THE COUNT, THE GROSS OR THE FEE.
           05 PAY-RECOVERED-AMOUNT  PIC 9(9)V99.

       FD  STATEMENT-REPORT.
       01  STATEMENT-REPORT-LINE    PIC X(80).

      * A HELD PAYOUT: THE PAYOUT-RECORD IT WOULD HAVE BEEN, PLUS
      * THE REASON THE MERCHANT WAS NOT ELIGIBLE.
       FD  HELD-FILE.
       01  HELD-RECORD.
           05 HPY-MERCHANT-NUMBER   PIC X(8).
           05 HPY-RECORD-COUNT      PIC 9(7).
           05 HPY-GROSS-AMOUNT      PIC 9(9)V99.
           05 HPY-FEE-AMOUNT        PIC 9(9)V99.
           05 HPY-NET-AMOUNT        PIC S9(9)V99.
           05 HPY-SETTLEMENT-DATE   PIC X(8).
           05 HPY-REASON            PIC X(22).

      * MERCHANT RECEIVABLE LEDGER - SAME LAYOUT AS FBBAT14: ONE
      * ITEM PER CHARGEBACK OWED, WITH WHAT IS STILL OUTSTANDING
      * AND THE LAST DAY A PAYOUT WAS DEBITED FOR IT.
       FD  RECEIVABLE-FILE.
       01  RECEIVABLE-RECORD.
           05 RCV-MERCHANT-NUMBER   PIC X(8).
           05 RCV-REFERENCE         PIC X(6).
           05 RCV-TRANSACTION-ID    PIC X(6).
           05 RCV-ENTRY-DATE        PIC X(8).
           05 RCV-ORIGINAL-AMOUNT   PIC 9(7)V99.
           05 RCV-OUTSTANDING-AMOUNT PIC 9(7)V99.
           05 RCV-LAST-DATE         PIC X(8).

       FD  RCV-AGING-REPORT.
       01  RCV-AGING-REPORT-LINE    PIC X(80).

      * MERCHANT MASTER - SAME LAYOUT AS FBBAT18. MCH-STATUS:
      * 'A' ACTIVE, 'S' SUSPENDED, 'C' CLOSED.
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

       FD  RATES-FILE.
       01  RATES-RECORD.
           05 RTE-CURRENCY-CODE     PIC X(3).
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
       01  WS-FS-PAYOUT             PIC 9(2) VALUE ZERO.
       01  WS-RECORD-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-SIBS-PATH              PIC X(100).
       01  WS-TOKEN-COPY-PATH        PIC X(104).
       01  WS-PAYOUT-PATH            PIC X(104).
       01  WS-STATEMENT-PATH         PIC X(104).
       01  WS-SORT-PATH              PIC X(104).
                 INDEXED BY WS-UNM-IX
                                      PIC X(6).
       01  WS-IS-UNMATCHED           PIC X(1) VALUE 'N'.
      * A REVERSED WHOSE APPROVED ORIGINAL WAS PAID OUT IN AN
      * EARLIER CYCLE OF THE DAY (ENT002.DIA) - FBBAT04 POSTS IT
      * AGAINST THE TOTALS, THIS RUN TAKES IT BACK FROM THE
      * MERCHANT (B220, B460).
       01  WS-GRP-APPR-EARLIER       PIC X(1) VALUE 'N'.
       01  WS-IS-EARLIER-REV         PIC X(1) VALUE 'N'.
       01  WS-ECR-MAX                PIC 9(5) VALUE 99999.
       01  WS-ECR-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-ECR-IDS.
           05 WS-ECR-ID OCCURS 1 TO 99999 TIMES
                 DEPENDING ON WS-ECR-COUNT
                 INDEXED BY WS-ECR-IX
                                      PIC X(6).

      * MERCHANT TOTALS TABLE - GROWS AS NEW MERCHANTS ARE SEEN.
      * A SPACE-FILLED MERCHANT-NUMBER GETS ITS OWN ENTRY SO THE
              10 WS-MER-TXN-COUNT    PIC 9(7).
              10 WS-MER-AMOUNT       PIC S9(9)V99.
              10 WS-MER-FEE          PIC 9(9)V99.
              10 WS-MER-REV-COUNT    PIC 9(7).
              10 WS-MER-REV-AMOUNT   PIC 9(9)V99.
              10 WS-MER-REV-FEE      PIC 9(9)V99.
              10 WS-MER-REV-ID       PIC X(6).

       01  WS-GRAND-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-GRAND-AMOUNT           PIC S9(9)V99 VALUE ZERO.
       01  WS-GRAND-FEE              PIC 9(9)V99 VALUE ZERO.
       01  WS-GRAND-REV-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-GRAND-REV-AMOUNT       PIC 9(9)V99 VALUE ZERO.
       01  WS-GRAND-REV-FEE          PIC 9(9)V99 VALUE ZERO.
       01  WS-GRAND-REV-RAISED       PIC 9(9)V99 VALUE ZERO.
       01  WS-REV-SHORTFALL          PIC S9(9)V99 VALUE ZERO.
       01  WS-AMOUNT-EDITED          PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-FEE-EDITED             PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-NET-EDITED             PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-REPORT-LINE            PIC X(80).
       01  WS-MERCHANTS-PAID         PIC 9(5) VALUE ZERO.

      * MERCHANT-MASTER ELIGIBILITY. WS-HOLD-REASON IS SPACES FOR
      * AN ACTIVE MERCHANT; ANY OTHER VALUE HOLDS THE PAYOUT. THE
      * HELD TABLE POINTS BACK AT THE MERCHANT TOTALS SLOT SO THE
      * EXCEPTION SECTION CAN BE PRINTED AFTER THE GRAND TOTAL.
      * A HELD-PAYOUT FILE THAT CANNOT BE OPENED OR WRITTEN HOLDS
      * THE RUN - A PAYOUT MUST NOT VANISH FROM BOTH .PAY AND .HLD.
       01  WS-HELD-PATH              PIC X(104).
       01  WS-MERCHANT-PATH          PIC X(104).
       01  WS-FS-HELD                PIC 9(2) VALUE ZERO.
       01  WS-FS-MERCHANT            PIC 9(2) VALUE ZERO.
       01  WS-MASTER-OPEN            PIC X(1) VALUE 'N'.
       01  WS-HOLD-REASON            PIC X(22) VALUE SPACES.
       01  WS-MERCHANTS-HELD         PIC 9(5) VALUE ZERO.
       01  WS-HELD-NET               PIC S9(9)V99 VALUE ZERO.
       01  WS-HLD-TABLE.
           05 WS-HLD-ENTRY OCCURS 1 TO 20000 TIMES
                 DEPENDING ON WS-MERCHANTS-HELD
                 INDEXED BY WS-HLD-IX.
              10 WS-HLD-MER-SLOT     PIC 9(5).
              10 WS-HLD-REASON       PIC X(22).
              10 WS-HLD-NET          PIC S9(9)V99.

      * FEE ON THE CURRENT RECORD. A CODE/REGION PAIR WITH NO
      * SCHEDULE ENTRY IS COUNTED HERE AND WARNED - THE FULL
      * MISSING-SCHEDULE EXCEPTION LIST IS PUBLISHED BY FBBAT04
       01  WS-NOFEE-TXNS             PIC 9(7) VALUE ZERO.
       01  WS-MER-NET                PIC S9(9)V99 VALUE ZERO.

      * MERCHANT RECEIVABLE LEDGER, HELD IN ENTRY ORDER SO A
      * MERCHANT'S OLDEST CHARGEBACK IS RECOVERED FIRST. IF THE
      * LEDGER CANNOT BE READ IN FULL NOTHING IS RECOVERED AND IT
      * IS NOT REWRITTEN - AN ITEM MUST NEVER BE LOST OR TAKEN
      * TWICE. A LEDGER THAT CANNOT BE REWRITTEN HOLDS THE RUN.
       01  WS-RECEIVABLE-PATH        PIC X(104).
       01  WS-RCV-AGING-PATH         PIC X(104).
       01  WS-FS-RECEIVABLE          PIC 9(2) VALUE ZERO.
       01  WS-EOF-RECEIVABLE         PIC X(1) VALUE 'N'.
       01  WS-RCV-USABLE             PIC X(1) VALUE 'Y'.
       01  WS-RUN-HELD               PIC X(1) VALUE 'N'.
       01  WS-RCV-MAX                PIC 9(5) VALUE 20000.
       01  WS-RCV-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-RCV-TABLE.
           05 WS-RCV-ENTRY OCCURS 1 TO 20000 TIMES
                 DEPENDING ON WS-RCV-COUNT
                 INDEXED BY WS-RCV-IX.
              10 WS-RCV-MERCHANT     PIC X(8).
              10 WS-RCV-REF          PIC X(6).
              10 WS-RCV-TXN-ID       PIC X(6).
              10 WS-RCV-ENTRY-DATE   PIC X(8).
              10 WS-RCV-ORIGINAL     PIC 9(7)V99.
              10 WS-RCV-OUTSTANDING  PIC 9(7)V99.
              10 WS-RCV-LAST-DATE    PIC X(8).
       01  WS-RCV-DEBIT              PIC 9(7)V99 VALUE ZERO.
       01  WS-MER-RECOVERED          PIC 9(9)V99 VALUE ZERO.
       01  WS-GRAND-RECOVERED        PIC 9(9)V99 VALUE ZERO.

      * AGED RECEIVABLES: DAYS SINCE THE ITEM WAS RAISED, THE
      * MERCHANT'S STANDING ON THE MASTER, AND THE BUCKET TOTALS.
      * A MERCHANT NOT ACTIVE ON THE MASTER HAS STOPPED TRADING
      * AND WILL NOT BE PAID AGAIN - ITS DEBT MUST BE CHASED.
       01  WS-RCV-AGE-DAYS           PIC 9(5) VALUE ZERO.
       01  WS-RCV-AGE-EDITED         PIC ZZZZ9.
       01  WS-RCV-STATUS-DESC        PIC X(9) VALUE SPACES.
       01  WS-RCV-ITEMS-OWED         PIC 9(5) VALUE ZERO.
       01  WS-RCV-TOTAL-OWED         PIC 9(9)V99 VALUE ZERO.
       01  WS-RCV-BUCKET-30          PIC 9(9)V99 VALUE ZERO.
       01  WS-RCV-BUCKET-60          PIC 9(9)V99 VALUE ZERO.
       01  WS-RCV-BUCKET-90          PIC 9(9)V99 VALUE ZERO.
       01  WS-RCV-BUCKET-OVER        PIC 9(9)V99 VALUE ZERO.
       01  WS-RCV-NOT-TRADING        PIC 9(9)V99 VALUE ZERO.

           COPY CURRENCY.

           COPY CALENDAR.
      * STAYS OUT OF FBBAT04'S TOTALS.
       01  WS-ON-STOPLIST            PIC X(1) VALUE 'N'.

           COPY BINS.

      * SET BY B187 - SAME CHECK-DIGIT (TOKEN MARKER) TEST AND BIN
      * RANGE LOOKUP AS PROCESS-SIBS Q285 / FBBAT04 B177.
       01  WS-CHECK-DIGIT-OK         PIC X(1) VALUE 'Y'.
       01  WS-BIN-ACQUIRED           PIC X(1) VALUE 'Y'.

      * PROCESSING AND SETTLEMENT DATES, SAME RULES AND
      * DAY-SERIAL ARITHMETIC AS FBBAT04 (GREGORIAN 1901-2099).
       01  WS-PROCESS-DATE           PIC X(8) VALUE SPACES.
       01  WS-EOF-CARRYIN            PIC X(1) VALUE 'N'.
       01  WS-CARRYIN-COUNT          PIC 9(7) VALUE ZERO.
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
                  '.PAY' DELIMITED BY SIZE
               INTO WS-PAYOUT-PATH.
           STRING WS-SIBS-PATH DELIMITED BY SPACE
                  '.MST' DELIMITED BY SIZE
               INTO WS-STATEMENT-PATH.
           STRING WS-SIBS-PATH DELIMITED BY SPACE
                  '.HLD' DELIMITED BY SIZE
               INTO WS-HELD-PATH.
           STRING WS-SIBS-PATH DELIMITED BY SPACE
                  '.RCA' DELIMITED BY SIZE
               INTO WS-RCV-AGING-PATH.
           STRING WS-SIBS-PATH DELIMITED BY SPACE
                  '.CIN' DELIMITED BY SIZE
               INTO WS-CARRYIN-PATH.
           ACCEPT WS-DAY-PATH FROM ENVIRONMENT 'ENT002_DAY'.
           IF WS-DAY-PATH = SPACES
              MOVE '/home/kikos/ficheiros/ENT002.DIA' TO WS-DAY-PATH.
           STRING WS-SIBS-PATH DELIMITED BY SPACE
                  '.SRT' DELIMITED BY SIZE
               INTO WS-SORT-PATH.
               DISPLAY 'ERROR OPENING PAYOUT-FILE ' WS-FS-PAYOUT.

           OPEN OUTPUT STATEMENT-REPORT.
           OPEN OUTPUT HELD-FILE.
           IF WS-FS-HELD NOT = ZERO
               DISPLAY 'FBBAT10 - CANNOT OPEN HELD-PAYOUT FILE '
                  WS-FS-HELD ', RUN HELD'
               MOVE 'Y' TO WS-RUN-HELD.

      *    WITHOUT THE MERCHANT MASTER NO MERCHANT CAN BE PROVED
      *    ELIGIBLE - EVERY PAYOUT IS HELD RATHER THAN PAID BLIND.
           ACCEPT WS-MERCHANT-PATH FROM ENVIRONMENT 'ENT002_MERCHANT'.
           IF WS-MERCHANT-PATH = SPACES
              MOVE '/home/kikos/ficheiros/COMERCIANTES'
                 TO WS-MERCHANT-PATH.
           OPEN INPUT MERCHANT-FILE.
           IF WS-FS-MERCHANT = ZERO
              MOVE 'Y' TO WS-MASTER-OPEN
           ELSE
              DISPLAY 'WARNING - NO MERCHANT MASTER ' WS-FS-MERCHANT
                 ', EVERY PAYOUT WILL BE HELD'.

           PERFORM B140-CARREGA-RECEBER
              THRU B140-CARREGA-RECEBER-FIM.

           PERFORM Q100-READ-SIBS-FILE
              THRU Q100-READ-SIBS-FILE-FIM.
      *        THE PAYOUT FOR THE SAME REASONS FBBAT04 EXCLUDES   *
      *        IT FROM THE CONTROL TOTALS: OUT-OF-WINDOW,         *
      *        PENDING, DUPLICATE, NETTED REVERSAL LEG, UNMATCHED *
      *        REVERSAL, OR NO RATE LOADED. A REVERSAL OF AN      *
      *        EARLIER CYCLE'S APPROVED IS TAKEN BACK FROM ITS    *
      *        MERCHANT INSTEAD (B220).                           *
      *----------------------------------------------------------*
       A220-TRATA-REGISTO.

           IF WS-ON-STOPLIST = 'Y'
              GO TO A220-TRATA-REGISTO-FIM.

      *    NOR IS A CARD WITH A BAD CHECK DIGIT OR OUTSIDE THE
      *    BIN RANGES WE ACQUIRE FOR.
           PERFORM B187-VERIFICA-CARTAO
              THRU B187-VERIFICA-CARTAO-FIM.
           IF WS-CHECK-DIGIT-OK = 'N'
              OR WS-BIN-ACQUIRED = 'N'
                 GO TO A220-TRATA-REGISTO-FIM.

           PERFORM D200-VERIFICA-DUPLICADO
              THRU D200-VERIFICA-DUPLICADO-FIM.
           IF WS-IS-DUPLICATE = 'Y'
           PERFORM B180-CALCULA-TAXA-SERVICO
              THRU B180-CALCULA-TAXA-SERVICO-FIM.

           IF WS-IS-EARLIER-REV = 'Y'
              PERFORM B220-ACUMULA-ESTORNO-ANTERIOR
                 THRU B220-ACUMULA-ESTORNO-ANTERIOR-FIM
              GO TO A220-TRATA-REGISTO-FIM.

           PERFORM B200-ACUMULA-COMERCIANTE
              THRU B200-ACUMULA-COMERCIANTE-FIM.

               INTO WS-REPORT-LINE.
           WRITE STATEMENT-REPORT-LINE FROM WS-REPORT-LINE.

      *    EARLIER-CYCLE REVERSALS TAKEN BACK, ALL MERCHANTS (HELD
      *    AND UNATTRIBUTED INCLUDED). THE LINE FORMAT IS PART OF
      *    THE STATEMENT INTERFACE - FBBAT22 PARSES IT.
           IF WS-GRAND-REV-COUNT > ZERO
              MOVE SPACES TO WS-REPORT-LINE
              MOVE WS-GRAND-REV-AMOUNT TO WS-AMOUNT-EDITED
              MOVE WS-GRAND-REV-FEE TO WS-FEE-EDITED
              STRING 'EARLIER-CYCLE REVERSALS  TXNS: '
                     DELIMITED BY SIZE
                     WS-GRAND-REV-COUNT DELIMITED BY SIZE
                     '  GROSS: ' DELIMITED BY SIZE
                     WS-AMOUNT-EDITED DELIMITED BY SIZE
                     '  FEES: ' DELIMITED BY SIZE
                     WS-FEE-EDITED DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
              WRITE STATEMENT-REPORT-LINE FROM WS-REPORT-LINE.

           IF WS-GRAND-REV-RAISED > ZERO
              MOVE SPACES TO WS-REPORT-LINE
              MOVE WS-GRAND-REV-RAISED TO WS-AMOUNT-EDITED
              STRING 'REVERSALS RAISED ON THE RECEIVABLE LEDGER: '
                     DELIMITED BY SIZE
                     WS-AMOUNT-EDITED DELIMITED BY SIZE
                     ' EUR' DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
              WRITE STATEMENT-REPORT-LINE FROM WS-REPORT-LINE.

           IF WS-GRAND-RECOVERED > ZERO
              MOVE SPACES TO WS-REPORT-LINE
              MOVE WS-GRAND-RECOVERED TO WS-AMOUNT-EDITED
              STRING 'CHARGEBACKS RECOVERED FROM PAYOUTS: '
                     DELIMITED BY SIZE
                     WS-AMOUNT-EDITED DELIMITED BY SIZE
                     ' EUR' DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
              WRITE STATEMENT-REPORT-LINE FROM WS-REPORT-LINE.

           PERFORM B500-IMPRIME-RETIDOS
              THRU B500-IMPRIME-RETIDOS-FIM.

           IF WS-NOFEE-TXNS > ZERO
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'TXNS WITH NO FEE SCHEDULE ENTRY: '
           CLOSE SIBS-FILE.
           CLOSE PAYOUT-FILE.
           CLOSE STATEMENT-REPORT.
           CLOSE HELD-FILE.
           IF WS-FS-HELD NOT = ZERO
              DISPLAY 'FBBAT10 - ERROR CLOSING HELD-PAYOUT FILE '
                 WS-FS-HELD ', RUN HELD'
              MOVE 'Y' TO WS-RUN-HELD.

      *    A RUN ALREADY HELD LEAVES THE LEDGER AS IT WAS READ:
      *    THE RECOVERIES TAKEN IN THIS RUN ARE TAKEN AGAIN BY THE
      *    RERUN, NOT CONSUMED TWICE.
           IF WS-RCV-USABLE = 'Y'
              AND WS-RUN-HELD = 'N'
                 PERFORM C100-REGRAVA-RECEBER
                    THRU C100-REGRAVA-RECEBER-FIM
                 PERFORM C200-RELATORIO-RECEBER
                    THRU C200-RELATORIO-RECEBER-FIM.

           IF WS-MASTER-OPEN = 'Y'
              CLOSE MERCHANT-FILE.

      *    A HELD RUN IS NOT MARKED NORMAL, SO IT CAN BE RERUN
      *    ONCE THE LEDGER IS PUT RIGHT - THE RERUN REBUILDS
      *    ENT002.PAY FROM THE UNCHANGED LEDGER.
           IF WS-RUN-HELD = 'Y'
              DISPLAY 'FBBAT10 - RUN HELD, SEE MESSAGES ABOVE'
              MOVE 8 TO RETURN-CODE
              GO TO A400-FIM-FIM.

           PERFORM RC-GRAVA-FIM-NORMAL
              THRU RC-GRAVA-FIM-NORMAL-FIM.
           DISPLAY 'FBBAT10 FIM NORMAL - COMERCIANTES PAGOS: '
              WS-MERCHANTS-PAID.
           IF WS-MERCHANTS-HELD > ZERO
              DISPLAY 'WARNING - PAYOUTS HELD FOR INELIGIBLE '
                 'MERCHANTS: ' WS-MERCHANTS-HELD ', SEE ENT002.HLD'.
           IF WS-RCV-NOT-TRADING > ZERO
              DISPLAY 'WARNING - CHARGEBACKS OWED BY MERCHANTS NOT '
                 'TRADING, SEE ENT002.RCA'.

       A400-FIM-FIM.
           EXIT.
       B185-VERIFICA-STOPLIST-FIM.
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
      * B187 - CHECK DIGIT AND BIN RANGE OF THE CURRENT RECORD'S *
      *        CARD. SAME TEST AS PROCESS-SIBS Q285 / FBBAT04    *
      *        B177 - THE CARD IS A TOKEN CARRYING THE LUHN      *
      *        VERDICT IN POSITION 9 ('T' PASSED - SEE           *
      *        TOKEN.CPY).                                       *
      *----------------------------------------------------------*
       B187-VERIFICA-CARTAO.

           MOVE 'Y' TO WS-CHECK-DIGIT-OK.
           MOVE 'Y' TO WS-BIN-ACQUIRED.
           IF CARD-NUMBER (9:1) NOT = 'T'
              MOVE 'N' TO WS-CHECK-DIGIT-OK
              GO TO B187-VERIFICA-CARTAO-FIM.

           IF WS-BIN-TABLE-COUNT = ZERO
              GO TO B187-VERIFICA-CARTAO-FIM.
           SET WS-BIN-IX TO 1.
           SEARCH WS-BIN-ENTRY
              AT END
                 MOVE 'N' TO WS-BIN-ACQUIRED
              WHEN WS-BIN-IX > WS-BIN-TABLE-COUNT
                 MOVE 'N' TO WS-BIN-ACQUIRED
              WHEN CARD-NUMBER (1:8) NOT < WS-BIN-LOW (WS-BIN-IX)
                 AND CARD-NUMBER (1:8) NOT > WS-BIN-HIGH (WS-BIN-IX)
                 CONTINUE
           END-SEARCH.

       B187-VERIFICA-CARTAO-FIM.
           EXIT.

      *----------------------------------------------------------*
      * B190 - RUN-CONTROL CHECK AND START EVENT (RUNCTL.CPY).   *
      *        A REFUSED RUN ENDS HERE WITH RETURN-CODE 8.       *
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

      *    A REVERSAL'S ORIGINAL WAS COUNTED IN ITS OWN CYCLE.
           IF WS-FEE-FOUND = 'N'
              AND WS-IS-EARLIER-REV = 'N'
                 ADD 1 TO WS-NOFEE-TXNS.

       B180-CALCULA-TAXA-SERVICO-FIM.
           EXIT.
              MOVE ZERO TO WS-MER-TXN-COUNT (WS-MER-IX)
              MOVE ZERO TO WS-MER-AMOUNT (WS-MER-IX)
              MOVE ZERO TO WS-MER-FEE (WS-MER-IX)
              MOVE ZERO TO WS-MER-REV-COUNT (WS-MER-IX)
              MOVE ZERO TO WS-MER-REV-AMOUNT (WS-MER-IX)
              MOVE ZERO TO WS-MER-REV-FEE (WS-MER-IX)
              MOVE SPACES TO WS-MER-REV-ID (WS-MER-IX)
           ELSE
              DISPLAY 'WARNING - MERCHANT TABLE FULL, '
                 'TRANSACTION IGNORED: ' TRANSACTION-ID
       B210-NOVO-COMERCIANTE-FIM.
           EXIT.

      *----------------------------------------------------------*
      * B220 - A REVERSAL OF AN EARLIER CYCLE'S APPROVED: THE     *
      *        ORIGINAL WAS PAID OUT IN ITS CYCLE, SO ITS EUR     *
      *        VALUE IS TAKEN BACK FROM THE MERCHANT AND THE FEE  *
      *        IT EARNED (B180, THE SAME TARIFF) IS REFUNDED.     *
      *        IT STAYS OUT OF THE COUNT, GROSS AND FEE - B400    *
      *        DEDUCTS IT FROM THE NET.                           *
      *----------------------------------------------------------*
       B220-ACUMULA-ESTORNO-ANTERIOR.

           MOVE 'N' TO WS-MER-IGNORED.
           SET WS-MER-IX TO 1.
           SEARCH WS-MER-ENTRY
              AT END PERFORM B210-NOVO-COMERCIANTE
                        THRU B210-NOVO-COMERCIANTE-FIM
              WHEN WS-MER-NUMBER (WS-MER-IX) = MERCHANT-NUMBER
                 CONTINUE
           END-SEARCH.

           IF WS-MER-IGNORED = 'Y'
              GO TO B220-ACUMULA-ESTORNO-ANTERIOR-FIM.

           ADD 1 TO WS-MER-REV-COUNT (WS-MER-IX).
           ADD WS-EUR-AMOUNT TO WS-MER-REV-AMOUNT (WS-MER-IX).
           ADD WS-FEE-AMOUNT TO WS-MER-REV-FEE (WS-MER-IX).
           MOVE TRANSACTION-ID TO WS-MER-REV-ID (WS-MER-IX).
           ADD 1 TO WS-GRAND-REV-COUNT.
           ADD WS-EUR-AMOUNT TO WS-GRAND-REV-AMOUNT.
           ADD WS-FEE-AMOUNT TO WS-GRAND-REV-FEE.

       B220-ACUMULA-ESTORNO-ANTERIOR-FIM.
           EXIT.

      *----------------------------------------------------------*
      * B400 - ONE MERCHANT: THE PAYOUT RECORD AND THE STATEMENT  *
      *        BLOCK. A SPACE-FILLED MERCHANT-NUMBER (SIBS NOT    *
      *        YET POPULATING THE FIELD) IS PRINTED AS            *
      *        UNATTRIBUTED AND GETS NO PAYOUT RECORD - PAYABLES  *
      *        MUST CHASE IT, NOT PAY A BLANK MERCHANT. A         *
      *        MERCHANT THE MASTER DOES NOT SHOW AS ACTIVE IS     *
      *        HELD (B440), NEVER PAID. EARLIER-CYCLE REVERSALS   *
      *        (B220) COME OFF THE NET BEFORE ANYTHING ELSE.      *
      *----------------------------------------------------------*
       B400-LIQUIDA-UM-COMERCIANTE.

              GO TO B400-LIQUIDA-UM-COMERCIANTE-FIM.

           COMPUTE WS-MER-NET = WS-MER-AMOUNT (WS-MER-IX)
              - WS-MER-FEE (WS-MER-IX)
              - WS-MER-REV-AMOUNT (WS-MER-IX)
              + WS-MER-REV-FEE (WS-MER-IX).

           PERFORM B410-VERIFICA-COMERCIANTE
              THRU B410-VERIFICA-COMERCIANTE-FIM.
           IF WS-HOLD-REASON NOT = SPACES
              PERFORM B440-RETEM-PAGAMENTO
                 THRU B440-RETEM-PAGAMENTO-FIM
              GO TO B400-LIQUIDA-UM-COMERCIANTE-FIM.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-MER-AMOUNT (WS-MER-IX) TO WS-AMOUNT-EDITED.
               INTO WS-REPORT-LINE.
           WRITE STATEMENT-REPORT-LINE FROM WS-REPORT-LINE.

           IF WS-MER-REV-COUNT (WS-MER-IX) > ZERO
              PERFORM B420-IMPRIME-ESTORNOS
                 THRU B420-IMPRIME-ESTORNOS-FIM.

           MOVE ZERO TO WS-MER-RECOVERED.
           IF WS-RCV-USABLE = 'Y'
              PERFORM B450-RECUPERA-ESTORNO
                 THRU B450-RECUPERA-ESTORNO-FIM
                    VARYING WS-RCV-IX FROM 1 BY 1
                       UNTIL WS-RCV-IX > WS-RCV-COUNT.
           ADD WS-MER-RECOVERED TO WS-GRAND-RECOVERED.

           IF WS-MER-NET < ZERO
              AND WS-MER-REV-COUNT (WS-MER-IX) > ZERO
                 PERFORM B460-RECEBER-ESTORNO
                    THRU B460-RECEBER-ESTORNO-FIM.

           MOVE WS-MER-NUMBER (WS-MER-IX) TO PAY-MERCHANT-NUMBER.
           MOVE WS-MER-TXN-COUNT (WS-MER-IX) TO PAY-RECORD-COUNT.
           MOVE WS-MER-AMOUNT (WS-MER-IX) TO PAY-GROSS-AMOUNT.
           MOVE WS-MER-FEE (WS-MER-IX) TO PAY-FEE-AMOUNT.
           MOVE WS-MER-NET TO PAY-NET-AMOUNT.
           MOVE WS-SETTLE-DATE TO PAY-SETTLEMENT-DATE.
           MOVE WS-MER-RECOVERED TO PAY-RECOVERED-AMOUNT.
           WRITE PAYOUT-RECORD.
           ADD 1 TO WS-MERCHANTS-PAID.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-MER-FEE (WS-MER-IX) TO WS-FEE-EDITED.
           MOVE WS-MER-NET TO WS-NET-EDITED.
                  ' EUR  NO PAYOUT' DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           WRITE STATEMENT-REPORT-LINE FROM WS-REPORT-LINE.
           IF WS-MER-REV-COUNT (WS-MER-IX) > ZERO
              PERFORM B420-IMPRIME-ESTORNOS
                 THRU B420-IMPRIME-ESTORNOS-FIM.
           DISPLAY 'WARNING - ACTIVITY WITH NO MERCHANT NUMBER, '
              'NOT PAID OUT'.

       B430-COMERCIANTE-EM-FALTA-FIM.
           EXIT.

       B420-IMPRIME-ESTORNOS.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-MER-REV-AMOUNT (WS-MER-IX) TO WS-AMOUNT-EDITED.
           MOVE WS-MER-REV-FEE (WS-MER-IX) TO WS-FEE-EDITED.
           STRING '  EARLIER-CYCLE REVERSALS: ' DELIMITED BY SIZE
                  WS-MER-REV-COUNT (WS-MER-IX) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-AMOUNT-EDITED DELIMITED BY SIZE
                  ' EUR' DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           WRITE STATEMENT-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '    FEE REFUNDED: ' DELIMITED BY SIZE
                  WS-FEE-EDITED DELIMITED BY SIZE
                  ' EUR' DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           WRITE STATEMENT-REPORT-LINE FROM WS-REPORT-LINE.

       B420-IMPRIME-ESTORNOS-FIM.
           EXIT.

      *----------------------------------------------------------*
      * B450 - ONE RECEIVABLE ITEM AGAINST THE CURRENT MERCHANT: *
      *        DEBIT AS MUCH OF IT AS THE NET STILL COVERS, ONE  *
      *        STATEMENT LINE PER CHARGEBACK. WHATEVER THE NET   *
      *        CANNOT COVER STAYS OUTSTANDING FOR THE NEXT       *
      *        PAYOUT - THE PAYOUT NEVER GOES NEGATIVE.          *
      *----------------------------------------------------------*
       B450-RECUPERA-ESTORNO.

           IF WS-RCV-MERCHANT (WS-RCV-IX)
                 NOT = WS-MER-NUMBER (WS-MER-IX)
              OR WS-RCV-OUTSTANDING (WS-RCV-IX) = ZERO
                 GO TO B450-RECUPERA-ESTORNO-FIM.

           IF WS-MER-NET NOT > ZERO
              MOVE ZERO TO WS-RCV-DEBIT
           ELSE
              IF WS-MER-NET < WS-RCV-OUTSTANDING (WS-RCV-IX)
                 MOVE WS-MER-NET TO WS-RCV-DEBIT
              ELSE
                 MOVE WS-RCV-OUTSTANDING (WS-RCV-IX)
                    TO WS-RCV-DEBIT.

           SUBTRACT WS-RCV-DEBIT FROM WS-RCV-OUTSTANDING (WS-RCV-IX).
           SUBTRACT WS-RCV-DEBIT FROM WS-MER-NET.
           ADD WS-RCV-DEBIT TO WS-MER-RECOVERED.
           IF WS-RCV-DEBIT > ZERO
              MOVE WS-PROCESS-DATE TO WS-RCV-LAST-DATE (WS-RCV-IX).

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-RCV-DEBIT TO WS-AMOUNT-EDITED.
           STRING '  CHARGEBACK REF: ' DELIMITED BY SIZE
                  WS-RCV-REF (WS-RCV-IX) DELIMITED BY SIZE
                  '  TXN: ' DELIMITED BY SIZE
                  WS-RCV-TXN-ID (WS-RCV-IX) DELIMITED BY SIZE
                  '  DEBITED: ' DELIMITED BY SIZE
                  WS-AMOUNT-EDITED DELIMITED BY SIZE
                  ' EUR' DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           WRITE STATEMENT-REPORT-LINE FROM WS-REPORT-LINE.

           IF WS-RCV-OUTSTANDING (WS-RCV-IX) > ZERO
              MOVE SPACES TO WS-REPORT-LINE
              MOVE WS-RCV-OUTSTANDING (WS-RCV-IX) TO WS-AMOUNT-EDITED
              STRING '    STILL OWED, CARRIED FORWARD: '
                     DELIMITED BY SIZE
                     WS-AMOUNT-EDITED DELIMITED BY SIZE
                     ' EUR' DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
              WRITE STATEMENT-REPORT-LINE FROM WS-REPORT-LINE.

       B450-RECUPERA-ESTORNO-FIM.
           EXIT.

      *----------------------------------------------------------*
      * B460 - THE MERCHANT'S EARLIER-CYCLE REVERSALS TOOK ITS    *
      *        NET BELOW ZERO: THE PART THEY ACCOUNT FOR (NEVER   *
      *        MORE THAN THE REVERSALS LESS THE FEE REFUNDED) IS  *
      *        RAISED ON THE RECEIVABLE LEDGER AGAINST THE LAST   *
      *        REVERSAL, REFERENCE 'CYCREV', AND RECOVERED FROM   *
      *        LATER PAYOUTS LIKE A CHARGEBACK. A LEDGER THAT     *
      *        CANNOT TAKE IT HOLDS THE RUN - THE MONEY MUST NOT  *
      *        BE LOST.                                           *
      *----------------------------------------------------------*
       B460-RECEBER-ESTORNO.

           COMPUTE WS-REV-SHORTFALL = ZERO - WS-MER-NET.
           IF WS-REV-SHORTFALL > WS-MER-REV-AMOUNT (WS-MER-IX)
                 - WS-MER-REV-FEE (WS-MER-IX)
              COMPUTE WS-REV-SHORTFALL =
                 WS-MER-REV-AMOUNT (WS-MER-IX)
                    - WS-MER-REV-FEE (WS-MER-IX).
           IF WS-REV-SHORTFALL NOT > ZERO
              GO TO B460-RECEBER-ESTORNO-FIM.

           IF WS-RCV-USABLE = 'N'
              OR WS-RCV-COUNT NOT < WS-RCV-MAX
                 DISPLAY 'FBBAT10 - REVERSAL SHORTFALL NOT RAISED FOR '
                    'MERCHANT ' WS-MER-NUMBER (WS-MER-IX)
                    ', RUN HELD'
                 MOVE 'Y' TO WS-RUN-HELD
                 GO TO B460-RECEBER-ESTORNO-FIM.

           ADD 1 TO WS-RCV-COUNT.
           SET WS-RCV-IX TO WS-RCV-COUNT.
           MOVE WS-MER-NUMBER (WS-MER-IX)
              TO WS-RCV-MERCHANT (WS-RCV-IX).
           MOVE 'CYCREV' TO WS-RCV-REF (WS-RCV-IX).
           MOVE WS-MER-REV-ID (WS-MER-IX) TO WS-RCV-TXN-ID (WS-RCV-IX).
           MOVE WS-PROCESS-DATE TO WS-RCV-ENTRY-DATE (WS-RCV-IX).
           MOVE WS-REV-SHORTFALL TO WS-RCV-ORIGINAL (WS-RCV-IX).
           MOVE WS-REV-SHORTFALL TO WS-RCV-OUTSTANDING (WS-RCV-IX).
           MOVE WS-PROCESS-DATE TO WS-RCV-LAST-DATE (WS-RCV-IX).
           ADD WS-REV-SHORTFALL TO WS-MER-NET.
           ADD WS-REV-SHORTFALL TO WS-GRAND-REV-RAISED.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-REV-SHORTFALL TO WS-AMOUNT-EDITED.
           STRING '  REVERSALS NOT COVERED, RAISED AS OWED: '
                  DELIMITED BY SIZE
                  WS-AMOUNT-EDITED DELIMITED BY SIZE
                  ' EUR' DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           WRITE STATEMENT-REPORT-LINE FROM WS-REPORT-LINE.

       B460-RECEBER-ESTORNO-FIM.
           EXIT.

      *----------------------------------------------------------*
      * B410 - IS THE MERCHANT ELIGIBLE FOR PAYOUT? ONE KEYED    *
      *        READ OF THE MERCHANT MASTER: ONLY AN ACTIVE       *
      *        MERCHANT LEAVES WS-HOLD-REASON AT SPACES.         *
      *----------------------------------------------------------*
       B410-VERIFICA-COMERCIANTE.

           MOVE SPACES TO WS-HOLD-REASON.
           IF WS-MASTER-OPEN = 'N'
              MOVE 'MASTER FILE MISSING' TO WS-HOLD-REASON
              GO TO B410-VERIFICA-COMERCIANTE-FIM.

           MOVE WS-MER-NUMBER (WS-MER-IX) TO MCH-MERCHANT-NUMBER.
           READ MERCHANT-FILE
              INVALID KEY
                 MOVE 'MERCHANT UNKNOWN' TO WS-HOLD-REASON
                 GO TO B410-VERIFICA-COMERCIANTE-FIM.

           IF MCH-STATUS = 'S'
              MOVE 'MERCHANT SUSPENDED' TO WS-HOLD-REASON
           ELSE
              IF MCH-STATUS = 'C'
                 MOVE 'MERCHANT CLOSED' TO WS-HOLD-REASON
              ELSE
                 IF MCH-STATUS NOT = 'A'
                    MOVE 'STATUS NOT RECOGNISED' TO WS-HOLD-REASON.

       B410-VERIFICA-COMERCIANTE-FIM.
           EXIT.

      *----------------------------------------------------------*
      * B440 - HOLD AN INELIGIBLE MERCHANT'S PAYOUT: ONE RECORD  *
      *        ON ENT002.HLD AND A SLOT IN THE HELD TABLE FOR    *
      *        THE .MST EXCEPTION SECTION (B500).                *
      *----------------------------------------------------------*
       B440-RETEM-PAGAMENTO.

           MOVE WS-MER-NUMBER (WS-MER-IX) TO HPY-MERCHANT-NUMBER.
           MOVE WS-MER-TXN-COUNT (WS-MER-IX) TO HPY-RECORD-COUNT.
           MOVE WS-MER-AMOUNT (WS-MER-IX) TO HPY-GROSS-AMOUNT.
           MOVE WS-MER-FEE (WS-MER-IX) TO HPY-FEE-AMOUNT.
           MOVE WS-MER-NET TO HPY-NET-AMOUNT.
           MOVE WS-SETTLE-DATE TO HPY-SETTLEMENT-DATE.
           MOVE WS-HOLD-REASON TO HPY-REASON.
           WRITE HELD-RECORD.
           IF WS-FS-HELD NOT = ZERO
              DISPLAY 'FBBAT10 - HELD PAYOUT NOT WRITTEN FOR '
                 'MERCHANT ' HPY-MERCHANT-NUMBER ' ' WS-FS-HELD
                 ', RUN HELD'
              MOVE 'Y' TO WS-RUN-HELD.

           ADD 1 TO WS-MERCHANTS-HELD.
           SET WS-HLD-IX TO WS-MERCHANTS-HELD.
           SET WS-HLD-MER-SLOT (WS-HLD-IX) TO WS-MER-IX.
           MOVE WS-HOLD-REASON TO WS-HLD-REASON (WS-HLD-IX).
           MOVE WS-MER-NET TO WS-HLD-NET (WS-HLD-IX).
           ADD WS-MER-NET TO WS-HELD-NET.

       B440-RETEM-PAGAMENTO-FIM.
           EXIT.

      *----------------------------------------------------------*
      * B500 - EXCEPTION SECTION OF THE STATEMENT: EVERY PAYOUT  *
      *        HELD BY B440, WITH THE REASON, AND THE HELD       *
      *        TOTAL. PRINTED ONLY WHEN SOMETHING WAS HELD.      *
      *----------------------------------------------------------*
       B500-IMPRIME-RETIDOS.

           IF WS-MERCHANTS-HELD = ZERO
              GO TO B500-IMPRIME-RETIDOS-FIM.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'EXCEPTIONS - PAYOUTS HELD, MERCHANT NOT ELIGIBLE'
                  DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           WRITE STATEMENT-REPORT-LINE FROM WS-REPORT-LINE.

           PERFORM B510-IMPRIME-RETIDO
              THRU B510-IMPRIME-RETIDO-FIM
                 VARYING WS-HLD-IX FROM 1 BY 1
                    UNTIL WS-HLD-IX > WS-MERCHANTS-HELD.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-HELD-NET TO WS-NET-EDITED.
           STRING 'MERCHANTS HELD: ' DELIMITED BY SIZE
                  WS-MERCHANTS-HELD DELIMITED BY SIZE
                  '  NET HELD: ' DELIMITED BY SIZE
                  WS-NET-EDITED DELIMITED BY SIZE
                  ' EUR' DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           WRITE STATEMENT-REPORT-LINE FROM WS-REPORT-LINE.

       B500-IMPRIME-RETIDOS-FIM.
           EXIT.

       B510-IMPRIME-RETIDO.

           SET WS-MER-IX TO WS-HLD-MER-SLOT (WS-HLD-IX).
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'MERCHANT: ' DELIMITED BY SIZE
                  WS-MER-NUMBER (WS-MER-IX) DELIMITED BY SIZE
                  '  HELD - ' DELIMITED BY SIZE
                  WS-HLD-REASON (WS-HLD-IX) DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           WRITE STATEMENT-REPORT-LINE FROM WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-MER-AMOUNT (WS-MER-IX) TO WS-AMOUNT-EDITED.
           MOVE WS-HLD-NET (WS-HLD-IX) TO WS-NET-EDITED.
           STRING '  TXNS: ' DELIMITED BY SIZE
                  WS-MER-TXN-COUNT (WS-MER-IX) DELIMITED BY SIZE
                  '  GROSS: ' DELIMITED BY SIZE
                  WS-AMOUNT-EDITED DELIMITED BY SIZE
                  '  NET: ' DELIMITED BY SIZE
                  WS-NET-EDITED DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           WRITE STATEMENT-REPORT-LINE FROM WS-REPORT-LINE.

       B510-IMPRIME-RETIDO-FIM.
           EXIT.

      *----------------------------------------------------------*
      * B140 - LOAD THE MERCHANT RECEIVABLE LEDGER. NO LEDGER    *
      *        YET (STATUS 35) IS AN EMPTY ONE. ANY OTHER OPEN   *
      *        ERROR, OR A FULL TABLE, LEAVES THE LEDGER UNUSED  *
      *        FOR THE RUN: NOTHING RECOVERED, NOTHING REWRITTEN.*
      *----------------------------------------------------------*
       B140-CARREGA-RECEBER.

           ACCEPT WS-RECEIVABLE-PATH
              FROM ENVIRONMENT 'ENT002_RECEIVABLES'.
           IF WS-RECEIVABLE-PATH = SPACES
              MOVE '/home/kikos/ficheiros/RECEBER'
                 TO WS-RECEIVABLE-PATH.

           OPEN INPUT RECEIVABLE-FILE.
           IF WS-FS-RECEIVABLE = 35
              GO TO B140-CARREGA-RECEBER-FIM.
           IF WS-FS-RECEIVABLE NOT = ZERO
              DISPLAY 'WARNING - CANNOT READ RECEIVABLE LEDGER '
                 WS-FS-RECEIVABLE ', NO CHARGEBACKS RECOVERED'
              MOVE 'N' TO WS-RCV-USABLE
              GO TO B140-CARREGA-RECEBER-FIM.

           PERFORM B145-LE-RECEBER
              THRU B145-LE-RECEBER-FIM
                UNTIL WS-EOF-RECEIVABLE = 'S'.
           CLOSE RECEIVABLE-FILE.

       B140-CARREGA-RECEBER-FIM.
           EXIT.

       B145-LE-RECEBER.

           READ RECEIVABLE-FILE
              AT END
                 MOVE 'S' TO WS-EOF-RECEIVABLE
                 GO TO B145-LE-RECEBER-FIM.

           IF WS-RCV-COUNT NOT < WS-RCV-MAX
              DISPLAY 'WARNING - RECEIVABLE LEDGER TABLE FULL, '
                 'NO CHARGEBACKS RECOVERED'
              MOVE 'N' TO WS-RCV-USABLE
              MOVE 'S' TO WS-EOF-RECEIVABLE
              GO TO B145-LE-RECEBER-FIM.

           ADD 1 TO WS-RCV-COUNT.
           SET WS-RCV-IX TO WS-RCV-COUNT.
           MOVE RCV-MERCHANT-NUMBER TO WS-RCV-MERCHANT (WS-RCV-IX).
           MOVE RCV-REFERENCE TO WS-RCV-REF (WS-RCV-IX).
           MOVE RCV-TRANSACTION-ID TO WS-RCV-TXN-ID (WS-RCV-IX).
           MOVE RCV-ENTRY-DATE TO WS-RCV-ENTRY-DATE (WS-RCV-IX).
           MOVE RCV-ORIGINAL-AMOUNT TO WS-RCV-ORIGINAL (WS-RCV-IX).
           MOVE RCV-OUTSTANDING-AMOUNT
              TO WS-RCV-OUTSTANDING (WS-RCV-IX).
           MOVE RCV-LAST-DATE TO WS-RCV-LAST-DATE (WS-RCV-IX).

       B145-LE-RECEBER-FIM.
           EXIT.

      *----------------------------------------------------------*
      * C100 - REWRITE THE RECEIVABLE LEDGER WITH EVERY ITEM     *
      *        STILL OUTSTANDING; AN ITEM RECOVERED IN FULL      *
      *        DROPS OFF (ITS DEBIT IS ON THE .MST STATEMENT).   *
      *        A LEDGER THAT CANNOT BE REWRITTEN HOLDS THE RUN.  *
      *----------------------------------------------------------*
       C100-REGRAVA-RECEBER.

           OPEN OUTPUT RECEIVABLE-FILE.
           IF WS-FS-RECEIVABLE NOT = ZERO
              DISPLAY 'FBBAT10 - CANNOT REWRITE RECEIVABLE LEDGER '
                 WS-FS-RECEIVABLE ', RUN HELD'
              MOVE 'Y' TO WS-RUN-HELD
              GO TO C100-REGRAVA-RECEBER-FIM.

           PERFORM C110-GRAVA-RECEBER
              THRU C110-GRAVA-RECEBER-FIM
                 VARYING WS-RCV-IX FROM 1 BY 1
                    UNTIL WS-RCV-IX > WS-RCV-COUNT
                       OR WS-RUN-HELD = 'Y'.
           CLOSE RECEIVABLE-FILE.
           IF WS-FS-RECEIVABLE NOT = ZERO
              DISPLAY 'FBBAT10 - ERROR CLOSING RECEIVABLE LEDGER '
                 WS-FS-RECEIVABLE ', RUN HELD'
              MOVE 'Y' TO WS-RUN-HELD.
           IF WS-RUN-HELD = 'Y'
              DISPLAY 'FBBAT10 - RECEIVABLE LEDGER INCOMPLETE - '
                 'RESTORE IT BEFORE THE RERUN'.

       C100-REGRAVA-RECEBER-FIM.
           EXIT.

       C110-GRAVA-RECEBER.

           IF WS-RCV-OUTSTANDING (WS-RCV-IX) = ZERO
              GO TO C110-GRAVA-RECEBER-FIM.
           MOVE WS-RCV-MERCHANT (WS-RCV-IX) TO RCV-MERCHANT-NUMBER.
           MOVE WS-RCV-REF (WS-RCV-IX) TO RCV-REFERENCE.
           MOVE WS-RCV-TXN-ID (WS-RCV-IX) TO RCV-TRANSACTION-ID.
           MOVE WS-RCV-ENTRY-DATE (WS-RCV-IX) TO RCV-ENTRY-DATE.
           MOVE WS-RCV-ORIGINAL (WS-RCV-IX) TO RCV-ORIGINAL-AMOUNT.
           MOVE WS-RCV-OUTSTANDING (WS-RCV-IX)
              TO RCV-OUTSTANDING-AMOUNT.
           MOVE WS-RCV-LAST-DATE (WS-RCV-IX) TO RCV-LAST-DATE.
           WRITE RECEIVABLE-RECORD.
           IF WS-FS-RECEIVABLE NOT = ZERO
              DISPLAY 'FBBAT10 - ERROR WRITING RECEIVABLE LEDGER '
                 WS-FS-RECEIVABLE ', RUN HELD'
              MOVE 'Y' TO WS-RUN-HELD.

       C110-GRAVA-RECEBER-FIM.
           EXIT.

      *----------------------------------------------------------*
      * C200 - AGED RECEIVABLES REPORT (ENT002.RCA): EVERY ITEM  *
      *        STILL OWED, DAYS SINCE IT WAS RAISED AND THE      *
      *        MERCHANT'S STANDING ON THE MASTER, THEN THE       *
      *        0-30 / 31-60 / 61-90 / OVER-90 DAY TOTALS AND     *
      *        WHAT IS OWED BY MERCHANTS NO LONGER TRADING -     *
      *        NO PAYOUT WILL EVER RECOVER THOSE.                *
      *----------------------------------------------------------*
       C200-RELATORIO-RECEBER.

           OPEN OUTPUT RCV-AGING-REPORT.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'ENT002 MERCHANT RECEIVABLES AGING - '
                  DELIMITED BY SIZE
                  WS-PROCESS-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           WRITE RCV-AGING-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'MERCHANT  REF     SINCE      DAYS       '
                  DELIMITED BY SIZE
                  'OUTSTANDING      MERCHANT' DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           WRITE RCV-AGING-REPORT-LINE FROM WS-REPORT-LINE.

           PERFORM C210-ENVELHECE-RECEBER
              THRU C210-ENVELHECE-RECEBER-FIM
                 VARYING WS-RCV-IX FROM 1 BY 1
                    UNTIL WS-RCV-IX > WS-RCV-COUNT.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-RCV-TOTAL-OWED TO WS-AMOUNT-EDITED.
           STRING 'ITEMS OUTSTANDING: ' DELIMITED BY SIZE
                  WS-RCV-ITEMS-OWED DELIMITED BY SIZE
                  '  TOTAL OWED: ' DELIMITED BY SIZE
                  WS-AMOUNT-EDITED DELIMITED BY SIZE
                  ' EUR' DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           WRITE RCV-AGING-REPORT-LINE FROM WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-RCV-BUCKET-30 TO WS-AMOUNT-EDITED.
           STRING '  0-30 DAYS:    ' DELIMITED BY SIZE
                  WS-AMOUNT-EDITED DELIMITED BY SIZE
                  ' EUR' DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           WRITE RCV-AGING-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-RCV-BUCKET-60 TO WS-AMOUNT-EDITED.
           STRING '  31-60 DAYS:   ' DELIMITED BY SIZE
                  WS-AMOUNT-EDITED DELIMITED BY SIZE
                  ' EUR' DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           WRITE RCV-AGING-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-RCV-BUCKET-90 TO WS-AMOUNT-EDITED.
           STRING '  61-90 DAYS:   ' DELIMITED BY SIZE
                  WS-AMOUNT-EDITED DELIMITED BY SIZE
                  ' EUR' DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           WRITE RCV-AGING-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-RCV-BUCKET-OVER TO WS-AMOUNT-EDITED.
           STRING '  OVER 90 DAYS: ' DELIMITED BY SIZE
                  WS-AMOUNT-EDITED DELIMITED BY SIZE
                  ' EUR' DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           WRITE RCV-AGING-REPORT-LINE FROM WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-RCV-NOT-TRADING TO WS-AMOUNT-EDITED.
           STRING 'OWED BY MERCHANTS NOT TRADING: ' DELIMITED BY SIZE
                  WS-AMOUNT-EDITED DELIMITED BY SIZE
                  ' EUR' DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           WRITE RCV-AGING-REPORT-LINE FROM WS-REPORT-LINE.

           CLOSE RCV-AGING-REPORT.

       C200-RELATORIO-RECEBER-FIM.
           EXIT.

       C210-ENVELHECE-RECEBER.

           IF WS-RCV-OUTSTANDING (WS-RCV-IX) = ZERO
              GO TO C210-ENVELHECE-RECEBER-FIM.

           MOVE ZERO TO WS-RCV-AGE-DAYS.
           IF WS-RCV-ENTRY-DATE (WS-RCV-IX) NUMERIC
              MOVE WS-RCV-ENTRY-DATE (WS-RCV-IX) TO WS-DATE-WORK
              PERFORM B750-CALCULA-SERIAL
                 THRU B750-CALCULA-SERIAL-FIM
              IF WS-PROC-SERIAL > WS-DATE-SERIAL
                 COMPUTE WS-RCV-AGE-DAYS =
                    WS-PROC-SERIAL - WS-DATE-SERIAL.

           IF WS-RCV-AGE-DAYS NOT > 30
              ADD WS-RCV-OUTSTANDING (WS-RCV-IX) TO WS-RCV-BUCKET-30
           ELSE
              IF WS-RCV-AGE-DAYS NOT > 60
                 ADD WS-RCV-OUTSTANDING (WS-RCV-IX)
                    TO WS-RCV-BUCKET-60
              ELSE
                 IF WS-RCV-AGE-DAYS NOT > 90
                    ADD WS-RCV-OUTSTANDING (WS-RCV-IX)
                       TO WS-RCV-BUCKET-90
                 ELSE
                    ADD WS-RCV-OUTSTANDING (WS-RCV-IX)
                       TO WS-RCV-BUCKET-OVER.

           PERFORM C220-SITUACAO-COMERCIANTE
              THRU C220-SITUACAO-COMERCIANTE-FIM.
           IF WS-RCV-STATUS-DESC NOT = 'ACTIVE'
              ADD WS-RCV-OUTSTANDING (WS-RCV-IX) TO WS-RCV-NOT-TRADING.

           ADD 1 TO WS-RCV-ITEMS-OWED.
           ADD WS-RCV-OUTSTANDING (WS-RCV-IX) TO WS-RCV-TOTAL-OWED.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-RCV-AGE-DAYS TO WS-RCV-AGE-EDITED.
           MOVE WS-RCV-OUTSTANDING (WS-RCV-IX) TO WS-AMOUNT-EDITED.
           STRING WS-RCV-MERCHANT (WS-RCV-IX) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-RCV-REF (WS-RCV-IX) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-RCV-ENTRY-DATE (WS-RCV-IX) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-RCV-AGE-EDITED DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-AMOUNT-EDITED DELIMITED BY SIZE
                  ' EUR  ' DELIMITED BY SIZE
                  WS-RCV-STATUS-DESC DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           WRITE RCV-AGING-REPORT-LINE FROM WS-REPORT-LINE.

       C210-ENVELHECE-RECEBER-FIM.
           EXIT.

       C220-SITUACAO-COMERCIANTE.

           IF WS-MASTER-OPEN = 'N'
              MOVE 'NO MASTER' TO WS-RCV-STATUS-DESC
              GO TO C220-SITUACAO-COMERCIANTE-FIM.

           MOVE WS-RCV-MERCHANT (WS-RCV-IX) TO MCH-MERCHANT-NUMBER.
           READ MERCHANT-FILE
              INVALID KEY
                 MOVE 'UNKNOWN' TO WS-RCV-STATUS-DESC
                 GO TO C220-SITUACAO-COMERCIANTE-FIM.

           IF MCH-STATUS = 'A'
              MOVE 'ACTIVE' TO WS-RCV-STATUS-DESC
           ELSE
              IF MCH-STATUS = 'S'
                 MOVE 'SUSPENDED' TO WS-RCV-STATUS-DESC
              ELSE
                 IF MCH-STATUS = 'C'
                    MOVE 'CLOSED' TO WS-RCV-STATUS-DESC
                 ELSE
                    MOVE 'UNKNOWN' TO WS-RCV-STATUS-DESC.

       C220-SITUACAO-COMERCIANTE-FIM.
           EXIT.

      *----------------------------------------------------------*
      * D100 - SORT A COPY OF THE INPUT KEYED ON CARD-NUMBER/     *
      *        DATE/AMOUNT/STATUS AND BUILD THE SAME DUPLICATE,   *
      *        NETTED-PAIR AND UNMATCHED-REVERSAL TABLES FBBAT04  *
      *        BUILDS, SO THE MERCHANT PAYOUTS EXCLUDE EXACTLY    *
      *        THE SAME RECORDS AS THE DAY'S CONTROL TOTALS.      *
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
                 DISPLAY 'FBBAT10 - EARLIER CYCLE RECORDS OF THE DAY: '
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
      *    CYCLE'S REVERSAL OF IT IS TAKEN BACK, NOT DROPPED (D140).
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
                 'TREATED AS UNMATCHED: ' WS-GRP-REV-ID
              PERFORM D150-ADICIONA-NAO-CASADO
                 THRU D150-ADICIONA-NAO-CASADO-FIM.

       D155-ADICIONA-ESTORNO-ANTERIOR-FIM.
           EXIT.

       D130-ADICIONA-DUPLICADO.
           IF WS-DUP-IDS-COUNT < WS-DUP-IDS-MAX
              ADD 1 TO WS-DUP-IDS-COUNT
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

      **********************************************************
      * PROGRAM: FBBAT22.CBL                                    *
      * DESCRIPTION: SIBS SETTLEMENT-POSITION RECONCILIATION.   *
      *              READS THE DAILY NET SETTLEMENT-POSITION    *
      *              FILE SIBS SENDS (THE AMOUNT IT WILL CREDIT *
      *              THE BANK FOR THE DAY, BY TRANSACTION-CODE  *
      *              AND REGION-CODE) AND COMPARES IT WITH WHAT *
      *              WE SETTLED: CODE BY REGION AGAINST THE     *
      *              FBBAT04 .CTL BREAKDOWN, CODE BY CODE       *
      *              AGAINST THE .GL SETTLEMENT RECORDS, REGION *
      *              BY REGION AGAINST THE PROCESS-SIBS         *
      *              REGIONAL TRAILERS, AND THE DAY'S TOTAL     *
      *              AGAINST THE FBBAT10 PAYOUTS (ENT002.PAY,   *
      *              PLUS THE HELD AND UNATTRIBUTED ACTIVITY    *
      *              THAT NEVER REACHES IT). EVERY LINE OF THE  *
      *              VARIANCE REPORT (ENT002.SPR) IS A BREAK    *
      *              WHEN THE COUNTS DIFFER OR THE AMOUNTS      *
      *              DIFFER BY MORE THAN THE TOLERANCE. ANY     *
      *              BREAK ENDS WITH RETURN-CODE 8 AND NO FIM   *
      *              NORMAL, AND THE STEP IS RERUN ONCE THE     *
      *              DIFFERENCE IS EXPLAINED.                   *
      *              THE POSITION IS THE WHOLE DAY'S, SO THIS   *
      *              IS A ONCE-A-DAY STEP RUN AFTER THE DAY'S   *
      *              LAST CYCLE: OUR SIDE IS EVERY CYCLE OF THE *
      *              DATE ON THE CYCLE REGISTER (ENT002.CIC)    *
      *              PLUS THE CURRENT ONE, ADDED TOGETHER.      *
      * DEVELOPER: FRANCISCO BORGES                             *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBBAT22.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSITION-FILE ASSIGN TO DYNAMIC WS-POSITION-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-POSITION.

           SELECT CONTROL-FILE ASSIGN TO DYNAMIC WS-CTL-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-CTL.

           SELECT GL-FILE ASSIGN TO DYNAMIC WS-GL-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-GL.

           SELECT REGIONAL-FILE ASSIGN TO DYNAMIC WS-REGIONAL-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-REGIONAL.

           SELECT PAYOUT-FILE ASSIGN TO DYNAMIC WS-PAYOUT-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-PAYOUT.

           SELECT HELD-FILE ASSIGN TO DYNAMIC WS-HELD-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-HELD.

           SELECT STATEMENT-FILE ASSIGN TO DYNAMIC WS-STATEMENT-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-STATEMENT.

           SELECT VARIANCE-REPORT ASSIGN TO DYNAMIC WS-VARIANCE-PATH
              ORGANIZATION IS LINE SEQUENTIAL.

      *    CYCLE REGISTER WRITTEN BY PROCESS-SIBS: ONE LINE PER
      *    CYCLE THAT REACHED FIM NORMAL, WITH ITS ENT002 PATH.
           SELECT CYCLE-FILE ASSIGN TO DYNAMIC WS-CYCLE-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-CYCLE.

      *    SHARED RUN-CONTROL STEP LEDGER - SEE RUNCTL.CPY.
           SELECT RUNCTL-FILE ASSIGN TO DYNAMIC WS-RUNCTL-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-RUNCTL.

       DATA DIVISION.
       FILE SECTION.
      * SIBS DAILY NET SETTLEMENT-POSITION FILE: ONE 'HDR' WITH
      * THE VALUE DATE SIBS WILL CREDIT, ONE 'DET' PER
      * TRANSACTION-CODE/REGION-CODE WITH THE COUNT AND EUR
      * AMOUNT, AND ONE 'TRL' WITH THE FILE TOTALS.
       FD  POSITION-FILE.
       01  POSITION-HEADER.
           05 SPH-RECORD-TYPE       PIC X(3).
           05 SPH-POSITION-DATE     PIC X(8).
       01  POSITION-DETAIL.
           05 SPD-RECORD-TYPE       PIC X(3).
           05 SPD-TRANSACTION-CODE  PIC X(4).
           05 SPD-REGION-CODE       PIC X(1).
           05 SPD-RECORD-COUNT      PIC 9(7).
           05 SPD-AMOUNT            PIC 9(9)V99.
       01  POSITION-TRAILER.
           05 SPT-RECORD-TYPE       PIC X(3).
           05 SPT-RECORD-COUNT      PIC 9(7).
           05 SPT-AMOUNT            PIC 9(11)V99.

       FD  CONTROL-FILE.
       01  CONTROL-LINE             PIC X(80).

       FD  GL-FILE.
       01  GL-RECORD.
           05 GLR-TRANSACTION-CODE  PIC X(4).
           05 GLR-RECORD-COUNT      PIC 9(7).
           05 GLR-TOTAL-AMOUNT      PIC 9(9)V99.
           05 GLR-SETTLEMENT-DATE   PIC X(8).
           05 GLR-SOURCE            PIC X(1).
           05 GLR-ACCOUNT           PIC X(8).
           05 GLR-DC-FLAG           PIC X(1).

       FD  REGIONAL-FILE.
       01  REGIONAL-LINE            PIC X(80).

      * FBBAT10 PAYOUT AND HELD-PAYOUT RECORDS - ONLY THE LEADING
      * COUNT AND GROSS FIELDS ARE NEEDED HERE.
       FD  PAYOUT-FILE.
       01  PAYOUT-RECORD.
           05 PAY-MERCHANT-NUMBER   PIC X(8).
           05 PAY-RECORD-COUNT      PIC 9(7).
           05 PAY-GROSS-AMOUNT      PIC 9(9)V99.
           05 PAY-FEE-AMOUNT        PIC 9(9)V99.
           05 PAY-NET-AMOUNT        PIC S9(9)V99.
           05 PAY-SETTLEMENT-DATE   PIC X(8).
           05 PAY-RECOVERED-AMOUNT  PIC 9(9)V99.

       FD  HELD-FILE.
       01  HELD-RECORD.
           05 HPY-MERCHANT-NUMBER   PIC X(8).
           05 HPY-RECORD-COUNT      PIC 9(7).
           05 HPY-GROSS-AMOUNT      PIC 9(9)V99.
           05 HPY-FEE-AMOUNT        PIC 9(9)V99.
           05 HPY-NET-AMOUNT        PIC S9(9)V99.
           05 HPY-SETTLEMENT-DATE   PIC X(8).
           05 HPY-REASON            PIC X(22).

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE           PIC X(80).

       FD  VARIANCE-REPORT.
       01  VARIANCE-REPORT-LINE     PIC X(80).

       FD  CYCLE-FILE.
       01  CYCLE-RECORD.
           05 CIC-PROCESS-DATE      PIC X(8).
           05 CIC-CYCLE             PIC 9(1).
           05 CIC-SEQUENCE          PIC 9(6).
           05 CIC-SIBS-PATH         PIC X(100).

       FD  RUNCTL-FILE.
       01  RUNCTL-RECORD.
           05 RCT-DATE              PIC X(8).
           05 RCT-PROGRAM           PIC X(12).
           05 RCT-EVENT             PIC X(6).
           05 RCT-TIME              PIC X(6).
           05 RCT-CYCLE             PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-SIBS-PATH             PIC X(100).
       01  WS-POSITION-PATH         PIC X(104).
       01  WS-CTL-PATH              PIC X(104).
       01  WS-GL-PATH               PIC X(104).
       01  WS-REGIONAL-PATH         PIC X(104).
       01  WS-PAYOUT-PATH           PIC X(104).
       01  WS-HELD-PATH             PIC X(104).
       01  WS-STATEMENT-PATH        PIC X(104).
       01  WS-VARIANCE-PATH         PIC X(104).
       01  WS-FS-POSITION           PIC 9(2) VALUE ZERO.
       01  WS-FS-CTL                PIC 9(2) VALUE ZERO.
       01  WS-FS-GL                 PIC 9(2) VALUE ZERO.
       01  WS-FS-REGIONAL           PIC 9(2) VALUE ZERO.
       01  WS-FS-PAYOUT             PIC 9(2) VALUE ZERO.
       01  WS-FS-HELD               PIC 9(2) VALUE ZERO.
       01  WS-FS-STATEMENT          PIC 9(2) VALUE ZERO.
       01  WS-EOF-FILE              PIC X(1) VALUE 'N'.
       01  WS-PROCESS-DATE          PIC X(8) VALUE SPACES.
       01  WS-REPORT-LINE           PIC X(80).

      * THE DAY'S EARLIER CYCLES, FROM THE CYCLE REGISTER. THE
      * CURRENT CYCLE'S ENT002 PATH IS KEPT WHILE THEIR FILES
      * ARE READ.
       01  WS-CYCLE-PATH            PIC X(104).
       01  WS-FS-CYCLE              PIC 9(2) VALUE ZERO.
       01  WS-CUR-SIBS-PATH         PIC X(100).
       01  WS-CYC-COUNT             PIC 9(1) VALUE ZERO.
       01  WS-CYC-EXPECTED          PIC 9(1) VALUE ZERO.
       01  WS-CYC-IX                PIC 9(1) VALUE ZERO.
       01  WS-CYC-TABLE.
           05 WS-CYC-ENTRY OCCURS 9 TIMES.
              10 WS-CYC-NUMBER      PIC 9(1).
              10 WS-CYC-PATH        PIC X(100).

      * AMOUNT TOLERANCE PER COMPARISON, IN EUR CENTS. A VALUE OF
      * ZERO (NOT SET) FALLS BACK TO THE DEFAULT, SAME CONVENTION
      * AS ENT002_COUNT IN PROCESS-SIBS.CBL. COUNTS MUST AGREE
      * EXACTLY.
       01  WS-TOLERANCE-CENTS       PIC 9(7) VALUE ZERO.
       01  WS-TOLERANCE-EUR         PIC 9(5)V99 VALUE ZERO.
       01  WS-TOLERANCE-EDITED      PIC ZZ,ZZ9.99.

      * THE SIBS FILE AS READ: HEADER DATE, THE DETAIL SUMS AND
      * THE TRAILER TOTALS THEY MUST ADD UP TO.
       01  WS-SPS-HEADER-SEEN       PIC X(1) VALUE 'N'.
       01  WS-SPS-TRAILER-SEEN      PIC X(1) VALUE 'N'.
       01  WS-SPS-POSITION-DATE     PIC X(8) VALUE SPACES.
       01  WS-SPS-DET-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-SPS-DET-CENTS         PIC 9(13) VALUE ZERO.
       01  WS-SPS-TRL-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-SPS-TRL-CENTS         PIC 9(13) VALUE ZERO.
       01  WS-SPS-LINE-CENTS        PIC 9(11) VALUE ZERO.

      * CODE BY REGION: SIBS AGAINST THE .CTL BREAKDOWN.
       01  WS-VCR-MAX               PIC 9(3) VALUE 90.
       01  WS-VCR-COUNT             PIC 9(3) VALUE ZERO.
       01  WS-VCR-SLOTTED           PIC X(1) VALUE 'N'.
       01  WS-VCR-TABLE.
           05 WS-VCR-ENTRY OCCURS 90 TIMES INDEXED BY WS-VCR-IX.
              10 WS-VCR-CODE        PIC X(4).
              10 WS-VCR-REGION      PIC X(1).
              10 WS-VCR-SIBS-CNT    PIC 9(7) VALUE ZERO.
              10 WS-VCR-SIBS-CENTS  PIC 9(11) VALUE ZERO.
              10 WS-VCR-OUR-CNT     PIC 9(7) VALUE ZERO.
              10 WS-VCR-OUR-CENTS   PIC 9(11) VALUE ZERO.

      * CODE: SIBS (SUMMED OVER REGIONS) AGAINST THE .GL
      * SETTLEMENT RECORDS (DEBIT LEGS, GLR-SOURCE 'S').
       01  WS-VCD-MAX               PIC 9(3) VALUE 30.
       01  WS-VCD-COUNT             PIC 9(3) VALUE ZERO.
       01  WS-VCD-SLOTTED           PIC X(1) VALUE 'N'.
       01  WS-VCD-TABLE.
           05 WS-VCD-ENTRY OCCURS 30 TIMES INDEXED BY WS-VCD-IX.
              10 WS-VCD-CODE        PIC X(4).
              10 WS-VCD-SIBS-CNT    PIC 9(7) VALUE ZERO.
              10 WS-VCD-SIBS-CENTS  PIC 9(11) VALUE ZERO.
              10 WS-VCD-OUR-CNT     PIC 9(7) VALUE ZERO.
              10 WS-VCD-OUR-CENTS   PIC 9(11) VALUE ZERO.
       01  WS-GL-FIRST-DATE         PIC X(8) VALUE SPACES.
       01  WS-GL-DATE-MIXED         PIC X(1) VALUE 'N'.

      * REGION: SIBS (SUMMED OVER CODES) AGAINST THE REGIONAL
      * TRAILERS. ONE SLOT PER REAL REGION ON THE SHARED TABLE,
      * PLUS ANY REGION SIBS REPORTS THAT WE DO NOT HAVE.
       01  WS-VRG-MAX               PIC 9(2) VALUE 10.
       01  WS-VRG-COUNT             PIC 9(2) VALUE ZERO.
       01  WS-VRG-SLOTTED           PIC X(1) VALUE 'N'.
       01  WS-VRG-TABLE.
           05 WS-VRG-ENTRY OCCURS 10 TIMES INDEXED BY WS-VRG-IX.
              10 WS-VRG-REGION      PIC X(1).
              10 WS-VRG-SIBS-CNT    PIC 9(7) VALUE ZERO.
              10 WS-VRG-SIBS-CENTS  PIC 9(11) VALUE ZERO.
              10 WS-VRG-OUR-CNT     PIC 9(7) VALUE ZERO.
              10 WS-VRG-OUR-CENTS   PIC 9(11) VALUE ZERO.
       01  WS-REG-SLOT              PIC 9(2) VALUE ZERO.
       01  WS-TRL-COUNT-X.
           05 WS-TRL-COUNT          PIC 9(7).
       01  WS-TRL-AMOUNT-X.
           05 WS-TRL-AMOUNT         PIC 9(9)V99.

      * DAY TOTAL: WHAT FBBAT10 SETTLED TO MERCHANTS - PAID,
      * HELD, AND ACTIVITY WITH NO MERCHANT NUMBER (PRINTED ON
      * ENT002.MST ONLY).
       01  WS-PAY-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-PAY-CENTS             PIC 9(13) VALUE ZERO.
       01  WS-MST-COUNT-X.
           05 WS-MST-COUNT          PIC 9(7).

      * EDITED-AMOUNT PARSING (Z,ZZZ,ZZZ,ZZ9.99 ZONES).
       01  WS-PARSE-ZONE            PIC X(17).
       01  WS-PARSE-CENTS           PIC 9(11) VALUE ZERO.
       01  WS-PARSE-IX              PIC 9(2) VALUE ZERO.
       01  WS-PARSE-CHAR            PIC X(1).
       01  WS-PARSE-DIGIT           PIC 9(1) VALUE ZERO.

      * ONE COMPARISON: ITS KEY, THE TWO SIDES AND THE VERDICT.
       01  WS-CMP-KEY               PIC X(10) VALUE SPACES.
       01  WS-CMP-SIBS-CNT          PIC 9(7) VALUE ZERO.
       01  WS-CMP-SIBS-CENTS        PIC 9(13) VALUE ZERO.
       01  WS-CMP-OUR-CNT           PIC 9(7) VALUE ZERO.
       01  WS-CMP-OUR-CENTS         PIC 9(13) VALUE ZERO.
       01  WS-CMP-VAR-CENTS         PIC S9(13) VALUE ZERO.
       01  WS-CMP-ABS-CENTS         PIC 9(13) VALUE ZERO.
       01  WS-CMP-AMOUNT            PIC S9(11)V99 VALUE ZERO.

       01  WS-VARIANCE-LINE.
           05 WS-VL-KEY             PIC X(10).
           05 WS-VL-SIBS-COUNT      PIC Z(6)9.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-VL-SIBS-AMOUNT     PIC Z(8)9.99.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-VL-OUR-COUNT       PIC Z(6)9.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-VL-OUR-AMOUNT      PIC Z(8)9.99.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-VL-VARIANCE        PIC -(9)9.99.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-VL-STATUS          PIC X(5).

       01  WS-BREAK-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-LINE-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-RUN-FAILED            PIC X(1) VALUE 'N'.

           COPY RUNCTL.

           COPY REGIONS.

       PROCEDURE DIVISION.

       A000-PRINCIPAL.

           PERFORM A100-INICIO
              THRU A100-INICIO-FIM.

           PERFORM B100-LE-POSICAO
              THRU B100-LE-POSICAO-FIM.

      *    OUR SIDE IS THE DAY TO DATE: THE EARLIER CYCLES ON THE
      *    REGISTER, THEN THIS ONE, ALL ADDED INTO THE SAME TABLES.
           PERFORM B800-LE-CICLOS-ANTERIORES
              THRU B800-LE-CICLOS-ANTERIORES-FIM.
           MOVE WS-CUR-SIBS-PATH TO WS-SIBS-PATH.
           PERFORM B090-LE-FICHEIROS-CICLO
              THRU B090-LE-FICHEIROS-CICLO-FIM.

           PERFORM C100-CONCILIA
              THRU C100-CONCILIA-FIM.

           PERFORM A900-FIM
              THRU A900-FIM-FIM.

           STOP RUN.

       A100-INICIO.

           PERFORM B050-CARREGA-REGIOES
              THRU B050-CARREGA-REGIOES-FIM.

      *    RUN CONTROL: THE FILES COMPARED COME FROM PROCESS-SIBS,
      *    FBBAT04 AND FBBAT10, WHICH MUST ALL HAVE ENDED CLEAN
      *    FOR THE DATE.
           PERFORM A150-VERIFICA-RUN-CONTROL
              THRU A150-VERIFICA-RUN-CONTROL-FIM.

           ACCEPT WS-SIBS-PATH FROM ENVIRONMENT 'ENT002'.
           IF WS-SIBS-PATH = SPACES
              MOVE '/home/kikos/ficheiros/ENT002' TO WS-SIBS-PATH.
           MOVE WS-SIBS-PATH TO WS-CUR-SIBS-PATH.

           STRING WS-SIBS-PATH DELIMITED BY SPACE
                  '.SPR' DELIMITED BY SIZE INTO WS-VARIANCE-PATH.

           ACCEPT WS-CYCLE-PATH FROM ENVIRONMENT 'ENT002_CYCLES'.
           IF WS-CYCLE-PATH = SPACES
              MOVE '/home/kikos/ficheiros/ENT002.CIC' TO WS-CYCLE-PATH.

           ACCEPT WS-POSITION-PATH FROM ENVIRONMENT 'ENT002_SPS'.
           IF WS-POSITION-PATH = SPACES
              MOVE '/home/kikos/ficheiros/SIBS.POS'
                 TO WS-POSITION-PATH.

           ACCEPT WS-TOLERANCE-CENTS
              FROM ENVIRONMENT 'SPS_TOLERANCE_CENTS'.
           IF WS-TOLERANCE-CENTS = ZERO
              MOVE 100 TO WS-TOLERANCE-CENTS.
           COMPUTE WS-TOLERANCE-EUR = WS-TOLERANCE-CENTS / 100.

           OPEN OUTPUT VARIANCE-REPORT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'ENT002 SIBS SETTLEMENT-POSITION RECONCILIATION - '
                  DELIMITED BY SIZE
                  WS-PROCESS-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           WRITE VARIANCE-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'DAY TO DATE - CYCLES 1 TO ' DELIMITED BY SIZE
                  WS-RC-CYCLE DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           WRITE VARIANCE-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-TOLERANCE-EUR TO WS-TOLERANCE-EDITED.
           STRING 'AMOUNT TOLERANCE: ' DELIMITED BY SIZE
                  WS-TOLERANCE-EDITED DELIMITED BY SIZE
                  ' EUR  (COUNTS MUST AGREE EXACTLY)'
                     DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           WRITE VARIANCE-REPORT-LINE FROM WS-REPORT-LINE.

       A100-INICIO-FIM.
           EXIT.

       A900-FIM.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'COMPARISONS: ' DELIMITED BY SIZE
                  WS-LINE-COUNT DELIMITED BY SIZE
                  '  BREAKS: ' DELIMITED BY SIZE
                  WS-BREAK-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           WRITE VARIANCE-REPORT-LINE FROM WS-REPORT-LINE.
           CLOSE VARIANCE-REPORT.

      *    A BREAK LEAVES NO 'NORMAL' EVENT FOR THE DATE. THE STEP
      *    IS RERUN ONCE THE DIFFERENCE IS PUT RIGHT.
           IF WS-RUN-FAILED = 'Y' OR WS-BREAK-COUNT > ZERO
              DISPLAY 'FBBAT22 - SETTLEMENT POSITION BREAKS: '
                 WS-BREAK-COUNT ', SEE ENT002.SPR'
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM RC-GRAVA-FIM-NORMAL
                 THRU RC-GRAVA-FIM-NORMAL-FIM
              DISPLAY 'FBBAT22 FIM NORMAL - POSICAO SIBS CONCILIADA, '
                 'COMPARACOES: ' WS-LINE-COUNT.

       A900-FIM-FIM.
           EXIT.

      *----------------------------------------------------------*
      * A150 - RUN-CONTROL CHECK AND START EVENT (RUNCTL.CPY).   *
      *        A REFUSED RUN ENDS HERE WITH RETURN-CODE 8.       *
      *----------------------------------------------------------*
       A150-VERIFICA-RUN-CONTROL.

           ACCEPT WS-PROCESS-DATE FROM ENVIRONMENT 'PROCESS_DATE'.
           IF WS-PROCESS-DATE = SPACES
              ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD.
           MOVE 'FBBAT22' TO WS-RC-PROGRAM.
           MOVE WS-PROCESS-DATE TO WS-RC-DATE.
      *    THE POSITION IS THE DAY'S, NOT THE CYCLE'S: ONE CLEAN
      *    PASS, RUN IN THE DAY'S LAST CYCLE ONCE ITS STEPS ARE
      *    CLEAN, COVERS EVERY INTRADAY CYCLE OF THE DATE.
           MOVE 'Y' TO WS-RC-DAY-STEP.
           MOVE 3 TO WS-RC-PRED-COUNT.
           MOVE 'PROCESS-SIBS' TO WS-RC-PRED-NAME (1).
           MOVE 'FBBAT04' TO WS-RC-PRED-NAME (2).
           MOVE 'FBBAT10' TO WS-RC-PRED-NAME (3).
           PERFORM RC-VERIFICA-ANTECESSORES
              THRU RC-VERIFICA-ANTECESSORES-FIM.
           IF WS-RC-BLOCKED = 'Y'
              DISPLAY 'FBBAT22 - RUN CONTROL REFUSED THE RUN'
              MOVE 8 TO RETURN-CODE
              STOP RUN.
           PERFORM RC-GRAVA-INICIO
              THRU RC-GRAVA-INICIO-FIM.

       A150-VERIFICA-RUN-CONTROL-FIM.
           EXIT.

           COPY RUNCTL-READ.

      *----------------------------------------------------------*
      * B050 - LOAD THE SHARED REGION TABLE (COPYBOOKS/REGIONS). *
      *        EVERY REAL REGION GETS A SLOT IN THE REGION       *
      *        COMPARISON, SO A REGION SIBS LEAVES OUT STILL     *
      *        SHOWS UP AGAINST OUR TRAILER.                     *
      *----------------------------------------------------------*
       B050-CARREGA-REGIOES.

           COPY REGIONS-LOAD.

           PERFORM B060-ABRE-REGIAO
              THRU B060-ABRE-REGIAO-FIM
                 VARYING WS-REG-SLOT FROM 1 BY 1
                    UNTIL WS-REG-SLOT > WS-REGION-REAL-COUNT.

       B050-CARREGA-REGIOES-FIM.
           EXIT.

       B060-ABRE-REGIAO.

           ADD 1 TO WS-VRG-COUNT.
           SET WS-VRG-IX TO WS-VRG-COUNT.
           MOVE WS-REGION-ENTRY-CODE (WS-REG-SLOT)
              TO WS-VRG-REGION (WS-VRG-IX).

       B060-ABRE-REGIAO-FIM.
           EXIT.

      *----------------------------------------------------------*
      * B070 - THE CYCLE'S FILE PATHS, ALL NAMED AFTER ITS       *
      *        ENT002 EXTRACT (WS-SIBS-PATH).                    *
      *----------------------------------------------------------*
       B070-DERIVA-CAMINHOS.

           MOVE SPACES TO WS-CTL-PATH WS-GL-PATH WS-PAYOUT-PATH
                          WS-HELD-PATH WS-STATEMENT-PATH.
           STRING WS-SIBS-PATH DELIMITED BY SPACE
                  '.CTL' DELIMITED BY SIZE INTO WS-CTL-PATH.
           STRING WS-SIBS-PATH DELIMITED BY SPACE
                  '.GL' DELIMITED BY SIZE INTO WS-GL-PATH.
           STRING WS-SIBS-PATH DELIMITED BY SPACE
                  '.PAY' DELIMITED BY SIZE INTO WS-PAYOUT-PATH.
           STRING WS-SIBS-PATH DELIMITED BY SPACE
                  '.HLD' DELIMITED BY SIZE INTO WS-HELD-PATH.
           STRING WS-SIBS-PATH DELIMITED BY SPACE
                  '.MST' DELIMITED BY SIZE INTO WS-STATEMENT-PATH.

       B070-DERIVA-CAMINHOS-FIM.
           EXIT.

      *----------------------------------------------------------*
      * B090 - ADD ONE CYCLE'S FILES TO OUR SIDE OF EVERY        *
      *        COMPARISON.                                       *
      *----------------------------------------------------------*
       B090-LE-FICHEIROS-CICLO.

           PERFORM B070-DERIVA-CAMINHOS
              THRU B070-DERIVA-CAMINHOS-FIM.
           PERFORM B200-LE-CONTROLO
              THRU B200-LE-CONTROLO-FIM.
           PERFORM B300-LE-GL
              THRU B300-LE-GL-FIM.
           PERFORM B400-LE-REGIONAIS
              THRU B400-LE-REGIONAIS-FIM.
           PERFORM B500-LE-PAGAMENTOS
              THRU B500-LE-PAGAMENTOS-FIM.

       B090-LE-FICHEIROS-CICLO-FIM.
           EXIT.

      *----------------------------------------------------------*
      * B100 - READ THE SIBS POSITION FILE INTO THE CODE BY      *
      *        REGION, CODE AND REGION TABLES. WITHOUT IT THERE  *
      *        IS NOTHING TO RECONCILE AGAINST - THE DAY IS HELD.*
      *----------------------------------------------------------*
       B100-LE-POSICAO.

           OPEN INPUT POSITION-FILE.
           IF WS-FS-POSITION NOT = ZERO
              DISPLAY 'FBBAT22 - MISSING SIBS POSITION FILE '
                 WS-POSITION-PATH
              MOVE 'Y' TO WS-RUN-FAILED
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'SIBS POSITION FILE MISSING - NOTHING '
                     'RECONCILED' DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
              WRITE VARIANCE-REPORT-LINE FROM WS-REPORT-LINE
              GO TO B100-LE-POSICAO-FIM.
           MOVE 'N' TO WS-EOF-FILE.
           PERFORM B110-LE-REGISTO-POSICAO
              THRU B110-LE-REGISTO-POSICAO-FIM
                UNTIL WS-EOF-FILE = 'S'.
           CLOSE POSITION-FILE.

       B100-LE-POSICAO-FIM.
           EXIT.

       B110-LE-REGISTO-POSICAO.
           READ POSITION-FILE
              AT END
                 MOVE 'S' TO WS-EOF-FILE
                 GO TO B110-LE-REGISTO-POSICAO-FIM.

           IF SPH-RECORD-TYPE = 'HDR'
              MOVE 'Y' TO WS-SPS-HEADER-SEEN
              MOVE SPH-POSITION-DATE TO WS-SPS-POSITION-DATE
              GO TO B110-LE-REGISTO-POSICAO-FIM.

           IF SPT-RECORD-TYPE = 'TRL'
              MOVE 'Y' TO WS-SPS-TRAILER-SEEN
              MOVE SPT-RECORD-COUNT TO WS-SPS-TRL-COUNT
              COMPUTE WS-SPS-TRL-CENTS = SPT-AMOUNT * 100
              GO TO B110-LE-REGISTO-POSICAO-FIM.

           IF SPD-RECORD-TYPE NOT = 'DET'
              DISPLAY 'FBBAT22 - UNKNOWN SIBS POSITION RECORD '
                 SPD-RECORD-TYPE
              MOVE 'Y' TO WS-RUN-FAILED
              GO TO B110-LE-REGISTO-POSICAO-FIM.

           COMPUTE WS-SPS-LINE-CENTS = SPD-AMOUNT * 100.
           ADD SPD-RECORD-COUNT TO WS-SPS-DET-COUNT.
           ADD WS-SPS-LINE-CENTS TO WS-SPS-DET-CENTS.

           PERFORM Q100-SLOT-CODIGO-REGIAO
              THRU Q100-SLOT-CODIGO-REGIAO-FIM.
           IF WS-VCR-SLOTTED = 'Y'
              ADD SPD-RECORD-COUNT TO WS-VCR-SIBS-CNT (WS-VCR-IX)
              ADD WS-SPS-LINE-CENTS TO WS-VCR-SIBS-CENTS (WS-VCR-IX).

           MOVE SPD-TRANSACTION-CODE TO WS-CMP-KEY.
           PERFORM Q200-SLOT-CODIGO
              THRU Q200-SLOT-CODIGO-FIM.
           IF WS-VCD-SLOTTED = 'Y'
              ADD SPD-RECORD-COUNT TO WS-VCD-SIBS-CNT (WS-VCD-IX)
              ADD WS-SPS-LINE-CENTS TO WS-VCD-SIBS-CENTS (WS-VCD-IX).

           MOVE SPD-REGION-CODE TO WS-CMP-KEY.
           PERFORM Q300-SLOT-REGIAO
              THRU Q300-SLOT-REGIAO-FIM.
           IF WS-VRG-SLOTTED = 'Y'
              ADD SPD-RECORD-COUNT TO WS-VRG-SIBS-CNT (WS-VRG-IX)
              ADD WS-SPS-LINE-CENTS TO WS-VRG-SIBS-CENTS (WS-VRG-IX).

       B110-LE-REGISTO-POSICAO-FIM.
           EXIT.

      *----------------------------------------------------------*
      * B200 - PICK THE CODE BY REGION LINES OFF THE .CTL        *
      *        REPORT. THE OFFSETS FOLLOW FBBAT04'S FIXED STRING *
      *        LAYOUT (B590-IMPRIME-CODIGO-REGIAO). A REVERSAL   *
      *        OF AN EARLIER CYCLE'S APPROVED (B595, 'REV        *
      *        CODE/REGION') COMES OFF WHAT THAT CYCLE SETTLED - *
      *        SIBS NETS IT IN THE DAY'S POSITION.               *
      *----------------------------------------------------------*
       B200-LE-CONTROLO.

           OPEN INPUT CONTROL-FILE.
           IF WS-FS-CTL NOT = ZERO
              DISPLAY 'FBBAT22 - MISSING .CTL FILE ' WS-CTL-PATH
              MOVE 'Y' TO WS-RUN-FAILED
              GO TO B200-LE-CONTROLO-FIM.
           MOVE 'N' TO WS-EOF-FILE.
           PERFORM B210-LE-LINHA-CONTROLO
              THRU B210-LE-LINHA-CONTROLO-FIM
                UNTIL WS-EOF-FILE = 'S'.
           CLOSE CONTROL-FILE.

       B200-LE-CONTROLO-FIM.
           EXIT.

       B210-LE-LINHA-CONTROLO.
           READ CONTROL-FILE
              AT END
                 MOVE 'S' TO WS-EOF-FILE
                 GO TO B210-LE-LINHA-CONTROLO-FIM.

           IF CONTROL-LINE(1:17) = 'REV CODE/REGION: '
              PERFORM B220-LE-LINHA-ESTORNO
                 THRU B220-LE-LINHA-ESTORNO-FIM
              GO TO B210-LE-LINHA-CONTROLO-FIM.

           IF CONTROL-LINE(1:13) NOT = 'CODE/REGION: '
              GO TO B210-LE-LINHA-CONTROLO-FIM.

           MOVE CONTROL-LINE(14:4) TO SPD-TRANSACTION-CODE.
           MOVE CONTROL-LINE(19:1) TO SPD-REGION-CODE.
           PERFORM Q100-SLOT-CODIGO-REGIAO
              THRU Q100-SLOT-CODIGO-REGIAO-FIM.
           IF WS-VCR-SLOTTED = 'N'
              GO TO B210-LE-LINHA-CONTROLO-FIM.
           MOVE CONTROL-LINE(29:7) TO WS-MST-COUNT-X.
           ADD WS-MST-COUNT TO WS-VCR-OUR-CNT (WS-VCR-IX).
           MOVE CONTROL-LINE(46:17) TO WS-PARSE-ZONE.
           PERFORM Q800-EXTRAI-MONTANTE
              THRU Q800-EXTRAI-MONTANTE-FIM.
           ADD WS-PARSE-CENTS TO WS-VCR-OUR-CENTS (WS-VCR-IX).

       B210-LE-LINHA-CONTROLO-FIM.
           EXIT.

       B220-LE-LINHA-ESTORNO.

           MOVE CONTROL-LINE(18:4) TO SPD-TRANSACTION-CODE.
           MOVE CONTROL-LINE(23:1) TO SPD-REGION-CODE.
           PERFORM Q100-SLOT-CODIGO-REGIAO
              THRU Q100-SLOT-CODIGO-REGIAO-FIM.
           IF WS-VCR-SLOTTED = 'N'
              GO TO B220-LE-LINHA-ESTORNO-FIM.
           MOVE CONTROL-LINE(33:7) TO WS-MST-COUNT-X.
           SUBTRACT WS-MST-COUNT FROM WS-VCR-OUR-CNT (WS-VCR-IX).
           MOVE CONTROL-LINE(50:17) TO WS-PARSE-ZONE.
           PERFORM Q800-EXTRAI-MONTANTE
              THRU Q800-EXTRAI-MONTANTE-FIM.
           SUBTRACT WS-PARSE-CENTS FROM WS-VCR-OUR-CENTS (WS-VCR-IX).

       B220-LE-LINHA-ESTORNO-FIM.
           EXIT.

      *----------------------------------------------------------*
      * B300 - THE .GL SETTLEMENT RECORDS: DEBIT LEGS OF SOURCE  *
      *        'S', LESS THE DEBIT LEGS OF SOURCE 'R' (A         *
      *        REVERSAL OF AN EARLIER CYCLE'S APPROVED, WHICH    *
      *        SIBS NETS IN THE DAY'S POSITION). FEE INCOME AND  *
      *        CHARGEBACK REVERSALS ARE NOT PART OF WHAT SIBS    *
      *        SETTLES FOR THE DAY.                              *
      *----------------------------------------------------------*
       B300-LE-GL.

           OPEN INPUT GL-FILE.
           IF WS-FS-GL NOT = ZERO
              DISPLAY 'FBBAT22 - MISSING .GL FILE ' WS-GL-PATH
              MOVE 'Y' TO WS-RUN-FAILED
              GO TO B300-LE-GL-FIM.
           MOVE 'N' TO WS-EOF-FILE.
           PERFORM B310-LE-REGISTO-GL
              THRU B310-LE-REGISTO-GL-FIM
                UNTIL WS-EOF-FILE = 'S'.
           CLOSE GL-FILE.

       B300-LE-GL-FIM.
           EXIT.

       B310-LE-REGISTO-GL.
           READ GL-FILE
              AT END
                 MOVE 'S' TO WS-EOF-FILE
                 GO TO B310-LE-REGISTO-GL-FIM.

           IF GLR-DC-FLAG NOT = 'D'
              GO TO B310-LE-REGISTO-GL-FIM.
           IF GLR-SOURCE NOT = 'S'
              AND GLR-SOURCE NOT = 'R'
                 GO TO B310-LE-REGISTO-GL-FIM.

           IF WS-GL-FIRST-DATE = SPACES
              MOVE GLR-SETTLEMENT-DATE TO WS-GL-FIRST-DATE
           ELSE
              IF GLR-SETTLEMENT-DATE NOT = WS-GL-FIRST-DATE
                 MOVE 'Y' TO WS-GL-DATE-MIXED.

           MOVE GLR-TRANSACTION-CODE TO WS-CMP-KEY.
           PERFORM Q200-SLOT-CODIGO
              THRU Q200-SLOT-CODIGO-FIM.
           IF WS-VCD-SLOTTED = 'N'
              GO TO B310-LE-REGISTO-GL-FIM.
           IF GLR-SOURCE = 'R'
              SUBTRACT GLR-RECORD-COUNT FROM WS-VCD-OUR-CNT (WS-VCD-IX)
              COMPUTE WS-VCD-OUR-CENTS (WS-VCD-IX) =
                 WS-VCD-OUR-CENTS (WS-VCD-IX)
                    - GLR-TOTAL-AMOUNT * 100
           ELSE
              ADD GLR-RECORD-COUNT TO WS-VCD-OUR-CNT (WS-VCD-IX)
              COMPUTE WS-VCD-OUR-CENTS (WS-VCD-IX) =
                 WS-VCD-OUR-CENTS (WS-VCD-IX)
                    + GLR-TOTAL-AMOUNT * 100.

       B310-LE-REGISTO-GL-FIM.
           EXIT.

      *----------------------------------------------------------*
      * B400 - THE TRL TRAILER OF EACH REGIONAL SETTLEMENT FILE  *
      *        (Q360-GRAVA-TRAILERS-REGIONAIS IN PROCESS-SIBS),  *
      *        ONE FILE PER REAL REGION CODE.                    *
      *----------------------------------------------------------*
       B400-LE-REGIONAIS.

           PERFORM B410-LE-UM-REGIONAL
              THRU B410-LE-UM-REGIONAL-FIM
                 VARYING WS-REG-SLOT FROM 1 BY 1
                    UNTIL WS-REG-SLOT > WS-REGION-REAL-COUNT.

       B400-LE-REGIONAIS-FIM.
           EXIT.

       B410-LE-UM-REGIONAL.

           MOVE SPACES TO WS-REGIONAL-PATH.
           STRING WS-SIBS-PATH DELIMITED BY SPACE
                  '.' DELIMITED BY SIZE
                  WS-REGION-ENTRY-CODE (WS-REG-SLOT)
                     DELIMITED BY SIZE
               INTO WS-REGIONAL-PATH.
           OPEN INPUT REGIONAL-FILE.
           IF WS-FS-REGIONAL NOT = ZERO
              DISPLAY 'FBBAT22 - MISSING REGIONAL FILE '
                 WS-REGIONAL-PATH
              MOVE 'Y' TO WS-RUN-FAILED
              GO TO B410-LE-UM-REGIONAL-FIM.
      *    THE REGION SLOTS WERE OPENED IN SHARED-TABLE ORDER.
           SET WS-VRG-IX TO WS-REG-SLOT.
           MOVE 'N' TO WS-EOF-FILE.
           PERFORM B420-LE-LINHA-REGIONAL
              THRU B420-LE-LINHA-REGIONAL-FIM
                UNTIL WS-EOF-FILE = 'S'.
           CLOSE REGIONAL-FILE.

       B410-LE-UM-REGIONAL-FIM.
           EXIT.

       B420-LE-LINHA-REGIONAL.
           READ REGIONAL-FILE
              AT END
                 MOVE 'S' TO WS-EOF-FILE
              NOT AT END
                 IF REGIONAL-LINE(1:3) = 'TRL'
                    MOVE REGIONAL-LINE(4:7) TO WS-TRL-COUNT-X
                    MOVE REGIONAL-LINE(11:11) TO WS-TRL-AMOUNT-X
                    ADD WS-TRL-COUNT TO WS-VRG-OUR-CNT (WS-VRG-IX)
                    COMPUTE WS-VRG-OUR-CENTS (WS-VRG-IX) =
                       WS-VRG-OUR-CENTS (WS-VRG-IX)
                          + WS-TRL-AMOUNT * 100.

       B420-LE-LINHA-REGIONAL-FIM.
           EXIT.

      *----------------------------------------------------------*
      * B500 - WHAT FBBAT10 SETTLED TO MERCHANTS: THE ENT002.PAY *
      *        PAYOUTS, THE HELD PAYOUTS (ENT002.HLD) AND THE    *
      *        ACTIVITY WITH NO MERCHANT NUMBER, WHICH ONLY THE  *
      *        STATEMENT (ENT002.MST) CARRIES. NO HELD FILE      *
      *        MEANS NOTHING WAS HELD.                           *
      *----------------------------------------------------------*
       B500-LE-PAGAMENTOS.

           OPEN INPUT PAYOUT-FILE.
           IF WS-FS-PAYOUT NOT = ZERO
              DISPLAY 'FBBAT22 - MISSING .PAY FILE ' WS-PAYOUT-PATH
              MOVE 'Y' TO WS-RUN-FAILED
              GO TO B500-LE-PAGAMENTOS-FIM.
           MOVE 'N' TO WS-EOF-FILE.
           PERFORM B510-LE-PAGAMENTO
              THRU B510-LE-PAGAMENTO-FIM
                UNTIL WS-EOF-FILE = 'S'.
           CLOSE PAYOUT-FILE.

           OPEN INPUT HELD-FILE.
           IF WS-FS-HELD = ZERO
              MOVE 'N' TO WS-EOF-FILE
              PERFORM B520-LE-RETIDO
                 THRU B520-LE-RETIDO-FIM
                   UNTIL WS-EOF-FILE = 'S'
              CLOSE HELD-FILE.

           OPEN INPUT STATEMENT-FILE.
           IF WS-FS-STATEMENT NOT = ZERO
              DISPLAY 'FBBAT22 - MISSING .MST FILE '
                 WS-STATEMENT-PATH
              MOVE 'Y' TO WS-RUN-FAILED
              GO TO B500-LE-PAGAMENTOS-FIM.
           MOVE 'N' TO WS-EOF-FILE.
           PERFORM B530-LE-LINHA-EXTRATO
              THRU B530-LE-LINHA-EXTRATO-FIM
                UNTIL WS-EOF-FILE = 'S'.
           CLOSE STATEMENT-FILE.

       B500-LE-PAGAMENTOS-FIM.
           EXIT.

       B510-LE-PAGAMENTO.
           READ PAYOUT-FILE
              AT END
                 MOVE 'S' TO WS-EOF-FILE
              NOT AT END
                 ADD PAY-RECORD-COUNT TO WS-PAY-COUNT
                 COMPUTE WS-PAY-CENTS =
                    WS-PAY-CENTS + PAY-GROSS-AMOUNT * 100.

       B510-LE-PAGAMENTO-FIM.
           EXIT.

       B520-LE-RETIDO.
           READ HELD-FILE
              AT END
                 MOVE 'S' TO WS-EOF-FILE
              NOT AT END
                 ADD HPY-RECORD-COUNT TO WS-PAY-COUNT
                 COMPUTE WS-PAY-CENTS =
                    WS-PAY-CENTS + HPY-GROSS-AMOUNT * 100.

       B520-LE-RETIDO-FIM.
           EXIT.

      *    'MERCHANT NOT SUPPLIED  TXNS: NNNNNNN  GROSS: <EDITED>' -
      *    THE OFFSETS FOLLOW FBBAT10 B430-COMERCIANTE-EM-FALTA.
      *    'EARLIER-CYCLE REVERSALS  TXNS: NNNNNNN  GROSS: <EDITED>'
      *    (FBBAT10 A300) IS WHAT THIS CYCLE TOOK BACK OF AN EARLIER
      *    CYCLE'S PAYOUTS - SIBS NETS IT IN THE DAY'S POSITION.
       B530-LE-LINHA-EXTRATO.
           READ STATEMENT-FILE
              AT END
                 MOVE 'S' TO WS-EOF-FILE
                 GO TO B530-LE-LINHA-EXTRATO-FIM.
           IF STATEMENT-LINE(1:29) = 'MERCHANT NOT SUPPLIED  TXNS: '
              MOVE STATEMENT-LINE(30:7) TO WS-MST-COUNT-X
              ADD WS-MST-COUNT TO WS-PAY-COUNT
              MOVE STATEMENT-LINE(46:17) TO WS-PARSE-ZONE
              PERFORM Q800-EXTRAI-MONTANTE
                 THRU Q800-EXTRAI-MONTANTE-FIM
              ADD WS-PARSE-CENTS TO WS-PAY-CENTS
              GO TO B530-LE-LINHA-EXTRATO-FIM.
           IF STATEMENT-LINE(1:31) = 'EARLIER-CYCLE REVERSALS  TXNS: '
              MOVE STATEMENT-LINE(32:7) TO WS-MST-COUNT-X
              SUBTRACT WS-MST-COUNT FROM WS-PAY-COUNT
              MOVE STATEMENT-LINE(48:17) TO WS-PARSE-ZONE
              PERFORM Q800-EXTRAI-MONTANTE
                 THRU Q800-EXTRAI-MONTANTE-FIM
              SUBTRACT WS-PARSE-CENTS FROM WS-PAY-CENTS.

       B530-LE-LINHA-EXTRATO-FIM.
           EXIT.

      *----------------------------------------------------------*
      * B800 - READ THE FILES OF EVERY EARLIER CYCLE OF THE DATE *
      *        ON THE CYCLE REGISTER (AS FBBAT07 B800 DOES). A   *
      *        MISSING REGISTER MEANS A ONE-CYCLE DAY.           *
      *----------------------------------------------------------*
       B800-LE-CICLOS-ANTERIORES.

           MOVE ZERO TO WS-CYC-COUNT.
           OPEN INPUT CYCLE-FILE.
           IF WS-FS-CYCLE NOT = ZERO
              GO TO B800-LE-CICLOS-ANTERIORES-FIM.
           MOVE 'N' TO WS-EOF-FILE.
           PERFORM B810-LE-CICLO
              THRU B810-LE-CICLO-FIM
                UNTIL WS-EOF-FILE = 'S'.
           CLOSE CYCLE-FILE.

           PERFORM B820-LE-UM-CICLO
              THRU B820-LE-UM-CICLO-FIM
                 VARYING WS-CYC-IX FROM 1 BY 1
                    UNTIL WS-CYC-IX > WS-CYC-COUNT.

       B800-LE-CICLOS-ANTERIORES-FIM.
           EXIT.

       B810-LE-CICLO.
           READ CYCLE-FILE
              AT END
                 MOVE 'S' TO WS-EOF-FILE
                 GO TO B810-LE-CICLO-FIM.
           IF CIC-PROCESS-DATE NOT = WS-PROCESS-DATE
              OR CIC-CYCLE NOT < WS-RC-CYCLE
                 GO TO B810-LE-CICLO-FIM.
           IF WS-CYC-COUNT < 9
              ADD 1 TO WS-CYC-COUNT
              MOVE CIC-CYCLE TO WS-CYC-NUMBER (WS-CYC-COUNT)
              MOVE CIC-SIBS-PATH TO WS-CYC-PATH (WS-CYC-COUNT).

       B810-LE-CICLO-FIM.
           EXIT.

       B820-LE-UM-CICLO.

           DISPLAY 'FBBAT22 - CICLO ANTERIOR '
              WS-CYC-NUMBER (WS-CYC-IX) ': '
              WS-CYC-PATH (WS-CYC-IX).
           MOVE WS-CYC-PATH (WS-CYC-IX) TO WS-SIBS-PATH.
           PERFORM B090-LE-FICHEIROS-CICLO
              THRU B090-LE-FICHEIROS-CICLO-FIM.

       B820-LE-UM-CICLO-FIM.
           EXIT.

      *----------------------------------------------------------*
      * C100 - THE COMPARISONS, ONE VARIANCE LINE EACH: THE SIBS *
      *        FILE AGAINST ITS OWN TRAILER, THE VALUE DATE,     *
      *        THEN CODE BY REGION, CODE, REGION AND THE DAY.    *
      *----------------------------------------------------------*
       C100-CONCILIA.

           IF WS-FS-POSITION NOT = ZERO
              GO TO C100-CONCILIA-FIM.

      *    THE SIBS FILE MUST BE COMPLETE: HEADER AND TRAILER
      *    PRESENT AND THE DETAIL LINES ADDING UP TO THE TRAILER.
           IF WS-SPS-HEADER-SEEN = 'N' OR WS-SPS-TRAILER-SEEN = 'N'
              MOVE 'Y' TO WS-RUN-FAILED
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'SIBS POSITION FILE WITHOUT HDR/TRL - '
                     'INCOMPLETE' DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
              WRITE VARIANCE-REPORT-LINE FROM WS-REPORT-LINE.

      *    EVERY EARLIER CYCLE MUST BE ON THE REGISTER - ONE LEFT
      *    OUT WOULD SHOW AS A BREAK ON EVERY LINE IT TOUCHED.
           COMPUTE WS-CYC-EXPECTED = WS-RC-CYCLE - 1.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'EARLIER CYCLES FOUND: ' DELIMITED BY SIZE
                  WS-CYC-COUNT DELIMITED BY SIZE
                  '  EXPECTED: ' DELIMITED BY SIZE
                  WS-CYC-EXPECTED DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           WRITE VARIANCE-REPORT-LINE FROM WS-REPORT-LINE.
           IF WS-CYC-COUNT NOT = WS-CYC-EXPECTED
              DISPLAY 'FBBAT22 - CYCLE REGISTER INCOMPLETE FOR '
                 WS-PROCESS-DATE
              MOVE 'Y' TO WS-RUN-FAILED.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'SIBS VALUE DATE: ' DELIMITED BY SIZE
                  WS-SPS-POSITION-DATE DELIMITED BY SIZE
                  '  GL SETTLEMENT DATE: ' DELIMITED BY SIZE
                  WS-GL-FIRST-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           WRITE VARIANCE-REPORT-LINE FROM WS-REPORT-LINE.
           IF WS-SPS-POSITION-DATE NOT = WS-GL-FIRST-DATE
              OR WS-GL-DATE-MIXED = 'Y'
                 ADD 1 TO WS-BREAK-COUNT
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING 'VALUE DATES DIFFER                   '
                        '                                BREAK'
                        DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
                 WRITE VARIANCE-REPORT-LINE FROM WS-REPORT-LINE.

           PERFORM C150-IMPRIME-CABECALHO
              THRU C150-IMPRIME-CABECALHO-FIM.
           MOVE 'SIBS FILE' TO WS-CMP-KEY.
           MOVE WS-SPS-TRL-COUNT TO WS-CMP-SIBS-CNT.
           MOVE WS-SPS-TRL-CENTS TO WS-CMP-SIBS-CENTS.
           MOVE WS-SPS-DET-COUNT TO WS-CMP-OUR-CNT.
           MOVE WS-SPS-DET-CENTS TO WS-CMP-OUR-CENTS.
           PERFORM C900-GRAVA-VARIANCIA
              THRU C900-GRAVA-VARIANCIA-FIM.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '(TRAILER AGAINST THE SUM OF ITS DETAIL LINES)'
              DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE VARIANCE-REPORT-LINE FROM WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'CODE/REGION - SIBS AGAINST .CTL CODE BY REGION'
              DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE VARIANCE-REPORT-LINE FROM WS-REPORT-LINE.
           PERFORM C200-COMPARA-CODIGO-REGIAO
              THRU C200-COMPARA-CODIGO-REGIAO-FIM
                 VARYING WS-VCR-IX FROM 1 BY 1
                    UNTIL WS-VCR-IX > WS-VCR-COUNT.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'CODE - SIBS AGAINST .GL SETTLEMENT RECORDS'
              DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE VARIANCE-REPORT-LINE FROM WS-REPORT-LINE.
           PERFORM C300-COMPARA-CODIGO
              THRU C300-COMPARA-CODIGO-FIM
                 VARYING WS-VCD-IX FROM 1 BY 1
                    UNTIL WS-VCD-IX > WS-VCD-COUNT.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'REGION - SIBS AGAINST REGIONAL TRAILERS'
              DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE VARIANCE-REPORT-LINE FROM WS-REPORT-LINE.
           PERFORM C400-COMPARA-REGIAO
              THRU C400-COMPARA-REGIAO-FIM
                 VARYING WS-VRG-IX FROM 1 BY 1
                    UNTIL WS-VRG-IX > WS-VRG-COUNT.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'DAY - SIBS AGAINST ENT002.PAY + HELD + '
                  'UNATTRIBUTED' DELIMITED BY SIZE
              INTO WS-REPORT-LINE.
           WRITE VARIANCE-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE 'DAY TOTAL' TO WS-CMP-KEY.
           MOVE WS-SPS-TRL-COUNT TO WS-CMP-SIBS-CNT.
           MOVE WS-SPS-TRL-CENTS TO WS-CMP-SIBS-CENTS.
           MOVE WS-PAY-COUNT TO WS-CMP-OUR-CNT.
           MOVE WS-PAY-CENTS TO WS-CMP-OUR-CENTS.
           PERFORM C900-GRAVA-VARIANCIA
              THRU C900-GRAVA-VARIANCIA-FIM.

       C100-CONCILIA-FIM.
           EXIT.

       C150-IMPRIME-CABECALHO.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'KEY        SIBS-CNT  SIBS-AMOUNT  '
                  ' OUR-CNT   OUR-AMOUNT       VARIANCE'
                  DELIMITED BY SIZE
              INTO WS-REPORT-LINE.
           WRITE VARIANCE-REPORT-LINE FROM WS-REPORT-LINE.

       C150-IMPRIME-CABECALHO-FIM.
           EXIT.

       C200-COMPARA-CODIGO-REGIAO.

           MOVE SPACES TO WS-CMP-KEY.
           STRING WS-VCR-CODE (WS-VCR-IX) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-VCR-REGION (WS-VCR-IX) DELIMITED BY SIZE
               INTO WS-CMP-KEY.
           MOVE WS-VCR-SIBS-CNT (WS-VCR-IX) TO WS-CMP-SIBS-CNT.
           MOVE WS-VCR-SIBS-CENTS (WS-VCR-IX) TO WS-CMP-SIBS-CENTS.
           MOVE WS-VCR-OUR-CNT (WS-VCR-IX) TO WS-CMP-OUR-CNT.
           MOVE WS-VCR-OUR-CENTS (WS-VCR-IX) TO WS-CMP-OUR-CENTS.
           PERFORM C900-GRAVA-VARIANCIA
              THRU C900-GRAVA-VARIANCIA-FIM.

       C200-COMPARA-CODIGO-REGIAO-FIM.
           EXIT.

       C300-COMPARA-CODIGO.

           MOVE WS-VCD-CODE (WS-VCD-IX) TO WS-CMP-KEY.
           MOVE WS-VCD-SIBS-CNT (WS-VCD-IX) TO WS-CMP-SIBS-CNT.
           MOVE WS-VCD-SIBS-CENTS (WS-VCD-IX) TO WS-CMP-SIBS-CENTS.
           MOVE WS-VCD-OUR-CNT (WS-VCD-IX) TO WS-CMP-OUR-CNT.
           MOVE WS-VCD-OUR-CENTS (WS-VCD-IX) TO WS-CMP-OUR-CENTS.
           PERFORM C900-GRAVA-VARIANCIA
              THRU C900-GRAVA-VARIANCIA-FIM.

       C300-COMPARA-CODIGO-FIM.
           EXIT.

       C400-COMPARA-REGIAO.

           MOVE WS-VRG-REGION (WS-VRG-IX) TO WS-CMP-KEY.
           MOVE WS-VRG-SIBS-CNT (WS-VRG-IX) TO WS-CMP-SIBS-CNT.
           MOVE WS-VRG-SIBS-CENTS (WS-VRG-IX) TO WS-CMP-SIBS-CENTS.
           MOVE WS-VRG-OUR-CNT (WS-VRG-IX) TO WS-CMP-OUR-CNT.
           MOVE WS-VRG-OUR-CENTS (WS-VRG-IX) TO WS-CMP-OUR-CENTS.
           PERFORM C900-GRAVA-VARIANCIA
              THRU C900-GRAVA-VARIANCIA-FIM.

       C400-COMPARA-REGIAO-FIM.
           EXIT.

      *----------------------------------------------------------*
      * C900 - ONE VARIANCE LINE: BOTH SIDES, THE AMOUNT         *
      *        VARIANCE (SIBS MINUS OURS) AND THE VERDICT. A     *
      *        COUNT DIFFERENCE, OR AN AMOUNT VARIANCE BEYOND    *
      *        THE TOLERANCE EITHER WAY, IS A BREAK.             *
      *----------------------------------------------------------*
       C900-GRAVA-VARIANCIA.

           ADD 1 TO WS-LINE-COUNT.
           COMPUTE WS-CMP-VAR-CENTS =
              WS-CMP-SIBS-CENTS - WS-CMP-OUR-CENTS.
           IF WS-CMP-VAR-CENTS < ZERO
              COMPUTE WS-CMP-ABS-CENTS = 0 - WS-CMP-VAR-CENTS
           ELSE
              MOVE WS-CMP-VAR-CENTS TO WS-CMP-ABS-CENTS.

           MOVE WS-CMP-KEY TO WS-VL-KEY.
           MOVE WS-CMP-SIBS-CNT TO WS-VL-SIBS-COUNT.
           COMPUTE WS-CMP-AMOUNT = WS-CMP-SIBS-CENTS / 100.
           MOVE WS-CMP-AMOUNT TO WS-VL-SIBS-AMOUNT.
           MOVE WS-CMP-OUR-CNT TO WS-VL-OUR-COUNT.
           COMPUTE WS-CMP-AMOUNT = WS-CMP-OUR-CENTS / 100.
           MOVE WS-CMP-AMOUNT TO WS-VL-OUR-AMOUNT.
           COMPUTE WS-CMP-AMOUNT = WS-CMP-VAR-CENTS / 100.
           MOVE WS-CMP-AMOUNT TO WS-VL-VARIANCE.

           IF WS-CMP-SIBS-CNT NOT = WS-CMP-OUR-CNT
              OR WS-CMP-ABS-CENTS > WS-TOLERANCE-CENTS
                 MOVE 'BREAK' TO WS-VL-STATUS
                 ADD 1 TO WS-BREAK-COUNT
           ELSE
              MOVE 'OK' TO WS-VL-STATUS.
           WRITE VARIANCE-REPORT-LINE FROM WS-VARIANCE-LINE.

       C900-GRAVA-VARIANCIA-FIM.
           EXIT.

      *----------------------------------------------------------*
      * Q100 - FIND OR OPEN THE CODE BY REGION SLOT FOR          *
      *        SPD-TRANSACTION-CODE/SPD-REGION-CODE. A FULL      *
      *        TABLE FAILS THE RUN - A PAIR LEFT UNCOMPARED      *
      *        COULD HIDE A BREAK.                               *
      *----------------------------------------------------------*
       Q100-SLOT-CODIGO-REGIAO.

           MOVE 'N' TO WS-VCR-SLOTTED.
           SET WS-VCR-IX TO 1.
           SEARCH WS-VCR-ENTRY
              AT END CONTINUE
              WHEN WS-VCR-IX > WS-VCR-COUNT
                 CONTINUE
              WHEN WS-VCR-CODE (WS-VCR-IX) = SPD-TRANSACTION-CODE
                 AND WS-VCR-REGION (WS-VCR-IX) = SPD-REGION-CODE
                 MOVE 'Y' TO WS-VCR-SLOTTED
           END-SEARCH.
           IF WS-VCR-SLOTTED = 'Y'
              GO TO Q100-SLOT-CODIGO-REGIAO-FIM.

           IF WS-VCR-COUNT NOT < WS-VCR-MAX
              DISPLAY 'FBBAT22 - CODE BY REGION TABLE FULL: '
                 SPD-TRANSACTION-CODE '/' SPD-REGION-CODE
              MOVE 'Y' TO WS-RUN-FAILED
              GO TO Q100-SLOT-CODIGO-REGIAO-FIM.
           ADD 1 TO WS-VCR-COUNT.
           SET WS-VCR-IX TO WS-VCR-COUNT.
           MOVE SPD-TRANSACTION-CODE TO WS-VCR-CODE (WS-VCR-IX).
           MOVE SPD-REGION-CODE TO WS-VCR-REGION (WS-VCR-IX).
           MOVE 'Y' TO WS-VCR-SLOTTED.

       Q100-SLOT-CODIGO-REGIAO-FIM.
           EXIT.

      *----------------------------------------------------------*
      * Q200 - FIND OR OPEN THE CODE SLOT FOR WS-CMP-KEY(1:4).   *
      *----------------------------------------------------------*
       Q200-SLOT-CODIGO.

           MOVE 'N' TO WS-VCD-SLOTTED.
           SET WS-VCD-IX TO 1.
           SEARCH WS-VCD-ENTRY
              AT END CONTINUE
              WHEN WS-VCD-IX > WS-VCD-COUNT
                 CONTINUE
              WHEN WS-VCD-CODE (WS-VCD-IX) = WS-CMP-KEY(1:4)
                 MOVE 'Y' TO WS-VCD-SLOTTED
           END-SEARCH.
           IF WS-VCD-SLOTTED = 'Y'
              GO TO Q200-SLOT-CODIGO-FIM.

           IF WS-VCD-COUNT NOT < WS-VCD-MAX
              DISPLAY 'FBBAT22 - CODE TABLE FULL: ' WS-CMP-KEY(1:4)
              MOVE 'Y' TO WS-RUN-FAILED
              GO TO Q200-SLOT-CODIGO-FIM.
           ADD 1 TO WS-VCD-COUNT.
           SET WS-VCD-IX TO WS-VCD-COUNT.
           MOVE WS-CMP-KEY(1:4) TO WS-VCD-CODE (WS-VCD-IX).
           MOVE 'Y' TO WS-VCD-SLOTTED.

       Q200-SLOT-CODIGO-FIM.
           EXIT.

      *----------------------------------------------------------*
      * Q300 - FIND OR OPEN THE REGION SLOT FOR WS-CMP-KEY(1:1). *
      *        A REGION NOT ON THE SHARED TABLE GETS ITS OWN     *
      *        SLOT WITH NOTHING ON OUR SIDE.                    *
      *----------------------------------------------------------*
       Q300-SLOT-REGIAO.

           MOVE 'N' TO WS-VRG-SLOTTED.
           SET WS-VRG-IX TO 1.
           SEARCH WS-VRG-ENTRY
              AT END CONTINUE
              WHEN WS-VRG-IX > WS-VRG-COUNT
                 CONTINUE
              WHEN WS-VRG-REGION (WS-VRG-IX) = WS-CMP-KEY(1:1)
                 MOVE 'Y' TO WS-VRG-SLOTTED
           END-SEARCH.
           IF WS-VRG-SLOTTED = 'Y'
              GO TO Q300-SLOT-REGIAO-FIM.

           IF WS-VRG-COUNT NOT < WS-VRG-MAX
              DISPLAY 'FBBAT22 - REGION TABLE FULL: ' WS-CMP-KEY(1:1)
              MOVE 'Y' TO WS-RUN-FAILED
              GO TO Q300-SLOT-REGIAO-FIM.
           ADD 1 TO WS-VRG-COUNT.
           SET WS-VRG-IX TO WS-VRG-COUNT.
           MOVE WS-CMP-KEY(1:1) TO WS-VRG-REGION (WS-VRG-IX).
           MOVE 'Y' TO WS-VRG-SLOTTED.

       Q300-SLOT-REGIAO-FIM.
           EXIT.

      *----------------------------------------------------------*
      * Q800 - DE-EDIT A Z,ZZZ,ZZZ,ZZ9.99 ZONE INTO CENTS BY     *
      *        ACCUMULATING THE DIGITS LEFT TO RIGHT.            *
      *----------------------------------------------------------*
       Q800-EXTRAI-MONTANTE.

           MOVE ZERO TO WS-PARSE-CENTS.
           MOVE 1 TO WS-PARSE-IX.
           PERFORM Q810-EXTRAI-DIGITO
              THRU Q810-EXTRAI-DIGITO-FIM
                UNTIL WS-PARSE-IX > 17.

       Q800-EXTRAI-MONTANTE-FIM.
           EXIT.

       Q810-EXTRAI-DIGITO.

           MOVE WS-PARSE-ZONE(WS-PARSE-IX:1) TO WS-PARSE-CHAR.
           IF WS-PARSE-CHAR NUMERIC
              MOVE WS-PARSE-CHAR TO WS-PARSE-DIGIT
              COMPUTE WS-PARSE-CENTS =
                 WS-PARSE-CENTS * 10 + WS-PARSE-DIGIT.
           ADD 1 TO WS-PARSE-IX.

       Q810-EXTRAI-DIGITO-FIM.
           EXIT.

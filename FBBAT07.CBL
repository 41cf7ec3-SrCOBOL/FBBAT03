      *              BALANCE CERTIFICATE (.BAL). ANYTHING OUT   *
      *              OF BALANCE ENDS WITH RETURN-CODE 8 SO THE  *
      *              SCHEDULER HOLDS THE GL TRANSMISSION.       *
      *              WITH SEVERAL SIBS CYCLES IN THE DAY, EACH  *
      *              CYCLE IS BALANCED ON ITS OWN FILES, AND    *
      *              THE DAY'S EARLIER CYCLES (FROM THE CYCLE   *
      *              REGISTER PROCESS-SIBS KEEPS) ARE RE-READ   *
      *              SO THE WHOLE DAY TO DATE IS BALANCED IN    *
      *              TOTAL ON THE SAME CERTIFICATE - THE GL AND *
      *              PAYOUTS GO OUT AFTER EVERY CLEAN CYCLE.    *
      * DEVELOPER: FRANCISCO BORGES                             *
      **********************************************************
       IDENTIFICATION DIVISION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-PEN.

           SELECT CARRYOUT-FILE ASSIGN TO DYNAMIC WS-CFO-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-CFO.

      *    CYCLE REGISTER WRITTEN BY PROCESS-SIBS: ONE LINE PER
      *    CYCLE THAT REACHED FIM NORMAL, WITH ITS ENT002 PATH.
           SELECT CYCLE-FILE ASSIGN TO DYNAMIC WS-CYCLE-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-CYCLE.

           SELECT CERTIFICATE-FILE ASSIGN TO DYNAMIC WS-BAL-PATH
              ORGANIZATION IS LINE SEQUENTIAL.

      *    ROLLING MIS STATISTICS FILE - ONE RECORD PER CLEAN
      *    DAY, APPENDED AT THE END OF THE BALANCING STEP SO THE
      *    DAY'S FIGURES SURVIVE THE DAY. READ BY THE FBBAT16
      *    WEEKLY TREND REPORT. EACH CLEAN CYCLE APPENDS THE DAY
      *    TO DATE; FBBAT16 KEEPS THE DATE'S LATEST RECORD.
           SELECT STATS-FILE ASSIGN TO DYNAMIC WS-STATS-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-STATS.
           05 GLR-RECORD-COUNT      PIC 9(7).
           05 GLR-TOTAL-AMOUNT      PIC 9(9)V99.
           05 GLR-SETTLEMENT-DATE   PIC X(8).
      *    'S' SETTLEMENT SUMMARY, 'F' FEE INCOME, 'R'/'E' AN
      *    EARLIER CYCLE'S SETTLEMENT/FEE REVERSED - SEE FBBAT04
      *    C100-GRAVA-GL. EACH CODE IS POSTED AS A BALANCED
      *    DEBIT/CREDIT PAIR WITH THE MAPPED ACCOUNT NUMBERS.
           05 GLR-SOURCE            PIC X(1).
       FD  PENDING-FILE.
       01  PENDING-LINE             PIC X(80).

       FD  CARRYOUT-FILE.
       01  CARRYOUT-LINE            PIC X(80).

       FD  CERTIFICATE-FILE.
       01  CERTIFICATE-LINE         PIC X(80).

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

      * ONE STATISTICS RECORD PER DAY: INTAKE, SETTLED COUNT AND
      * EUR CENTS PER REGION (IN SHARED REGION-TABLE ORDER),
       01  WS-FS-CARRY              PIC 9(2) VALUE ZERO.
       01  WS-PEN-PATH              PIC X(104).
       01  WS-FS-PEN                PIC 9(2) VALUE ZERO.
      * THE CYCLE'S OWN COPY OF ITS OUT-OF-WINDOW RECORDS (.CFO).
      * AN OLDER CURRENT-CYCLE EXTRACT WITHOUT ONE FALLS BACK TO
      * THE CARRY-FORWARD FILE ITSELF.
       01  WS-CFO-PATH              PIC X(104).
       01  WS-FS-CFO                PIC 9(2) VALUE ZERO.
       01  WS-EOF-FILE              PIC X(1) VALUE 'N'.
       01  WS-REPORT-LINE           PIC X(80).

       01  WS-CTL-OOW               PIC 9(7) VALUE ZERO.
       01  WS-CTL-PENDING           PIC 9(7) VALUE ZERO.
       01  WS-CTL-STOPLIST          PIC 9(7) VALUE ZERO.
       01  WS-CTL-CARDCHK           PIC 9(7) VALUE ZERO.
       01  WS-PEN-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-CTL-GRAND-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-CTL-GRAND-CENTS       PIC 9(11) VALUE ZERO.
       01  WS-FIG-B                 PIC 9(7) VALUE ZERO.
       01  WS-PROCESS-DATE          PIC X(8) VALUE SPACES.

      * THE DAY'S EARLIER CYCLES, FROM THE CYCLE REGISTER. THE
      * CURRENT CYCLE'S ENT002 PATH IS KEPT WHILE THEIR FILES
      * ARE RE-READ.
       01  WS-CYCLE-PATH            PIC X(104).
       01  WS-FS-CYCLE              PIC 9(2) VALUE ZERO.
       01  WS-CUR-SIBS-PATH         PIC X(100).
       01  WS-CURRENT-CYCLE         PIC X(1) VALUE 'Y'.
       01  WS-CYC-COUNT             PIC 9(1) VALUE ZERO.
       01  WS-CYC-IX                PIC 9(1) VALUE ZERO.
       01  WS-CYC-TABLE.
           05 WS-CYC-ENTRY OCCURS 9 TIMES.
              10 WS-CYC-NUMBER      PIC 9(1).
              10 WS-CYC-PATH        PIC X(100).

      * DAY-TO-DATE FIGURES: EVERY CYCLE OF THE DATE UP TO AND
      * INCLUDING THIS ONE.
       01  WS-DAY-LST               PIC 9(7) VALUE ZERO.
       01  WS-DAY-REJ               PIC 9(7) VALUE ZERO.
       01  WS-DAY-CARRY             PIC 9(7) VALUE ZERO.
       01  WS-DAY-PEN               PIC 9(7) VALUE ZERO.
       01  WS-DAY-REGIONAL          PIC 9(7) VALUE ZERO.
       01  WS-DAY-CTL-READ          PIC 9(7) VALUE ZERO.
       01  WS-DAY-CTL-CARRYIN       PIC 9(7) VALUE ZERO.
       01  WS-DAY-CTL-DUP           PIC 9(7) VALUE ZERO.
       01  WS-DAY-CTL-EXCLUDED      PIC 9(7) VALUE ZERO.
       01  WS-DAY-CTL-GRAND         PIC 9(7) VALUE ZERO.
       01  WS-DAY-CTL-CENTS         PIC 9(13) VALUE ZERO.
       01  WS-DAY-CTL-FEE-CENTS     PIC 9(13) VALUE ZERO.
       01  WS-DAY-GL-CENTS          PIC 9(13) VALUE ZERO.
       01  WS-DAY-GLF-CENTS         PIC 9(13) VALUE ZERO.
       01  WS-DAY-DEBIT-CENTS       PIC 9(13) VALUE ZERO.
       01  WS-DAY-CREDIT-CENTS      PIC 9(13) VALUE ZERO.
       01  WS-DAY-FLAG-BAD          PIC X(1) VALUE 'N'.

           COPY RUNCTL.

           COPY REGIONS.
           PERFORM A100-INICIO
              THRU A100-INICIO-FIM.

      *    THE DAY'S EARLIER CYCLES FIRST - ONLY THEIR FIGURES
      *    ARE KEPT, FOR THE DAY TOTALS.
           PERFORM B800-RELE-CICLOS-ANTERIORES
              THRU B800-RELE-CICLOS-ANTERIORES-FIM.

           MOVE 'Y' TO WS-CURRENT-CYCLE.
           MOVE WS-CUR-SIBS-PATH TO WS-SIBS-PATH.
           PERFORM B060-DERIVA-CAMINHOS
              THRU B060-DERIVA-CAMINHOS-FIM.
           PERFORM B080-LIMPA-FIGURAS
              THRU B080-LIMPA-FIGURAS-FIM.
           PERFORM B090-LE-FICHEIROS-CICLO
              THRU B090-LE-FICHEIROS-CICLO-FIM.

           PERFORM C100-VERIFICA-E-CERTIFICA
              THRU C100-VERIFICA-E-CERTIFICA-FIM.

           PERFORM B900-ACUMULA-DIA
              THRU B900-ACUMULA-DIA-FIM.
           IF WS-RC-CYCLE > 1
              PERFORM C600-VERIFICA-DIA
                 THRU C600-VERIFICA-DIA-FIM.

           PERFORM A900-FIM
              THRU A900-FIM-FIM.


      *    RUN CONTROL: THE WHOLE PRODUCTION CHAIN - PROCESS-SIBS
      *    AND THE FBBAT04/06/08 STEPS - MUST HAVE ENDED CLEAN
      *    FOR THE DATE AND CYCLE BEFORE IT CAN BE BALANCED, AND
      *    THE BALANCING STEP MUST NOT ITSELF RUN TWICE.
           PERFORM A150-VERIFICA-RUN-CONTROL
              THRU A150-VERIFICA-RUN-CONTROL-FIM.

           ACCEPT WS-SIBS-PATH FROM ENVIRONMENT 'ENT002'.
           IF WS-SIBS-PATH = SPACES
              MOVE '/home/kikos/ficheiros/ENT002' TO WS-SIBS-PATH.
           MOVE WS-SIBS-PATH TO WS-CUR-SIBS-PATH.

           STRING WS-SIBS-PATH DELIMITED BY SPACE
                  '.BAL' DELIMITED BY SIZE INTO WS-BAL-PATH.

           ACCEPT WS-CARRY-PATH FROM ENVIRONMENT 'ENT002_CARRY'.
           IF WS-CARRY-PATH = SPACES
              MOVE '/home/kikos/ficheiros/ESTATISTICA'
                 TO WS-STATS-PATH.

           ACCEPT WS-CYCLE-PATH FROM ENVIRONMENT 'ENT002_CYCLES'.
           IF WS-CYCLE-PATH = SPACES
              MOVE '/home/kikos/ficheiros/ENT002.CIC' TO WS-CYCLE-PATH.

           OPEN OUTPUT CERTIFICATE-FILE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'ENT002 END-OF-DAY BALANCE CERTIFICATE'
              DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE CERTIFICATE-LINE FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'PROCESSING DATE: ' DELIMITED BY SIZE
                  WS-PROCESS-DATE DELIMITED BY SIZE
                  '  CYCLE: ' DELIMITED BY SIZE
                  WS-RC-CYCLE DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           WRITE CERTIFICATE-LINE FROM WS-REPORT-LINE.

       A100-INICIO-FIM.
           EXIT.
                 THRU C500-GRAVA-ESTATISTICA-FIM
              PERFORM RC-GRAVA-FIM-NORMAL
                 THRU RC-GRAVA-FIM-NORMAL-FIM
              DISPLAY 'FBBAT07 FIM NORMAL - DIA EM EQUILIBRIO '
                 '(CICLO ' WS-RC-CYCLE ')'.

       A900-FIM-FIM.
           EXIT.
           MOVE 'FBBAT08' TO WS-RC-PRED-NAME (4).
           MOVE 'FBBAT10' TO WS-RC-PRED-NAME (5).
           MOVE 'FBBAT14' TO WS-RC-PRED-NAME (6).
      *    THE CHARGEBACK FEED IS TAKEN ON ONCE A DAY, SO FBBAT14
      *    IN ANY CYCLE OF THE DATE SATISFIES EVERY CYCLE.
           MOVE 'Y' TO WS-RC-PRED-DAY (6).
           PERFORM RC-VERIFICA-ANTECESSORES
              THRU RC-VERIFICA-ANTECESSORES-FIM.
           IF WS-RC-BLOCKED = 'Y'
       B050-CARREGA-REGIOES-FIM.
           EXIT.

      *----------------------------------------------------------*
      * B060 - THE CYCLE'S FILE PATHS, ALL NAMED AFTER ITS       *
      *        ENT002 EXTRACT (WS-SIBS-PATH).                    *
      *----------------------------------------------------------*
       B060-DERIVA-CAMINHOS.

           MOVE SPACES TO WS-LST-PATH WS-REJ-PATH WS-CTL-PATH
                          WS-GL-PATH WS-PEN-PATH WS-CFO-PATH.
           STRING WS-SIBS-PATH DELIMITED BY SPACE
                  '.LST' DELIMITED BY SIZE INTO WS-LST-PATH.
           STRING WS-SIBS-PATH DELIMITED BY SPACE
                  '.REJ' DELIMITED BY SIZE INTO WS-REJ-PATH.
           STRING WS-SIBS-PATH DELIMITED BY SPACE
                  '.CTL' DELIMITED BY SIZE INTO WS-CTL-PATH.
           STRING WS-SIBS-PATH DELIMITED BY SPACE
                  '.GL' DELIMITED BY SIZE INTO WS-GL-PATH.
           STRING WS-SIBS-PATH DELIMITED BY SPACE
                  '.PEN' DELIMITED BY SIZE INTO WS-PEN-PATH.
           STRING WS-SIBS-PATH DELIMITED BY SPACE
                  '.CFO' DELIMITED BY SIZE INTO WS-CFO-PATH.

       B060-DERIVA-CAMINHOS-FIM.
           EXIT.

      *----------------------------------------------------------*
      * B080 - CLEAR THE ONE-CYCLE FIGURES BEFORE A CYCLE'S      *
      *        FILES ARE READ. THE REGION AND REASON TABLES ARE  *
      *        LEFT TO RUN ON - THEY FEED THE DAY-TO-DATE        *
      *        STATISTICS RECORD ONLY.                           *
      *----------------------------------------------------------*
       B080-LIMPA-FIGURAS.

           MOVE ZERO TO WS-LST-COUNT WS-REJ-COUNT WS-CARRY-COUNT
                        WS-PEN-COUNT WS-REGIONAL-COUNT.
           MOVE ZERO TO WS-CTL-READ WS-CTL-CARRYIN WS-CTL-DUP
                        WS-CTL-NETTED WS-CTL-UNMATCHED
                        WS-CTL-NORATE WS-CTL-OOW WS-CTL-PENDING
                        WS-CTL-STOPLIST WS-CTL-CARDCHK.
           MOVE ZERO TO WS-CTL-GRAND-COUNT WS-CTL-GRAND-CENTS
                        WS-CTL-FEE-TOTAL-CENTS.
           MOVE ZERO TO WS-CTL-CODES-COUNT WS-CTL-FEES-COUNT
                        WS-GLF-COUNT WS-GL-COUNT.
           MOVE ZERO TO WS-GLF-CENTS-TOTAL WS-GL-CENTS-TOTAL
                        WS-GL-DEBIT-CENTS WS-GL-CREDIT-CENTS.
           MOVE SPACES TO WS-GL-FIRST-DATE.
           MOVE 'N' TO WS-GL-DATE-MIXED.
           MOVE 'N' TO WS-GL-FLAG-BAD.

       B080-LIMPA-FIGURAS-FIM.
           EXIT.

       B090-LE-FICHEIROS-CICLO.

           PERFORM B100-CONTA-LISTAGEM
              THRU B100-CONTA-LISTAGEM-FIM.
           PERFORM B200-CONTA-REJEITADOS
              THRU B200-CONTA-REJEITADOS-FIM.
           PERFORM B300-LE-CONTROLO
              THRU B300-LE-CONTROLO-FIM.
           PERFORM B400-LE-GL
              THRU B400-LE-GL-FIM.
           PERFORM B500-LE-REGIONAIS
              THRU B500-LE-REGIONAIS-FIM.
           PERFORM B600-CONTA-TRANSPORTE
              THRU B600-CONTA-TRANSPORTE-FIM.
           PERFORM B700-CONTA-PENDENTES
              THRU B700-CONTA-PENDENTES-FIM.

       B090-LE-FICHEIROS-CICLO-FIM.
           EXIT.

      *----------------------------------------------------------*
      * B100 - COUNT THE DETAIL LINES ('ID: ') ON THE DAY'S      *
      *        LISTING. SECONDARY 'ORIGINAL:' LINES ARE NOT      *
              GO TO B310-LE-LINHA-CONTROLO-FIM.
           IF CONTROL-LINE(1:22) = 'EXCLUDED - STOP LIST: '
              MOVE CONTROL-LINE(23:7) TO WS-CTL-STOPLIST
              MOVE CONTROL-LINE(44:7) TO WS-CTL-CARDCHK
              GO TO B310-LE-LINHA-CONTROLO-FIM.
           IF CONTROL-LINE(1:21) = 'GRAND TOTAL RECORDS: '
              MOVE CONTROL-LINE(22:7) TO WS-CTL-GRAND-COUNT

      *    CHARGEBACK REVERSALS (FBBAT14) ARE PART OF THE
      *    DEBITS-EQUAL-CREDITS PROOF ABOVE BUT NOT OF THE DAY'S
      *    SETTLEMENT SUMMARY - THEY REVERSE EARLIER DAYS. SO ARE
      *    FBBAT04'S REVERSALS OF AN EARLIER CYCLE'S APPROVED
      *    ('R' SETTLEMENT, 'E' FEE) - THEY REVERSE EARLIER
      *    CYCLES AND ARE OUTSIDE THE .CTL GRAND TOTAL.
           IF GLR-SOURCE = 'B'
              OR GLR-SOURCE = 'R'
              OR GLR-SOURCE = 'E'
                 GO TO B410-LE-REGISTO-GL-FIM.

           IF WS-GL-COUNT < WS-GL-MAX
              ADD 1 TO WS-GL-COUNT
       B520-LE-LINHA-REGIONAL-FIM.
           EXIT.

      *    THE CYCLE'S OWN .CFO COPY IS COUNTED WHEN IT EXISTS;
      *    ONLY THE CURRENT CYCLE MAY FALL BACK TO ENT002.CFW,
      *    WHICH A LATER CYCLE WOULD ALREADY HAVE REWRITTEN.
       B600-CONTA-TRANSPORTE.

           OPEN INPUT CARRYOUT-FILE.
           IF WS-FS-CFO = ZERO
              MOVE 'N' TO WS-EOF-FILE
              PERFORM B620-LE-LINHA-CFO
                 THRU B620-LE-LINHA-CFO-FIM
                   UNTIL WS-EOF-FILE = 'S'
              CLOSE CARRYOUT-FILE
              GO TO B600-CONTA-TRANSPORTE-FIM.
           IF WS-CURRENT-CYCLE = 'N'
              GO TO B600-CONTA-TRANSPORTE-FIM.

           OPEN INPUT CARRY-FILE.
           IF WS-FS-CARRY NOT = ZERO
              GO TO B600-CONTA-TRANSPORTE-FIM.
       B610-LE-LINHA-TRANSPORTE-FIM.
           EXIT.

       B620-LE-LINHA-CFO.
           READ CARRYOUT-FILE
              AT END
                 MOVE 'S' TO WS-EOF-FILE
              NOT AT END
                 ADD 1 TO WS-CARRY-COUNT.

       B620-LE-LINHA-CFO-FIM.
           EXIT.

       B700-CONTA-PENDENTES.

           OPEN INPUT PENDING-FILE.
       B710-LE-LINHA-PENDENTE-FIM.
           EXIT.

      *----------------------------------------------------------*
      * B800 - RE-READ THE FILES OF EVERY EARLIER CYCLE OF THE   *
      *        DATE ON THE CYCLE REGISTER, ADDING EACH ONE'S     *
      *        FIGURES TO THE DAY TOTALS. A MISSING REGISTER     *
      *        MEANS A ONE-CYCLE DAY.                            *
      *----------------------------------------------------------*
       B800-RELE-CICLOS-ANTERIORES.

           MOVE ZERO TO WS-CYC-COUNT.
           OPEN INPUT CYCLE-FILE.
           IF WS-FS-CYCLE NOT = ZERO
              GO TO B800-RELE-CICLOS-ANTERIORES-FIM.
           MOVE 'N' TO WS-EOF-FILE.
           PERFORM B810-LE-CICLO
              THRU B810-LE-CICLO-FIM
                UNTIL WS-EOF-FILE = 'S'.
           CLOSE CYCLE-FILE.

           MOVE 'N' TO WS-CURRENT-CYCLE.
           PERFORM B820-RELE-UM-CICLO
              THRU B820-RELE-UM-CICLO-FIM
                 VARYING WS-CYC-IX FROM 1 BY 1
                    UNTIL WS-CYC-IX > WS-CYC-COUNT.

       B800-RELE-CICLOS-ANTERIORES-FIM.
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

       B820-RELE-UM-CICLO.

           DISPLAY 'FBBAT07 - CICLO ANTERIOR '
              WS-CYC-NUMBER (WS-CYC-IX) ': '
              WS-CYC-PATH (WS-CYC-IX).
           MOVE WS-CYC-PATH (WS-CYC-IX) TO WS-SIBS-PATH.
           PERFORM B060-DERIVA-CAMINHOS
              THRU B060-DERIVA-CAMINHOS-FIM.
           PERFORM B080-LIMPA-FIGURAS
              THRU B080-LIMPA-FIGURAS-FIM.
           PERFORM B090-LE-FICHEIROS-CICLO
              THRU B090-LE-FICHEIROS-CICLO-FIM.
           PERFORM B900-ACUMULA-DIA
              THRU B900-ACUMULA-DIA-FIM.

       B820-RELE-UM-CICLO-FIM.
           EXIT.

      *----------------------------------------------------------*
      * B900 - ADD ONE CYCLE'S FIGURES TO THE DAY TOTALS.        *
      *----------------------------------------------------------*
       B900-ACUMULA-DIA.

           ADD WS-LST-COUNT TO WS-DAY-LST.
           ADD WS-REJ-COUNT TO WS-DAY-REJ.
           ADD WS-CARRY-COUNT TO WS-DAY-CARRY.
           ADD WS-PEN-COUNT TO WS-DAY-PEN.
           ADD WS-REGIONAL-COUNT TO WS-DAY-REGIONAL.
           ADD WS-CTL-READ TO WS-DAY-CTL-READ.
           ADD WS-CTL-CARRYIN TO WS-DAY-CTL-CARRYIN.
           ADD WS-CTL-DUP TO WS-DAY-CTL-DUP.
           ADD WS-CTL-DUP WS-CTL-NETTED WS-CTL-UNMATCHED
               WS-CTL-NORATE WS-CTL-OOW WS-CTL-PENDING
               WS-CTL-STOPLIST WS-CTL-CARDCHK
              TO WS-DAY-CTL-EXCLUDED.
           ADD WS-CTL-GRAND-COUNT TO WS-DAY-CTL-GRAND.
           ADD WS-CTL-GRAND-CENTS TO WS-DAY-CTL-CENTS.
           ADD WS-CTL-FEE-TOTAL-CENTS TO WS-DAY-CTL-FEE-CENTS.
           ADD WS-GL-CENTS-TOTAL TO WS-DAY-GL-CENTS.
           ADD WS-GLF-CENTS-TOTAL TO WS-DAY-GLF-CENTS.
           ADD WS-GL-DEBIT-CENTS TO WS-DAY-DEBIT-CENTS.
           ADD WS-GL-CREDIT-CENTS TO WS-DAY-CREDIT-CENTS.
           IF WS-GL-FLAG-BAD = 'Y'
              MOVE 'Y' TO WS-DAY-FLAG-BAD.

       B900-ACUMULA-DIA-FIM.
           EXIT.

      *----------------------------------------------------------*
      * C100 - THE CHECKS. EACH ONE WRITES ITS FIGURES AND OK /  *
      *        OUT OF BALANCE TO THE CERTIFICATE; ANY FAILURE    *
           COMPUTE WS-FIG-B = WS-CTL-READ + WS-CTL-CARRYIN
              - WS-CTL-DUP - WS-CTL-NETTED - WS-CTL-UNMATCHED
              - WS-CTL-NORATE - WS-CTL-OOW - WS-CTL-PENDING
              - WS-CTL-STOPLIST - WS-CTL-CARDCHK.
           PERFORM C900-GRAVA-VERIFICACAO
              THRU C900-GRAVA-VERIFICACAO-FIM.

      * C500 - APPEND THE DAY'S STATISTICS RECORD TO THE ROLLING *
      *        FILE. EVERY FIGURE WAS ALREADY COMPUTED FOR THE   *
      *        BALANCING CHECKS - THIS JUST LETS THEM SURVIVE    *
      *        THE DAY FOR THE FBBAT16 TREND REPORT. THE FIGURES *
      *        ARE THE DAY TO DATE, EXCEPT THE CARRIED COUNT,    *
      *        WHICH IS WHAT THIS CYCLE LEFT OUTSTANDING.        *
      *----------------------------------------------------------*
       C500-GRAVA-ESTATISTICA.


           MOVE SPACES TO STATS-RECORD.
           MOVE WS-PROCESS-DATE TO STA-DATE.
           MOVE WS-DAY-CTL-READ TO STA-RECORDS-READ.
           PERFORM C510-MOVE-REGIAO
              THRU C510-MOVE-REGIAO-FIM
                 VARYING WS-REG-SLOT FROM 1 BY 1
                    UNTIL WS-REG-SLOT > 3.
           MOVE WS-DAY-REJ TO STA-REJECT-TOTAL.
           PERFORM C520-MOVE-MOTIVO
              THRU C520-MOVE-MOTIVO-FIM
                 VARYING WS-REG-SLOT FROM 1 BY 1
                    UNTIL WS-REG-SLOT > 8.
           MOVE WS-DAY-CTL-DUP TO STA-DUP-COUNT.
           MOVE WS-CARRY-COUNT TO STA-CARRIED-COUNT.
           MOVE WS-DAY-PEN TO STA-PENDING-COUNT.
           WRITE STATS-RECORD.
           CLOSE STATS-FILE.

       C520-MOVE-MOTIVO-FIM.
           EXIT.

      *----------------------------------------------------------*
      * C600 - THE DAY IN TOTAL, WHEN THIS IS NOT THE DATE'S     *
      *        FIRST CYCLE: EVERY EARLIER CYCLE MUST BE ON THE   *
      *        REGISTER, AND CHECKS 1-3, 4 (IN TOTAL), 5 (IN     *
      *        TOTAL) AND 6 ARE RE-PROVED OVER THE DAY'S FILES   *
      *        TOGETHER. A FAILURE HOLDS THIS CYCLE'S GL.        *
      *----------------------------------------------------------*
       C600-VERIFICA-DIA.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'DAY TO DATE - CYCLES 1 TO ' DELIMITED BY SIZE
                  WS-RC-CYCLE DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           WRITE CERTIFICATE-LINE FROM WS-REPORT-LINE.

           MOVE 'DAY EARLIER CYCLES FOUND' TO WS-CHECK-TITLE.
           MOVE WS-CYC-COUNT TO WS-FIG-A.
           COMPUTE WS-FIG-B = WS-RC-CYCLE - 1.
           PERFORM C900-GRAVA-VERIFICACAO
              THRU C900-GRAVA-VERIFICACAO-FIM.

           MOVE 'DAY INTAKE .LST VS .CTL' TO WS-CHECK-TITLE.
           MOVE WS-DAY-LST TO WS-FIG-A.
           COMPUTE WS-FIG-B = WS-DAY-CTL-READ + WS-DAY-CTL-CARRYIN.
           PERFORM C900-GRAVA-VERIFICACAO
              THRU C900-GRAVA-VERIFICACAO-FIM.

           MOVE 'DAY DISPOSITION OF RECORDS' TO WS-CHECK-TITLE.
           MOVE WS-DAY-LST TO WS-FIG-A.
           COMPUTE WS-FIG-B = WS-DAY-REGIONAL + WS-DAY-REJ
              + WS-DAY-CARRY + WS-DAY-PEN.
           PERFORM C900-GRAVA-VERIFICACAO
              THRU C900-GRAVA-VERIFICACAO-FIM.

           MOVE 'DAY ACCUMULATION EQUATION' TO WS-CHECK-TITLE.
           MOVE WS-DAY-CTL-GRAND TO WS-FIG-A.
           COMPUTE WS-FIG-B = WS-DAY-CTL-READ + WS-DAY-CTL-CARRYIN
              - WS-DAY-CTL-EXCLUDED.
           PERFORM C900-GRAVA-VERIFICACAO
              THRU C900-GRAVA-VERIFICACAO-FIM.

           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-DAY-GL-CENTS = WS-DAY-CTL-CENTS
              STRING 'DAY GL VS CONTROL TOTALS      OK'
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
              MOVE 'Y' TO WS-RUN-FAILED
              STRING 'DAY GL VS CONTROL TOTALS      OUT OF BALANCE'
                 DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE CERTIFICATE-LINE FROM WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-DAY-GLF-CENTS = WS-DAY-CTL-FEE-CENTS
              STRING 'DAY GL FEES VS CONTROL TOTALS OK'
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
              MOVE 'Y' TO WS-RUN-FAILED
              STRING 'DAY GL FEES VS CONTROL TOTALS OUT OF BALANCE'
                 DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE CERTIFICATE-LINE FROM WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-DAY-DEBIT-CENTS = WS-DAY-CREDIT-CENTS
              AND WS-DAY-FLAG-BAD = 'N'
                 STRING 'DAY GL DEBITS VS CREDITS      OK'
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
              MOVE 'Y' TO WS-RUN-FAILED
              STRING 'DAY GL DEBITS VS CREDITS      OUT OF BALANCE'
                 DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE CERTIFICATE-LINE FROM WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'DAY DEBIT CENTS:  ' DELIMITED BY SIZE
                  WS-DAY-DEBIT-CENTS DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           WRITE CERTIFICATE-LINE FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'DAY CREDIT CENTS: ' DELIMITED BY SIZE
                  WS-DAY-CREDIT-CENTS DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           WRITE CERTIFICATE-LINE FROM WS-REPORT-LINE.

       C600-VERIFICA-DIA-FIM.
           EXIT.

      *----------------------------------------------------------*
      * C900 - ONE CERTIFICATE LINE: TITLE, THE TWO FIGURES AND  *
      *        THE VERDICT.                                      *

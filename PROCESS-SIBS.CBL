              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-SEQ.
      *
      *    COPY OF THIS CYCLE'S OUT-OF-WINDOW RECORDS, LEFT NEXT
      *    TO THE CYCLE'S EXTRACT LIKE THE .CIN COPY, SO FBBAT07
      *    BALANCES EACH CYCLE ON ITS OWN FIGURES EVEN AFTER A
      *    LATER CYCLE HAS REWRITTEN ENT002.CFW.
           SELECT CARRYOUT-COPY-FILE
              ASSIGN TO DYNAMIC WS-CARRYOUT-PATH
              ORGANIZATION IS LINE SEQUENTIAL.
      *
      *    SIBS SENDS SEVERAL TRANSMISSIONS (CYCLES) A DAY, EACH
      *    IN ITS OWN ENT002 FILE. THE CYCLE REGISTER LISTS EVERY
      *    CYCLE THAT REACHED FIM NORMAL (DATE, CYCLE, SEQUENCE,
      *    ENT002 PATH): A CYCLE MUST BE THE NEXT ONE FOR THE DATE
      *    AND MUST NOT REUSE AN EARLIER CYCLE'S EXTRACT, WHOSE
      *    OUTPUT FILES IT WOULD OVERWRITE. FBBAT07 READS IT TO
      *    BALANCE THE DAY ACROSS ITS CYCLES.
           SELECT CYCLE-FILE ASSIGN TO DYNAMIC WS-CYCLE-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-CYCLE.
      *
      *    THE DAY'S INTAKE - EVERY IN-WINDOW RECORD THE DAY'S
      *    EARLIER CYCLES PROCESSED - FEEDS THE DUPLICATE SORT SO
      *    A RECORD SIBS SENDS AGAIN IN A LATER CYCLE IS STILL
      *    CAUGHT. THIS CYCLE'S RECORDS GO TO A SIDE FILE (.DIN)
      *    AND ARE ONLY ADDED TO THE DAY FILE AT FIM NORMAL; THE
      *    DAY'S FIRST CYCLE STARTS THE FILE AFRESH. EACH RECORD
      *    CARRIES WHETHER ITS CYCLE SETTLED IT (DIA-SETTLED).
           SELECT DAY-FILE ASSIGN TO DYNAMIC WS-DAY-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-DAY.
      *
           SELECT DAY-NEW-FILE ASSIGN TO DYNAMIC WS-DAY-NEW-PATH
              ORGANIZATION IS LINE SEQUENTIAL.
      *
      *    SHARED RUN-CONTROL STEP LEDGER - SEE RUNCTL.CPY. THE
      *    SUITE'S STEPS CANNOT RUN OUT OF ORDER OR TWICE FOR
      *    THE SAME PROCESSING DATE AND CYCLE.
           SELECT RUNCTL-FILE ASSIGN TO DYNAMIC WS-RUNCTL-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-RUNCTL.
           SELECT STOPLIST-FILE ASSIGN TO DYNAMIC WS-STOPLIST-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-STOPLIST.
      *
      *    THE TOKENIZED STOP-LIST IS WRITTEN HERE FIRST AND ONLY
      *    COPIED OVER THE LIVE LIST ONCE IT IS COMPLETE (Q060).
           SELECT STOPLIST-NEW-FILE ASSIGN TO DYNAMIC
              WS-STOPLIST-NEW-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-STOPLIST-NEW.
      *
           SELECT STOPHIT-REPORT ASSIGN TO DYNAMIC WS-STOPHIT-PATH
              ORGANIZATION IS LINE SEQUENTIAL.
      *
      *    BIN RANGES WE ACQUIRE FOR - SEE BINS-LOAD.CPY. A CARD
      *    WITH A BAD CHECK DIGIT, OR OUTSIDE EVERY LOADED RANGE,
      *    REJECTS WITH ITS OWN REASON.
           SELECT BINS-FILE ASSIGN TO DYNAMIC WS-BINS-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-BINS.
      *
      *    REGIONAL TRANSMISSION HOLDS, WRITTEN BY THE FBBAT17
      *    ACK RECONCILIATION - ONE REGION CODE PER LINE. WHILE
      *    AN OFFICE'S BREAK STANDS, NO NEW TRANSMISSION IS
           SELECT REGHOLD-FILE ASSIGN TO DYNAMIC WS-REGHOLD-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-REGHOLD.
      *
      *    CARD TOKEN VAULT - SEE TOKEN.CPY. EVERY CARD IS
      *    TOKENIZED ON INTAKE: NO FILE THIS RUN WRITES CARRIES A
      *    FULL PAN.
           SELECT VAULT-FILE ASSIGN TO DYNAMIC WS-VAULT-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TKV-PAN
              ALTERNATE RECORD KEY IS TKV-TOKEN
              FILE STATUS IS WS-FS-VAULT.
      *
      *    THE DAY'S ENT002 AS SIBS SENT IT (HEADER, DETAILS AND
      *    TRAILER) WITH EACH CARD REPLACED BY ITS TOKEN. THE
      *    DOWNSTREAM STEPS THAT RE-READ THE EXTRACT (FBBAT04,
      *    FBBAT06, FBBAT08, FBBAT10) READ THIS COPY, NEVER THE
      *    RAW FILE.
           SELECT TOKEN-COPY-FILE ASSIGN TO DYNAMIC WS-TOKEN-COPY-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-TOKEN-COPY.
      *
       DATA DIVISION.
       FILE SECTION.
           05 SORT-CURRENCY-CODE      PIC X(03).
           05 SORT-ORIGINAL-AMOUNT    PIC 9(07)V99.
           05 SORT-MERCHANT-NUMBER    PIC X(08).
      *    'A' = A RECORD AN EARLIER CYCLE OF THE DAY ALREADY
      *    PROCESSED, 'C' = THIS CYCLE'S (ENT002 OR CARRIED IN).
           05 SORT-ORIGIN             PIC X(01).
      *
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD          PIC 9(07).
      *
       FD  PENDING-FILE.
       01  PENDING-RECORD             PIC X(80).
      *
       FD  CARRYOUT-COPY-FILE.
       01  CARRYOUT-COPY-RECORD       PIC X(80).
      *
       FD  CYCLE-FILE.
       01  CYCLE-RECORD.
           05 CIC-PROCESS-DATE       PIC X(08).
           05 CIC-CYCLE              PIC 9(01).
           05 CIC-SEQUENCE           PIC 9(06).
           05 CIC-SIBS-PATH          PIC X(100).
      *
       FD  DAY-FILE.
       01  DAY-RECORD.
           05 DIA-PROCESS-DATE       PIC X(08).
           05 DIA-CYCLE              PIC 9(01).
           05 DIA-SIBS-RECORD        PIC X(80).
           05 DIA-SETTLED            PIC X(01).
      *
       FD  DAY-NEW-FILE.
       01  DAY-NEW-RECORD             PIC X(90).
      *
       FD  RUNCTL-FILE.
       01  RUNCTL-RECORD.
           05 RCT-PROGRAM            PIC X(12).
           05 RCT-EVENT              PIC X(06).
           05 RCT-TIME               PIC X(06).
           05 RCT-CYCLE              PIC X(01).
      *
       FD  STOPLIST-FILE.
       01  STOPLIST-RECORD.
           05 STP-CARD-NUMBER        PIC X(16).
      *
       FD  STOPLIST-NEW-FILE.
       01  STOPLIST-NEW-RECORD        PIC X(16).
      *
       FD  STOPHIT-REPORT.
       01  STOPHIT-REPORT-LINE       PIC X(80).
      *
       FD  BINS-FILE.
       01  BINS-RECORD.
           05 BIN-RANGE-LOW          PIC X(08).
           05 BIN-RANGE-HIGH         PIC X(08).
           05 BIN-ISSUER             PIC X(20).
           05 BIN-SCHEME             PIC X(10).
           05 BIN-CARD-TYPE          PIC X(01).
           05 BIN-ORIGIN             PIC X(01).
      *
       FD  REGHOLD-FILE.
       01  REGHOLD-RECORD.
           05 RGH-REGION-CODE        PIC X(01).
      *
       FD  VAULT-FILE.
       01  VAULT-RECORD.
           05 TKV-PAN                PIC X(16).
           05 TKV-TOKEN              PIC X(16).
           05 TKV-ISSUED-DATE        PIC X(08).
           05 TKV-ISSUED-BY          PIC X(12).
      *
       FD  TOKEN-COPY-FILE.
       01  TOKEN-COPY-RECORD          PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
           05 WS-PENDING-PATH        PIC X(104).
           05 WS-PENDING-COUNT       PIC 9(05) VALUE ZEROS.
           05 WS-CARRY-NEW-PATH      PIC X(108).
           05 WS-CARRYOUT-PATH       PIC X(104).
           05 WS-CYCLE-PATH          PIC X(104).
           05 WS-FS-CYCLE            PIC 9(02) VALUE ZEROS.
           05 WS-EOF-CYCLE           PIC X(01) VALUE 'N'.
           05 WS-LAST-CYCLE          PIC 9(01) VALUE ZEROS.
           05 WS-EXPECTED-CYCLE      PIC 9(01) VALUE ZEROS.
           05 WS-CYCLE-REUSED        PIC 9(01) VALUE ZEROS.
           05 WS-DAY-PATH            PIC X(104).
           05 WS-DAY-NEW-PATH        PIC X(104).
           05 WS-FS-DAY              PIC 9(02) VALUE ZEROS.
           05 WS-EOF-DAY             PIC X(01) VALUE 'N'.
           05 WS-DAY-EARLIER-COUNT   PIC 9(07) VALUE ZEROS.
           05 WS-DAY-TODAY-COUNT     PIC 9(07) VALUE ZEROS.
      *    SET BY Q800/Q810 WHEN THE DAY'S INTAKE OR THE CYCLE
      *    REGISTER CANNOT BE OPENED OR WRITTEN: THE CYCLE ENDS
      *    RC 8 WITHOUT ITS FIM NORMAL, SO NO LATER CYCLE OR STEP
      *    RUNS AGAINST AN INCOMPLETE DAY.
           05 WS-FALHA-REGISTO       PIC X(01) VALUE 'N'.
      *    SET WHEN THE RUN IS CANCELLED BEFORE ANY OUTPUT FILE
      *    IS OPENED (SEQUENCE BREAK, OR A CHECKPOINT RESTART
      *    WITH CARRIED-IN RECORDS): A100 GOES STRAIGHT TO THE
           05 WS-FS-REGHOLD          PIC 9(02) VALUE ZEROS.
           05 WS-EOF-REGHOLD         PIC X(01) VALUE 'N'.
           05 WS-HOLDS-FOUND         PIC 9(02) VALUE ZEROS.
      *    SET BY Q285 FOR THE CURRENT RECORD'S CARD-NUMBER: THE
      *    LUHN CHECK-DIGIT TEST AND THE BIN RANGE LOOKUP. EITHER
      *    AT 'N' REJECTS THE RECORD WITH ITS OWN REASON.
           05 WS-CHECK-DIGIT-OK      PIC X(01) VALUE 'Y'.
           05 WS-BIN-ACQUIRED        PIC X(01) VALUE 'Y'.
           05 WS-TOKEN-COPY-PATH     PIC X(104).
           05 WS-FS-TOKEN-COPY       PIC 9(02) VALUE ZEROS.
      *    SET WHEN THE TOKENIZED COPY (ENT002.TKN) CANNOT BE
      *    OPENED, WRITTEN OR CLOSED: THE DOWNSTREAM STEPS WOULD
      *    READ AN INCOMPLETE EXTRACT, SO THE CYCLE ENDS RC 8
      *    WITHOUT ITS FIM NORMAL AND NOTHING IS PROMOTED.
           05 WS-FALHA-COPIA-TOKEN   PIC X(01) VALUE 'N'.
      *    STOP-LIST ENTRIES STILL HOLDING A PAN, REPLACED BY
      *    THEIR TOKEN AT START-UP (Q065).
           05 WS-STP-TOKENIZED       PIC 9(04) VALUE ZEROS.
           05 WS-STOPLIST-NEW-PATH   PIC X(108).
           05 WS-FS-STOPLIST-NEW     PIC 9(02) VALUE ZEROS.
           05 WS-EOF-STOPLIST-NEW    PIC X(01) VALUE 'N'.
      *
      *    ONE LINE OF THE DAY'S INTAKE FILE, AS WRITTEN TO THE
      *    CYCLE'S .DIN SIDE FILE. WS-DAY-SETTLED IS 'S' WHEN THE
      *    RECORD WENT TO A REGIONAL SETTLEMENT FILE, 'N' WHEN IT
      *    WAS REJECTED OR PENDED - ONLY A SETTLED APPROVED CAN BE
      *    REVERSED BY A LATER CYCLE (FBBAT04, FBBAT10).
       01  WS-DAY-ENTRY.
           05 WS-DAY-DATE            PIC X(08).
           05 WS-DAY-CYCLE           PIC 9(01).
           05 WS-DAY-SIBS            PIC X(80).
           05 WS-DAY-SETTLED         PIC X(01).
      *
      *    DAY-SERIAL DATE ARITHMETIC FOR THE PROCESSING-WINDOW
      *    CHECK (VALID FOR GREGORIAN YEARS 1901-2099).
           COPY RUNCTL.
      *
           COPY STOPLIST.
      *
           COPY BINS.
      *
           COPY TOKEN.
      *
       PROCEDURE DIVISION.
       A000-PRINCIPAL.
           PERFORM Q055-CARREGA-TAXAS.
      *
           PERFORM Q057-CARREGA-STOPLIST.
      *
           PERFORM Q058-CARREGA-BINS.
      *
           PERFORM Q500-OBTEM-CAMINHO.
      *
           IF WS-CANCELA-ARRANQUE = 'Y'
              GO TO A100-INICIO-FIM.
      *
      *    THE INTRADAY CYCLE IS CHECKED THE SAME WAY: IT MUST BE
      *    THE DATE'S NEXT CYCLE, ON AN EXTRACT OF ITS OWN.
           PERFORM Q755-VERIFICA-CICLO
              THRU Q755-VERIFICA-CICLO-FIM.
           IF WS-CANCELA-ARRANQUE = 'Y'
              GO TO A100-INICIO-FIM.
      *
      *    NO CARD MAY BE WRITTEN ANYWHERE UNTIL IT HAS A TOKEN -
      *    WITHOUT THE VAULT THE RUN CANCELS AT OPEN TIME. THE
      *    STOP-LIST IS TOKENIZED FIRST SO IT IS SCREENED ON THE
      *    SAME TOKENS THE RECORDS WILL CARRY.
           PERFORM Q060-ABRE-COFRE
              THRU Q060-ABRE-COFRE-FIM.
           IF WS-CANCELA-ARRANQUE = 'Y'
              GO TO A100-INICIO-FIM.
      *
      *    THE PREVIOUS RUN'S CARRY-FORWARD RECORDS ARE READ
      *    BEFORE THE DUPLICATE SORT SO THE SORT CAN COVER THEM
      *    TOO.
           IF WS-RESTARTING = 'Y'
              OPEN EXTEND CARRY-NEW-FILE
              OPEN EXTEND CARRYIN-COPY-FILE
              OPEN EXTEND CARRYOUT-COPY-FILE
              OPEN EXTEND PENDING-FILE
              OPEN EXTEND STOPHIT-REPORT
              OPEN EXTEND DAY-NEW-FILE
           ELSE
              OPEN OUTPUT CARRY-NEW-FILE
              OPEN OUTPUT CARRYIN-COPY-FILE
              OPEN OUTPUT CARRYOUT-COPY-FILE
              OPEN OUTPUT PENDING-FILE
              OPEN OUTPUT STOPHIT-REPORT
              OPEN OUTPUT DAY-NEW-FILE.
      *    THE TOKENIZED COPY IS ALWAYS STARTED AFRESH: ON A
      *    RESTART Q110 RE-READS THE EXTRACT FROM ITS FIRST RECORD
      *    AND Q105 COPIES EVERY ONE AGAIN.
           OPEN OUTPUT TOKEN-COPY-FILE.
           IF WS-FS-TOKEN-COPY NOT EQUAL ZEROS
              DISPLAY 'ERROR OPENING TOKEN-COPY-FILE '
                 WS-FS-TOKEN-COPY UPON SYSOUT
              MOVE 'Y' TO WS-FALHA-COPIA-TOKEN.
           PERFORM A150-PROCESSA-TRANSPORTADOS
              THRU A150-PROCESSA-TRANSPORTADOS-FIM.
      *
              ELSE
                 DISPLAY 'FORA DA JANELA - TRANSPORTADO'
                 WRITE CARRY-NEW-RECORD FROM SIBS-RECORD
                 WRITE CARRYOUT-COPY-RECORD FROM SIBS-RECORD
                 ADD 1 TO WS-CARRY-OUT-COUNT
              END-IF
           ELSE
              MOVE 'N' TO WS-DAY-SETTLED
              PERFORM Q640-VERIFICA-DUPLICADO
                 THRU Q640-VERIFICA-DUPLICADO-FIM
              PERFORM Q290-VERIFICA-STOPLIST
                 THRU Q290-VERIFICA-STOPLIST-FIM
              PERFORM Q285-VERIFICA-CARTAO
                 THRU Q285-VERIFICA-CARTAO-FIM
              PERFORM Q300-VERIFICA-REJEICAO
              PERFORM Q650-GRAVA-ENTRADA-DIA
                 THRU Q650-GRAVA-ENTRADA-DIA-FIM
           END-IF.
           PERFORM Q460-GRAVA-CHECKPOINT
              THRU Q460-GRAVA-CHECKPOINT-FIM.
           CLOSE REGIONAL-FILE-3.
           CLOSE CARRY-NEW-FILE.
           CLOSE CARRYIN-COPY-FILE.
           CLOSE CARRYOUT-COPY-FILE.
           CLOSE PENDING-FILE.
           CLOSE STOPHIT-REPORT.
           CLOSE DAY-NEW-FILE.
           CLOSE TOKEN-COPY-FILE.
           IF WS-FS-TOKEN-COPY NOT EQUAL ZEROS
              AND WS-FALHA-COPIA-TOKEN = 'N'
                 DISPLAY 'ERROR CLOSING TOKEN-COPY-FILE '
                    WS-FS-TOKEN-COPY UPON SYSOUT
                 MOVE 'Y' TO WS-FALHA-COPIA-TOKEN.
           IF WS-STOPHIT-COUNT > ZEROS
              DISPLAY 'CARTOES DA STOP-LIST DETECTADOS: '
                 WS-STOPHIT-COUNT UPON SYSOUT.
                 WS-CARRY-OUT-COUNT UPON SYSOUT.
      *
       A300-DESFECHO.
           PERFORM TK-FECHA-COFRE
              THRU TK-FECHA-COFRE-FIM.
           IF WS-FS-SIBS > ZEROS
              DISPLAY 'CANCELADO POR ERROS NO SIBS-FILE ' UPON SYSOUT
              ADD WS-DUMP    TO  WS-DUMP
                 DISPLAY 'CANCELADO POR CONTROL BREAK NO ENT002'
                    UPON SYSOUT
              ELSE
              IF WS-FALHA-COPIA-TOKEN = 'Y'
                 DISPLAY 'CANCELADO - COPIA TOKENIZADA DO ENT002 '
                    'NAO GRAVADA' UPON SYSOUT
                 MOVE 8 TO RETURN-CODE
              ELSE
      *          ONLY A FIM NORMAL PROMOTES THE SIDE FILE OVER
      *          ENT002.CFW, ADVANCES THE SEQUENCE AND ADDS THE
      *          CYCLE TO THE DAY'S INTAKE AND CYCLE REGISTER - AN
      *          ABEND ANYWHERE ABOVE LEAVES ALL OF THEM AS THE
      *          PREVIOUS RUN LEFT THEM, SO A FROM-SCRATCH RERUN
      *          LOSES NOTHING.
                 PERFORM Q790-PROMOVE-TRANSPORTE
                    THRU Q790-PROMOVE-TRANSPORTE-FIM
                 PERFORM Q760-GRAVA-SEQUENCIA
                    THRU Q760-GRAVA-SEQUENCIA-FIM
                 PERFORM Q800-ACUMULA-DIA
                    THRU Q800-ACUMULA-DIA-FIM
                 PERFORM Q810-REGISTA-CICLO
                    THRU Q810-REGISTA-CICLO-FIM
                 IF WS-FALHA-REGISTO = 'Y'
                    DISPLAY 'CANCELADO - FICHEIRO DO DIA OU REGISTO '
                       'DE CICLOS NAO GRAVADO' UPON SYSOUT
                    MOVE 8 TO RETURN-CODE
                 ELSE
                    PERFORM RC-GRAVA-FIM-NORMAL
                       THRU RC-GRAVA-FIM-NORMAL-FIM
                    DISPLAY 'FIM NORMAL' UPON SYSOUT.
      *
       A300-FIM-FIM.
           EXIT.
                  GO TO Q105-LE-E-CLASSIFICA-FIM.
      *
           IF HDR-RECORD-TYPE = 'HDR'
              PERFORM Q107-GRAVA-COPIA-TOKEN
                 THRU Q107-GRAVA-COPIA-TOKEN-FIM
              GO TO Q105-LE-E-CLASSIFICA-FIM.
      *
           IF TRL-RECORD-TYPE = 'TRL'
              MOVE 'Y' TO WS-TRL-PRESENT
              MOVE TRL-RECORD-COUNT TO WS-TRL-COUNT
              MOVE TRL-AMOUNT-HASH TO WS-TRL-HASH
              PERFORM Q107-GRAVA-COPIA-TOKEN
                 THRU Q107-GRAVA-COPIA-TOKEN-FIM
              GO TO Q105-LE-E-CLASSIFICA-FIM.
      *
           MOVE 'Y' TO WS-DETAIL-READ.
           ADD 1 TO WS-RECORD-COUNT.
           ADD TRANSACTION-AMOUNT TO WS-AMOUNT-HASH.
      *
      *    THE CARD IS TOKENIZED AS SOON AS IT IS READ - FROM
      *    HERE ON THE RECORD AREA ONLY EVER HOLDS THE TOKEN.
           MOVE CARD-NUMBER TO WS-TKN-PAN.
           PERFORM Q070-TOKENIZA-CARTAO
              THRU Q070-TOKENIZA-CARTAO-FIM.
           MOVE WS-TKN-TOKEN TO CARD-NUMBER.
           PERFORM Q107-GRAVA-COPIA-TOKEN
              THRU Q107-GRAVA-COPIA-TOKEN-FIM.
      *
       Q105-LE-E-CLASSIFICA-FIM.
           EXIT.
      *
      *    ONE RECORD OF THE TOKENIZED COPY. ONCE THE COPY HAS
      *    FAILED NOTHING MORE IS WRITTEN TO IT - THE CYCLE IS
      *    ALREADY BOUND FOR RC 8.
       Q107-GRAVA-COPIA-TOKEN.
           IF WS-FALHA-COPIA-TOKEN = 'Y'
              GO TO Q107-GRAVA-COPIA-TOKEN-FIM.
           WRITE TOKEN-COPY-RECORD FROM SIBS-RECORD.
           IF WS-FS-TOKEN-COPY NOT EQUAL ZEROS
              DISPLAY 'ERROR WRITING TOKEN-COPY-FILE '
                 WS-FS-TOKEN-COPY UPON SYSOUT
              MOVE 'Y' TO WS-FALHA-COPIA-TOKEN.
      *
       Q107-GRAVA-COPIA-TOKEN-FIM.
           EXIT.
      *
      *    ON A CHECKPOINT RESTART THE SKIPPED RECORDS WERE ALREADY
      *    WRITTEN TO THE (EXTENDED) REGIONAL FILES BY THE EARLIER
      *    RUN, SO THEIR COUNT/AMOUNT MUST BE RE-ACCUMULATED HERE
              THRU Q640-VERIFICA-DUPLICADO-FIM.
           PERFORM Q290-VERIFICA-STOPLIST
              THRU Q290-VERIFICA-STOPLIST-FIM.
           PERFORM Q285-VERIFICA-CARTAO
              THRU Q285-VERIFICA-CARTAO-FIM.
           MOVE TRANSACTION-STATUS TO WS-STATUS-CHECK.
           IF WS-REGION-VALID = 'Y'
              AND WS-STATUS-VALID
              AND WS-IN-WINDOW = 'Y'
              AND WS-IS-DUPLICATE = 'N'
              AND WS-ON-STOPLIST = 'N'
              AND WS-CHECK-DIGIT-OK = 'Y'
              AND WS-BIN-ACQUIRED = 'Y'
              AND WS-RATE-FOUND = 'Y'
              AND WS-REGION-SLOT >= 1
              AND WS-REGION-SLOT <= 3
                    PERFORM Q320-GRAVA-ACERTO-STOPLIST
                       THRU Q320-GRAVA-ACERTO-STOPLIST-FIM
                 ELSE
                    IF WS-CHECK-DIGIT-OK = 'N'
                       MOVE 'CARD CHECK DIGIT BAD'
                          TO WS-REJECT-REASON
                    ELSE
                       IF WS-BIN-ACQUIRED = 'N'
                          MOVE 'BIN RANGE NOT ACQUIRED'
                             TO WS-REJECT-REASON
                       ELSE
                          IF WS-IS-DUPLICATE = 'Y'
                             MOVE 'DUPLICATE TRANSACTION'
                                TO WS-REJECT-REASON
                          ELSE
                             IF WS-RATE-FOUND = 'N'
                                MOVE 'CURRENCY RATE MISSING'
                                   TO WS-REJECT-REASON.
      *
           IF WS-REJECT-REASON NOT = SPACES
              PERFORM Q310-GRAVA-REJEITADO
       Q300-VERIFICA-REJEICAO-FIM.
           EXIT.
      *
      *    IS THE CURRENT RECORD'S CARD-NUMBER A REAL CARD WE
      *    ACQUIRE FOR? THE CARD IS ALREADY A TOKEN (Q070): THE
      *    LUHN CHECK DIGIT WAS TESTED ON THE PAN WHEN ITS TOKEN
      *    WAS ISSUED AND THE VERDICT TRAVELS IN THE TOKEN ('T'
      *    PASSED, 'X' FAILED - SEE TOKEN.CPY). A CARD THAT PASSES
      *    MUST THEN FALL IN ONE OF THE LOADED BIN RANGES, TESTED
      *    ON THE TOKEN'S FIRST 8 DIGITS, WHICH ARE THE PAN'S -
      *    WITH NO BIN FILE LOADED THE RANGE TEST IS SKIPPED
      *    (WARNED AT START-UP BY BINS-LOAD.CPY).
       Q285-VERIFICA-CARTAO.
           MOVE 'Y' TO WS-CHECK-DIGIT-OK.
           MOVE 'Y' TO WS-BIN-ACQUIRED.
           IF CARD-NUMBER (9:1) NOT = 'T'
              MOVE 'N' TO WS-CHECK-DIGIT-OK
              GO TO Q285-VERIFICA-CARTAO-FIM.
      *
           IF WS-BIN-TABLE-COUNT = ZEROS
              GO TO Q285-VERIFICA-CARTAO-FIM.
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
      *
       Q285-VERIFICA-CARTAO-FIM.
           EXIT.
      *
      *    IS THE CURRENT RECORD'S CARD ON THE FRAUD DESK'S
      *    STOP-LIST? THE CHECK COVERS THE CARRIED-FORWARD
      *    RECORDS A150 REPLAYS TOO - A CARD CAN BE LISTED
      *
       Q057-CARREGA-STOPLIST-FIM.
           EXIT.
      *
       Q058-CARREGA-BINS.
           COPY BINS-LOAD.
      *
       Q058-CARREGA-BINS-FIM.
           EXIT.
      *
      *    OPEN THE TOKEN VAULT AND TOKENIZE THE STOP-LIST. THE
      *    FRAUD DESK LISTS A CARD BY ITS PAN; FBBAT24 LISTS IT BY
      *    TOKEN. EVERY PAN ON THE LIST IS REPLACED BY ITS TOKEN
      *    (ISSUING ONE IF THE CARD HAS NEVER BEEN SEEN) AND THE
      *    FILE IS REWRITTEN, SO THE LIST HOLDS NO PAN ONCE THE
      *    INTAKE HAS RUN. A LIST THAT FILLED THE TABLE MAY NOT
      *    HAVE BEEN LOADED WHOLE AND IS NEVER REWRITTEN. THE NEW
      *    LIST IS WRITTEN TO A .NEW FILE AND COPIED OVER THE LIVE
      *    ONE ONLY WHEN COMPLETE; A LIST THAT CANNOT BE WRITTEN
      *    CANCELS THE RUN RC 8 WITH THE OLD LIST IN PLACE.
       Q060-ABRE-COFRE.
           MOVE 'PROCESS-SIBS' TO WS-TKN-PROGRAM.
           MOVE WS-PROCESS-DATE TO WS-TKN-DATE.
           PERFORM TK-ABRE-COFRE
              THRU TK-ABRE-COFRE-FIM.
           IF WS-TKN-ERROR = 'Y'
              DISPLAY 'CANCELADO - COFRE DE TOKENS INDISPONIVEL'
                 UPON SYSOUT
              MOVE 'Y' TO WS-CANCELA-ARRANQUE
              MOVE 'Y' TO WS-CONTROL-BREAK
              MOVE 'S' TO WS-END-OF-FILE
              MOVE 8 TO RETURN-CODE
              GO TO Q060-ABRE-COFRE-FIM.
      *
           MOVE ZEROS TO WS-STP-TOKENIZED.
           PERFORM Q065-TOKENIZA-STOPLIST
              THRU Q065-TOKENIZA-STOPLIST-FIM
                VARYING WS-STP-IX FROM 1 BY 1
                  UNTIL WS-STP-IX > WS-STP-TABLE-COUNT.
           IF WS-STP-TOKENIZED = ZEROS
              GO TO Q060-ABRE-COFRE-FIM.
           IF WS-STP-TABLE-COUNT NOT LESS WS-STP-TABLE-MAX
              DISPLAY 'AVISO - STOP-LIST CHEIA, FICHEIRO NAO '
                 'REESCRITO COM TOKENS' UPON SYSOUT
              GO TO Q060-ABRE-COFRE-FIM.
           MOVE SPACES TO WS-STOPLIST-NEW-PATH.
           STRING WS-STOPLIST-PATH DELIMITED BY SPACE
                  '.NEW' DELIMITED BY SIZE
               INTO WS-STOPLIST-NEW-PATH.
           OPEN OUTPUT STOPLIST-NEW-FILE.
           IF WS-FS-STOPLIST-NEW NOT EQUAL ZEROS
              DISPLAY 'ERROR OPENING STOPLIST-NEW-FILE '
                 WS-FS-STOPLIST-NEW UPON SYSOUT
              GO TO Q060-CANCELA.
           PERFORM Q066-REGRAVA-STOPLIST
              THRU Q066-REGRAVA-STOPLIST-FIM
                VARYING WS-STP-IX FROM 1 BY 1
                  UNTIL WS-STP-IX > WS-STP-TABLE-COUNT
                     OR WS-FS-STOPLIST-NEW NOT EQUAL ZEROS.
           IF WS-FS-STOPLIST-NEW NOT EQUAL ZEROS
              DISPLAY 'ERROR WRITING STOPLIST-NEW-FILE '
                 WS-FS-STOPLIST-NEW UPON SYSOUT
              CLOSE STOPLIST-NEW-FILE
              GO TO Q060-CANCELA.
           CLOSE STOPLIST-NEW-FILE.
           IF WS-FS-STOPLIST-NEW NOT EQUAL ZEROS
              DISPLAY 'ERROR CLOSING STOPLIST-NEW-FILE '
                 WS-FS-STOPLIST-NEW UPON SYSOUT
              GO TO Q060-CANCELA.
      *
      *    THE .NEW LIST IS COMPLETE - IT NOW REPLACES THE LIVE
      *    ONE, AS Q790 PROMOTES THE CARRY-FORWARD SIDE FILE.
           OPEN INPUT STOPLIST-NEW-FILE.
           IF WS-FS-STOPLIST-NEW NOT EQUAL ZEROS
              DISPLAY 'ERROR OPENING STOPLIST-NEW-FILE '
                 WS-FS-STOPLIST-NEW UPON SYSOUT
              GO TO Q060-CANCELA.
           OPEN OUTPUT STOPLIST-FILE.
           IF WS-FS-STOPLIST NOT EQUAL ZEROS
              DISPLAY 'ERROR OPENING STOPLIST-FILE '
                 WS-FS-STOPLIST UPON SYSOUT
              CLOSE STOPLIST-NEW-FILE
              GO TO Q060-CANCELA.
           MOVE 'N' TO WS-EOF-STOPLIST-NEW.
           PERFORM Q067-PROMOVE-STOPLIST
              THRU Q067-PROMOVE-STOPLIST-FIM
                UNTIL WS-EOF-STOPLIST-NEW = 'S'.
           CLOSE STOPLIST-NEW-FILE.
           IF WS-FS-STOPLIST NOT EQUAL ZEROS
              DISPLAY 'ERROR WRITING STOPLIST-FILE '
                 WS-FS-STOPLIST UPON SYSOUT
              CLOSE STOPLIST-FILE
              GO TO Q060-STOPLIST-INCOMPLETA.
           CLOSE STOPLIST-FILE.
           IF WS-FS-STOPLIST NOT EQUAL ZEROS
              DISPLAY 'ERROR CLOSING STOPLIST-FILE '
                 WS-FS-STOPLIST UPON SYSOUT
              GO TO Q060-STOPLIST-INCOMPLETA.
           DISPLAY 'STOP-LIST - CARTOES SUBSTITUIDOS POR TOKEN: '
              WS-STP-TOKENIZED UPON SYSOUT.
           GO TO Q060-ABRE-COFRE-FIM.
      *
       Q060-STOPLIST-INCOMPLETA.
           DISPLAY 'STOP-LIST INCOMPLETA - REPOR A PARTIR DE '
              WS-STOPLIST-NEW-PATH UPON SYSOUT.
      *
       Q060-CANCELA.
           DISPLAY 'CANCELADO - STOP-LIST NAO REESCRITA COM TOKENS'
              UPON SYSOUT.
           MOVE 'Y' TO WS-CANCELA-ARRANQUE.
           MOVE 'Y' TO WS-CONTROL-BREAK.
           MOVE 'S' TO WS-END-OF-FILE.
           MOVE 8 TO RETURN-CODE.
      *
       Q060-ABRE-COFRE-FIM.
           EXIT.
      *
       Q065-TOKENIZA-STOPLIST.
           MOVE WS-STP-CARD (WS-STP-IX) TO WS-TKN-PAN.
           PERFORM Q070-TOKENIZA-CARTAO
              THRU Q070-TOKENIZA-CARTAO-FIM.
           IF WS-TKN-TOKEN NOT = WS-STP-CARD (WS-STP-IX)
              MOVE WS-TKN-TOKEN TO WS-STP-CARD (WS-STP-IX)
              ADD 1 TO WS-STP-TOKENIZED.
      *
       Q065-TOKENIZA-STOPLIST-FIM.
           EXIT.
      *
       Q066-REGRAVA-STOPLIST.
           MOVE WS-STP-CARD (WS-STP-IX) TO STOPLIST-NEW-RECORD.
           WRITE STOPLIST-NEW-RECORD.
      *
       Q066-REGRAVA-STOPLIST-FIM.
           EXIT.
      *
       Q067-PROMOVE-STOPLIST.
           READ STOPLIST-NEW-FILE
              AT END
                 MOVE 'S' TO WS-EOF-STOPLIST-NEW
                 GO TO Q067-PROMOVE-STOPLIST-FIM.
           WRITE STOPLIST-RECORD FROM STOPLIST-NEW-RECORD.
           IF WS-FS-STOPLIST NOT EQUAL ZEROS
              MOVE 'S' TO WS-EOF-STOPLIST-NEW.
      *
       Q067-PROMOVE-STOPLIST-FIM.
           EXIT.
      *
      *    WS-TKN-PAN TO WS-TKN-TOKEN THROUGH THE VAULT. A CARD
      *    THAT CANNOT BE GIVEN A TOKEN MUST NOT BE WRITTEN
      *    ANYWHERE IN THE CLEAR - THE RUN ABENDS, WITHOUT FIM
      *    NORMAL, AND IS RERUN ONCE THE VAULT IS PUT RIGHT.
       Q070-TOKENIZA-CARTAO.
           PERFORM TK-TOKENIZA
              THRU TK-TOKENIZA-FIM.
           IF WS-TKN-ERROR = 'Y'
              DISPLAY 'CANCELADO - CARTAO SEM TOKEN NO COFRE'
                 UPON SYSOUT
              ADD WS-DUMP TO WS-DUMP.
      *
       Q070-TOKENIZA-CARTAO-FIM.
           EXIT.
      *
           COPY STOPLIST-READ.
      *
           COPY BINS-READ.
      *
           COPY CURRENCY-READ.
      *
           COPY RUNCTL-READ.
      *
           COPY TOKEN-READ.
      *
      *    THE RATES-VALIDATION STEP (FBBAT15) MUST HAVE ACCEPTED
      *    THE DAY'S RATES FILE BEFORE ANYTHING SETTLES AT THEM.
           MOVE WS-PROCESS-DATE TO WS-RC-DATE.
           MOVE 1 TO WS-RC-PRED-COUNT.
           MOVE 'FBBAT15' TO WS-RC-PRED-NAME (1).
      *    THE RATES ARE VALIDATED ONCE FOR THE DATE, SO ANY CYCLE
      *    OF FBBAT15 SATISFIES EVERY CYCLE OF THE INTAKE.
           MOVE 'Y' TO WS-RC-PRED-DAY (1).
           PERFORM RC-VERIFICA-ANTECESSORES
              THRU RC-VERIFICA-ANTECESSORES-FIM.
           IF WS-RC-BLOCKED = 'Y'
           STRING WS-SIBS-PATH DELIMITED BY SPACE
                  '.STP' DELIMITED BY SIZE
               INTO WS-STOPHIT-PATH.
           STRING WS-SIBS-PATH DELIMITED BY SPACE
                  '.CFO' DELIMITED BY SIZE
               INTO WS-CARRYOUT-PATH.
           STRING WS-SIBS-PATH DELIMITED BY SPACE
                  '.DIN' DELIMITED BY SIZE
               INTO WS-DAY-NEW-PATH.
           STRING WS-SIBS-PATH DELIMITED BY SPACE
                  '.TKN' DELIMITED BY SIZE
               INTO WS-TOKEN-COPY-PATH.
      *
       Q500-OBTEM-CAMINHO-FIM.
           EXIT.
      *
      *    PROCESSING DATE (PROCESS_DATE, ELSE THE SYSTEM DATE),
      *    PROCESSING WINDOW IN CALENDAR DAYS (ENT002_WINDOW_DAYS,
      *    DEFAULT 3) AND THE FIXED CARRY-FORWARD, CYCLE REGISTER
      *    AND DAY INTAKE PATHS (ENT002_CARRY, ENT002_CYCLES,
      *    ENT002_DAY).
       Q520-OBTEM-DATAS.
           ACCEPT WS-PROCESS-DATE FROM ENVIRONMENT 'PROCESS_DATE'.
           IF WS-PROCESS-DATE = SPACES
           STRING WS-CARRY-PATH DELIMITED BY SPACE
                  '.NEW' DELIMITED BY SIZE
               INTO WS-CARRY-NEW-PATH.
      *
           ACCEPT WS-CYCLE-PATH FROM ENVIRONMENT 'ENT002_CYCLES'.
           IF WS-CYCLE-PATH = SPACES
              MOVE '/home/kikos/ficheiros/ENT002.CIC' TO WS-CYCLE-PATH.
      *
           ACCEPT WS-DAY-PATH FROM ENVIRONMENT 'ENT002_DAY'.
           IF WS-DAY-PATH = SPACES
              MOVE '/home/kikos/ficheiros/ENT002.DIA' TO WS-DAY-PATH.
      *
       Q520-OBTEM-DATAS-FIM.
           EXIT.
      *
      *    READ THE PREVIOUS RUN'S CARRY-FORWARD FILE INTO THE
      *    TABLE. A MISSING FILE SIMPLY MEANS NOTHING WAS CARRIED.
      *    EACH CARD GOES THROUGH THE VAULT AS IT IS READ: A TOKEN
      *    COMES BACK AS IT IS, A PAN CARRIED BEFORE THE CARD WAS
      *    TOKENIZED GETS ITS TOKEN.
       Q770-LE-TRANSPORTE.
           MOVE ZEROS TO WS-CARRY-COUNT.
           OPEN INPUT CARRY-FILE.
                    ADD 1 TO WS-CARRY-COUNT
                    MOVE CARRY-RECORD
                       TO WS-CARRY-REC (WS-CARRY-COUNT)
                    MOVE WS-CARRY-REC (WS-CARRY-COUNT) (19:16)
                       TO WS-TKN-PAN
                    PERFORM Q070-TOKENIZA-CARTAO
                       THRU Q070-TOKENIZA-CARTAO-FIM
                    MOVE WS-TKN-TOKEN
                       TO WS-CARRY-REC (WS-CARRY-COUNT) (19:16)
                 ELSE
                    DISPLAY 'AVISO - TABELA DE TRANSPORTE CHEIA, '
                       'REGISTO IGNORADO' UPON SYSOUT.
      *    RECEIVING OFFICE BALANCES IN EUR WHATEVER THE ACQUIRING
      *    CURRENCY WAS.
           IF WS-REGION-SLOT >= 1 AND WS-REGION-SLOT <= 3
              MOVE 'S' TO WS-DAY-SETTLED
              ADD 1 TO WS-REGION-ENTRY-COUNT (WS-REGION-SLOT)
              ADD WS-EUR-AMOUNT
                 TO WS-REGION-ENTRY-AMOUNT (WS-REGION-SLOT).
       Q760-GRAVA-SEQUENCIA-FIM.
           EXIT.
      *
      *    READ THE CYCLE REGISTER FOR THE PROCESSING DATE. THE
      *    RUN'S CYCLE (ENT002_CYCLE, SEE RUNCTL.CPY) MUST BE ONE
      *    PAST THE DATE'S LAST CYCLE AT FIM NORMAL - 1 WHEN NONE
      *    HAS RUN - AND ITS ENT002 MUST NOT BE AN EXTRACT AN
      *    EARLIER CYCLE ALREADY SETTLED: THE CYCLE'S .REJ, .LST,
      *    REGIONAL AND OTHER OUTPUT FILES ARE NAMED AFTER IT AND
      *    WOULD OVERWRITE THAT CYCLE'S. EITHER FAULT CANCELS AT
      *    OPEN TIME LIKE A SEQUENCE BREAK. A MISSING REGISTER
      *    MEANS NO CYCLE HAS RUN YET.
       Q755-VERIFICA-CICLO.
           MOVE ZEROS TO WS-LAST-CYCLE.
           MOVE ZEROS TO WS-CYCLE-REUSED.
           OPEN INPUT CYCLE-FILE.
           IF WS-FS-CYCLE EQUAL ZEROS
              MOVE 'N' TO WS-EOF-CYCLE
              PERFORM Q756-LE-CICLO
                 THRU Q756-LE-CICLO-FIM
                   UNTIL WS-EOF-CYCLE = 'S'
              CLOSE CYCLE-FILE.
      *
           COMPUTE WS-EXPECTED-CYCLE = WS-LAST-CYCLE + 1.
           IF WS-RC-CYCLE NOT EQUAL WS-EXPECTED-CYCLE
              MOVE 'Y' TO WS-CONTROL-BREAK
              MOVE 'Y' TO WS-CANCELA-ARRANQUE
              MOVE 'S' TO WS-END-OF-FILE
              DISPLAY 'CANCELADO - CICLO ' WS-RC-CYCLE
                 ' FORA DE ORDEM PARA ' WS-PROCESS-DATE
                 ', ESPERADO ' WS-EXPECTED-CYCLE UPON SYSOUT
              ADD WS-DUMP TO WS-DUMP
              GO TO Q755-VERIFICA-CICLO-FIM.
           IF WS-CYCLE-REUSED NOT EQUAL ZEROS
              MOVE 'Y' TO WS-CONTROL-BREAK
              MOVE 'Y' TO WS-CANCELA-ARRANQUE
              MOVE 'S' TO WS-END-OF-FILE
              DISPLAY 'CANCELADO - ENT002 JA PROCESSADO NO CICLO '
                 WS-CYCLE-REUSED ' DO DIA' UPON SYSOUT
              ADD WS-DUMP TO WS-DUMP
              GO TO Q755-VERIFICA-CICLO-FIM.
           DISPLAY 'CICLO ' WS-RC-CYCLE ' DE ' WS-PROCESS-DATE
              UPON SYSOUT.
      *
       Q755-VERIFICA-CICLO-FIM.
           EXIT.
      *
       Q756-LE-CICLO.
           READ CYCLE-FILE
              AT END
                 MOVE 'S' TO WS-EOF-CYCLE
                 GO TO Q756-LE-CICLO-FIM.
           IF CIC-PROCESS-DATE NOT = WS-PROCESS-DATE
              GO TO Q756-LE-CICLO-FIM.
           IF CIC-CYCLE > WS-LAST-CYCLE
              MOVE CIC-CYCLE TO WS-LAST-CYCLE.
           IF CIC-SIBS-PATH = WS-SIBS-PATH
              MOVE CIC-CYCLE TO WS-CYCLE-REUSED.
      *
       Q756-LE-CICLO-FIM.
           EXIT.
      *
      *    AT FIM NORMAL THE SIDE FILE OF TODAY'S OUT-OF-WINDOW
      *    RECORDS BECOMES THE CARRY-FORWARD FILE THE NEXT RUN
      *    PICKS UP.
       Q795-COPIA-TRANSPORTADO-FIM.
           EXIT.
      *
      *    AT FIM NORMAL THE CYCLE'S .DIN SIDE FILE IS ADDED TO
      *    THE DAY'S INTAKE FILE FOR THE NEXT CYCLE'S DUPLICATE
      *    SORT. WHEN NO EARLIER CYCLE OF THE DATE WAS FOUND
      *    THERE (Q609) THIS IS THE DAY'S FIRST CYCLE AND THE
      *    FILE IS STARTED AFRESH, DROPPING THE PREVIOUS DAY'S.
       Q800-ACUMULA-DIA.
           IF WS-DAY-TODAY-COUNT = ZEROS
              OPEN OUTPUT DAY-FILE
           ELSE
              OPEN EXTEND DAY-FILE
              IF WS-FS-DAY NOT EQUAL ZEROS
                 OPEN OUTPUT DAY-FILE.
           IF WS-FS-DAY NOT EQUAL ZEROS
              DISPLAY 'ERROR OPENING DAY-FILE ' WS-FS-DAY
                 UPON SYSOUT
              MOVE 'Y' TO WS-FALHA-REGISTO
              GO TO Q800-ACUMULA-DIA-FIM.
           OPEN INPUT DAY-NEW-FILE.
           MOVE 'N' TO WS-EOF-DAY.
           PERFORM Q805-COPIA-ENTRADA-DIA
              THRU Q805-COPIA-ENTRADA-DIA-FIM
                UNTIL WS-EOF-DAY = 'S'.
           CLOSE DAY-NEW-FILE.
           CLOSE DAY-FILE.
           IF WS-FS-DAY NOT EQUAL ZEROS
              DISPLAY 'ERROR CLOSING DAY-FILE ' WS-FS-DAY
                 UPON SYSOUT
              MOVE 'Y' TO WS-FALHA-REGISTO.
      *
       Q800-ACUMULA-DIA-FIM.
           EXIT.
      *
       Q805-COPIA-ENTRADA-DIA.
           READ DAY-NEW-FILE
              AT END
                 MOVE 'S' TO WS-EOF-DAY
              NOT AT END
                 WRITE DAY-RECORD FROM DAY-NEW-RECORD
                 IF WS-FS-DAY NOT EQUAL ZEROS
                    DISPLAY 'ERROR WRITING DAY-FILE ' WS-FS-DAY
                       UPON SYSOUT
                    MOVE 'Y' TO WS-FALHA-REGISTO
                    MOVE 'S' TO WS-EOF-DAY.
      *
       Q805-COPIA-ENTRADA-DIA-FIM.
           EXIT.
      *
      *    AT FIM NORMAL THE CYCLE IS ADDED TO THE CYCLE REGISTER
      *    - NOT WHEN ITS RECORDS DID NOT REACH THE DAY'S INTAKE.
       Q810-REGISTA-CICLO.
           IF WS-FALHA-REGISTO = 'Y'
              GO TO Q810-REGISTA-CICLO-FIM.
           OPEN EXTEND CYCLE-FILE.
           IF WS-FS-CYCLE NOT EQUAL ZEROS
              OPEN OUTPUT CYCLE-FILE.
           IF WS-FS-CYCLE NOT EQUAL ZEROS
              DISPLAY 'ERROR OPENING CYCLE-FILE ' WS-FS-CYCLE
                 UPON SYSOUT
              MOVE 'Y' TO WS-FALHA-REGISTO
              GO TO Q810-REGISTA-CICLO-FIM.
           MOVE WS-PROCESS-DATE TO CIC-PROCESS-DATE.
           MOVE WS-RC-CYCLE TO CIC-CYCLE.
           MOVE WS-HEADER-SEQ TO CIC-SEQUENCE.
           MOVE WS-SIBS-PATH TO CIC-SIBS-PATH.
           WRITE CYCLE-RECORD.
           IF WS-FS-CYCLE NOT EQUAL ZEROS
              DISPLAY 'ERROR WRITING CYCLE-FILE ' WS-FS-CYCLE
                 UPON SYSOUT
              MOVE 'Y' TO WS-FALHA-REGISTO.
           CLOSE CYCLE-FILE.
           IF WS-FS-CYCLE NOT EQUAL ZEROS
              DISPLAY 'ERROR CLOSING CYCLE-FILE ' WS-FS-CYCLE
                 UPON SYSOUT
              MOVE 'Y' TO WS-FALHA-REGISTO.
      *
       Q810-REGISTA-CICLO-FIM.
           EXIT.
      *
      *    STATUS IS PART OF THE SORT KEY AND OF THE DUPLICATE
      *    COMPARISON SO A REVERSED RECORD IS NEVER FLAGGED AS A
      *    DUPLICATE OF ITS APPROVED ORIGINAL - THE PAIR IS
      *    MATCHED AND NETTED DOWNSTREAM BY FBBAT04. THE SORT IS
      *    FED BY Q605 SO THAT THE PREVIOUS RUN'S CARRIED-FORWARD
      *    RECORDS ARE COVERED TOO - A DUPLICATED CARRY MUST NOT
      *    SETTLE TWICE JUST BECAUSE IT ARRIVED A DAY APART. THE
      *    DAY'S EARLIER CYCLES ARE FED IN TOO (ORIGIN 'A'), AND
      *    SORT AHEAD OF THIS CYCLE'S RECORDS (ORIGIN 'C'), SO A
      *    RECORD ALREADY TAKEN IN BY AN EARLIER CYCLE FLAGS ITS
      *    REPEAT HERE - BUT ONLY THIS CYCLE'S RECORDS ARE EVER
      *    FLAGGED.
       Q600-DETECTA-DUPLICADOS.
           SORT SORT-WORK-FILE
              ON ASCENDING KEY SORT-CARD-NUMBER
                               SORT-TRANSACTION-DATE
                               SORT-TRANSACTION-AMOUNT
                               SORT-TRANSACTION-STATUS
                               SORT-ORIGIN
              INPUT PROCEDURE IS Q605-ALIMENTA-ORDENACAO
              OUTPUT PROCEDURE IS Q610-PERCORRE-ORDENADO.
      *
           PERFORM Q608-LIBERTA-TRANSPORTADO
              THRU Q608-LIBERTA-TRANSPORTADO-FIM
                UNTIL WS-CARRY-IX > WS-CARRY-COUNT.
      *
           MOVE ZEROS TO WS-DAY-EARLIER-COUNT.
           MOVE ZEROS TO WS-DAY-TODAY-COUNT.
           OPEN INPUT DAY-FILE.
           IF WS-FS-DAY EQUAL ZEROS
              MOVE 'N' TO WS-EOF-DAY
              PERFORM Q609-LIBERTA-DIA
                 THRU Q609-LIBERTA-DIA-FIM
                   UNTIL WS-EOF-DAY = 'S'
              CLOSE DAY-FILE.
           IF WS-DAY-EARLIER-COUNT > ZEROS
              DISPLAY 'REGISTOS DOS CICLOS ANTERIORES DO DIA: '
                 WS-DAY-EARLIER-COUNT UPON SYSOUT.
      *
       Q605-ALIMENTA-ORDENACAO-FIM.
           EXIT.
              NOT AT END
                 IF HDR-RECORD-TYPE NOT = 'HDR'
                    AND TRL-RECORD-TYPE NOT = 'TRL'
                       MOVE CARD-NUMBER TO WS-TKN-PAN
                       PERFORM Q070-TOKENIZA-CARTAO
                          THRU Q070-TOKENIZA-CARTAO-FIM
                       MOVE WS-TKN-TOKEN TO CARD-NUMBER
                       MOVE SIBS-RECORD TO SORT-RECORD
                       MOVE 'C' TO SORT-ORIGIN
                       RELEASE SORT-RECORD.
      *
       Q607-LIBERTA-ENT002-FIM.
           EXIT.
      *
       Q608-LIBERTA-TRANSPORTADO.
           MOVE WS-CARRY-REC (WS-CARRY-IX) TO SORT-RECORD.
           MOVE 'C' TO SORT-ORIGIN.
           RELEASE SORT-RECORD.
           ADD 1 TO WS-CARRY-IX.
      *
       Q608-LIBERTA-TRANSPORTADO-FIM.
           EXIT.
      *
      *    ONLY THE PROCESSING DATE'S EARLIER CYCLES COUNT - A
      *    LINE LEFT BY THIS SAME CYCLE IS NEVER ITS OWN
      *    DUPLICATE.
       Q609-LIBERTA-DIA.
           READ DAY-FILE
              AT END
                 MOVE 'S' TO WS-EOF-DAY
                 GO TO Q609-LIBERTA-DIA-FIM.
           IF DIA-PROCESS-DATE NOT = WS-PROCESS-DATE
              GO TO Q609-LIBERTA-DIA-FIM.
           ADD 1 TO WS-DAY-TODAY-COUNT.
           IF DIA-CYCLE NOT LESS WS-RC-CYCLE
              GO TO Q609-LIBERTA-DIA-FIM.
           ADD 1 TO WS-DAY-EARLIER-COUNT.
           MOVE DIA-SIBS-RECORD TO SORT-RECORD.
           MOVE 'A' TO SORT-ORIGIN.
           RELEASE SORT-RECORD.
      *
       Q609-LIBERTA-DIA-FIM.
           EXIT.
      *
       Q610-PERCORRE-ORDENADO.
           MOVE SPACES TO WS-PREV-CARD WS-PREV-DATE WS-PREV-STATUS.
              AND SORT-TRANSACTION-DATE = WS-PREV-DATE
              AND SORT-TRANSACTION-AMOUNT = WS-PREV-AMOUNT
              AND SORT-TRANSACTION-STATUS = WS-PREV-STATUS
              AND SORT-ORIGIN = 'C'
                 PERFORM Q630-ADICIONA-DUPLICADO
                    THRU Q630-ADICIONA-DUPLICADO-FIM.
      *
      *
       Q640-VERIFICA-DUPLICADO-FIM.
           EXIT.
      *
      *    EVERY IN-WINDOW RECORD THIS CYCLE TAKES IN - SETTLED,
      *    PENDING OR REJECTED ALIKE - GOES TO THE CYCLE'S .DIN
      *    SIDE FILE FOR THE DAY'S INTAKE (SEE Q800), MARKED WITH
      *    WHETHER IT SETTLED (WS-DAY-SETTLED, SET BY Q350).
       Q650-GRAVA-ENTRADA-DIA.
           MOVE WS-PROCESS-DATE TO WS-DAY-DATE.
           MOVE WS-RC-CYCLE TO WS-DAY-CYCLE.
           MOVE SIBS-RECORD TO WS-DAY-SIBS.
           WRITE DAY-NEW-RECORD FROM WS-DAY-ENTRY.
      *
       Q650-GRAVA-ENTRADA-DIA-FIM.
           EXIT.
      *
       Q700-LE-CHECKPOINT.
           MOVE 'N' TO WS-RESTARTING.

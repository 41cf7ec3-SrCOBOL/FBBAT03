      **********************************************************
      * PROGRAM: FBBAT23.CBL                                    *
      * DESCRIPTION: FRAUD CASE RUN. BRINGS THE DAY'S THREE     *
      *              SIGNS OF FRAUD TOGETHER ON ONE INDEXED     *
      *              CASE MASTER, ONE CASE PER CARD:            *
      *                STOP-LIST HITS - THE ENT002.REJ RECORDS  *
      *                  PROCESS-SIBS REJECTED AS 'CARD ON STOP *
      *                  LIST' (THE SAME HITS Q320 PRINTS);     *
      *                VELOCITY FLAGS - EVERY CONTRIBUTING      *
      *                  TRANSACTION FBBAT06 WROTE TO           *
      *                  ENT002.VEL;                            *
      *                CHARGEBACKS - THE DAY'S NEW UNMATCHED    *
      *                  ITEMS ON THE FBBAT14 OPEN-CHARGEBACKS  *
      *                  MASTER (THE .CBX EXCEPTIONS).          *
      *              A CARD WITH NO CASE OPENS ONE; A CARD WITH *
      *              A CASE HAS IT UPDATED, AND A CLEARED CASE  *
      *              WITH NEW ACTIVITY IS REOPENED. EVERY       *
      *              CONTRIBUTING TRANSACTION IS KEPT ON THE    *
      *              CASE-TRANSACTION FILE, KEYED BY CARD,      *
      *              SOURCE AND REFERENCE, SO A RERUN NEVER     *
      *              COUNTS ONE TWICE. THE ANALYST'S STATUS AND *
      *              DISPOSITION ARE SET BY FBBAT24. ENDS WITH  *
      *              THE OPEN-CASES REPORT (ENT002.FCR), AGED   *
      *              BY DAYS OPEN. THE CARD IS MASKED ON THE    *
      *              REPORT AS EVERYWHERE ELSE.                 *
      * DEVELOPER: FRANCISCO BORGES                             *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBBAT23.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REJECT-FILE ASSIGN TO DYNAMIC WS-REJECT-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-REJECT.

           SELECT VELOCITY-FILE ASSIGN TO DYNAMIC WS-VEL-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-VEL.

           SELECT OPEN-CHB-FILE ASSIGN TO DYNAMIC WS-OPEN-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-OPEN.

           SELECT CASE-FILE ASSIGN TO DYNAMIC WS-CASE-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FCS-CARD-NUMBER
              FILE STATUS IS WS-FS-CASE.

           SELECT CASE-TXN-FILE ASSIGN TO DYNAMIC WS-CASE-TXN-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS FCT-KEY
              FILE STATUS IS WS-FS-CASE-TXN.

           SELECT CASE-REPORT ASSIGN TO DYNAMIC WS-CASE-REPORT-PATH
              ORGANIZATION IS LINE SEQUENTIAL.

      *    SHARED RUN-CONTROL STEP LEDGER - SEE RUNCTL.CPY.
           SELECT RUNCTL-FILE ASSIGN TO DYNAMIC WS-RUNCTL-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-RUNCTL.

       DATA DIVISION.
       FILE SECTION.
      * PROCESS-SIBS REJECT RECORD (ENT002.REJ).
       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05 REJ-TRANSACTION-ID    PIC X(6).
           05 REJ-TRANSACTION-DATE  PIC X(8).
           05 REJ-TRANSACTION-TIME  PIC X(4).
           05 REJ-CARD-NUMBER       PIC X(16).
           05 REJ-TRANSACTION-AMOUNT PIC S9(7)V99.
           05 REJ-TRANSACTION-CODE  PIC X(4).
           05 REJ-REGION-CODE       PIC X(1).
           05 REJ-TRANSACTION-STATUS PIC X(10).
           05 REJ-REASON            PIC X(22).
           05 REJ-CURRENCY-CODE     PIC X(3).
           05 REJ-ORIGINAL-AMOUNT   PIC 9(7)V99.

      * FBBAT06 FLAGGED ACTIVITY (ENT002.VEL).
       FD  VELOCITY-FILE.
       01  VELOCITY-RECORD.
           05 VEL-CARD-NUMBER       PIC X(16).
           05 VEL-TRANSACTION-ID    PIC X(6).
           05 VEL-TRANSACTION-DATE  PIC X(8).
           05 VEL-TRANSACTION-TIME  PIC X(4).
           05 VEL-AMOUNT            PIC S9(7)V99.
           05 VEL-TRANSACTION-CODE  PIC X(4).
           05 VEL-FLAG-REASONS      PIC X(20).

      * FBBAT14 OPEN-CHARGEBACKS MASTER.
       FD  OPEN-CHB-FILE.
       01  OPEN-CHB-RECORD.
           05 OCB-REFERENCE         PIC X(6).
           05 OCB-TRANSACTION-ID    PIC X(6).
           05 OCB-TRANSACTION-DATE  PIC X(8).
           05 OCB-CARD-NUMBER       PIC X(16).
           05 OCB-AMOUNT            PIC 9(7)V99.
           05 OCB-REASON            PIC X(22).
           05 OCB-ENTRY-DATE        PIC X(8).
           05 OCB-MATCHED           PIC X(1).
           05 OCB-MATCHED-ID        PIC X(6).
           05 OCB-MATCHED-CODE      PIC X(4).

      * FRAUD CASE MASTER, ONE RECORD PER CARD. FCS-STATUS:
      * 'O' OPEN, 'R' UNDER REVIEW, 'C' CONFIRMED, 'L' CLEARED.
      * THE CASE NUMBER IS WHAT THE FRAUD DESK QUOTES - THE CARD
      * IS NEVER SHOWN IN FULL. FCS-OPEN-DATE IS THE DAY THE CASE
      * WAS OPENED (OR LAST REOPENED) AND DRIVES THE AGING;
      * FCS-SUPPRESS-UNTIL IS SET WHEN A CASE IS CLEARED, AND
      * FBBAT06 DOES NOT FLAG THE CARD UP TO AND INCLUDING IT.
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

      * CONTRIBUTING TRANSACTIONS. FCT-SOURCE: 'S' STOP-LIST HIT,
      * 'V' VELOCITY FLAG, 'B' CHARGEBACK (FCT-REFERENCE IS THE
      * CHARGEBACK'S OWN REFERENCE, THE ORIGINAL'S ID WHERE SIBS
      * GAVE ONE IS IN FCT-ORIGINAL-ID).
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

       FD  CASE-REPORT.
       01  CASE-REPORT-LINE         PIC X(80).

       FD  RUNCTL-FILE.
       01  RUNCTL-RECORD.
           05 RCT-DATE              PIC X(8).
           05 RCT-PROGRAM           PIC X(12).
           05 RCT-EVENT             PIC X(6).
           05 RCT-TIME              PIC X(6).
           05 RCT-CYCLE             PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-SIBS-PATH             PIC X(100).
       01  WS-REJECT-PATH           PIC X(104).
       01  WS-VEL-PATH              PIC X(104).
       01  WS-OPEN-PATH             PIC X(104).
       01  WS-CASE-PATH             PIC X(104).
       01  WS-CASE-TXN-PATH         PIC X(104).
       01  WS-CASE-REPORT-PATH      PIC X(104).
       01  WS-FS-REJECT             PIC 9(2) VALUE ZERO.
       01  WS-FS-VEL                PIC 9(2) VALUE ZERO.
       01  WS-FS-OPEN               PIC 9(2) VALUE ZERO.
       01  WS-FS-CASE               PIC 9(2) VALUE ZERO.
       01  WS-FS-CASE-TXN           PIC 9(2) VALUE ZERO.
       01  WS-EOF-FILE              PIC X(1) VALUE 'N'.
       01  WS-PROCESS-DATE          PIC X(8) VALUE SPACES.
       01  WS-REPORT-LINE           PIC X(80).
       01  WS-CARD-MASKED           PIC X(16).
       01  WS-RUN-FAILED            PIC X(1) VALUE 'N'.

      * ONE CONTRIBUTING TRANSACTION, WHICHEVER SOURCE IT CAME
      * FROM, AS HANDED TO C100-REGISTA-EVENTO.
       01  WS-EVT-CARD              PIC X(16).
       01  WS-EVT-SOURCE            PIC X(1).
       01  WS-EVT-REFERENCE         PIC X(6).
       01  WS-EVT-DATE              PIC X(8).
       01  WS-EVT-TIME              PIC X(4).
       01  WS-EVT-AMOUNT            PIC 9(7)V99.
       01  WS-EVT-CODE              PIC X(4).
       01  WS-EVT-ORIGINAL-ID       PIC X(6).
       01  WS-EVT-DETAIL            PIC X(22).
       01  WS-CASE-NEW              PIC X(1) VALUE 'N'.

       01  WS-LAST-CASE-NUMBER      PIC 9(7) VALUE ZERO.
       01  WS-STOPLIST-READ         PIC 9(7) VALUE ZERO.
       01  WS-VELOCITY-READ         PIC 9(7) VALUE ZERO.
       01  WS-CHARGEBACK-READ       PIC 9(7) VALUE ZERO.
       01  WS-ADDED-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-REPEAT-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-OPENED-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-REOPENED-COUNT        PIC 9(5) VALUE ZERO.

      * OPEN-CASES REPORT: COUNTS BY STATUS AND, FOR THE CASES
      * STILL WITH THE DESK (OPEN OR UNDER REVIEW), BY AGE.
       01  WS-STATUS-DESC           PIC X(12).
       01  WS-OPEN-CASES            PIC 9(5) VALUE ZERO.
       01  WS-REVIEW-CASES          PIC 9(5) VALUE ZERO.
       01  WS-CONFIRMED-CASES       PIC 9(5) VALUE ZERO.
       01  WS-CLEARED-CASES         PIC 9(5) VALUE ZERO.
       01  WS-AGE-DAYS              PIC 9(5) VALUE ZERO.
       01  WS-AGE-BUCKETS.
           05 WS-AGE-BUCKET OCCURS 4 TIMES
                                     PIC 9(5) VALUE ZERO.
       01  WS-AGE-BUCKET-IX         PIC 9(1) VALUE ZERO.

       01  WS-CASE-LINE.
           05 FILLER                PIC X(6) VALUE 'CASE: '.
           05 WS-CL-CASE-NUMBER     PIC 9(7).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-CL-CARD            PIC X(16).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-CL-STATUS          PIC X(12).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-CL-OPEN-DATE       PIC X(8).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-CL-DAYS            PIC ZZZZ9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-CL-STOPLIST        PIC ZZZ9.
           05 FILLER                PIC X(1) VALUE '/'.
           05 WS-CL-VELOCITY        PIC ZZZ9.
           05 FILLER                PIC X(1) VALUE '/'.
           05 WS-CL-CHARGEBACK      PIC ZZZ9.

           COPY RUNCTL.

      * AGING ARITHMETIC - SAME DAY-SERIAL RULES AS FBBAT14
      * (GREGORIAN 1901-2099).
       01  WS-DATE-WORK.
           05 WS-DW-YYYY            PIC 9(4).
           05 WS-DW-MM              PIC 9(2).
           05 WS-DW-DD              PIC 9(2).
       01  WS-DATE-SERIAL           PIC 9(7) VALUE ZERO.
       01  WS-SER-T1                PIC 9(7) VALUE ZERO.
       01  WS-SER-T2                PIC 9(7) VALUE ZERO.
       01  WS-PROC-SERIAL           PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.

       A000-PRINCIPAL.

           PERFORM A100-INICIO
              THRU A100-INICIO-FIM.

           PERFORM B100-ABRE-MASTERS
              THRU B100-ABRE-MASTERS-FIM.

           IF WS-RUN-FAILED = 'N'
              PERFORM B200-LE-ACERTOS-STOPLIST
                 THRU B200-LE-ACERTOS-STOPLIST-FIM.

           IF WS-RUN-FAILED = 'N'
              PERFORM B300-LE-VELOCIDADE
                 THRU B300-LE-VELOCIDADE-FIM.

           IF WS-RUN-FAILED = 'N'
              PERFORM B400-LE-CHARGEBACKS
                 THRU B400-LE-CHARGEBACKS-FIM.

           IF WS-RUN-FAILED = 'N'
              PERFORM D100-RELATORIO-CASOS
                 THRU D100-RELATORIO-CASOS-FIM.

           PERFORM A900-FIM
              THRU A900-FIM-FIM.

           STOP RUN.

       A100-INICIO.

           ACCEPT WS-PROCESS-DATE FROM ENVIRONMENT 'PROCESS_DATE'.
           IF WS-PROCESS-DATE = SPACES
              ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD.

      *    RUN CONTROL: THE DAY'S REJECTS (PROCESS-SIBS), VELOCITY
      *    FLAGS (FBBAT06) AND NEW CHARGEBACKS (FBBAT14) MUST ALL
      *    BE IN PLACE.
           PERFORM A150-VERIFICA-RUN-CONTROL
              THRU A150-VERIFICA-RUN-CONTROL-FIM.

           MOVE WS-PROCESS-DATE TO WS-DATE-WORK.
           PERFORM A750-CALCULA-SERIAL
              THRU A750-CALCULA-SERIAL-FIM.
           MOVE WS-DATE-SERIAL TO WS-PROC-SERIAL.

           ACCEPT WS-SIBS-PATH FROM ENVIRONMENT 'ENT002'.
           IF WS-SIBS-PATH = SPACES
              MOVE '/home/kikos/ficheiros/ENT002' TO WS-SIBS-PATH.
           STRING WS-SIBS-PATH DELIMITED BY SPACE
                  '.REJ' DELIMITED BY SIZE INTO WS-REJECT-PATH.
           STRING WS-SIBS-PATH DELIMITED BY SPACE
                  '.VEL' DELIMITED BY SIZE INTO WS-VEL-PATH.
           STRING WS-SIBS-PATH DELIMITED BY SPACE
                  '.FCR' DELIMITED BY SIZE INTO WS-CASE-REPORT-PATH.

           ACCEPT WS-OPEN-PATH FROM ENVIRONMENT 'ENT002_CHBOPEN'.
           IF WS-OPEN-PATH = SPACES
              MOVE '/home/kikos/ficheiros/CHBOPEN' TO WS-OPEN-PATH.

           ACCEPT WS-CASE-PATH FROM ENVIRONMENT 'ENT002_FRAUD'.
           IF WS-CASE-PATH = SPACES
              MOVE '/home/kikos/ficheiros/FRAUDE' TO WS-CASE-PATH.
           STRING WS-CASE-PATH DELIMITED BY SPACE
                  '.TRN' DELIMITED BY SIZE INTO WS-CASE-TXN-PATH.

       A100-INICIO-FIM.
           EXIT.

      *----------------------------------------------------------*
      * A150 - RUN-CONTROL CHECK AND START EVENT (RUNCTL.CPY).   *
      *        A REFUSED RUN ENDS HERE WITH RETURN-CODE 8.       *
      *----------------------------------------------------------*
       A150-VERIFICA-RUN-CONTROL.

           MOVE 'FBBAT23' TO WS-RC-PROGRAM.
           MOVE WS-PROCESS-DATE TO WS-RC-DATE.
           MOVE 3 TO WS-RC-PRED-COUNT.
           MOVE 'PROCESS-SIBS' TO WS-RC-PRED-NAME (1).
           MOVE 'FBBAT06' TO WS-RC-PRED-NAME (2).
           MOVE 'FBBAT14' TO WS-RC-PRED-NAME (3).
      *    THE CHARGEBACK FEED IS TAKEN ON ONCE A DAY, SO FBBAT14
      *    IN ANY CYCLE OF THE DATE SATISFIES EVERY CYCLE.
           MOVE 'Y' TO WS-RC-PRED-DAY (3).
           PERFORM RC-VERIFICA-ANTECESSORES
              THRU RC-VERIFICA-ANTECESSORES-FIM.
           IF WS-RC-BLOCKED = 'Y'
              DISPLAY 'FBBAT23 - RUN CONTROL REFUSED THE RUN'
              MOVE 8 TO RETURN-CODE
              STOP RUN.
           PERFORM RC-GRAVA-INICIO
              THRU RC-GRAVA-INICIO-FIM.

       A150-VERIFICA-RUN-CONTROL-FIM.
           EXIT.

           COPY RUNCTL-READ.

       A750-CALCULA-SERIAL.

           COMPUTE WS-SER-T1 = (WS-DW-MM + 9) / 12.
           COMPUTE WS-SER-T1 = 7 * (WS-DW-YYYY + WS-SER-T1) / 4.
           COMPUTE WS-SER-T2 = (275 * WS-DW-MM) / 9.
           COMPUTE WS-DATE-SERIAL = 367 * WS-DW-YYYY - WS-SER-T1
              + WS-SER-T2 + WS-DW-DD.

       A750-CALCULA-SERIAL-FIM.
           EXIT.

       A900-FIM.

           CLOSE CASE-FILE.
           CLOSE CASE-TXN-FILE.

      *    A HELD RUN LEAVES NO 'NORMAL' EVENT AND CAN BE REPEATED:
      *    A TRANSACTION ALREADY ON A CASE IS RECOGNISED BY ITS KEY
      *    AND NOT COUNTED AGAIN.
           IF WS-RUN-FAILED = 'Y'
              DISPLAY 'FBBAT23 - RUN HELD, SEE MESSAGES ABOVE'
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM RC-GRAVA-FIM-NORMAL
                 THRU RC-GRAVA-FIM-NORMAL-FIM
              DISPLAY 'FBBAT23 FIM NORMAL - TRANSACOES: '
                 WS-ADDED-COUNT
                 '  CASOS NOVOS: ' WS-OPENED-COUNT
                 '  REABERTOS: ' WS-REOPENED-COUNT
                 '  EM ABERTO: ' WS-OPEN-CASES
                 '  EM ANALISE: ' WS-REVIEW-CASES.

       A900-FIM-FIM.
           EXIT.

      *----------------------------------------------------------*
      * B100 - OPEN BOTH MASTERS FOR UPDATE (THE FIRST RUN       *
      *        CREATES THEM) AND FIND THE LAST CASE NUMBER       *
      *        ISSUED.                                           *
      *----------------------------------------------------------*
       B100-ABRE-MASTERS.

           OPEN I-O CASE-FILE.
           IF WS-FS-CASE NOT = ZERO
              OPEN OUTPUT CASE-FILE
              CLOSE CASE-FILE
              OPEN I-O CASE-FILE.
           IF WS-FS-CASE NOT = ZERO
              DISPLAY 'FBBAT23 - CANNOT OPEN FRAUD CASE MASTER '
                 WS-FS-CASE
              MOVE 'Y' TO WS-RUN-FAILED
              GO TO B100-ABRE-MASTERS-FIM.

           OPEN I-O CASE-TXN-FILE.
           IF WS-FS-CASE-TXN NOT = ZERO
              OPEN OUTPUT CASE-TXN-FILE
              CLOSE CASE-TXN-FILE
              OPEN I-O CASE-TXN-FILE.
           IF WS-FS-CASE-TXN NOT = ZERO
              DISPLAY 'FBBAT23 - CANNOT OPEN CASE TRANSACTION FILE '
                 WS-FS-CASE-TXN
              MOVE 'Y' TO WS-RUN-FAILED
              GO TO B100-ABRE-MASTERS-FIM.

           MOVE LOW-VALUES TO FCS-CARD-NUMBER.
           START CASE-FILE KEY NOT LESS FCS-CARD-NUMBER
              INVALID KEY
                 GO TO B100-ABRE-MASTERS-FIM.
           MOVE 'N' TO WS-EOF-FILE.
           PERFORM B110-LE-CASO
              THRU B110-LE-CASO-FIM
                UNTIL WS-EOF-FILE = 'S'.

       B100-ABRE-MASTERS-FIM.
           EXIT.

       B110-LE-CASO.
           READ CASE-FILE NEXT RECORD
              AT END
                 MOVE 'S' TO WS-EOF-FILE
                 GO TO B110-LE-CASO-FIM.
           IF FCS-CASE-NUMBER > WS-LAST-CASE-NUMBER
              MOVE FCS-CASE-NUMBER TO WS-LAST-CASE-NUMBER.

       B110-LE-CASO-FIM.
           EXIT.

      *----------------------------------------------------------*
      * B200 - STOP-LIST HITS: THE DAY'S REJECTS CARRYING THE    *
      *        STOP-LIST REASON. PROCESS-SIBS ENDED CLEAN, SO A  *
      *        MISSING REJECT FILE HOLDS THE RUN.                *
      *----------------------------------------------------------*
       B200-LE-ACERTOS-STOPLIST.

           OPEN INPUT REJECT-FILE.
           IF WS-FS-REJECT NOT = ZERO
              DISPLAY 'FBBAT23 - MISSING ENT002.REJ FILE'
              MOVE 'Y' TO WS-RUN-FAILED
              GO TO B200-LE-ACERTOS-STOPLIST-FIM.
           MOVE 'N' TO WS-EOF-FILE.
           PERFORM B210-LE-REJEITADO
              THRU B210-LE-REJEITADO-FIM
                UNTIL WS-EOF-FILE = 'S'.
           CLOSE REJECT-FILE.

       B200-LE-ACERTOS-STOPLIST-FIM.
           EXIT.

       B210-LE-REJEITADO.
           READ REJECT-FILE
              AT END
                 MOVE 'S' TO WS-EOF-FILE
                 GO TO B210-LE-REJEITADO-FIM.
           IF REJ-REASON NOT = 'CARD ON STOP LIST'
              GO TO B210-LE-REJEITADO-FIM.
           ADD 1 TO WS-STOPLIST-READ.
           MOVE REJ-CARD-NUMBER TO WS-EVT-CARD.
           MOVE 'S' TO WS-EVT-SOURCE.
           MOVE REJ-TRANSACTION-ID TO WS-EVT-REFERENCE.
           MOVE REJ-TRANSACTION-DATE TO WS-EVT-DATE.
           MOVE REJ-TRANSACTION-TIME TO WS-EVT-TIME.
           MOVE REJ-TRANSACTION-AMOUNT TO WS-EVT-AMOUNT.
           MOVE REJ-TRANSACTION-CODE TO WS-EVT-CODE.
           MOVE SPACES TO WS-EVT-ORIGINAL-ID.
           MOVE REJ-REASON TO WS-EVT-DETAIL.
           PERFORM C100-REGISTA-EVENTO
              THRU C100-REGISTA-EVENTO-FIM.

       B210-LE-REJEITADO-FIM.
           EXIT.

      *----------------------------------------------------------*
      * B300 - VELOCITY FLAGS: EVERY CONTRIBUTING TRANSACTION OF *
      *        EVERY CARD FBBAT06 FLAGGED.                       *
      *----------------------------------------------------------*
       B300-LE-VELOCIDADE.

           OPEN INPUT VELOCITY-FILE.
           IF WS-FS-VEL NOT = ZERO
              DISPLAY 'FBBAT23 - MISSING ENT002.VEL FILE'
              MOVE 'Y' TO WS-RUN-FAILED
              GO TO B300-LE-VELOCIDADE-FIM.
           MOVE 'N' TO WS-EOF-FILE.
           PERFORM B310-LE-ASSINALADO
              THRU B310-LE-ASSINALADO-FIM
                UNTIL WS-EOF-FILE = 'S'.
           CLOSE VELOCITY-FILE.

       B300-LE-VELOCIDADE-FIM.
           EXIT.

       B310-LE-ASSINALADO.
           READ VELOCITY-FILE
              AT END
                 MOVE 'S' TO WS-EOF-FILE
                 GO TO B310-LE-ASSINALADO-FIM.
           ADD 1 TO WS-VELOCITY-READ.
           MOVE VEL-CARD-NUMBER TO WS-EVT-CARD.
           MOVE 'V' TO WS-EVT-SOURCE.
           MOVE VEL-TRANSACTION-ID TO WS-EVT-REFERENCE.
           MOVE VEL-TRANSACTION-DATE TO WS-EVT-DATE.
           MOVE VEL-TRANSACTION-TIME TO WS-EVT-TIME.
           MOVE VEL-AMOUNT TO WS-EVT-AMOUNT.
           MOVE VEL-TRANSACTION-CODE TO WS-EVT-CODE.
           MOVE SPACES TO WS-EVT-ORIGINAL-ID.
           MOVE VEL-FLAG-REASONS TO WS-EVT-DETAIL.
           PERFORM C100-REGISTA-EVENTO
              THRU C100-REGISTA-EVENTO-FIM.

       B310-LE-ASSINALADO-FIM.
           EXIT.

      *----------------------------------------------------------*
      * B400 - CHARGEBACKS: THE ITEMS FBBAT14 ENTERED TODAY WITH *
      *        NO SETTLED ORIGINAL - THE DAY'S .CBX EXCEPTIONS.  *
      *        NO MASTER YET IS A SUITE WITH NO CHARGEBACKS.     *
      *----------------------------------------------------------*
       B400-LE-CHARGEBACKS.

           OPEN INPUT OPEN-CHB-FILE.
           IF WS-FS-OPEN NOT = ZERO
              GO TO B400-LE-CHARGEBACKS-FIM.
           MOVE 'N' TO WS-EOF-FILE.
           PERFORM B410-LE-CHARGEBACK
              THRU B410-LE-CHARGEBACK-FIM
                UNTIL WS-EOF-FILE = 'S'.
           CLOSE OPEN-CHB-FILE.

       B400-LE-CHARGEBACKS-FIM.
           EXIT.

       B410-LE-CHARGEBACK.
           READ OPEN-CHB-FILE
              AT END
                 MOVE 'S' TO WS-EOF-FILE
                 GO TO B410-LE-CHARGEBACK-FIM.
           IF OCB-ENTRY-DATE NOT = WS-PROCESS-DATE
              OR OCB-MATCHED = 'Y'
                 GO TO B410-LE-CHARGEBACK-FIM.
           ADD 1 TO WS-CHARGEBACK-READ.
           MOVE OCB-CARD-NUMBER TO WS-EVT-CARD.
           MOVE 'B' TO WS-EVT-SOURCE.
           MOVE OCB-REFERENCE TO WS-EVT-REFERENCE.
           MOVE OCB-TRANSACTION-DATE TO WS-EVT-DATE.
           MOVE SPACES TO WS-EVT-TIME.
           MOVE OCB-AMOUNT TO WS-EVT-AMOUNT.
           MOVE SPACES TO WS-EVT-CODE.
           MOVE OCB-TRANSACTION-ID TO WS-EVT-ORIGINAL-ID.
           MOVE OCB-REASON TO WS-EVT-DETAIL.
           PERFORM C100-REGISTA-EVENTO
              THRU C100-REGISTA-EVENTO-FIM.

       B410-LE-CHARGEBACK-FIM.
           EXIT.

      *----------------------------------------------------------*
      * C100 - PUT ONE CONTRIBUTING TRANSACTION ON ITS CARD'S    *
      *        CASE: FIND THE CASE (OR OPEN A NEW ONE, OR REOPEN *
      *        A CLEARED ONE), FILE THE TRANSACTION UNDER IT AND *
      *        UPDATE THE CASE'S COUNTS. A TRANSACTION ALREADY   *
      *        ON FILE (A RERUN) CHANGES NOTHING. IF THE CASE    *
      *        CANNOT BE WRITTEN THE TRANSACTION IS TAKEN BACK   *
      *        OFF FILE (C180) SO THE RERUN FILES IT AGAIN.      *
      *----------------------------------------------------------*
       C100-REGISTA-EVENTO.

           IF WS-EVT-CARD = SPACES
              GO TO C100-REGISTA-EVENTO-FIM.

           MOVE 'N' TO WS-CASE-NEW.
           MOVE WS-EVT-CARD TO FCS-CARD-NUMBER.
           READ CASE-FILE
              INVALID KEY
                 MOVE 'Y' TO WS-CASE-NEW.

           IF WS-CASE-NEW = 'Y'
              MOVE SPACES TO CASE-RECORD
              MOVE WS-EVT-CARD TO FCS-CARD-NUMBER
              COMPUTE FCS-CASE-NUMBER = WS-LAST-CASE-NUMBER + 1
              MOVE 'O' TO FCS-STATUS
              MOVE WS-PROCESS-DATE TO FCS-OPEN-DATE
              MOVE WS-PROCESS-DATE TO FCS-STATUS-DATE
              MOVE ZERO TO FCS-STOPLIST-COUNT
              MOVE ZERO TO FCS-VELOCITY-COUNT
              MOVE ZERO TO FCS-CHARGEBACK-COUNT
              MOVE ZERO TO FCS-TOTAL-AMOUNT.

           MOVE SPACES TO CASE-TXN-RECORD.
           MOVE WS-EVT-CARD TO FCT-CARD-NUMBER.
           MOVE WS-EVT-SOURCE TO FCT-SOURCE.
           MOVE WS-EVT-REFERENCE TO FCT-REFERENCE.
           MOVE FCS-CASE-NUMBER TO FCT-CASE-NUMBER.
           MOVE WS-EVT-DATE TO FCT-TRANSACTION-DATE.
           MOVE WS-EVT-TIME TO FCT-TRANSACTION-TIME.
           MOVE WS-EVT-AMOUNT TO FCT-AMOUNT.
           MOVE WS-EVT-CODE TO FCT-TRANSACTION-CODE.
           MOVE WS-EVT-ORIGINAL-ID TO FCT-ORIGINAL-ID.
           MOVE WS-EVT-DETAIL TO FCT-DETAIL.
           MOVE WS-PROCESS-DATE TO FCT-ADDED-DATE.
           WRITE CASE-TXN-RECORD
              INVALID KEY
                 ADD 1 TO WS-REPEAT-COUNT
                 GO TO C100-REGISTA-EVENTO-FIM.
           IF WS-FS-CASE-TXN NOT = ZERO
              DISPLAY 'FBBAT23 - CASE TRANSACTION WRITE FAILED '
                 WS-FS-CASE-TXN
              MOVE 'Y' TO WS-RUN-FAILED
              GO TO C100-REGISTA-EVENTO-FIM.

      *    A CLEARED CASE WITH NEW ACTIVITY GOES BACK TO THE DESK.
      *    THE EARLIER DISPOSITION STAYS ON THE FBBAT24 AUDIT LOG.
           IF WS-CASE-NEW = 'N' AND FCS-STATUS = 'L'
              MOVE 'O' TO FCS-STATUS
              MOVE WS-PROCESS-DATE TO FCS-OPEN-DATE
              MOVE WS-PROCESS-DATE TO FCS-STATUS-DATE
              MOVE SPACES TO FCS-ANALYST
              MOVE SPACES TO FCS-DISPOSITION
              MOVE SPACES TO FCS-SUPPRESS-UNTIL
              ADD 1 TO WS-REOPENED-COUNT.

           IF WS-EVT-SOURCE = 'S'
              ADD 1 TO FCS-STOPLIST-COUNT
           ELSE
              IF WS-EVT-SOURCE = 'V'
                 ADD 1 TO FCS-VELOCITY-COUNT
              ELSE
                 ADD 1 TO FCS-CHARGEBACK-COUNT.
           ADD WS-EVT-AMOUNT TO FCS-TOTAL-AMOUNT.
           MOVE WS-PROCESS-DATE TO FCS-LAST-ACTIVITY-DATE.

           IF WS-CASE-NEW = 'Y'
              WRITE CASE-RECORD
                 INVALID KEY
                    DISPLAY 'FBBAT23 - CASE MASTER WRITE FAILED '
                       WS-FS-CASE
                    GO TO C180-DESFAZ-TRANSACAO
              END-WRITE
           ELSE
              REWRITE CASE-RECORD
                 INVALID KEY
                    DISPLAY 'FBBAT23 - CASE MASTER REWRITE FAILED '
                       WS-FS-CASE
                    GO TO C180-DESFAZ-TRANSACAO.
           IF WS-FS-CASE NOT = ZERO
              DISPLAY 'FBBAT23 - CASE MASTER UPDATE FAILED '
                 WS-FS-CASE
              GO TO C180-DESFAZ-TRANSACAO.

           ADD 1 TO WS-ADDED-COUNT.
           IF WS-CASE-NEW = 'Y'
              MOVE FCS-CASE-NUMBER TO WS-LAST-CASE-NUMBER
              ADD 1 TO WS-OPENED-COUNT.
           GO TO C100-REGISTA-EVENTO-FIM.

      *    THE CASE WAS NOT UPDATED - TAKE THE TRANSACTION BACK OFF
      *    FILE SO IT IS NOT COUNTED AS A REPEAT WHEN THE RUN IS
      *    RESTARTED.
       C180-DESFAZ-TRANSACAO.
           MOVE 'Y' TO WS-RUN-FAILED.
           DELETE CASE-TXN-FILE RECORD
              INVALID KEY
                 CONTINUE.
           IF WS-FS-CASE-TXN NOT = ZERO
              DISPLAY 'FBBAT23 - CANNOT REMOVE CASE TRANSACTION '
                 FCT-SOURCE FCT-REFERENCE ' ' WS-FS-CASE-TXN
                 ' - DELETE IT BEFORE THE RERUN'.

       C100-REGISTA-EVENTO-FIM.
           EXIT.

      *----------------------------------------------------------*
      * D100 - OPEN-CASES REPORT: EVERY CASE STILL WITH THE DESK *
      *        (OPEN OR UNDER REVIEW) WITH ITS DAYS OPEN AND ITS *
      *        STOP-LIST / VELOCITY / CHARGEBACK COUNTS, THEN    *
      *        THE AGE BANDS AND THE COUNT OF CASES BY STATUS.   *
      *----------------------------------------------------------*
       D100-RELATORIO-CASOS.

           OPEN OUTPUT CASE-REPORT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'ENT002 OPEN FRAUD CASES - ' DELIMITED BY SIZE
                  WS-PROCESS-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           WRITE CASE-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'CASE NO.      CARD             STATUS'
                  '       OPENED    DAYS   STP/ VEL/ CHB'
                  DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           WRITE CASE-REPORT-LINE FROM WS-REPORT-LINE.

           MOVE LOW-VALUES TO FCS-CARD-NUMBER.
           START CASE-FILE KEY NOT LESS FCS-CARD-NUMBER
              INVALID KEY
                 GO TO D100-TOTAIS.
           MOVE 'N' TO WS-EOF-FILE.
           PERFORM D110-AVALIA-CASO
              THRU D110-AVALIA-CASO-FIM
                UNTIL WS-EOF-FILE = 'S'.

       D100-TOTAIS.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'DAYS OPEN  0-7: ' DELIMITED BY SIZE
                  WS-AGE-BUCKET (1) DELIMITED BY SIZE
                  '  8-30: ' DELIMITED BY SIZE
                  WS-AGE-BUCKET (2) DELIMITED BY SIZE
                  '  31-90: ' DELIMITED BY SIZE
                  WS-AGE-BUCKET (3) DELIMITED BY SIZE
                  '  OVER 90: ' DELIMITED BY SIZE
                  WS-AGE-BUCKET (4) DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           WRITE CASE-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'OPEN: ' DELIMITED BY SIZE
                  WS-OPEN-CASES DELIMITED BY SIZE
                  '  UNDER REVIEW: ' DELIMITED BY SIZE
                  WS-REVIEW-CASES DELIMITED BY SIZE
                  '  CONFIRMED: ' DELIMITED BY SIZE
                  WS-CONFIRMED-CASES DELIMITED BY SIZE
                  '  CLEARED: ' DELIMITED BY SIZE
                  WS-CLEARED-CASES DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           WRITE CASE-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'TODAY - TRANSACTIONS FILED: ' DELIMITED BY SIZE
                  WS-ADDED-COUNT DELIMITED BY SIZE
                  '  CASES OPENED: ' DELIMITED BY SIZE
                  WS-OPENED-COUNT DELIMITED BY SIZE
                  '  REOPENED: ' DELIMITED BY SIZE
                  WS-REOPENED-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           WRITE CASE-REPORT-LINE FROM WS-REPORT-LINE.
           CLOSE CASE-REPORT.

       D100-RELATORIO-CASOS-FIM.
           EXIT.

       D110-AVALIA-CASO.
           READ CASE-FILE NEXT RECORD
              AT END
                 MOVE 'S' TO WS-EOF-FILE
                 GO TO D110-AVALIA-CASO-FIM.

           IF FCS-STATUS = 'C'
              ADD 1 TO WS-CONFIRMED-CASES
              GO TO D110-AVALIA-CASO-FIM.
           IF FCS-STATUS = 'L'
              ADD 1 TO WS-CLEARED-CASES
              GO TO D110-AVALIA-CASO-FIM.
           IF FCS-STATUS = 'R'
              ADD 1 TO WS-REVIEW-CASES
              MOVE 'UNDER REVIEW' TO WS-STATUS-DESC
           ELSE
              ADD 1 TO WS-OPEN-CASES
              MOVE 'OPEN' TO WS-STATUS-DESC.

           MOVE ZERO TO WS-AGE-DAYS.
           IF FCS-OPEN-DATE NUMERIC
              MOVE FCS-OPEN-DATE TO WS-DATE-WORK
              PERFORM A750-CALCULA-SERIAL
                 THRU A750-CALCULA-SERIAL-FIM
              IF WS-PROC-SERIAL > WS-DATE-SERIAL
                 COMPUTE WS-AGE-DAYS =
                    WS-PROC-SERIAL - WS-DATE-SERIAL.

           IF WS-AGE-DAYS > 90
              MOVE 4 TO WS-AGE-BUCKET-IX
           ELSE
              IF WS-AGE-DAYS > 30
                 MOVE 3 TO WS-AGE-BUCKET-IX
              ELSE
                 IF WS-AGE-DAYS > 7
                    MOVE 2 TO WS-AGE-BUCKET-IX
                 ELSE
                    MOVE 1 TO WS-AGE-BUCKET-IX.
           ADD 1 TO WS-AGE-BUCKET (WS-AGE-BUCKET-IX).

           MOVE '************' TO WS-CARD-MASKED(1:12).
           MOVE FCS-CARD-NUMBER(13:4) TO WS-CARD-MASKED(13:4).
           MOVE FCS-CASE-NUMBER TO WS-CL-CASE-NUMBER.
           MOVE WS-CARD-MASKED TO WS-CL-CARD.
           MOVE WS-STATUS-DESC TO WS-CL-STATUS.
           MOVE FCS-OPEN-DATE TO WS-CL-OPEN-DATE.
           MOVE WS-AGE-DAYS TO WS-CL-DAYS.
           MOVE FCS-STOPLIST-COUNT TO WS-CL-STOPLIST.
           MOVE FCS-VELOCITY-COUNT TO WS-CL-VELOCITY.
           MOVE FCS-CHARGEBACK-COUNT TO WS-CL-CHARGEBACK.
           WRITE CASE-REPORT-LINE FROM WS-CASE-LINE.

       D110-AVALIA-CASO-FIM.
           EXIT.

      *              SUSPICIOUS-ACTIVITY REPORT LISTING EVERY   *
      *              CONTRIBUTING TRANSACTION - THE CARD IS     *
      *              ALWAYS MASKED, THE PAN IS NEVER PRINTED.   *
      *              THE SAME ACTIVITY GOES, CARD AS ITS TOKEN, *
      *              TO ENT002.VEL FOR THE FRAUD CASE RUN       *
      *              (FBBAT23), NEVER TO PAPER. A CARD WHOSE    *
      *              FRAUD CASE THE DESK HAS CLEARED (FBBAT24)  *
      *              IS NOT FLAGGED AGAIN UNTIL THE CASE'S      *
      *              SUPPRESSION DATE HAS PASSED.               *
      *              THRESHOLDS ARE RUN PARAMETERS TAKEN FROM   *
      *              THE ENVIRONMENT, NOT COMPILED-IN:          *
      *                VEL_MAX_COUNT     (DEFAULT 20)           *
      *                VEL_MAX_AMOUNT    (WHOLE EUR, DEF 10000) *
      *                VEL_BURST_COUNT   (DEFAULT 5)            *
      *                VEL_BURST_MINUTES (DEFAULT 10)           *
      *              THE FEED IS PROCESS-SIBS'S TOKENIZED COPY  *
      *              OF THE DAY'S EXTRACT (ENT002.TKN). IN A    *
      *              LATER SIBS CYCLE THE EARLIER CYCLES OF THE *
      *              DATE (ENT002.DIA) COUNT TOWARD THE         *
      *              THRESHOLDS TOO, SO THEY APPLY TO THE DAY   *
      *              TO DATE; ONLY A CARD WITH ACTIVITY IN THIS *
      *              CYCLE IS FLAGGED.                          *
      * DEVELOPER: FRANCISCO BORGES                             *
      **********************************************************
       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIBS-FILE ASSIGN TO DYNAMIC WS-TOKEN-COPY-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-SIBS.

              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-RATES.

      *    THE DAY'S INTAKE FROM EVERY SIBS CYCLE OF THE DATE SO
      *    FAR (ENT002.DIA, KEPT BY PROCESS-SIBS, CARDS ALREADY
      *    TOKENIZED) - THE EARLIER CYCLES' ACTIVITY OF A CARD
      *    COUNTS TOWARD THIS CYCLE'S SCREEN.
           SELECT DAY-FILE ASSIGN TO DYNAMIC WS-DAY-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-DAY.

           SELECT SORT-WORK-FILE ASSIGN TO DYNAMIC WS-SORT-PATH.

      *    FLAGGED ACTIVITY FOR THE FRAUD CASE RUN (FBBAT23).
           SELECT VELOCITY-FILE ASSIGN TO DYNAMIC WS-VEL-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-VELOCITY.

      *    FRAUD CASE MASTER (FBBAT23/FBBAT24), READ FOR THE
      *    SUPPRESSION OF CARDS THE FRAUD DESK HAS CLEARED.
           SELECT CASE-FILE ASSIGN TO DYNAMIC WS-CASE-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS FCS-CARD-NUMBER
              FILE STATUS IS WS-FS-CASE.

      *    SHARED RUN-CONTROL STEP LEDGER - SEE RUNCTL.CPY.
           SELECT RUNCTL-FILE ASSIGN TO DYNAMIC WS-RUNCTL-PATH
              ORGANIZATION IS LINE SEQUENTIAL
      *    PER MERCHANT BY FBBAT10.
           05 MERCHANT-NUMBER       PIC X(8).

      * ONE RECORD PER IN-WINDOW RECORD OF EACH CYCLE - SEE
      * PROCESS-SIBS Q650.
       FD  DAY-FILE.
       01  DAY-RECORD.
           05 DIA-PROCESS-DATE      PIC X(8).
           05 DIA-CYCLE             PIC 9(1).
           05 DIA-SIBS-RECORD       PIC X(80).
           05 DIA-SETTLED           PIC X(1).

       FD  SUSPICIOUS-REPORT.
       01  SUSPICIOUS-REPORT-LINE   PIC X(80).

           05 RTE-CURRENCY-CODE     PIC X(3).
           05 RTE-RATE              PIC 9(3)V9(6).

      * ONE RECORD PER CONTRIBUTING TRANSACTION OF A FLAGGED
      * CARD, WITH THE THRESHOLDS THE CARD TRIPPED.
       FD  VELOCITY-FILE.
       01  VELOCITY-RECORD.
           05 VEL-CARD-NUMBER       PIC X(16).
           05 VEL-TRANSACTION-ID    PIC X(6).
           05 VEL-TRANSACTION-DATE  PIC X(8).
           05 VEL-TRANSACTION-TIME  PIC X(4).
           05 VEL-AMOUNT            PIC S9(7)V99.
           05 VEL-TRANSACTION-CODE  PIC X(4).
           05 VEL-FLAG-REASONS      PIC X(20).

      * FRAUD CASE MASTER - SEE FBBAT23. ONLY THE STATUS AND THE
      * SUPPRESSION DATE ARE USED HERE.
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
      *    'C' THIS CYCLE'S FEED, 'A' AN EARLIER CYCLE OF THE DATE
      *    (ENT002.DIA) - FOR THE SAME TRANSACTION 'A' SORTS FIRST.
           05 SORT-ORIGIN            PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-FS-SIBS               PIC 9(2) VALUE ZERO.
       01  WS-EOF-SORT              PIC X(1) VALUE 'N'.
       01  WS-SIBS-PATH             PIC X(100).
       01  WS-TOKEN-COPY-PATH       PIC X(104).
       01  WS-SUSP-PATH             PIC X(104).
       01  WS-SORT-PATH             PIC X(104).
       01  WS-VEL-PATH              PIC X(104).
       01  WS-FS-VELOCITY           PIC 9(2) VALUE ZERO.
       01  WS-VEL-OPEN              PIC X(1) VALUE 'N'.
      * SET WHEN ENT002.VEL CANNOT BE OPENED OR WRITTEN - FBBAT23
      * WOULD MISS FLAGGED ACTIVITY, SO THE RUN ENDS RC 8 WITHOUT
      * ITS NORMAL EVENT.
       01  WS-RUN-FAILED            PIC X(1) VALUE 'N'.
       01  WS-CASE-PATH             PIC X(104).
       01  WS-FS-CASE               PIC 9(2) VALUE ZERO.
       01  WS-CASE-OPEN             PIC X(1) VALUE 'N'.
       01  WS-DAY-PATH              PIC X(100) VALUE SPACES.
       01  WS-FS-DAY                PIC 9(2) VALUE ZERO.
       01  WS-EOF-ALIMENTA          PIC X(1) VALUE 'N'.
       01  WS-DAY-EARLIER-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-DAY-RESENT-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-CARD-MASKED           PIC X(16).
       01  WS-AMOUNT-EDITED         PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-REPORT-LINE           PIC X(80).
      * ANY LEGITIMATE SINGLE-CARD DAY; A CARD THAT OVERFLOWS IT
      * IS FLAGGED OUTRIGHT.
       01  WS-GRP-CARD              PIC X(16) VALUE SPACES.
      * 'Y' ONCE THE GROUP HOLDS A RECORD OF THIS CYCLE. A CARD SEEN
      * ONLY IN EARLIER CYCLES WAS SCREENED THERE AND IS SKIPPED.
       01  WS-GRP-CURRENT           PIC X(1) VALUE 'N'.
       01  WS-PREV-ID               PIC X(6) VALUE SPACES.
       01  WS-PREV-DATE             PIC X(8) VALUE SPACES.
       01  WS-PREV-TIME             PIC X(4) VALUE SPACES.
       01  WS-PREV-ORIGIN           PIC X(1) VALUE SPACES.
       01  WS-GRP-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-GRP-AMOUNT            PIC S9(9)V99 VALUE ZERO.
       01  WS-GRP-OVERFLOW          PIC X(1) VALUE 'N'.
              10 WS-TXN-AMOUNT      PIC S9(7)V99.
              10 WS-TXN-CODE        PIC X(4).
              10 WS-TXN-STATUS      PIC X(10).
              10 WS-TXN-ORIGIN      PIC X(1).

      * BURST-WINDOW SCAN WORK FIELDS. TIMES ARE HHMM CONVERTED
      * TO MINUTES SINCE MIDNIGHT; ONLY SAME-DATE TRANSACTIONS
       01  WS-FLAG-CARD             PIC X(1) VALUE 'N'.
       01  WS-FLAG-REASONS          PIC X(40) VALUE SPACES.
       01  WS-FLAGGED-CARDS         PIC 9(5) VALUE ZERO.
       01  WS-SUPPRESSED-CARDS      PIC 9(5) VALUE ZERO.
       01  WS-CARDS-SEEN            PIC 9(7) VALUE ZERO.
       01  WS-RECORD-COUNT          PIC 9(7) VALUE ZERO.

              ON ASCENDING KEY SORT-CARD-NUMBER
                               SORT-TRANSACTION-DATE
                               SORT-TRANSACTION-TIME
                               SORT-TRANSACTION-ID
                               SORT-ORIGIN
              INPUT PROCEDURE IS B050-ALIMENTA-ORDENACAO
              OUTPUT PROCEDURE IS B100-PERCORRE-ORDENADO.

           PERFORM A300-FIM
           IF WS-SIBS-PATH = SPACES
              MOVE '/home/kikos/ficheiros/ENT002' TO WS-SIBS-PATH.

      *    THE DAY'S TRANSACTIONS COME FROM PROCESS-SIBS'S
      *    TOKENIZED COPY OF THE EXTRACT - CARDS ARE TOKENS HERE.
           STRING WS-SIBS-PATH DELIMITED BY SPACE
                  '.TKN' DELIMITED BY SIZE
               INTO WS-TOKEN-COPY-PATH.
           STRING WS-SIBS-PATH DELIMITED BY SPACE
                  '.SUS' DELIMITED BY SIZE
               INTO WS-SUSP-PATH.
           STRING WS-SIBS-PATH DELIMITED BY SPACE
                  '.SRT' DELIMITED BY SIZE
               INTO WS-SORT-PATH.
           STRING WS-SIBS-PATH DELIMITED BY SPACE
                  '.VEL' DELIMITED BY SIZE
               INTO WS-VEL-PATH.
           ACCEPT WS-DAY-PATH FROM ENVIRONMENT 'ENT002_DAY'.
           IF WS-DAY-PATH = SPACES
              MOVE '/home/kikos/ficheiros/ENT002.DIA' TO WS-DAY-PATH.

      *    NO CASE MASTER YET (BEFORE THE FIRST FBBAT23 RUN) MEANS
      *    NOTHING IS SUPPRESSED.
           ACCEPT WS-CASE-PATH FROM ENVIRONMENT 'ENT002_FRAUD'.
           IF WS-CASE-PATH = SPACES
              MOVE '/home/kikos/ficheiros/FRAUDE' TO WS-CASE-PATH.
           OPEN INPUT CASE-FILE.
           IF WS-FS-CASE = ZERO
              MOVE 'Y' TO WS-CASE-OPEN.

           ACCEPT WS-MAX-COUNT FROM ENVIRONMENT 'VEL_MAX_COUNT'.
           IF WS-MAX-COUNT = ZERO
              MOVE 10 TO WS-BURST-MINUTES.

           OPEN OUTPUT SUSPICIOUS-REPORT.
           OPEN OUTPUT VELOCITY-FILE.
           IF WS-FS-VELOCITY NOT = ZERO
              DISPLAY 'FBBAT06 - CANNOT OPEN ' WS-VEL-PATH ' '
                 WS-FS-VELOCITY
              MOVE 'Y' TO WS-RUN-FAILED
           ELSE
              MOVE 'Y' TO WS-VEL-OPEN.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'ENT002 SUSPICIOUS-ACTIVITY REPORT' DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           WRITE SUSPICIOUS-REPORT-LINE FROM WS-REPORT-LINE.

           IF WS-RC-CYCLE > 1
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'EARLIER-CYCLE RECORDS OF THE DAY: '
                     DELIMITED BY SIZE
                     WS-DAY-EARLIER-COUNT DELIMITED BY SIZE
                     '  SENT AGAIN, SKIPPED: ' DELIMITED BY SIZE
                     WS-DAY-RESENT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
              WRITE SUSPICIOUS-REPORT-LINE FROM WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'CARDS NOT FLAGGED - FRAUD CASE CLEARED: '
                  DELIMITED BY SIZE
                  WS-SUPPRESSED-CARDS DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           WRITE SUSPICIOUS-REPORT-LINE FROM WS-REPORT-LINE.

           CLOSE SUSPICIOUS-REPORT.
           IF WS-VEL-OPEN = 'Y'
              CLOSE VELOCITY-FILE
              IF WS-FS-VELOCITY NOT = ZERO
                 DISPLAY 'FBBAT06 - ERROR CLOSING ' WS-VEL-PATH ' '
                    WS-FS-VELOCITY
                 MOVE 'Y' TO WS-RUN-FAILED.
           IF WS-CASE-OPEN = 'Y'
              CLOSE CASE-FILE.

           IF WS-RUN-FAILED = 'Y'
              DISPLAY 'FBBAT06 - RUN FAILED, SEE MESSAGES ABOVE'
              MOVE 8 TO RETURN-CODE
              GO TO A300-FIM-FIM.

           PERFORM RC-GRAVA-FIM-NORMAL
              THRU RC-GRAVA-FIM-NORMAL-FIM.
       A120-CONVERTE-MOEDA-FIM.
           EXIT.

      *----------------------------------------------------------*
      * B050 - FEED THE SORT: THIS CYCLE'S RECORDS ('C') AND, IN *
      *        A LATER CYCLE OF THE DATE, THE EARLIER CYCLES'    *
      *        INTAKE FROM ENT002.DIA ('A'), AS FBBAT04 D105     *
      *        FEEDS ITS DUPLICATE SORT.                         *
      *----------------------------------------------------------*
       B050-ALIMENTA-ORDENACAO.

           OPEN INPUT SIBS-FILE.
           MOVE 'N' TO WS-EOF-ALIMENTA.
           PERFORM B060-LIBERTA-ENT002
              THRU B060-LIBERTA-ENT002-FIM
                UNTIL WS-EOF-ALIMENTA = 'S'.
           CLOSE SIBS-FILE.

      *    THE FIRST CYCLE OF A DAY HAS NO EARLIER INTAKE.
           IF WS-RC-CYCLE > 1
              OPEN INPUT DAY-FILE
              IF WS-FS-DAY = ZERO
                 MOVE 'N' TO WS-EOF-ALIMENTA
                 PERFORM B070-LIBERTA-DIA
                    THRU B070-LIBERTA-DIA-FIM
                      UNTIL WS-EOF-ALIMENTA = 'S'
                 CLOSE DAY-FILE
                 DISPLAY 'FBBAT06 - EARLIER CYCLE RECORDS OF THE DAY: '
                    WS-DAY-EARLIER-COUNT.

       B050-ALIMENTA-ORDENACAO-FIM.
           EXIT.

       B060-LIBERTA-ENT002.
           READ SIBS-FILE
              AT END
                 MOVE 'S' TO WS-EOF-ALIMENTA
              NOT AT END
                 MOVE SIBS-RECORD TO SORT-RECORD
                 MOVE 'C' TO SORT-ORIGIN
                 RELEASE SORT-RECORD.

       B060-LIBERTA-ENT002-FIM.
           EXIT.

       B070-LIBERTA-DIA.
           READ DAY-FILE
              AT END
                 MOVE 'S' TO WS-EOF-ALIMENTA
                 GO TO B070-LIBERTA-DIA-FIM.
           IF DIA-PROCESS-DATE NOT = WS-PROCESS-DATE
              OR DIA-CYCLE NOT < WS-RC-CYCLE
                 GO TO B070-LIBERTA-DIA-FIM.
           MOVE DIA-SIBS-RECORD TO SORT-RECORD.
           MOVE 'A' TO SORT-ORIGIN.
           RELEASE SORT-RECORD.
           ADD 1 TO WS-DAY-EARLIER-COUNT.

       B070-LIBERTA-DIA-FIM.
           EXIT.

      *----------------------------------------------------------*
      * B100 - WALK THE FEED SORTED BY CARD/DATE/TIME. EACH CARD *
      *        GROUP IS ACCUMULATED AND EVALUATED AT THE BREAK.  *
                 END-RETURN
                 GO TO B200-TRATA-ORDENADO-FIM.

           IF SORT-ORIGIN = 'C'
              ADD 1 TO WS-RECORD-COUNT.
           IF SORT-CARD-NUMBER NOT = WS-GRP-CARD
              PERFORM B300-FECHA-CARTAO
                 THRU B300-FECHA-CARTAO-FIM
              MOVE SORT-CARD-NUMBER TO WS-GRP-CARD
              MOVE SPACES TO WS-PREV-ID WS-PREV-ORIGIN
           END-IF.

      *    A RECORD SIBS SENDS AGAIN IN THIS CYCLE IS ALREADY IN
      *    THE GROUP FROM THE EARLIER CYCLE - IT IS NOT COUNTED
      *    TWICE.
           IF SORT-ORIGIN = 'C'
              AND WS-PREV-ORIGIN = 'A'
              AND SORT-TRANSACTION-ID = WS-PREV-ID
              AND SORT-TRANSACTION-DATE = WS-PREV-DATE
              AND SORT-TRANSACTION-TIME = WS-PREV-TIME
                 ADD 1 TO WS-DAY-RESENT-COUNT
                 RETURN SORT-WORK-FILE
                    AT END MOVE 'S' TO WS-EOF-SORT
                 END-RETURN
                 GO TO B200-TRATA-ORDENADO-FIM.
           MOVE SORT-TRANSACTION-ID TO WS-PREV-ID.
           MOVE SORT-TRANSACTION-DATE TO WS-PREV-DATE.
           MOVE SORT-TRANSACTION-TIME TO WS-PREV-TIME.
           MOVE SORT-ORIGIN TO WS-PREV-ORIGIN.

           IF SORT-ORIGIN = 'C'
              AND WS-GRP-CURRENT = 'N'
                 MOVE 'Y' TO WS-GRP-CURRENT
                 ADD 1 TO WS-CARDS-SEEN.

           PERFORM A120-CONVERTE-MOEDA
              THRU A120-CONVERTE-MOEDA-FIM.
           ADD 1 TO WS-GRP-COUNT.
              MOVE SORT-TRANSACTION-CODE TO WS-TXN-CODE (WS-TXN-IX)
              MOVE SORT-TRANSACTION-STATUS
                 TO WS-TXN-STATUS (WS-TXN-IX)
              MOVE SORT-ORIGIN TO WS-TXN-ORIGIN (WS-TXN-IX)
           ELSE
              MOVE 'Y' TO WS-GRP-OVERFLOW
           END-IF.
      *----------------------------------------------------------*
      * B300 - CLOSE THE CARD GROUP: EVALUATE THE THRESHOLDS AND *
      *        WRITE THE CARD TO THE REPORT WHEN ANY ONE TRIPS.  *
      *        A CARD WITH NO ACTIVITY IN THIS CYCLE WAS ALREADY *
      *        SCREENED IN ITS OWN CYCLE.                        *
      *----------------------------------------------------------*
       B300-FECHA-CARTAO.

           IF WS-GRP-CARD = SPACES OR WS-GRP-COUNT = ZERO
              OR WS-GRP-CURRENT = 'N'
                 GO TO B390-LIMPA-CARTAO.

           MOVE 'N' TO WS-FLAG-CARD.
           MOVE SPACES TO WS-FLAG-REASONS.
              MOVE 'Y' TO WS-FLAG-CARD
              MOVE 'BURST' TO WS-FLAG-REASONS(16:5).

           IF WS-FLAG-CARD = 'Y'
              PERFORM B350-VERIFICA-CASO
                 THRU B350-VERIFICA-CASO-FIM.

           IF WS-FLAG-CARD = 'Y'
              PERFORM B500-GRAVA-CARTAO
                 THRU B500-GRAVA-CARTAO-FIM.

       B390-LIMPA-CARTAO.
           MOVE ZERO TO WS-GRP-COUNT WS-GRP-AMOUNT WS-GRP-TXN-COUNT.
           MOVE 'N' TO WS-GRP-OVERFLOW WS-GRP-CURRENT.

       B300-FECHA-CARTAO-FIM.
           EXIT.

      *----------------------------------------------------------*
      * B350 - A CARD THE FRAUD DESK CLEARED (CASE STATUS 'L')   *
      *        IS NOT FLAGGED AGAIN WHILE THE PROCESSING DATE IS *
      *        ON OR BEFORE THE CASE'S SUPPRESSION DATE.         *
      *----------------------------------------------------------*
       B350-VERIFICA-CASO.

           IF WS-CASE-OPEN = 'N'
              GO TO B350-VERIFICA-CASO-FIM.
           MOVE WS-GRP-CARD TO FCS-CARD-NUMBER.
           READ CASE-FILE
              INVALID KEY
                 GO TO B350-VERIFICA-CASO-FIM.
           IF FCS-STATUS = 'L'
              AND FCS-SUPPRESS-UNTIL NOT < WS-PROCESS-DATE
                 MOVE 'N' TO WS-FLAG-CARD
                 ADD 1 TO WS-SUPPRESSED-CARDS.

       B350-VERIFICA-CASO-FIM.
           EXIT.

      *----------------------------------------------------------*
      * B400 - BURST SCAN: FOR EACH TRANSACTION, COUNT HOW MANY  *
      *        FOLLOW IT ON THE SAME DATE WITHIN THE OPERATOR'S  *
      * B500 - WRITE A FLAGGED CARD: HEADER LINE WITH THE MASKED *
      *        CARD (MASKED EXACTLY AS PROCESS-SIBS Q400) AND    *
      *        THE TRIPPED THRESHOLDS, THEN EVERY CONTRIBUTING   *
      *        TRANSACTION - EACH ALSO WRITTEN TO ENT002.VEL     *
      *        (NOT ONCE A .VEL WRITE HAS FAILED THE RUN).       *
      *        AN EARLIER CYCLE'S TRANSACTION IS MARKED ON THE   *
      *        REPORT; FBBAT23 TAKES A TRANSACTION ONLY ONCE.    *
      *----------------------------------------------------------*
       B500-GRAVA-CARTAO.

                  WS-AMOUNT-EDITED DELIMITED BY SIZE
                  ' EUR' DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           IF WS-TXN-ORIGIN (WS-TXN-IX) = 'A'
              MOVE '(EARLIER)' TO WS-REPORT-LINE(62:9).
           WRITE SUSPICIOUS-REPORT-LINE FROM WS-REPORT-LINE.

           MOVE WS-GRP-CARD TO VEL-CARD-NUMBER.
           MOVE WS-TXN-ID (WS-TXN-IX) TO VEL-TRANSACTION-ID.
           MOVE WS-TXN-DATE (WS-TXN-IX) TO VEL-TRANSACTION-DATE.
           MOVE WS-TXN-TIME (WS-TXN-IX) TO VEL-TRANSACTION-TIME.
           MOVE WS-TXN-AMOUNT (WS-TXN-IX) TO VEL-AMOUNT.
           MOVE WS-TXN-CODE (WS-TXN-IX) TO VEL-TRANSACTION-CODE.
           MOVE WS-FLAG-REASONS TO VEL-FLAG-REASONS.
           IF WS-RUN-FAILED = 'Y'
              GO TO B510-GRAVA-TRANSACAO-FIM.
           WRITE VELOCITY-RECORD.
           IF WS-FS-VELOCITY NOT = ZERO
              DISPLAY 'FBBAT06 - ERROR WRITING ' WS-VEL-PATH ' '
                 WS-FS-VELOCITY
              MOVE 'Y' TO WS-RUN-FAILED.

       B510-GRAVA-TRANSACAO-FIM.
           EXIT.

      **********************************************************
      * PROGRAM: FBBAT27.CBL                                    *
      * DESCRIPTION: QUARTERLY BANCO DE PORTUGAL CARD-ACQUIRING *
      *              RETURN. READS THE TRANSACTION-HISTORY      *
      *              MASTER FBBAT12 LOADS FOR THE QUARTER IN    *
      *              BDP_QUARTER (YYYYQN, E.G. 2026Q3; NOT SET  *
      *              MEANS THE QUARTER BEFORE THE PROCESSING    *
      *              DATE'S). A RECORD BELONGS TO THE QUARTER   *
      *              BY ITS PROCESSING DATE - THE SAME DAY      *
      *              FBBAT09 LOADS IT TO THE GL UNDER, SO THE   *
      *              MONTHS NEVER SPLIT DIFFERENTLY ON THE TWO  *
      *              SIDES. IT AGGREGATES:                      *
      *                SETTLED TRANSACTIONS BY REGION,          *
      *                  TRANSACTION-CODE AND DOMESTIC (BLANK   *
      *                  OR 'EUR' CURRENCY, EUR AMOUNT) VERSUS  *
      *                  FOREIGN (BY CURRENCY, ORIGINAL-AMOUNT  *
      *                  - THE HISTORY KEEPS NO EUR VALUE FOR   *
      *                  THEM);                                 *
      *                ACTIVE MERCHANTS - DISTINCT MERCHANT-    *
      *                  NUMBERS WITH A SETTLED TRANSACTION, BY *
      *                  REGION AND IN ALL;                     *
      *                REJECTIONS BY REASON;                    *
      *                CHARGEBACKS, SEPARATELY, FROM THE FBBAT14 *
      *                  OPEN-CHARGEBACKS MASTER AND THE        *
      *                  DISPUTE DESK'S CLEARED REFERENCES.     *
      *              OUTPUT IS THE FIXED-FORMAT RETURN FILE FOR *
      *              SUBMISSION (BDPCARD.YYYYQN) AND A PRINTED  *
      *              COVER REPORT (BDPCARD.YYYYQN.CVR) WHOSE    *
      *              SETTLED TOTALS ARE TIED, CODE BY CODE AND  *
      *              MONTH BY MONTH, TO THE FBBAT09 MONTH-END   *
      *              STATEMENTS (THE GLMASTER.YYYYMM ARCHIVE A  *
      *              CLEAN CLOSE LEAVES). A MONTH NOT CLOSED,   *
      *              A COUNT THAT DOES NOT TIE OR A DOMESTIC    *
      *              AMOUNT THE STATEMENT CANNOT COVER ENDS     *
      *              WITH RETURN-CODE 8 - THE RETURN IS STILL   *
      *              WRITTEN FOR INSPECTION BUT IS NOT TO BE    *
      *              SUBMITTED. AD-HOC OPERATOR RUN, READ-ONLY  *
      *              ON EVERY MASTER, OUTSIDE THE NIGHTLY       *
      *              RUN-CONTROL LEDGER.                        *
      * DEVELOPER: FRANCISCO BORGES                             *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBBAT27.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-HISTORY-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HIS-TRANSACTION-ID
              FILE STATUS IS WS-FS-HISTORY.

           SELECT OPEN-CHB-FILE ASSIGN TO DYNAMIC WS-OPEN-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-OPEN.

           SELECT CLEARED-FILE ASSIGN TO DYNAMIC WS-CLEARED-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-CLEARED.

      *    ONE FBBAT09 MONTH ARCHIVE AT A TIME (GLMASTER.YYYYMM).
           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCH-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-ARCH.

           SELECT RETURN-FILE ASSIGN TO DYNAMIC WS-RETURN-PATH
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COVER-REPORT ASSIGN TO DYNAMIC WS-COVER-PATH
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05 HIS-TRANSACTION-ID    PIC X(6).
           05 HIS-TRANSACTION-DATE  PIC X(8).
           05 HIS-TRANSACTION-TIME  PIC X(4).
           05 HIS-CARD-NUMBER       PIC X(16).
           05 HIS-TRANSACTION-AMOUNT PIC 9(7)V99.
           05 HIS-TRANSACTION-CODE  PIC X(4).
           05 HIS-REGION-CODE       PIC X(1).
           05 HIS-TRANSACTION-STATUS PIC X(10).
           05 HIS-CURRENCY-CODE     PIC X(3).
           05 HIS-ORIGINAL-AMOUNT   PIC 9(7)V99.
           05 HIS-MERCHANT-NUMBER   PIC X(8).
           05 HIS-DISPOSITION       PIC X(10).
           05 HIS-REASON            PIC X(22).
           05 HIS-PROCESS-DATE      PIC X(8).

      * OPEN-CHARGEBACKS MASTER - SEE FBBAT14.
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

      * THE DISPUTE DESK'S CLEARED REFERENCES - SEE FBBAT14.
       FD  CLEARED-FILE.
       01  CLEARED-RECORD.
           05 CLR-REFERENCE         PIC X(6).

      * FBBAT09 MONTH ARCHIVE - SAME LAYOUT AS ITS MASTER. ONLY
      * THE 'D' (SETTLEMENT DETAIL) RECORDS ARE TIED TO HERE.
       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           05 GLM-REC-TYPE          PIC X(1).
           05 GLM-DATE              PIC X(8).
           05 GLM-TRANSACTION-CODE  PIC X(4).
           05 GLM-COUNT             PIC 9(7).
           05 GLM-CENTS             PIC 9(13).
           05 GLM-LOAD-DATE         PIC X(8).
           05 GLM-CYCLE             PIC X(1).

      * THE RETURN: 60-BYTE RECORDS, EACH STARTING WITH ITS TYPE
      * AND THE QUARTER. COUNTS ARE 9(9), AMOUNTS 9(15) IN CENTS.
      *   H  HEADER - RETURN ID, FIRST/LAST MONTH, RUN DATE;
      *   S  SETTLED - REGION, CODE, ORIGIN ('D' DOMESTIC / 'F'
      *      FOREIGN), CURRENCY ('EUR' ON DOMESTIC), COUNT AND
      *      AMOUNT IN THAT CURRENCY;
      *   E  SETTLED EUR VALUE PER CODE FOR THE QUARTER, AS
      *      POSTED ON THE MONTH-END STATEMENTS (FOREIGN
      *      CONVERTED AT EACH DAY'S RATE);
      *   M  ACTIVE MERCHANTS - PER REGION, '*' FOR ALL;
      *   C  CHARGEBACKS - 'R' RECEIVED IN THE QUARTER, OF WHICH
      *      'M' MATCHED, 'U' UNMATCHED, 'L' ALREADY CLEARED;
      *      'O' STILL OPEN AT THE RUN DATE, WHENEVER RECEIVED;
      *   R  REJECTIONS - REASON AND COUNT;
      *   T  TRAILER - RECORDS IN THE FILE (H AND T INCLUDED),
      *      SETTLED COUNT AND STATEMENT EUR TOTAL.
       FD  RETURN-FILE.
       01  RETURN-HEADER.
           05 BDH-TYPE              PIC X(1).
           05 BDH-QUARTER           PIC X(6).
           05 BDH-RETURN-ID         PIC X(8).
           05 BDH-FIRST-MONTH       PIC X(6).
           05 BDH-LAST-MONTH        PIC X(6).
           05 BDH-RUN-DATE          PIC X(8).
           05 FILLER                PIC X(25).
       01  RETURN-SETTLED.
           05 BDS-TYPE              PIC X(1).
           05 BDS-QUARTER           PIC X(6).
           05 BDS-REGION            PIC X(1).
           05 BDS-CODE              PIC X(4).
           05 BDS-ORIGIN            PIC X(1).
           05 BDS-CURRENCY          PIC X(3).
           05 BDS-COUNT             PIC 9(9).
           05 BDS-AMOUNT            PIC 9(15).
           05 FILLER                PIC X(20).
       01  RETURN-EUR.
           05 BDE-TYPE              PIC X(1).
           05 BDE-QUARTER           PIC X(6).
           05 BDE-CODE              PIC X(4).
           05 BDE-COUNT             PIC 9(9).
           05 BDE-AMOUNT            PIC 9(15).
           05 FILLER                PIC X(25).
       01  RETURN-MERCHANTS.
           05 BDM-TYPE              PIC X(1).
           05 BDM-QUARTER           PIC X(6).
           05 BDM-REGION            PIC X(1).
           05 BDM-COUNT             PIC 9(9).
           05 FILLER                PIC X(43).
       01  RETURN-CHARGEBACK.
           05 BDC-TYPE              PIC X(1).
           05 BDC-QUARTER           PIC X(6).
           05 BDC-STATUS            PIC X(1).
           05 BDC-COUNT             PIC 9(9).
           05 BDC-AMOUNT            PIC 9(15).
           05 FILLER                PIC X(28).
       01  RETURN-REJECTED.
           05 BDR-TYPE              PIC X(1).
           05 BDR-QUARTER           PIC X(6).
           05 BDR-REASON            PIC X(22).
           05 BDR-COUNT             PIC 9(9).
           05 FILLER                PIC X(22).
       01  RETURN-TRAILER.
           05 BDT-TYPE              PIC X(1).
           05 BDT-QUARTER           PIC X(6).
           05 BDT-RECORDS           PIC 9(9).
           05 BDT-SETTLED           PIC 9(9).
           05 BDT-AMOUNT            PIC 9(15).
           05 FILLER                PIC X(20).

       FD  COVER-REPORT.
       01  COVER-REPORT-LINE        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-HISTORY-PATH          PIC X(104).
       01  WS-OPEN-PATH             PIC X(104).
       01  WS-CLEARED-PATH          PIC X(108).
       01  WS-MASTER-PATH           PIC X(104).
       01  WS-ARCH-PATH             PIC X(112).
       01  WS-RETURN-PATH           PIC X(112).
       01  WS-COVER-PATH            PIC X(116).
       01  WS-FS-HISTORY            PIC 9(2) VALUE ZERO.
       01  WS-FS-OPEN               PIC 9(2) VALUE ZERO.
       01  WS-FS-CLEARED            PIC 9(2) VALUE ZERO.
       01  WS-FS-ARCH               PIC 9(2) VALUE ZERO.
       01  WS-EOF-FILE              PIC X(1) VALUE 'N'.
       01  WS-PROCESS-DATE          PIC X(8) VALUE SPACES.
       01  WS-RUN-FAILED            PIC X(1) VALUE 'N'.
       01  WS-REPORT-LINE           PIC X(80).
       01  WS-AMOUNT-CENTS          PIC 9(13) VALUE ZERO.
       01  WS-AMOUNT-EDITED         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-WORK-CENTS            PIC 9(13) VALUE ZERO.

      * THE QUARTER AND ITS THREE MONTHS (YYYYMM). WS-MONTH-IX
      * IS 1-3 FOR A DATE IN THE QUARTER, ZERO OTHERWISE.
       01  WS-QUARTER               PIC X(6) VALUE SPACES.
       01  WS-QTR-YYYY              PIC 9(4) VALUE ZERO.
       01  WS-QTR-N                 PIC 9(1) VALUE ZERO.
       01  WS-QTR-MONTHS.
           05 WS-QTR-MONTH OCCURS 3 TIMES
                                    PIC X(6).
       01  WS-MONTH-IX              PIC 9(1) VALUE ZERO.
       01  WS-MONTH-WORK            PIC 9(2) VALUE ZERO.
       01  WS-DATE-CHECK            PIC X(8) VALUE SPACES.
       01  WS-DATE-WORK.
           05 WS-DW-YYYY            PIC 9(4).
           05 WS-DW-MM              PIC 9(2).
           05 WS-DW-DD              PIC 9(2).

       01  WS-HIS-READ              PIC 9(7) VALUE ZERO.
       01  WS-HIS-SELECTED          PIC 9(7) VALUE ZERO.
       01  WS-SETTLED-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-REJECTED-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-OTHER-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-NO-MERCHANT-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-REGION-SLOT           PIC 9(2) VALUE ZERO.
       01  WS-ORIGIN                PIC X(1) VALUE SPACES.
       01  WS-CURRENCY              PIC X(3) VALUE SPACES.

           COPY REGIONS.

      * PER-REGION FIGURES FOR THE COVER REPORT, BY THE SLOT OF
      * THE SHARED REGION TABLE (THE CATCH-ALL SLOT INCLUDED).
       01  WS-RGN-TABLE.
           05 WS-RGN-ENTRY OCCURS 10 TIMES.
              10 WS-RGN-SETTLED     PIC 9(7) VALUE ZERO.
              10 WS-RGN-FOREIGN     PIC 9(7) VALUE ZERO.
              10 WS-RGN-DOM-CENTS   PIC 9(13) VALUE ZERO.
              10 WS-RGN-MERCHANTS   PIC 9(7) VALUE ZERO.

      * SETTLED AGGREGATES - ONE ENTRY PER REGION/CODE/ORIGIN/
      * CURRENCY. A FULL TABLE FAILS THE RUN: A RETURN MUST
      * NEVER GO OUT SHORT.
       01  WS-AGG-MAX               PIC 9(4) VALUE 2000.
       01  WS-AGG-COUNT             PIC 9(4) VALUE ZERO.
       01  WS-AGG-TABLE.
           05 WS-AGG-ENTRY OCCURS 1 TO 2000 TIMES
                 DEPENDING ON WS-AGG-COUNT
                 INDEXED BY WS-AGG-IX.
              10 WS-AGG-REGION      PIC X(1).
              10 WS-AGG-CODE        PIC X(4).
              10 WS-AGG-ORIGIN      PIC X(1).
              10 WS-AGG-CURRENCY    PIC X(3).
              10 WS-AGG-CNT         PIC 9(7).
              10 WS-AGG-CENTS       PIC 9(13).

      * ACTIVE MERCHANTS: ONE ENTRY PER DISTINCT MERCHANT-NUMBER,
      * WITH A 'Y' IN THE POSITION OF EACH REGION SLOT IT TRADED
      * IN DURING THE QUARTER.
       01  WS-MCH-MAX               PIC 9(5) VALUE 20000.
       01  WS-MCH-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-MCH-TABLE.
           05 WS-MCH-ENTRY OCCURS 1 TO 20000 TIMES
                 DEPENDING ON WS-MCH-COUNT
                 INDEXED BY WS-MCH-IX.
              10 WS-MCH-NUMBER      PIC X(8).
              10 WS-MCH-REGIONS     PIC X(10).

       01  WS-RJT-MAX               PIC 9(3) VALUE 100.
       01  WS-RJT-COUNT             PIC 9(3) VALUE ZERO.
       01  WS-RJT-TABLE.
           05 WS-RJT-ENTRY OCCURS 1 TO 100 TIMES
                 DEPENDING ON WS-RJT-COUNT
                 INDEXED BY WS-RJT-IX.
              10 WS-RJT-REASON      PIC X(22).
              10 WS-RJT-CNT         PIC 9(7).

      * TIE-BACK TO THE MONTH-END STATEMENTS: ONE ENTRY PER
      * MONTH OF THE QUARTER AND TRANSACTION-CODE, FILLED FROM
      * BOTH SIDES - A CODE ON ONLY ONE SIDE IS A BREAK TOO.
       01  WS-TIE-MAX               PIC 9(3) VALUE 300.
       01  WS-TIE-COUNT             PIC 9(3) VALUE ZERO.
       01  WS-TIE-TABLE.
           05 WS-TIE-ENTRY OCCURS 1 TO 300 TIMES
                 DEPENDING ON WS-TIE-COUNT
                 INDEXED BY WS-TIE-IX.
              10 WS-TIE-MONTH       PIC 9(1).
              10 WS-TIE-CODE        PIC X(4).
              10 WS-TIE-HIS-CNT     PIC 9(7).
              10 WS-TIE-FOR-CNT     PIC 9(7).
              10 WS-TIE-DOM-CENTS   PIC 9(13).
              10 WS-TIE-GL-CNT      PIC 9(7).
              10 WS-TIE-GL-CENTS    PIC 9(13).
       01  WS-TIE-CODE-CUR          PIC X(4) VALUE SPACES.
       01  WS-TIE-BREAKS            PIC 9(5) VALUE ZERO.
       01  WS-ARCH-MISSING          PIC 9(1) VALUE ZERO.

      * QUARTER TOTALS PER CODE FOR THE 'E' RECORDS.
       01  WS-QCD-MAX               PIC 9(3) VALUE 100.
       01  WS-QCD-COUNT             PIC 9(3) VALUE ZERO.
       01  WS-QCD-TABLE.
           05 WS-QCD-ENTRY OCCURS 1 TO 100 TIMES
                 DEPENDING ON WS-QCD-COUNT
                 INDEXED BY WS-QCD-IX.
              10 WS-QCD-CODE        PIC X(4).
              10 WS-QCD-GL-CNT      PIC 9(7).
              10 WS-QCD-GL-CENTS    PIC 9(13).
       01  WS-GL-TOTAL-CNT          PIC 9(9) VALUE ZERO.
       01  WS-GL-TOTAL-CENTS        PIC 9(13) VALUE ZERO.
       01  WS-MTH-HIS-CNT           PIC 9(9) VALUE ZERO.
       01  WS-MTH-GL-CNT            PIC 9(9) VALUE ZERO.
       01  WS-MTH-GL-CENTS          PIC 9(13) VALUE ZERO.

      * CLEARED REFERENCES, WITH WHETHER EACH WAS STILL FOUND ON
      * THE OPEN MASTER (FBBAT14 DROPS A CLEARED ITEM AT ITS
      * NEXT RUN, AMOUNT AND ALL).
       01  WS-CLR-MAX               PIC 9(5) VALUE 20000.
       01  WS-CLR-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-CLR-TABLE.
           05 WS-CLR-ENTRY OCCURS 1 TO 20000 TIMES
                 DEPENDING ON WS-CLR-COUNT
                 INDEXED BY WS-CLR-IX.
              10 WS-CLR-REF         PIC X(6).
              10 WS-CLR-ON-MASTER   PIC X(1).
       01  WS-CLR-FOUND             PIC X(1) VALUE 'N'.

       01  WS-CB-RCV-CNT            PIC 9(7) VALUE ZERO.
       01  WS-CB-RCV-CENTS          PIC 9(13) VALUE ZERO.
       01  WS-CB-MAT-CNT            PIC 9(7) VALUE ZERO.
       01  WS-CB-MAT-CENTS          PIC 9(13) VALUE ZERO.
       01  WS-CB-UNM-CNT            PIC 9(7) VALUE ZERO.
       01  WS-CB-UNM-CENTS          PIC 9(13) VALUE ZERO.
       01  WS-CB-CLR-CNT            PIC 9(7) VALUE ZERO.
       01  WS-CB-CLR-CENTS          PIC 9(13) VALUE ZERO.
       01  WS-CB-OPN-CNT            PIC 9(7) VALUE ZERO.
       01  WS-CB-OPN-CENTS          PIC 9(13) VALUE ZERO.
       01  WS-CB-OFF-CNT            PIC 9(7) VALUE ZERO.

       01  WS-RET-RECORDS           PIC 9(9) VALUE ZERO.
       01  WS-BDC-STATUS            PIC X(1) VALUE SPACES.
       01  WS-BDC-CNT               PIC 9(7) VALUE ZERO.
       01  WS-BDC-CENTS             PIC 9(13) VALUE ZERO.

       PROCEDURE DIVISION.

       A000-PRINCIPAL.

           PERFORM A100-INICIO
              THRU A100-INICIO-FIM.

           PERFORM B100-CARREGA-LIMPOS
              THRU B100-CARREGA-LIMPOS-FIM.

           PERFORM B200-PERCORRE-HISTORIA
              THRU B200-PERCORRE-HISTORIA-FIM.

           PERFORM B300-PERCORRE-ESTORNOS
              THRU B300-PERCORRE-ESTORNOS-FIM.

           MOVE 1 TO WS-MONTH-IX.
           PERFORM C100-CARREGA-ARQUIVO
              THRU C100-CARREGA-ARQUIVO-FIM
                UNTIL WS-MONTH-IX > 3.

           PERFORM D100-GRAVA-DECLARACAO
              THRU D100-GRAVA-DECLARACAO-FIM.

           PERFORM D200-RELATORIO-CAPA
              THRU D200-RELATORIO-CAPA-FIM.

           PERFORM A900-FIM
              THRU A900-FIM-FIM.

           STOP RUN.

       A100-INICIO.

           ACCEPT WS-PROCESS-DATE FROM ENVIRONMENT 'PROCESS_DATE'.
           IF WS-PROCESS-DATE = SPACES
              ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD.

           PERFORM A120-DEFINE-TRIMESTRE
              THRU A120-DEFINE-TRIMESTRE-FIM.

           ACCEPT WS-HISTORY-PATH FROM ENVIRONMENT 'ENT002_HISTORY'.
           IF WS-HISTORY-PATH = SPACES
              MOVE '/home/kikos/ficheiros/HISTORIA'
                 TO WS-HISTORY-PATH.

           ACCEPT WS-OPEN-PATH FROM ENVIRONMENT 'ENT002_CHBOPEN'.
           IF WS-OPEN-PATH = SPACES
              MOVE '/home/kikos/ficheiros/CHBOPEN' TO WS-OPEN-PATH.
           STRING WS-OPEN-PATH DELIMITED BY SPACE
                  '.CLR' DELIMITED BY SIZE INTO WS-CLEARED-PATH.

           ACCEPT WS-MASTER-PATH FROM ENVIRONMENT 'GL_MASTER'.
           IF WS-MASTER-PATH = SPACES
              MOVE '/home/kikos/ficheiros/GLMASTER' TO WS-MASTER-PATH.

           ACCEPT WS-RETURN-PATH FROM ENVIRONMENT 'BDP_RETURN'.
           IF WS-RETURN-PATH = SPACES
              MOVE '/home/kikos/ficheiros/BDPCARD' TO WS-RETURN-PATH.
           MOVE WS-RETURN-PATH TO WS-COVER-PATH.
           MOVE SPACES TO WS-RETURN-PATH.
           STRING WS-COVER-PATH DELIMITED BY SPACE
                  '.' DELIMITED BY SIZE
                  WS-QUARTER DELIMITED BY SIZE
               INTO WS-RETURN-PATH.
           MOVE SPACES TO WS-COVER-PATH.
           STRING WS-RETURN-PATH DELIMITED BY SPACE
                  '.CVR' DELIMITED BY SIZE INTO WS-COVER-PATH.

           PERFORM A110-CARREGA-REGIOES
              THRU A110-CARREGA-REGIOES-FIM.

           OPEN INPUT HISTORY-FILE.
           IF WS-FS-HISTORY NOT = ZERO
              DISPLAY 'FBBAT27 - CANNOT OPEN HISTORY MASTER '
                 WS-FS-HISTORY
              MOVE 8 TO RETURN-CODE
              STOP RUN.

       A100-INICIO-FIM.
           EXIT.

      *----------------------------------------------------------*
      * A110 - LOAD THE SHARED REGION TABLE (COPYBOOKS/REGIONS). *
      *----------------------------------------------------------*
       A110-CARREGA-REGIOES.

           COPY REGIONS-LOAD.

       A110-CARREGA-REGIOES-FIM.
           EXIT.

      *----------------------------------------------------------*
      * A120 - THE QUARTER FROM BDP_QUARTER, OR THE ONE BEFORE   *
      *        THE PROCESSING DATE'S WHEN NOT SET, AND ITS THREE *
      *        MONTHS. A MALFORMED QUARTER STOPS THE RUN.        *
      *----------------------------------------------------------*
       A120-DEFINE-TRIMESTRE.

           ACCEPT WS-QUARTER FROM ENVIRONMENT 'BDP_QUARTER'.
           IF WS-QUARTER = SPACES
              MOVE WS-PROCESS-DATE(1:4) TO WS-QTR-YYYY
              MOVE WS-PROCESS-DATE(5:2) TO WS-MONTH-WORK
              SUBTRACT 1 FROM WS-MONTH-WORK
              DIVIDE WS-MONTH-WORK BY 3 GIVING WS-QTR-N
              IF WS-QTR-N = ZERO
                 MOVE 4 TO WS-QTR-N
                 SUBTRACT 1 FROM WS-QTR-YYYY
              END-IF
              MOVE WS-QTR-YYYY TO WS-QUARTER(1:4)
              MOVE 'Q' TO WS-QUARTER(5:1)
              MOVE WS-QTR-N TO WS-QUARTER(6:1).

           IF WS-QUARTER(1:4) NOT NUMERIC
              OR WS-QUARTER(5:1) NOT = 'Q'
              OR WS-QUARTER(6:1) < '1'
              OR WS-QUARTER(6:1) > '4'
                 DISPLAY 'FBBAT27 - BDP_QUARTER MUST BE YYYYQN, NOT '
                    WS-QUARTER
                 MOVE 8 TO RETURN-CODE
                 STOP RUN.
           MOVE WS-QUARTER(1:4) TO WS-QTR-YYYY.
           MOVE WS-QUARTER(6:1) TO WS-QTR-N.

           MOVE WS-QTR-YYYY TO WS-DW-YYYY.
           COMPUTE WS-DW-MM = (WS-QTR-N - 1) * 3 + 1.
           MOVE 1 TO WS-DW-DD.
           MOVE WS-DATE-WORK(1:6) TO WS-QTR-MONTH (1).
           ADD 1 TO WS-DW-MM.
           MOVE WS-DATE-WORK(1:6) TO WS-QTR-MONTH (2).
           ADD 1 TO WS-DW-MM.
           MOVE WS-DATE-WORK(1:6) TO WS-QTR-MONTH (3).

       A120-DEFINE-TRIMESTRE-FIM.
           EXIT.

       A900-FIM.

           CLOSE HISTORY-FILE.
           DISPLAY 'FBBAT27 - QUARTER ' WS-QUARTER
              '  LIDOS: ' WS-HIS-READ
              '  NO TRIMESTRE: ' WS-HIS-SELECTED
              '  LIQUIDADOS: ' WS-SETTLED-COUNT
              '  REJEITADOS: ' WS-REJECTED-COUNT.
           IF WS-RUN-FAILED = 'Y'
              DISPLAY 'FBBAT27 - RETURN DOES NOT TIE TO THE '
                 'MONTH-END STATEMENTS, SEE COVER REPORT'
              MOVE 8 TO RETURN-CODE
           ELSE
              DISPLAY 'FBBAT27 FIM NORMAL'.

       A900-FIM-FIM.
           EXIT.

      *----------------------------------------------------------*
      * B100 - LOAD THE DISPUTE DESK'S CLEARED REFERENCES. NO    *
      *        FILE MEANS NOTHING CLEARED.                       *
      *----------------------------------------------------------*
       B100-CARREGA-LIMPOS.

           OPEN INPUT CLEARED-FILE.
           IF WS-FS-CLEARED NOT = ZERO
              GO TO B100-CARREGA-LIMPOS-FIM.
           MOVE 'N' TO WS-EOF-FILE.
           PERFORM B110-LE-LIMPO
              THRU B110-LE-LIMPO-FIM
                UNTIL WS-EOF-FILE = 'S'.
           CLOSE CLEARED-FILE.

       B100-CARREGA-LIMPOS-FIM.
           EXIT.

       B110-LE-LIMPO.
           READ CLEARED-FILE
              AT END
                 MOVE 'S' TO WS-EOF-FILE
                 GO TO B110-LE-LIMPO-FIM.
           IF CLR-REFERENCE = SPACES
              GO TO B110-LE-LIMPO-FIM.
           IF WS-CLR-COUNT < WS-CLR-MAX
              ADD 1 TO WS-CLR-COUNT
              SET WS-CLR-IX TO WS-CLR-COUNT
              MOVE CLR-REFERENCE TO WS-CLR-REF (WS-CLR-IX)
              MOVE 'N' TO WS-CLR-ON-MASTER (WS-CLR-IX)
           ELSE
              DISPLAY 'WARNING - CLEARED TABLE FULL, '
                 'REFERENCE IGNORED: ' CLR-REFERENCE.

       B110-LE-LIMPO-FIM.
           EXIT.

      *----------------------------------------------------------*
      * B200 - FULL SCAN OF THE HISTORY MASTER IN KEY ORDER,     *
      *        KEEPING THE RECORDS PROCESSED IN THE QUARTER.     *
      *----------------------------------------------------------*
       B200-PERCORRE-HISTORIA.

           MOVE 'N' TO WS-EOF-FILE.
           PERFORM B210-LE-HISTORIA
              THRU B210-LE-HISTORIA-FIM
                UNTIL WS-EOF-FILE = 'S'.

       B200-PERCORRE-HISTORIA-FIM.
           EXIT.

       B210-LE-HISTORIA.
           READ HISTORY-FILE NEXT RECORD
              AT END
                 MOVE 'S' TO WS-EOF-FILE
                 GO TO B210-LE-HISTORIA-FIM.
           ADD 1 TO WS-HIS-READ.

           MOVE HIS-PROCESS-DATE TO WS-DATE-CHECK.
           PERFORM Q100-MES-DO-TRIMESTRE
              THRU Q100-MES-DO-TRIMESTRE-FIM.
           IF WS-MONTH-IX = ZERO
              GO TO B210-LE-HISTORIA-FIM.
           ADD 1 TO WS-HIS-SELECTED.

      *    PENDING AND CARRIED RECORDS HAVE NO FINAL OUTCOME YET -
      *    THEY ARE REPORTED IN THE QUARTER THEY SETTLE OR REJECT.
           IF HIS-DISPOSITION = 'SETTLED   '
              PERFORM B220-ACUMULA-LIQUIDADO
                 THRU B220-ACUMULA-LIQUIDADO-FIM
           ELSE
              IF HIS-DISPOSITION = 'REJECTED  '
                 PERFORM B240-ACUMULA-REJEITADO
                    THRU B240-ACUMULA-REJEITADO-FIM
              ELSE
                 ADD 1 TO WS-OTHER-COUNT.

       B210-LE-HISTORIA-FIM.
           EXIT.

      *----------------------------------------------------------*
      * B220 - ONE SETTLED RECORD: REGION (UNKNOWN CODES FALL TO *
      *        THE CATCH-ALL SLOT, AS IN FBBAT04 B200), ORIGIN,  *
      *        THE AGGREGATE, THE MERCHANT AND THE TIE-BACK.     *
      *----------------------------------------------------------*
       B220-ACUMULA-LIQUIDADO.

           ADD 1 TO WS-SETTLED-COUNT.
           SET WS-REGION-IX TO 1.
           SEARCH WS-REGION-ENTRY
              AT END SET WS-REGION-IX TO WS-REGION-TABLE-COUNT
              WHEN WS-REGION-ENTRY-CODE (WS-REGION-IX)
                      = HIS-REGION-CODE
                 CONTINUE
           END-SEARCH.
           SET WS-REGION-SLOT TO WS-REGION-IX.

           IF HIS-CURRENCY-CODE = SPACES OR HIS-CURRENCY-CODE = 'EUR'
              MOVE 'D' TO WS-ORIGIN
              MOVE 'EUR' TO WS-CURRENCY
              COMPUTE WS-WORK-CENTS = HIS-TRANSACTION-AMOUNT * 100
              ADD WS-WORK-CENTS TO WS-RGN-DOM-CENTS (WS-REGION-SLOT)
           ELSE
              MOVE 'F' TO WS-ORIGIN
              MOVE HIS-CURRENCY-CODE TO WS-CURRENCY
              COMPUTE WS-WORK-CENTS = HIS-ORIGINAL-AMOUNT * 100
              ADD 1 TO WS-RGN-FOREIGN (WS-REGION-SLOT).
           ADD 1 TO WS-RGN-SETTLED (WS-REGION-SLOT).

           SET WS-AGG-IX TO 1.
           SEARCH WS-AGG-ENTRY
              AT END PERFORM B225-NOVO-AGREGADO
                        THRU B225-NOVO-AGREGADO-FIM
              WHEN WS-AGG-REGION (WS-AGG-IX)
                      = WS-REGION-ENTRY-CODE (WS-REGION-SLOT)
               AND WS-AGG-CODE (WS-AGG-IX) = HIS-TRANSACTION-CODE
               AND WS-AGG-ORIGIN (WS-AGG-IX) = WS-ORIGIN
               AND WS-AGG-CURRENCY (WS-AGG-IX) = WS-CURRENCY
                 CONTINUE
           END-SEARCH.
           IF WS-AGG-IX NOT > WS-AGG-COUNT
              ADD 1 TO WS-AGG-CNT (WS-AGG-IX)
              ADD WS-WORK-CENTS TO WS-AGG-CENTS (WS-AGG-IX).

           PERFORM B230-ACUMULA-COMERCIANTE
              THRU B230-ACUMULA-COMERCIANTE-FIM.

           MOVE HIS-TRANSACTION-CODE TO WS-TIE-CODE-CUR.
           PERFORM Q200-PROCURA-TIE
              THRU Q200-PROCURA-TIE-FIM.
           IF WS-TIE-IX NOT > WS-TIE-COUNT
              ADD 1 TO WS-TIE-HIS-CNT (WS-TIE-IX)
              IF WS-ORIGIN = 'D'
                 ADD WS-WORK-CENTS TO WS-TIE-DOM-CENTS (WS-TIE-IX)
              ELSE
                 ADD 1 TO WS-TIE-FOR-CNT (WS-TIE-IX).

       B220-ACUMULA-LIQUIDADO-FIM.
           EXIT.

       B225-NOVO-AGREGADO.
           IF WS-AGG-COUNT NOT < WS-AGG-MAX
              DISPLAY 'FBBAT27 - SETTLED AGGREGATE TABLE FULL AT '
                 HIS-TRANSACTION-ID
              MOVE 'Y' TO WS-RUN-FAILED
              SET WS-AGG-IX TO WS-AGG-MAX
              SET WS-AGG-IX UP BY 1
              GO TO B225-NOVO-AGREGADO-FIM.
           ADD 1 TO WS-AGG-COUNT.
           SET WS-AGG-IX TO WS-AGG-COUNT.
           MOVE WS-REGION-ENTRY-CODE (WS-REGION-SLOT)
              TO WS-AGG-REGION (WS-AGG-IX).
           MOVE HIS-TRANSACTION-CODE TO WS-AGG-CODE (WS-AGG-IX).
           MOVE WS-ORIGIN TO WS-AGG-ORIGIN (WS-AGG-IX).
           MOVE WS-CURRENCY TO WS-AGG-CURRENCY (WS-AGG-IX).
           MOVE ZERO TO WS-AGG-CNT (WS-AGG-IX).
           MOVE ZERO TO WS-AGG-CENTS (WS-AGG-IX).

       B225-NOVO-AGREGADO-FIM.
           EXIT.

      *----------------------------------------------------------*
      * B230 - A MERCHANT IS ACTIVE IN A REGION THE FIRST TIME A *
      *        SETTLED TRANSACTION OF ITS IS SEEN THERE. OLDER   *
      *        RECORDS CARRY NO MERCHANT-NUMBER AND ARE ONLY     *
      *        COUNTED.                                          *
      *----------------------------------------------------------*
       B230-ACUMULA-COMERCIANTE.

           IF HIS-MERCHANT-NUMBER = SPACES
              ADD 1 TO WS-NO-MERCHANT-COUNT
              GO TO B230-ACUMULA-COMERCIANTE-FIM.

           SET WS-MCH-IX TO 1.
           SEARCH WS-MCH-ENTRY
              AT END PERFORM B235-NOVO-COMERCIANTE
                        THRU B235-NOVO-COMERCIANTE-FIM
              WHEN WS-MCH-NUMBER (WS-MCH-IX) = HIS-MERCHANT-NUMBER
                 CONTINUE
           END-SEARCH.
           IF WS-MCH-IX > WS-MCH-COUNT
              GO TO B230-ACUMULA-COMERCIANTE-FIM.

           IF WS-MCH-REGIONS (WS-MCH-IX) (WS-REGION-SLOT:1) NOT = 'Y'
              MOVE 'Y'
                 TO WS-MCH-REGIONS (WS-MCH-IX) (WS-REGION-SLOT:1)
              ADD 1 TO WS-RGN-MERCHANTS (WS-REGION-SLOT).

       B230-ACUMULA-COMERCIANTE-FIM.
           EXIT.

       B235-NOVO-COMERCIANTE.
           IF WS-MCH-COUNT NOT < WS-MCH-MAX
              DISPLAY 'FBBAT27 - MERCHANT TABLE FULL AT '
                 HIS-MERCHANT-NUMBER
              MOVE 'Y' TO WS-RUN-FAILED
              SET WS-MCH-IX TO WS-MCH-MAX
              SET WS-MCH-IX UP BY 1
              GO TO B235-NOVO-COMERCIANTE-FIM.
           ADD 1 TO WS-MCH-COUNT.
           SET WS-MCH-IX TO WS-MCH-COUNT.
           MOVE HIS-MERCHANT-NUMBER TO WS-MCH-NUMBER (WS-MCH-IX).
           MOVE SPACES TO WS-MCH-REGIONS (WS-MCH-IX).

       B235-NOVO-COMERCIANTE-FIM.
           EXIT.

       B240-ACUMULA-REJEITADO.

           ADD 1 TO WS-REJECTED-COUNT.
           SET WS-RJT-IX TO 1.
           SEARCH WS-RJT-ENTRY
              AT END PERFORM B245-NOVO-MOTIVO
                        THRU B245-NOVO-MOTIVO-FIM
              WHEN WS-RJT-REASON (WS-RJT-IX) = HIS-REASON
                 CONTINUE
           END-SEARCH.
           IF WS-RJT-IX NOT > WS-RJT-COUNT
              ADD 1 TO WS-RJT-CNT (WS-RJT-IX).

       B240-ACUMULA-REJEITADO-FIM.
           EXIT.

       B245-NOVO-MOTIVO.
           IF WS-RJT-COUNT NOT < WS-RJT-MAX
              DISPLAY 'FBBAT27 - REJECTION REASON TABLE FULL AT '
                 HIS-REASON
              MOVE 'Y' TO WS-RUN-FAILED
              SET WS-RJT-IX TO WS-RJT-MAX
              SET WS-RJT-IX UP BY 1
              GO TO B245-NOVO-MOTIVO-FIM.
           ADD 1 TO WS-RJT-COUNT.
           SET WS-RJT-IX TO WS-RJT-COUNT.
           MOVE HIS-REASON TO WS-RJT-REASON (WS-RJT-IX).
           MOVE ZERO TO WS-RJT-CNT (WS-RJT-IX).

       B245-NOVO-MOTIVO-FIM.
           EXIT.

      *----------------------------------------------------------*
      * B300 - THE OPEN-CHARGEBACKS MASTER: WHAT WAS RECEIVED IN *
      *        THE QUARTER (BY ENTRY DATE) AND HOW IT STANDS,    *
      *        AND EVERYTHING STILL OPEN AT THE RUN DATE. A      *
      *        MISSING MASTER MEANS NO CHARGEBACKS ON FILE.      *
      *----------------------------------------------------------*
       B300-PERCORRE-ESTORNOS.

           OPEN INPUT OPEN-CHB-FILE.
           IF WS-FS-OPEN NOT = ZERO
              GO TO B300-CONTA-FORA.
           MOVE 'N' TO WS-EOF-FILE.
           PERFORM B310-LE-ESTORNO
              THRU B310-LE-ESTORNO-FIM
                UNTIL WS-EOF-FILE = 'S'.
           CLOSE OPEN-CHB-FILE.

      *    A CLEARED REFERENCE NO LONGER ON THE MASTER WAS DROPPED
      *    BY AN EARLIER FBBAT14 RUN - ITS AMOUNT AND DATES WENT
      *    WITH IT, SO IT CAN ONLY BE COUNTED.
       B300-CONTA-FORA.
           SET WS-CLR-IX TO 1.
           PERFORM B330-CONTA-LIMPO-FORA
              THRU B330-CONTA-LIMPO-FORA-FIM
                UNTIL WS-CLR-IX > WS-CLR-COUNT.

       B300-PERCORRE-ESTORNOS-FIM.
           EXIT.

       B310-LE-ESTORNO.
           READ OPEN-CHB-FILE
              AT END
                 MOVE 'S' TO WS-EOF-FILE
                 GO TO B310-LE-ESTORNO-FIM.

           PERFORM B320-PROCURA-LIMPO
              THRU B320-PROCURA-LIMPO-FIM.
           COMPUTE WS-WORK-CENTS = OCB-AMOUNT * 100.
           IF WS-CLR-FOUND = 'N'
              ADD 1 TO WS-CB-OPN-CNT
              ADD WS-WORK-CENTS TO WS-CB-OPN-CENTS.

           MOVE OCB-ENTRY-DATE TO WS-DATE-CHECK.
           PERFORM Q100-MES-DO-TRIMESTRE
              THRU Q100-MES-DO-TRIMESTRE-FIM.
           IF WS-MONTH-IX = ZERO
              GO TO B310-LE-ESTORNO-FIM.

           ADD 1 TO WS-CB-RCV-CNT.
           ADD WS-WORK-CENTS TO WS-CB-RCV-CENTS.
           IF OCB-MATCHED = 'Y'
              ADD 1 TO WS-CB-MAT-CNT
              ADD WS-WORK-CENTS TO WS-CB-MAT-CENTS
           ELSE
              ADD 1 TO WS-CB-UNM-CNT
              ADD WS-WORK-CENTS TO WS-CB-UNM-CENTS.
           IF WS-CLR-FOUND = 'Y'
              ADD 1 TO WS-CB-CLR-CNT
              ADD WS-WORK-CENTS TO WS-CB-CLR-CENTS.

       B310-LE-ESTORNO-FIM.
           EXIT.

       B320-PROCURA-LIMPO.
           MOVE 'N' TO WS-CLR-FOUND.
           SET WS-CLR-IX TO 1.
           SEARCH WS-CLR-ENTRY
              WHEN WS-CLR-REF (WS-CLR-IX) = OCB-REFERENCE
                 MOVE 'Y' TO WS-CLR-FOUND
                 MOVE 'Y' TO WS-CLR-ON-MASTER (WS-CLR-IX)
           END-SEARCH.

       B320-PROCURA-LIMPO-FIM.
           EXIT.

       B330-CONTA-LIMPO-FORA.
           IF WS-CLR-ON-MASTER (WS-CLR-IX) = 'N'
              ADD 1 TO WS-CB-OFF-CNT.
           SET WS-CLR-IX UP BY 1.

       B330-CONTA-LIMPO-FORA-FIM.
           EXIT.

      *----------------------------------------------------------*
      * C100 - ONE MONTH'S FBBAT09 ARCHIVE INTO THE TIE-BACK.    *
      *        NO ARCHIVE MEANS THE MONTH WAS NEVER CLOSED CLEAN *
      *        - THE RETURN CANNOT BE TIED AND THE RUN FAILS.    *
      *----------------------------------------------------------*
       C100-CARREGA-ARQUIVO.

           MOVE SPACES TO WS-ARCH-PATH.
           STRING WS-MASTER-PATH DELIMITED BY SPACE
                  '.' DELIMITED BY SIZE
                  WS-QTR-MONTH (WS-MONTH-IX) DELIMITED BY SIZE
               INTO WS-ARCH-PATH.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-FS-ARCH NOT = ZERO
              DISPLAY 'FBBAT27 - NO MONTH-END ARCHIVE FOR '
                 WS-QTR-MONTH (WS-MONTH-IX)
              ADD 1 TO WS-ARCH-MISSING
              MOVE 'Y' TO WS-RUN-FAILED
              GO TO C190-PROXIMO-MES.
           MOVE 'N' TO WS-EOF-FILE.
           PERFORM C110-LE-ARQUIVO
              THRU C110-LE-ARQUIVO-FIM
                UNTIL WS-EOF-FILE = 'S'.
           CLOSE ARCHIVE-FILE.

       C190-PROXIMO-MES.
           ADD 1 TO WS-MONTH-IX.

       C100-CARREGA-ARQUIVO-FIM.
           EXIT.

       C110-LE-ARQUIVO.
           READ ARCHIVE-FILE
              AT END
                 MOVE 'S' TO WS-EOF-FILE
                 GO TO C110-LE-ARQUIVO-FIM.
           IF GLM-REC-TYPE NOT = 'D'
              GO TO C110-LE-ARQUIVO-FIM.

           MOVE GLM-TRANSACTION-CODE TO WS-TIE-CODE-CUR.
           PERFORM Q200-PROCURA-TIE
              THRU Q200-PROCURA-TIE-FIM.
           IF WS-TIE-IX NOT > WS-TIE-COUNT
              ADD GLM-COUNT TO WS-TIE-GL-CNT (WS-TIE-IX)
              ADD GLM-CENTS TO WS-TIE-GL-CENTS (WS-TIE-IX).

           SET WS-QCD-IX TO 1.
           SEARCH WS-QCD-ENTRY
              AT END PERFORM C120-NOVO-CODIGO
                        THRU C120-NOVO-CODIGO-FIM
              WHEN WS-QCD-CODE (WS-QCD-IX) = GLM-TRANSACTION-CODE
                 CONTINUE
           END-SEARCH.
           IF WS-QCD-IX NOT > WS-QCD-COUNT
              ADD GLM-COUNT TO WS-QCD-GL-CNT (WS-QCD-IX)
              ADD GLM-CENTS TO WS-QCD-GL-CENTS (WS-QCD-IX).
           ADD GLM-COUNT TO WS-GL-TOTAL-CNT.
           ADD GLM-CENTS TO WS-GL-TOTAL-CENTS.

       C110-LE-ARQUIVO-FIM.
           EXIT.

       C120-NOVO-CODIGO.
           IF WS-QCD-COUNT NOT < WS-QCD-MAX
              DISPLAY 'FBBAT27 - QUARTER CODE TABLE FULL AT '
                 GLM-TRANSACTION-CODE
              MOVE 'Y' TO WS-RUN-FAILED
              SET WS-QCD-IX TO WS-QCD-MAX
              SET WS-QCD-IX UP BY 1
              GO TO C120-NOVO-CODIGO-FIM.
           ADD 1 TO WS-QCD-COUNT.
           SET WS-QCD-IX TO WS-QCD-COUNT.
           MOVE GLM-TRANSACTION-CODE TO WS-QCD-CODE (WS-QCD-IX).
           MOVE ZERO TO WS-QCD-GL-CNT (WS-QCD-IX).
           MOVE ZERO TO WS-QCD-GL-CENTS (WS-QCD-IX).

       C120-NOVO-CODIGO-FIM.
           EXIT.

      *----------------------------------------------------------*
      * D100 - THE RETURN FILE: HEADER, SETTLED DETAIL REGION BY *
      *        REGION IN THE SHARED TABLE'S ORDER, EUR VALUE PER *
      *        CODE, MERCHANTS, CHARGEBACKS, REJECTIONS AND THE  *
      *        TRAILER.                                          *
      *----------------------------------------------------------*
       D100-GRAVA-DECLARACAO.

           OPEN OUTPUT RETURN-FILE.
           MOVE SPACES TO RETURN-HEADER.
           MOVE 'H' TO BDH-TYPE.
           MOVE WS-QUARTER TO BDH-QUARTER.
           MOVE 'CARDACQ' TO BDH-RETURN-ID.
           MOVE WS-QTR-MONTH (1) TO BDH-FIRST-MONTH.
           MOVE WS-QTR-MONTH (3) TO BDH-LAST-MONTH.
           MOVE WS-PROCESS-DATE TO BDH-RUN-DATE.
           WRITE RETURN-HEADER.
           ADD 1 TO WS-RET-RECORDS.

           SET WS-REGION-IX TO 1.
           PERFORM D110-GRAVA-REGIAO
              THRU D110-GRAVA-REGIAO-FIM
                UNTIL WS-REGION-IX > WS-REGION-TABLE-COUNT.

           SET WS-QCD-IX TO 1.
           PERFORM D130-GRAVA-CODIGO-EUR
              THRU D130-GRAVA-CODIGO-EUR-FIM
                UNTIL WS-QCD-IX > WS-QCD-COUNT.

           SET WS-REGION-IX TO 1.
           PERFORM D140-GRAVA-COMERCIANTES
              THRU D140-GRAVA-COMERCIANTES-FIM
                UNTIL WS-REGION-IX > WS-REGION-TABLE-COUNT.
           MOVE SPACES TO RETURN-MERCHANTS.
           MOVE 'M' TO BDM-TYPE.
           MOVE WS-QUARTER TO BDM-QUARTER.
           MOVE '*' TO BDM-REGION.
           MOVE WS-MCH-COUNT TO BDM-COUNT.
           WRITE RETURN-MERCHANTS.
           ADD 1 TO WS-RET-RECORDS.

           MOVE 'R' TO WS-BDC-STATUS.
           MOVE WS-CB-RCV-CNT TO WS-BDC-CNT.
           MOVE WS-CB-RCV-CENTS TO WS-BDC-CENTS.
           PERFORM D150-GRAVA-ESTORNO
              THRU D150-GRAVA-ESTORNO-FIM.
           MOVE 'M' TO WS-BDC-STATUS.
           MOVE WS-CB-MAT-CNT TO WS-BDC-CNT.
           MOVE WS-CB-MAT-CENTS TO WS-BDC-CENTS.
           PERFORM D150-GRAVA-ESTORNO
              THRU D150-GRAVA-ESTORNO-FIM.
           MOVE 'U' TO WS-BDC-STATUS.
           MOVE WS-CB-UNM-CNT TO WS-BDC-CNT.
           MOVE WS-CB-UNM-CENTS TO WS-BDC-CENTS.
           PERFORM D150-GRAVA-ESTORNO
              THRU D150-GRAVA-ESTORNO-FIM.
           MOVE 'L' TO WS-BDC-STATUS.
           MOVE WS-CB-CLR-CNT TO WS-BDC-CNT.
           MOVE WS-CB-CLR-CENTS TO WS-BDC-CENTS.
           PERFORM D150-GRAVA-ESTORNO
              THRU D150-GRAVA-ESTORNO-FIM.
           MOVE 'O' TO WS-BDC-STATUS.
           MOVE WS-CB-OPN-CNT TO WS-BDC-CNT.
           MOVE WS-CB-OPN-CENTS TO WS-BDC-CENTS.
           PERFORM D150-GRAVA-ESTORNO
              THRU D150-GRAVA-ESTORNO-FIM.

           SET WS-RJT-IX TO 1.
           PERFORM D160-GRAVA-REJEICAO
              THRU D160-GRAVA-REJEICAO-FIM
                UNTIL WS-RJT-IX > WS-RJT-COUNT.

           MOVE SPACES TO RETURN-TRAILER.
           MOVE 'T' TO BDT-TYPE.
           MOVE WS-QUARTER TO BDT-QUARTER.
           ADD 1 TO WS-RET-RECORDS.
           MOVE WS-RET-RECORDS TO BDT-RECORDS.
           MOVE WS-SETTLED-COUNT TO BDT-SETTLED.
           MOVE WS-GL-TOTAL-CENTS TO BDT-AMOUNT.
           WRITE RETURN-TRAILER.
           CLOSE RETURN-FILE.

       D100-GRAVA-DECLARACAO-FIM.
           EXIT.

       D110-GRAVA-REGIAO.
           SET WS-AGG-IX TO 1.
           PERFORM D120-GRAVA-LIQUIDADO
              THRU D120-GRAVA-LIQUIDADO-FIM
                UNTIL WS-AGG-IX > WS-AGG-COUNT.
           SET WS-REGION-IX UP BY 1.

       D110-GRAVA-REGIAO-FIM.
           EXIT.

       D120-GRAVA-LIQUIDADO.
           IF WS-AGG-REGION (WS-AGG-IX)
                 NOT = WS-REGION-ENTRY-CODE (WS-REGION-IX)
              GO TO D190-PROXIMO-AGREGADO.
           MOVE SPACES TO RETURN-SETTLED.
           MOVE 'S' TO BDS-TYPE.
           MOVE WS-QUARTER TO BDS-QUARTER.
           MOVE WS-AGG-REGION (WS-AGG-IX) TO BDS-REGION.
           MOVE WS-AGG-CODE (WS-AGG-IX) TO BDS-CODE.
           MOVE WS-AGG-ORIGIN (WS-AGG-IX) TO BDS-ORIGIN.
           MOVE WS-AGG-CURRENCY (WS-AGG-IX) TO BDS-CURRENCY.
           MOVE WS-AGG-CNT (WS-AGG-IX) TO BDS-COUNT.
           MOVE WS-AGG-CENTS (WS-AGG-IX) TO BDS-AMOUNT.
           WRITE RETURN-SETTLED.
           ADD 1 TO WS-RET-RECORDS.

       D190-PROXIMO-AGREGADO.
           SET WS-AGG-IX UP BY 1.

       D120-GRAVA-LIQUIDADO-FIM.
           EXIT.

       D130-GRAVA-CODIGO-EUR.
           MOVE SPACES TO RETURN-EUR.
           MOVE 'E' TO BDE-TYPE.
           MOVE WS-QUARTER TO BDE-QUARTER.
           MOVE WS-QCD-CODE (WS-QCD-IX) TO BDE-CODE.
           MOVE WS-QCD-GL-CNT (WS-QCD-IX) TO BDE-COUNT.
           MOVE WS-QCD-GL-CENTS (WS-QCD-IX) TO BDE-AMOUNT.
           WRITE RETURN-EUR.
           ADD 1 TO WS-RET-RECORDS.
           SET WS-QCD-IX UP BY 1.

       D130-GRAVA-CODIGO-EUR-FIM.
           EXIT.

       D140-GRAVA-COMERCIANTES.
           SET WS-REGION-SLOT TO WS-REGION-IX.
           IF WS-RGN-SETTLED (WS-REGION-SLOT) = ZERO
              GO TO D149-PROXIMA-REGIAO.
           MOVE SPACES TO RETURN-MERCHANTS.
           MOVE 'M' TO BDM-TYPE.
           MOVE WS-QUARTER TO BDM-QUARTER.
           MOVE WS-REGION-ENTRY-CODE (WS-REGION-IX) TO BDM-REGION.
           MOVE WS-RGN-MERCHANTS (WS-REGION-SLOT) TO BDM-COUNT.
           WRITE RETURN-MERCHANTS.
           ADD 1 TO WS-RET-RECORDS.

       D149-PROXIMA-REGIAO.
           SET WS-REGION-IX UP BY 1.

       D140-GRAVA-COMERCIANTES-FIM.
           EXIT.

       D150-GRAVA-ESTORNO.
           MOVE SPACES TO RETURN-CHARGEBACK.
           MOVE 'C' TO BDC-TYPE.
           MOVE WS-QUARTER TO BDC-QUARTER.
           MOVE WS-BDC-STATUS TO BDC-STATUS.
           MOVE WS-BDC-CNT TO BDC-COUNT.
           MOVE WS-BDC-CENTS TO BDC-AMOUNT.
           WRITE RETURN-CHARGEBACK.
           ADD 1 TO WS-RET-RECORDS.

       D150-GRAVA-ESTORNO-FIM.
           EXIT.

       D160-GRAVA-REJEICAO.
           MOVE SPACES TO RETURN-REJECTED.
           MOVE 'R' TO BDR-TYPE.
           MOVE WS-QUARTER TO BDR-QUARTER.
           MOVE WS-RJT-REASON (WS-RJT-IX) TO BDR-REASON.
           MOVE WS-RJT-CNT (WS-RJT-IX) TO BDR-COUNT.
           WRITE RETURN-REJECTED.
           ADD 1 TO WS-RET-RECORDS.
           SET WS-RJT-IX UP BY 1.

       D160-GRAVA-REJEICAO-FIM.
           EXIT.

      *----------------------------------------------------------*
      * D200 - PRINTED COVER REPORT: THE RETURN'S FIGURES AND    *
      *        THE TIE-BACK TO THE MONTH-END STATEMENTS.         *
      *----------------------------------------------------------*
       D200-RELATORIO-CAPA.

           OPEN OUTPUT COVER-REPORT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'BANCO DE PORTUGAL CARD-ACQUIRING RETURN - '
                  DELIMITED BY SIZE
                  WS-QUARTER DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           WRITE COVER-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'MONTHS: ' DELIMITED BY SIZE
                  WS-QTR-MONTH (1) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-QTR-MONTH (2) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-QTR-MONTH (3) DELIMITED BY SIZE
                  '  RUN DATE: ' DELIMITED BY SIZE
                  WS-PROCESS-DATE DELIMITED BY SIZE
                  '  RECORDS: ' DELIMITED BY SIZE
                  WS-RET-RECORDS DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           WRITE COVER-REPORT-LINE FROM WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           WRITE COVER-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE 'SETTLED BY REGION' TO WS-REPORT-LINE.
           WRITE COVER-REPORT-LINE FROM WS-REPORT-LINE.
           SET WS-REGION-IX TO 1.
           PERFORM D210-CAPA-REGIAO
              THRU D210-CAPA-REGIAO-FIM
                UNTIL WS-REGION-IX > WS-REGION-TABLE-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'TOTAL SETTLED: ' DELIMITED BY SIZE
                  WS-SETTLED-COUNT DELIMITED BY SIZE
                  '  ACTIVE MERCHANTS: ' DELIMITED BY SIZE
                  WS-MCH-COUNT DELIMITED BY SIZE
                  '  NO MERCHANT NO.: ' DELIMITED BY SIZE
                  WS-NO-MERCHANT-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           WRITE COVER-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'NOT YET FINAL (PENDING/CARRIED): '
                  DELIMITED BY SIZE
                  WS-OTHER-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           WRITE COVER-REPORT-LINE FROM WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           WRITE COVER-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'REJECTIONS BY REASON - TOTAL: ' DELIMITED BY SIZE
                  WS-REJECTED-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           WRITE COVER-REPORT-LINE FROM WS-REPORT-LINE.
           SET WS-RJT-IX TO 1.
           PERFORM D220-CAPA-REJEICAO
              THRU D220-CAPA-REJEICAO-FIM
                UNTIL WS-RJT-IX > WS-RJT-COUNT.

           PERFORM D230-CAPA-ESTORNOS
              THRU D230-CAPA-ESTORNOS-FIM.

           PERFORM D300-RECONCILIA-EXTRATOS
              THRU D300-RECONCILIA-EXTRATOS-FIM.

           MOVE SPACES TO WS-REPORT-LINE.
           WRITE COVER-REPORT-LINE FROM WS-REPORT-LINE.
           IF WS-RUN-FAILED = 'Y'
              MOVE 'RETURN DOES NOT TIE - NOT TO BE SUBMITTED'
                 TO WS-REPORT-LINE
           ELSE
              MOVE 'RETURN TIES TO THE MONTH-END STATEMENTS'
                 TO WS-REPORT-LINE.
           WRITE COVER-REPORT-LINE FROM WS-REPORT-LINE.
           CLOSE COVER-REPORT.

       D200-RELATORIO-CAPA-FIM.
           EXIT.

       D210-CAPA-REGIAO.
           SET WS-REGION-SLOT TO WS-REGION-IX.
           IF WS-RGN-SETTLED (WS-REGION-SLOT) = ZERO
              GO TO D219-PROXIMA-REGIAO.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-REGION-ENTRY-CODE (WS-REGION-IX)
                     DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-REGION-ENTRY-DESC (WS-REGION-IX)
                     DELIMITED BY SIZE
                  '  SETTLED: ' DELIMITED BY SIZE
                  WS-RGN-SETTLED (WS-REGION-SLOT) DELIMITED BY SIZE
                  '  FOREIGN: ' DELIMITED BY SIZE
                  WS-RGN-FOREIGN (WS-REGION-SLOT) DELIMITED BY SIZE
                  '  MERCH: ' DELIMITED BY SIZE
                  WS-RGN-MERCHANTS (WS-REGION-SLOT) DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           WRITE COVER-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE WS-RGN-DOM-CENTS (WS-REGION-SLOT) TO WS-AMOUNT-CENTS.
           PERFORM D900-EDITA-CENTIMOS
              THRU D900-EDITA-CENTIMOS-FIM.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  DOMESTIC AMOUNT: ' DELIMITED BY SIZE
                  WS-AMOUNT-EDITED DELIMITED BY SIZE
                  ' EUR' DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           WRITE COVER-REPORT-LINE FROM WS-REPORT-LINE.

       D219-PROXIMA-REGIAO.
           SET WS-REGION-IX UP BY 1.

       D210-CAPA-REGIAO-FIM.
           EXIT.

       D220-CAPA-REJEICAO.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  ' DELIMITED BY SIZE
                  WS-RJT-REASON (WS-RJT-IX) DELIMITED BY SIZE
                  '  COUNT: ' DELIMITED BY SIZE
                  WS-RJT-CNT (WS-RJT-IX) DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           WRITE COVER-REPORT-LINE FROM WS-REPORT-LINE.
           SET WS-RJT-IX UP BY 1.

       D220-CAPA-REJEICAO-FIM.
           EXIT.

       D230-CAPA-ESTORNOS.

           MOVE SPACES TO WS-REPORT-LINE.
           WRITE COVER-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE 'CHARGEBACKS (FBBAT14 OPEN MASTER AND CLEARED FILE)'
              TO WS-REPORT-LINE.
           WRITE COVER-REPORT-LINE FROM WS-REPORT-LINE.

           MOVE WS-CB-RCV-CENTS TO WS-AMOUNT-CENTS.
           PERFORM D900-EDITA-CENTIMOS
              THRU D900-EDITA-CENTIMOS-FIM.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  RECEIVED IN QUARTER  COUNT: ' DELIMITED BY SIZE
                  WS-CB-RCV-CNT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-AMOUNT-EDITED DELIMITED BY SIZE
                  ' EUR' DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           WRITE COVER-REPORT-LINE FROM WS-REPORT-LINE.

           MOVE WS-CB-MAT-CENTS TO WS-AMOUNT-CENTS.
           PERFORM D900-EDITA-CENTIMOS
              THRU D900-EDITA-CENTIMOS-FIM.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '    MATCHED            COUNT: ' DELIMITED BY SIZE
                  WS-CB-MAT-CNT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-AMOUNT-EDITED DELIMITED BY SIZE
                  ' EUR' DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           WRITE COVER-REPORT-LINE FROM WS-REPORT-LINE.

           MOVE WS-CB-UNM-CENTS TO WS-AMOUNT-CENTS.
           PERFORM D900-EDITA-CENTIMOS
              THRU D900-EDITA-CENTIMOS-FIM.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '    UNMATCHED          COUNT: ' DELIMITED BY SIZE
                  WS-CB-UNM-CNT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-AMOUNT-EDITED DELIMITED BY SIZE
                  ' EUR' DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           WRITE COVER-REPORT-LINE FROM WS-REPORT-LINE.

           MOVE WS-CB-CLR-CENTS TO WS-AMOUNT-CENTS.
           PERFORM D900-EDITA-CENTIMOS
              THRU D900-EDITA-CENTIMOS-FIM.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '    CLEARED            COUNT: ' DELIMITED BY SIZE
                  WS-CB-CLR-CNT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-AMOUNT-EDITED DELIMITED BY SIZE
                  ' EUR' DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           WRITE COVER-REPORT-LINE FROM WS-REPORT-LINE.

           MOVE WS-CB-OPN-CENTS TO WS-AMOUNT-CENTS.
           PERFORM D900-EDITA-CENTIMOS
              THRU D900-EDITA-CENTIMOS-FIM.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  OPEN AT RUN DATE     COUNT: ' DELIMITED BY SIZE
                  WS-CB-OPN-CNT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-AMOUNT-EDITED DELIMITED BY SIZE
                  ' EUR' DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           WRITE COVER-REPORT-LINE FROM WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  CLEARED, NO LONGER ON MASTER: ' DELIMITED BY SIZE
                  WS-CB-OFF-CNT DELIMITED BY SIZE
                  ' (NOT IN RETURN)' DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           WRITE COVER-REPORT-LINE FROM WS-REPORT-LINE.

       D230-CAPA-ESTORNOS-FIM.
           EXIT.

      *----------------------------------------------------------*
      * D300 - TIE-BACK, MONTH BY MONTH AND CODE BY CODE, OF THE *
      *        SETTLED FIGURES TO THE FBBAT09 STATEMENTS. THE    *
      *        COUNT MUST AGREE. THE STATEMENT AMOUNT IS IN EUR  *
      *        WITH FOREIGN RECORDS CONVERTED AT THE DAY'S RATE, *
      *        WHICH THE HISTORY DOES NOT KEEP: WITH NO FOREIGN  *
      *        RECORD THE DOMESTIC AMOUNT MUST EQUAL IT, OTHER-  *
      *        WISE IT MUST NOT EXCEED IT AND THE DIFFERENCE IS  *
      *        SHOWN AS THE FOREIGN EUR VALUE.                   *
      *----------------------------------------------------------*
       D300-RECONCILIA-EXTRATOS.

           MOVE SPACES TO WS-REPORT-LINE.
           WRITE COVER-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE 'TIE-BACK TO THE FBBAT09 MONTH-END STATEMENTS'
              TO WS-REPORT-LINE.
           WRITE COVER-REPORT-LINE FROM WS-REPORT-LINE.

           MOVE ZERO TO WS-TIE-BREAKS.
           MOVE 1 TO WS-MONTH-IX.
           PERFORM D310-RECONCILIA-MES
              THRU D310-RECONCILIA-MES-FIM
                UNTIL WS-MONTH-IX > 3.

           MOVE WS-GL-TOTAL-CENTS TO WS-AMOUNT-CENTS.
           PERFORM D900-EDITA-CENTIMOS
              THRU D900-EDITA-CENTIMOS-FIM.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'QUARTER  STATEMENTS COUNT: ' DELIMITED BY SIZE
                  WS-GL-TOTAL-CNT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-AMOUNT-EDITED DELIMITED BY SIZE
                  ' EUR' DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           WRITE COVER-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'BREAKS: ' DELIMITED BY SIZE
                  WS-TIE-BREAKS DELIMITED BY SIZE
                  '  MONTHS NOT CLOSED: ' DELIMITED BY SIZE
                  WS-ARCH-MISSING DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           WRITE COVER-REPORT-LINE FROM WS-REPORT-LINE.
           IF WS-TIE-BREAKS > ZERO
              MOVE 'Y' TO WS-RUN-FAILED.

       D300-RECONCILIA-EXTRATOS-FIM.
           EXIT.

       D310-RECONCILIA-MES.

           MOVE ZERO TO WS-MTH-HIS-CNT WS-MTH-GL-CNT WS-MTH-GL-CENTS.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'MONTH ' DELIMITED BY SIZE
                  WS-QTR-MONTH (WS-MONTH-IX) DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           WRITE COVER-REPORT-LINE FROM WS-REPORT-LINE.

           SET WS-TIE-IX TO 1.
           PERFORM D320-RECONCILIA-CODIGO
              THRU D320-RECONCILIA-CODIGO-FIM
                UNTIL WS-TIE-IX > WS-TIE-COUNT.

           MOVE WS-MTH-GL-CENTS TO WS-AMOUNT-CENTS.
           PERFORM D900-EDITA-CENTIMOS
              THRU D900-EDITA-CENTIMOS-FIM.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  MONTH TOTAL  SETTLED: ' DELIMITED BY SIZE
                  WS-MTH-HIS-CNT DELIMITED BY SIZE
                  '  STATEMENT: ' DELIMITED BY SIZE
                  WS-MTH-GL-CNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           WRITE COVER-REPORT-LINE FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  MONTH STATEMENT AMOUNT: ' DELIMITED BY SIZE
                  WS-AMOUNT-EDITED DELIMITED BY SIZE
                  ' EUR' DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           WRITE COVER-REPORT-LINE FROM WS-REPORT-LINE.
           ADD 1 TO WS-MONTH-IX.

       D310-RECONCILIA-MES-FIM.
           EXIT.

       D320-RECONCILIA-CODIGO.

           IF WS-TIE-MONTH (WS-TIE-IX) NOT = WS-MONTH-IX
              GO TO D390-PROXIMO-TIE.
           ADD WS-TIE-HIS-CNT (WS-TIE-IX) TO WS-MTH-HIS-CNT.
           ADD WS-TIE-GL-CNT (WS-TIE-IX) TO WS-MTH-GL-CNT.
           ADD WS-TIE-GL-CENTS (WS-TIE-IX) TO WS-MTH-GL-CENTS.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  CODE ' DELIMITED BY SIZE
                  WS-TIE-CODE (WS-TIE-IX) DELIMITED BY SIZE
                  '  SETTLED: ' DELIMITED BY SIZE
                  WS-TIE-HIS-CNT (WS-TIE-IX) DELIMITED BY SIZE
                  '  STATEMENT: ' DELIMITED BY SIZE
                  WS-TIE-GL-CNT (WS-TIE-IX) DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           IF WS-TIE-HIS-CNT (WS-TIE-IX) NOT = WS-TIE-GL-CNT (WS-TIE-IX)
              MOVE '** COUNT BREAK' TO WS-REPORT-LINE(51:14)
              ADD 1 TO WS-TIE-BREAKS.
           WRITE COVER-REPORT-LINE FROM WS-REPORT-LINE.

           MOVE WS-TIE-GL-CENTS (WS-TIE-IX) TO WS-AMOUNT-CENTS.
           PERFORM D900-EDITA-CENTIMOS
              THRU D900-EDITA-CENTIMOS-FIM.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '    STATEMENT AMOUNT:  ' DELIMITED BY SIZE
                  WS-AMOUNT-EDITED DELIMITED BY SIZE
                  ' EUR' DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           WRITE COVER-REPORT-LINE FROM WS-REPORT-LINE.

           MOVE WS-TIE-DOM-CENTS (WS-TIE-IX) TO WS-AMOUNT-CENTS.
           PERFORM D900-EDITA-CENTIMOS
              THRU D900-EDITA-CENTIMOS-FIM.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '    DOMESTIC AMOUNT:   ' DELIMITED BY SIZE
                  WS-AMOUNT-EDITED DELIMITED BY SIZE
                  ' EUR' DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           IF WS-TIE-DOM-CENTS (WS-TIE-IX)
                 > WS-TIE-GL-CENTS (WS-TIE-IX)
              OR (WS-TIE-FOR-CNT (WS-TIE-IX) = ZERO
                  AND WS-TIE-DOM-CENTS (WS-TIE-IX)
                         NOT = WS-TIE-GL-CENTS (WS-TIE-IX))
                 MOVE '** AMOUNT BREAK' TO WS-REPORT-LINE(51:15)
                 ADD 1 TO WS-TIE-BREAKS
                 WRITE COVER-REPORT-LINE FROM WS-REPORT-LINE
                 GO TO D390-PROXIMO-TIE.
           WRITE COVER-REPORT-LINE FROM WS-REPORT-LINE.

           IF WS-TIE-FOR-CNT (WS-TIE-IX) = ZERO
              GO TO D390-PROXIMO-TIE.
           COMPUTE WS-AMOUNT-CENTS = WS-TIE-GL-CENTS (WS-TIE-IX)
              - WS-TIE-DOM-CENTS (WS-TIE-IX).
           PERFORM D900-EDITA-CENTIMOS
              THRU D900-EDITA-CENTIMOS-FIM.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '    FOREIGN (' DELIMITED BY SIZE
                  WS-TIE-FOR-CNT (WS-TIE-IX) DELIMITED BY SIZE
                  '): ' DELIMITED BY SIZE
                  WS-AMOUNT-EDITED DELIMITED BY SIZE
                  ' EUR' DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           WRITE COVER-REPORT-LINE FROM WS-REPORT-LINE.

       D390-PROXIMO-TIE.
           SET WS-TIE-IX UP BY 1.

       D320-RECONCILIA-CODIGO-FIM.
           EXIT.

      *----------------------------------------------------------*
      * D900 - EDIT A CENTS FIGURE FOR THE COVER REPORT.         *
      *----------------------------------------------------------*
       D900-EDITA-CENTIMOS.

           COMPUTE WS-AMOUNT-EDITED = WS-AMOUNT-CENTS / 100.

       D900-EDITA-CENTIMOS-FIM.
           EXIT.

      *----------------------------------------------------------*
      * Q100 - WHICH MONTH OF THE QUARTER (1-3) WS-DATE-CHECK    *
      *        FALLS IN; ZERO WHEN OUTSIDE IT.                   *
      *----------------------------------------------------------*
       Q100-MES-DO-TRIMESTRE.

           MOVE ZERO TO WS-MONTH-IX.
           IF WS-DATE-CHECK(1:6) = WS-QTR-MONTH (1)
              MOVE 1 TO WS-MONTH-IX.
           IF WS-DATE-CHECK(1:6) = WS-QTR-MONTH (2)
              MOVE 2 TO WS-MONTH-IX.
           IF WS-DATE-CHECK(1:6) = WS-QTR-MONTH (3)
              MOVE 3 TO WS-MONTH-IX.

       Q100-MES-DO-TRIMESTRE-FIM.
           EXIT.

      *----------------------------------------------------------*
      * Q200 - THE TIE-BACK ENTRY FOR WS-MONTH-IX AND            *
      *        WS-TIE-CODE-CUR, CREATED WHEN NEW. A FULL TABLE   *
      *        LEAVES WS-TIE-IX PAST THE COUNT AND FAILS THE RUN.*
      *----------------------------------------------------------*
       Q200-PROCURA-TIE.

           SET WS-TIE-IX TO 1.
           SEARCH WS-TIE-ENTRY
              AT END PERFORM Q210-NOVO-TIE
                        THRU Q210-NOVO-TIE-FIM
              WHEN WS-TIE-MONTH (WS-TIE-IX) = WS-MONTH-IX
               AND WS-TIE-CODE (WS-TIE-IX) = WS-TIE-CODE-CUR
                 CONTINUE
           END-SEARCH.

       Q200-PROCURA-TIE-FIM.
           EXIT.

       Q210-NOVO-TIE.
           IF WS-TIE-COUNT NOT < WS-TIE-MAX
              DISPLAY 'FBBAT27 - TIE-BACK TABLE FULL AT CODE '
                 WS-TIE-CODE-CUR
              MOVE 'Y' TO WS-RUN-FAILED
              SET WS-TIE-IX TO WS-TIE-MAX
              SET WS-TIE-IX UP BY 1
              GO TO Q210-NOVO-TIE-FIM.
           ADD 1 TO WS-TIE-COUNT.
           SET WS-TIE-IX TO WS-TIE-COUNT.
           MOVE WS-MONTH-IX TO WS-TIE-MONTH (WS-TIE-IX).
           MOVE WS-TIE-CODE-CUR TO WS-TIE-CODE (WS-TIE-IX).
           MOVE ZERO TO WS-TIE-HIS-CNT (WS-TIE-IX).
           MOVE ZERO TO WS-TIE-FOR-CNT (WS-TIE-IX).
           MOVE ZERO TO WS-TIE-DOM-CENTS (WS-TIE-IX).
           MOVE ZERO TO WS-TIE-GL-CNT (WS-TIE-IX).
           MOVE ZERO TO WS-TIE-GL-CENTS (WS-TIE-IX).

       Q210-NOVO-TIE-FIM.
           EXIT.

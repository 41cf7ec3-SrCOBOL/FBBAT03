      **********************************************************
      * PROGRAM: FBBAT24.CBL                                    *
      * DESCRIPTION: FRAUD CASE DISPOSITION. APPLIES THE FRAUD  *
      *              DESK'S DISPOSITION FILE TO THE CASE MASTER *
      *              FBBAT23 BUILDS. EACH LINE NAMES A CASE BY  *
      *              ITS CASE NUMBER (THE CARD IS NEVER KEYED   *
      *              OR SHOWN IN FULL) AND MOVES IT TO:         *
      *                'R' UNDER REVIEW;                        *
      *                'C' CONFIRMED - THE CARD IS ADDED TO THE *
      *                  HOT-CARD STOP-LIST FILE, SO THE NEXT   *
      *                  PROCESS-SIBS RUN REJECTS IT;           *
      *                'L' CLEARED - FBBAT06 STOPS FLAGGING THE *
      *                  CARD FOR FRAUD_CLEAR_DAYS DAYS         *
      *                  (DEFAULT 30).                          *
      *              CONFIRMED AND CLEARED NEED THE ANALYST'S   *
      *              DISPOSITION TEXT. A CONFIRMED CASE IS      *
      *              FINAL. EVERY APPLIED DISPOSITION IS        *
      *              APPENDED TO THE PERMANENT AUDIT LOG AS A   *
      *              BEFORE AND AN AFTER IMAGE OF THE CASE,     *
      *              CARD MASKED, WITH THE ANALYST AND TIME; A  *
      *              REFUSED ONE IS LOGGED WITH ITS REASON AND  *
      *              LEAVES THE CASE UNTOUCHED. OPERATOR RUN,   *
      *              OUTSIDE THE NIGHTLY RUN-CONTROL LEDGER.    *
      *              THE CASE MASTER HOLDS THE CARD'S TOKEN     *
      *              (TOKEN.CPY), AND IT IS THE TOKEN THAT GOES *
      *              ON THE STOP-LIST.                          *
      * DEVELOPER: FRANCISCO BORGES                             *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBBAT24.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASE-FILE ASSIGN TO DYNAMIC WS-CASE-PATH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FCS-CARD-NUMBER
              FILE STATUS IS WS-FS-CASE.

           SELECT DISPOSITION-FILE ASSIGN TO DYNAMIC WS-DISP-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-DISP.

           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-AUDIT.

      *    HOT-CARD STOP-LIST - SEE STOPLIST-LOAD.CPY. LOADED TO
      *    KEEP A CARD FROM BEING LISTED TWICE, THEN EXTENDED WITH
      *    EVERY NEWLY CONFIRMED CARD.
           SELECT STOPLIST-FILE ASSIGN TO DYNAMIC WS-STOPLIST-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-STOPLIST.

       DATA DIVISION.
       FILE SECTION.
      * FRAUD CASE MASTER - SEE FBBAT23.
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

      * THE FRAUD DESK'S DISPOSITION FILE, ONE CASE PER LINE.
       FD  DISPOSITION-FILE.
       01  DISPOSITION-RECORD.
           05 FDP-CASE-NUMBER-X     PIC X(7).
           05 FDP-CASE-NUMBER REDEFINES FDP-CASE-NUMBER-X
                                     PIC 9(7).
           05 FDP-STATUS            PIC X(1).
           05 FDP-DISPOSITION       PIC X(40).
           05 FDP-ANALYST           PIC X(8).

      * PERMANENT AUDIT LOG, APPENDED TO BY EVERY RUN. AN APPLIED
      * DISPOSITION WRITES A 'BEFORE' AND AN 'AFTER ' LINE WITH
      * THE CASE IMAGE (CARD MASKED); A REFUSED ONE WRITES A
      * 'REFUSE' LINE CARRYING THE DISPOSITION AS SUBMITTED.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05 AUD-PROCESS-DATE      PIC X(8).
           05 AUD-TIME              PIC X(6).
           05 AUD-ANALYST           PIC X(8).
           05 AUD-STATUS            PIC X(1).
           05 AUD-IMAGE-TYPE        PIC X(6).
           05 AUD-REASON            PIC X(22).
           05 AUD-CASE-IMAGE        PIC X(130).

       FD  STOPLIST-FILE.
       01  STOPLIST-RECORD.
           05 STP-CARD-NUMBER       PIC X(16).

       WORKING-STORAGE SECTION.
       01  WS-CASE-PATH             PIC X(104).
       01  WS-DISP-PATH             PIC X(104).
       01  WS-AUDIT-PATH            PIC X(104).
       01  WS-FS-CASE               PIC 9(2) VALUE ZERO.
       01  WS-FS-DISP               PIC 9(2) VALUE ZERO.
       01  WS-FS-AUDIT              PIC 9(2) VALUE ZERO.
       01  WS-EOF-FILE              PIC X(1) VALUE 'N'.

      * A STOP-LIST, CASE MASTER OR AUDIT LOG WRITE THAT FAILS
      * ENDS THE RUN RC 8 WITHOUT ITS NORMAL END: A CONFIRMED CARD
      * MISSING FROM THE LIST, OR A CHANGE MISSING FROM THE LOG,
      * MUST BE PUT RIGHT BEFORE THE NEXT PROCESSING RUN. NO CASE
      * IS REWRITTEN ONCE IT IS SET.
       01  WS-RUN-FAILED            PIC X(1) VALUE 'N'.
       01  WS-PROCESS-DATE          PIC X(8) VALUE SPACES.
       01  WS-RUN-TIME              PIC X(6) VALUE SPACES.

      * DAYS A CLEARED CARD IS KEPT OFF THE VELOCITY REPORT. A
      * VALUE OF ZERO (NOT SET) FALLS BACK TO THE DEFAULT, SAME
      * CONVENTION AS ENT002_COUNT IN PROCESS-SIBS.CBL.
       01  WS-CLEAR-DAYS            PIC 9(3) VALUE ZERO.
       01  WS-DAY-COUNT             PIC 9(3) VALUE ZERO.

      * THE DISPOSITIONS ARE HELD IN MEMORY AND APPLIED IN ONE
      * PASS OF THE MASTER, IN FILE ORDER FOR ANY ONE CASE. ONE
      * NOT APPLIED OR REFUSED BY THE END NAMED NO CASE ON FILE.
       01  WS-DSP-MAX               PIC 9(4) VALUE 2000.
       01  WS-DSP-COUNT             PIC 9(4) VALUE ZERO.
       01  WS-DSP-IX                PIC 9(4) VALUE ZERO.
       01  WS-DSP-TABLE.
           05 WS-DSP-ENTRY OCCURS 2000 TIMES.
              10 WS-DSP-CASE-NUMBER PIC 9(7).
              10 WS-DSP-STATUS      PIC X(1).
              10 WS-DSP-DISPOSITION PIC X(40).
              10 WS-DSP-ANALYST     PIC X(8).
              10 WS-DSP-DONE        PIC X(1).

      * THE DISPOSITION BEING APPLIED: THE REASON IT WAS REFUSED
      * (SPACES WHEN ACCEPTED) AND THE CASE IMAGE BEFORE IT.
       01  WS-REFUSE-REASON         PIC X(22) VALUE SPACES.
       01  WS-BEFORE-IMAGE          PIC X(130) VALUE SPACES.
       01  WS-CASE-IMAGE            PIC X(130) VALUE SPACES.
       01  WS-ON-STOPLIST           PIC X(1) VALUE 'N'.

       01  WS-DISP-READ             PIC 9(5) VALUE ZERO.
       01  WS-REVIEW-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-CONFIRMED-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-CLEARED-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-LISTED-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-REFUSED-COUNT         PIC 9(5) VALUE ZERO.

           COPY STOPLIST.

      * SUPPRESSION DATE ARITHMETIC - SAME CALENDAR RULES AS
      * FBBAT14 A710/A740.
       01  WS-DATE-WORK.
           05 WS-DW-YYYY            PIC 9(4).
           05 WS-DW-MM              PIC 9(2).
           05 WS-DW-DD              PIC 9(2).
       01  WS-DAYS-IN-MONTH         PIC 9(2) VALUE ZERO.
       01  WS-SER-T1                PIC 9(7) VALUE ZERO.
       01  WS-SER-T2                PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.

       A000-PRINCIPAL.

           PERFORM A100-INICIO
              THRU A100-INICIO-FIM.

           PERFORM B100-CARREGA-DISPOSICOES
              THRU B100-CARREGA-DISPOSICOES-FIM.

           PERFORM C100-PERCORRE-CASOS
              THRU C100-PERCORRE-CASOS-FIM.

           MOVE 1 TO WS-DSP-IX.
           PERFORM C900-CASO-INEXISTENTE
              THRU C900-CASO-INEXISTENTE-FIM
                UNTIL WS-DSP-IX > WS-DSP-COUNT.

           PERFORM A900-FIM
              THRU A900-FIM-FIM.

           STOP RUN.

       A100-INICIO.

           ACCEPT WS-PROCESS-DATE FROM ENVIRONMENT 'PROCESS_DATE'.
           IF WS-PROCESS-DATE = SPACES
              ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           ACCEPT WS-CLEAR-DAYS FROM ENVIRONMENT 'FRAUD_CLEAR_DAYS'.
           IF WS-CLEAR-DAYS = ZERO
              MOVE 30 TO WS-CLEAR-DAYS.

           ACCEPT WS-CASE-PATH FROM ENVIRONMENT 'ENT002_FRAUD'.
           IF WS-CASE-PATH = SPACES
              MOVE '/home/kikos/ficheiros/FRAUDE' TO WS-CASE-PATH.

           ACCEPT WS-DISP-PATH FROM ENVIRONMENT 'ENT002_FRAUD_DSP'.
           IF WS-DISP-PATH = SPACES
              MOVE '/home/kikos/ficheiros/FRAUDE.DSP'
                 TO WS-DISP-PATH.

           ACCEPT WS-AUDIT-PATH FROM ENVIRONMENT 'ENT002_FRAUD_AUD'.
           IF WS-AUDIT-PATH = SPACES
              MOVE '/home/kikos/ficheiros/FRAUDE.AUD'
                 TO WS-AUDIT-PATH.

           PERFORM A110-CARREGA-STOPLIST
              THRU A110-CARREGA-STOPLIST-FIM.

           OPEN INPUT DISPOSITION-FILE.
           IF WS-FS-DISP NOT = ZERO
              DISPLAY 'FBBAT24 - NO DISPOSITION FILE ' WS-DISP-PATH
              MOVE 8 TO RETURN-CODE
              STOP RUN.

           OPEN I-O CASE-FILE.
           IF WS-FS-CASE NOT = ZERO
              DISPLAY 'FBBAT24 - CANNOT OPEN FRAUD CASE MASTER '
                 WS-FS-CASE
              CLOSE DISPOSITION-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN.

      *    THE AUDIT LOG IS PERMANENT - APPENDED, NEVER REWRITTEN.
           OPEN EXTEND AUDIT-FILE.
           IF WS-FS-AUDIT NOT = ZERO
              OPEN OUTPUT AUDIT-FILE.
           IF WS-FS-AUDIT NOT = ZERO
              DISPLAY 'FBBAT24 - CANNOT OPEN AUDIT LOG ' WS-FS-AUDIT
              CLOSE DISPOSITION-FILE
              CLOSE CASE-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN.

      *    A CONFIRMED CARD MUST REACH THE STOP-LIST - NO LIST TO
      *    EXTEND STOPS THE RUN BEFORE ANY CASE IS TOUCHED.
           OPEN EXTEND STOPLIST-FILE.
           IF WS-FS-STOPLIST NOT = ZERO
              OPEN OUTPUT STOPLIST-FILE.
           IF WS-FS-STOPLIST NOT = ZERO
              DISPLAY 'FBBAT24 - CANNOT EXTEND STOP-LIST '
                 WS-FS-STOPLIST
              CLOSE DISPOSITION-FILE
              CLOSE CASE-FILE
              CLOSE AUDIT-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN.

       A100-INICIO-FIM.
           EXIT.

      *----------------------------------------------------------*
      * A110 - LOAD THE SHARED HOT-CARD STOP-LIST TABLE          *
      *        (COPYBOOKS/STOPLIST).                             *
      *----------------------------------------------------------*
       A110-CARREGA-STOPLIST.

           COPY STOPLIST-LOAD.

       A110-CARREGA-STOPLIST-FIM.
           EXIT.

           COPY STOPLIST-READ.

       A900-FIM.

           CLOSE DISPOSITION-FILE.
           CLOSE CASE-FILE.
           CLOSE AUDIT-FILE.
           CLOSE STOPLIST-FILE.
           IF WS-RUN-FAILED = 'Y'
              DISPLAY 'FBBAT24 - RUN FAILED, SEE MESSAGES ABOVE'
              MOVE 8 TO RETURN-CODE
              GO TO A900-FIM-FIM.
           DISPLAY 'FBBAT24 FIM NORMAL - LIDAS: ' WS-DISP-READ
              '  EM ANALISE: ' WS-REVIEW-COUNT
              '  CONFIRMADOS: ' WS-CONFIRMED-COUNT
              '  LIMPOS: ' WS-CLEARED-COUNT
              '  NA STOP-LIST: ' WS-LISTED-COUNT
              '  RECUSADAS: ' WS-REFUSED-COUNT.
           IF WS-REFUSED-COUNT > ZERO
              DISPLAY 'WARNING - DISPOSITIONS REFUSED, SEE '
                 'AUDIT LOG'.

       A900-FIM-FIM.
           EXIT.

      *----------------------------------------------------------*
      * B100 - LOAD THE DISPOSITION FILE. A LINE THAT FAILS ITS  *
      *        OWN CHECKS IS REFUSED HERE AND NEVER TABLED.      *
      *----------------------------------------------------------*
       B100-CARREGA-DISPOSICOES.

           MOVE 'N' TO WS-EOF-FILE.
           PERFORM B110-LE-DISPOSICAO
              THRU B110-LE-DISPOSICAO-FIM
                UNTIL WS-EOF-FILE = 'S'.

       B100-CARREGA-DISPOSICOES-FIM.
           EXIT.

       B110-LE-DISPOSICAO.
           READ DISPOSITION-FILE
              AT END
                 MOVE 'S' TO WS-EOF-FILE
                 GO TO B110-LE-DISPOSICAO-FIM.
           ADD 1 TO WS-DISP-READ.
           MOVE SPACES TO WS-REFUSE-REASON.

           IF FDP-CASE-NUMBER-X NOT NUMERIC
              MOVE 'CASE NUMBER INVALID' TO WS-REFUSE-REASON
           ELSE
              IF FDP-STATUS NOT = 'R'
                 AND FDP-STATUS NOT = 'C'
                 AND FDP-STATUS NOT = 'L'
                    MOVE 'STATUS INVALID' TO WS-REFUSE-REASON
              ELSE
                 IF FDP-STATUS NOT = 'R'
                    AND FDP-DISPOSITION = SPACES
                       MOVE 'DISPOSITION BLANK' TO WS-REFUSE-REASON
                 ELSE
                    IF FDP-ANALYST = SPACES
                       MOVE 'ANALYST BLANK' TO WS-REFUSE-REASON
                    ELSE
                       IF WS-DSP-COUNT NOT < WS-DSP-MAX
                          MOVE 'TOO MANY IN ONE RUN'
                             TO WS-REFUSE-REASON.

           IF WS-REFUSE-REASON NOT = SPACES
              MOVE SPACES TO WS-CASE-IMAGE
              MOVE DISPOSITION-RECORD TO WS-CASE-IMAGE
              PERFORM Q300-GRAVA-RECUSA
                 THRU Q300-GRAVA-RECUSA-FIM
              GO TO B110-LE-DISPOSICAO-FIM.

           ADD 1 TO WS-DSP-COUNT.
           MOVE FDP-CASE-NUMBER TO WS-DSP-CASE-NUMBER (WS-DSP-COUNT).
           MOVE FDP-STATUS TO WS-DSP-STATUS (WS-DSP-COUNT).
           MOVE FDP-DISPOSITION TO WS-DSP-DISPOSITION (WS-DSP-COUNT).
           MOVE FDP-ANALYST TO WS-DSP-ANALYST (WS-DSP-COUNT).
           MOVE 'N' TO WS-DSP-DONE (WS-DSP-COUNT).

       B110-LE-DISPOSICAO-FIM.
           EXIT.

      *----------------------------------------------------------*
      * C100 - ONE PASS OF THE CASE MASTER. EACH CASE NAMED ON   *
      *        THE DISPOSITION TABLE HAS ITS LINES APPLIED IN    *
      *        FILE ORDER.                                       *
      *----------------------------------------------------------*
       C100-PERCORRE-CASOS.

           IF WS-DSP-COUNT = ZERO
              GO TO C100-PERCORRE-CASOS-FIM.
           MOVE LOW-VALUES TO FCS-CARD-NUMBER.
           START CASE-FILE KEY NOT LESS FCS-CARD-NUMBER
              INVALID KEY
                 GO TO C100-PERCORRE-CASOS-FIM.
           MOVE 'N' TO WS-EOF-FILE.
           PERFORM C110-LE-CASO
              THRU C110-LE-CASO-FIM
                UNTIL WS-EOF-FILE = 'S'.

       C100-PERCORRE-CASOS-FIM.
           EXIT.

       C110-LE-CASO.
           READ CASE-FILE NEXT RECORD
              AT END
                 MOVE 'S' TO WS-EOF-FILE
                 GO TO C110-LE-CASO-FIM.
           PERFORM C200-APLICA-DISPOSICAO
              THRU C200-APLICA-DISPOSICAO-FIM
                 VARYING WS-DSP-IX FROM 1 BY 1
                    UNTIL WS-DSP-IX > WS-DSP-COUNT.

       C110-LE-CASO-FIM.
           EXIT.

      *----------------------------------------------------------*
      * C200 - APPLY ONE DISPOSITION TO THE CASE JUST READ. A    *
      *        CONFIRMED CASE IS FINAL, AND A LINE THAT WOULD    *
      *        LEAVE THE STATUS AS IT IS IS REFUSED. A CONFIRMED *
      *        CARD GOES ON THE STOP-LIST BEFORE THE CASE IS     *
      *        REWRITTEN, SO A FAILED LIST WRITE LEAVES THE CASE *
      *        OPEN FOR THE RERUN; C400 DOES NOT LIST IT TWICE.  *
      *----------------------------------------------------------*
       C200-APLICA-DISPOSICAO.

           IF WS-DSP-DONE (WS-DSP-IX) = 'Y'
              OR WS-DSP-CASE-NUMBER (WS-DSP-IX) NOT = FCS-CASE-NUMBER
                 GO TO C200-APLICA-DISPOSICAO-FIM.
           MOVE 'Y' TO WS-DSP-DONE (WS-DSP-IX).
           MOVE SPACES TO WS-REFUSE-REASON.
           PERFORM Q100-IMAGEM-CASO
              THRU Q100-IMAGEM-CASO-FIM.
           MOVE WS-CASE-IMAGE TO WS-BEFORE-IMAGE.

           IF FCS-STATUS = 'C'
              MOVE 'CASE ALREADY CONFIRMED' TO WS-REFUSE-REASON
           ELSE
              IF FCS-STATUS = WS-DSP-STATUS (WS-DSP-IX)
                 MOVE 'STATUS UNCHANGED' TO WS-REFUSE-REASON.
           IF WS-REFUSE-REASON NOT = SPACES
              PERFORM Q300-GRAVA-RECUSA
                 THRU Q300-GRAVA-RECUSA-FIM
              GO TO C200-APLICA-DISPOSICAO-FIM.

           MOVE WS-DSP-STATUS (WS-DSP-IX) TO FCS-STATUS.
           MOVE WS-PROCESS-DATE TO FCS-STATUS-DATE.
           MOVE WS-DSP-ANALYST (WS-DSP-IX) TO FCS-ANALYST.
           IF WS-DSP-DISPOSITION (WS-DSP-IX) NOT = SPACES
              MOVE WS-DSP-DISPOSITION (WS-DSP-IX)
                 TO FCS-DISPOSITION.
           MOVE SPACES TO FCS-SUPPRESS-UNTIL.
           IF FCS-STATUS = 'L'
              PERFORM C300-CALCULA-SUPRESSAO
                 THRU C300-CALCULA-SUPRESSAO-FIM.
           IF FCS-STATUS = 'C'
              PERFORM C400-ACRESCENTA-STOPLIST
                 THRU C400-ACRESCENTA-STOPLIST-FIM.
           IF WS-RUN-FAILED = 'Y'
              GO TO C200-APLICA-DISPOSICAO-FIM.

           REWRITE CASE-RECORD
              INVALID KEY
                 MOVE 'MASTER WRITE FAILED' TO WS-REFUSE-REASON
                 PERFORM Q300-GRAVA-RECUSA
                    THRU Q300-GRAVA-RECUSA-FIM
                 GO TO C200-APLICA-DISPOSICAO-FIM.
           IF WS-FS-CASE NOT = ZERO
              DISPLAY 'FBBAT24 - CASE MASTER REWRITE FAILED '
                 WS-FS-CASE ' FOR CASE ' FCS-CASE-NUMBER
              MOVE 'Y' TO WS-RUN-FAILED
              GO TO C200-APLICA-DISPOSICAO-FIM.

           IF FCS-STATUS = 'R'
              ADD 1 TO WS-REVIEW-COUNT
           ELSE
              IF FCS-STATUS = 'L'
                 ADD 1 TO WS-CLEARED-COUNT
              ELSE
                 ADD 1 TO WS-CONFIRMED-COUNT.

           PERFORM Q200-GRAVA-ANTES-DEPOIS
              THRU Q200-GRAVA-ANTES-DEPOIS-FIM.

       C200-APLICA-DISPOSICAO-FIM.
           EXIT.

      *----------------------------------------------------------*
      * C300 - A CLEARED CARD IS SUPPRESSED THROUGH THE          *
      *        PROCESSING DATE PLUS FRAUD_CLEAR_DAYS.            *
      *----------------------------------------------------------*
       C300-CALCULA-SUPRESSAO.

           MOVE WS-PROCESS-DATE TO WS-DATE-WORK.
           MOVE ZERO TO WS-DAY-COUNT.
           PERFORM A710-AVANCA-UM-DIA
              THRU A710-AVANCA-UM-DIA-FIM
                UNTIL WS-DAY-COUNT NOT < WS-CLEAR-DAYS.
           MOVE WS-DATE-WORK TO FCS-SUPPRESS-UNTIL.

       C300-CALCULA-SUPRESSAO-FIM.
           EXIT.

       A710-AVANCA-UM-DIA.

           PERFORM A740-DIAS-NO-MES
              THRU A740-DIAS-NO-MES-FIM.
           IF WS-DW-DD < WS-DAYS-IN-MONTH
              ADD 1 TO WS-DW-DD
           ELSE
              MOVE 1 TO WS-DW-DD
              IF WS-DW-MM < 12
                 ADD 1 TO WS-DW-MM
              ELSE
                 MOVE 1 TO WS-DW-MM
                 ADD 1 TO WS-DW-YYYY.
           ADD 1 TO WS-DAY-COUNT.

       A710-AVANCA-UM-DIA-FIM.
           EXIT.

       A740-DIAS-NO-MES.

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

       A740-DIAS-NO-MES-FIM.
           EXIT.

      *----------------------------------------------------------*
      * C400 - PUT A CONFIRMED CARD ON THE STOP-LIST FOR THE     *
      *        NEXT PROCESSING RUN, UNLESS IT IS ALREADY THERE.  *
      *----------------------------------------------------------*
       C400-ACRESCENTA-STOPLIST.

           MOVE 'N' TO WS-ON-STOPLIST.
           IF WS-STP-TABLE-COUNT > ZERO
              SET WS-STP-IX TO 1
              SEARCH WS-STP-CARD
                 AT END CONTINUE
                 WHEN WS-STP-IX > WS-STP-TABLE-COUNT
                    CONTINUE
                 WHEN WS-STP-CARD (WS-STP-IX) = FCS-CARD-NUMBER
                    MOVE 'Y' TO WS-ON-STOPLIST
              END-SEARCH.
           IF WS-ON-STOPLIST = 'Y'
              GO TO C400-ACRESCENTA-STOPLIST-FIM.

           MOVE SPACES TO STOPLIST-RECORD.
           MOVE FCS-CARD-NUMBER TO STP-CARD-NUMBER.
           WRITE STOPLIST-RECORD.
           IF WS-FS-STOPLIST NOT = ZERO
              DISPLAY 'FBBAT24 - STOP-LIST WRITE FAILED '
                 WS-FS-STOPLIST ' FOR CASE ' FCS-CASE-NUMBER
                 ' - LIST THE CARD BY HAND'
              MOVE 'Y' TO WS-RUN-FAILED
              GO TO C400-ACRESCENTA-STOPLIST-FIM.
           ADD 1 TO WS-LISTED-COUNT.
           IF WS-STP-TABLE-COUNT < WS-STP-TABLE-MAX
              ADD 1 TO WS-STP-TABLE-COUNT
              SET WS-STP-IX TO WS-STP-TABLE-COUNT
              MOVE FCS-CARD-NUMBER TO WS-STP-CARD (WS-STP-IX).

       C400-ACRESCENTA-STOPLIST-FIM.
           EXIT.

      *----------------------------------------------------------*
      * C900 - A DISPOSITION NEVER REACHED IN THE PASS NAMED A   *
      *        CASE NUMBER NOT ON THE MASTER.                    *
      *----------------------------------------------------------*
       C900-CASO-INEXISTENTE.

           IF WS-DSP-DONE (WS-DSP-IX) = 'N'
              MOVE 'CASE NOT ON MASTER' TO WS-REFUSE-REASON
              MOVE SPACES TO DISPOSITION-RECORD
              MOVE WS-DSP-CASE-NUMBER (WS-DSP-IX) TO FDP-CASE-NUMBER
              MOVE WS-DSP-STATUS (WS-DSP-IX) TO FDP-STATUS
              MOVE WS-DSP-DISPOSITION (WS-DSP-IX) TO FDP-DISPOSITION
              MOVE WS-DSP-ANALYST (WS-DSP-IX) TO FDP-ANALYST
              MOVE SPACES TO WS-CASE-IMAGE
              MOVE DISPOSITION-RECORD TO WS-CASE-IMAGE
              PERFORM Q300-GRAVA-RECUSA
                 THRU Q300-GRAVA-RECUSA-FIM.
           ADD 1 TO WS-DSP-IX.

       C900-CASO-INEXISTENTE-FIM.
           EXIT.

      *----------------------------------------------------------*
      * Q100 - THE CASE AS IT GOES ON THE AUDIT LOG: THE MASTER  *
      *        IMAGE WITH THE CARD MASKED AS EVERYWHERE ELSE.    *
      *----------------------------------------------------------*
       Q100-IMAGEM-CASO.

           MOVE CASE-RECORD TO WS-CASE-IMAGE.
           MOVE '************' TO WS-CASE-IMAGE(1:12).

       Q100-IMAGEM-CASO-FIM.
           EXIT.

      *----------------------------------------------------------*
      * Q200 - AUDIT AN APPLIED DISPOSITION: THE BEFORE AND THE  *
      *        AFTER IMAGE OF THE CASE.                          *
      *----------------------------------------------------------*
       Q200-GRAVA-ANTES-DEPOIS.

           MOVE SPACES TO AUDIT-RECORD.
           MOVE WS-PROCESS-DATE TO AUD-PROCESS-DATE.
           MOVE WS-RUN-TIME TO AUD-TIME.
           MOVE WS-DSP-ANALYST (WS-DSP-IX) TO AUD-ANALYST.
           MOVE WS-DSP-STATUS (WS-DSP-IX) TO AUD-STATUS.
           MOVE 'BEFORE' TO AUD-IMAGE-TYPE.
           MOVE WS-BEFORE-IMAGE TO AUD-CASE-IMAGE.
           WRITE AUDIT-RECORD.
           PERFORM Q900-VERIFICA-AUDITORIA
              THRU Q900-VERIFICA-AUDITORIA-FIM.
           PERFORM Q100-IMAGEM-CASO
              THRU Q100-IMAGEM-CASO-FIM.
           MOVE 'AFTER ' TO AUD-IMAGE-TYPE.
           MOVE WS-CASE-IMAGE TO AUD-CASE-IMAGE.
           WRITE AUDIT-RECORD.
           PERFORM Q900-VERIFICA-AUDITORIA
              THRU Q900-VERIFICA-AUDITORIA-FIM.

       Q200-GRAVA-ANTES-DEPOIS-FIM.
           EXIT.

      *----------------------------------------------------------*
      * Q300 - AUDIT A REFUSED DISPOSITION WITH ITS REASON AND   *
      *        WS-CASE-IMAGE (THE LINE AS SUBMITTED, OR THE CASE *
      *        IT WAS REFUSED AGAINST).                          *
      *----------------------------------------------------------*
       Q300-GRAVA-RECUSA.

           ADD 1 TO WS-REFUSED-COUNT.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE WS-PROCESS-DATE TO AUD-PROCESS-DATE.
           MOVE WS-RUN-TIME TO AUD-TIME.
           MOVE FDP-ANALYST TO AUD-ANALYST.
           MOVE FDP-STATUS TO AUD-STATUS.
           IF WS-DSP-IX > ZERO AND WS-DSP-IX NOT > WS-DSP-COUNT
              MOVE WS-DSP-ANALYST (WS-DSP-IX) TO AUD-ANALYST
              MOVE WS-DSP-STATUS (WS-DSP-IX) TO AUD-STATUS.
           MOVE 'REFUSE' TO AUD-IMAGE-TYPE.
           MOVE WS-REFUSE-REASON TO AUD-REASON.
           MOVE WS-CASE-IMAGE TO AUD-CASE-IMAGE.
           WRITE AUDIT-RECORD.
           PERFORM Q900-VERIFICA-AUDITORIA
              THRU Q900-VERIFICA-AUDITORIA-FIM.
           DISPLAY 'FBBAT24 - DISPOSITION REFUSED: '
              WS-REFUSE-REASON.

       Q300-GRAVA-RECUSA-FIM.
           EXIT.

      *----------------------------------------------------------*
      * Q900 - AN AUDIT LOG WRITE THAT FAILED FAILS THE RUN.     *
      *----------------------------------------------------------*
       Q900-VERIFICA-AUDITORIA.

           IF WS-FS-AUDIT NOT = ZERO
              DISPLAY 'FBBAT24 - AUDIT LOG WRITE FAILED '
                 WS-FS-AUDIT ' - ' AUD-IMAGE-TYPE
              MOVE 'Y' TO WS-RUN-FAILED.

       Q900-VERIFICA-AUDITORIA-FIM.
           EXIT.

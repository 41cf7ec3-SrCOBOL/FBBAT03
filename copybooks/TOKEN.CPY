      **********************************************************
      * COPYBOOK: TOKEN.CPY                                    *
      * DESCRIPTION: CARD TOKEN VAULT WORK FIELDS. THE VAULT   *
      *              IS A PROTECTED INDEXED FILE MAPPING EACH  *
      *              PAN TO A SURROGATE TOKEN, SO NO FILE THE  *
      *              SUITE KEEPS AT REST CARRIES A FULL CARD   *
      *              NUMBER. PARAGRAPHS IN TOKEN-READ.CPY.     *
      *              THE TOKEN TAKES THE PAN'S PLACE IN THE    *
      *              SAME 16-BYTE FIELD:                       *
      *                1-8   THE PAN'S FIRST 8 DIGITS (BIN),   *
      *                      SO BIN RANGES AND SCHEME TOTALS   *
      *                      STILL WORK ON IT;                 *
      *                9     'T' - THE PAN PASSED THE LUHN     *
      *                      CHECK-DIGIT TEST WHEN THE TOKEN   *
      *                      WAS ISSUED, 'X' - IT FAILED;      *
      *                10-12 THREE-LETTER SERIAL, THE LOWEST   *
      *                      FREE ONE FOR THE BIN/LAST FOUR;   *
      *                13-16 THE PAN'S LAST FOUR DIGITS, SO    *
      *                      MASKING AND THE LAST-FOUR LOOKUP  *
      *                      STILL WORK ON IT.                 *
      *              A TOKEN IS NEVER ALL DIGITS AND SO CAN    *
      *              NEVER BE TAKEN FOR A PAN. THE SAME PAN    *
      *              ALWAYS GETS THE SAME TOKEN, SO MATCHING   *
      *              ON CARD KEEPS WORKING ACROSS FILES AND    *
      *              DAYS. THE HOST PROGRAM MUST DECLARE:      *
      *                SELECT VAULT-FILE ASSIGN TO DYNAMIC     *
      *                   WS-VAULT-PATH                        *
      *                   ORGANIZATION IS INDEXED              *
      *                   ACCESS MODE IS DYNAMIC               *
      *                   RECORD KEY IS TKV-PAN                *
      *                   ALTERNATE RECORD KEY IS TKV-TOKEN    *
      *                   FILE STATUS IS WS-FS-VAULT.          *
      *                FD VAULT-FILE.                          *
      *                01 VAULT-RECORD.                        *
      *                   05 TKV-PAN PIC X(16).                *
      *                   05 TKV-TOKEN PIC X(16).              *
      *                   05 TKV-ISSUED-DATE PIC X(8).         *
      *                   05 TKV-ISSUED-BY PIC X(12).          *
      *              THE FILE PATH COMES FROM ENT002_VAULT     *
      *              (DEFAULT /home/kikos/ficheiros/COFRE).    *
      *              ONLY PROCESS-SIBS (INTAKE), FBBAT14 (THE  *
      *              SCHEME'S CHARGEBACK FEED), THE FBBAT26    *
      *              CONVERSION OF THE STANDING MASTERS AND    *
      *              THE FBBAT25 DETOKENIZE RUN ARE GIVEN      *
      *              ACCESS TO IT.                             *
      * DEVELOPER: FRANCISCO BORGES                            *
      **********************************************************
      * THE HOST MOVES THE CARD TO WS-TKN-PAN AND PERFORMS
      * TK-TOKENIZA; THE TOKEN COMES BACK IN WS-TKN-TOKEN.
      * WS-TKN-ERROR = 'Y' MEANS NO TOKEN COULD BE GIVEN - THE
      * CARD MUST NOT BE WRITTEN ANYWHERE AND THE HOST STOPS.
       01  WS-TKN-PAN                PIC X(16) VALUE SPACES.
       01  WS-TKN-TOKEN              PIC X(16) VALUE SPACES.
       01  WS-TKN-ERROR              PIC X(1) VALUE 'N'.
       01  WS-TKN-FOUND              PIC X(1) VALUE 'N'.
       01  WS-TKN-OPEN               PIC X(1) VALUE 'N'.
      * SET BY THE HOST BEFORE TK-ABRE-COFRE - STAMPED ON EVERY
      * TOKEN IT ISSUES.
       01  WS-TKN-PROGRAM            PIC X(12) VALUE SPACES.
       01  WS-TKN-DATE               PIC X(8) VALUE SPACES.
       01  WS-TKN-ISSUED             PIC 9(7) VALUE ZERO.
       01  WS-VAULT-PATH             PIC X(104).
       01  WS-FS-VAULT               PIC 9(2) VALUE ZERO.
      * SERIAL 0-17575 SPELT AS THREE LETTERS AAA-ZZZ.
       01  WS-TKN-SERIAL             PIC 9(5) VALUE ZERO.
       01  WS-TKN-SERIAL-MAX         PIC 9(5) VALUE 17576.
       01  WS-TKN-FREE               PIC X(1) VALUE 'N'.
       01  WS-TKN-QUOT               PIC 9(5) VALUE ZERO.
       01  WS-TKN-REST               PIC 9(3) VALUE ZERO.
       01  WS-TKN-REM                PIC 9(2) VALUE ZERO.
       01  WS-TKN-LETTER-IX          PIC 9(2) VALUE ZERO.
       01  WS-TKN-ALPHABET           PIC X(26)
              VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      * LUHN TEST OF THE PAN, SAME RULES AS PROCESS-SIBS Q285.
       01  WS-TKN-CHECK-OK           PIC X(1) VALUE 'N'.
       01  WS-TKN-LEN                PIC 9(2) VALUE ZERO.
       01  WS-TKN-POS                PIC 9(2) VALUE ZERO.
       01  WS-TKN-CHAR               PIC X(1).
       01  WS-TKN-DIGIT REDEFINES WS-TKN-CHAR
                                     PIC 9(1).
       01  WS-TKN-PRODUCT            PIC 9(2) VALUE ZERO.
       01  WS-TKN-SUM                PIC 9(3) VALUE ZERO.
       01  WS-TKN-DOUBLE             PIC X(1) VALUE 'N'.
       01  WS-TKN-QUOTIENT           PIC 9(3) VALUE ZERO.
       01  WS-TKN-REMAINDER          PIC 9(1) VALUE ZERO.

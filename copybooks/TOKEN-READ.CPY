      **********************************************************
      * COPYBOOK: TOKEN-READ.CPY                               *
      * DESCRIPTION: TOKEN VAULT PARAGRAPHS FOR TOKEN.CPY.     *
      *              COPY THIS AMONG THE HOST PROGRAM'S        *
      *              PARAGRAPHS (AREA A). THE HOST PERFORMS:   *
      *                TK-ABRE-COFRE THRU -FIM ONCE, BEFORE    *
      *                  THE FIRST CARD (THE FIRST RUN CREATES *
      *                  THE VAULT; WS-TKN-ERROR = 'Y' MEANS   *
      *                  IT COULD NOT BE OPENED);              *
      *                TK-TOKENIZA THRU -FIM FOR EACH CARD     *
      *                  (WS-TKN-PAN IN, WS-TKN-TOKEN OUT). A  *
      *                  BLANK CARD STAYS BLANK, A TOKEN OF    *
      *                  THIS VAULT IS RETURNED AS IT IS, A    *
      *                  PAN ALREADY IN THE VAULT GETS ITS     *
      *                  TOKEN AND A NEW PAN IS ISSUED ONE;    *
      *                TK-FECHA-COFRE THRU -FIM AT THE END.    *
      *              THERE IS DELIBERATELY NO PARAGRAPH HERE   *
      *              THAT TURNS A TOKEN BACK INTO A PAN - ONLY *
      *              THE FBBAT25 DETOKENIZE RUN DOES THAT, AND *
      *              LOGS EVERY REQUEST.                       *
      * DEVELOPER: FRANCISCO BORGES                            *
      **********************************************************
       TK-ABRE-COFRE.
           ACCEPT WS-VAULT-PATH FROM ENVIRONMENT 'ENT002_VAULT'.
           IF WS-VAULT-PATH = SPACES
              MOVE '/home/kikos/ficheiros/COFRE' TO WS-VAULT-PATH.
           MOVE 'N' TO WS-TKN-ERROR.
           MOVE ZERO TO WS-TKN-ISSUED.
           OPEN I-O VAULT-FILE.
           IF WS-FS-VAULT NOT = ZERO
              OPEN OUTPUT VAULT-FILE
              CLOSE VAULT-FILE
              OPEN I-O VAULT-FILE.
           IF WS-FS-VAULT NOT = ZERO
              DISPLAY WS-TKN-PROGRAM ' - CANNOT OPEN TOKEN VAULT '
                 WS-FS-VAULT
              MOVE 'Y' TO WS-TKN-ERROR
           ELSE
              MOVE 'Y' TO WS-TKN-OPEN.

       TK-ABRE-COFRE-FIM.
           EXIT.

       TK-FECHA-COFRE.
           IF WS-TKN-OPEN = 'Y'
              CLOSE VAULT-FILE
              MOVE 'N' TO WS-TKN-OPEN
              IF WS-TKN-ISSUED > ZERO
                 DISPLAY WS-TKN-PROGRAM ' - TOKENS ISSUED: '
                    WS-TKN-ISSUED.

       TK-FECHA-COFRE-FIM.
           EXIT.

       TK-TOKENIZA.
           MOVE 'N' TO WS-TKN-ERROR.
           MOVE SPACES TO WS-TKN-TOKEN.
           IF WS-TKN-PAN = SPACES
              GO TO TK-TOKENIZA-FIM.
           IF WS-TKN-OPEN NOT = 'Y'
              MOVE 'Y' TO WS-TKN-ERROR
              GO TO TK-TOKENIZA-FIM.

           MOVE 'N' TO WS-TKN-FOUND.
           IF WS-TKN-PAN (9:1) = 'T' OR WS-TKN-PAN (9:1) = 'X'
              PERFORM TK-LE-TOKEN
                 THRU TK-LE-TOKEN-FIM.
           IF WS-TKN-FOUND = 'Y'
              MOVE WS-TKN-PAN TO WS-TKN-TOKEN
              GO TO TK-TOKENIZA-FIM.

           MOVE WS-TKN-PAN TO TKV-PAN.
           READ VAULT-FILE KEY IS TKV-PAN
              INVALID KEY
                 MOVE 'N' TO WS-TKN-FOUND
              NOT INVALID KEY
                 MOVE 'Y' TO WS-TKN-FOUND.
           IF WS-TKN-FOUND = 'Y'
              MOVE TKV-TOKEN TO WS-TKN-TOKEN
              GO TO TK-TOKENIZA-FIM.

           PERFORM TK-EMITE-TOKEN
              THRU TK-EMITE-TOKEN-FIM.

       TK-TOKENIZA-FIM.
           EXIT.

       TK-LE-TOKEN.
           MOVE WS-TKN-PAN TO TKV-TOKEN.
           READ VAULT-FILE KEY IS TKV-TOKEN
              INVALID KEY
                 MOVE 'N' TO WS-TKN-FOUND
              NOT INVALID KEY
                 MOVE 'Y' TO WS-TKN-FOUND.

       TK-LE-TOKEN-FIM.
           EXIT.

      *    A NEW PAN: BUILD THE TOKEN AROUND THE LOWEST SERIAL NOT
      *    YET TAKEN FOR THE BIN/MARKER/LAST FOUR AND FILE THE PAIR.
       TK-EMITE-TOKEN.
           PERFORM TK-VERIFICA-DIGITO
              THRU TK-VERIFICA-DIGITO-FIM.
           MOVE WS-TKN-PAN (1:8) TO WS-TKN-TOKEN (1:8).
           IF WS-TKN-CHECK-OK = 'Y'
              MOVE 'T' TO WS-TKN-TOKEN (9:1)
           ELSE
              MOVE 'X' TO WS-TKN-TOKEN (9:1).
           MOVE WS-TKN-PAN (13:4) TO WS-TKN-TOKEN (13:4).
           MOVE ZERO TO WS-TKN-SERIAL.
           MOVE 'N' TO WS-TKN-FREE.
           PERFORM TK-PROCURA-SERIAL
              THRU TK-PROCURA-SERIAL-FIM
                UNTIL WS-TKN-FREE = 'Y'
                   OR WS-TKN-SERIAL NOT < WS-TKN-SERIAL-MAX.
           IF WS-TKN-FREE = 'N'
              DISPLAY WS-TKN-PROGRAM ' - TOKEN VAULT HAS NO SERIAL '
                 'LEFT FOR BIN ' WS-TKN-PAN (1:8)
              MOVE SPACES TO WS-TKN-TOKEN
              MOVE 'Y' TO WS-TKN-ERROR
              GO TO TK-EMITE-TOKEN-FIM.

           MOVE WS-TKN-PAN TO TKV-PAN.
           MOVE WS-TKN-TOKEN TO TKV-TOKEN.
           MOVE WS-TKN-DATE TO TKV-ISSUED-DATE.
           MOVE WS-TKN-PROGRAM TO TKV-ISSUED-BY.
           WRITE VAULT-RECORD
              INVALID KEY
                 DISPLAY WS-TKN-PROGRAM ' - TOKEN VAULT WRITE '
                    'FAILED ' WS-FS-VAULT
                 MOVE SPACES TO WS-TKN-TOKEN
                 MOVE 'Y' TO WS-TKN-ERROR
                 GO TO TK-EMITE-TOKEN-FIM.
           ADD 1 TO WS-TKN-ISSUED.

       TK-EMITE-TOKEN-FIM.
           EXIT.

      *    SPELL WS-TKN-SERIAL INTO POSITIONS 10-12 AND SEE WHETHER
      *    THAT TOKEN IS STILL FREE.
       TK-PROCURA-SERIAL.
           DIVIDE WS-TKN-SERIAL BY 676
              GIVING WS-TKN-QUOT REMAINDER WS-TKN-REST.
           ADD 1 TO WS-TKN-QUOT GIVING WS-TKN-LETTER-IX.
           MOVE WS-TKN-ALPHABET (WS-TKN-LETTER-IX:1)
              TO WS-TKN-TOKEN (10:1).
           DIVIDE WS-TKN-REST BY 26
              GIVING WS-TKN-QUOT REMAINDER WS-TKN-REM.
           ADD 1 TO WS-TKN-QUOT GIVING WS-TKN-LETTER-IX.
           MOVE WS-TKN-ALPHABET (WS-TKN-LETTER-IX:1)
              TO WS-TKN-TOKEN (11:1).
           ADD 1 TO WS-TKN-REM GIVING WS-TKN-LETTER-IX.
           MOVE WS-TKN-ALPHABET (WS-TKN-LETTER-IX:1)
              TO WS-TKN-TOKEN (12:1).
           MOVE WS-TKN-TOKEN TO TKV-TOKEN.
           READ VAULT-FILE KEY IS TKV-TOKEN
              INVALID KEY
                 MOVE 'Y' TO WS-TKN-FREE.
           ADD 1 TO WS-TKN-SERIAL.

       TK-PROCURA-SERIAL-FIM.
           EXIT.

      *    LUHN CHECK DIGIT OVER THE SIGNIFICANT DIGITS (A SHORTER
      *    PAN IS SPACE-FILLED ON THE RIGHT); FEWER THAN 12 DIGITS
      *    OR ANYTHING NOT NUMERIC FAILS OUTRIGHT.
       TK-VERIFICA-DIGITO.
           MOVE 'N' TO WS-TKN-CHECK-OK.
           MOVE 16 TO WS-TKN-LEN.
           PERFORM TK-RECUA-ESPACO
              THRU TK-RECUA-ESPACO-FIM
                UNTIL WS-TKN-LEN = ZERO
                   OR WS-TKN-PAN (WS-TKN-LEN:1) NOT = SPACE.
           IF WS-TKN-LEN < 12
              GO TO TK-VERIFICA-DIGITO-FIM.
           IF WS-TKN-PAN (1:WS-TKN-LEN) NOT NUMERIC
              GO TO TK-VERIFICA-DIGITO-FIM.
           MOVE ZERO TO WS-TKN-SUM.
           MOVE 'N' TO WS-TKN-DOUBLE.
           MOVE WS-TKN-LEN TO WS-TKN-POS.
           PERFORM TK-SOMA-DIGITO
              THRU TK-SOMA-DIGITO-FIM
                UNTIL WS-TKN-POS = ZERO.
           DIVIDE WS-TKN-SUM BY 10 GIVING WS-TKN-QUOTIENT
              REMAINDER WS-TKN-REMAINDER.
           IF WS-TKN-REMAINDER = ZERO
              MOVE 'Y' TO WS-TKN-CHECK-OK.

       TK-VERIFICA-DIGITO-FIM.
           EXIT.

       TK-RECUA-ESPACO.
           SUBTRACT 1 FROM WS-TKN-LEN.

       TK-RECUA-ESPACO-FIM.
           EXIT.

       TK-SOMA-DIGITO.
           MOVE WS-TKN-PAN (WS-TKN-POS:1) TO WS-TKN-CHAR.
           IF WS-TKN-DOUBLE = 'Y'
              COMPUTE WS-TKN-PRODUCT = WS-TKN-DIGIT * 2
              IF WS-TKN-PRODUCT > 9
                 SUBTRACT 9 FROM WS-TKN-PRODUCT
              END-IF
              ADD WS-TKN-PRODUCT TO WS-TKN-SUM
              MOVE 'N' TO WS-TKN-DOUBLE
           ELSE
              ADD WS-TKN-DIGIT TO WS-TKN-SUM
              MOVE 'Y' TO WS-TKN-DOUBLE.
           SUBTRACT 1 FROM WS-TKN-POS.

       TK-SOMA-DIGITO-FIM.
           EXIT.

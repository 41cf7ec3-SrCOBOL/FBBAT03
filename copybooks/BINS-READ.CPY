      **********************************************************
      * COPYBOOK: BINS-READ.CPY                                *
      * DESCRIPTION: READ-LOOP PARAGRAPHS FOR BINS-LOAD. COPY  *
      *              THIS AMONG THE HOST PROGRAM'S PARAGRAPHS  *
      *              (AREA A). ONE BINS-RECORD IS READ AND     *
      *              STORED PER PASS; A FULL TABLE IS REPORTED *
      *              LOUDLY - A RANGE LEFT OFF THE TABLE WOULD *
      *              REJECT EVERY CARD IN IT.                  *
      * DEVELOPER: FRANCISCO BORGES                            *
      **********************************************************
       LE-FAIXA-BIN.
           READ BINS-FILE INTO BINS-RECORD
              AT END
                 MOVE 'S' TO WS-EOF-BINS
              NOT AT END
                 IF WS-BIN-TABLE-COUNT < WS-BIN-TABLE-MAX
                    ADD 1 TO WS-BIN-TABLE-COUNT
                    SET WS-BIN-IX TO WS-BIN-TABLE-COUNT
                    MOVE BIN-RANGE-LOW TO WS-BIN-LOW (WS-BIN-IX)
                    MOVE BIN-RANGE-HIGH TO WS-BIN-HIGH (WS-BIN-IX)
                    MOVE BIN-ISSUER TO WS-BIN-ISSUER (WS-BIN-IX)
                    MOVE BIN-SCHEME TO WS-BIN-SCHEME (WS-BIN-IX)
                    MOVE BIN-CARD-TYPE
                       TO WS-BIN-CARD-TYPE (WS-BIN-IX)
                    MOVE BIN-ORIGIN TO WS-BIN-ORIGIN (WS-BIN-IX)
                 ELSE
                    DISPLAY 'WARNING - BIN TABLE FULL, RANGE '
                       'IGNORED: ' BIN-RANGE-LOW '-' BIN-RANGE-HIGH.

       LE-FAIXA-BIN-FIM.
           EXIT.

      *              THIS AMONG THE HOST PROGRAM'S PARAGRAPHS  *
      *              (AREA A). ONE FEES-RECORD IS READ AND     *
      *              STORED PER PASS; A FULL TABLE IS REPORTED *
      *              AND THE REST OF THE FILE IS IGNORED. A    *
      *              BLANK EFFECTIVE-FROM LOADS AS 00000000    *
      *              AND A BLANK EFFECTIVE-TO AS 99999999 (IN  *
      *              FORCE WITHOUT LIMIT).                     *
      * DEVELOPER: FRANCISCO BORGES                            *
      **********************************************************
       LE-TAXA-SERVICO.
                       TO WS-FEE-REGION (WS-FEE-IX)
                    MOVE FEE-PERCENT TO WS-FEE-PERCENT (WS-FEE-IX)
                    MOVE FEE-MINIMUM TO WS-FEE-MINIMUM (WS-FEE-IX)
                    MOVE FEE-EFFECTIVE-FROM
                       TO WS-FEE-FROM (WS-FEE-IX)
                    IF WS-FEE-FROM (WS-FEE-IX) = SPACES
                       MOVE '00000000' TO WS-FEE-FROM (WS-FEE-IX)
                    END-IF
                    MOVE FEE-EFFECTIVE-TO TO WS-FEE-TO (WS-FEE-IX)
                    IF WS-FEE-TO (WS-FEE-IX) = SPACES
                       MOVE '99999999' TO WS-FEE-TO (WS-FEE-IX)
                    END-IF
                 ELSE
                    DISPLAY 'WARNING - FEE TABLE FULL, IGNORED: '
                       FEE-TRANSACTION-CODE '/' FEE-REGION-CODE.

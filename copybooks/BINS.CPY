      **********************************************************
      * COPYBOOK: BINS.CPY                                     *
      * DESCRIPTION: SHARED BIN RANGE TABLE, COPIED INTO       *
      *              WORKING-STORAGE BY ANY PROGRAM THAT       *
      *              SCREENS A CARD-NUMBER AGAINST THE RANGES  *
      *              WE ACQUIRE FOR. ONE ENTRY PER RANGE OF    *
      *              8-DIGIT CARD PREFIXES, WITH THE ISSUER,   *
      *              THE CARD SCHEME, DEBIT/CREDIT ('D'/'C')   *
      *              AND DOMESTIC/FOREIGN ('D'/'F'). LOADED    *
      *              FROM THE OPERATOR-MAINTAINED BIN FILE BY  *
      *              BINS-LOAD.CPY / BINS-READ.CPY (SAME       *
      *              PATTERN AS STOPLIST.CPY). THE HOST        *
      *              PROGRAM MUST DECLARE THE BINS-FILE        *
      *              SELECT/FD - SEE BINS-LOAD.CPY.            *
      * DEVELOPER: FRANCISCO BORGES                            *
      **********************************************************
      * A 6-DIGIT BIN IS HELD AS THE 8-DIGIT RANGE IT COVERS
      * (E.G. 45678900-45678999). BOUND ANY SEARCH TO
      * WS-BIN-TABLE-COUNT.
       01  WS-BIN-TABLE-MAX          PIC 9(4) VALUE 2000.
       01  WS-BIN-TABLE-COUNT        PIC 9(4) VALUE ZERO.
       01  WS-BIN-TABLE.
           05 WS-BIN-ENTRY OCCURS 2000 TIMES
                                  INDEXED BY WS-BIN-IX.
              10 WS-BIN-LOW          PIC X(8) VALUE SPACES.
              10 WS-BIN-HIGH         PIC X(8) VALUE SPACES.
              10 WS-BIN-ISSUER       PIC X(20) VALUE SPACES.
              10 WS-BIN-SCHEME       PIC X(10) VALUE SPACES.
              10 WS-BIN-CARD-TYPE    PIC X(1) VALUE SPACES.
              10 WS-BIN-ORIGIN       PIC X(1) VALUE SPACES.
       01  WS-BINS-PATH              PIC X(104).
       01  WS-FS-BINS                PIC 9(2) VALUE ZERO.
       01  WS-EOF-BINS               PIC X(1) VALUE 'N'.

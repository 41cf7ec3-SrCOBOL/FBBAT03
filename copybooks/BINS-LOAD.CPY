      **********************************************************
      * COPYBOOK: BINS-LOAD.CPY                                *
      * DESCRIPTION: LOADS THE SHARED BIN RANGE TABLE DECLARED *
      *              IN BINS.CPY FROM THE OPERATOR-MAINTAINED  *
      *              BIN FILE. COPY THIS INTO A PARAGRAPH THAT *
      *              RUNS ONCE AT START-UP, AND COPY           *
      *              BINS-READ.CPY AMONG THE PROGRAM'S         *
      *              PARAGRAPHS. THE HOST PROGRAM MUST DECLARE:*
      *                SELECT BINS-FILE ASSIGN TO DYNAMIC      *
      *                   WS-BINS-PATH                         *
      *                   ORGANIZATION IS LINE SEQUENTIAL      *
      *                   FILE STATUS IS WS-FS-BINS.           *
      *                FD BINS-FILE.                           *
      *                01 BINS-RECORD.                         *
      *                   05 BIN-RANGE-LOW PIC X(8).           *
      *                   05 BIN-RANGE-HIGH PIC X(8).          *
      *                   05 BIN-ISSUER PIC X(20).             *
      *                   05 BIN-SCHEME PIC X(10).             *
      *                   05 BIN-CARD-TYPE PIC X(1).           *
      *                   05 BIN-ORIGIN PIC X(1).              *
      *              THE FILE PATH COMES FROM ENT002_BINS      *
      *              (DEFAULT /home/kikos/ficheiros/BINS).     *
      *              A MISSING FILE LOADS NO RANGES - NO CARD  *
      *              IS REFUSED FOR ITS RANGE (THE CHECK-DIGIT *
      *              TEST STILL APPLIES) AND A WARNING IS      *
      *              GIVEN SO OPERATIONS KNOW THE TABLE DID    *
      *              NOT ARRIVE.                               *
      * DEVELOPER: FRANCISCO BORGES                            *
      **********************************************************
           ACCEPT WS-BINS-PATH FROM ENVIRONMENT 'ENT002_BINS'.
           IF WS-BINS-PATH = SPACES
              MOVE '/home/kikos/ficheiros/BINS' TO WS-BINS-PATH.
           MOVE ZERO TO WS-BIN-TABLE-COUNT.
           OPEN INPUT BINS-FILE.
           IF WS-FS-BINS NOT = ZERO
              DISPLAY 'NO BIN RANGE FILE - BIN RANGES NOT SCREENED'
           ELSE
              MOVE 'N' TO WS-EOF-BINS
              PERFORM LE-FAIXA-BIN
                 THRU LE-FAIXA-BIN-FIM
                   UNTIL WS-EOF-BINS = 'S'
              CLOSE BINS-FILE.

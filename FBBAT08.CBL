      *              (SUSPENSE_AGE_DAYS, DEFAULT 5) - THOSE ARE *
      *              THE ITEMS TO CHASE WITH SIBS. THE RESOLVED *
      *              OUTCOME RECORD ITSELF SETTLES THROUGH THE  *
      *              NORMAL DAILY TOTALS AND GL. THE DAY'S      *
      *              OUTCOMES ARE READ FROM PROCESS-SIBS'S      *
      *              TOKENIZED COPY (ENT002.TKN), SO THE CARD   *
      *              MATCH IS TOKEN AGAINST TOKEN AND NO FULL   *
      *              CARD NUMBER REACHES THE SUSPENSE MASTER.   *
      * DEVELOPER: FRANCISCO BORGES                             *
      **********************************************************
       IDENTIFICATION DIVISION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-PENDING.

           SELECT SIBS-FILE ASSIGN TO DYNAMIC WS-TOKEN-COPY-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-SIBS.

           05 RCT-PROGRAM              PIC X(12).
           05 RCT-EVENT                PIC X(6).
           05 RCT-TIME                 PIC X(6).
           05 RCT-CYCLE                PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-SUSPENSE-PATH            PIC X(104).
       01  WS-PENDING-PATH             PIC X(104).
       01  WS-SIBS-PATH                PIC X(100).
       01  WS-TOKEN-COPY-PATH          PIC X(104).
       01  WS-AGING-PATH               PIC X(104).
       01  WS-FS-SUSPENSE              PIC 9(2) VALUE ZERO.
       01  WS-FS-PENDING               PIC 9(2) VALUE ZERO.
           ACCEPT WS-SIBS-PATH FROM ENVIRONMENT 'ENT002'.
           IF WS-SIBS-PATH = SPACES
              MOVE '/home/kikos/ficheiros/ENT002' TO WS-SIBS-PATH.
           STRING WS-SIBS-PATH DELIMITED BY SPACE
                  '.TKN' DELIMITED BY SIZE INTO WS-TOKEN-COPY-PATH.
           STRING WS-SIBS-PATH DELIMITED BY SPACE
                  '.PEN' DELIMITED BY SIZE INTO WS-PENDING-PATH.
           STRING WS-SIBS-PATH DELIMITED BY SPACE

      *              INTO WORKING-STORAGE BY ANY PROGRAM THAT  *
      *              SCREENS A CARD-NUMBER AGAINST THE ISSUER  *
      *              STOP-LIST THE FRAUD DESK MAINTAINS (ONE   *
      *              CARD PER LINE - A PAN AS THE ISSUER SENDS *
      *              IT OR A TOKEN, SEE TOKEN.CPY; PROCESS-    *
      *              SIBS EXCHANGES EVERY PAN FOR ITS TOKEN AT *
      *              START-UP AND REWRITES THE FILE, SO EVERY  *
      *              OTHER PROGRAM COMPARES TOKEN AGAINST      *
      *              TOKEN). LOADED BY STOPLIST-LOAD /         *
      *              STOPLIST-READ (SAME PATTERN AS            *
      *              CALENDAR.CPY). THE HOST PROGRAM MUST      *
      *              DECLARE THE STOPLIST-FILE SELECT/FD - SEE *
      *              STOPLIST-LOAD.CPY.                        *
      * DEVELOPER: FRANCISCO BORGES                            *
      **********************************************************
      * THE TABLE EXISTS ONLY IN STORAGE FOR THE RUN - A
      * STOP-LISTED CARD IS ALWAYS PRINTED MASKED, NEVER IN
      * FULL.
       01  WS-STP-TABLE-MAX          PIC 9(4) VALUE 5000.
       01  WS-STP-TABLE-COUNT        PIC 9(4) VALUE ZERO.
       01  WS-STP-TABLE.

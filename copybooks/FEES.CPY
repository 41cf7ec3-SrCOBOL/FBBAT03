      *              SETTLED TRANSACTION. KEYED BY             *
      *              TRANSACTION-CODE AND REGION-CODE, WITH A  *
      *              PERCENTAGE OF THE SETTLED EUR VALUE AND A *
      *              MINIMUM FEE PER TRANSACTION, EACH TARIFF  *
      *              IN FORCE FROM ITS EFFECTIVE-FROM TO ITS   *
      *              EFFECTIVE-TO DATE. LOADED FROM            *
      *              THE OPERATOR-MAINTAINED FEE SCHEDULE FILE *
      *              BY FEES-LOAD.CPY / FEES-READ.CPY (SAME    *
      *              PATTERN AS CURRENCY.CPY). THE HOST        *
      *              SELECT/FD - SEE FEES-LOAD.CPY.            *
      * DEVELOPER: FRANCISCO BORGES                            *
      **********************************************************
      * A CODE/REGION PAIR WITH NO ENTRY IN FORCE ON THE VALUE
      * DATE MUST BE REPORTED BY THE HOST PROGRAM, NEVER
      * SILENTLY SETTLED FEE-FREE - BOUND ANY SEARCH TO
      * WS-FEE-TABLE-COUNT AND MATCH THE VALUE DATE AGAINST
      * WS-FEE-FROM/WS-FEE-TO (BOTH INCLUSIVE). THE RANGES OF A
      * CODE/REGION NEITHER OVERLAP NOR LEAVE GAPS - FBBAT21
      * REFUSES ANY CHANGE THAT WOULD.
       01  WS-FEE-TABLE-MAX          PIC 9(3) VALUE 500.
       01  WS-FEE-TABLE-COUNT        PIC 9(3) VALUE ZERO.
       01  WS-FEE-TABLE.
           05 WS-FEE-ENTRY OCCURS 500 TIMES
                                  INDEXED BY WS-FEE-IX.
              10 WS-FEE-CODE         PIC X(4) VALUE SPACES.
              10 WS-FEE-REGION       PIC X(1) VALUE SPACES.
              10 WS-FEE-PERCENT      PIC 9(3)V9(4) VALUE ZERO.
              10 WS-FEE-MINIMUM      PIC 9(5)V99 VALUE ZERO.
              10 WS-FEE-FROM         PIC X(8) VALUE SPACES.
              10 WS-FEE-TO           PIC X(8) VALUE SPACES.
       01  WS-FEES-PATH              PIC X(104).
       01  WS-FS-FEES                PIC 9(2) VALUE ZERO.
       01  WS-EOF-FEES               PIC X(1) VALUE 'N'.

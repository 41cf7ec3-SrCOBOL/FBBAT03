      *                   05 RCT-PROGRAM PIC X(12).            *
      *                   05 RCT-EVENT PIC X(6).               *
      *                   05 RCT-TIME PIC X(6).                *
      *                   05 RCT-CYCLE PIC X(1).               *
      *              THE FILE PATH COMES FROM ENT002_RUNCTL    *
      *              (DEFAULT /home/kikos/ficheiros/RUNCTL).   *
      *              BEFORE PERFORMING RC-VERIFICA-ANTECESSORES*
      *              THE HOST SETS WS-RC-PROGRAM, WS-RC-DATE   *
      *              AND THE PREDECESSOR NAMES/COUNT.          *
      *              SIBS SENDS SEVERAL TRANSMISSIONS A DAY,   *
      *              SO EVENTS ALSO CARRY THE INTRADAY CYCLE   *
      *              (ENT002_CYCLE, 1-9, DEFAULT 1; A BLANK    *
      *              CYCLE ON AN OLDER EVENT READS AS 1). EACH *
      *              STEP RUNS ONCE PER CYCLE AND NEEDS ITS    *
      *              PREDECESSORS IN THE SAME CYCLE, EXCEPT:   *
      *                WS-RC-DAY-STEP = 'Y' - THE HOST IS A    *
      *                  ONCE-A-DAY STEP, WHATEVER THE CYCLE;  *
      *                WS-RC-PRED-DAY (N) = 'Y' - PREDECESSOR  *
      *                  N IS SATISFIED BY ANY CYCLE OF THE    *
      *                  DATE.                                 *
      * DEVELOPER: FRANCISCO BORGES                            *
      **********************************************************
       01  WS-RC-PROGRAM             PIC X(12) VALUE SPACES.
       01  WS-RC-DATE                PIC X(8) VALUE SPACES.
       01  WS-RC-CYCLE               PIC 9(1) VALUE ZERO.
       01  WS-RC-CYCLE-X REDEFINES WS-RC-CYCLE
                                     PIC X(1).
       01  WS-RC-EVT-CYCLE           PIC X(1) VALUE SPACES.
       01  WS-RC-DAY-STEP            PIC X(1) VALUE 'N'.
       01  WS-RC-PRED-COUNT          PIC 9(1) VALUE ZERO.
       01  WS-RC-PRED-TABLE.
           05 WS-RC-PRED-ENTRY OCCURS 8 TIMES.
              10 WS-RC-PRED-NAME     PIC X(12) VALUE SPACES.
              10 WS-RC-PRED-DONE     PIC X(1) VALUE 'N'.
              10 WS-RC-PRED-DAY      PIC X(1) VALUE 'N'.
       01  WS-RC-PRED-IX             PIC 9(1) VALUE ZERO.
      * 'Y' WHEN THIS PROGRAM ALREADY REACHED FIM NORMAL FOR THE
      * DATE, AND THE OVERALL VERDICT: A BLOCKED RUN MUST REFUSE

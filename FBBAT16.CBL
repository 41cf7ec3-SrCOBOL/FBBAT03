              AT END
                 MOVE 'S' TO WS-EOF-FILE
                 GO TO B110-LE-ESTATISTICA-FIM.
      *    A DAY WITH SEVERAL SIBS CYCLES HAS ONE RECORD PER CLEAN
      *    CYCLE, EACH THE DAY TO DATE - THE LATER ONE REPLACES
      *    THE EARLIER.
           IF WS-DAY-COUNT > ZERO
              IF STA-DATE = WS-DAY-DATE (WS-DAY-COUNT)
                 MOVE STATS-RECORD TO WS-DAY-ENTRY (WS-DAY-COUNT)
                 GO TO B110-LE-ESTATISTICA-FIM.
           IF WS-DAY-COUNT >= WS-DAY-MAX
              DISPLAY 'WARNING - STATISTICS TABLE FULL, '
                 'OLDEST DAYS ONLY PARTIALLY COVERED'

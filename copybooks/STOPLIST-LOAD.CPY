      * COPYBOOK: STOPLIST-LOAD.CPY                            *
      * DESCRIPTION: LOADS THE SHARED HOT-CARD STOP-LIST TABLE *
      *              DECLARED IN STOPLIST.CPY FROM THE FRAUD   *
      *              DESK'S FILE (ONE PAN OR TOKEN PER LINE -  *
      *              SEE STOPLIST.CPY). COPY THIS              *
      *              INTO A PARAGRAPH THAT RUNS ONCE AT        *
      *              START-UP, AND COPY STOPLIST-READ.CPY      *
      *              AMONG THE PROGRAM'S PARAGRAPHS. THE HOST  *

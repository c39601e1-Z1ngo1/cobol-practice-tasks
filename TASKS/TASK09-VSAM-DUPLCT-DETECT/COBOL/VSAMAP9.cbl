      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/09/02                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  APRVDD (MERGE.APPROVED) - REVIEWED PROPOSALS (PS)      *

      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/09/02                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  REQDD (REACT.REQUESTS) - ACCOUNT IDS + REQUESTER (PS)  *

      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/09/02                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  AS-TRNS (TRANS.LOG.ESDS) - LIVE LOG (ESDS)             *

      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/09/02                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  VSAMDD (CLIENT.MASTER.FILE) - CLIENT MASTER (KSDS)     *

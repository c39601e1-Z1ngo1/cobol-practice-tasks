      * AUTHOR:        STANISLAV                                       *
      * DATE:          2026/08/22                                      *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      *                                                                *
      * INPUT:  INDD  (PARAM.FILE) - AS-OF DATE (PS, 80 BYTES)         *
      *         CLTDD (CLIENT.MASTER) - CLIENT MASTER (KSDS)           *

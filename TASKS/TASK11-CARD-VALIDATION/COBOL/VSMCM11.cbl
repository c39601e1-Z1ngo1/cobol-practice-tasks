      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/08/22                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      *                                                                *
      * FILES:                                                         *
      * I-O:    VSAMDD (CARD.MASTER) - CARD MASTER FILE (VSAM KSDS)    *

      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/09/02                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  PRCDD (PRODUCT.MASTER) - PRICE-SYSTEM MASTER (KSDS)    *

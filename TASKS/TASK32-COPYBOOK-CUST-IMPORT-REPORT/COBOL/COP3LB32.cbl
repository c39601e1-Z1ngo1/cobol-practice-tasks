      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/09/02                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  CHGDD (CUST.CHANGES) - CHANGE TRANSACTIONS (PS, 80 B)  *

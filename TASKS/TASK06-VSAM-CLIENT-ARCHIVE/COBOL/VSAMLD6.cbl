      * AUTHOR:        STANISLAV                                       *
      * DATE:          2026/09/02                                      *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      *                                                                *
      * INPUT:  INDD   (PARAM.FILE) - BUSINESS DATE (PS, 80 B)         *
      *         XREFDD (ACCT.CLIENT.XREF) - ACCT TO CLIENT MAP (PS)    *

      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/09/02                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15  SSH  CREDIT MEMO TRAILER CUT TO THE 79-BYTE CRDD   *
      *                  RECORD LENGTH.                                *
      *                                                                *
      * FILES:                                                         *
      * I-O:   VSAMDD (PROD.MASTER) - PRODUCT MASTER FILE (VSAM KSDS)  *
      * INPUT: RETDD (RETURNS.DAILY) - RETURNS FILE (PS, 80 BYTES)     *
      * INPUT: INVDD (INVOICE.FILE) - INVOICES TO VALIDATE AGAINST     *
      * OUTPUT: CRDD (CREDIT.MEMOS) - CREDIT MEMO FILE (PS, 79 B)      *
      * OUTPUT: REJDD (REJECTED.RETURNS) - REJECTED RETURNS (PS, 80 B) *
      ******************************************************************

          05 TRL-TAG PIC X(5).
          05 TRL-COUNT PIC 9(9).
          05 TRL-AMOUNT PIC 9(13)V99.
          05 FILLER PIC X(50).

      * STATISTICS COUNTERS
       01 WS-COUNTERS.

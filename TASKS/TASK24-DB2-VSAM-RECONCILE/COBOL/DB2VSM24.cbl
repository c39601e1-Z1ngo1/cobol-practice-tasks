      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/01/21                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      *   2026/06/22  SSH  ADD AN OPTIONAL AUTO-CORRECT MODE (CORDD)   *
      *                    THAT WRITES THE EXPECTED BALANCE BACK TO    *
      *                    TB_ACCOUNTS FOR CONFIRMED DISCREPANCIES.    *

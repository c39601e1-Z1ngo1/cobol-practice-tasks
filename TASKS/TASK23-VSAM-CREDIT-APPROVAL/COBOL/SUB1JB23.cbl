      * AUTHOR: STANISLAV                                             *
      * DATE: 2026/06/15                                              *
      *                                                               *
      * MODIFICATION HISTORY:                                         *
      * 2026/08/09  SSH  WIDENED LK-REASON FROM X(25) TO X(32) - THE  *
      *                  BORDERLINE-SCORE AND EXCESSIVE-LATE-PAYMENTS *
      *                  REASON TEXT WAS BEING SILENTLY TRUNCATED TO  *

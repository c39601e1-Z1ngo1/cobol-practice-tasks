      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/01/21                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      *   2026/06/15  SSH  ADD A REVIEW DECISION (SEE SUB1JB23) FOR    *
      *                    BORDERLINE CASES ALONGSIDE APPROVED/        *
      *                    REJECTED, WITH ITS OWN SUMMARY COUNTER.     *

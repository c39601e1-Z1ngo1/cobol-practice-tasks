      * AUTHOR: STANISLAV                                             *
      * DATE: 2026/09/02                                              *
      *                                                               *
      * MODIFICATION HISTORY:                                         *
      *                                                               *
      * FILES:                                                        *
      * INPUT:  PARMDD (GATE.PARM) - JOB NAME, DATE, PREDECESSORS     *

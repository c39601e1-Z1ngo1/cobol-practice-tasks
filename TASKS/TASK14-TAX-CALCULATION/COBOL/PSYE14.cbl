      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/09/02                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  EMPDD (EMP.SALARY) - EMPLOYEE FILE (PS, 80 B)          *

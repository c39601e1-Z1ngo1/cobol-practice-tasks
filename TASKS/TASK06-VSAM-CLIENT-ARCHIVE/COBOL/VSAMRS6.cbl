      * AUTHOR:        STANISLAV                                       *
      * DATE:          2026/08/22                                      *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/09/02  SSH  USE THE ARCHIVE INDEX KSDS (IDXDD) THE        *
      *                  ARCHIVING RUN NOW MAINTAINS TO GO STRAIGHT    *
      *                  TO THE RIGHT ARCHIVE.OLD GENERATION: EACH     *

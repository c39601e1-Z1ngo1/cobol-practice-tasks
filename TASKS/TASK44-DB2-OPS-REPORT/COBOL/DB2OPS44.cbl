      *   PHASE 3 - REPORT: ONE DETAIL LINE PER JOB THAT RAN, THEN    *
      *     THE DID-NOT-RUN SECTION, THEN THE DEVIATION WARNINGS.     *
      *                                                               *
      * NOTE: THIS REPORT SHOWS THE DATE A JOB RAN, NOT ITS ELAPSED   *
      * TIME. ELAPSED TIMES FROM START_TS/END_TS ARE REPORTED BY      *
      * DB2EL44.                                                      *
      *                                                               *
      * AUTHOR: STANISLAV                                             *
      * DATE: 2026/08/22                                              *
      *                                                               *
      * MODIFICATION HISTORY:                                         *
      * 2026/10/15  SSH  NOTE THAT ELAPSED TIMES NOW COME FROM        *
      *                  DB2EL44.                                     *
      *                                                               *
      * FILES:                                                        *
      * INPUT:  EXPDD  (OPS.EXPECTED)  - EXPECTED JOB SCHEDULE        *
      *         CFGDD  (OPS.CFG)       - OPTIONAL DEVIATION PCT       *

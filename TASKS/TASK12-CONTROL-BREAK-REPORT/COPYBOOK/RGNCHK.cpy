      ******************************************************************
      * RGNCHK - REGION CODE CHECK PARAMETER AREA FOR SUBRG12          *
      *                                                                *
      * COPIED AS THE BODY OF AN 01-LEVEL GROUP IN THE CALLER AND IN   *
      * SUBRG12'S LINKAGE SECTION. THE CALLER MOVES ITS REGION CODE,   *
      * WHATEVER ITS WIDTH, LEFT-JUSTIFIED INTO RGNCHK-CODE-IN AND     *
      * CALLS SUBRG12; THE RESULT SAYS WHETHER THE CODE IS A KNOWN     *
      * ACTIVE REGION, A KNOWN INACTIVE ONE, OR UNKNOWN. FOR A KNOWN   *
      * CODE (CANONICAL OR LEGACY) THE CANONICAL CODE AND DESCRIPTION  *
      * ARE RETURNED.                                                  *
      ******************************************************************
           05 RGNCHK-CODE-IN PIC X(5).
           05 RGNCHK-RESULT PIC X(1).
              88 RGNCHK-VALID VALUE 'V'.
              88 RGNCHK-INACTIVE VALUE 'I'.
              88 RGNCHK-UNKNOWN VALUE 'U'.
           05 RGNCHK-CANON-CODE PIC X(5).
           05 RGNCHK-DESC PIC X(30).

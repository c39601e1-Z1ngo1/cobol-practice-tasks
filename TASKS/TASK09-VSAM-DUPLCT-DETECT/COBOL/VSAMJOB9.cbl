      * AUTHOR: STANISLAV                                              *
      * DATE: 2025/12/25                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/08/22  SSH  NOMINATE THE MERGE SURVIVOR BY SCANNING THE   *
      *                  GROUP BUFFER FOR THE LOWEST MAST-ID - THE     *
      *                  FIRST BUFFERED MEMBER IS ONLY THE LOWEST ID   *

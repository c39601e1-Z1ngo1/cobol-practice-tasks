      ******************************************************************
      * HOLCAL - HOLIDAY CALENDAR RECORD LAYOUT                        *
      *                                                                *
      * COPIED AS THE BODY OF THE HOLIDAY CALENDAR FD RECORD (PS,      *
      * HOLIDAY.CALENDAR, 80 BYTES). ONE RECORD PER PUBLIC HOLIDAY,    *
      * IN ANY ORDER, KEPT BY OPERATIONS A YEAR OR MORE AHEAD.         *
      * WEEKENDS ARE NEVER LISTED - THEY ARE NON-BUSINESS DAYS ALWAYS. *
      * A RECORD WITH '*' IN COLUMN 1 IS A COMMENT.                    *
      ******************************************************************
           05 HOL-DATE PIC 9(8).
           05 HOL-DATE-X REDEFINES HOL-DATE.
              10 HOL-COMMENT-FLAG PIC X(1).
              10 FILLER PIC X(7).
           05 FILLER PIC X(1).
           05 HOL-DESC PIC X(30).
           05 FILLER PIC X(41).

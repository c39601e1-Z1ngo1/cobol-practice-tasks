      ******************************************************************
      * BDCAL - BUSINESS-DAY DATE SERVICE PARAMETER AREA FOR SUBDT23   *
      *                                                                *
      * COPIED AS THE BODY OF AN 01-LEVEL GROUP IN THE CALLER AND IN   *
      * SUBDT23'S LINKAGE SECTION. A BUSINESS DAY IS A MONDAY TO       *
      * FRIDAY THAT IS NOT ON THE HOLIDAY CALENDAR (HOLDD).            *
      *   BDC-ADD-DAYS     : BDC-DATE-OUT = BDC-DATE-IN PLUS BDC-DAYS  *
      *                      BUSINESS DAYS (NEGATIVE = BACKWARDS;      *
      *                      ZERO = ROLL FORWARD)                      *
      *   BDC-ROLL-FORWARD : BDC-DATE-OUT = BDC-DATE-IN IF IT IS A     *
      *                      BUSINESS DAY, ELSE THE NEXT ONE           *
      *   BDC-ROLL-BACK    : BDC-DATE-OUT = BDC-DATE-IN IF IT IS A     *
      *                      BUSINESS DAY, ELSE THE ONE BEFORE         *
      *   BDC-COUNT-DAYS   : BDC-DAYS = BUSINESS DAYS AFTER            *
      *                      BDC-DATE-IN UP TO AND INCLUDING           *
      *                      BDC-DATE-TO (NEGATIVE IF DATE-TO IS THE   *
      *                      EARLIER DATE)                             *
      * BDC-RESULT IS BDC-OK UNLESS A DATE OR THE FUNCTION IS INVALID, *
      * IN WHICH CASE THE OUTPUT FIELDS ARE LEFT AS ZERO. CALLERS      *
      * NEVER USE A DATE THAT WAS NOT BDC-OK: A DATE TAKEN FROM THE    *
      * RECORD IN HAND REJECTS THAT RECORD (REPORTED, RC 4); A DATE    *
      * BUILT FROM THE RUN DATE OR RUN PARAMETERS STOPS THE RUN WITH   *
      * RC 12.                                                         *
      ******************************************************************
           05 BDC-FUNCTION PIC X(1).
              88 BDC-ADD-DAYS VALUE 'A'.
              88 BDC-ROLL-FORWARD VALUE 'F'.
              88 BDC-ROLL-BACK VALUE 'B'.
              88 BDC-COUNT-DAYS VALUE 'C'.
           05 BDC-DATE-IN PIC 9(8).
           05 BDC-DATE-TO PIC 9(8).
           05 BDC-DAYS PIC S9(5).
           05 BDC-DATE-OUT PIC 9(8).
           05 BDC-RESULT PIC X(1).
              88 BDC-OK VALUE 'Y'.
              88 BDC-BAD-DATE VALUE 'D'.
              88 BDC-BAD-FUNCTION VALUE 'F'.

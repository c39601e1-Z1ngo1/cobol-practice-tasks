      ******************************************************************
      * CRDTOK - CARD NUMBER MASK AND TOKEN SERVICE AREA FOR SUBTK11   *
      *                                                                *
      * COPIED AS THE BODY OF AN 01-LEVEL GROUP IN THE CALLER AND IN   *
      * SUBTK11'S LINKAGE SECTION.                                     *
      *   CTK-TOKENIZE   : FROM CTK-CARD-NUM, RETURNS CTK-TOKEN AND    *
      *                    CTK-MASKED                                  *
      *   CTK-DETOKENIZE : FROM CTK-TOKEN, RETURNS CTK-CARD-NUM AND    *
      *                    CTK-MASKED                                  *
      * CTK-MASKED IS THE PRINTABLE FORM - FIRST SIX AND LAST FOUR     *
      * DIGITS WITH THE MIDDLE SIX AS '*'. CTK-TOKEN IS A 16-DIGIT     *
      * SURROGATE, ONE TO ONE WITH THE CARD NUMBER AND KEEPING ITS     *
      * LAST FOUR DIGITS, THAT FILES PASSED BETWEEN PROGRAMS CARRY IN  *
      * PLACE OF THE CARD NUMBER; EQUAL CARDS GIVE EQUAL TOKENS, SO    *
      * MATCHING ON THE TOKEN IS MATCHING ON THE CARD.                 *
      * CTK-RESULT IS CTK-OK UNLESS THE INPUT NUMBER IS NOT NUMERIC OR *
      * IS ZERO, OR THE FUNCTION IS INVALID; THE OUTPUTS ARE THEN      *
      * ZERO AND SPACES.                                               *
      ******************************************************************
           05 CTK-FUNCTION PIC X(1).
              88 CTK-TOKENIZE VALUE 'T'.
              88 CTK-DETOKENIZE VALUE 'D'.
           05 CTK-CARD-NUM PIC 9(16).
           05 CTK-TOKEN PIC 9(16).
           05 CTK-MASKED PIC X(16).
           05 CTK-RESULT PIC X(1).
              88 CTK-OK VALUE 'Y'.
              88 CTK-BAD-NUMBER VALUE 'N'.
              88 CTK-BAD-FUNCTION VALUE 'F'.

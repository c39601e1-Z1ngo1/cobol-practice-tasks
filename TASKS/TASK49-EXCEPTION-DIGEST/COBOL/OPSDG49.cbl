      *   ITS THRESHOLD ESCALATES TO CRIT AND DRIVES RETURN CODE 8.    *
      *   THE DIGEST SHOWS ONE LINE PER SOURCE PLUS ITS TOP THREE      *
      *   REASONS, THEN A TOTALS LINE.                                 *
      *   NO CARD NUMBER IS PRINTED IN FULL: ANY RUN OF 13 TO 19       *
      *   DIGITS IN A REASON TEXT SHOWS ONLY ITS FIRST SIX AND LAST    *
      *   FOUR DIGITS.                                                 *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/09/02                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15  SSH  CARD NUMBERS IN SOURCE REASON TEXTS ARE       *
      *                  MASKED TO FIRST SIX / LAST FOUR BEFORE THEY   *
      *                  ARE TALLIED OR PRINTED.                       *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  BNKDD (REPORT.FILE) - BANKING ERROR REPORT (PS, OPT)   *
       01 WS-RSN-HIT PIC 9(3) VALUE 0.
       01 WS-CUR-REASON PIC X(30).

      * CARD-NUMBER MASKING WORK FIELDS: A RUN OF 13 TO 19 DIGITS
      * IN A REASON TEXT IS TREATED AS A CARD NUMBER
       01 WS-SCAN-SUB PIC 9(2) VALUE 0.
       01 WS-DIGIT-RUN PIC 9(2) VALUE 0.
       01 WS-RUN-START PIC 9(2) VALUE 0.

      * TOP-REASON SELECTION WORK FIELDS
       01 WS-TOP-PASS PIC 9(1) VALUE 0.
       01 WS-TOP-BEST PIC 9(3) VALUE 0.
      * COUNTS.
      **********************************************
       TALLY-REASON.
           PERFORM MASK-CARD-NUMBERS.
           MOVE 0 TO WS-RSN-HIT.
           PERFORM VARYING WS-RSN-SUB FROM 1 BY 1
                   UNTIL WS-RSN-SUB > RSN-USED
           END-IF.
           ADD 1 TO RSN-COUNT(WS-RSN-HIT).

      **********************************************
      * NO CARD NUMBER REACHES THE DIGEST IN FULL: EVERY RUN OF
      * 13 TO 19 DIGITS IN THE CURRENT REASON KEEPS ITS FIRST SIX
      * AND LAST FOUR DIGITS, THE REST BECOME '*'.
      **********************************************
       MASK-CARD-NUMBERS.
           MOVE 0 TO WS-DIGIT-RUN.
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > 31
              IF WS-SCAN-SUB < 31
                 IF WS-CUR-REASON(WS-SCAN-SUB:1) IS NUMERIC
                    ADD 1 TO WS-DIGIT-RUN
                 ELSE
                    PERFORM MASK-DIGIT-RUN
                 END-IF
              ELSE
                 PERFORM MASK-DIGIT-RUN
              END-IF
           END-PERFORM.

       MASK-DIGIT-RUN.
           IF WS-DIGIT-RUN >= 13 AND WS-DIGIT-RUN <= 19
              COMPUTE WS-RUN-START = WS-SCAN-SUB - WS-DIGIT-RUN + 6
              MOVE ALL '*'
                TO WS-CUR-REASON(WS-RUN-START:WS-DIGIT-RUN - 10)
           END-IF.
           MOVE 0 TO WS-DIGIT-RUN.

      **********************************************
      * A SOURCE OVER ITS THRESHOLD ESCALATES TO CRIT.
      **********************************************

      ******************************************************************
      * CARD NUMBER MASK AND TOKEN SERVICE SUBPROGRAM                  *
      *                                                                *
      * PURPOSE:                                                       *
      * ONE PLACE FOR THE CARD RUNS TO TURN A CARD NUMBER INTO WHAT    *
      * MAY LEAVE THE PROGRAM: THE MASKED FORM FOR ANYTHING A PERSON   *
      * READS, AND A TOKEN FOR FILES ANOTHER PROGRAM HAS TO MATCH ON,  *
      * SO THE FULL NUMBER NEVER APPEARS ON A REPORT OR EXTRACT. THE   *
      * FEW PROGRAMS THAT NEED THE REAL NUMBER BACK (E.G. TO READ A    *
      * MASTER BY KEY) DETOKENIZE HERE.                                *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   MASK  - FIRST SIX DIGITS, SIX '*', LAST FOUR DIGITS.         *
      *   TOKEN - THE LAST FOUR DIGITS ARE KEPT; THE FIRST TWELVE ARE  *
      *           ENCIPHERED DIGIT BY DIGIT WITH TWO KEYED, CHAINED    *
      *           PASSES (LEFT TO RIGHT, THEN RIGHT TO LEFT), EACH     *
      *           DIGIT ADDED MOD 10 TO ITS KEY DIGIT AND TO THE       *
      *           PREVIOUS RESULT. EVERY STEP CAN BE UNDONE, SO THE    *
      *           TOKEN IS ONE TO ONE WITH THE CARD NUMBER AND         *
      *           DETOKENIZE RUNS THE PASSES BACKWARDS.                *
      *   THE KEY IS HELD ONLY IN THIS LOAD MODULE. CHANGING IT        *
      *   CHANGES EVERY TOKEN, SO IT MAY ONLY BE CHANGED TOGETHER      *
      *   WITH EVERY TOKENIZED FILE STILL TO BE READ.                  *
      *   FUNCTIONS (SEE CRDTOK):                                      *
      *     T - CARD NUMBER TO TOKEN AND MASK                          *
      *     D - TOKEN TO CARD NUMBER AND MASK                          *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15  SSH  INITIAL VERSION.                              *
      *                                                                *
      * COPYBOOKS: CRDTOK - PARAMETER AREA                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBTK11.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * TOKEN KEY - ONE DIGIT PER ENCIPHERED POSITION, PER PASS
       01 TOKEN-KEY-VALUES.
          05 FILLER PIC X(12) VALUE '738152946083'.
          05 FILLER PIC X(12) VALUE '415907263851'.
       01 TOKEN-KEY-TABLE REDEFINES TOKEN-KEY-VALUES.
          05 TKEY-PASS OCCURS 2 TIMES.
             10 TKEY-DIGIT PIC 9(1) OCCURS 12 TIMES.

      * THE 16 DIGITS BEING WORKED ON
       01 WS-WORK-NUM PIC 9(16) VALUE 0.
       01 WS-WORK-DIGITS REDEFINES WS-WORK-NUM.
          05 WS-DIGIT PIC 9(1) OCCURS 16 TIMES.
       01 WS-SUB PIC 9(2) VALUE 0.
       01 WS-CHAIN PIC 9(1) VALUE 0.
       01 WS-SUM PIC 9(2) VALUE 0.

       LINKAGE SECTION.
       01 LK-TOKEN-SERVICE.
           COPY CRDTOK.

      **********************************************
      * CARRIES OUT THE REQUESTED FUNCTION AND BUILDS THE MASK
      * FROM THE CARD NUMBER.
      **********************************************
       PROCEDURE DIVISION USING LK-TOKEN-SERVICE.
       MAIN-LOGIC.
           SET CTK-OK TO TRUE.
           MOVE SPACES TO CTK-MASKED.
           EVALUATE TRUE
              WHEN CTK-TOKENIZE
                 IF CTK-CARD-NUM IS NOT NUMERIC OR CTK-CARD-NUM = 0
                    SET CTK-BAD-NUMBER TO TRUE
                 ELSE
                    MOVE CTK-CARD-NUM TO WS-WORK-NUM
                    PERFORM ENCIPHER-DIGITS
                    MOVE WS-WORK-NUM TO CTK-TOKEN
                 END-IF
              WHEN CTK-DETOKENIZE
                 IF CTK-TOKEN IS NOT NUMERIC OR CTK-TOKEN = 0
                    SET CTK-BAD-NUMBER TO TRUE
                 ELSE
                    MOVE CTK-TOKEN TO WS-WORK-NUM
                    PERFORM DECIPHER-DIGITS
                    MOVE WS-WORK-NUM TO CTK-CARD-NUM
                 END-IF
              WHEN OTHER
                 SET CTK-BAD-FUNCTION TO TRUE
           END-EVALUATE.

           IF CTK-OK
              MOVE CTK-CARD-NUM(1:6) TO CTK-MASKED(1:6)
              MOVE '******' TO CTK-MASKED(7:6)
              MOVE CTK-CARD-NUM(13:4) TO CTK-MASKED(13:4)
           ELSE
              IF CTK-TOKENIZE
                 MOVE 0 TO CTK-TOKEN
              ELSE
                 MOVE 0 TO CTK-CARD-NUM
              END-IF
           END-IF.
           GOBACK.

      **********************************************
      * PASS 1 RUNS LEFT TO RIGHT CHAINED FROM DIGIT 16, PASS 2
      * RIGHT TO LEFT CHAINED FROM DIGIT 13. BOTH CHAIN SEEDS
      * ARE IN THE CLEAR LAST FOUR, SO THE PASSES CAN BE UNDONE.
      **********************************************
       ENCIPHER-DIGITS.
           MOVE WS-DIGIT(16) TO WS-CHAIN.
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 12
              COMPUTE WS-SUM = WS-DIGIT(WS-SUB)
                             + TKEY-DIGIT(1, WS-SUB) + WS-CHAIN
              COMPUTE WS-DIGIT(WS-SUB) = FUNCTION MOD(WS-SUM, 10)
              MOVE WS-DIGIT(WS-SUB) TO WS-CHAIN
           END-PERFORM.
           MOVE WS-DIGIT(13) TO WS-CHAIN.
           PERFORM VARYING WS-SUB FROM 12 BY -1 UNTIL WS-SUB < 1
              COMPUTE WS-SUM = WS-DIGIT(WS-SUB)
                             + TKEY-DIGIT(2, WS-SUB) + WS-CHAIN
              COMPUTE WS-DIGIT(WS-SUB) = FUNCTION MOD(WS-SUM, 10)
              MOVE WS-DIGIT(WS-SUB) TO WS-CHAIN
           END-PERFORM.

      **********************************************
      * UNDOES PASS 2, THEN PASS 1. EACH CHAIN VALUE IS THE
      * ENCIPHERED DIGIT BEFORE IT IS OVERWRITTEN.
      **********************************************
       DECIPHER-DIGITS.
           MOVE WS-DIGIT(13) TO WS-CHAIN.
           PERFORM VARYING WS-SUB FROM 12 BY -1 UNTIL WS-SUB < 1
              COMPUTE WS-SUM = WS-DIGIT(WS-SUB) + 20
                             - TKEY-DIGIT(2, WS-SUB) - WS-CHAIN
              MOVE WS-DIGIT(WS-SUB) TO WS-CHAIN
              COMPUTE WS-DIGIT(WS-SUB) = FUNCTION MOD(WS-SUM, 10)
           END-PERFORM.
           MOVE WS-DIGIT(16) TO WS-CHAIN.
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 12
              COMPUTE WS-SUM = WS-DIGIT(WS-SUB) + 20
                             - TKEY-DIGIT(1, WS-SUB) - WS-CHAIN
              MOVE WS-DIGIT(WS-SUB) TO WS-CHAIN
              COMPUTE WS-DIGIT(WS-SUB) = FUNCTION MOD(WS-SUM, 10)
           END-PERFORM.

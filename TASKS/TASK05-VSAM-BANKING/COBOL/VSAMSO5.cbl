      * TRANSACTION INSTEAD OF BEING RETYPED BY A CLERK EACH MONTH.   *
      *                                                               *
      * BUSINESS LOGIC:                                               *
      *   SO-NEXT-DUE IS THE ORDER'S SCHEDULED DATE. ITS PAYMENT      *
      *   DATE IS THAT DATE ROLLED FORWARD TO A BUSINESS DAY ON THE   *
      *   HOLIDAY CALENDAR (SUBDT23), SO NOTHING IS GENERATED FOR A   *
      *   WEEKEND OR PUBLIC HOLIDAY; THE SCHEDULED DATE ITSELF IS     *
      *   NOT MOVED, SO A MONTHLY ORDER KEEPS ITS DAY OF THE MONTH.   *
      *   FOR EACH ORDER, WHILE ITS PAYMENT DATE <= RUN DATE:         *
      *     PRE-VALIDATE AGAINST ACCT.MASTER:                         *
      *       SOURCE ACCOUNT MUST EXIST AND BE OPEN                   *
      *       SOURCE BALANCE MUST COVER SO-AMOUNT                     *
      *     PASSED  -> WRITE A 'T' TRANSACTION (REF = ORDER ID) TO    *
      *                GENDD AND ROLL SO-NEXT-DUE FORWARD BY THE      *
      *                ORDER FREQUENCY (D=DAILY, W=WEEKLY, M=MONTHLY) *
      *                - A DAILY ORDER STEPS TO THE BUSINESS DAY      *
      *                AFTER THE PAYMENT DATE                         *
      *     FAILED  -> WRITE AN EXCEPTION LINE TO RPTDD AND LEAVE     *
      *                SO-NEXT-DUE UNROLLED, SO THE ORDER IS RETRIED  *
      *                (AND RE-REPORTED) ON THE NEXT RUN UNTIL THE    *
      *                OPERATIONS TEAM RESOLVES IT                    *
      *   AN ORDER WHOSE NEXT-DUE DATE IS NOT A VALID DATE IS         *
      *   REPORTED AS FAILED, LEFT AS IT IS AND SKIPPED - RC 4.       *
      *   AN ORDER MORE THAN ONE PERIOD BEHIND GENERATES ONE          *
      *   INSTRUCTION PER MISSED PERIOD, SO ARREARS CATCH UP.         *
      *   EVERY ORDER - DUE OR NOT - IS REWRITTEN TO THE NEW          *
      *   STANDING ORDERS FILE WITH ITS ROLLED NEXT-DUE DATE.         *
      *   GENDD IS ONE FEED FOR THE VSAMTI5 INTAKE: A '*HDR*' HEADER  *
      *   (SOURCE SORD, RUN DATE), THE GENERATED TRANSACTIONS AND A   *
      *   '*TRL*' TRAILER CARRYING THEIR COUNT AND AMOUNT TOTAL.      *
      *                                                               *
      * AUTHOR: STANISLAV                                             *
      * DATE: 2026/09/02                                              *
      *                                                               *
      * MODIFICATION HISTORY:                                         *
      * 2026/10/15  SSH  ACCT-REC LAYOUT EXTENDED TO 80 BYTES WITH    *
      *                  THE PRODUCT CODE AND MONTHLY WITHDRAWAL      *
      *                  COUNTER (SEE VSAMCV5). NO LOGIC CHANGE.      *
      * 2026/10/15  SSH  ORDERS FALL DUE ON BUSINESS DAYS ONLY: THE   *
      *                  SCHEDULED DATE IS ROLLED FORWARD OFF         *
      *                  WEEKENDS AND PUBLIC HOLIDAYS THROUGH THE     *
      *                  SHARED DATE SERVICE (SUBDT23, HOLDD) BEFORE  *
      *                  IT IS COMPARED WITH THE RUN DATE, AND DAILY  *
      *                  ORDERS STEP ONE BUSINESS DAY.                *
      * 2026/10/15  SSH  GENDD IS NOW A SELF-BALANCING FEED FOR THE   *
      *                  VSAMTI5 TRANSACTION INTAKE: A HEADER WITH    *
      *                  SOURCE CODE SORD AND THE RUN DATE, THE       *
      *                  GENERATED TRANSACTIONS STAMPED WITH THE      *
      *                  SOURCE CODE, AND A TRAILER WITH THEIR COUNT  *
      *                  AND AMOUNT TOTAL.                            *
      * 2026/10/15  SSH  A DAILY ORDER DUE ON A WEEKEND OR HOLIDAY    *
      *                  ROLLS TO THE BUSINESS DAY AFTER ITS PAYMENT  *
      *                  DATE, NOT AFTER THE SCHEDULED DATE, SO THE   *
      *                  SAME PAYMENT DATE IS NOT GENERATED TWICE.    *
      * 2026/10/15  SSH  AN ORDER WITH AN INVALID NEXT-DUE DATE IS    *
      *                  REPORTED AS FAILED AND SKIPPED WITH RC 4     *
      *                  INSTEAD OF STOPPING THE RUN.                 *
      *                                                               *
      * FILES:                                                        *
      * INPUT:  SORDIN (STANDING.ORDERS) - STANDING ORDERS (PS, 80 B) *
      *         EMPDD (ACCT.MASTER) - ACCOUNT MASTER (VSAM KSDS)      *
      * OUTPUT: SORDOUT (STANDING.ORDERS.NEW) - ROLLED ORDERS (PS)    *
      *         GENDD (TRANS.GEN) - STANDING ORDER FEED (PS, 80 B)    *
      *         RPTDD (SO.REPORT) - EXCEPTION REPORT (PS, 80 B)       *
      * INPUT:  HOLDD (HOLIDAY.CALENDAR) - READ BY SUBDT23            *
      ******************************************************************

       IDENTIFICATION DIVISION.
          05 ACCT-ACT-STATUS PIC X(1).
             88 ACCT-FROZEN VALUE 'F'.
             88 ACCT-CLOSED VALUE 'C'.
          05 ACCT-PRODUCT PIC X(3).
          05 ACCT-WD-PERIOD PIC 9(6).
          05 ACCT-WD-COUNT PIC 9(3).
          05 FILLER PIC X(35).

       FD ORDER-FILE RECORDING MODE IS F.
       01 ORDER-REC.
       FD ORDER-OUT-FILE RECORDING MODE IS F.
       01 ORDER-OUT-REC PIC X(80).

      * GENERATED TRANSACTIONS IN THE TRANS-REC LAYOUT READ BY VSAMJO5,
      * BETWEEN THE FEED HEADER AND TRAILER THE VSAMTI5 INTAKE PROVES
       FD GEN-TRANS-FILE RECORDING MODE IS F.
       01 GEN-TRANS-REC.
          05 GEN-ACCT-ID PIC X(5).
          05 GEN-REF-ID PIC X(10).
          05 GEN-REF-TYPE PIC X(1).
          05 GEN-TARGET-ACCT PIC X(5).
          05 GEN-FEED-SOURCE PIC X(4).
          05 FILLER PIC X(47).

       FD EXCEPTION-FILE RECORDING MODE IS F.
       01 EXCEPTION-REC.
       01 WS-DAYS-IN-MONTH PIC 9(2).
       01 WS-LEAP-REM PIC 9(4).

      * PAYMENT DATE: SO-NEXT-DUE ROLLED FORWARD TO A BUSINESS DAY
       01 WS-PAY-DATE PIC 9(8).

      * BUSINESS-DAY DATE SERVICE (SUBDT23) PARAMETER AREA
       01 DATE-SERVICE-AREA.
           COPY BDCAL.

      * FEED HEADER AND TRAILER FOR THE VSAMTI5 INTAKE
       01 WS-FEED-SOURCE PIC X(4) VALUE 'SORD'.

       01 FEED-HEADER-LAYOUT.
          05 FH-TAG PIC X(5) VALUE '*HDR*'.
          05 FH-SOURCE PIC X(4).
          05 FH-FEED-DATE PIC 9(8).
          05 FH-DESC PIC X(20) VALUE 'STANDING ORDERS'.
          05 FILLER PIC X(43) VALUE SPACES.

       01 FEED-TRAILER-LAYOUT.
          05 FT-TAG PIC X(5) VALUE '*TRL*'.
          05 FT-SOURCE PIC X(4).
          05 FT-REC-COUNT PIC 9(7).
          05 FT-AMT-TOTAL PIC 9(11)V99.
          05 FILLER PIC X(51) VALUE SPACES.

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 TOTAL-ORDERS PIC 9(5) VALUE 0.
          05 TOTAL-GENERATED PIC 9(5) VALUE 0.
          05 TOTAL-GEN-AMT PIC 9(11)V99 VALUE 0.
          05 TOTAL-FAILED PIC 9(5) VALUE 0.
          05 TOTAL-NOT-DUE PIC 9(5) VALUE 0.
          05 TOTAL-BAD-DATE PIC 9(5) VALUE 0.

      **********************************************
      * MAIN FLOW: OPEN -> PROCESS ALL ORDERS -> CLOSE -> SUMMARY
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM OPEN-ALL-FILES.
           PERFORM PROCESS-ALL-ORDERS.
           PERFORM WRITE-FEED-TRAILER.
           PERFORM CLOSE-ALL-FILES.
           PERFORM DISPLAY-SUMMARY.
           IF TOTAL-BAD-DATE > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      **********************************************
              STOP RUN
           END-IF.

           MOVE WS-FEED-SOURCE TO FH-SOURCE.
           MOVE WS-RUN-DATE TO FH-FEED-DATE.
           WRITE GEN-TRANS-REC FROM FEED-HEADER-LAYOUT
           END-WRITE.
           IF GEN-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING GEN TRANS FILE: ' GEN-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT EXCEPTION-FILE.
           IF EXC-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING EXCEPTION FILE: ' EXC-STATUS
      * ALWAYS REWRITTEN TO THE NEW STANDING ORDERS FILE.
      **********************************************
       PROCESS-ONE-ORDER.
           SET ORDER-OK TO TRUE.
           PERFORM SET-PAY-DATE.
           IF ORDER-OK AND WS-PAY-DATE > WS-RUN-DATE
              ADD 1 TO TOTAL-NOT-DUE
           END-IF.

           PERFORM UNTIL WS-PAY-DATE > WS-RUN-DATE
                      OR ORDER-FAILED
              PERFORM VALIDATE-ORDER
              IF ORDER-OK
                 PERFORM WRITE-GEN-TRANS
                 PERFORM ROLL-NEXT-DUE
                 PERFORM SET-PAY-DATE
              ELSE
                 PERFORM WRITE-EXCEPTION
              END-IF
           MOVE SO-AMOUNT TO GEN-AMOUNT.
           MOVE SO-ORDER-ID TO GEN-REF-ID.
           MOVE SO-TARGET-ACCT TO GEN-TARGET-ACCT.
           MOVE WS-FEED-SOURCE TO GEN-FEED-SOURCE.
           WRITE GEN-TRANS-REC
           END-WRITE.
           IF GEN-STATUS NOT = '00'
              STOP RUN
           END-IF.
           ADD 1 TO TOTAL-GENERATED.
           ADD SO-AMOUNT TO TOTAL-GEN-AMT.

      **********************************************
      * CLOSE THE FEED WITH ITS CONTROL TRAILER: THE NUMBER OF
      * INSTRUCTIONS WRITTEN AND THEIR AMOUNT TOTAL, WHICH THE
      * VSAMTI5 INTAKE PROVES BEFORE PASSING THE FEED TO POSTING.
      **********************************************
       WRITE-FEED-TRAILER.
           MOVE WS-FEED-SOURCE TO FT-SOURCE.
           MOVE TOTAL-GENERATED TO FT-REC-COUNT.
           MOVE TOTAL-GEN-AMT TO FT-AMT-TOTAL.
           WRITE GEN-TRANS-REC FROM FEED-TRAILER-LAYOUT
           END-WRITE.
           IF GEN-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING GEN TRANS FILE: ' GEN-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * WRITE ONE EXCEPTION LINE FOR AN ORDER THAT FAILED

      **********************************************
      * ROLL SO-NEXT-DUE FORWARD ONE PERIOD BY SO-FREQ:
      * D = THE BUSINESS DAY AFTER THE PAYMENT DATE JUST GENERATED
      * (COUNTING FROM A WEEKEND OR HOLIDAY SO-NEXT-DUE WOULD LAND
      * ON THE SAME PAYMENT DATE AGAIN), W = +7 DAYS, M = +1
      * MONTH (DAY CLAMPED TO THE LENGTH OF THE NEW MONTH,
      * FEBRUARY LEAP-AWARE). AN UNRECOGNIZED FREQUENCY IS TREATED AS
      * MONTHLY - THE CONSERVATIVE READING FOR A RENT-STYLE ORDER.
      **********************************************
       ROLL-NEXT-DUE.
           MOVE SO-NEXT-DUE TO WS-DUE-DATE-N.
           EVALUATE TRUE
              WHEN SO-DAILY
                 SET BDC-ADD-DAYS TO TRUE
                 MOVE WS-PAY-DATE TO BDC-DATE-IN
                 MOVE 1 TO BDC-DAYS
                 PERFORM CALL-DATE-SERVICE
                 IF BDC-OK
                    MOVE BDC-DATE-OUT TO WS-DUE-DATE-N
                 END-IF
              WHEN SO-WEEKLY
                 PERFORM ADD-ONE-DAY 7 TIMES
              WHEN OTHER
           END-EVALUATE.
           MOVE WS-DUE-DATE-N TO SO-NEXT-DUE.

      **********************************************
      * SETS WS-PAY-DATE: SO-NEXT-DUE, OR THE NEXT BUSINESS DAY
      * AFTER IT WHEN IT FALLS ON A WEEKEND OR HOLIDAY.
      **********************************************
       SET-PAY-DATE.
           SET BDC-ROLL-FORWARD TO TRUE.
           MOVE SO-NEXT-DUE TO BDC-DATE-IN.
           PERFORM CALL-DATE-SERVICE.
           MOVE BDC-DATE-OUT TO WS-PAY-DATE.

      **********************************************
      * CALLS THE BUSINESS-DAY DATE SERVICE. A DUE DATE IT
      * CANNOT READ MEANS A DAMAGED ORDER RECORD: THE ORDER IS
      * REPORTED AS FAILED AND SKIPPED, AND THE RUN ENDS RC 4.
      **********************************************
       CALL-DATE-SERVICE.
           CALL 'SUBDT23' USING DATE-SERVICE-AREA
           END-CALL.
           IF NOT BDC-OK
              DISPLAY 'WARNING: INVALID DUE DATE ' BDC-DATE-IN
                      ' ON ORDER ' SO-ORDER-ID
              SET ORDER-FAILED TO TRUE
              MOVE 'INVALID NEXT-DUE DATE' TO WS-FAIL-REASON
              PERFORM WRITE-EXCEPTION
              ADD 1 TO TOTAL-BAD-DATE
           END-IF.

      **********************************************
      * ADVANCE WS-DUE-DATE BY ONE CALENDAR DAY
      **********************************************
           DISPLAY 'ORDERS READ:         ' TOTAL-ORDERS.
           DISPLAY 'INSTRUCTIONS WRITTEN:' TOTAL-GENERATED.
           DISPLAY 'ORDERS FAILED:       ' TOTAL-FAILED.
           DISPLAY '  INVALID DUE DATE:  ' TOTAL-BAD-DATE.
           DISPLAY 'ORDERS NOT YET DUE:  ' TOTAL-NOT-DUE.
           DISPLAY '========================================'.

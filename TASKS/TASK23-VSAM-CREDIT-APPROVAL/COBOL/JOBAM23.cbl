      *     MONTHLY RATE) AND PRINCIPAL; THE FINAL PAYMENT CLEARS      *
      *     THE REMAINING BALANCE EXACTLY.                             *
      *     DUE DATES RUN MONTHLY FROM THE MONTH AFTER THE RUN DATE,   *
      *     DAY CLAMPED TO 28 SO EVERY MONTH CAN HOLD IT, THEN ROLLED  *
      *     FORWARD TO A BUSINESS DAY ON THE HOLIDAY CALENDAR          *
      *     (SUBDT23). EACH DATE IS ROLLED FROM ITS OWN MONTH, SO A    *
      *     ROLLED PAYMENT NEVER PUSHES THE NEXT ONE. THE DATES COME   *
      *     FROM THE RUN DATE, SO ONE THE CALENDAR CANNOT ROLL STOPS   *
      *     THE RUN WITH RC 12.                                        *
      *   A LOAN WITH A ZERO TERM OR ZERO AMOUNT IS REPORTED AND       *
      *   SKIPPED - THERE IS NOTHING TO SCHEDULE.                      *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/09/02                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15  SSH  DUE DATES ARE ROLLED FORWARD OFF WEEKENDS     *
      *                  AND PUBLIC HOLIDAYS THROUGH THE SHARED        *
      *                  BUSINESS-DAY DATE SERVICE (SUBDT23, HOLDD).   *
      * 2026/10/15  SSH  EACH SCHEDULE RECORD NOW CARRIES THE ANNUAL   *
      *                  RATE THE LOAN WAS PRICED AT, FOR THE LOAN     *
      *                  BOOKING STEP (JOBBK23).                       *
      * 2026/10/15  SSH  A DUE DATE THE BUSINESS-DAY CALENDAR CANNOT   *
      *                  ROLL NOW ENDS THE RUN WITH RC 12.             *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  APPRDD (APPROVED.LOANS) - FINALIZED APPROVALS (PS)     *
      *         RATEDD (BAND.RATES) - ANNUAL RATE BY SCORE FLOOR (PS)  *
      * OUTPUT: SCHDD (AMORT.SCHEDULE) - SCHEDULE RECORDS (PS, 80 B)   *
      *         PRTDD (AMORT.PRINT) - CUSTOMER PRINT IMAGE (PS, 80 B)  *
      * INPUT:  HOLDD (HOLIDAY.CALENDAR) - READ BY SUBDT23             *
      ******************************************************************

       IDENTIFICATION DIVISION.
          05 SCH-INTEREST PIC 9(7)V99.
          05 FILLER PIC X(1).
          05 SCH-BALANCE PIC 9(7)V99.
          05 FILLER PIC X(1).
          05 SCH-ANNUAL-RATE PIC 9(2)V999.
          05 FILLER PIC X(25).

       FD PRINT-FILE RECORDING MODE IS F.
       01 PRINT-REC PIC X(80).
          05 WS-DUE-DD PIC 9(2).
       01 WS-DUE-MONTHS PIC S9(7) COMP-3 VALUE 0.

      * BUSINESS-DAY DATE SERVICE (SUBDT23) PARAMETER AREA
       01 DATE-SERVICE-AREA.
           COPY BDCAL.

      * PRINT IMAGE LINES
       01 PRT-HDR-LINE.
          05 FILLER PIC X(24) VALUE 'REPAYMENT SCHEDULE LOAN '.
           MOVE WS-PRINCIPAL TO SCH-PRINCIPAL.
           MOVE WS-INTEREST TO SCH-INTEREST.
           MOVE WS-BALANCE TO SCH-BALANCE.
           MOVE WS-ANNUAL-RATE TO SCH-ANNUAL-RATE.
           WRITE SCHEDULE-REC.
           IF SCHEDULE-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING SCHEDULE FILE: '

      **********************************************
      * ROLLS THE RUN DATE FORWARD BY WS-PAY-NO MONTHS, DAY
      * CLAMPED TO 28, THEN ON TO THE NEXT BUSINESS DAY IF THAT
      * FALLS ON A WEEKEND OR HOLIDAY.
      **********************************************
       COMPUTE-DUE-DATE.
           MOVE WS-RUN-DATE TO WS-DUE-DATE.
           IF WS-DUE-DD > 28
              MOVE 28 TO WS-DUE-DD
           END-IF.
           SET BDC-ROLL-FORWARD TO TRUE.
           MOVE WS-DUE-DATE TO BDC-DATE-IN.
           CALL 'SUBDT23' USING DATE-SERVICE-AREA
           END-CALL.
           IF NOT BDC-OK
              DISPLAY 'ERROR ROLLING DUE DATE: ' WS-DUE-DATE
                      ' RESULT ' BDC-RESULT
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE BDC-DATE-OUT TO WS-DUE-DATE.

      **********************************************
      * WRITES THE PREPARED PRINT RECORD AND CHECKS STATUS.

      *                                                                *
      * PURPOSE:                                                       *
      * COMPANION TO THE CARD VALIDATION RUN'S CREDIT-LIMIT CHECK.     *
      * THE CARD BALANCE MASTER CARRIES EACH CARD'S OUTSTANDING        *
      * BALANCE ACROSS RUNS; AT STATEMENT DATE THIS RUN CLOSES THE     *
      * CYCLE: IT SETS THE STATEMENT BALANCE, THE MINIMUM PAYMENT DUE  *
      * AND THE PAYMENT DUE DATE THAT THE PAYMENT RUN (VSMPY11) POSTS  *
      * AND SWEEPS AGAINST, AND STAMPS THE NEW STATEMENT DATE.         *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   READ THE STATEMENT DATE, GRACE DAYS, MINIMUM-PAYMENT PERCENT *
      *   AND MINIMUM-PAYMENT FLOOR FROM THE PARAM FILE (BLANK OR      *
      *   NON-NUMERIC OPTIONS DEFAULT TO 25 DAYS, 3.00 PCT, 25.00).    *
      *   THE DUE DATE IS THE STATEMENT DATE PLUS THE GRACE DAYS,      *
      *   ROLLED FORWARD TO A BUSINESS DAY ON THE HOLIDAY CALENDAR     *
      *   (SUBDT23). AN INVALID STATEMENT DATE, OR A DUE DATE THE      *
      *   CALENDAR CANNOT ROLL, STOPS THE RUN WITH RC 12.              *
      *   SEQUENTIAL SCAN OF THE BALANCE MASTER:                       *
      *     CARD-LAST-STMT-DATE < STATEMENT DATE:                      *
      *       STATEMENT BALANCE = OUTSTANDING BALANCE.                 *
      *       MINIMUM DUE = THE GREATER OF THE PERCENT OF THE          *
      *       STATEMENT BALANCE AND THE FLOOR, PLUS ANY MINIMUM FROM   *
      *       THE LAST STATEMENT STILL UNPAID, CAPPED AT THE           *
      *       STATEMENT BALANCE (ZERO BALANCE = NOTHING DUE).          *
      *       A CARD THAT PAID ITS LAST MINIMUM HAS ITS PAST-DUE       *
      *       CYCLE COUNT RESET. THE PAYMENT TALLIES START OVER.       *
      *       THE CLOSING BALANCE, MINIMUM AND DUE DATE GO TO THE      *
      *       STATEMENT EXTRACT, THE STATEMENT DATE IS STAMPED AND     *
      *       THE RECORD REWRITTEN. THE BALANCE ITSELF IS CARRIED -    *
      *       ONLY PAYMENTS BRING IT DOWN.                             *
      *     OTHERWISE: ALREADY CUT THIS CYCLE, SKIP.                   *
      *   THE STATEMENT EXTRACT AND SYSOUT SHOW THE CARD MASKED (FIRST *
      *   SIX, LAST FOUR); THE EXTRACT ALSO CARRIES THE CARD TOKEN     *
      *   (SUBTK11) FOR STATEMENT PRODUCTION TO MATCH ON.              *
      *   DISPLAY FINAL STATISTICS ON CLOSE.                           *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/09/02                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15  SSH  STATEMENT EXTRACT CARRIES THE MASKED CARD     *
      *                  NUMBER IN COLUMNS 1-16 AND THE CARD TOKEN IN  *
      *                  72-87 INSTEAD OF THE FULL NUMBER, WIDENING    *
      *                  THE RECORD TO 100 BYTES; SYSOUT SHOWS THE     *
      *                  MASKED NUMBER.                                *
      * 2026/10/15  SSH  CYCLE CUT NO LONGER ZEROES THE BALANCE: NOW   *
      *                  THAT PAYMENTS ARE POSTED (VSMPY11) THE        *
      *                  BALANCE IS CARRIED, AND THE CUT SETS THE      *
      *                  STATEMENT BALANCE, MINIMUM PAYMENT DUE AND    *
      *                  DUE DATE (BUSINESS-DAY ROLLED VIA SUBDT23) ON *
      *                  THE EXTENDED BALANCE RECORD AND THE STATEMENT *
      *                  EXTRACT. EXISTING BALANCE RECORDS ARE         *
      *                  RELOADED WITH THE NEW FIELDS ZERO.            *
      * 2026/10/15  SSH  AN INVALID STATEMENT DATE OR A DUE DATE THE   *
      *                  BUSINESS-DAY CALENDAR CANNOT ROLL NOW ENDS    *
      *                  THE RUN WITH RC 12.                           *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  INDD (CYCLE.PARM) - STATEMENT DATE AND MINIMUM-PAYMENT *
      *         OPTIONS (PS, 80 BYTES)                                 *
      * INPUT:  HOLDD (HOLIDAY.CALENDAR) - READ BY SUBDT23             *
      * I-O:    BALDD (CARD.BALANCE) - CARD BALANCE MASTER (KSDS)      *
      * OUTPUT: STMTDD (STMT.EXTRACT) - CLOSING BALANCES (PS, 100 B)   *
      *                                                                *
      * COPYBOOKS: BDCAL  - DATE SERVICE AREA (SUBDT23)                *
      *            CRDTOK - CARD MASK/TOKEN SERVICE AREA (SUBTK11)     *
      ******************************************************************

       IDENTIFICATION DIVISION.
          05 CARD-CREDIT-LIMIT PIC 9(9)V99.
          05 CARD-CYCLE-BALANCE PIC 9(9)V99.
          05 CARD-LAST-STMT-DATE PIC 9(8).
          05 CARD-STMT-BALANCE PIC 9(9)V99.
          05 CARD-MIN-PAY-DUE PIC 9(9)V99.
          05 CARD-PAY-DUE-DATE PIC 9(8).
          05 CARD-PAID-SINCE-STMT PIC 9(9)V99.
          05 CARD-PAID-BY-DUE PIC 9(9)V99.
          05 CARD-LAST-PAY-DATE PIC 9(8).
          05 CARD-LATE-FEE-DATE PIC 9(8).
          05 CARD-PAST-DUE-CYCLES PIC 9(2).

       FD PARAM-FILE RECORDING MODE IS F.
       01 PARAM-REC.
          05 PARAM-STMT-DATE PIC X(8).
          05 FILLER PIC X(1).
          05 PARAM-GRACE-DAYS PIC X(2).
          05 PARAM-GRACE-DAYS-N REDEFINES PARAM-GRACE-DAYS
                                PIC 9(2).
          05 FILLER PIC X(1).
          05 PARAM-MIN-PCT PIC X(4).
          05 PARAM-MIN-PCT-N REDEFINES PARAM-MIN-PCT PIC 9(2)V99.
          05 FILLER PIC X(1).
          05 PARAM-MIN-FLOOR PIC X(7).
          05 PARAM-MIN-FLOOR-N REDEFINES PARAM-MIN-FLOOR
                               PIC 9(5)V99.
          05 FILLER PIC X(56).

      * CLOSING BALANCE, MINIMUM DUE AND DUE DATE PER CARD CUT THIS
      * RUN, FOR THE STATEMENT PRODUCTION SYSTEM. THE CARD IS SHOWN
      * MASKED; STATEMENT PRODUCTION MATCHES ON THE CARD TOKEN.
       FD STMT-EXTRACT-FILE RECORDING MODE IS F.
       01 STMT-REC.
          05 STMT-CARD-MASKED PIC X(16).
          05 FILLER PIC X(1).
          05 STMT-CLOSING-BAL PIC 9(9)V99.
          05 FILLER PIC X(1).
          05 STMT-CREDIT-LIMIT PIC 9(9)V99.
          05 FILLER PIC X(1).
          05 STMT-DATE PIC 9(8).
          05 FILLER PIC X(1).
          05 STMT-MIN-DUE PIC 9(9)V99.
          05 FILLER PIC X(1).
          05 STMT-DUE-DATE PIC 9(8).
          05 FILLER PIC X(1).
          05 STMT-CARD-TOKEN PIC 9(16).
          05 FILLER PIC X(13).

       WORKING-STORAGE SECTION.

          05 WS-EOF PIC X(1) VALUE 'N'.
             88 EOF VALUE 'Y'.

      * STATEMENT DATE FOR THIS CYCLE CUT, AND THE PAYMENT DUE
      * DATE AND MINIMUM-PAYMENT TERMS THAT GO WITH IT
       01 WS-STMT-DATE PIC 9(8).
       01 WS-DUE-DATE PIC 9(8) VALUE 0.
       01 WS-GRACE-DAYS PIC 9(2) VALUE 25.
       01 WS-MIN-PCT PIC 9(2)V99 VALUE 3.00.
       01 WS-MIN-FLOOR PIC 9(5)V99 VALUE 25.00.

      * MINIMUM-PAYMENT WORK FIELDS
       01 WS-MIN-DUE PIC 9(9)V99 COMP-3 VALUE 0.
       01 WS-PAST-DUE-AMT PIC 9(9)V99 COMP-3 VALUE 0.

      * BUSINESS-DAY DATE SERVICE (SUBDT23) PARAMETER AREA
       01 DATE-SERVICE-AREA.
           COPY BDCAL.

      * CARD NUMBER MASK AND TOKEN SERVICE (SUBTK11)
       01 TOKEN-SERVICE-AREA.
           COPY CRDTOK.

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 TOTAL-READ PIC 9(5) VALUE 0.
          05 TOTAL-CUT PIC 9(5) VALUE 0.
          05 TOTAL-SKIPPED PIC 9(5) VALUE 0.
          05 TOTAL-MIN-DUE PIC 9(5) VALUE 0.
          05 TOTAL-CARRY-PAST-DUE PIC 9(5) VALUE 0.

      * DISPLAY-FORMATTED COUNTERS
       01 WS-DISP-COUNTERS.
          05 TOTAL-READ-DISP PIC Z(4)9.
          05 TOTAL-CUT-DISP PIC Z(4)9.
          05 TOTAL-SKIPPED-DISP PIC Z(4)9.
          05 TOTAL-MIN-DUE-DISP PIC Z(4)9.
          05 TOTAL-CARRY-PAST-DUE-DISP PIC Z(4)9.

      **********************************************
      * MAIN FLOW: OPEN -> READ PARM -> SCAN AND CUT -> CLOSE
           END-IF.

      **********************************************
      * READS THE STATEMENT DATE AND THE MINIMUM-PAYMENT OPTIONS,
      * CLOSES THE PARAM FILE, AND WORKS OUT THE PAYMENT DUE DATE.
      **********************************************
       READ-PARAMETERS.
           READ PARAM-FILE
                END-IF
                MOVE PARAM-STMT-DATE TO WS-STMT-DATE
                DISPLAY 'STATEMENT DATE IS: ' WS-STMT-DATE
                IF PARAM-GRACE-DAYS IS NUMERIC
                   AND PARAM-GRACE-DAYS-N > 0
                   MOVE PARAM-GRACE-DAYS-N TO WS-GRACE-DAYS
                END-IF
                IF PARAM-MIN-PCT IS NUMERIC
                   MOVE PARAM-MIN-PCT-N TO WS-MIN-PCT
                END-IF
                IF PARAM-MIN-FLOOR IS NUMERIC
                   MOVE PARAM-MIN-FLOOR-N TO WS-MIN-FLOOR
                END-IF
           END-READ
           CLOSE PARAM-FILE.
           IF PARAM-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING PARAM FILE: '
                      PARAM-STATUS
           END-IF.
           PERFORM SET-PAYMENT-DUE-DATE.
           DISPLAY 'MINIMUM PAYMENT: ' WS-MIN-PCT ' PCT, FLOOR '
                   WS-MIN-FLOOR.

      **********************************************
      * THE DUE DATE IS THE STATEMENT DATE PLUS THE GRACE DAYS,
      * ROLLED FORWARD TO THE NEXT BUSINESS DAY IF IT FALLS ON A
      * WEEKEND OR HOLIDAY.
      **********************************************
       SET-PAYMENT-DUE-DATE.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-STMT-DATE) NOT = 0
              DISPLAY 'ERROR: INVALID STATEMENT DATE: ' WS-STMT-DATE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           SET BDC-ROLL-FORWARD TO TRUE.
           COMPUTE BDC-DATE-IN = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(WS-STMT-DATE) + WS-GRACE-DAYS).
           CALL 'SUBDT23' USING DATE-SERVICE-AREA
           END-CALL.
           IF NOT BDC-OK
              DISPLAY 'ERROR: DUE DATE NOT RESOLVED FROM '
                      BDC-DATE-IN
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE BDC-DATE-OUT TO WS-DUE-DATE.
           DISPLAY 'PAYMENT DUE DATE IS: ' WS-DUE-DATE
                   ' (' WS-GRACE-DAYS ' DAYS GRACE)'.

      **********************************************
      * SCANS THE BALANCE MASTER FRONT TO BACK AND CUTS EVERY CARD
           END-PERFORM.

      **********************************************
      * CLOSES THE CARD'S CYCLE: SETS THE STATEMENT BALANCE, THE
      * MINIMUM DUE AND THE DUE DATE, WRITES THEM TO THE STATEMENT
      * EXTRACT, RESETS THE PAYMENT TALLIES AND STAMPS THE
      * STATEMENT DATE. THE OUTSTANDING BALANCE IS CARRIED.
      **********************************************
       CUT-CARD-CYCLE.
           SET CTK-TOKENIZE TO TRUE.
           MOVE CARD-BAL-NUM TO CTK-CARD-NUM.
           CALL 'SUBTK11' USING TOKEN-SERVICE-AREA.
           IF NOT CTK-OK
              MOVE ALL '*' TO CTK-MASKED
              MOVE 0 TO CTK-TOKEN
           END-IF.
           MOVE 0 TO WS-PAST-DUE-AMT.
           IF CARD-PAID-SINCE-STMT < CARD-MIN-PAY-DUE
              COMPUTE WS-PAST-DUE-AMT =
                 CARD-MIN-PAY-DUE - CARD-PAID-SINCE-STMT
              ADD 1 TO TOTAL-CARRY-PAST-DUE
           ELSE
              MOVE 0 TO CARD-PAST-DUE-CYCLES
           END-IF.

           MOVE CARD-CYCLE-BALANCE TO CARD-STMT-BALANCE.
           PERFORM COMPUTE-MINIMUM-DUE.
           MOVE WS-MIN-DUE TO CARD-MIN-PAY-DUE.
           MOVE WS-DUE-DATE TO CARD-PAY-DUE-DATE.
           MOVE 0 TO CARD-PAID-SINCE-STMT.
           MOVE 0 TO CARD-PAID-BY-DUE.
           IF WS-MIN-DUE > 0
              ADD 1 TO TOTAL-MIN-DUE
           END-IF.

           MOVE SPACES TO STMT-REC.
           MOVE CTK-MASKED TO STMT-CARD-MASKED.
           MOVE CTK-TOKEN TO STMT-CARD-TOKEN.
           MOVE CARD-STMT-BALANCE TO STMT-CLOSING-BAL.
           MOVE CARD-CREDIT-LIMIT TO STMT-CREDIT-LIMIT.
           MOVE WS-STMT-DATE TO STMT-DATE.
           MOVE CARD-MIN-PAY-DUE TO STMT-MIN-DUE.
           MOVE CARD-PAY-DUE-DATE TO STMT-DUE-DATE.
           WRITE STMT-REC.
           IF STMT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING STATEMENT EXTRACT: ' STMT-STATUS
              DISPLAY 'CARD NUMBER: ' CTK-MASKED
              STOP RUN
           END-IF.

           MOVE WS-STMT-DATE TO CARD-LAST-STMT-DATE.
           REWRITE CARD-BALANCE-REC
           END-REWRITE.
           IF BAL-STATUS NOT = '00'
              DISPLAY 'BALANCE REWRITE FAILED: ' BAL-STATUS
              DISPLAY 'CARD NUMBER: ' CTK-MASKED
              STOP RUN
           END-IF.
           ADD 1 TO TOTAL-CUT.

      **********************************************
      * MINIMUM DUE: THE GREATER OF THE PERCENT OF THE STATEMENT
      * BALANCE AND THE FLOOR, PLUS THE LAST MINIMUM STILL UNPAID,
      * NEVER MORE THAN THE STATEMENT BALANCE ITSELF.
      **********************************************
       COMPUTE-MINIMUM-DUE.
           IF CARD-STMT-BALANCE = 0
              MOVE 0 TO WS-MIN-DUE
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-MIN-DUE ROUNDED =
              CARD-STMT-BALANCE * WS-MIN-PCT / 100.
           IF WS-MIN-DUE < WS-MIN-FLOOR
              MOVE WS-MIN-FLOOR TO WS-MIN-DUE
           END-IF.
           ADD WS-PAST-DUE-AMT TO WS-MIN-DUE.
           IF WS-MIN-DUE > CARD-STMT-BALANCE
              MOVE CARD-STMT-BALANCE TO WS-MIN-DUE
           END-IF.

      **********************************************
      * CLOSE ALL FILES AND CHECK STATUS
      **********************************************
           MOVE TOTAL-READ TO TOTAL-READ-DISP.
           MOVE TOTAL-CUT TO TOTAL-CUT-DISP.
           MOVE TOTAL-SKIPPED TO TOTAL-SKIPPED-DISP.
           MOVE TOTAL-MIN-DUE TO TOTAL-MIN-DUE-DISP.
           MOVE TOTAL-CARRY-PAST-DUE TO TOTAL-CARRY-PAST-DUE-DISP.

           DISPLAY '========================================'.
           DISPLAY 'CYCLE CUT SUMMARY'.
           DISPLAY 'CARDS READ:          ' TOTAL-READ-DISP.
           DISPLAY 'CYCLES CUT:          ' TOTAL-CUT-DISP.
           DISPLAY 'ALREADY CUT/SKIPPED: ' TOTAL-SKIPPED-DISP.
           DISPLAY 'MINIMUM PAYMENT DUE: ' TOTAL-MIN-DUE-DISP.
           DISPLAY 'PAST-DUE CARRIED:    ' TOTAL-CARRY-PAST-DUE-DISP.
           DISPLAY '========================================'.

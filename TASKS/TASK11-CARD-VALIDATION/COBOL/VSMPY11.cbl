      ******************************************************************
      * CARDHOLDER PAYMENT POSTING AND PAYMENT-DUE SWEEP               *
      *                                                                *
      * PURPOSE:                                                       *
      * APPLIES THE DAY'S CARDHOLDER PAYMENTS TO THE CARD BALANCE      *
      * MASTER, BRINGING THE OUTSTANDING BALANCE (AND SO OPEN-TO-BUY   *
      * IN THE CARD VALIDATION RUN) BACK DOWN, AND LOGS EVERY PAYMENT. *
      * IT THEN SWEEPS THE MASTER FOR CARDS WHOSE MINIMUM PAYMENT WAS  *
      * NOT RECEIVED BY THE DUE DATE SET AT CYCLE CUT (VSMCC11),       *
      * CHARGES THEM A LATE FEE AND REPORTS EVERY CARD PAST DUE.       *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   RUN DATE AND LATE FEE COME FROM THE PARAM FILE (A BLANK RUN  *
      *   DATE MEANS TODAY; A BLANK FEE DEFAULTS TO 35.00).            *
      *   1. PAYMENT POSTING (PAYDD), ONE PAYMENT PER RECORD:          *
      *      - REJECTED (LOGGED, RC 4): AMOUNT NOT NUMERIC OR ZERO,    *
      *        PAYMENT DATE INVALID OR AFTER THE RUN DATE, NO BALANCE  *
      *        RECORD FOR THE CARD.                                    *
      *      - OTHERWISE THE PAYMENT REDUCES THE OUTSTANDING BALANCE   *
      *        (NEVER BELOW ZERO - ANY EXCESS IS LOGGED AS AN          *
      *        OVERPAYMENT FOR REFUND), COUNTS IN FULL TOWARD THE      *
      *        MINIMUM DUE SINCE THE STATEMENT, AND ALSO TOWARD THE    *
      *        ON-TIME TALLY WHEN DATED ON OR BEFORE THE DUE DATE.     *
      *   2. PAYMENT-DUE SWEEP, WHOLE MASTER IN KEY ORDER. A CARD IS   *
      *      LATE WHEN ITS DUE DATE IS BEFORE THE RUN DATE AND THE     *
      *      PAYMENTS DATED ON OR BEFORE IT FALL SHORT OF THE MINIMUM: *
      *      - THE FIRST SWEEP TO FIND IT LATE FOR A DUE DATE CHARGES  *
      *        THE LATE FEE (NEVER MORE THAN THE MINIMUM DUE) TO THE   *
      *        BALANCE, WRITES IT TO THE FEE FILE (FEEDD) FOR THE      *
      *        STATEMENT, STAMPS THE DUE DATE AS FEE-ASSESSED AND      *
      *        ADDS ONE TO THE CARD'S PAST-DUE CYCLE COUNT. LATER      *
      *        SWEEPS NEVER CHARGE IT TWICE FOR THE SAME DUE DATE.     *
      *      - EVERY CARD STILL SHORT OF ITS MINIMUM AFTER THE DUE     *
      *        DATE, OR CHARGED A FEE THIS RUN, IS LISTED ON THE       *
      *        PAST-DUE REPORT WITH ITS SHORTFALL.                     *
      *   THE LOG, FEE FILE AND REPORT NEVER CARRY THE FULL CARD       *
      *   NUMBER: THEY SHOW IT MASKED, AND THE LOG AND FEE FILE ALSO   *
      *   CARRY ITS TOKEN (SUBTK11) FOR VSMRC11 TO MATCH ON.           *
      *   BOTH STEPS RUN IN ONE JOB STEP SO THE SWEEP SEES THE DAY'S   *
      *   PAYMENTS.                                                    *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15  SSH  INITIAL VERSION.                              *
      * 2026/10/15  SSH  PAYMENT LOG, LATE FEE FILE AND PAST-DUE       *
      *                  REPORT CARRY THE CARD NUMBER MASKED INSTEAD   *
      *                  OF IN FULL; THE LOG (NOW 100 BYTES) AND FEE   *
      *                  FILE ALSO CARRY THE SUBTK11 TOKEN.            *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  PAYDD (CARD.PAYMENTS) - CARDHOLDER PAYMENTS (PS, 80 B) *
      * INPUT:  INDD (PAYMENT.PARM) - RUN DATE, LATE FEE (PS, 80 B)    *
      * I-O:    BALDD (CARD.BALANCE) - CARD BALANCE MASTER (KSDS)      *
      * OUTPUT: PLOGDD (PAYMENT.LOG) - PAYMENT LOG (PS, 100 B)         *
      * OUTPUT: FEEDD (LATE.FEES) - LATE FEE CHARGES (PS, 80 B)        *
      * OUTPUT: PDUEDD (PAST.DUE.REPORT) - PAST-DUE CARDS (PS, 80 B)   *
      *                                                                *
      * COPYBOOKS: CRDTOK - CARD MASK/TOKEN SERVICE AREA (SUBTK11)     *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSMPY11.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-BALANCE-FILE ASSIGN TO BALDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CARD-BAL-NUM
               FILE STATUS IS BAL-STATUS.

           SELECT PAYMENT-FILE ASSIGN TO PAYDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PAY-STATUS.

           SELECT PARAM-FILE ASSIGN TO INDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARAM-STATUS.

           SELECT PAYMENT-LOG-FILE ASSIGN TO PLOGDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PLOG-STATUS.

           SELECT LATE-FEE-FILE ASSIGN TO FEEDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FEE-STATUS.

           SELECT PAST-DUE-REPORT ASSIGN TO PDUEDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PDUE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * CARD BALANCE MASTER: CREDIT LIMIT, OUTSTANDING BALANCE AND
      * THE STATEMENT / MINIMUM-DUE / PAYMENT FIELDS SET AT CYCLE
      * CUT (VSMCC11) AND MAINTAINED HERE.
       FD CARD-BALANCE-FILE.
       01 CARD-BALANCE-REC.
          05 CARD-BAL-NUM PIC 9(16).
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

      * CARDHOLDER PAYMENT: CARD, PAYMENT DATE, AMOUNT (9(7)V99, NO
      * DECIMAL POINT) AND THE PAYMENT REFERENCE
       FD PAYMENT-FILE RECORDING MODE IS F.
       01 PAYMENT-REC.
          05 PAY-CARD-NUM PIC 9(16).
          05 FILLER PIC X(1).
          05 PAY-DATE PIC X(8).
          05 PAY-DATE-N REDEFINES PAY-DATE PIC 9(8).
          05 FILLER PIC X(1).
          05 PAY-AMOUNT PIC X(9).
          05 PAY-AMOUNT-N REDEFINES PAY-AMOUNT PIC 9(7)V99.
          05 FILLER PIC X(1).
          05 PAY-REF PIC X(12).
          05 FILLER PIC X(32).

       FD PARAM-FILE RECORDING MODE IS F.
       01 PARAM-REC.
          05 PARAM-RUN-DATE PIC X(8).
          05 FILLER PIC X(1).
          05 PARAM-LATE-FEE PIC X(5).
          05 PARAM-LATE-FEE-N REDEFINES PARAM-LATE-FEE PIC 9(3)V99.
          05 FILLER PIC X(66).

      * ONE LOG LINE PER PAYMENT READ: WHAT WAS APPLIED TO THE
      * BALANCE, ANY OVERPAYMENT, AND THE OUTCOME. THE CARD IS
      * MASKED, WITH ITS TOKEN AT THE END OF THE LINE.
       FD PAYMENT-LOG-FILE RECORDING MODE IS F.
       01 PLOG-REC.
          05 PLOG-CARD-MASKED PIC X(16).
          05 FILLER PIC X(1).
          05 PLOG-PAY-DATE PIC X(8).
          05 FILLER PIC X(1).
          05 PLOG-AMOUNT PIC Z(6)9.99.
          05 FILLER PIC X(1).
          05 PLOG-APPLIED PIC Z(6)9.99.
          05 FILLER PIC X(1).
          05 PLOG-EXCESS PIC Z(6)9.99.
          05 FILLER PIC X(1).
          05 PLOG-RESULT PIC X(21).
          05 FILLER PIC X(1).
          05 PLOG-CARD-TOKEN PIC 9(16).
          05 FILLER PIC X(3).

      * LATE FEE CHARGES POSTED, FOR THE STATEMENT: TYPE LATE, THE
      * CARD MASKED, THE FEE, THE DUE DATE MISSED, THE DATE CHARGED
      * AND THE CARD TOKEN
       FD LATE-FEE-FILE RECORDING MODE IS F.
       01 FEE-REC.
          05 FEE-TYPE PIC X(4).
          05 FILLER PIC X(1).
          05 FEE-CARD-MASKED PIC X(16).
          05 FILLER PIC X(1).
          05 FEE-AMOUNT PIC 9(7)V99.
          05 FILLER PIC X(1).
          05 FEE-DUE-DATE PIC 9(8).
          05 FILLER PIC X(1).
          05 FEE-POST-DATE PIC 9(8).
          05 FILLER PIC X(1).
          05 FEE-CARD-TOKEN PIC 9(16).
          05 FILLER PIC X(14).

       FD PAST-DUE-REPORT RECORDING MODE IS F.
       01 PDUE-REPORT-REC PIC X(80).

       WORKING-STORAGE SECTION.

      * FILE-STATUS VARIABLES
       01 FILE-STATUSES.
          05 BAL-STATUS PIC X(2).
          05 PAY-STATUS PIC X(2).
          05 PARAM-STATUS PIC X(2).
          05 PLOG-STATUS PIC X(2).
          05 FEE-STATUS PIC X(2).
          05 PDUE-STATUS PIC X(2).

      * CONTROL FLAGS
       01 FLAGS.
          05 WS-EOF PIC X(1) VALUE 'N'.
             88 EOF VALUE 'Y'.
          05 WS-BAL-EOF PIC X(1) VALUE 'N'.
             88 BAL-EOF VALUE 'Y'.
          05 WS-FEE-NOW-SW PIC X(1) VALUE 'N'.
             88 FEE-CHARGED-NOW VALUE 'Y'.

      * RUN DATE AND LATE FEE
       01 WS-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-LATE-FEE PIC 9(3)V99 VALUE 35.00.

      * PAYMENT AND FEE WORK FIELDS
       01 WS-APPLIED PIC 9(9)V99 COMP-3 VALUE 0.
       01 WS-EXCESS PIC 9(9)V99 COMP-3 VALUE 0.
       01 WS-FEE PIC 9(7)V99 COMP-3 VALUE 0.
       01 WS-SHORTFALL PIC 9(9)V99 COMP-3 VALUE 0.
       01 WS-REJ-REASON PIC X(21) VALUE SPACES.

      * RUN AMOUNTS
       01 WS-AMOUNTS.
          05 WS-PAID-AMT PIC 9(11)V99 COMP-3 VALUE 0.
          05 WS-APPLIED-AMT PIC 9(11)V99 COMP-3 VALUE 0.
          05 WS-EXCESS-AMT PIC 9(11)V99 COMP-3 VALUE 0.
          05 WS-FEE-AMT PIC 9(11)V99 COMP-3 VALUE 0.
          05 WS-SHORT-AMT PIC 9(11)V99 COMP-3 VALUE 0.
       01 WS-AMT-DISP PIC Z(10)9.99.

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 TOTAL-PAYMENTS PIC 9(5) VALUE 0.
          05 TOTAL-POSTED PIC 9(5) VALUE 0.
          05 TOTAL-OVERPAID PIC 9(5) VALUE 0.
          05 TOTAL-LATE-PAYMENTS PIC 9(5) VALUE 0.
          05 TOTAL-REJECTED PIC 9(5) VALUE 0.
          05 TOTAL-CARDS-SWEPT PIC 9(5) VALUE 0.
          05 TOTAL-FEES PIC 9(5) VALUE 0.
          05 TOTAL-PAST-DUE PIC 9(5) VALUE 0.

      * DISPLAY-FORMATTED COUNTERS
       01 WS-DISP-COUNTERS.
          05 TOTAL-PAYMENTS-DISP PIC Z(4)9.
          05 TOTAL-POSTED-DISP PIC Z(4)9.
          05 TOTAL-OVERPAID-DISP PIC Z(4)9.
          05 TOTAL-LATE-PAYMENTS-DISP PIC Z(4)9.
          05 TOTAL-REJECTED-DISP PIC Z(4)9.
          05 TOTAL-CARDS-SWEPT-DISP PIC Z(4)9.
          05 TOTAL-FEES-DISP PIC Z(4)9.
          05 TOTAL-PAST-DUE-DISP PIC Z(4)9.

      * PAST-DUE REPORT LINES
       01 WS-PDUE-HEADER-1.
          05 FILLER PIC X(29)
             VALUE 'PAST-DUE CARD REPORT - AS OF '.
          05 PH-RUN-DATE PIC 9(8).
          05 FILLER PIC X(43) VALUE SPACES.
       01 WS-PDUE-HEADER-2.
          05 FILLER PIC X(17) VALUE 'CARD NUMBER'.
          05 FILLER PIC X(9) VALUE 'DUE DATE'.
          05 FILLER PIC X(13) VALUE '  MINIMUM DUE'.
          05 FILLER PIC X(12) VALUE '   SHORTFALL'.
          05 FILLER PIC X(4) VALUE ' CYC'.
          05 FILLER PIC X(11) VALUE '   LATE FEE'.
          05 FILLER PIC X(14) VALUE SPACES.
       01 WS-PDUE-DETAIL.
          05 PD-CARD-MASKED PIC X(16).
          05 FILLER PIC X(1) VALUE SPACE.
          05 PD-DUE-DATE PIC 9(8).
          05 FILLER PIC X(1) VALUE SPACE.
          05 PD-MIN-DUE PIC Z(8)9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 PD-SHORTFALL PIC Z(8)9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 PD-CYCLES PIC Z9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 PD-FEE PIC Z(6)9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 PD-FEE-NOTE PIC X(13).
       01 WS-PDUE-TOTAL.
          05 FILLER PIC X(26) VALUE 'TOTAL PAST DUE CARDS:'.
          05 PT-COUNT PIC Z(4)9.
          05 FILLER PIC X(12) VALUE '  SHORTFALL '.
          05 PT-SHORTFALL PIC Z(10)9.99.
          05 FILLER PIC X(23) VALUE SPACES.

      * CARD MASK / TOKEN SERVICE (SUBTK11) PARAMETER AREA
       01 TOKEN-SERVICE-AREA.
           COPY CRDTOK.

      **********************************************
      * MAIN FLOW: OPEN -> READ PARM -> POST PAYMENTS ->
      * PAYMENT-DUE SWEEP -> CLOSE -> SUMMARY
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM OPEN-ALL-FILES.
           PERFORM READ-PARAMETERS.
           PERFORM POST-PAYMENTS.
           PERFORM SWEEP-PAYMENTS-DUE.
           PERFORM CLOSE-ALL-FILES.
           PERFORM DISPLAY-SUMMARY.
           IF TOTAL-REJECTED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      **********************************************
      * OPEN ALL FILES AND CHECK STATUS
      **********************************************
       OPEN-ALL-FILES.
           OPEN I-O CARD-BALANCE-FILE.
           IF BAL-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CARD BALANCE FILE: ' BAL-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT PAYMENT-FILE.
           IF PAY-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING PAYMENT FILE: ' PAY-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT PARAM-FILE.
           IF PARAM-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING PARAM FILE: ' PARAM-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT PAYMENT-LOG-FILE.
           IF PLOG-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING PAYMENT LOG: ' PLOG-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT LATE-FEE-FILE.
           IF FEE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING LATE FEE FILE: ' FEE-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT PAST-DUE-REPORT.
           IF PDUE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING PAST-DUE REPORT: ' PDUE-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * READS THE RUN DATE AND LATE FEE. AN EMPTY FILE OR BLANK
      * FIELDS KEEP TODAY'S DATE AND THE 35.00 DEFAULT FEE.
      **********************************************
       READ-PARAMETERS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           READ PARAM-FILE
             AT END
                DISPLAY 'NO PARAM RECORD - DEFAULTS USED'
             NOT AT END
                IF PARAM-RUN-DATE IS NUMERIC
                   MOVE PARAM-RUN-DATE TO WS-RUN-DATE
                END-IF
                IF PARAM-LATE-FEE IS NUMERIC
                   MOVE PARAM-LATE-FEE-N TO WS-LATE-FEE
                END-IF
           END-READ.
           CLOSE PARAM-FILE.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-RUN-DATE) NOT = 0
              DISPLAY 'ERROR: INVALID RUN DATE: ' WS-RUN-DATE
              STOP RUN
           END-IF.
           DISPLAY 'RUN DATE IS: ' WS-RUN-DATE.
           DISPLAY 'LATE FEE IS: ' WS-LATE-FEE.

      **********************************************
      * POSTS THE PAYMENTS ONE BY ONE.
      **********************************************
       POST-PAYMENTS.
           PERFORM UNTIL EOF
              READ PAYMENT-FILE
                AT END
                   SET EOF TO TRUE
                NOT AT END
                   IF PAY-STATUS NOT = '00'
                      DISPLAY 'ERROR READING PAYMENT FILE: '
                              PAY-STATUS
                      STOP RUN
                   END-IF
                   ADD 1 TO TOTAL-PAYMENTS
                   PERFORM POST-ONE-PAYMENT
              END-READ
           END-PERFORM.

      **********************************************
      * VALIDATES ONE PAYMENT AND APPLIES IT TO THE CARD'S
      * BALANCE RECORD.
      **********************************************
       POST-ONE-PAYMENT.
           MOVE SPACES TO PLOG-REC.
           MOVE 0 TO WS-APPLIED.
           MOVE 0 TO WS-EXCESS.
           MOVE PAY-CARD-NUM TO CTK-CARD-NUM.
           PERFORM MASK-CARD-NUMBER.
           IF PAY-AMOUNT IS NOT NUMERIC OR PAY-AMOUNT-N = 0
              MOVE 'REJECTED - BAD AMOUNT' TO WS-REJ-REASON
              PERFORM REJECT-PAYMENT
              EXIT PARAGRAPH
           END-IF.
           IF PAY-DATE IS NOT NUMERIC
              MOVE 'REJECTED - BAD DATE' TO WS-REJ-REASON
              PERFORM REJECT-PAYMENT
              EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(PAY-DATE-N) NOT = 0
              OR PAY-DATE-N > WS-RUN-DATE
              MOVE 'REJECTED - BAD DATE' TO WS-REJ-REASON
              PERFORM REJECT-PAYMENT
              EXIT PARAGRAPH
           END-IF.

           MOVE PAY-CARD-NUM TO CARD-BAL-NUM.
           READ CARD-BALANCE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF BAL-STATUS = '23'
              MOVE 'REJECTED - NO BALANCE' TO WS-REJ-REASON
              PERFORM REJECT-PAYMENT
              EXIT PARAGRAPH
           END-IF.
           IF BAL-STATUS NOT = '00'
              DISPLAY 'CARD BALANCE READ ERROR: ' BAL-STATUS
              STOP RUN
           END-IF.

           IF PAY-AMOUNT-N > CARD-CYCLE-BALANCE
              MOVE CARD-CYCLE-BALANCE TO WS-APPLIED
              COMPUTE WS-EXCESS = PAY-AMOUNT-N - CARD-CYCLE-BALANCE
           ELSE
              MOVE PAY-AMOUNT-N TO WS-APPLIED
           END-IF.
           SUBTRACT WS-APPLIED FROM CARD-CYCLE-BALANCE.
           ADD PAY-AMOUNT-N TO CARD-PAID-SINCE-STMT.
           IF PAY-DATE-N <= CARD-PAY-DUE-DATE
              ADD PAY-AMOUNT-N TO CARD-PAID-BY-DUE
           ELSE
              IF CARD-MIN-PAY-DUE > 0
                 ADD 1 TO TOTAL-LATE-PAYMENTS
              END-IF
           END-IF.
           IF PAY-DATE-N > CARD-LAST-PAY-DATE
              MOVE PAY-DATE-N TO CARD-LAST-PAY-DATE
           END-IF.
           REWRITE CARD-BALANCE-REC
           END-REWRITE.
           IF BAL-STATUS NOT = '00'
              DISPLAY 'BALANCE REWRITE FAILED: ' BAL-STATUS
              DISPLAY 'CARD NUMBER: ' CTK-MASKED
              STOP RUN
           END-IF.

           ADD 1 TO TOTAL-POSTED.
           ADD PAY-AMOUNT-N TO WS-PAID-AMT.
           ADD WS-APPLIED TO WS-APPLIED-AMT.
           IF WS-EXCESS > 0
              ADD 1 TO TOTAL-OVERPAID
              ADD WS-EXCESS TO WS-EXCESS-AMT
              MOVE 'POSTED - OVERPAID' TO PLOG-RESULT
           ELSE
              MOVE 'POSTED' TO PLOG-RESULT
           END-IF.
           PERFORM WRITE-PAYMENT-LOG.

      **********************************************
      * LOGS A PAYMENT THAT COULD NOT BE POSTED.
      **********************************************
       REJECT-PAYMENT.
           ADD 1 TO TOTAL-REJECTED.
           MOVE WS-REJ-REASON TO PLOG-RESULT.
           PERFORM WRITE-PAYMENT-LOG.

      **********************************************
      * WRITES THE PAYMENT LOG LINE (RESULT ALREADY SET).
      **********************************************
       WRITE-PAYMENT-LOG.
           MOVE CTK-MASKED TO PLOG-CARD-MASKED.
           MOVE CTK-TOKEN TO PLOG-CARD-TOKEN.
           MOVE PAY-DATE TO PLOG-PAY-DATE.
           IF PAY-AMOUNT IS NUMERIC
              MOVE PAY-AMOUNT-N TO PLOG-AMOUNT
           ELSE
              MOVE 0 TO PLOG-AMOUNT
           END-IF.
           MOVE WS-APPLIED TO PLOG-APPLIED.
           MOVE WS-EXCESS TO PLOG-EXCESS.
           WRITE PLOG-REC.
           IF PLOG-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING PAYMENT LOG: ' PLOG-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * MASKS AND TOKENIZES THE CARD NUMBER IN CTK-CARD-NUM FOR
      * THE LOG, FEE FILE AND REPORT. A NUMBER THE SERVICE
      * REJECTS SHOWS AS ALL '*' WITH A ZERO TOKEN.
      **********************************************
       MASK-CARD-NUMBER.
           SET CTK-TOKENIZE TO TRUE.
           CALL 'SUBTK11' USING TOKEN-SERVICE-AREA.
           IF NOT CTK-OK
              MOVE 0 TO CTK-TOKEN
              MOVE ALL '*' TO CTK-MASKED
           END-IF.

      **********************************************
      * AFTER THE PAYMENTS, SCANS THE WHOLE MASTER FOR CARDS PAST
      * THEIR PAYMENT DUE DATE WITH THE MINIMUM NOT RECEIVED.
      **********************************************
       SWEEP-PAYMENTS-DUE.
           MOVE WS-RUN-DATE TO PH-RUN-DATE.
           MOVE WS-PDUE-HEADER-1 TO PDUE-REPORT-REC.
           PERFORM WRITE-PDUE-REC.
           MOVE WS-PDUE-HEADER-2 TO PDUE-REPORT-REC.
           PERFORM WRITE-PDUE-REC.

           MOVE LOW-VALUES TO CARD-BALANCE-REC.
           START CARD-BALANCE-FILE
               KEY IS NOT LESS THAN CARD-BAL-NUM
               INVALID KEY
                   DISPLAY 'CARD BALANCE FILE IS EMPTY'
                   SET BAL-EOF TO TRUE
               NOT INVALID KEY
                   CONTINUE
           END-START.

           PERFORM UNTIL BAL-EOF
              READ CARD-BALANCE-FILE NEXT RECORD
                AT END
                   SET BAL-EOF TO TRUE
                NOT AT END
                   IF BAL-STATUS NOT = '00'
                      DISPLAY 'ERROR READING BALANCE MASTER: '
                              BAL-STATUS
                      STOP RUN
                   END-IF
                   ADD 1 TO TOTAL-CARDS-SWEPT
                   IF CARD-MIN-PAY-DUE > 0
                      AND CARD-PAY-DUE-DATE > 0
                      AND CARD-PAY-DUE-DATE < WS-RUN-DATE
                      AND CARD-PAID-BY-DUE < CARD-MIN-PAY-DUE
                      PERFORM CHECK-CARD-PAST-DUE
                   END-IF
              END-READ
           END-PERFORM.

           MOVE TOTAL-PAST-DUE TO PT-COUNT.
           MOVE WS-SHORT-AMT TO PT-SHORTFALL.
           MOVE WS-PDUE-TOTAL TO PDUE-REPORT-REC.
           PERFORM WRITE-PDUE-REC.

      **********************************************
      * THE CARD MISSED ITS MINIMUM BY THE DUE DATE: CHARGES THE
      * LATE FEE ONCE PER DUE DATE, AND REPORTS THE CARD WHILE
      * IT IS STILL SHORT (OR WAS CHARGED THIS RUN).
      **********************************************
       CHECK-CARD-PAST-DUE.
           MOVE 'N' TO WS-FEE-NOW-SW.
           MOVE CARD-BAL-NUM TO CTK-CARD-NUM.
           PERFORM MASK-CARD-NUMBER.
           IF CARD-LATE-FEE-DATE NOT = CARD-PAY-DUE-DATE
              PERFORM ASSESS-LATE-FEE
           END-IF.

           MOVE 0 TO WS-SHORTFALL.
           IF CARD-PAID-SINCE-STMT < CARD-MIN-PAY-DUE
              COMPUTE WS-SHORTFALL =
                 CARD-MIN-PAY-DUE - CARD-PAID-SINCE-STMT
           END-IF.
           IF WS-SHORTFALL = 0 AND NOT FEE-CHARGED-NOW
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO TOTAL-PAST-DUE.
           ADD WS-SHORTFALL TO WS-SHORT-AMT.
           MOVE CTK-MASKED TO PD-CARD-MASKED.
           MOVE CARD-PAY-DUE-DATE TO PD-DUE-DATE.
           MOVE CARD-MIN-PAY-DUE TO PD-MIN-DUE.
           MOVE WS-SHORTFALL TO PD-SHORTFALL.
           MOVE CARD-PAST-DUE-CYCLES TO PD-CYCLES.
           IF FEE-CHARGED-NOW
              MOVE WS-FEE TO PD-FEE
              MOVE 'CHARGED' TO PD-FEE-NOTE
           ELSE
              MOVE 0 TO PD-FEE
              MOVE 'ALREADY CHGD' TO PD-FEE-NOTE
           END-IF.
           MOVE WS-PDUE-DETAIL TO PDUE-REPORT-REC.
           PERFORM WRITE-PDUE-REC.

      **********************************************
      * CHARGES THE LATE FEE (NEVER MORE THAN THE MINIMUM DUE) TO
      * THE BALANCE, MARKS THE DUE DATE AS CHARGED AND WRITES THE
      * FEE FOR THE STATEMENT.
      **********************************************
       ASSESS-LATE-FEE.
           MOVE WS-LATE-FEE TO WS-FEE.
           IF WS-FEE > CARD-MIN-PAY-DUE
              MOVE CARD-MIN-PAY-DUE TO WS-FEE
           END-IF.
           ADD WS-FEE TO CARD-CYCLE-BALANCE.
           MOVE CARD-PAY-DUE-DATE TO CARD-LATE-FEE-DATE.
           IF CARD-PAST-DUE-CYCLES < 99
              ADD 1 TO CARD-PAST-DUE-CYCLES
           END-IF.
           REWRITE CARD-BALANCE-REC
           END-REWRITE.
           IF BAL-STATUS NOT = '00'
              DISPLAY 'BALANCE REWRITE FAILED: ' BAL-STATUS
              DISPLAY 'CARD NUMBER: ' CTK-MASKED
              STOP RUN
           END-IF.

           MOVE SPACES TO FEE-REC.
           MOVE 'LATE' TO FEE-TYPE.
           MOVE CTK-MASKED TO FEE-CARD-MASKED.
           MOVE WS-FEE TO FEE-AMOUNT.
           MOVE CARD-PAY-DUE-DATE TO FEE-DUE-DATE.
           MOVE WS-RUN-DATE TO FEE-POST-DATE.
           MOVE CTK-TOKEN TO FEE-CARD-TOKEN.
           WRITE FEE-REC.
           IF FEE-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING LATE FEE FILE: ' FEE-STATUS
              DISPLAY 'CARD NUMBER: ' CTK-MASKED
              STOP RUN
           END-IF.
           ADD 1 TO TOTAL-FEES.
           ADD WS-FEE TO WS-FEE-AMT.
           SET FEE-CHARGED-NOW TO TRUE.

      **********************************************
      * WRITES THE CURRENT PAST-DUE REPORT LINE.
      **********************************************
       WRITE-PDUE-REC.
           WRITE PDUE-REPORT-REC.
           IF PDUE-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING PAST-DUE REPORT: ' PDUE-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * CLOSE ALL FILES AND CHECK STATUS
      **********************************************
       CLOSE-ALL-FILES.
           CLOSE CARD-BALANCE-FILE.
           IF BAL-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING CARD BALANCE: '
                       BAL-STATUS
           END-IF.

           CLOSE PAYMENT-FILE.
           IF PAY-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING PAYMENT FILE: '
                       PAY-STATUS
           END-IF.

           CLOSE PAYMENT-LOG-FILE.
           IF PLOG-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING PAYMENT LOG: '
                       PLOG-STATUS
           END-IF.

           CLOSE LATE-FEE-FILE.
           IF FEE-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING LATE FEE FILE: '
                       FEE-STATUS
           END-IF.

           CLOSE PAST-DUE-REPORT.
           IF PDUE-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING PAST-DUE REPORT: '
                       PDUE-STATUS
           END-IF.

      **********************************************
      * DISPLAY SUMMARY STATISTICS TO SYSOUT
      **********************************************
       DISPLAY-SUMMARY.
           MOVE TOTAL-PAYMENTS TO TOTAL-PAYMENTS-DISP.
           MOVE TOTAL-POSTED TO TOTAL-POSTED-DISP.
           MOVE TOTAL-OVERPAID TO TOTAL-OVERPAID-DISP.
           MOVE TOTAL-LATE-PAYMENTS TO TOTAL-LATE-PAYMENTS-DISP.
           MOVE TOTAL-REJECTED TO TOTAL-REJECTED-DISP.
           MOVE TOTAL-CARDS-SWEPT TO TOTAL-CARDS-SWEPT-DISP.
           MOVE TOTAL-FEES TO TOTAL-FEES-DISP.
           MOVE TOTAL-PAST-DUE TO TOTAL-PAST-DUE-DISP.

           DISPLAY '========================================'.
           DISPLAY 'PAYMENT POSTING SUMMARY'.
           DISPLAY '========================================'.
           DISPLAY 'PAYMENTS READ:         ' TOTAL-PAYMENTS-DISP.
           DISPLAY 'PAYMENTS POSTED:       ' TOTAL-POSTED-DISP.
           DISPLAY 'OVERPAYMENTS:          ' TOTAL-OVERPAID-DISP.
           DISPLAY 'PAID AFTER DUE DATE:   ' TOTAL-LATE-PAYMENTS-DISP.
           DISPLAY 'PAYMENTS REJECTED:     ' TOTAL-REJECTED-DISP.
           MOVE WS-PAID-AMT TO WS-AMT-DISP.
           DISPLAY 'AMOUNT RECEIVED:       ' WS-AMT-DISP.
           MOVE WS-APPLIED-AMT TO WS-AMT-DISP.
           DISPLAY 'APPLIED TO BALANCES:   ' WS-AMT-DISP.
           MOVE WS-EXCESS-AMT TO WS-AMT-DISP.
           DISPLAY 'OVERPAID (REFUND DUE): ' WS-AMT-DISP.
           DISPLAY '----------------------------------------'.
           DISPLAY 'CARDS SWEPT:           ' TOTAL-CARDS-SWEPT-DISP.
           DISPLAY 'LATE FEES CHARGED:     ' TOTAL-FEES-DISP.
           MOVE WS-FEE-AMT TO WS-AMT-DISP.
           DISPLAY 'LATE FEE AMOUNT:       ' WS-AMT-DISP.
           DISPLAY 'CARDS PAST DUE:        ' TOTAL-PAST-DUE-DISP.
           MOVE WS-SHORT-AMT TO WS-AMT-DISP.
           DISPLAY 'MINIMUM SHORTFALL:     ' WS-AMT-DISP.
           DISPLAY '========================================'.

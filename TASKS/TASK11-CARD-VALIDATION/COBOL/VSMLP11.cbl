      ******************************************************************
      * CARD LOYALTY POINTS - ACCRUAL, REVERSAL, REDEMPTION, EXPIRY    *
      *                                                                *
      * PURPOSE:                                                       *
      * RUNS THE CARD REWARDS PROGRAM. CARDHOLDERS EARN POINTS ON THE  *
      * VALIDATION RUN'S APPROVED TRANSACTIONS AT A RATE SET BY        *
      * MERCHANT CATEGORY, LOSE THEM AGAIN WHEN A TRANSACTION IS       *
      * CHARGED BACK (VSMDS11), AND TURN THEM INTO STATEMENT CREDITS   *
      * ON THE CARD BALANCE MASTER. POINTS EXPIRE A SET NUMBER OF      *
      * MONTHS AFTER THE MONTH THEY WERE EARNED. ON THE MONTHLY RUN    *
      * EVERY CARDHOLDER WITH POINTS GETS A POINTS STATEMENT ON THE    *
      * CARDHOLDER LETTERS EXTRACT.                                    *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   THE PARAM FILE GIVES THE RUN DATE (BLANK = TODAY), THE       *
      *   EXPIRY PERIOD IN MONTHS (1-36, DEFAULT 24), THE VALUE OF     *
      *   100 POINTS AS A STATEMENT CREDIT (DEFAULT 1.00) AND THE      *
      *   STATEMENT SWITCH (Y ON THE MONTHLY RUN).                     *
      *   THE POINTS MASTER (LOYDD) HOLDS EACH CARD'S BALANCE IN       *
      *   EARN-MONTH BUCKETS, OLDEST FIRST, AND THE STATEMENT PERIOD'S *
      *   MOVEMENTS. THE POINTS LEDGER (LGRDD) HOLDS EVERY EARNING BY  *
      *   TRANSACTION ID, SO A RERUN NEVER EARNS TWICE AND A           *
      *   CHARGEBACK TAKES BACK EXACTLY WHAT WAS EARNED.               *
      *   EVERY TIME A CARD'S POINTS ARE TOUCHED, BUCKETS EARNED IN    *
      *   OR BEFORE THE RUN MONTH LESS THE EXPIRY PERIOD EXPIRE FIRST. *
      *   1. EARN-RATE TABLE (RATEDD), POINTS PER CURRENCY UNIT:       *
      *      C = BASE RATE FOR ONE MCC, D = DEFAULT BASE RATE,         *
      *      B = BONUS RATE FOR ONE MCC ADDED ON TOP OF THE BASE       *
      *      BETWEEN ITS FROM/TO DATES (BLANK = OPEN). '*' IN COLUMN 1 *
      *      IS A COMMENT.                                             *
      *   2. ACCRUAL (APRVDD): POINTS = AMOUNT * (BASE + BONUS),       *
      *      WHOLE POINTS ONLY, INTO THE RUN MONTH'S BUCKET. THE CARD  *
      *      IS FOUND THROUGH ITS TOKEN (SUBTK11); A CARD WITH NO      *
      *      POINTS RECORD IS ENROLLED. A TRANSACTION ALREADY ON THE   *
      *      LEDGER, A BAD TOKEN OR NO RATE AT ALL IS AN EXCEPTION.    *
      *   3. CHARGEBACKS (DSPFDD, FROM VSMDS11): PCRD/FCRD TAKE BACK   *
      *      THE TRANSACTION'S POINTS (IN PROPORTION FOR A PART        *
      *      CREDIT) - FROM ITS EARN MONTH FIRST, THEN OLDEST FIRST.   *
      *      POINTS ALREADY SPENT ARE LOGGED AS NOT RECOVERED. RVSL    *
      *      PUTS THE POINTS TAKEN BACK INTO THEIR EARN MONTH AGAIN,   *
      *      UNLESS THAT MONTH HAS SINCE EXPIRED.                      *
      *   4. REDEMPTIONS (REDMDD): POINTS ARE TAKEN OLDEST FIRST AND   *
      *      THE CREDIT (POINTS * VALUE / 100) COMES OFF THE CARD'S    *
      *      OUTSTANDING BALANCE (BALDD) AND GOES TO THE CREDIT FILE   *
      *      FOR THE STATEMENT. REJECTED: BAD CARD OR POINTS, NO       *
      *      POINTS RECORD, NOT ENOUGH POINTS, NO BALANCE RECORD, OR   *
      *      A CREDIT LARGER THAN THE OUTSTANDING BALANCE.             *
      *   5. STATEMENT RUN ONLY: THE WHOLE MASTER IS SWEPT, EXPIRY     *
      *      APPLIED, AND EVERY CARD WITH POINTS OR PERIOD ACTIVITY    *
      *      NOT YET STATED THIS MONTH GETS A POINTS STATEMENT         *
      *      (OPENING, EARNED, REVERSED, REDEEMED, EXPIRED, CLOSING    *
      *      AND POINTS DUE TO EXPIRE NEXT MONTH). THE PERIOD THEN     *
      *      STARTS OVER.                                              *
      *   EVERY EVENT IS LOGGED ON THE ACTIVITY REPORT WITH THE CARD   *
      *   MASKED; THE CREDIT FILE AND LETTERS CARRY MASKED NUMBER AND  *
      *   TOKEN. EXCEPTIONS AND REJECTED REDEMPTIONS END WITH RC 4.    *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15  SSH  INITIAL VERSION.                              *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  INDD (LOYALTY.PARM) - RUN OPTIONS (PS, 80 B)           *
      * INPUT:  RATEDD (LOYALTY.EARN.RATES) - EARN RATES (PS, 80 B)    *
      * INPUT:  APRVDD (APPROVED.FILE) - APPROVED TRANS (PS, 80 B)     *
      * INPUT:  DSPFDD (DISPUTE.SETTLE) - VSMDS11 SETTLEMENT FEED (PS) *
      * INPUT:  REDMDD (POINTS.REDEEM) - REDEMPTIONS (PS, 80 B)        *
      * I-O:    LOYDD (LOYALTY.POINTS) - POINTS MASTER (KSDS)          *
      * I-O:    LGRDD (LOYALTY.LEDGER) - POINTS EARNED BY TRANSACTION  *
      *         (KSDS)                                                 *
      * I-O:    BALDD (CARD.BALANCE) - CARD BALANCE MASTER (KSDS)      *
      * OUTPUT: RCRDD (LOYALTY.CREDITS) - STATEMENT CREDITS (PS, 80 B) *
      * OUTPUT: LTRDD (CARDHOLDER.LETTERS) - POINTS STATEMENTS FOR THE *
      *         LETTERS TEAM (PS, 120 B)                               *
      * OUTPUT: ACTDD (LOYALTY.ACTIVITY) - ACTIVITY LOG (PS, 80 B)     *
      *                                                                *
      * COPYBOOKS: CRDTOK - CARD MASK/TOKEN SERVICE AREA (SUBTK11)     *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSMLP11.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POINTS-MASTER-FILE ASSIGN TO LOYDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LPT-CARD-NUM
               FILE STATUS IS LOY-STATUS.

           SELECT POINTS-LEDGER-FILE ASSIGN TO LGRDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LGR-TRANS-ID
               FILE STATUS IS LGR-STATUS.

           SELECT CARD-BALANCE-FILE ASSIGN TO BALDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CARD-BAL-NUM
               FILE STATUS IS BAL-STATUS.

           SELECT PARAM-FILE ASSIGN TO INDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARAM-STATUS.

           SELECT EARN-RATE-FILE ASSIGN TO RATEDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RATE-STATUS.

           SELECT APPROVED-TRANS-FILE ASSIGN TO APRVDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS APRV-STATUS.

           SELECT DISPUTE-FEED-FILE ASSIGN TO DSPFDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DSPF-STATUS.

           SELECT REDEMPTION-FILE ASSIGN TO REDMDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REDM-STATUS.

           SELECT POINTS-CREDIT-FILE ASSIGN TO RCRDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RCRD-STATUS.

           SELECT LETTER-FILE ASSIGN TO LTRDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LTR-STATUS.

           SELECT ACTIVITY-REPORT ASSIGN TO ACTDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ACT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * POINTS MASTER: BALANCE HELD IN EARN-MONTH BUCKETS (YYYYMM,
      * OLDEST FIRST; THE BALANCE IS THEIR SUM) AND THE MOVEMENTS
      * SINCE THE LAST POINTS STATEMENT. REVERSED IS NET OF POINTS
      * PUT BACK.
       FD POINTS-MASTER-FILE.
       01 POINTS-MASTER-REC.
          05 LPT-CARD-NUM PIC 9(16).
          05 LPT-BALANCE PIC 9(9).
          05 LPT-OPEN-BALANCE PIC 9(9).
          05 LPT-PER-EARNED PIC 9(9).
          05 LPT-PER-REVERSED PIC S9(9).
          05 LPT-PER-REDEEMED PIC 9(9).
          05 LPT-PER-EXPIRED PIC 9(9).
          05 LPT-ENROLL-DATE PIC 9(8).
          05 LPT-LAST-STMT-DATE PIC 9(8).
          05 LPT-LAST-ACTIVITY-DATE PIC 9(8).
          05 LPT-BUCKET-COUNT PIC 9(2).
          05 LPT-BUCKET OCCURS 36 TIMES.
             10 LPT-BKT-MONTH PIC 9(6).
             10 LPT-BKT-POINTS PIC 9(9).

      * POINTS LEDGER: ONE RECORD PER TRANSACTION THAT EARNED.
      * STATUS E = POINTS STAND, R = TAKEN BACK BY A CHARGEBACK
      * (REVERSED-PTS IS WHAT WAS ACTUALLY RECOVERED).
       FD POINTS-LEDGER-FILE.
       01 POINTS-LEDGER-REC.
          05 LGR-TRANS-ID PIC X(5).
          05 LGR-CARD-NUM PIC 9(16).
          05 LGR-EARN-DATE PIC 9(8).
          05 LGR-EARN-MONTH PIC 9(6).
          05 LGR-MCC PIC X(4).
          05 LGR-AMOUNT PIC 9(7)V99.
          05 LGR-POINTS PIC 9(9).
          05 LGR-REVERSED-PTS PIC 9(9).
          05 LGR-ENTRY-STATUS PIC X(1).
             88 LGR-EARNED VALUE 'E'.
             88 LGR-REVERSED VALUE 'R'.

      * CARD BALANCE MASTER AS MAINTAINED BY VSMCC11 AND VSMPY11
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

      * RUN OPTIONS: POINT VALUE IS THE CREDIT FOR 100 POINTS
      * (9(3)V99, 00100 = 1.00); STATEMENT SWITCH Y = MONTHLY RUN
       FD PARAM-FILE RECORDING MODE IS F.
       01 PARAM-REC.
          05 PARAM-RUN-DATE PIC X(8).
          05 FILLER PIC X(1).
          05 PARAM-EXPIRY-MONTHS PIC X(2).
          05 PARAM-EXPIRY-MONTHS-N REDEFINES PARAM-EXPIRY-MONTHS
                                   PIC 9(2).
          05 FILLER PIC X(1).
          05 PARAM-POINT-VALUE PIC X(5).
          05 PARAM-POINT-VALUE-N REDEFINES PARAM-POINT-VALUE
                                 PIC 9(3)V99.
          05 FILLER PIC X(1).
          05 PARAM-STMT-SW PIC X(1).
          05 FILLER PIC X(61).

      * EARN-RATE ROW: C = BASE RATE FOR ONE MCC, D = DEFAULT BASE
      * RATE, B = BONUS RATE FOR ONE MCC BETWEEN THE FROM/TO DATES.
      * RATE IS POINTS PER CURRENCY UNIT, 9(2)V99 (0150 = 1.50).
       FD EARN-RATE-FILE RECORDING MODE IS F.
       01 EARN-RATE-REC.
          05 ERF-KEY-TYPE PIC X(1).
             88 ERF-COMMENT VALUE '*'.
          05 FILLER PIC X(1).
          05 ERF-MCC PIC X(4).
          05 FILLER PIC X(1).
          05 ERF-RATE PIC X(4).
          05 ERF-RATE-N REDEFINES ERF-RATE PIC 9(2)V99.
          05 FILLER PIC X(1).
          05 ERF-FROM-DATE PIC X(8).
          05 ERF-FROM-DATE-N REDEFINES ERF-FROM-DATE PIC 9(8).
          05 FILLER PIC X(1).
          05 ERF-TO-DATE PIC X(8).
          05 ERF-TO-DATE-N REDEFINES ERF-TO-DATE PIC 9(8).
          05 FILLER PIC X(51).

      * APPROVED TRANSACTIONS AS WRITTEN BY THE CARD VALIDATION RUN
       FD APPROVED-TRANS-FILE RECORDING MODE IS F.
       01 APPROVED-REC.
          05 APPROVED-TRANS-ID PIC X(5).
          05 FILLER PIC X(1).
          05 APPROVED-CARD-MASKED PIC X(16).
          05 FILLER PIC X(1).
          05 APPROVED-AMOUNT PIC X(8).
          05 FILLER PIC X(1).
          05 APPROVED-MERCHANT-ID PIC X(8).
          05 FILLER PIC X(1).
          05 APPROVED-MERCHANT-CAT PIC X(4).
          05 FILLER PIC X(1).
          05 APPROVED-CARD-TOKEN PIC 9(16).
          05 FILLER PIC X(18).

      * DISPUTE SETTLEMENT FEED AS WRITTEN BY VSMDS11: PCRD/FCRD
      * CREDIT THE CARDHOLDER, RVSL REVERSES A PROVISIONAL CREDIT
       FD DISPUTE-FEED-FILE RECORDING MODE IS F.
       01 SETL-FEED-REC.
          05 SFD-TYPE PIC X(4).
          05 FILLER PIC X(1).
          05 SFD-TRANS-ID PIC X(5).
          05 FILLER PIC X(1).
          05 SFD-CARD-MASKED PIC X(16).
          05 FILLER PIC X(1).
          05 SFD-AMOUNT PIC X(10).
          05 FILLER PIC X(1).
          05 SFD-MERCHANT-ID PIC X(8).
          05 FILLER PIC X(1).
          05 SFD-CARD-TOKEN PIC 9(16).
          05 FILLER PIC X(15).

      * POINTS REDEMPTION: CARD, POINTS TO REDEEM, REFERENCE
       FD REDEMPTION-FILE RECORDING MODE IS F.
       01 REDEMPTION-REC.
          05 RDM-CARD-NUM PIC X(16).
          05 RDM-CARD-NUM-N REDEFINES RDM-CARD-NUM PIC 9(16).
          05 FILLER PIC X(1).
          05 RDM-POINTS PIC X(9).
          05 RDM-POINTS-N REDEFINES RDM-POINTS PIC 9(9).
          05 FILLER PIC X(1).
          05 RDM-REF PIC X(12).
          05 FILLER PIC X(41).

      * STATEMENT CREDITS POSTED, FOR THE STATEMENT: TYPE RDMP, THE
      * CARD MASKED, THE CREDIT, THE POINTS, THE DATE POSTED AND
      * THE CARD TOKEN
       FD POINTS-CREDIT-FILE RECORDING MODE IS F.
       01 CREDIT-REC.
          05 RCR-TYPE PIC X(4).
          05 FILLER PIC X(1).
          05 RCR-CARD-MASKED PIC X(16).
          05 FILLER PIC X(1).
          05 RCR-AMOUNT PIC 9(7)V99.
          05 FILLER PIC X(1).
          05 RCR-POINTS PIC 9(9).
          05 FILLER PIC X(1).
          05 RCR-POST-DATE PIC 9(8).
          05 FILLER PIC X(1).
          05 RCR-CARD-TOKEN PIC 9(16).
          05 FILLER PIC X(13).

      * CARDHOLDER LETTERS EXTRACT: ONE RECORD PER LETTER, TYPE
      * LPTS = MONTHLY POINTS STATEMENT. REVERSED IS NET OF POINTS
      * PUT BACK; EXPIRING IS WHAT EXPIRES ON NEXT MONTH'S RUN.
       FD LETTER-FILE RECORDING MODE IS F.
       01 LETTER-REC.
          05 LTR-TYPE PIC X(4).
          05 LTR-CARD-MASKED PIC X(16).
          05 LTR-CARD-TOKEN PIC 9(16).
          05 LTR-STMT-DATE PIC 9(8).
          05 LTR-OPENING PIC 9(9).
          05 LTR-EARNED PIC 9(9).
          05 LTR-REVERSED PIC S9(9) SIGN LEADING SEPARATE.
          05 LTR-REDEEMED PIC 9(9).
          05 LTR-EXPIRED PIC 9(9).
          05 LTR-CLOSING PIC 9(9).
          05 LTR-EXPIRING PIC 9(9).
          05 FILLER PIC X(12).

       FD ACTIVITY-REPORT RECORDING MODE IS F.
       01 ACTIVITY-REPORT-REC PIC X(80).

       WORKING-STORAGE SECTION.

      * FILE-STATUS VARIABLES
       01 FILE-STATUSES.
          05 LOY-STATUS PIC X(2).
          05 LGR-STATUS PIC X(2).
          05 BAL-STATUS PIC X(2).
          05 PARAM-STATUS PIC X(2).
          05 RATE-STATUS PIC X(2).
          05 APRV-STATUS PIC X(2).
          05 DSPF-STATUS PIC X(2).
          05 REDM-STATUS PIC X(2).
          05 RCRD-STATUS PIC X(2).
          05 LTR-STATUS PIC X(2).
          05 ACT-STATUS PIC X(2).

      * CONTROL FLAGS
       01 FLAGS.
          05 WS-EOF PIC X(1) VALUE 'N'.
             88 EOF VALUE 'Y'.
          05 WS-FEED-EOF PIC X(1) VALUE 'N'.
             88 FEED-EOF VALUE 'Y'.
          05 WS-REDM-EOF PIC X(1) VALUE 'N'.
             88 REDM-EOF VALUE 'Y'.
          05 WS-RATE-EOF PIC X(1) VALUE 'N'.
             88 RATE-EOF VALUE 'Y'.
          05 WS-LOY-EOF PIC X(1) VALUE 'N'.
             88 LOY-EOF VALUE 'Y'.
          05 WS-STMT-SW PIC X(1) VALUE 'N'.
             88 STATEMENT-RUN VALUE 'Y'.
          05 WS-NEW-CARD-SW PIC X(1) VALUE 'N'.
             88 NEW-POINTS-CARD VALUE 'Y'.

      * RUN OPTIONS
       01 WS-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
          05 WS-RUN-YYYYMM PIC 9(6).
          05 WS-RUN-DD PIC 9(2).
       01 WS-RUN-MONTH-PARTS REDEFINES WS-RUN-DATE.
          05 WS-RUN-YYYY PIC 9(4).
          05 WS-RUN-MM PIC 9(2).
          05 FILLER PIC 9(2).
       01 WS-EXPIRY-MONTHS PIC 9(2) VALUE 24.
       01 WS-POINT-VALUE PIC 9(3)V99 VALUE 1.00.

      * EARN-RATE TABLE LOADED FROM RATEDD
       01 ERT-TABLE-MAX PIC 9(3) VALUE 300.
       01 ERT-COUNT PIC 9(3) VALUE 0.
       01 ERT-TABLE.
          05 ERT-ENTRY OCCURS 300 TIMES.
             10 ERT-TYPE PIC X(1).
             10 ERT-MCC PIC X(4).
             10 ERT-RATE PIC 9(2)V99.
             10 ERT-FROM-DATE PIC 9(8).
             10 ERT-TO-DATE PIC 9(8).
       01 WS-ERT-SUB PIC 9(3) VALUE 0.
       01 WS-ERT-BASE PIC 9(3) VALUE 0.
       01 WS-ERT-BONUS PIC 9(3) VALUE 0.
       01 WS-ERT-DEFAULT PIC 9(3) VALUE 0.
       01 WS-EARN-RATE PIC 9(3)V99 VALUE 0.

      * EXPIRY AND BUCKET WORK FIELDS. A MONTH INDEX IS
      * YEAR * 12 + MONTH, SO MONTHS COMPARE ACROSS YEAR ENDS.
       01 WS-BKT-SUB PIC 9(2) VALUE 0.
       01 WS-BKT-KEEP PIC 9(2) VALUE 0.
       01 WS-BKT-HIT PIC 9(2) VALUE 0.
       01 WS-BKT-MONTH PIC 9(6) VALUE 0.
       01 WS-BKT-MONTH-PARTS REDEFINES WS-BKT-MONTH.
          05 WS-BKT-YYYY PIC 9(4).
          05 WS-BKT-MM PIC 9(2).
       01 WS-RUN-MONTH-IDX PIC 9(6) VALUE 0.
       01 WS-CUTOFF-IDX PIC 9(6) VALUE 0.
       01 WS-BKT-IDX PIC 9(6) VALUE 0.
       01 WS-EXPIRED-PTS PIC 9(9) VALUE 0.
       01 WS-EXPIRING-PTS PIC 9(9) VALUE 0.

      * POINTS TAKEN FROM THE BUCKETS: PREFERRED MONTH FIRST (ZERO
      * = NONE), THEN OLDEST FIRST; WHAT IS LEFT WAS NOT THERE
       01 WS-TAKE-PTS PIC 9(9) VALUE 0.
       01 WS-TAKE-LEFT PIC 9(9) VALUE 0.
       01 WS-TAKE-MONTH PIC 9(6) VALUE 0.
       01 WS-TAKE-NOW PIC 9(9) VALUE 0.

      * EDITED-AMOUNT PARSING WORK FIELDS (THE APPROVED FILE
      * CARRIES $$$$9.99 AMOUNTS, THE FEED -(6)9.99)
       01 WS-AMT-SUB PIC 9(2) VALUE 0.
       01 WS-AMT-DIGITS PIC X(9) VALUE SPACES.
       01 WS-AMT-DIG-CNT PIC 9(2) VALUE 0.
       01 WS-AMT-NUM PIC 9(9) VALUE 0.
       01 WS-AMT-NUM-X REDEFINES WS-AMT-NUM PIC X(9).
       01 WS-PARSE-FIELD PIC X(10) VALUE SPACES.

      * CURRENT TRANSACTION / FEED / REDEMPTION
       01 WS-TRANS-AMOUNT PIC 9(7)V99 VALUE 0.
       01 WS-POINTS PIC 9(9) VALUE 0.
       01 WS-CREDIT PIC 9(7)V99 VALUE 0.
       01 WS-CARD-NUM PIC 9(16) VALUE 0.

      * ACTIVITY-REPORT LINE CONTENT FOR THE CURRENT EVENT
       01 WS-ACT-AMOUNT PIC 9(7)V99 VALUE 0.

      * RUN POINTS TOTALS
       01 WS-POINT-TOTALS.
          05 PT-EARNED PIC 9(11) COMP-3 VALUE 0.
          05 PT-REVERSED PIC 9(11) COMP-3 VALUE 0.
          05 PT-NOT-RECOVERED PIC 9(11) COMP-3 VALUE 0.
          05 PT-RESTORED PIC 9(11) COMP-3 VALUE 0.
          05 PT-REDEEMED PIC 9(11) COMP-3 VALUE 0.
          05 PT-EXPIRED PIC 9(11) COMP-3 VALUE 0.
          05 PT-CREDIT-AMT PIC 9(11)V99 COMP-3 VALUE 0.
       01 WS-PTS-DISP PIC Z(10)9.
       01 WS-AMT-DISP PIC Z(10)9.99.

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 TOTAL-APPROVED PIC 9(5) VALUE 0.
          05 TOTAL-EARNING PIC 9(5) VALUE 0.
          05 TOTAL-NO-POINTS PIC 9(5) VALUE 0.
          05 TOTAL-ENROLLED PIC 9(5) VALUE 0.
          05 TOTAL-FEED PIC 9(5) VALUE 0.
          05 TOTAL-REVERSALS PIC 9(5) VALUE 0.
          05 TOTAL-RESTORES PIC 9(5) VALUE 0.
          05 TOTAL-FEED-SKIPPED PIC 9(5) VALUE 0.
          05 TOTAL-REDEMPTIONS PIC 9(5) VALUE 0.
          05 TOTAL-REDEEMED PIC 9(5) VALUE 0.
          05 TOTAL-REJECTED PIC 9(5) VALUE 0.
          05 TOTAL-EXCEPTIONS PIC 9(5) VALUE 0.
          05 TOTAL-STATEMENTS PIC 9(5) VALUE 0.

      * DISPLAY-FORMATTED COUNTERS
       01 WS-DISP-COUNTERS.
          05 TOTAL-APPROVED-DISP PIC Z(4)9.
          05 TOTAL-EARNING-DISP PIC Z(4)9.
          05 TOTAL-NO-POINTS-DISP PIC Z(4)9.
          05 TOTAL-ENROLLED-DISP PIC Z(4)9.
          05 TOTAL-FEED-DISP PIC Z(4)9.
          05 TOTAL-REVERSALS-DISP PIC Z(4)9.
          05 TOTAL-RESTORES-DISP PIC Z(4)9.
          05 TOTAL-FEED-SKIPPED-DISP PIC Z(4)9.
          05 TOTAL-REDEMPTIONS-DISP PIC Z(4)9.
          05 TOTAL-REDEEMED-DISP PIC Z(4)9.
          05 TOTAL-REJECTED-DISP PIC Z(4)9.
          05 TOTAL-EXCEPTIONS-DISP PIC Z(4)9.
          05 TOTAL-STATEMENTS-DISP PIC Z(4)9.

      * ACTIVITY REPORT LINES
       01 WS-ACT-HEADER-1.
          05 FILLER PIC X(35)
             VALUE 'LOYALTY POINTS ACTIVITY - RUN DATE '.
          05 AH-RUN-DATE PIC 9(8).
          05 FILLER PIC X(37) VALUE SPACES.
       01 WS-ACT-HEADER-2.
          05 FILLER PIC X(5) VALUE 'ACTN'.
          05 FILLER PIC X(13) VALUE 'REFERENCE'.
          05 FILLER PIC X(17) VALUE 'CARD'.
          05 FILLER PIC X(10) VALUE '   POINTS'.
          05 FILLER PIC X(11) VALUE '    AMOUNT'.
          05 FILLER PIC X(24) VALUE 'RESULT'.
       01 WS-ACT-DETAIL.
          05 AD-ACTION PIC X(4).
          05 FILLER PIC X(1) VALUE SPACE.
          05 AD-REF PIC X(12).
          05 FILLER PIC X(1) VALUE SPACE.
          05 AD-CARD PIC X(16).
          05 FILLER PIC X(1) VALUE SPACE.
          05 AD-POINTS PIC Z(8)9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 AD-AMOUNT PIC Z(6)9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 AD-RESULT PIC X(24).
       01 WS-EXPIRY-DETAIL.
          05 FILLER PIC X(18) VALUE 'EXPR'.
          05 ED-CARD PIC X(16).
          05 FILLER PIC X(1) VALUE SPACE.
          05 ED-POINTS PIC Z(8)9.
          05 FILLER PIC X(12) VALUE SPACES.
          05 FILLER PIC X(24) VALUE 'EXPIRED'.

      * CARD MASK / TOKEN SERVICE (SUBTK11) PARAMETER AREA
       01 TOKEN-SERVICE-AREA.
           COPY CRDTOK.

      **********************************************
      * MAIN FLOW: OPEN -> PARMS -> EARN RATES -> ACCRUE ->
      * CHARGEBACKS -> REDEMPTIONS -> STATEMENTS -> CLOSE
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM OPEN-ALL-FILES.
           PERFORM READ-PARAMETERS.
           PERFORM LOAD-EARN-RATES.
           MOVE WS-RUN-DATE TO AH-RUN-DATE.
           MOVE WS-ACT-HEADER-1 TO ACTIVITY-REPORT-REC.
           PERFORM WRITE-ACTIVITY-REC.
           MOVE WS-ACT-HEADER-2 TO ACTIVITY-REPORT-REC.
           PERFORM WRITE-ACTIVITY-REC.
           PERFORM ACCRUE-POINTS.
           PERFORM APPLY-CHARGEBACKS.
           PERFORM REDEEM-POINTS.
           IF STATEMENT-RUN
              PERFORM WRITE-POINTS-STATEMENTS
           END-IF.
           PERFORM CLOSE-ALL-FILES.
           PERFORM DISPLAY-SUMMARY.
           IF TOTAL-EXCEPTIONS > 0 OR TOTAL-REJECTED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      **********************************************
      * OPEN ALL FILES AND CHECK STATUS
      **********************************************
       OPEN-ALL-FILES.
           OPEN I-O POINTS-MASTER-FILE.
           IF LOY-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING POINTS MASTER: ' LOY-STATUS
              STOP RUN
           END-IF.

           OPEN I-O POINTS-LEDGER-FILE.
           IF LGR-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING POINTS LEDGER: ' LGR-STATUS
              STOP RUN
           END-IF.

           OPEN I-O CARD-BALANCE-FILE.
           IF BAL-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CARD BALANCE FILE: ' BAL-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT PARAM-FILE.
           IF PARAM-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING PARAM FILE: ' PARAM-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT EARN-RATE-FILE.
           IF RATE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING EARN RATE FILE: ' RATE-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT APPROVED-TRANS-FILE.
           IF APRV-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING APPROVED FILE: ' APRV-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT DISPUTE-FEED-FILE.
           IF DSPF-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING DISPUTE FEED: ' DSPF-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT REDEMPTION-FILE.
           IF REDM-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING REDEMPTION FILE: ' REDM-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT POINTS-CREDIT-FILE.
           IF RCRD-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING POINTS CREDIT FILE: '
                      RCRD-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT LETTER-FILE.
           IF LTR-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING LETTERS EXTRACT: ' LTR-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT ACTIVITY-REPORT.
           IF ACT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ACTIVITY REPORT: ' ACT-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * READS THE RUN OPTIONS. AN EMPTY FILE OR BLANK FIELDS KEEP
      * TODAY'S DATE, 24 MONTHS, 1.00 PER 100 POINTS AND NO
      * STATEMENTS.
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
                IF PARAM-EXPIRY-MONTHS IS NUMERIC
                   AND PARAM-EXPIRY-MONTHS-N > 0
                   AND PARAM-EXPIRY-MONTHS-N <= 36
                   MOVE PARAM-EXPIRY-MONTHS-N TO WS-EXPIRY-MONTHS
                END-IF
                IF PARAM-POINT-VALUE IS NUMERIC
                   AND PARAM-POINT-VALUE-N > 0
                   MOVE PARAM-POINT-VALUE-N TO WS-POINT-VALUE
                END-IF
                IF PARAM-STMT-SW = 'Y'
                   SET STATEMENT-RUN TO TRUE
                END-IF
           END-READ.
           CLOSE PARAM-FILE.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-RUN-DATE) NOT = 0
              DISPLAY 'ERROR: INVALID RUN DATE: ' WS-RUN-DATE
              STOP RUN
           END-IF.
           COMPUTE WS-RUN-MONTH-IDX = WS-RUN-YYYY * 12 + WS-RUN-MM.
           COMPUTE WS-CUTOFF-IDX = WS-RUN-MONTH-IDX - WS-EXPIRY-MONTHS.
           DISPLAY 'RUN DATE IS:           ' WS-RUN-DATE.
           DISPLAY 'POINTS EXPIRE AFTER:   ' WS-EXPIRY-MONTHS
                   ' MONTHS'.
           DISPLAY 'VALUE OF 100 POINTS:   ' WS-POINT-VALUE.
           IF STATEMENT-RUN
              DISPLAY 'MONTHLY POINTS STATEMENTS WILL BE WRITTEN'
           END-IF.

      **********************************************
      * LOADS THE EARN-RATE TABLE. A ROW WITH AN UNKNOWN KEY TYPE,
      * A NON-NUMERIC RATE OR A BAD BONUS DATE IS SKIPPED WITH A
      * WARNING; THE LAST D ROW READ IS THE DEFAULT.
      **********************************************
       LOAD-EARN-RATES.
           PERFORM UNTIL RATE-EOF
              READ EARN-RATE-FILE
                AT END
                   SET RATE-EOF TO TRUE
                NOT AT END
                   IF RATE-STATUS NOT = '00'
                      DISPLAY 'ERROR READING EARN RATE FILE: '
                              RATE-STATUS
                      STOP RUN
                   END-IF
                   IF NOT ERF-COMMENT
                      PERFORM LOAD-EARN-RATE-ROW
                   END-IF
              END-READ
           END-PERFORM.
           CLOSE EARN-RATE-FILE.
           DISPLAY 'EARN RATE ROWS LOADED: ' ERT-COUNT.
           IF WS-ERT-DEFAULT = 0
              DISPLAY 'WARNING: NO DEFAULT (D) EARN RATE - UNRATED '
                      'CATEGORIES EARN NO POINTS'
           END-IF.

       LOAD-EARN-RATE-ROW.
           IF (ERF-KEY-TYPE NOT = 'C' AND ERF-KEY-TYPE NOT = 'D'
               AND ERF-KEY-TYPE NOT = 'B')
              OR ERF-RATE IS NOT NUMERIC
              DISPLAY 'WARNING: EARN RATE ROW SKIPPED: '
                      EARN-RATE-REC(1:29)
              EXIT PARAGRAPH
           END-IF.
           IF ERF-KEY-TYPE = 'B'
              AND ((ERF-FROM-DATE NOT = SPACES
                    AND ERF-FROM-DATE IS NOT NUMERIC)
                OR (ERF-TO-DATE NOT = SPACES
                    AND ERF-TO-DATE IS NOT NUMERIC))
              DISPLAY 'WARNING: EARN RATE ROW SKIPPED: '
                      EARN-RATE-REC(1:29)
              EXIT PARAGRAPH
           END-IF.
           IF ERT-COUNT >= ERT-TABLE-MAX
              DISPLAY 'FATAL: EARN RATE TABLE OVERFLOW, MAX='
                       ERT-TABLE-MAX
              STOP RUN
           END-IF.
           ADD 1 TO ERT-COUNT.
           MOVE ERF-KEY-TYPE TO ERT-TYPE(ERT-COUNT).
           MOVE ERF-MCC TO ERT-MCC(ERT-COUNT).
           MOVE ERF-RATE-N TO ERT-RATE(ERT-COUNT).
           MOVE 0 TO ERT-FROM-DATE(ERT-COUNT).
           MOVE 99999999 TO ERT-TO-DATE(ERT-COUNT).
           IF ERF-KEY-TYPE = 'B'
              IF ERF-FROM-DATE NOT = SPACES
                 MOVE ERF-FROM-DATE-N TO ERT-FROM-DATE(ERT-COUNT)
              END-IF
              IF ERF-TO-DATE NOT = SPACES
                 MOVE ERF-TO-DATE-N TO ERT-TO-DATE(ERT-COUNT)
              END-IF
           END-IF.
           IF ERF-KEY-TYPE = 'D'
              MOVE ERT-COUNT TO WS-ERT-DEFAULT
           END-IF.

      **********************************************
      * EARNS POINTS ON EVERY APPROVED TRANSACTION.
      **********************************************
       ACCRUE-POINTS.
           PERFORM UNTIL EOF
              READ APPROVED-TRANS-FILE
                AT END
                   SET EOF TO TRUE
                NOT AT END
                   IF APRV-STATUS NOT = '00'
                      DISPLAY 'ERROR READING APPROVED FILE: '
                              APRV-STATUS
                      STOP RUN
                   END-IF
                   IF APPROVED-TRANS-ID NOT = SPACES
                      ADD 1 TO TOTAL-APPROVED
                      PERFORM ACCRUE-ONE-TRANSACTION
                   END-IF
              END-READ
           END-PERFORM.

      **********************************************
      * PRICES ONE TRANSACTION IN POINTS, RECORDS IT ON THE LEDGER
      * AND ADDS THE POINTS TO THE RUN MONTH'S BUCKET.
      **********************************************
       ACCRUE-ONE-TRANSACTION.
           MOVE 'EARN' TO AD-ACTION.
           MOVE APPROVED-TRANS-ID TO AD-REF.
           MOVE APPROVED-CARD-MASKED TO AD-CARD.
           MOVE APPROVED-AMOUNT TO WS-PARSE-FIELD.
           PERFORM PARSE-EDITED-AMOUNT.
           COMPUTE WS-TRANS-AMOUNT = WS-AMT-NUM / 100.
           MOVE WS-TRANS-AMOUNT TO WS-ACT-AMOUNT.
           MOVE 0 TO WS-POINTS.

           PERFORM FIND-EARN-RATE.
           IF WS-ERT-BASE = 0 AND WS-ERT-BONUS = 0
              ADD 1 TO TOTAL-EXCEPTIONS
              MOVE 'NO EARN RATE FOR MCC' TO AD-RESULT
              PERFORM WRITE-ACTIVITY-LINE
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-POINTS = WS-TRANS-AMOUNT * WS-EARN-RATE.
           IF WS-POINTS = 0
              ADD 1 TO TOTAL-NO-POINTS
              MOVE 'NO POINTS EARNED' TO AD-RESULT
              PERFORM WRITE-ACTIVITY-LINE
              EXIT PARAGRAPH
           END-IF.

           SET CTK-DETOKENIZE TO TRUE.
           MOVE APPROVED-CARD-TOKEN TO CTK-TOKEN.
           CALL 'SUBTK11' USING TOKEN-SERVICE-AREA.
           IF NOT CTK-OK
              ADD 1 TO TOTAL-EXCEPTIONS
              MOVE 'CARD TOKEN NOT VALID' TO AD-RESULT
              PERFORM WRITE-ACTIVITY-LINE
              EXIT PARAGRAPH
           END-IF.
           MOVE CTK-CARD-NUM TO WS-CARD-NUM.

           MOVE APPROVED-TRANS-ID TO LGR-TRANS-ID.
           MOVE WS-CARD-NUM TO LGR-CARD-NUM.
           MOVE WS-RUN-DATE TO LGR-EARN-DATE.
           MOVE WS-RUN-YYYYMM TO LGR-EARN-MONTH.
           MOVE APPROVED-MERCHANT-CAT TO LGR-MCC.
           MOVE WS-TRANS-AMOUNT TO LGR-AMOUNT.
           MOVE WS-POINTS TO LGR-POINTS.
           MOVE 0 TO LGR-REVERSED-PTS.
           SET LGR-EARNED TO TRUE.
           WRITE POINTS-LEDGER-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF LGR-STATUS = '22'
              ADD 1 TO TOTAL-EXCEPTIONS
              MOVE 'ALREADY ACCRUED' TO AD-RESULT
              PERFORM WRITE-ACTIVITY-LINE
              EXIT PARAGRAPH
           END-IF.
           IF LGR-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING POINTS LEDGER: ' LGR-STATUS
              DISPLAY 'TRANSACTION: ' APPROVED-TRANS-ID
              STOP RUN
           END-IF.

           PERFORM READ-POINTS-CARD.
           IF LOY-STATUS = '23'
              PERFORM ENROLL-POINTS-CARD
           ELSE
              PERFORM EXPIRE-POINTS
           END-IF.
           MOVE WS-RUN-YYYYMM TO WS-BKT-MONTH.
           PERFORM FIND-BUCKET.
           IF WS-BKT-HIT = 0
              PERFORM ADD-RUN-MONTH-BUCKET
           END-IF.
           ADD WS-POINTS TO LPT-BKT-POINTS(WS-BKT-HIT).
           ADD WS-POINTS TO LPT-BALANCE.
           ADD WS-POINTS TO LPT-PER-EARNED.
           PERFORM SAVE-POINTS-CARD.

           ADD 1 TO TOTAL-EARNING.
           ADD WS-POINTS TO PT-EARNED.
           MOVE 'EARNED' TO AD-RESULT.
           PERFORM WRITE-ACTIVITY-LINE.

      **********************************************
      * EARN RATE FOR THE CURRENT TRANSACTION'S MCC: THE MCC'S
      * BASE ROW ELSE THE DEFAULT, PLUS THE FIRST BONUS ROW FOR THE
      * MCC IN EFFECT ON THE RUN DATE (ZERO SUBSCRIPT = NONE).
      **********************************************
       FIND-EARN-RATE.
           MOVE 0 TO WS-ERT-BASE.
           MOVE 0 TO WS-ERT-BONUS.
           MOVE 0 TO WS-EARN-RATE.
           PERFORM VARYING WS-ERT-SUB FROM 1 BY 1
                     UNTIL WS-ERT-SUB > ERT-COUNT
              IF ERT-TYPE(WS-ERT-SUB) = 'C'
                 AND ERT-MCC(WS-ERT-SUB) = APPROVED-MERCHANT-CAT
                 AND WS-ERT-BASE = 0
                 MOVE WS-ERT-SUB TO WS-ERT-BASE
              END-IF
              IF ERT-TYPE(WS-ERT-SUB) = 'B'
                 AND ERT-MCC(WS-ERT-SUB) = APPROVED-MERCHANT-CAT
                 AND ERT-FROM-DATE(WS-ERT-SUB) <= WS-RUN-DATE
                 AND ERT-TO-DATE(WS-ERT-SUB) >= WS-RUN-DATE
                 AND WS-ERT-BONUS = 0
                 MOVE WS-ERT-SUB TO WS-ERT-BONUS
              END-IF
           END-PERFORM.
           IF WS-ERT-BASE = 0
              MOVE WS-ERT-DEFAULT TO WS-ERT-BASE
           END-IF.
           IF WS-ERT-BASE > 0
              ADD ERT-RATE(WS-ERT-BASE) TO WS-EARN-RATE
           END-IF.
           IF WS-ERT-BONUS > 0
              ADD ERT-RATE(WS-ERT-BONUS) TO WS-EARN-RATE
           END-IF.

      **********************************************
      * TAKES BACK THE POINTS OF CHARGED-BACK TRANSACTIONS AND PUTS
      * THEM BACK WHEN A PROVISIONAL CREDIT IS REVERSED.
      **********************************************
       APPLY-CHARGEBACKS.
           PERFORM UNTIL FEED-EOF
              READ DISPUTE-FEED-FILE
                AT END
                   SET FEED-EOF TO TRUE
                NOT AT END
                   IF DSPF-STATUS NOT = '00'
                      DISPLAY 'ERROR READING DISPUTE FEED: '
                              DSPF-STATUS
                      STOP RUN
                   END-IF
                   ADD 1 TO TOTAL-FEED
                   PERFORM APPLY-ONE-CHARGEBACK
              END-READ
           END-PERFORM.

      **********************************************
      * MATCHES ONE FEED RECORD TO THE LEDGER BY TRANSACTION ID
      * AND CARD TOKEN, THEN REVERSES OR RESTORES ITS POINTS.
      **********************************************
       APPLY-ONE-CHARGEBACK.
           MOVE SFD-TYPE TO AD-ACTION.
           MOVE SFD-TRANS-ID TO AD-REF.
           MOVE SFD-CARD-MASKED TO AD-CARD.
           MOVE SFD-AMOUNT TO WS-PARSE-FIELD.
           PERFORM PARSE-EDITED-AMOUNT.
           COMPUTE WS-TRANS-AMOUNT = WS-AMT-NUM / 100.
           MOVE WS-TRANS-AMOUNT TO WS-ACT-AMOUNT.
           MOVE 0 TO WS-POINTS.

           IF SFD-TYPE NOT = 'PCRD' AND SFD-TYPE NOT = 'FCRD'
              AND SFD-TYPE NOT = 'RVSL'
              ADD 1 TO TOTAL-EXCEPTIONS
              MOVE 'UNKNOWN FEED TYPE' TO AD-RESULT
              PERFORM WRITE-ACTIVITY-LINE
              EXIT PARAGRAPH
           END-IF.

           MOVE SFD-TRANS-ID TO LGR-TRANS-ID.
           READ POINTS-LEDGER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF LGR-STATUS = '23'
              ADD 1 TO TOTAL-FEED-SKIPPED
              MOVE 'NO POINTS EARNED' TO AD-RESULT
              PERFORM WRITE-ACTIVITY-LINE
              EXIT PARAGRAPH
           END-IF.
           IF LGR-STATUS NOT = '00'
              DISPLAY 'POINTS LEDGER READ ERROR: ' LGR-STATUS
              STOP RUN
           END-IF.

           SET CTK-DETOKENIZE TO TRUE.
           MOVE SFD-CARD-TOKEN TO CTK-TOKEN.
           CALL 'SUBTK11' USING TOKEN-SERVICE-AREA.
           IF NOT CTK-OK OR CTK-CARD-NUM NOT = LGR-CARD-NUM
              ADD 1 TO TOTAL-EXCEPTIONS
              MOVE 'CARD DOES NOT MATCH' TO AD-RESULT
              PERFORM WRITE-ACTIVITY-LINE
              EXIT PARAGRAPH
           END-IF.
           MOVE LGR-CARD-NUM TO WS-CARD-NUM.

           IF SFD-TYPE = 'RVSL'
              PERFORM RESTORE-POINTS
           ELSE
              PERFORM REVERSE-POINTS
           END-IF.

      **********************************************
      * PCRD/FCRD: TAKES BACK THE TRANSACTION'S POINTS, IN
      * PROPORTION WHEN ONLY PART OF IT IS CREDITED - FROM ITS EARN
      * MONTH FIRST, THEN OLDEST FIRST. POINTS ALREADY SPENT OR
      * EXPIRED CANNOT BE RECOVERED AND ARE LOGGED AS SUCH.
      **********************************************
       REVERSE-POINTS.
           IF LGR-REVERSED
              ADD 1 TO TOTAL-FEED-SKIPPED
              MOVE 'ALREADY REVERSED' TO AD-RESULT
              PERFORM WRITE-ACTIVITY-LINE
              EXIT PARAGRAPH
           END-IF.
           IF WS-TRANS-AMOUNT >= LGR-AMOUNT OR LGR-AMOUNT = 0
              MOVE LGR-POINTS TO WS-TAKE-PTS
           ELSE
              COMPUTE WS-TAKE-PTS ROUNDED =
                 LGR-POINTS * WS-TRANS-AMOUNT / LGR-AMOUNT
           END-IF.

           PERFORM READ-POINTS-CARD.
           IF LOY-STATUS = '23'
              ADD 1 TO TOTAL-EXCEPTIONS
              MOVE 'NO POINTS RECORD' TO AD-RESULT
              PERFORM WRITE-ACTIVITY-LINE
              EXIT PARAGRAPH
           END-IF.
           PERFORM EXPIRE-POINTS.
           MOVE LGR-EARN-MONTH TO WS-TAKE-MONTH.
           PERFORM TAKE-POINTS.
           COMPUTE WS-POINTS = WS-TAKE-PTS - WS-TAKE-LEFT.
           SUBTRACT WS-POINTS FROM LPT-BALANCE.
           ADD WS-POINTS TO LPT-PER-REVERSED.
           PERFORM SAVE-POINTS-CARD.

           MOVE WS-POINTS TO LGR-REVERSED-PTS.
           SET LGR-REVERSED TO TRUE.
           PERFORM REWRITE-LEDGER.

           ADD 1 TO TOTAL-REVERSALS.
           ADD WS-POINTS TO PT-REVERSED.
           ADD WS-TAKE-LEFT TO PT-NOT-RECOVERED.
           IF WS-TAKE-LEFT > 0
              MOVE 'REVERSED - PART SPENT' TO AD-RESULT
           ELSE
              MOVE 'REVERSED' TO AD-RESULT
           END-IF.
           PERFORM WRITE-ACTIVITY-LINE.

      **********************************************
      * RVSL: THE MERCHANT WON, SO THE POINTS TAKEN BACK GO BACK
      * INTO THEIR EARN MONTH - UNLESS IT HAS EXPIRED SINCE.
      **********************************************
       RESTORE-POINTS.
           IF NOT LGR-REVERSED
              ADD 1 TO TOTAL-FEED-SKIPPED
              MOVE 'NOTHING TO RESTORE' TO AD-RESULT
              PERFORM WRITE-ACTIVITY-LINE
              EXIT PARAGRAPH
           END-IF.

           PERFORM READ-POINTS-CARD.
           IF LOY-STATUS = '23'
              ADD 1 TO TOTAL-EXCEPTIONS
              MOVE 'NO POINTS RECORD' TO AD-RESULT
              PERFORM WRITE-ACTIVITY-LINE
              EXIT PARAGRAPH
           END-IF.
           PERFORM EXPIRE-POINTS.
           MOVE LGR-EARN-MONTH TO WS-BKT-MONTH.
           PERFORM FIND-BUCKET.
           IF WS-BKT-HIT = 0
              MOVE 0 TO WS-POINTS
              MOVE 'NOT RESTORED - EXPIRED' TO AD-RESULT
           ELSE
              MOVE LGR-REVERSED-PTS TO WS-POINTS
              ADD WS-POINTS TO LPT-BKT-POINTS(WS-BKT-HIT)
              ADD WS-POINTS TO LPT-BALANCE
              SUBTRACT WS-POINTS FROM LPT-PER-REVERSED
              MOVE 'RESTORED' TO AD-RESULT
           END-IF.
           PERFORM SAVE-POINTS-CARD.

           MOVE 0 TO LGR-REVERSED-PTS.
           SET LGR-EARNED TO TRUE.
           PERFORM REWRITE-LEDGER.

           ADD 1 TO TOTAL-RESTORES.
           ADD WS-POINTS TO PT-RESTORED.
           PERFORM WRITE-ACTIVITY-LINE.

       REWRITE-LEDGER.
           REWRITE POINTS-LEDGER-REC
           END-REWRITE.
           IF LGR-STATUS NOT = '00'
              DISPLAY 'POINTS LEDGER REWRITE FAILED: ' LGR-STATUS
              DISPLAY 'TRANSACTION: ' LGR-TRANS-ID
              STOP RUN
           END-IF.

      **********************************************
      * CONVERTS POINTS INTO STATEMENT CREDITS.
      **********************************************
       REDEEM-POINTS.
           PERFORM UNTIL REDM-EOF
              READ REDEMPTION-FILE
                AT END
                   SET REDM-EOF TO TRUE
                NOT AT END
                   IF REDM-STATUS NOT = '00'
                      DISPLAY 'ERROR READING REDEMPTION FILE: '
                              REDM-STATUS
                      STOP RUN
                   END-IF
                   ADD 1 TO TOTAL-REDEMPTIONS
                   PERFORM REDEEM-ONE-REQUEST
              END-READ
           END-PERFORM.

      **********************************************
      * VALIDATES ONE REDEMPTION, TAKES THE POINTS OLDEST FIRST
      * AND CREDITS THE VALUE TO THE CARD'S OUTSTANDING BALANCE.
      **********************************************
       REDEEM-ONE-REQUEST.
           MOVE 'RDMP' TO AD-ACTION.
           MOVE RDM-REF TO AD-REF.
           MOVE 0 TO WS-ACT-AMOUNT.
           MOVE 0 TO WS-POINTS.
           MOVE ALL '*' TO AD-CARD.
           IF RDM-CARD-NUM IS NOT NUMERIC
              MOVE 'REJECTED - BAD CARD' TO AD-RESULT
              PERFORM REJECT-REDEMPTION
              EXIT PARAGRAPH
           END-IF.
           SET CTK-TOKENIZE TO TRUE.
           MOVE RDM-CARD-NUM-N TO CTK-CARD-NUM.
           CALL 'SUBTK11' USING TOKEN-SERVICE-AREA.
           IF NOT CTK-OK
              MOVE 'REJECTED - BAD CARD' TO AD-RESULT
              PERFORM REJECT-REDEMPTION
              EXIT PARAGRAPH
           END-IF.
           MOVE CTK-MASKED TO AD-CARD.
           IF RDM-POINTS IS NOT NUMERIC OR RDM-POINTS-N = 0
              MOVE 'REJECTED - BAD POINTS' TO AD-RESULT
              PERFORM REJECT-REDEMPTION
              EXIT PARAGRAPH
           END-IF.
           MOVE RDM-POINTS-N TO WS-POINTS.
           COMPUTE WS-CREDIT ROUNDED =
              WS-POINTS * WS-POINT-VALUE / 100.
           MOVE WS-CREDIT TO WS-ACT-AMOUNT.
           IF WS-CREDIT = 0
              MOVE 'REJECTED - CREDIT ZERO' TO AD-RESULT
              PERFORM REJECT-REDEMPTION
              EXIT PARAGRAPH
           END-IF.

           MOVE RDM-CARD-NUM-N TO WS-CARD-NUM.
           PERFORM READ-POINTS-CARD.
           IF LOY-STATUS = '23'
              MOVE 'REJECTED - NO POINTS' TO AD-RESULT
              PERFORM REJECT-REDEMPTION
              EXIT PARAGRAPH
           END-IF.
           PERFORM EXPIRE-POINTS.
           IF WS-POINTS > LPT-BALANCE
              MOVE 'REJECTED - NOT ENOUGH' TO AD-RESULT
              PERFORM REJECT-REDEMPTION
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-CARD-NUM TO CARD-BAL-NUM.
           READ CARD-BALANCE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF BAL-STATUS = '23'
              MOVE 'REJECTED - NO BALANCE' TO AD-RESULT
              PERFORM REJECT-REDEMPTION
              EXIT PARAGRAPH
           END-IF.
           IF BAL-STATUS NOT = '00'
              DISPLAY 'CARD BALANCE READ ERROR: ' BAL-STATUS
              STOP RUN
           END-IF.
           IF WS-CREDIT > CARD-CYCLE-BALANCE
              MOVE 'REJECTED - OVER BALANCE' TO AD-RESULT
              PERFORM REJECT-REDEMPTION
              EXIT PARAGRAPH
           END-IF.

           SUBTRACT WS-CREDIT FROM CARD-CYCLE-BALANCE.
           REWRITE CARD-BALANCE-REC
           END-REWRITE.
           IF BAL-STATUS NOT = '00'
              DISPLAY 'BALANCE REWRITE FAILED: ' BAL-STATUS
              DISPLAY 'CARD NUMBER: ' CTK-MASKED
              STOP RUN
           END-IF.

           MOVE WS-POINTS TO WS-TAKE-PTS.
           MOVE 0 TO WS-TAKE-MONTH.
           PERFORM TAKE-POINTS.
           SUBTRACT WS-POINTS FROM LPT-BALANCE.
           ADD WS-POINTS TO LPT-PER-REDEEMED.
           PERFORM SAVE-POINTS-CARD.

           MOVE SPACES TO CREDIT-REC.
           MOVE 'RDMP' TO RCR-TYPE.
           MOVE CTK-MASKED TO RCR-CARD-MASKED.
           MOVE WS-CREDIT TO RCR-AMOUNT.
           MOVE WS-POINTS TO RCR-POINTS.
           MOVE WS-RUN-DATE TO RCR-POST-DATE.
           MOVE CTK-TOKEN TO RCR-CARD-TOKEN.
           WRITE CREDIT-REC.
           IF RCRD-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING POINTS CREDIT FILE: '
                      RCRD-STATUS
              STOP RUN
           END-IF.

           ADD 1 TO TOTAL-REDEEMED.
           ADD WS-POINTS TO PT-REDEEMED.
           ADD WS-CREDIT TO PT-CREDIT-AMT.
           MOVE 'CREDITED' TO AD-RESULT.
           PERFORM WRITE-ACTIVITY-LINE.

       REJECT-REDEMPTION.
           ADD 1 TO TOTAL-REJECTED.
           PERFORM WRITE-ACTIVITY-LINE.

      **********************************************
      * MONTHLY RUN: SWEEPS THE WHOLE POINTS MASTER, EXPIRES OLD
      * POINTS AND WRITES A POINTS STATEMENT FOR EVERY CARD NOT YET
      * STATED THIS MONTH THAT HAS POINTS OR PERIOD ACTIVITY.
      **********************************************
       WRITE-POINTS-STATEMENTS.
           MOVE LOW-VALUES TO POINTS-MASTER-REC.
           START POINTS-MASTER-FILE
               KEY IS NOT LESS THAN LPT-CARD-NUM
               INVALID KEY
                   DISPLAY 'POINTS MASTER IS EMPTY'
                   SET LOY-EOF TO TRUE
               NOT INVALID KEY
                   CONTINUE
           END-START.

           PERFORM UNTIL LOY-EOF
              READ POINTS-MASTER-FILE NEXT RECORD
                AT END
                   SET LOY-EOF TO TRUE
                NOT AT END
                   IF LOY-STATUS NOT = '00'
                      DISPLAY 'ERROR READING POINTS MASTER: '
                              LOY-STATUS
                      STOP RUN
                   END-IF
                   IF LPT-LAST-STMT-DATE(1:6) NOT = WS-RUN-YYYYMM
                      PERFORM STATE-ONE-CARD
                   END-IF
              END-READ
           END-PERFORM.

       STATE-ONE-CARD.
           MOVE 'N' TO WS-NEW-CARD-SW.
           SET CTK-TOKENIZE TO TRUE.
           MOVE LPT-CARD-NUM TO CTK-CARD-NUM.
           CALL 'SUBTK11' USING TOKEN-SERVICE-AREA.
           IF NOT CTK-OK
              MOVE ALL '*' TO CTK-MASKED
           END-IF.
           MOVE CTK-MASKED TO AD-CARD.
           PERFORM EXPIRE-POINTS.
           IF LPT-BALANCE > 0 OR LPT-OPEN-BALANCE > 0
              OR LPT-PER-EARNED > 0 OR LPT-PER-REVERSED NOT = 0
              OR LPT-PER-REDEEMED > 0 OR LPT-PER-EXPIRED > 0
              PERFORM WRITE-POINTS-LETTER
           END-IF.
           MOVE LPT-BALANCE TO LPT-OPEN-BALANCE.
           MOVE 0 TO LPT-PER-EARNED.
           MOVE 0 TO LPT-PER-REVERSED.
           MOVE 0 TO LPT-PER-REDEEMED.
           MOVE 0 TO LPT-PER-EXPIRED.
           MOVE WS-RUN-DATE TO LPT-LAST-STMT-DATE.
           REWRITE POINTS-MASTER-REC
           END-REWRITE.
           IF LOY-STATUS NOT = '00'
              DISPLAY 'POINTS MASTER REWRITE FAILED: ' LOY-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * WRITES THE CARD'S POINTS STATEMENT TO THE LETTERS EXTRACT
      * (CARD ALREADY MASKED AND TOKENIZED).
      * EXPIRING = THE BUCKET THAT EXPIRES ON NEXT MONTH'S RUN.
      **********************************************
       WRITE-POINTS-LETTER.
           MOVE 0 TO WS-EXPIRING-PTS.
           PERFORM VARYING WS-BKT-SUB FROM 1 BY 1
                     UNTIL WS-BKT-SUB > LPT-BUCKET-COUNT
              MOVE LPT-BKT-MONTH(WS-BKT-SUB) TO WS-BKT-MONTH
              COMPUTE WS-BKT-IDX = WS-BKT-YYYY * 12 + WS-BKT-MM
              IF WS-BKT-IDX = WS-CUTOFF-IDX + 1
                 ADD LPT-BKT-POINTS(WS-BKT-SUB) TO WS-EXPIRING-PTS
              END-IF
           END-PERFORM.

           MOVE SPACES TO LETTER-REC.
           MOVE 'LPTS' TO LTR-TYPE.
           MOVE CTK-MASKED TO LTR-CARD-MASKED.
           MOVE CTK-TOKEN TO LTR-CARD-TOKEN.
           MOVE WS-RUN-DATE TO LTR-STMT-DATE.
           MOVE LPT-OPEN-BALANCE TO LTR-OPENING.
           MOVE LPT-PER-EARNED TO LTR-EARNED.
           MOVE LPT-PER-REVERSED TO LTR-REVERSED.
           MOVE LPT-PER-REDEEMED TO LTR-REDEEMED.
           MOVE LPT-PER-EXPIRED TO LTR-EXPIRED.
           MOVE LPT-BALANCE TO LTR-CLOSING.
           MOVE WS-EXPIRING-PTS TO LTR-EXPIRING.
           WRITE LETTER-REC.
           IF LTR-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING LETTERS EXTRACT: ' LTR-STATUS
              STOP RUN
           END-IF.
           ADD 1 TO TOTAL-STATEMENTS.

      **********************************************
      * READS THE POINTS RECORD FOR WS-CARD-NUM (STATUS 23 = NONE).
      **********************************************
       READ-POINTS-CARD.
           MOVE 'N' TO WS-NEW-CARD-SW.
           MOVE WS-CARD-NUM TO LPT-CARD-NUM.
           READ POINTS-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF LOY-STATUS NOT = '00' AND LOY-STATUS NOT = '23'
              DISPLAY 'POINTS MASTER READ ERROR: ' LOY-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * STARTS A POINTS RECORD FOR A CARD EARNING FOR THE FIRST
      * TIME; IT IS WRITTEN BY SAVE-POINTS-CARD.
      **********************************************
       ENROLL-POINTS-CARD.
           INITIALIZE POINTS-MASTER-REC.
           MOVE WS-CARD-NUM TO LPT-CARD-NUM.
           MOVE WS-RUN-DATE TO LPT-ENROLL-DATE.
           SET NEW-POINTS-CARD TO TRUE.
           ADD 1 TO TOTAL-ENROLLED.

       SAVE-POINTS-CARD.
           MOVE WS-RUN-DATE TO LPT-LAST-ACTIVITY-DATE.
           IF NEW-POINTS-CARD
              WRITE POINTS-MASTER-REC
              END-WRITE
           ELSE
              REWRITE POINTS-MASTER-REC
              END-REWRITE
           END-IF.
           IF LOY-STATUS NOT = '00'
              DISPLAY 'POINTS MASTER UPDATE FAILED: ' LOY-STATUS
              DISPLAY 'CARD NUMBER: ' AD-CARD
              STOP RUN
           END-IF.

      **********************************************
      * EXPIRES THE CURRENT CARD'S BUCKETS EARNED IN OR BEFORE THE
      * CUTOFF MONTH AND CLOSES UP THE ONES THAT REMAIN. THE
      * CALLER HAS THE MASKED CARD IN AD-CARD.
      **********************************************
       EXPIRE-POINTS.
           MOVE 0 TO WS-EXPIRED-PTS.
           MOVE 0 TO WS-BKT-KEEP.
           PERFORM VARYING WS-BKT-SUB FROM 1 BY 1
                     UNTIL WS-BKT-SUB > LPT-BUCKET-COUNT
              MOVE LPT-BKT-MONTH(WS-BKT-SUB) TO WS-BKT-MONTH
              COMPUTE WS-BKT-IDX = WS-BKT-YYYY * 12 + WS-BKT-MM
              IF WS-BKT-IDX <= WS-CUTOFF-IDX
                 ADD LPT-BKT-POINTS(WS-BKT-SUB) TO WS-EXPIRED-PTS
              ELSE
                 ADD 1 TO WS-BKT-KEEP
                 IF WS-BKT-KEEP NOT = WS-BKT-SUB
                    MOVE LPT-BUCKET(WS-BKT-SUB)
                      TO LPT-BUCKET(WS-BKT-KEEP)
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-BKT-KEEP = LPT-BUCKET-COUNT
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-BKT-SUB FROM WS-BKT-KEEP BY 1
                     UNTIL WS-BKT-SUB >= LPT-BUCKET-COUNT
              MOVE 0 TO LPT-BKT-MONTH(WS-BKT-SUB + 1)
              MOVE 0 TO LPT-BKT-POINTS(WS-BKT-SUB + 1)
           END-PERFORM.
           MOVE WS-BKT-KEEP TO LPT-BUCKET-COUNT.
           IF WS-EXPIRED-PTS = 0
              EXIT PARAGRAPH
           END-IF.
           SUBTRACT WS-EXPIRED-PTS FROM LPT-BALANCE.
           ADD WS-EXPIRED-PTS TO LPT-PER-EXPIRED.
           ADD WS-EXPIRED-PTS TO PT-EXPIRED.

           MOVE AD-CARD TO ED-CARD.
           MOVE WS-EXPIRED-PTS TO ED-POINTS.
           MOVE WS-EXPIRY-DETAIL TO ACTIVITY-REPORT-REC.
           PERFORM WRITE-ACTIVITY-REC.

      **********************************************
      * FINDS THE CURRENT CARD'S BUCKET FOR WS-BKT-MONTH (ZERO =
      * NONE).
      **********************************************
       FIND-BUCKET.
           MOVE 0 TO WS-BKT-HIT.
           PERFORM VARYING WS-BKT-SUB FROM 1 BY 1
                     UNTIL WS-BKT-SUB > LPT-BUCKET-COUNT
                        OR WS-BKT-HIT > 0
              IF LPT-BKT-MONTH(WS-BKT-SUB) = WS-BKT-MONTH
                 MOVE WS-BKT-SUB TO WS-BKT-HIT
              END-IF
           END-PERFORM.

      **********************************************
      * OPENS THE RUN MONTH'S BUCKET AT THE END (NEWEST).
      **********************************************
       ADD-RUN-MONTH-BUCKET.
           IF LPT-BUCKET-COUNT >= 36
              DISPLAY 'FATAL: POINTS BUCKET TABLE OVERFLOW, MAX=36'
              DISPLAY 'CARD NUMBER: ' AD-CARD
              STOP RUN
           END-IF.
           ADD 1 TO LPT-BUCKET-COUNT.
           MOVE LPT-BUCKET-COUNT TO WS-BKT-HIT.
           MOVE WS-RUN-YYYYMM TO LPT-BKT-MONTH(WS-BKT-HIT).
           MOVE 0 TO LPT-BKT-POINTS(WS-BKT-HIT).

      **********************************************
      * TAKES WS-TAKE-PTS OUT OF THE CURRENT CARD'S BUCKETS: FROM
      * THE WS-TAKE-MONTH BUCKET FIRST (IF ANY), THEN OLDEST FIRST.
      * WS-TAKE-LEFT IS WHAT COULD NOT BE FOUND. THE CALLER
      * ADJUSTS THE BALANCE.
      **********************************************
       TAKE-POINTS.
           MOVE WS-TAKE-PTS TO WS-TAKE-LEFT.
           IF WS-TAKE-MONTH > 0
              MOVE WS-TAKE-MONTH TO WS-BKT-MONTH
              PERFORM FIND-BUCKET
              IF WS-BKT-HIT > 0
                 PERFORM TAKE-FROM-BUCKET
              END-IF
           END-IF.
           PERFORM VARYING WS-BKT-HIT FROM 1 BY 1
                     UNTIL WS-BKT-HIT > LPT-BUCKET-COUNT
                        OR WS-TAKE-LEFT = 0
              PERFORM TAKE-FROM-BUCKET
           END-PERFORM.

       TAKE-FROM-BUCKET.
           IF LPT-BKT-POINTS(WS-BKT-HIT) < WS-TAKE-LEFT
              MOVE LPT-BKT-POINTS(WS-BKT-HIT) TO WS-TAKE-NOW
           ELSE
              MOVE WS-TAKE-LEFT TO WS-TAKE-NOW
           END-IF.
           SUBTRACT WS-TAKE-NOW FROM LPT-BKT-POINTS(WS-BKT-HIT).
           SUBTRACT WS-TAKE-NOW FROM WS-TAKE-LEFT.

      **********************************************
      * STRIPS AN EDITED AMOUNT (CURRENCY SIGN, COMMAS, POINT,
      * SIGN) IN WS-PARSE-FIELD DOWN TO ITS DIGITS: WS-AMT-NUM IS
      * THE AMOUNT IN CENTS.
      **********************************************
       PARSE-EDITED-AMOUNT.
           MOVE SPACES TO WS-AMT-DIGITS.
           MOVE 0 TO WS-AMT-DIG-CNT.
           PERFORM VARYING WS-AMT-SUB FROM 1 BY 1
                     UNTIL WS-AMT-SUB > 10
              IF WS-PARSE-FIELD(WS-AMT-SUB:1) >= '0'
                 AND WS-PARSE-FIELD(WS-AMT-SUB:1) <= '9'
                 AND WS-AMT-DIG-CNT < 9
                 ADD 1 TO WS-AMT-DIG-CNT
                 MOVE WS-PARSE-FIELD(WS-AMT-SUB:1)
                   TO WS-AMT-DIGITS(WS-AMT-DIG-CNT:1)
              END-IF
           END-PERFORM.
           MOVE 0 TO WS-AMT-NUM.
           IF WS-AMT-DIG-CNT > 0
              MOVE WS-AMT-DIGITS(1:WS-AMT-DIG-CNT)
                TO WS-AMT-NUM-X(10 - WS-AMT-DIG-CNT:WS-AMT-DIG-CNT)
              INSPECT WS-AMT-NUM-X REPLACING ALL SPACE BY '0'
           END-IF.

      **********************************************
      * WRITES THE ACTIVITY LINE FOR THE CURRENT EVENT (ACTION,
      * REFERENCE, CARD AND RESULT ALREADY SET).
      **********************************************
       WRITE-ACTIVITY-LINE.
           MOVE WS-POINTS TO AD-POINTS.
           MOVE WS-ACT-AMOUNT TO AD-AMOUNT.
           MOVE WS-ACT-DETAIL TO ACTIVITY-REPORT-REC.
           PERFORM WRITE-ACTIVITY-REC.
           MOVE SPACES TO AD-RESULT.

       WRITE-ACTIVITY-REC.
           WRITE ACTIVITY-REPORT-REC.
           IF ACT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING ACTIVITY REPORT: ' ACT-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * CLOSE ALL FILES AND CHECK STATUS
      **********************************************
       CLOSE-ALL-FILES.
           CLOSE POINTS-MASTER-FILE.
           IF LOY-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING POINTS MASTER: '
                       LOY-STATUS
           END-IF.

           CLOSE POINTS-LEDGER-FILE.
           IF LGR-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING POINTS LEDGER: '
                       LGR-STATUS
           END-IF.

           CLOSE CARD-BALANCE-FILE.
           IF BAL-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING CARD BALANCE: '
                       BAL-STATUS
           END-IF.

           CLOSE APPROVED-TRANS-FILE.
           IF APRV-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING APPROVED FILE: '
                       APRV-STATUS
           END-IF.

           CLOSE DISPUTE-FEED-FILE.
           IF DSPF-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING DISPUTE FEED: '
                       DSPF-STATUS
           END-IF.

           CLOSE REDEMPTION-FILE.
           IF REDM-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING REDEMPTION FILE: '
                       REDM-STATUS
           END-IF.

           CLOSE POINTS-CREDIT-FILE.
           IF RCRD-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING POINTS CREDIT FILE: '
                       RCRD-STATUS
           END-IF.

           CLOSE LETTER-FILE.
           IF LTR-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING LETTERS EXTRACT: '
                       LTR-STATUS
           END-IF.

           CLOSE ACTIVITY-REPORT.
           IF ACT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING ACTIVITY REPORT: '
                       ACT-STATUS
           END-IF.

      **********************************************
      * DISPLAY SUMMARY STATISTICS TO SYSOUT
      **********************************************
       DISPLAY-SUMMARY.
           MOVE TOTAL-APPROVED TO TOTAL-APPROVED-DISP.
           MOVE TOTAL-EARNING TO TOTAL-EARNING-DISP.
           MOVE TOTAL-NO-POINTS TO TOTAL-NO-POINTS-DISP.
           MOVE TOTAL-ENROLLED TO TOTAL-ENROLLED-DISP.
           MOVE TOTAL-FEED TO TOTAL-FEED-DISP.
           MOVE TOTAL-REVERSALS TO TOTAL-REVERSALS-DISP.
           MOVE TOTAL-RESTORES TO TOTAL-RESTORES-DISP.
           MOVE TOTAL-FEED-SKIPPED TO TOTAL-FEED-SKIPPED-DISP.
           MOVE TOTAL-REDEMPTIONS TO TOTAL-REDEMPTIONS-DISP.
           MOVE TOTAL-REDEEMED TO TOTAL-REDEEMED-DISP.
           MOVE TOTAL-REJECTED TO TOTAL-REJECTED-DISP.
           MOVE TOTAL-EXCEPTIONS TO TOTAL-EXCEPTIONS-DISP.
           MOVE TOTAL-STATEMENTS TO TOTAL-STATEMENTS-DISP.

           DISPLAY '========================================'.
           DISPLAY 'LOYALTY POINTS SUMMARY'.
           DISPLAY '========================================'.
           DISPLAY 'APPROVED TRANSACTIONS: ' TOTAL-APPROVED-DISP.
           DISPLAY 'EARNING POINTS:        ' TOTAL-EARNING-DISP.
           DISPLAY 'EARNING NO POINTS:     ' TOTAL-NO-POINTS-DISP.
           DISPLAY 'CARDS ENROLLED:        ' TOTAL-ENROLLED-DISP.
           MOVE PT-EARNED TO WS-PTS-DISP.
           DISPLAY 'POINTS EARNED:         ' WS-PTS-DISP.
           DISPLAY '----------------------------------------'.
           DISPLAY 'DISPUTE FEED RECORDS:  ' TOTAL-FEED-DISP.
           DISPLAY 'POINTS REVERSALS:      ' TOTAL-REVERSALS-DISP.
           DISPLAY 'POINTS RESTORES:       ' TOTAL-RESTORES-DISP.
           DISPLAY 'FEED NOT APPLICABLE:   ' TOTAL-FEED-SKIPPED-DISP.
           MOVE PT-REVERSED TO WS-PTS-DISP.
           DISPLAY 'POINTS REVERSED:       ' WS-PTS-DISP.
           MOVE PT-NOT-RECOVERED TO WS-PTS-DISP.
           DISPLAY 'NOT RECOVERED (SPENT): ' WS-PTS-DISP.
           MOVE PT-RESTORED TO WS-PTS-DISP.
           DISPLAY 'POINTS RESTORED:       ' WS-PTS-DISP.
           DISPLAY '----------------------------------------'.
           DISPLAY 'REDEMPTIONS READ:      ' TOTAL-REDEMPTIONS-DISP.
           DISPLAY 'REDEMPTIONS CREDITED:  ' TOTAL-REDEEMED-DISP.
           DISPLAY 'REDEMPTIONS REJECTED:  ' TOTAL-REJECTED-DISP.
           MOVE PT-REDEEMED TO WS-PTS-DISP.
           DISPLAY 'POINTS REDEEMED:       ' WS-PTS-DISP.
           MOVE PT-CREDIT-AMT TO WS-AMT-DISP.
           DISPLAY 'STATEMENT CREDITS:     ' WS-AMT-DISP.
           DISPLAY '----------------------------------------'.
           MOVE PT-EXPIRED TO WS-PTS-DISP.
           DISPLAY 'POINTS EXPIRED:        ' WS-PTS-DISP.
           DISPLAY 'POINTS STATEMENTS:     ' TOTAL-STATEMENTS-DISP.
           DISPLAY 'EXCEPTIONS:            ' TOTAL-EXCEPTIONS-DISP.
           DISPLAY '========================================'.

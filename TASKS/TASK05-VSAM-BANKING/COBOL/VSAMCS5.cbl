      ******************************************************************
      * ACCOUNT CLOSURE SETTLEMENT SYSTEM                              *
      *                                                                *
      * PURPOSE:                                                       *
      * SETTLES THE ACCOUNTS VSAMAM5 HAS MARKED CLOSE-PENDING. FOR     *
      * EACH CLOSURE REQUEST ON CLSDD IT PAYS FINAL INTEREST TO THE    *
      * CLOSE DATE FROM THE VSAMIF5 RATE PARAMETERS, TAKES THE         *
      * CLOSING FEE, WRITES THE REMAINING BALANCE TO THE PAYOUT        *
      * INSTRUCTION FILE, ZEROES THE BALANCE AND CLOSES THE ACCOUNT.   *
      * EVERY MOVEMENT GOES THROUGH THE JRNLDD JOURNAL CONVENTION SO   *
      * THE VSAMRC5 REBUILD AND THE DB2VSM24 RECONCILIATION STILL      *
      * TIE OUT.                                                       *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   RATE PARAMETER FILE (RATEDD) IS THE ONE VSAMIF5 READS:       *
      *     'T' BAND-LO BAND-HI RATE PLAN - MONTHLY RATE (PCT,         *
      *                              9V9999) ON THE GIVEN PLAN         *
      *     'C' AMOUNT              - CLOSING FEE                      *
      *     'F' (MONTHLY FEE) RECORDS ARE IGNORED HERE                 *
      *   PER CLOSURE REQUEST AWAITING SETTLEMENT, IN ACCOUNT ORDER:   *
      *     ACCOUNT MISSING OR NOT CLOSE-PENDING -> REPORTED, REQUEST  *
      *                                             LEFT AWAITING      *
      *     ACTIVE FUNDS HOLD ON THE ACCOUNT     -> REPORTED, REQUEST  *
      *       (HOLDDD, UNEXPIRED)                   LEFT AWAITING      *
      *     FINAL INTEREST USES THE BANDS OF THE INTEREST PLAN OF THE  *
      *       ACCOUNT'S PRODUCT (PRODDD); A PRODUCT NOT ON PRODDD      *
      *       EARNS NO FINAL INTEREST BUT THE ACCOUNT STILL SETTLES    *
      *     FINAL INTEREST = BALANCE * BAND RATE / 100 * DAYS ELAPSED  *
      *       IN THE CLOSE MONTH / DAYS IN THE MONTH, ROUNDED. THE     *
      *       MONTH-END SWEEP HAS PAID EVERYTHING BEFORE THE 1ST.      *
      *       POSTED AS A CREDIT (JOURNAL TYPE C, SOURCE TYPE I)       *
      *     CLOSING FEE POSTED AS A DEBIT (JOURNAL TYPE D, SOURCE      *
      *       TYPE F), CAPPED AT THE BALANCE                           *
      *     REMAINING BALANCE WRITTEN TO PAYDD WITH THE PAYOUT METHOD  *
      *       FROM THE REQUEST AND POSTED AS A DEBIT (JOURNAL TYPE D,  *
      *       SOURCE TYPE W) THAT TAKES THE BALANCE TO ZERO            *
      *     ACCOUNT STATUS SET TO C, REQUEST SET TO S WITH THE         *
      *       SETTLED DATE AND THE AMOUNT PAID OUT                     *
      *   RUN TOTALS ARE DISPLAYED FOR THE OPERATOR. ANY REQUEST LEFT  *
      *   UNSETTLED ENDS THE RUN WITH RETURN CODE 8.                   *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15  SSH  INITIAL VERSION.                              *
      * 2026/10/15  SSH  ACCT-REC EXTENDED TO 80 BYTES WITH A PRODUCT  *
      *                  CODE. FINAL INTEREST IS PAID ON THE INTEREST  *
      *                  PLAN OF THE ACCOUNT'S PRODUCT (PRODDD), AS    *
      *                  THE VSAMIF5 MONTH-END SWEEP DOES.             *
      * 2026/10/15  SSH  A CLOSURE IS NOT SETTLED WHILE THE ACCOUNT    *
      *                  HAS AN ACTIVE, UNEXPIRED FUNDS HOLD ON        *
      *                  HOLDDD: THE REQUEST IS REPORTED AND LEFT      *
      *                  AWAITING UNTIL THE HOLD IS RELEASED, SO HELD  *
      *                  FUNDS ARE NEVER PAID OUT.                     *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  RATEDD (RATE.PARAM) - RATE TIERS AND FEES (PS, 80 B)   *
      *         PRODDD (PROD.PARAM) - PRODUCT RULES (PS, 80 B)         *
      *         HOLDDD (HOLD.MASTER) - FUNDS HOLD FILE (VSAM KSDS)     *
      * I-O:    CLSDD (CLOSE.REQUEST) - CLOSURE REQUESTS (VSAM KSDS)   *
      *         EMPDD (ACCT.MASTER) - ACCOUNT MASTER FILE (VSAM KSDS)  *
      * OUTPUT: PAYDD (CLOSE.PAYOUT) - PAYOUT INSTRUCTIONS (PS, 80 B)  *
      *         JRNLDD (TRANS.JOURNAL) - POSTED TRANSACTIONS (PS)      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSAMCS5.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-MASTER ASSIGN TO EMPDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-ID
               FILE STATUS IS ACCT-STATUS.

           SELECT CLOSE-REQ-FILE ASSIGN TO CLSDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLR-ACCT-ID
               FILE STATUS IS CLR-STATUS.

           SELECT RATE-FILE ASSIGN TO RATEDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RATE-STATUS.

           SELECT PROD-FILE ASSIGN TO PRODDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PROD-STATUS.

           SELECT HOLD-MASTER ASSIGN TO HOLDDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS HOLD-STATUS.

           SELECT PAYOUT-FILE ASSIGN TO PAYDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PAY-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO JRNLDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD ACCT-MASTER.
       01 ACCT-REC.
          05 ACCT-ID PIC X(5).
          05 ACCT-NAME PIC X(20).
          05 ACCT-BAL PIC 9(5)V99.
          05 ACCT-ACT-STATUS PIC X(1).
             88 ACCT-FROZEN VALUE 'F'.
             88 ACCT-CLOSED VALUE 'C'.
             88 ACCT-CLOSE-PENDING VALUE 'P'.
          05 ACCT-PRODUCT PIC X(3).
          05 ACCT-WD-PERIOD PIC 9(6).
          05 ACCT-WD-COUNT PIC 9(3).
          05 FILLER PIC X(35).

      * CLOSURE REQUESTS WRITTEN BY VSAMAM5.
      * STATUS: P = AWAITING SETTLEMENT, S = SETTLED.
       FD CLOSE-REQ-FILE.
       01 CLOSE-REQ-REC.
          05 CLR-ACCT-ID PIC X(5).
          05 CLR-PAYOUT-METHOD PIC X(1).
          05 CLR-REQUEST-DATE PIC 9(8).
          05 CLR-REC-STATUS PIC X(1).
             88 CLR-AWAITING VALUE 'P'.
             88 CLR-SETTLED VALUE 'S'.
          05 CLR-SETTLED-DATE PIC 9(8).
          05 CLR-PAYOUT-AMT PIC 9(7)V99.
          05 FILLER PIC X(48).

       FD RATE-FILE RECORDING MODE IS F.
       01 RATE-REC.
          05 RATE-REC-TYPE PIC X(1).
             88 RATE-TIER-REC VALUE 'T'.
             88 RATE-FEE-REC VALUE 'F'.
             88 RATE-CLOSE-FEE-REC VALUE 'C'.
          05 RATE-BAND-LO PIC 9(5)V99.
          05 RATE-BAND-HI PIC 9(5)V99.
          05 RATE-PCT PIC 9V9999.
          05 RATE-PLAN PIC X(2).
          05 FILLER PIC X(58).
       01 RATE-FEE-REDEF REDEFINES RATE-REC.
          05 FILLER PIC X(1).
          05 RATE-FEE-AMT PIC 9(5)V99.
          05 FILLER PIC X(72).

      * PRODUCT PARAMETER FILE IN THE VSAMJO5 LAYOUT
       FD PROD-FILE RECORDING MODE IS F.
       01 PROD-REC.
          05 PRD-CODE PIC X(3).
          05 PRD-DESC PIC X(20).
          05 PRD-MIN-BAL PIC 9(5)V99.
          05 PRD-MAX-WD PIC 9(3).
          05 PRD-XFER-OUT PIC X(1).
          05 PRD-INT-PLAN PIC X(2).
          05 FILLER PIC X(44).

      * FUNDS HOLD FILE MAINTAINED BY VSAMHD5, KEYED BY ACCOUNT PLUS
      * HOLD ID. AN ACTIVE HOLD NOT PAST A NON-ZERO EXPIRY DATE
      * BLOCKS THE SETTLEMENT.
       FD HOLD-MASTER.
       01 HOLD-REC.
          05 HOLD-KEY.
             10 HOLD-ACCT-ID PIC X(5).
             10 HOLD-ID PIC X(10).
          05 HOLD-AMOUNT PIC 9(5)V99.
          05 HOLD-REASON PIC X(1).
          05 HOLD-REASON-TEXT PIC X(20).
          05 HOLD-PLACED-DATE PIC 9(8).
          05 HOLD-EXPIRY-DATE PIC 9(8).
          05 HOLD-REC-STATUS PIC X(1).
             88 HOLD-ACTIVE VALUE 'A'.
          05 HOLD-CLOSED-DATE PIC 9(8).
          05 FILLER PIC X(12).

      * PAYOUT INSTRUCTION FOR THE PAYMENTS AREA. METHOD:
      * K = CHEQUE, B = BANK TRANSFER, C = CASH.
       FD PAYOUT-FILE RECORDING MODE IS F.
       01 PAYOUT-REC.
          05 PAY-ACCT-ID PIC X(5).
          05 PAY-ACCT-NAME PIC X(20).
          05 PAY-AMOUNT PIC 9(7)V99.
          05 PAY-METHOD PIC X(1).
          05 PAY-CLOSE-DATE PIC 9(8).
          05 FILLER PIC X(37).

      * POSTED-TRANSACTION JOURNAL IN THE VSAMJO5 LAYOUT
       FD JOURNAL-FILE RECORDING MODE IS F.
       01 JRNL-REC.
          05 JRNL-ACCT-ID PIC X(6).
          05 JRNL-TYPE PIC X(1).
          05 JRNL-AMOUNT PIC 9(7)V99.
          05 JRNL-REF-ID PIC X(10).
          05 JRNL-SOURCE-TYPE PIC X(1).
          05 JRNL-BAL-BEFORE PIC 9(9)V99.
          05 JRNL-BAL-AFTER PIC 9(9)V99.
          05 JRNL-POST-DATE PIC 9(8).
          05 FILLER PIC X(23).

       WORKING-STORAGE SECTION.

      * FILE STATUS VARIABLES
       01 FILE-STATUSES.
          05 ACCT-STATUS PIC X(2).
          05 CLR-STATUS PIC X(2).
          05 RATE-STATUS PIC X(2).
          05 PROD-STATUS PIC X(2).
          05 HOLD-STATUS PIC X(2).
          05 PAY-STATUS PIC X(2).
          05 JRNL-STATUS PIC X(2).

      * CONTROL FLAGS
       01 FLAGS.
          05 WS-EOF PIC X(1) VALUE 'N'.
             88 EOF VALUE 'Y'.
          05 WS-RATE-EOF PIC X(1) VALUE 'N'.
             88 RATE-EOF VALUE 'Y'.
          05 WS-PROD-EOF PIC X(1) VALUE 'N'.
             88 PROD-EOF VALUE 'Y'.
          05 WS-PROD-HIT PIC X(1) VALUE 'N'.
             88 PROD-FOUND VALUE 'Y'.
             88 PROD-NOT-FOUND VALUE 'N'.
          05 HOLD-EOF-SW PIC X(1) VALUE 'N'.
             88 HOLD-EOF VALUE 'Y'.
          05 WS-SETTLE-SW PIC X(1) VALUE 'Y'.
             88 CAN-SETTLE VALUE 'Y'.
             88 CANNOT-SETTLE VALUE 'N'.

      * RUN DATE (YYYYMMDD) - THE CLOSE DATE OF EVERY ACCOUNT SETTLED
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
          05 WS-RUN-YYYY PIC 9(4).
          05 WS-RUN-MM PIC 9(2).
          05 WS-RUN-DD PIC 9(2).

      * DAYS IN THE CLOSE MONTH AND LEAP-YEAR WORK FIELD
       01 WS-DAYS-IN-MONTH PIC 9(2).
       01 WS-LEAP-REM PIC 9(4).

      * RATE TIER TABLE LOADED FROM RATEDD (UP TO 30 BANDS ACROSS
      * ALL INTEREST PLANS)
       01 WS-TIER-TABLE.
          05 WS-TIER-COUNT PIC 9(2) VALUE 0.
          05 WS-TIER OCCURS 30 TIMES INDEXED BY TIER-IDX.
             10 WS-TIER-LO PIC 9(5)V99.
             10 WS-TIER-HI PIC 9(5)V99.
             10 WS-TIER-RATE PIC 9V9999.
             10 WS-TIER-PLAN PIC X(2).

      * PRODUCT CODES AND THEIR INTEREST PLANS LOADED FROM PRODDD
       01 WS-PROD-COUNT PIC 9(2) VALUE 0.
       01 WS-PROD-TABLE.
          05 WS-PROD-ENTRY OCCURS 20 TIMES INDEXED BY PROD-IDX.
             10 WS-PRD-CODE PIC X(3).
             10 WS-PRD-INT-PLAN PIC X(2).

      * INTEREST PLAN OF THE CURRENT ACCOUNT'S PRODUCT
       01 WS-ACCT-PLAN PIC X(2).

      * ACTIVE HOLDS ON THE ACCOUNT BEING SETTLED
       01 WS-HOLD-TOTAL PIC 9(9)V99.

      * CLOSING FEE FROM RATEDD
       01 WS-CLOSE-FEE-AMT PIC 9(5)V99 VALUE 0.

      * WORK FIELDS FOR THE CURRENT ACCOUNT
       01 WS-BAL-BEFORE PIC 9(5)V99.
       01 WS-INT-AMT PIC 9(5)V99.
       01 WS-CHARGE-AMT PIC 9(5)V99.
       01 WS-JRNL-TYPE PIC X(1).
       01 WS-JRNL-SOURCE PIC X(1).
       01 WS-JRNL-REF PIC X(10).

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 TOTAL-REQUESTS PIC 9(7) VALUE 0.
          05 TOTAL-ALREADY-SETTLED PIC 9(7) VALUE 0.
          05 TOTAL-SETTLED PIC 9(7) VALUE 0.
          05 TOTAL-UNSETTLED PIC 9(7) VALUE 0.
          05 TOTAL-HELD PIC 9(7) VALUE 0.
          05 TOTAL-INT-CNT PIC 9(7) VALUE 0.
          05 TOTAL-INT-AMT PIC 9(9)V99 VALUE 0.
          05 TOTAL-FEE-CNT PIC 9(7) VALUE 0.
          05 TOTAL-FEE-AMT PIC 9(9)V99 VALUE 0.
          05 TOTAL-PAYOUT-CNT PIC 9(7) VALUE 0.
          05 TOTAL-PAYOUT-AMT PIC 9(9)V99 VALUE 0.
          05 TOTAL-NO-PRODUCT PIC 9(7) VALUE 0.

      **********************************************
      * MAIN FLOW: LOAD RATES -> SETTLE REQUESTS -> CLOSE -> SUMMARY
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM SET-DAYS-IN-MONTH.
           PERFORM LOAD-RATE-PARAMS.
           PERFORM LOAD-PRODUCT-TABLE.
           PERFORM OPEN-ALL-FILES.
           PERFORM SETTLE-REQUESTS.
           PERFORM CLOSE-ALL-FILES.
           PERFORM DISPLAY-SUMMARY.
           IF TOTAL-UNSETTLED > 0
              MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      **********************************************
      * LOAD THE RATE TIERS AND THE CLOSING FEE FROM RATEDD.
      * A RUN WITHOUT AT LEAST ONE TIER IS REFUSED - SETTLING WITH
      * NO RATES WOULD SILENTLY PAY NO FINAL INTEREST.
      **********************************************
       LOAD-RATE-PARAMS.
           OPEN INPUT RATE-FILE.
           IF RATE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING RATE-FILE: ' RATE-STATUS
              STOP RUN
           END-IF.

           PERFORM UNTIL RATE-EOF
              READ RATE-FILE
                AT END
                   SET RATE-EOF TO TRUE
                NOT AT END
                   IF RATE-STATUS NOT = '00'
                      DISPLAY 'ERROR READING RATE-FILE: ' RATE-STATUS
                      STOP RUN
                   END-IF
                   EVALUATE TRUE
                      WHEN RATE-TIER-REC
                         IF WS-TIER-COUNT >= 30
                            DISPLAY 'TOO MANY RATE TIERS (MAX 30)'
                            STOP RUN
                         END-IF
                         ADD 1 TO WS-TIER-COUNT
                         SET TIER-IDX TO WS-TIER-COUNT
                         MOVE RATE-BAND-LO TO WS-TIER-LO(TIER-IDX)
                         MOVE RATE-BAND-HI TO WS-TIER-HI(TIER-IDX)
                         MOVE RATE-PCT TO WS-TIER-RATE(TIER-IDX)
                         MOVE RATE-PLAN TO WS-TIER-PLAN(TIER-IDX)
                      WHEN RATE-CLOSE-FEE-REC
                         MOVE RATE-FEE-AMT TO WS-CLOSE-FEE-AMT
                      WHEN RATE-FEE-REC
                         CONTINUE
                      WHEN OTHER
                         DISPLAY 'UNKNOWN RATE RECORD TYPE: '
                                  RATE-REC-TYPE
                         STOP RUN
                   END-EVALUATE
              END-READ
           END-PERFORM.

           CLOSE RATE-FILE.
           IF RATE-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING RATE-FILE: ' RATE-STATUS
           END-IF.

           IF WS-TIER-COUNT = 0
              DISPLAY 'NO RATE TIERS ON RATEDD - RUN REFUSED'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

      **********************************************
      * LOAD THE PRODUCT CODES AND THEIR INTEREST PLANS FROM PRODDD.
      * AN EMPTY FILE OR MORE THAN 20 PRODUCTS REFUSES THE RUN.
      **********************************************
       LOAD-PRODUCT-TABLE.
           OPEN INPUT PROD-FILE.
           IF PROD-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING PROD-FILE: ' PROD-STATUS
              STOP RUN
           END-IF.

           PERFORM UNTIL PROD-EOF
              READ PROD-FILE
                AT END
                   SET PROD-EOF TO TRUE
                NOT AT END
                   IF PROD-STATUS NOT = '00'
                      DISPLAY 'ERROR READING PROD-FILE: ' PROD-STATUS
                      STOP RUN
                   END-IF
                   IF WS-PROD-COUNT >= 20
                      DISPLAY 'TOO MANY PRODUCTS (MAX 20)'
                      MOVE 12 TO RETURN-CODE
                      STOP RUN
                   END-IF
                   ADD 1 TO WS-PROD-COUNT
                   SET PROD-IDX TO WS-PROD-COUNT
                   MOVE PRD-CODE TO WS-PRD-CODE(PROD-IDX)
                   MOVE PRD-INT-PLAN TO WS-PRD-INT-PLAN(PROD-IDX)
              END-READ
           END-PERFORM.

           CLOSE PROD-FILE.
           IF PROD-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING PROD-FILE: ' PROD-STATUS
           END-IF.

           IF WS-PROD-COUNT = 0
              DISPLAY 'NO PRODUCTS ON PRODDD - RUN REFUSED'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

      **********************************************
      * OPEN ALL FILES AND CHECK STATUS
      **********************************************
       OPEN-ALL-FILES.
           OPEN I-O ACCT-MASTER.
           IF ACCT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ACCT-MASTER FILE: ' ACCT-STATUS
              STOP RUN
           END-IF.

           OPEN I-O CLOSE-REQ-FILE.
           IF CLR-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CLOSE-REQUEST FILE: ' CLR-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT HOLD-MASTER.
           IF HOLD-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING HOLD-MASTER FILE: ' HOLD-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT PAYOUT-FILE.
           IF PAY-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING PAYOUT-FILE: ' PAY-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT JOURNAL-FILE.
           IF JRNL-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING JOURNAL-FILE: ' JRNL-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * BROWSE THE CLOSURE REQUESTS IN ACCOUNT ORDER AND SETTLE
      * EVERY ONE STILL AWAITING SETTLEMENT
      **********************************************
       SETTLE-REQUESTS.
           MOVE LOW-VALUES TO CLR-ACCT-ID.
           START CLOSE-REQ-FILE KEY IS >= CLR-ACCT-ID
               INVALID KEY
                   SET EOF TO TRUE
           END-START.
           IF CLR-STATUS NOT = '00' AND CLR-STATUS NOT = '23'
              DISPLAY 'START CLOSE-REQUEST ERROR: ' CLR-STATUS
              STOP RUN
           END-IF.

           PERFORM UNTIL EOF
              READ CLOSE-REQ-FILE NEXT RECORD
                AT END
                   SET EOF TO TRUE
                NOT AT END
                   IF CLR-STATUS NOT = '00'
                      DISPLAY 'READ CLOSE-REQUEST ERROR: ' CLR-STATUS
                      STOP RUN
                   END-IF
                   ADD 1 TO TOTAL-REQUESTS
                   IF CLR-AWAITING
                      PERFORM SETTLE-ONE-ACCOUNT
                   ELSE
                      ADD 1 TO TOTAL-ALREADY-SETTLED
                   END-IF
              END-READ
           END-PERFORM.

      **********************************************
      * READ THE ACCOUNT BEHIND THE REQUEST. ONLY A CLOSE-PENDING
      * ACCOUNT WITH NO ACTIVE FUNDS HOLDS IS SETTLED - PAYING OUT
      * HELD FUNDS WOULD DEFEAT THE HOLD. ANYTHING ELSE IS REPORTED
      * AND THE REQUEST STAYS AWAITING FOR ACCOUNT OPERATIONS TO
      * RESOLVE.
      **********************************************
       SETTLE-ONE-ACCOUNT.
           SET CAN-SETTLE TO TRUE.
           MOVE CLR-ACCT-ID TO ACCT-ID.
           READ ACCT-MASTER
               INVALID KEY
                   SET CANNOT-SETTLE TO TRUE
                   DISPLAY 'CLOSURE NOT SETTLED - ACCOUNT NOT ON '
                           'MASTER: ' CLR-ACCT-ID
               NOT INVALID KEY
                   CONTINUE
           END-READ.
           IF ACCT-STATUS NOT = '00' AND ACCT-STATUS NOT = '23'
              DISPLAY 'READ VSAM FILE ERROR: ' ACCT-STATUS
              STOP RUN
           END-IF.

           IF CAN-SETTLE AND NOT ACCT-CLOSE-PENDING
              SET CANNOT-SETTLE TO TRUE
              DISPLAY 'CLOSURE NOT SETTLED - ACCOUNT NOT CLOSE-'
                      'PENDING: ' CLR-ACCT-ID ' STATUS '
                      ACCT-ACT-STATUS
           END-IF.

           IF CAN-SETTLE
              PERFORM SUM-ACTIVE-HOLDS
              IF WS-HOLD-TOTAL > 0
                 SET CANNOT-SETTLE TO TRUE
                 ADD 1 TO TOTAL-HELD
                 DISPLAY 'CLOSURE NOT SETTLED - ACTIVE FUNDS HOLDS: '
                         CLR-ACCT-ID ' HELD ' WS-HOLD-TOTAL
              END-IF
           END-IF.

           IF CANNOT-SETTLE
              ADD 1 TO TOTAL-UNSETTLED
           ELSE
              PERFORM POST-SETTLEMENT
           END-IF.

      **********************************************
      * TOTAL OF THE ACTIVE, UNEXPIRED FUNDS HOLDS ON ACCT-ID
      **********************************************
       SUM-ACTIVE-HOLDS.
           MOVE 0 TO WS-HOLD-TOTAL.
           MOVE 'N' TO HOLD-EOF-SW.
           MOVE ACCT-ID TO HOLD-ACCT-ID.
           MOVE LOW-VALUES TO HOLD-ID.
           START HOLD-MASTER KEY IS >= HOLD-KEY
               INVALID KEY
                   SET HOLD-EOF TO TRUE
           END-START.
           IF HOLD-STATUS NOT = '00' AND HOLD-STATUS NOT = '23'
              DISPLAY 'START HOLD-MASTER ERROR: ' HOLD-STATUS
              STOP RUN
           END-IF.

           PERFORM UNTIL HOLD-EOF
              READ HOLD-MASTER NEXT RECORD
                AT END
                   SET HOLD-EOF TO TRUE
                NOT AT END
                   IF HOLD-STATUS NOT = '00'
                      DISPLAY 'READ HOLD-MASTER ERROR: ' HOLD-STATUS
                      STOP RUN
                   END-IF
                   IF HOLD-ACCT-ID NOT = ACCT-ID
                      SET HOLD-EOF TO TRUE
                   ELSE
                      IF HOLD-ACTIVE
                         AND (HOLD-EXPIRY-DATE = ZERO
                              OR HOLD-EXPIRY-DATE >= WS-RUN-DATE)
                         ADD HOLD-AMOUNT TO WS-HOLD-TOTAL
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.

      **********************************************
      * FINAL INTEREST, CLOSING FEE AND PAYOUT, EACH THROUGH THE
      * JOURNAL, THEN CLOSE THE ACCOUNT AND MARK THE REQUEST
      * SETTLED.
      **********************************************
       POST-SETTLEMENT.
           PERFORM COMPUTE-FINAL-INTEREST.
           IF WS-INT-AMT > 0
              MOVE ACCT-BAL TO WS-BAL-BEFORE
              ADD WS-INT-AMT TO ACCT-BAL
              MOVE 'C' TO WS-JRNL-TYPE
              MOVE 'I' TO WS-JRNL-SOURCE
              MOVE SPACES TO WS-JRNL-REF
              STRING 'INT' WS-RUN-DATE(1:6) DELIMITED BY SIZE
                     INTO WS-JRNL-REF
              END-STRING
              MOVE WS-INT-AMT TO WS-CHARGE-AMT
              PERFORM WRITE-JOURNAL
              ADD 1 TO TOTAL-INT-CNT
              ADD WS-INT-AMT TO TOTAL-INT-AMT
           END-IF.

           MOVE WS-CLOSE-FEE-AMT TO WS-CHARGE-AMT.
           IF WS-CHARGE-AMT > ACCT-BAL
              MOVE ACCT-BAL TO WS-CHARGE-AMT
           END-IF.
           IF WS-CHARGE-AMT > 0
              MOVE ACCT-BAL TO WS-BAL-BEFORE
              SUBTRACT WS-CHARGE-AMT FROM ACCT-BAL
              MOVE 'D' TO WS-JRNL-TYPE
              MOVE 'F' TO WS-JRNL-SOURCE
              MOVE SPACES TO WS-JRNL-REF
              STRING 'CLF' WS-RUN-DATE(1:6) DELIMITED BY SIZE
                     INTO WS-JRNL-REF
              END-STRING
              PERFORM WRITE-JOURNAL
              ADD 1 TO TOTAL-FEE-CNT
              ADD WS-CHARGE-AMT TO TOTAL-FEE-AMT
           END-IF.

           MOVE ACCT-BAL TO WS-CHARGE-AMT.
           IF WS-CHARGE-AMT > 0
              PERFORM WRITE-PAYOUT
              MOVE ACCT-BAL TO WS-BAL-BEFORE
              MOVE 0 TO ACCT-BAL
              MOVE 'D' TO WS-JRNL-TYPE
              MOVE 'W' TO WS-JRNL-SOURCE
              MOVE SPACES TO WS-JRNL-REF
              STRING 'CLP' WS-RUN-DATE(1:6) DELIMITED BY SIZE
                     INTO WS-JRNL-REF
              END-STRING
              PERFORM WRITE-JOURNAL
              ADD 1 TO TOTAL-PAYOUT-CNT
              ADD WS-CHARGE-AMT TO TOTAL-PAYOUT-AMT
           END-IF.

           MOVE 'C' TO ACCT-ACT-STATUS.
           PERFORM REWRITE-ACCOUNT.

           SET CLR-SETTLED TO TRUE.
           MOVE WS-RUN-DATE TO CLR-SETTLED-DATE.
           MOVE WS-CHARGE-AMT TO CLR-PAYOUT-AMT.
           REWRITE CLOSE-REQ-REC
               INVALID KEY
                 CONTINUE
           END-REWRITE.
           IF CLR-STATUS NOT = '00'
              DISPLAY 'CLOSE-REQUEST REWRITE FAILED: ' CLR-STATUS
              DISPLAY 'ACCOUNT ID: ' CLR-ACCT-ID
              STOP RUN
           END-IF.

           ADD 1 TO TOTAL-SETTLED.

      **********************************************
      * FIND THE BAND OF THE ACCOUNT'S INTEREST PLAN HOLDING THE
      * CURRENT BALANCE AND COMPUTE THE INTEREST EARNED FROM THE
      * 1ST OF THE CLOSE MONTH TO THE CLOSE DATE, PRO RATA ON THE
      * MONTHLY RATE AND ROUNDED TO THE PENNY. A BALANCE OUTSIDE
      * EVERY BAND OF THE PLAN EARNS NOTHING, AS DOES AN ACCOUNT
      * WHOSE PRODUCT IS NOT ON PRODDD.
      **********************************************
       COMPUTE-FINAL-INTEREST.
           MOVE 0 TO WS-INT-AMT.
           PERFORM FIND-PRODUCT-PLAN.
           IF PROD-NOT-FOUND
              ADD 1 TO TOTAL-NO-PRODUCT
              DISPLAY 'NO FINAL INTEREST - PRODUCT ' ACCT-PRODUCT
                      ' NOT ON PRODDD FOR ACCOUNT ' ACCT-ID
           ELSE
              PERFORM VARYING TIER-IDX FROM 1 BY 1
                      UNTIL TIER-IDX > WS-TIER-COUNT
                 IF WS-TIER-PLAN(TIER-IDX) = WS-ACCT-PLAN
                    AND ACCT-BAL >= WS-TIER-LO(TIER-IDX)
                    AND ACCT-BAL <= WS-TIER-HI(TIER-IDX)
                    COMPUTE WS-INT-AMT ROUNDED =
                            ACCT-BAL * WS-TIER-RATE(TIER-IDX) / 100
                            * WS-RUN-DD / WS-DAYS-IN-MONTH
                    SET TIER-IDX TO WS-TIER-COUNT
                    SET TIER-IDX UP BY 1
                 END-IF
              END-PERFORM
           END-IF.

      **********************************************
      * LOOKS ACCT-PRODUCT UP IN THE PRODUCT TABLE AND SETS
      * WS-ACCT-PLAN TO ITS INTEREST PLAN.
      **********************************************
       FIND-PRODUCT-PLAN.
           SET PROD-NOT-FOUND TO TRUE.
           MOVE SPACES TO WS-ACCT-PLAN.
           PERFORM VARYING PROD-IDX FROM 1 BY 1
                   UNTIL PROD-IDX > WS-PROD-COUNT OR PROD-FOUND
              IF WS-PRD-CODE(PROD-IDX) = ACCT-PRODUCT
                 SET PROD-FOUND TO TRUE
                 MOVE WS-PRD-INT-PLAN(PROD-IDX) TO WS-ACCT-PLAN
              END-IF
           END-PERFORM.

      **********************************************
      * SET WS-DAYS-IN-MONTH FOR THE CLOSE MONTH,
      * LEAP-AWARE FOR FEBRUARY (DIVISIBLE BY 4, CENTURY RULE)
      **********************************************
       SET-DAYS-IN-MONTH.
           EVALUATE WS-RUN-MM
              WHEN 01 WHEN 03 WHEN 05 WHEN 07
              WHEN 08 WHEN 10 WHEN 12
                 MOVE 31 TO WS-DAYS-IN-MONTH
              WHEN 04 WHEN 06 WHEN 09 WHEN 11
                 MOVE 30 TO WS-DAYS-IN-MONTH
              WHEN 02
                 MOVE 28 TO WS-DAYS-IN-MONTH
                 DIVIDE WS-RUN-YYYY BY 4 GIVING WS-LEAP-REM
                        REMAINDER WS-LEAP-REM
                 IF WS-LEAP-REM = 0
                    MOVE 29 TO WS-DAYS-IN-MONTH
                    DIVIDE WS-RUN-YYYY BY 100 GIVING WS-LEAP-REM
                           REMAINDER WS-LEAP-REM
                    IF WS-LEAP-REM = 0
                       MOVE 28 TO WS-DAYS-IN-MONTH
                       DIVIDE WS-RUN-YYYY BY 400 GIVING WS-LEAP-REM
                              REMAINDER WS-LEAP-REM
                       IF WS-LEAP-REM = 0
                          MOVE 29 TO WS-DAYS-IN-MONTH
                       END-IF
                    END-IF
                 END-IF
           END-EVALUATE.

      **********************************************
      * WRITE THE PAYOUT INSTRUCTION FOR THE REMAINING BALANCE
      **********************************************
       WRITE-PAYOUT.
           MOVE SPACES TO PAYOUT-REC.
           MOVE ACCT-ID TO PAY-ACCT-ID.
           MOVE ACCT-NAME TO PAY-ACCT-NAME.
           MOVE WS-CHARGE-AMT TO PAY-AMOUNT.
           MOVE CLR-PAYOUT-METHOD TO PAY-METHOD.
           MOVE WS-RUN-DATE TO PAY-CLOSE-DATE.
           WRITE PAYOUT-REC
           END-WRITE.
           IF PAY-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING PAYOUT-FILE: ' PAY-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * REWRITE UPDATED ACCT-REC BACK TO VSAM
      **********************************************
       REWRITE-ACCOUNT.
           REWRITE ACCT-REC
               INVALID KEY
                 CONTINUE
           END-REWRITE.

           IF ACCT-STATUS NOT = '00'
              DISPLAY 'REWRITE FAILED: ' ACCT-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * WRITES ONE JOURNAL RECORD IN THE VSAMJO5 CONVENTION FOR
      * THE POSTING JUST APPLIED. CALLER SETS WS-BAL-BEFORE, THE
      * C/D TYPE, THE SOURCE TYPE, THE REFERENCE AND THE AMOUNT.
      **********************************************
       WRITE-JOURNAL.
           MOVE SPACES TO JRNL-REC.
           MOVE ACCT-ID TO JRNL-ACCT-ID.
           MOVE WS-JRNL-TYPE TO JRNL-TYPE.
           MOVE WS-CHARGE-AMT TO JRNL-AMOUNT.
           MOVE WS-JRNL-REF TO JRNL-REF-ID.
           MOVE WS-JRNL-SOURCE TO JRNL-SOURCE-TYPE.
           MOVE WS-BAL-BEFORE TO JRNL-BAL-BEFORE.
           MOVE ACCT-BAL TO JRNL-BAL-AFTER.
           MOVE WS-RUN-DATE TO JRNL-POST-DATE.
           WRITE JRNL-REC
           END-WRITE.
           IF JRNL-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING JOURNAL-FILE: ' JRNL-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * CLOSE ALL FILES AND CHECK STATUS
      **********************************************
       CLOSE-ALL-FILES.
           CLOSE ACCT-MASTER.
           IF ACCT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING ACCT MASTER: '
                       ACCT-STATUS
           END-IF.

           CLOSE CLOSE-REQ-FILE.
           IF CLR-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING CLOSE-REQUEST: '
                       CLR-STATUS
           END-IF.

           CLOSE HOLD-MASTER.
           IF HOLD-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING HOLD-MASTER: '
                       HOLD-STATUS
           END-IF.

           CLOSE PAYOUT-FILE.
           IF PAY-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING PAYOUT-FILE: '
                       PAY-STATUS
           END-IF.

           CLOSE JOURNAL-FILE.
           IF JRNL-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING JOURNAL-FILE: '
                       JRNL-STATUS
           END-IF.

      **********************************************
      * DISPLAY SUMMARY STATISTICS TO SYSOUT
      **********************************************
       DISPLAY-SUMMARY.
           DISPLAY '========================================'.
           DISPLAY 'ACCOUNT CLOSURE SETTLEMENT SUMMARY'.
           DISPLAY '========================================'.
           DISPLAY 'CLOSE DATE:         ' WS-RUN-DATE.
           DISPLAY 'REQUESTS READ:      ' TOTAL-REQUESTS.
           DISPLAY 'ALREADY SETTLED:    ' TOTAL-ALREADY-SETTLED.
           DISPLAY 'ACCOUNTS SETTLED:   ' TOTAL-SETTLED.
           DISPLAY 'NOT SETTLED:        ' TOTAL-UNSETTLED.
           DISPLAY '  HELD BY HOLDS:    ' TOTAL-HELD.
           DISPLAY 'FINAL INTEREST CNT: ' TOTAL-INT-CNT.
           DISPLAY 'FINAL INTEREST PAID:' TOTAL-INT-AMT.
           DISPLAY 'CLOSING FEES CNT:   ' TOTAL-FEE-CNT.
           DISPLAY 'CLOSING FEES TAKEN: ' TOTAL-FEE-AMT.
           DISPLAY 'PAYOUTS WRITTEN:    ' TOTAL-PAYOUT-CNT.
           DISPLAY 'TOTAL PAID OUT:     ' TOTAL-PAYOUT-AMT.
           DISPLAY 'NO PRODUCT - NO INT:' TOTAL-NO-PRODUCT.
           DISPLAY '========================================'.

      ******************************************************************
      * MERCHANT SETTLEMENT - DISCOUNT FEES AND NET PAYOUT             *
      *                                                                *
      * PURPOSE:                                                       *
      * THE CARD RUNS SUMMARISE BY CARD AND DISPOSITION BUT NEVER SAY  *
      * WHAT IS OWED TO EACH MERCHANT. THIS RUN TOTALS EACH MERCHANT'S *
      * APPROVED SALES, TAKES OFF THE MERCHANT DISCOUNT FEE AND THE    *
      * DAY'S CHARGEBACKS, AND WRITES ONE NET PAYOUT RECORD PER        *
      * MERCHANT, WITH A FEE INCOME SUMMARY AND CONTROL TOTALS THAT    *
      * TIE BACK TO THE APPROVED TRANSACTIONS.                         *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   1. LOAD THE MERCHANT FEE TABLE (MFEEDD). EACH ROW IS KEYED   *
      *      BY MERCHANT (M), BY MERCHANT CATEGORY CODE (C), OR IS THE *
      *      DEFAULT (D), AND GIVES A DISCOUNT RATE (PERCENT, 3        *
      *      DECIMALS) AND A PER-ITEM FEE. '*' IN COLUMN 1 IS A        *
      *      COMMENT.                                                  *
      *   2. EACH APPROVED TRANSACTION (APRVDD - THE VALIDATION RUN'S  *
      *      APPROVALS, CONCATENATED WITH THE REVIEW DISPOSITIONS) IS  *
      *      PRICED AT THE MERCHANT'S OWN RATE IF IT HAS ONE, ELSE THE *
      *      RATE FOR THE TRANSACTION'S MCC, ELSE THE DEFAULT:         *
      *        DISCOUNT FEE = AMOUNT * RATE / 100 (ROUNDED)            *
      *        ITEM FEE     = THE ROW'S PER-ITEM FEE                   *
      *      AND ADDED TO THE MERCHANT'S GROSS SALES AND FEES, AND TO  *
      *      ITS MCC LINE ON THE FEE INCOME SUMMARY. A TRANSACTION     *
      *      WITH NO RATE AT ALL IS SETTLED FEE-FREE AND COUNTED AS AN *
      *      EXCEPTION; ONE WITH NO MERCHANT ID IS HELD (NOT PAID OUT) *
      *      AND SHOWN ON THE CONTROL TOTALS.                          *
      *   3. THE DISPUTE SETTLEMENT FEED (DSPFDD, FROM VSMDS11):       *
      *      PROVISIONAL AND FINAL CREDITS TO THE CARDHOLDER ARE       *
      *      CHARGED BACK TO THE MERCHANT; REVERSALS OF PROVISIONAL    *
      *      CREDIT ARE PAID BACK TO IT. A FEED RECORD WITH NO         *
      *      MERCHANT IS LISTED AS UNATTRIBUTED AND NOT APPLIED.       *
      *   4. PER MERCHANT: NET PAYOUT = GROSS SALES - DISCOUNT FEES -  *
      *      ITEM FEES - NET CHARGEBACKS. A NEGATIVE NET IS WRITTEN AS *
      *      IS - THE MERCHANT OWES IT.                                *
      *   5. CONTROL TOTALS: MERCHANT SALES PLUS HELD SALES MUST EQUAL *
      *      THE APPROVED FILE, FEES BY MERCHANT MUST EQUAL FEES BY    *
      *      MCC, AND THE PAYOUT TOTAL MUST EQUAL SALES LESS FEES LESS *
      *      APPLIED CHARGEBACKS. EXCEPTIONS OR AN OUT-OF-BALANCE      *
      *      SUMMARY END THE RUN WITH RC 4.                            *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15  SSH  INITIAL VERSION.                              *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  APRVDD (APPROVED.FILE) - APPROVED TRANS (PS, 80 B)     *
      * INPUT:  DSPFDD (DISPUTE.SETTLE) - VSMDS11 SETTLEMENT FEED (PS) *
      * INPUT:  MFEEDD (MERCHANT.FEES) - MERCHANT FEE TABLE (PS, 80 B) *
      * OUTPUT: PAYODD (MERCHANT.PAYOUT) - NET PAYOUT PER MERCHANT     *
      *         (PS, 80 B)                                             *
      * OUTPUT: FSUMDD (FEE.INCOME.SUMMARY) - FEE INCOME BY MCC AND    *
      *         CONTROL TOTALS (PS, 80 B)                              *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSMMS11.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROVED-TRANS-FILE ASSIGN TO APRVDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS APRV-STATUS.

           SELECT DISPUTE-FEED-FILE ASSIGN TO DSPFDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DSPF-STATUS.

           SELECT MERCHANT-FEE-FILE ASSIGN TO MFEEDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MFEE-STATUS.

           SELECT PAYOUT-FILE ASSIGN TO PAYODD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PAYO-STATUS.

           SELECT FEE-SUMMARY-FILE ASSIGN TO FSUMDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FSUM-STATUS.

       DATA DIVISION.
       FILE SECTION.

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
      * CREDIT THE CARDHOLDER (NEGATIVE), RVSL REVERSES A
      * PROVISIONAL CREDIT (POSITIVE)
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

      * MERCHANT FEE TABLE ROW: M = ONE MERCHANT, C = ONE MCC
      * (LEFT-JUSTIFIED IN THE KEY), D = DEFAULT. RATE IS A
      * PERCENT WITH 3 DECIMALS (02500 = 2.500%), ITEM FEE IS
      * 9(3)V99 (00025 = 0.25).
       FD MERCHANT-FEE-FILE RECORDING MODE IS F.
       01 MFEE-REC.
          05 MFEE-KEY-TYPE PIC X(1).
             88 MFEE-COMMENT VALUE '*'.
          05 FILLER PIC X(1).
          05 MFEE-KEY PIC X(8).
          05 FILLER PIC X(1).
          05 MFEE-RATE PIC X(5).
          05 MFEE-RATE-N REDEFINES MFEE-RATE PIC 9(2)V9(3).
          05 FILLER PIC X(1).
          05 MFEE-ITEM-FEE PIC X(5).
          05 MFEE-ITEM-FEE-N REDEFINES MFEE-ITEM-FEE PIC 9(3)V99.
          05 FILLER PIC X(58).

      * NET PAYOUT PER MERCHANT. CHARGEBACKS ARE NET OF REVERSALS
      * (POSITIVE = DEDUCTED); A NEGATIVE NET IS OWED BY THE
      * MERCHANT.
       FD PAYOUT-FILE RECORDING MODE IS F.
       01 PAYOUT-REC.
          05 MPO-MERCHANT-ID PIC X(8).
          05 FILLER PIC X(1).
          05 MPO-SALES-CNT PIC 9(5).
          05 FILLER PIC X(1).
          05 MPO-GROSS PIC 9(9)V99.
          05 FILLER PIC X(1).
          05 MPO-DISC-FEE PIC 9(7)V99.
          05 FILLER PIC X(1).
          05 MPO-ITEM-FEE PIC 9(7)V99.
          05 FILLER PIC X(1).
          05 MPO-CHARGEBACK PIC S9(9)V99 SIGN LEADING SEPARATE.
          05 FILLER PIC X(1).
          05 MPO-NET PIC S9(9)V99 SIGN LEADING SEPARATE.
          05 FILLER PIC X(8).

       FD FEE-SUMMARY-FILE RECORDING MODE IS F.
       01 FSUM-REC PIC X(80).

       WORKING-STORAGE SECTION.

      * FILE-STATUS VARIABLES
       01 FILE-STATUSES.
          05 APRV-STATUS PIC X(2).
          05 DSPF-STATUS PIC X(2).
          05 MFEE-STATUS PIC X(2).
          05 PAYO-STATUS PIC X(2).
          05 FSUM-STATUS PIC X(2).

      * CONTROL FLAGS
       01 FLAGS.
          05 WS-EOF PIC X(1) VALUE 'N'.
             88 EOF VALUE 'Y'.
          05 WS-FEED-EOF PIC X(1) VALUE 'N'.
             88 FEED-EOF VALUE 'Y'.
          05 WS-MFEE-EOF PIC X(1) VALUE 'N'.
             88 MFEE-EOF VALUE 'Y'.

      * MERCHANT FEE TABLE LOADED FROM MFEEDD
       01 MFE-TABLE-MAX PIC 9(3) VALUE 500.
       01 MFE-COUNT PIC 9(3) VALUE 0.
       01 MFE-TABLE.
          05 MFE-ENTRY OCCURS 500 TIMES.
             10 MFE-TYPE PIC X(1).
             10 MFE-KEY PIC X(8).
             10 MFE-RATE PIC 9(2)V9(3).
             10 MFE-ITEM-FEE PIC 9(3)V99.
       01 WS-MFE-SUB PIC 9(3) VALUE 0.
       01 WS-MFE-HIT PIC 9(3) VALUE 0.
       01 WS-MFE-DEFAULT PIC 9(3) VALUE 0.
       01 WS-MCC-KEY PIC X(8) VALUE SPACES.

      * PER-MERCHANT SETTLEMENT ACCUMULATORS
       01 MER-TABLE-MAX PIC 9(4) VALUE 2000.
       01 MER-COUNT PIC 9(4) VALUE 0.
       01 MER-TABLE.
          05 MER-ENTRY OCCURS 2000 TIMES.
             10 MER-ID PIC X(8).
             10 MER-SALES-CNT PIC 9(5) COMP-3.
             10 MER-GROSS PIC 9(9)V99 COMP-3.
             10 MER-DISC-FEE PIC 9(7)V99 COMP-3.
             10 MER-ITEM-FEE PIC 9(7)V99 COMP-3.
             10 MER-CB-CNT PIC 9(5) COMP-3.
             10 MER-CHARGEBACK PIC S9(9)V99 COMP-3.
       01 WS-MER-SUB PIC 9(4) VALUE 0.
       01 WS-MER-HIT PIC 9(4) VALUE 0.
       01 WS-FIND-MERCHANT PIC X(8) VALUE SPACES.

      * FEE INCOME BY MERCHANT CATEGORY CODE
       01 MCC-TABLE-MAX PIC 9(3) VALUE 300.
       01 MCC-COUNT PIC 9(3) VALUE 0.
       01 MCC-TABLE.
          05 MCC-ENTRY OCCURS 300 TIMES.
             10 MCC-CODE PIC X(4).
             10 MCC-SALES-CNT PIC 9(7) COMP-3.
             10 MCC-GROSS PIC 9(11)V99 COMP-3.
             10 MCC-DISC-FEE PIC 9(9)V99 COMP-3.
             10 MCC-ITEM-FEE PIC 9(9)V99 COMP-3.
       01 WS-MCC-SUB PIC 9(3) VALUE 0.
       01 WS-MCC-HIT PIC 9(3) VALUE 0.

      * EDITED-AMOUNT PARSING WORK FIELDS (THE APPROVED FILE
      * CARRIES $$$$9.99 AMOUNTS, THE FEED -(6)9.99)
       01 WS-AMT-SUB PIC 9(2) VALUE 0.
       01 WS-AMT-DIGITS PIC X(9) VALUE SPACES.
       01 WS-AMT-DIG-CNT PIC 9(2) VALUE 0.
       01 WS-AMT-NUM PIC 9(9) VALUE 0.
       01 WS-AMT-NUM-X REDEFINES WS-AMT-NUM PIC X(9).
       01 WS-AMT-NEG-SW PIC X(1) VALUE 'N'.
          88 AMT-NEGATIVE VALUE 'Y'.
       01 WS-PARSE-FIELD PIC X(10) VALUE SPACES.

      * CURRENT TRANSACTION / FEED RECORD
       01 WS-TRANS-AMOUNT PIC 9(7)V99 COMP-3 VALUE 0.
       01 WS-DISC-FEE PIC 9(7)V99 COMP-3 VALUE 0.
       01 WS-ITEM-FEE PIC 9(3)V99 COMP-3 VALUE 0.
       01 WS-FEED-AMOUNT PIC S9(7)V99 COMP-3 VALUE 0.
       01 WS-MER-NET PIC S9(9)V99 COMP-3 VALUE 0.

      * RUN CONTROL TOTALS
       01 WS-CONTROL-TOTALS.
          05 CT-APRV-CNT PIC 9(7) COMP-3 VALUE 0.
          05 CT-APRV-AMT PIC 9(11)V99 COMP-3 VALUE 0.
          05 CT-HELD-CNT PIC 9(7) COMP-3 VALUE 0.
          05 CT-HELD-AMT PIC 9(11)V99 COMP-3 VALUE 0.
          05 CT-MER-CNT PIC 9(7) COMP-3 VALUE 0.
          05 CT-MER-GROSS PIC 9(11)V99 COMP-3 VALUE 0.
          05 CT-MER-FEES PIC 9(11)V99 COMP-3 VALUE 0.
          05 CT-MCC-FEES PIC 9(11)V99 COMP-3 VALUE 0.
          05 CT-MCC-GROSS PIC 9(11)V99 COMP-3 VALUE 0.
          05 CT-CB-APPLIED PIC S9(11)V99 COMP-3 VALUE 0.
          05 CT-CB-UNATTRIB PIC S9(11)V99 COMP-3 VALUE 0.
          05 CT-PAYOUT PIC S9(11)V99 COMP-3 VALUE 0.
          05 CT-EXPECTED-PAYOUT PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-BALANCED-SW PIC X(1) VALUE 'Y'.
          88 RUN-BALANCED VALUE 'Y'.

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 TOTAL-APPROVED PIC 9(5) VALUE 0.
          05 TOTAL-NO-MERCHANT PIC 9(5) VALUE 0.
          05 TOTAL-NO-RATE PIC 9(5) VALUE 0.
          05 TOTAL-FEED PIC 9(5) VALUE 0.
          05 TOTAL-CHARGEBACKS PIC 9(5) VALUE 0.
          05 TOTAL-REVERSALS PIC 9(5) VALUE 0.
          05 TOTAL-UNATTRIBUTED PIC 9(5) VALUE 0.
          05 TOTAL-BAD-FEED PIC 9(5) VALUE 0.
          05 TOTAL-PAYOUTS PIC 9(5) VALUE 0.
          05 TOTAL-NEGATIVE PIC 9(5) VALUE 0.

      * DISPLAY-FORMATTED COUNTERS
       01 WS-DISP-COUNTERS.
          05 TOTAL-APPROVED-DISP PIC Z(4)9.
          05 TOTAL-NO-MERCHANT-DISP PIC Z(4)9.
          05 TOTAL-NO-RATE-DISP PIC Z(4)9.
          05 TOTAL-FEED-DISP PIC Z(4)9.
          05 TOTAL-CHARGEBACKS-DISP PIC Z(4)9.
          05 TOTAL-REVERSALS-DISP PIC Z(4)9.
          05 TOTAL-UNATTRIBUTED-DISP PIC Z(4)9.
          05 TOTAL-BAD-FEED-DISP PIC Z(4)9.
          05 TOTAL-PAYOUTS-DISP PIC Z(4)9.
          05 TOTAL-NEGATIVE-DISP PIC Z(4)9.

      * FEE INCOME SUMMARY EDITED FIELDS AND LINES
       01 WS-FSUM-CNT-ED PIC Z(6)9.
       01 WS-FSUM-AMT-ED PIC -(11)9.99.
       01 WS-FSUM-LABEL PIC X(34) VALUE SPACES.
       01 FSUM-MCC-HEADER.
          05 FILLER PIC X(6) VALUE 'MCC'.
          05 FILLER PIC X(8) VALUE '   ITEMS'.
          05 FILLER PIC X(16) VALUE '     GROSS SALES'.
          05 FILLER PIC X(14) VALUE '  DISCOUNT FEE'.
          05 FILLER PIC X(13) VALUE '    ITEM FEES'.
          05 FILLER PIC X(15) VALUE '      FEE TOTAL'.
          05 FILLER PIC X(8) VALUE SPACES.
       01 FSUM-MCC-LINE.
          05 FML-MCC PIC X(4).
          05 FILLER PIC X(2) VALUE SPACES.
          05 FML-ITEMS PIC Z(6)9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 FML-GROSS PIC Z(11)9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 FML-DISC-FEE PIC Z(9)9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 FML-ITEM-FEE PIC Z(8)9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 FML-FEE-TOTAL PIC Z(10)9.99.
          05 FILLER PIC X(8) VALUE SPACES.
       01 FSUM-UNATTRIB-LINE.
          05 FILLER PIC X(2) VALUE SPACES.
          05 FUL-TYPE PIC X(4).
          05 FILLER PIC X(1) VALUE SPACE.
          05 FUL-TRANS-ID PIC X(5).
          05 FILLER PIC X(1) VALUE SPACE.
          05 FUL-CARD-MASKED PIC X(16).
          05 FILLER PIC X(1) VALUE SPACE.
          05 FUL-AMOUNT PIC X(10).
          05 FILLER PIC X(1) VALUE SPACE.
          05 FUL-REASON PIC X(39).

      **********************************************
      * MAIN FLOW: OPEN -> LOAD FEES -> PRICE SALES -> APPLY
      * CHARGEBACKS -> PAYOUTS -> FEE SUMMARY -> CLOSE
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM OPEN-ALL-FILES.
           PERFORM LOAD-FEE-TABLE.
           MOVE 'DISPUTE FEED RECORDS NOT APPLIED:' TO FSUM-REC.
           PERFORM WRITE-FSUM-LINE.
           PERFORM PROCESS-APPROVED-TRANS.
           PERFORM PROCESS-DISPUTE-FEED.
           PERFORM WRITE-MERCHANT-PAYOUTS.
           PERFORM WRITE-FEE-SUMMARY.
           PERFORM CLOSE-ALL-FILES.
           PERFORM DISPLAY-SUMMARY.
           IF TOTAL-NO-MERCHANT > 0 OR TOTAL-NO-RATE > 0
              OR TOTAL-UNATTRIBUTED > 0 OR TOTAL-BAD-FEED > 0
              OR NOT RUN-BALANCED
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      **********************************************
      * OPEN ALL FILES AND CHECK STATUS
      **********************************************
       OPEN-ALL-FILES.
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

           OPEN INPUT MERCHANT-FEE-FILE.
           IF MFEE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING MERCHANT FEE FILE: ' MFEE-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT PAYOUT-FILE.
           IF PAYO-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING PAYOUT FILE: ' PAYO-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT FEE-SUMMARY-FILE.
           IF FSUM-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING FEE SUMMARY FILE: ' FSUM-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * LOADS THE MERCHANT FEE TABLE. A ROW WITH AN UNKNOWN KEY
      * TYPE OR A NON-NUMERIC RATE OR ITEM FEE IS SKIPPED WITH A
      * WARNING; THE LAST D ROW READ IS THE DEFAULT.
      **********************************************
       LOAD-FEE-TABLE.
           PERFORM UNTIL MFEE-EOF
              READ MERCHANT-FEE-FILE
                AT END
                   SET MFEE-EOF TO TRUE
                NOT AT END
                   IF MFEE-STATUS NOT = '00'
                      DISPLAY 'ERROR READING MERCHANT FEE FILE: '
                              MFEE-STATUS
                      STOP RUN
                   END-IF
                   IF NOT MFEE-COMMENT
                      PERFORM LOAD-FEE-ROW
                   END-IF
              END-READ
           END-PERFORM.
           CLOSE MERCHANT-FEE-FILE.
           DISPLAY 'MERCHANT FEE ROWS LOADED: ' MFE-COUNT.
           IF WS-MFE-DEFAULT = 0
              DISPLAY 'WARNING: NO DEFAULT (D) FEE ROW - UNRATED '
                      'CATEGORIES SETTLE FEE-FREE'
           END-IF.

       LOAD-FEE-ROW.
           IF (MFEE-KEY-TYPE NOT = 'M' AND MFEE-KEY-TYPE NOT = 'C'
               AND MFEE-KEY-TYPE NOT = 'D')
              OR MFEE-RATE IS NOT NUMERIC
              OR MFEE-ITEM-FEE IS NOT NUMERIC
              DISPLAY 'WARNING: FEE ROW SKIPPED: ' MFEE-REC(1:21)
              EXIT PARAGRAPH
           END-IF.
           IF MFE-COUNT >= MFE-TABLE-MAX
              DISPLAY 'FATAL: MERCHANT FEE TABLE OVERFLOW, MAX='
                       MFE-TABLE-MAX
              STOP RUN
           END-IF.
           ADD 1 TO MFE-COUNT.
           MOVE MFEE-KEY-TYPE TO MFE-TYPE(MFE-COUNT).
           MOVE MFEE-KEY TO MFE-KEY(MFE-COUNT).
           MOVE MFEE-RATE-N TO MFE-RATE(MFE-COUNT).
           MOVE MFEE-ITEM-FEE-N TO MFE-ITEM-FEE(MFE-COUNT).
           IF MFEE-KEY-TYPE = 'D'
              MOVE MFE-COUNT TO WS-MFE-DEFAULT
           END-IF.

      **********************************************
      * PRICES EVERY APPROVED TRANSACTION AND POSTS IT TO ITS
      * MERCHANT AND MCC.
      **********************************************
       PROCESS-APPROVED-TRANS.
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
                      PERFORM SETTLE-ONE-SALE
                   END-IF
              END-READ
           END-PERFORM.
           CLOSE APPROVED-TRANS-FILE.

       SETTLE-ONE-SALE.
           ADD 1 TO TOTAL-APPROVED.
           MOVE APPROVED-AMOUNT TO WS-PARSE-FIELD.
           PERFORM PARSE-EDITED-AMOUNT.
           COMPUTE WS-TRANS-AMOUNT = WS-AMT-NUM / 100.
           ADD 1 TO CT-APRV-CNT.
           ADD WS-TRANS-AMOUNT TO CT-APRV-AMT.

           IF APPROVED-MERCHANT-ID = SPACES
              ADD 1 TO TOTAL-NO-MERCHANT
              ADD 1 TO CT-HELD-CNT
              ADD WS-TRANS-AMOUNT TO CT-HELD-AMT
              EXIT PARAGRAPH
           END-IF.

           PERFORM FIND-FEE-ROW.
           IF WS-MFE-HIT = 0
              ADD 1 TO TOTAL-NO-RATE
              MOVE 0 TO WS-DISC-FEE
              MOVE 0 TO WS-ITEM-FEE
           ELSE
              COMPUTE WS-DISC-FEE ROUNDED =
                 WS-TRANS-AMOUNT * MFE-RATE(WS-MFE-HIT) / 100
              MOVE MFE-ITEM-FEE(WS-MFE-HIT) TO WS-ITEM-FEE
           END-IF.

           MOVE APPROVED-MERCHANT-ID TO WS-FIND-MERCHANT.
           PERFORM FIND-OR-ADD-MERCHANT.
           ADD 1 TO MER-SALES-CNT(WS-MER-HIT).
           ADD WS-TRANS-AMOUNT TO MER-GROSS(WS-MER-HIT).
           ADD WS-DISC-FEE TO MER-DISC-FEE(WS-MER-HIT).
           ADD WS-ITEM-FEE TO MER-ITEM-FEE(WS-MER-HIT).

           PERFORM FIND-OR-ADD-MCC.
           ADD 1 TO MCC-SALES-CNT(WS-MCC-HIT).
           ADD WS-TRANS-AMOUNT TO MCC-GROSS(WS-MCC-HIT).
           ADD WS-DISC-FEE TO MCC-DISC-FEE(WS-MCC-HIT).
           ADD WS-ITEM-FEE TO MCC-ITEM-FEE(WS-MCC-HIT).

      **********************************************
      * PICKS THE FEE ROW FOR THE CURRENT SALE: THE MERCHANT'S OWN
      * ROW, ELSE ITS MCC'S, ELSE THE DEFAULT (ZERO = NONE).
      **********************************************
       FIND-FEE-ROW.
           MOVE 0 TO WS-MFE-HIT.
           PERFORM VARYING WS-MFE-SUB FROM 1 BY 1
                     UNTIL WS-MFE-SUB > MFE-COUNT OR WS-MFE-HIT > 0
              IF MFE-TYPE(WS-MFE-SUB) = 'M'
                 AND MFE-KEY(WS-MFE-SUB) = APPROVED-MERCHANT-ID
                 MOVE WS-MFE-SUB TO WS-MFE-HIT
              END-IF
           END-PERFORM.
           IF WS-MFE-HIT > 0
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-MCC-KEY.
           MOVE APPROVED-MERCHANT-CAT TO WS-MCC-KEY.
           PERFORM VARYING WS-MFE-SUB FROM 1 BY 1
                     UNTIL WS-MFE-SUB > MFE-COUNT OR WS-MFE-HIT > 0
              IF MFE-TYPE(WS-MFE-SUB) = 'C'
                 AND MFE-KEY(WS-MFE-SUB) = WS-MCC-KEY
                 MOVE WS-MFE-SUB TO WS-MFE-HIT
              END-IF
           END-PERFORM.
           IF WS-MFE-HIT = 0
              MOVE WS-MFE-DEFAULT TO WS-MFE-HIT
           END-IF.

      **********************************************
      * FINDS WS-FIND-MERCHANT IN THE MERCHANT TABLE, ADDING IT IF
      * NEW, AND LEAVES WS-MER-HIT ON IT.
      **********************************************
       FIND-OR-ADD-MERCHANT.
           MOVE 0 TO WS-MER-HIT.
           PERFORM VARYING WS-MER-SUB FROM 1 BY 1
                     UNTIL WS-MER-SUB > MER-COUNT OR WS-MER-HIT > 0
              IF MER-ID(WS-MER-SUB) = WS-FIND-MERCHANT
                 MOVE WS-MER-SUB TO WS-MER-HIT
              END-IF
           END-PERFORM.
           IF WS-MER-HIT = 0
              IF MER-COUNT >= MER-TABLE-MAX
                 DISPLAY 'FATAL: MERCHANT TABLE OVERFLOW, MAX='
                          MER-TABLE-MAX
                 STOP RUN
              END-IF
              ADD 1 TO MER-COUNT
              MOVE MER-COUNT TO WS-MER-HIT
              MOVE WS-FIND-MERCHANT TO MER-ID(WS-MER-HIT)
              MOVE 0 TO MER-SALES-CNT(WS-MER-HIT)
              MOVE 0 TO MER-GROSS(WS-MER-HIT)
              MOVE 0 TO MER-DISC-FEE(WS-MER-HIT)
              MOVE 0 TO MER-ITEM-FEE(WS-MER-HIT)
              MOVE 0 TO MER-CB-CNT(WS-MER-HIT)
              MOVE 0 TO MER-CHARGEBACK(WS-MER-HIT)
           END-IF.

      **********************************************
      * FINDS THE SALE'S MCC IN THE FEE INCOME TABLE, ADDING IT IF
      * NEW, AND LEAVES WS-MCC-HIT ON IT.
      **********************************************
       FIND-OR-ADD-MCC.
           MOVE 0 TO WS-MCC-HIT.
           PERFORM VARYING WS-MCC-SUB FROM 1 BY 1
                     UNTIL WS-MCC-SUB > MCC-COUNT OR WS-MCC-HIT > 0
              IF MCC-CODE(WS-MCC-SUB) = APPROVED-MERCHANT-CAT
                 MOVE WS-MCC-SUB TO WS-MCC-HIT
              END-IF
           END-PERFORM.
           IF WS-MCC-HIT = 0
              IF MCC-COUNT >= MCC-TABLE-MAX
                 DISPLAY 'FATAL: MCC TABLE OVERFLOW, MAX='
                          MCC-TABLE-MAX
                 STOP RUN
              END-IF
              ADD 1 TO MCC-COUNT
              MOVE MCC-COUNT TO WS-MCC-HIT
              MOVE APPROVED-MERCHANT-CAT TO MCC-CODE(WS-MCC-HIT)
              MOVE 0 TO MCC-SALES-CNT(WS-MCC-HIT)
              MOVE 0 TO MCC-GROSS(WS-MCC-HIT)
              MOVE 0 TO MCC-DISC-FEE(WS-MCC-HIT)
              MOVE 0 TO MCC-ITEM-FEE(WS-MCC-HIT)
           END-IF.

      **********************************************
      * PARSES THE EDITED AMOUNT IN WS-PARSE-FIELD ($$$$9.99 OR
      * -(6)9.99) INTO WS-AMT-NUM (CENTS), NOTING A MINUS SIGN.
      **********************************************
       PARSE-EDITED-AMOUNT.
           MOVE SPACES TO WS-AMT-DIGITS.
           MOVE 0 TO WS-AMT-DIG-CNT.
           MOVE 'N' TO WS-AMT-NEG-SW.
           PERFORM VARYING WS-AMT-SUB FROM 1 BY 1
                     UNTIL WS-AMT-SUB > 10
              IF WS-PARSE-FIELD(WS-AMT-SUB:1) >= '0'
                 AND WS-PARSE-FIELD(WS-AMT-SUB:1) <= '9'
                 AND WS-AMT-DIG-CNT < 9
                 ADD 1 TO WS-AMT-DIG-CNT
                 MOVE WS-PARSE-FIELD(WS-AMT-SUB:1)
                   TO WS-AMT-DIGITS(WS-AMT-DIG-CNT:1)
              END-IF
              IF WS-PARSE-FIELD(WS-AMT-SUB:1) = '-'
                 SET AMT-NEGATIVE TO TRUE
              END-IF
           END-PERFORM.
           MOVE 0 TO WS-AMT-NUM.
           IF WS-AMT-DIG-CNT > 0
              MOVE WS-AMT-DIGITS(1:WS-AMT-DIG-CNT)
                TO WS-AMT-NUM-X(10 - WS-AMT-DIG-CNT:WS-AMT-DIG-CNT)
              INSPECT WS-AMT-NUM-X REPLACING ALL SPACE BY '0'
           END-IF.

      **********************************************
      * APPLIES THE DISPUTE SETTLEMENT FEED TO THE MERCHANTS:
      * CREDITS TO THE CARDHOLDER ARE CHARGED BACK, REVERSALS ARE
      * PAID BACK. RECORDS THAT CANNOT BE APPLIED ARE LISTED.
      **********************************************
       PROCESS-DISPUTE-FEED.
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
                   PERFORM APPLY-FEED-RECORD
              END-READ
           END-PERFORM.
           CLOSE DISPUTE-FEED-FILE.

       APPLY-FEED-RECORD.
           MOVE SFD-AMOUNT TO WS-PARSE-FIELD.
           PERFORM PARSE-EDITED-AMOUNT.
           COMPUTE WS-FEED-AMOUNT = WS-AMT-NUM / 100.
           IF AMT-NEGATIVE
              COMPUTE WS-FEED-AMOUNT = 0 - WS-FEED-AMOUNT
           END-IF.

           IF SFD-TYPE NOT = 'PCRD' AND SFD-TYPE NOT = 'FCRD'
              AND SFD-TYPE NOT = 'RVSL'
              ADD 1 TO TOTAL-BAD-FEED
              MOVE 'UNKNOWN FEED TYPE - NOT APPLIED' TO FUL-REASON
              PERFORM LIST-UNAPPLIED-FEED
              EXIT PARAGRAPH
           END-IF.
           IF SFD-MERCHANT-ID = SPACES
              ADD 1 TO TOTAL-UNATTRIBUTED
              SUBTRACT WS-FEED-AMOUNT FROM CT-CB-UNATTRIB
              MOVE 'NO MERCHANT ON FEED - NOT APPLIED' TO FUL-REASON
              PERFORM LIST-UNAPPLIED-FEED
              EXIT PARAGRAPH
           END-IF.

           MOVE SFD-MERCHANT-ID TO WS-FIND-MERCHANT.
           PERFORM FIND-OR-ADD-MERCHANT.
           ADD 1 TO MER-CB-CNT(WS-MER-HIT).
           SUBTRACT WS-FEED-AMOUNT FROM MER-CHARGEBACK(WS-MER-HIT).
           SUBTRACT WS-FEED-AMOUNT FROM CT-CB-APPLIED.
           IF SFD-TYPE = 'RVSL'
              ADD 1 TO TOTAL-REVERSALS
           ELSE
              ADD 1 TO TOTAL-CHARGEBACKS
           END-IF.

       LIST-UNAPPLIED-FEED.
           MOVE SFD-TYPE TO FUL-TYPE.
           MOVE SFD-TRANS-ID TO FUL-TRANS-ID.
           MOVE SFD-CARD-MASKED TO FUL-CARD-MASKED.
           MOVE SFD-AMOUNT TO FUL-AMOUNT.
           MOVE FSUM-UNATTRIB-LINE TO FSUM-REC.
           PERFORM WRITE-FSUM-LINE.

      **********************************************
      * WRITES ONE NET PAYOUT RECORD PER MERCHANT.
      **********************************************
       WRITE-MERCHANT-PAYOUTS.
           PERFORM VARYING WS-MER-SUB FROM 1 BY 1
                     UNTIL WS-MER-SUB > MER-COUNT
              PERFORM WRITE-ONE-PAYOUT
           END-PERFORM.

       WRITE-ONE-PAYOUT.
           COMPUTE WS-MER-NET =
              MER-GROSS(WS-MER-SUB) - MER-DISC-FEE(WS-MER-SUB)
              - MER-ITEM-FEE(WS-MER-SUB)
              - MER-CHARGEBACK(WS-MER-SUB).
           MOVE SPACES TO PAYOUT-REC.
           MOVE MER-ID(WS-MER-SUB) TO MPO-MERCHANT-ID.
           MOVE MER-SALES-CNT(WS-MER-SUB) TO MPO-SALES-CNT.
           MOVE MER-GROSS(WS-MER-SUB) TO MPO-GROSS.
           MOVE MER-DISC-FEE(WS-MER-SUB) TO MPO-DISC-FEE.
           MOVE MER-ITEM-FEE(WS-MER-SUB) TO MPO-ITEM-FEE.
           MOVE MER-CHARGEBACK(WS-MER-SUB) TO MPO-CHARGEBACK.
           MOVE WS-MER-NET TO MPO-NET.
           WRITE PAYOUT-REC.
           IF PAYO-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING PAYOUT FILE: ' PAYO-STATUS
              DISPLAY 'MERCHANT: ' MER-ID(WS-MER-SUB)
              STOP RUN
           END-IF.
           ADD 1 TO TOTAL-PAYOUTS.
           IF WS-MER-NET < 0
              ADD 1 TO TOTAL-NEGATIVE
           END-IF.
           ADD MER-SALES-CNT(WS-MER-SUB) TO CT-MER-CNT.
           ADD MER-GROSS(WS-MER-SUB) TO CT-MER-GROSS.
           ADD MER-DISC-FEE(WS-MER-SUB) TO CT-MER-FEES.
           ADD MER-ITEM-FEE(WS-MER-SUB) TO CT-MER-FEES.
           ADD WS-MER-NET TO CT-PAYOUT.

      **********************************************
      * WRITES THE FEE INCOME SUMMARY - ONE LINE PER MCC AND A
      * TOTAL - THEN THE CONTROL TOTALS, CHECKED AGAINST THE
      * APPROVED TRANSACTIONS. AN OUT-OF-BALANCE RUN IS FLAGGED
      * LOUDLY FOR THE SETTLEMENT DESK.
      **********************************************
       WRITE-FEE-SUMMARY.
           MOVE SPACES TO FSUM-REC.
           PERFORM WRITE-FSUM-LINE.
           MOVE 'FEE INCOME BY MERCHANT CATEGORY' TO FSUM-REC.
           PERFORM WRITE-FSUM-LINE.
           MOVE FSUM-MCC-HEADER TO FSUM-REC.
           PERFORM WRITE-FSUM-LINE.
           PERFORM VARYING WS-MCC-SUB FROM 1 BY 1
                     UNTIL WS-MCC-SUB > MCC-COUNT
              PERFORM WRITE-MCC-LINE
           END-PERFORM.

           MOVE SPACES TO FSUM-REC.
           PERFORM WRITE-FSUM-LINE.
           MOVE 'CONTROL TOTALS' TO FSUM-REC.
           PERFORM WRITE-FSUM-LINE.
           MOVE 'APPROVED TRANSACTIONS READ' TO WS-FSUM-LABEL.
           MOVE CT-APRV-CNT TO WS-FSUM-CNT-ED.
           MOVE CT-APRV-AMT TO WS-FSUM-AMT-ED.
           PERFORM WRITE-CONTROL-LINE.
           MOVE 'SETTLED TO MERCHANTS' TO WS-FSUM-LABEL.
           MOVE CT-MER-CNT TO WS-FSUM-CNT-ED.
           MOVE CT-MER-GROSS TO WS-FSUM-AMT-ED.
           PERFORM WRITE-CONTROL-LINE.
           MOVE 'HELD - NO MERCHANT ID' TO WS-FSUM-LABEL.
           MOVE CT-HELD-CNT TO WS-FSUM-CNT-ED.
           MOVE CT-HELD-AMT TO WS-FSUM-AMT-ED.
           PERFORM WRITE-CONTROL-LINE.
           MOVE 'FEE INCOME (DISCOUNT + ITEM)' TO WS-FSUM-LABEL.
           MOVE CT-MER-CNT TO WS-FSUM-CNT-ED.
           MOVE CT-MER-FEES TO WS-FSUM-AMT-ED.
           PERFORM WRITE-CONTROL-LINE.
           MOVE 'CHARGEBACKS APPLIED (NET)' TO WS-FSUM-LABEL.
           COMPUTE WS-FSUM-CNT-ED = TOTAL-CHARGEBACKS + TOTAL-REVERSALS.
           MOVE CT-CB-APPLIED TO WS-FSUM-AMT-ED.
           PERFORM WRITE-CONTROL-LINE.
           MOVE 'CHARGEBACKS NOT APPLIED (NET)' TO WS-FSUM-LABEL.
           COMPUTE WS-FSUM-CNT-ED =
              TOTAL-UNATTRIBUTED + TOTAL-BAD-FEED.
           MOVE CT-CB-UNATTRIB TO WS-FSUM-AMT-ED.
           PERFORM WRITE-CONTROL-LINE.
           MOVE 'NET PAYOUT TO MERCHANTS' TO WS-FSUM-LABEL.
           MOVE TOTAL-PAYOUTS TO WS-FSUM-CNT-ED.
           MOVE CT-PAYOUT TO WS-FSUM-AMT-ED.
           PERFORM WRITE-CONTROL-LINE.

           COMPUTE CT-EXPECTED-PAYOUT =
              CT-MER-GROSS - CT-MER-FEES - CT-CB-APPLIED.
           IF CT-MER-CNT + CT-HELD-CNT NOT = CT-APRV-CNT
              OR CT-MER-GROSS + CT-HELD-AMT NOT = CT-APRV-AMT
              OR CT-MCC-GROSS NOT = CT-MER-GROSS
              OR CT-MCC-FEES NOT = CT-MER-FEES
              OR CT-PAYOUT NOT = CT-EXPECTED-PAYOUT
              MOVE 'N' TO WS-BALANCED-SW
           END-IF.
           MOVE SPACES TO FSUM-REC.
           PERFORM WRITE-FSUM-LINE.
           IF RUN-BALANCED
              MOVE 'SETTLEMENT BALANCED TO APPROVED TRANSACTIONS'
                TO FSUM-REC
           ELSE
              MOVE '*** SETTLEMENT OUT OF BALANCE WITH APPROVED ***'
                TO FSUM-REC
              DISPLAY 'WARNING: MERCHANT SETTLEMENT OUT OF BALANCE '
                      'WITH APPROVED TRANSACTIONS'
           END-IF.
           PERFORM WRITE-FSUM-LINE.

       WRITE-MCC-LINE.
           MOVE MCC-CODE(WS-MCC-SUB) TO FML-MCC.
           MOVE MCC-SALES-CNT(WS-MCC-SUB) TO FML-ITEMS.
           MOVE MCC-GROSS(WS-MCC-SUB) TO FML-GROSS.
           MOVE MCC-DISC-FEE(WS-MCC-SUB) TO FML-DISC-FEE.
           MOVE MCC-ITEM-FEE(WS-MCC-SUB) TO FML-ITEM-FEE.
           COMPUTE FML-FEE-TOTAL =
              MCC-DISC-FEE(WS-MCC-SUB) + MCC-ITEM-FEE(WS-MCC-SUB).
           ADD MCC-GROSS(WS-MCC-SUB) TO CT-MCC-GROSS.
           ADD MCC-DISC-FEE(WS-MCC-SUB) TO CT-MCC-FEES.
           ADD MCC-ITEM-FEE(WS-MCC-SUB) TO CT-MCC-FEES.
           MOVE FSUM-MCC-LINE TO FSUM-REC.
           PERFORM WRITE-FSUM-LINE.

      **********************************************
      * ONE CONTROL TOTAL LINE: LABEL, COUNT, AMOUNT.
      **********************************************
       WRITE-CONTROL-LINE.
           MOVE SPACES TO FSUM-REC.
           STRING WS-FSUM-LABEL DELIMITED BY SIZE
                  WS-FSUM-CNT-ED DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-FSUM-AMT-ED DELIMITED BY SIZE
                  INTO FSUM-REC
           END-STRING.
           PERFORM WRITE-FSUM-LINE.

      **********************************************
      * WRITES THE CURRENT SUMMARY RECORD AND CHECKS STATUS.
      **********************************************
       WRITE-FSUM-LINE.
           WRITE FSUM-REC.
           IF FSUM-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING FEE SUMMARY FILE: ' FSUM-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * CLOSE ALL FILES AND CHECK STATUS
      **********************************************
       CLOSE-ALL-FILES.
           CLOSE PAYOUT-FILE.
           IF PAYO-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING PAYOUT FILE: '
                       PAYO-STATUS
           END-IF.

           CLOSE FEE-SUMMARY-FILE.
           IF FSUM-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING FEE SUMMARY FILE: '
                       FSUM-STATUS
           END-IF.

      **********************************************
      * DISPLAY SUMMARY STATISTICS TO SYSOUT
      **********************************************
       DISPLAY-SUMMARY.
           MOVE TOTAL-APPROVED TO TOTAL-APPROVED-DISP.
           MOVE TOTAL-NO-MERCHANT TO TOTAL-NO-MERCHANT-DISP.
           MOVE TOTAL-NO-RATE TO TOTAL-NO-RATE-DISP.
           MOVE TOTAL-FEED TO TOTAL-FEED-DISP.
           MOVE TOTAL-CHARGEBACKS TO TOTAL-CHARGEBACKS-DISP.
           MOVE TOTAL-REVERSALS TO TOTAL-REVERSALS-DISP.
           MOVE TOTAL-UNATTRIBUTED TO TOTAL-UNATTRIBUTED-DISP.
           MOVE TOTAL-BAD-FEED TO TOTAL-BAD-FEED-DISP.
           MOVE TOTAL-PAYOUTS TO TOTAL-PAYOUTS-DISP.
           MOVE TOTAL-NEGATIVE TO TOTAL-NEGATIVE-DISP.

           DISPLAY '========================================'.
           DISPLAY 'MERCHANT SETTLEMENT SUMMARY'.
           DISPLAY '========================================'.
           DISPLAY 'APPROVED TRANS READ:   ' TOTAL-APPROVED-DISP.
           DISPLAY 'HELD - NO MERCHANT:    ' TOTAL-NO-MERCHANT-DISP.
           DISPLAY 'SETTLED WITH NO RATE:  ' TOTAL-NO-RATE-DISP.
           DISPLAY 'DISPUTE FEED RECORDS:  ' TOTAL-FEED-DISP.
           DISPLAY 'CHARGEBACKS APPLIED:   ' TOTAL-CHARGEBACKS-DISP.
           DISPLAY 'REVERSALS APPLIED:     ' TOTAL-REVERSALS-DISP.
           DISPLAY 'FEED - NO MERCHANT:    ' TOTAL-UNATTRIBUTED-DISP.
           DISPLAY 'FEED - UNKNOWN TYPE:   ' TOTAL-BAD-FEED-DISP.
           DISPLAY 'MERCHANT PAYOUTS:      ' TOTAL-PAYOUTS-DISP.
           DISPLAY 'NEGATIVE (OWED TO US): ' TOTAL-NEGATIVE-DISP.
           MOVE CT-PAYOUT TO WS-FSUM-AMT-ED.
           DISPLAY 'NET PAYOUT TOTAL:      ' WS-FSUM-AMT-ED.
           DISPLAY '========================================'.

      ******************************************************************
      * CARD CYCLE BALANCE RECONCILIATION                              *
      *                                                                *
      * PURPOSE:                                                       *
      * THE OUTSTANDING BALANCE ON THE CARD BALANCE MASTER IS KEPT     *
      * INCREMENTALLY BY SEVERAL RUNS. IF ONE OF THEM IS RERUN OR      *
      * SKIPPED THE BALANCE DRIFTS AND NOBODY NOTICES UNTIL A          *
      * CARDHOLDER COMPLAINS. THIS RUN RECOMPUTES EVERY CARD'S         *
      * EXPECTED BALANCE FROM THE CYCLE'S OWN RECORDS, REPORTS EVERY   *
      * CARD WHOSE STORED BALANCE DIFFERS WITH THE TOTALS THAT MAKE IT *
      * UP, AND CARRIES UNRESOLVED DIFFERENCES FORWARD NIGHT TO NIGHT. *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   THE INPUTS ARE THE CYCLE'S FILES SINCE THE LAST STATEMENT    *
      *   CUT (CARD-LAST-STMT-DATE), CONCATENATED BY THE JOB. EACH IS  *
      *   TOTALLED BY CARD TOKEN (SUBTK11):                            *
      *     APPROVED      - VALIDATION RUN APPROVALS (APRVDD)          *
      *     REVIEW APR    - MANUAL-REVIEW APPROVALS (RAPRDD, VSMDP11)  *
      *     DISPUTES      - VSMDS11 SETTLEMENT FEED (DSPFDD): CREDITS  *
      *                     TO THE CARDHOLDER LESS REVERSALS           *
      *     PAY/FEE/PTS   - PAYMENTS APPLIED (PLOGDD) LESS LATE FEES   *
      *                     (FEEDD) PLUS POINTS CREDITS (RCRDD)        *
      *   THEN EACH CARD ON THE BALANCE MASTER, IN KEY ORDER:          *
      *     EXPECTED = STATEMENT BALANCE AT LAST CUT (OPENING)         *
      *              + APPROVED + REVIEW APR - DISPUTES - PAY/FEE/PTS  *
      *     STORED = CARD-CYCLE-BALANCE. ANY DIFFERENCE IS A           *
      *     DISCREPANCY: IT KEEPS THE FIRST-SEEN DATE FROM LAST        *
      *     NIGHT'S CARRY-FORWARD (CFWDIN), IS WRITTEN TO TONIGHT'S    *
      *     (CFWDOUT), AND ONE OPEN AT LEAST THE ESCALATION DAYS       *
      *     (INDD, DEFAULT 14) IS REPEATED IN THE ESCALATION SECTION.  *
      *   LAST NIGHT'S DISCREPANCIES THAT NOW AGREE ARE LISTED AS      *
      *   RESOLVED; CYCLE ACTIVITY FOR A CARD WITH NO BALANCE RECORD   *
      *   IS LISTED SEPARATELY.                                        *
      *   THE REPORT SHOWS THE CARD MASKED; THE CARRY-FORWARD FILE     *
      *   CARRIES MASKED NUMBER AND TOKEN. ANY DISCREPANCY ENDS THE    *
      *   RUN WITH RC 4.                                               *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15  SSH  INITIAL VERSION.                              *
      * 2026/10/15  SSH  PAYMENTS AND LATE FEES ARE TOTALLED ON THE    *
      *                  MASKED NUMBER AND TOKEN VSMPY11 NOW CARRIES   *
      *                  ON PLOGDD AND FEEDD, IN PLACE OF TOKENIZING A *
      *                  FULL CARD NUMBER.                             *
      * 2026/10/15  SSH  DISPUTE FEED RECORDS ARE TOTALLED BY          *
      *                  SFD-APPLIED, THE AMOUNT VSMDS11 ACTUALLY      *
      *                  POSTED TO THE BALANCE, SO A CAPPED OR         *
      *                  UNPOSTED CREDIT NO LONGER SHOWS AS A          *
      *                  DIFFERENCE.                                   *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  INDD (RECON.PARM) - RUN DATE, ESCALATION DAYS (PS)     *
      * INPUT:  BALDD (CARD.BALANCE) - CARD BALANCE MASTER (KSDS)      *
      * INPUT:  APRVDD (APPROVED.FILE) - CYCLE'S APPROVALS (PS, 80 B)  *
      * INPUT:  RAPRDD (REVIEW.APPROVED) - CYCLE'S REVIEW APPROVALS    *
      *         (PS, 80 B, OPTIONAL)                                   *
      * INPUT:  DSPFDD (DISPUTE.SETTLE) - CYCLE'S SETTLEMENT FEED      *
      *         (PS, OPTIONAL)                                         *
      * INPUT:  PLOGDD (PAYMENT.LOG) - CYCLE'S PAYMENT LOGS (PS,       *
      *         100 B, OPTIONAL)                                       *
      * INPUT:  FEEDD (LATE.FEES) - CYCLE'S LATE FEES (PS, OPTIONAL)   *
      * INPUT:  RCRDD (LOYALTY.CREDITS) - CYCLE'S POINTS CREDITS (PS,  *
      *         OPTIONAL)                                              *
      * INPUT:  CFWDIN (CARD.DISCREP.OLD) - LAST NIGHT'S UNRESOLVED    *
      *         DISCREPANCIES (PS, OPTIONAL)                           *
      * OUTPUT: CFWDOUT (CARD.DISCREP.NEW) - TONIGHT'S UNRESOLVED      *
      *         DISCREPANCIES (PS, 80 B)                               *
      * OUTPUT: REPDD (CARD.RECON.REPORT) - RECONCILIATION REPORT      *
      *         (PS, 132 B)                                            *
      *                                                                *
      * COPYBOOKS: CRDTOK - CARD MASK/TOKEN SERVICE AREA (SUBTK11)     *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSMRC11.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-BALANCE-FILE ASSIGN TO BALDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CARD-BAL-NUM
               FILE STATUS IS BAL-STATUS.

           SELECT PARAM-FILE ASSIGN TO INDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARAM-STATUS.

           SELECT APPROVED-TRANS-FILE ASSIGN TO APRVDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS APRV-STATUS.

           SELECT OPTIONAL REVIEW-APPROVED-FILE ASSIGN TO RAPRDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RAPR-STATUS.

           SELECT OPTIONAL DISPUTE-FEED-FILE ASSIGN TO DSPFDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DSPF-STATUS.

           SELECT OPTIONAL PAYMENT-LOG-FILE ASSIGN TO PLOGDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PLOG-STATUS.

           SELECT OPTIONAL LATE-FEE-FILE ASSIGN TO FEEDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FEE-STATUS.

           SELECT OPTIONAL POINTS-CREDIT-FILE ASSIGN TO RCRDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RCRD-STATUS.

           SELECT OPTIONAL PRIOR-DISCREP-FILE ASSIGN TO CFWDIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRIOR-STATUS.

           SELECT NEW-DISCREP-FILE ASSIGN TO CFWDOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NEW-STATUS.

           SELECT REPORT-FILE ASSIGN TO REPDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REP-STATUS.

       DATA DIVISION.
       FILE SECTION.

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

       FD PARAM-FILE RECORDING MODE IS F.
       01 PARAM-REC.
          05 PARAM-RUN-DATE PIC X(8).
          05 FILLER PIC X(1).
          05 PARAM-ESCALATE-DAYS PIC X(3).
          05 PARAM-ESCALATE-DAYS-N REDEFINES PARAM-ESCALATE-DAYS
                                   PIC 9(3).
          05 FILLER PIC X(68).

      * APPROVED TRANSACTIONS AS WRITTEN BY THE CARD VALIDATION RUN
      * (THE REVIEW APPROVALS FROM VSMDP11 USE THE SAME LAYOUT)
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

       FD REVIEW-APPROVED-FILE RECORDING MODE IS F.
       01 REVIEW-APPROVED-REC.
          05 RAPR-TRANS-ID PIC X(5).
          05 FILLER PIC X(1).
          05 RAPR-CARD-MASKED PIC X(16).
          05 FILLER PIC X(1).
          05 RAPR-AMOUNT PIC X(8).
          05 FILLER PIC X(1).
          05 RAPR-MERCHANT-ID PIC X(8).
          05 FILLER PIC X(1).
          05 RAPR-MERCHANT-CAT PIC X(4).
          05 FILLER PIC X(1).
          05 RAPR-CARD-TOKEN PIC 9(16).
          05 FILLER PIC X(18).

      * DISPUTE SETTLEMENT FEED AS WRITTEN BY VSMDS11: PCRD/FCRD
      * CREDIT THE CARDHOLDER (NEGATIVE), RVSL REVERSES A
      * PROVISIONAL CREDIT (POSITIVE). SFD-APPLIED IS THE PART
      * VSMDS11 ACTUALLY POSTED TO THE CARD BALANCE.
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
          05 FILLER PIC X(1).
          05 SFD-APPLIED PIC X(10).
          05 FILLER PIC X(4).

      * PAYMENT LOG AS WRITTEN BY VSMPY11: ONLY POSTED PAYMENTS
      * TOUCHED THE BALANCE, BY THE APPLIED AMOUNT
       FD PAYMENT-LOG-FILE RECORDING MODE IS F.
       01 PLOG-REC.
          05 PLOG-CARD-MASKED PIC X(16).
          05 FILLER PIC X(1).
          05 PLOG-PAY-DATE PIC X(8).
          05 FILLER PIC X(1).
          05 PLOG-AMOUNT PIC X(10).
          05 FILLER PIC X(1).
          05 PLOG-APPLIED PIC X(10).
          05 FILLER PIC X(1).
          05 PLOG-EXCESS PIC X(10).
          05 FILLER PIC X(1).
          05 PLOG-RESULT PIC X(21).
          05 FILLER PIC X(1).
          05 PLOG-CARD-TOKEN PIC 9(16).
          05 FILLER PIC X(3).

      * LATE FEE CHARGES AS WRITTEN BY VSMPY11
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

      * POINTS STATEMENT CREDITS AS WRITTEN BY VSMLP11
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

      * UNRESOLVED DISCREPANCY CARRIED NIGHT TO NIGHT: DIFFERENCE
      * IS STORED LESS EXPECTED
       FD PRIOR-DISCREP-FILE RECORDING MODE IS F.
       01 PRIOR-DISCREP-REC.
          05 PRIOR-CARD-TOKEN PIC 9(16).
          05 PRIOR-CARD-MASKED PIC X(16).
          05 PRIOR-FIRST-SEEN PIC 9(8).
          05 PRIOR-DIFF PIC S9(9)V99 SIGN LEADING SEPARATE.
          05 FILLER PIC X(28).

       FD NEW-DISCREP-FILE RECORDING MODE IS F.
       01 NEW-DISCREP-REC.
          05 NEW-CARD-TOKEN PIC 9(16).
          05 NEW-CARD-MASKED PIC X(16).
          05 NEW-FIRST-SEEN PIC 9(8).
          05 NEW-DIFF PIC S9(9)V99 SIGN LEADING SEPARATE.
          05 FILLER PIC X(28).

       FD REPORT-FILE RECORDING MODE IS F.
       01 REPORT-REC PIC X(132).

       WORKING-STORAGE SECTION.

      * FILE-STATUS VARIABLES
       01 FILE-STATUSES.
          05 BAL-STATUS PIC X(2).
          05 PARAM-STATUS PIC X(2).
          05 APRV-STATUS PIC X(2).
          05 RAPR-STATUS PIC X(2).
          05 DSPF-STATUS PIC X(2).
          05 PLOG-STATUS PIC X(2).
          05 FEE-STATUS PIC X(2).
          05 RCRD-STATUS PIC X(2).
          05 PRIOR-STATUS PIC X(2).
          05 NEW-STATUS PIC X(2).
          05 REP-STATUS PIC X(2).

      * CONTROL FLAGS
       01 FLAGS.
          05 WS-EOF PIC X(1) VALUE 'N'.
             88 EOF VALUE 'Y'.
          05 WS-BAL-EOF PIC X(1) VALUE 'N'.
             88 BAL-EOF VALUE 'Y'.

      * RUN DATE AND ESCALATION THRESHOLD
       01 WS-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-RUN-DATE-INT PIC 9(9) VALUE 0.
       01 WS-ESCALATE-DAYS PIC 9(3) VALUE 14.

      * CYCLE TOTALS BY CARD TOKEN. OTHER = PAYMENTS APPLIED LESS
      * LATE FEES PLUS POINTS CREDITS; DISPUTES = CREDITS LESS
      * REVERSALS. BOTH COME OFF THE BALANCE.
       01 RCN-TABLE-MAX PIC 9(5) VALUE 5000.
       01 RCN-COUNT PIC 9(5) VALUE 0.
       01 RCN-TABLE.
          05 RCN-ENTRY OCCURS 5000 TIMES.
             10 RCN-CARD-TOKEN PIC 9(16).
             10 RCN-CARD-MASKED PIC X(16).
             10 RCN-APPROVED PIC S9(9)V99 COMP-3.
             10 RCN-REVIEW PIC S9(9)V99 COMP-3.
             10 RCN-DISPUTES PIC S9(9)V99 COMP-3.
             10 RCN-OTHER PIC S9(9)V99 COMP-3.
             10 RCN-MATCHED PIC X(1).
       01 WS-RCN-SUB PIC 9(5) VALUE 0.
       01 WS-RCN-HIT PIC 9(5) VALUE 0.
       01 WS-FIND-TOKEN PIC 9(16) VALUE 0.
       01 WS-FIND-MASKED PIC X(16) VALUE SPACES.

      * LAST NIGHT'S UNRESOLVED DISCREPANCIES (CFWDIN)
       01 PRI-TABLE-MAX PIC 9(4) VALUE 2000.
       01 PRI-COUNT PIC 9(4) VALUE 0.
       01 PRI-TABLE.
          05 PRI-ENTRY OCCURS 2000 TIMES.
             10 PRI-CARD-TOKEN PIC 9(16).
             10 PRI-CARD-MASKED PIC X(16).
             10 PRI-FIRST-SEEN PIC 9(8).
             10 PRI-DIFF PIC S9(9)V99 COMP-3.
             10 PRI-STILL-OPEN PIC X(1).
       01 WS-PRI-SUB PIC 9(4) VALUE 0.
       01 WS-PRI-HIT PIC 9(4) VALUE 0.

      * DISCREPANCIES FOR THE ESCALATION SECTION
       01 ESC-TABLE-MAX PIC 9(4) VALUE 2000.
       01 ESC-COUNT PIC 9(4) VALUE 0.
       01 ESC-TABLE.
          05 ESC-ENTRY OCCURS 2000 TIMES.
             10 ESC-CARD-MASKED PIC X(16).
             10 ESC-FIRST-SEEN PIC 9(8).
             10 ESC-AGE-DAYS PIC 9(5).
             10 ESC-DIFF PIC S9(9)V99 COMP-3.
       01 WS-ESC-SUB PIC 9(4) VALUE 0.

      * EDITED-AMOUNT PARSING WORK FIELDS (THE APPROVED FILE
      * CARRIES $$$$9.99 AMOUNTS, THE FEED -(6)9.99, THE PAYMENT
      * LOG Z(6)9.99)
       01 WS-AMT-SUB PIC 9(2) VALUE 0.
       01 WS-AMT-DIGITS PIC X(9) VALUE SPACES.
       01 WS-AMT-DIG-CNT PIC 9(2) VALUE 0.
       01 WS-AMT-NUM PIC 9(9) VALUE 0.
       01 WS-AMT-NUM-X REDEFINES WS-AMT-NUM PIC X(9).
       01 WS-AMT-NEG-SW PIC X(1) VALUE 'N'.
          88 AMT-NEGATIVE VALUE 'Y'.
       01 WS-PARSE-FIELD PIC X(10) VALUE SPACES.
       01 WS-AMOUNT PIC S9(9)V99 COMP-3 VALUE 0.

      * CURRENT CARD
       01 WS-OPENING PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-EXPECTED PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-STORED PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-DIFF PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-FIRST-SEEN PIC 9(8) VALUE 0.
       01 WS-AGE-DAYS PIC 9(5) VALUE 0.

      * CONTROL TOTALS
       01 WS-CONTROL-TOTALS.
          05 CT-APPROVED PIC S9(11)V99 COMP-3 VALUE 0.
          05 CT-REVIEW PIC S9(11)V99 COMP-3 VALUE 0.
          05 CT-DISPUTES PIC S9(11)V99 COMP-3 VALUE 0.
          05 CT-OTHER PIC S9(11)V99 COMP-3 VALUE 0.
          05 CT-NET-DIFF PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-AMT-DISP PIC -(11)9.99.

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 TOTAL-APPROVED PIC 9(7) VALUE 0.
          05 TOTAL-REVIEW PIC 9(7) VALUE 0.
          05 TOTAL-FEED PIC 9(7) VALUE 0.
          05 TOTAL-PAID PIC 9(7) VALUE 0.
          05 TOTAL-FEES PIC 9(7) VALUE 0.
          05 TOTAL-CREDITS PIC 9(7) VALUE 0.
          05 TOTAL-BAD-INPUT PIC 9(7) VALUE 0.
          05 TOTAL-CARDS PIC 9(7) VALUE 0.
          05 TOTAL-AGREE PIC 9(7) VALUE 0.
          05 TOTAL-DISCREP PIC 9(7) VALUE 0.
          05 TOTAL-NEW-DISCREP PIC 9(7) VALUE 0.
          05 TOTAL-CARRIED PIC 9(7) VALUE 0.
          05 TOTAL-RESOLVED PIC 9(7) VALUE 0.
          05 TOTAL-NO-BAL-REC PIC 9(7) VALUE 0.
       01 WS-CNT-DISP PIC Z(6)9.

      * REPORT LINES
       01 RPT-HEADER-1.
          05 FILLER PIC X(43)
             VALUE 'CARD CYCLE BALANCE RECONCILIATION - AS OF '.
          05 RH-RUN-DATE PIC 9(8).
          05 FILLER PIC X(81) VALUE SPACES.
       01 RPT-HEADER-2.
          05 FILLER PIC X(16) VALUE 'CARD'.
          05 FILLER PIC X(12) VALUE '     OPENING'.
          05 FILLER PIC X(12) VALUE '    APPROVED'.
          05 FILLER PIC X(12) VALUE '  REVIEW APR'.
          05 FILLER PIC X(12) VALUE '    DISPUTES'.
          05 FILLER PIC X(12) VALUE ' PAY/FEE/PTS'.
          05 FILLER PIC X(12) VALUE '    EXPECTED'.
          05 FILLER PIC X(12) VALUE '      STORED'.
          05 FILLER PIC X(12) VALUE '  DIFFERENCE'.
          05 FILLER PIC X(9) VALUE ' 1ST SEEN'.
          05 FILLER PIC X(6) VALUE '   AGE'.
          05 FILLER PIC X(5) VALUE ' STAT'.
       01 RPT-DETAIL.
          05 RD-CARD PIC X(16).
          05 FILLER PIC X(1) VALUE SPACE.
          05 RD-OPENING PIC -(7)9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 RD-APPROVED PIC -(7)9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 RD-REVIEW PIC -(7)9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 RD-DISPUTES PIC -(7)9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 RD-OTHER PIC -(7)9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 RD-EXPECTED PIC -(7)9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 RD-STORED PIC -(7)9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 RD-DIFF PIC -(7)9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 RD-FIRST-SEEN PIC 9(8).
          05 FILLER PIC X(1) VALUE SPACE.
          05 RD-AGE PIC Z(4)9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 RD-STATUS PIC X(4).
       01 RPT-LIST-LINE.
          05 FILLER PIC X(2) VALUE SPACES.
          05 RL-CARD PIC X(16).
          05 FILLER PIC X(2) VALUE SPACES.
          05 RL-LABEL PIC X(14).
          05 RL-AMOUNT PIC -(7)9.99.
          05 FILLER PIC X(2) VALUE SPACES.
          05 RL-LABEL-2 PIC X(14).
          05 RL-AMOUNT-2 PIC -(7)9.99.
          05 FILLER PIC X(60) VALUE SPACES.
       01 RPT-TOTAL-LINE.
          05 RT-LABEL PIC X(34).
          05 RT-VALUE PIC X(15).
          05 FILLER PIC X(83) VALUE SPACES.

      * CARD MASK / TOKEN SERVICE (SUBTK11) PARAMETER AREA
       01 TOKEN-SERVICE-AREA.
           COPY CRDTOK.

      **********************************************
      * MAIN FLOW: OPEN -> PARMS -> CARRY-FORWARD IN -> CYCLE
      * TOTALS -> RECONCILE MASTER -> SECTIONS -> CLOSE
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM OPEN-ALL-FILES.
           PERFORM READ-PARAMETERS.
           PERFORM LOAD-PRIOR-DISCREP.
           PERFORM TOTAL-APPROVALS.
           PERFORM TOTAL-REVIEW-APPROVALS.
           PERFORM TOTAL-DISPUTE-FEED.
           PERFORM TOTAL-PAYMENTS.
           PERFORM TOTAL-LATE-FEES.
           PERFORM TOTAL-POINTS-CREDITS.
           PERFORM RECONCILE-BALANCES.
           PERFORM WRITE-ESCALATIONS.
           PERFORM WRITE-RESOLVED.
           PERFORM WRITE-NO-BALANCE-RECORD.
           PERFORM WRITE-REPORT-TOTALS.
           PERFORM CLOSE-ALL-FILES.
           PERFORM DISPLAY-SUMMARY.
           IF TOTAL-DISCREP > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      **********************************************
      * OPEN ALL FILES AND CHECK STATUS. THE OPTIONAL INPUTS MAY
      * BE ABSENT (STATUS 05) - THEY THEN CONTRIBUTE NOTHING.
      **********************************************
       OPEN-ALL-FILES.
           OPEN INPUT CARD-BALANCE-FILE.
           IF BAL-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CARD BALANCE FILE: ' BAL-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT PARAM-FILE.
           IF PARAM-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING PARAM FILE: ' PARAM-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT APPROVED-TRANS-FILE.
           IF APRV-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING APPROVED FILE: ' APRV-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT REVIEW-APPROVED-FILE.
           IF RAPR-STATUS NOT = '00' AND RAPR-STATUS NOT = '05'
              DISPLAY 'ERROR OPENING REVIEW APPROVED FILE: '
                      RAPR-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT DISPUTE-FEED-FILE.
           IF DSPF-STATUS NOT = '00' AND DSPF-STATUS NOT = '05'
              DISPLAY 'ERROR OPENING DISPUTE FEED: ' DSPF-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT PAYMENT-LOG-FILE.
           IF PLOG-STATUS NOT = '00' AND PLOG-STATUS NOT = '05'
              DISPLAY 'ERROR OPENING PAYMENT LOG: ' PLOG-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT LATE-FEE-FILE.
           IF FEE-STATUS NOT = '00' AND FEE-STATUS NOT = '05'
              DISPLAY 'ERROR OPENING LATE FEE FILE: ' FEE-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT POINTS-CREDIT-FILE.
           IF RCRD-STATUS NOT = '00' AND RCRD-STATUS NOT = '05'
              DISPLAY 'ERROR OPENING POINTS CREDIT FILE: '
                      RCRD-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT NEW-DISCREP-FILE.
           IF NEW-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CFWDOUT FILE: ' NEW-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF REP-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING REPORT FILE: ' REP-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * READS THE RUN DATE AND ESCALATION DAYS. AN EMPTY FILE OR
      * BLANK FIELDS KEEP TODAY'S DATE AND 14 DAYS.
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
                IF PARAM-ESCALATE-DAYS IS NUMERIC
                   AND PARAM-ESCALATE-DAYS-N > 0
                   MOVE PARAM-ESCALATE-DAYS-N TO WS-ESCALATE-DAYS
                END-IF
           END-READ.
           CLOSE PARAM-FILE.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-RUN-DATE) NOT = 0
              DISPLAY 'ERROR: INVALID RUN DATE: ' WS-RUN-DATE
              STOP RUN
           END-IF.
           COMPUTE WS-RUN-DATE-INT =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           DISPLAY 'RUN DATE IS:        ' WS-RUN-DATE.
           DISPLAY 'ESCALATION DAYS:    ' WS-ESCALATE-DAYS.

      **********************************************
      * LOADS LAST NIGHT'S UNRESOLVED DISCREPANCIES SO TONIGHT'S
      * KEEP THEIR FIRST-SEEN DATE. NO CFWDIN = FIRST NIGHT.
      **********************************************
       LOAD-PRIOR-DISCREP.
           OPEN INPUT PRIOR-DISCREP-FILE.
           IF PRIOR-STATUS NOT = '00' AND PRIOR-STATUS NOT = '05'
              DISPLAY 'ERROR OPENING CFWDIN FILE: ' PRIOR-STATUS
              STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL EOF
              READ PRIOR-DISCREP-FILE
                AT END
                   SET EOF TO TRUE
                NOT AT END
                   IF PRIOR-STATUS NOT = '00'
                      DISPLAY 'ERROR READING CFWDIN FILE: '
                              PRIOR-STATUS
                      STOP RUN
                   END-IF
                   IF PRI-COUNT >= PRI-TABLE-MAX
                      DISPLAY 'FATAL: PRIOR DISCREPANCY TABLE '
                              'OVERFLOW, MAX=' PRI-TABLE-MAX
                      STOP RUN
                   END-IF
                   ADD 1 TO PRI-COUNT
                   MOVE PRIOR-CARD-TOKEN TO PRI-CARD-TOKEN(PRI-COUNT)
                   MOVE PRIOR-CARD-MASKED
                     TO PRI-CARD-MASKED(PRI-COUNT)
                   MOVE PRIOR-FIRST-SEEN TO PRI-FIRST-SEEN(PRI-COUNT)
                   MOVE PRIOR-DIFF TO PRI-DIFF(PRI-COUNT)
                   MOVE 'N' TO PRI-STILL-OPEN(PRI-COUNT)
              END-READ
           END-PERFORM.
           CLOSE PRIOR-DISCREP-FILE.
           DISPLAY 'PRIOR DISCREPANCIES LOADED: ' PRI-COUNT.

      **********************************************
      * CYCLE APPROVALS FROM THE VALIDATION RUN.
      **********************************************
       TOTAL-APPROVALS.
           MOVE 'N' TO WS-EOF.
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
                      MOVE APPROVED-AMOUNT TO WS-PARSE-FIELD
                      PERFORM PARSE-EDITED-AMOUNT
                      MOVE APPROVED-CARD-TOKEN TO WS-FIND-TOKEN
                      MOVE APPROVED-CARD-MASKED TO WS-FIND-MASKED
                      PERFORM FIND-OR-ADD-CARD
                      ADD WS-AMOUNT TO RCN-APPROVED(WS-RCN-HIT)
                      ADD WS-AMOUNT TO CT-APPROVED
                   END-IF
              END-READ
           END-PERFORM.

      **********************************************
      * CYCLE APPROVALS OUT OF THE MANUAL-REVIEW QUEUE, POSTED TO
      * THE BALANCE BY VSMDP11.
      **********************************************
       TOTAL-REVIEW-APPROVALS.
           IF RAPR-STATUS = '05'
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL EOF
              READ REVIEW-APPROVED-FILE
                AT END
                   SET EOF TO TRUE
                NOT AT END
                   IF RAPR-STATUS NOT = '00'
                      DISPLAY 'ERROR READING REVIEW APPROVED FILE: '
                              RAPR-STATUS
                      STOP RUN
                   END-IF
                   IF RAPR-TRANS-ID NOT = SPACES
                      ADD 1 TO TOTAL-REVIEW
                      MOVE RAPR-AMOUNT TO WS-PARSE-FIELD
                      PERFORM PARSE-EDITED-AMOUNT
                      MOVE RAPR-CARD-TOKEN TO WS-FIND-TOKEN
                      MOVE RAPR-CARD-MASKED TO WS-FIND-MASKED
                      PERFORM FIND-OR-ADD-CARD
                      ADD WS-AMOUNT TO RCN-REVIEW(WS-RCN-HIT)
                      ADD WS-AMOUNT TO CT-REVIEW
                   END-IF
              END-READ
           END-PERFORM.

      **********************************************
      * CYCLE DISPUTE CREDITS AND REVERSALS. THE FEED AMOUNT IS
      * SIGNED FROM THE CARDHOLDER'S SIDE (CREDITS NEGATIVE), SO
      * THE DISPUTES COLUMN - WHAT COMES OFF THE BALANCE - IS ITS
      * NEGATIVE. EACH RECORD IS TOTALLED BY THE AMOUNT VSMDS11
      * ACTUALLY APPLIED TO THE BALANCE (SFD-APPLIED), AS PAYMENTS
      * ARE BY PLOG-APPLIED.
      **********************************************
       TOTAL-DISPUTE-FEED.
           IF DSPF-STATUS = '05'
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL EOF
              READ DISPUTE-FEED-FILE
                AT END
                   SET EOF TO TRUE
                NOT AT END
                   IF DSPF-STATUS NOT = '00'
                      DISPLAY 'ERROR READING DISPUTE FEED: '
                              DSPF-STATUS
                      STOP RUN
                   END-IF
                   PERFORM TOTAL-ONE-FEED-RECORD
              END-READ
           END-PERFORM.

       TOTAL-ONE-FEED-RECORD.
           IF SFD-TYPE NOT = 'PCRD' AND SFD-TYPE NOT = 'FCRD'
              AND SFD-TYPE NOT = 'RVSL'
              ADD 1 TO TOTAL-BAD-INPUT
              DISPLAY 'WARNING: FEED RECORD SKIPPED, TYPE '
                      SFD-TYPE ' TRANS ' SFD-TRANS-ID
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO TOTAL-FEED.
           MOVE SFD-APPLIED TO WS-PARSE-FIELD.
           PERFORM PARSE-EDITED-AMOUNT.
           MOVE SFD-CARD-TOKEN TO WS-FIND-TOKEN.
           MOVE SFD-CARD-MASKED TO WS-FIND-MASKED.
           PERFORM FIND-OR-ADD-CARD.
           SUBTRACT WS-AMOUNT FROM RCN-DISPUTES(WS-RCN-HIT).
           SUBTRACT WS-AMOUNT FROM CT-DISPUTES.

      **********************************************
      * CYCLE PAYMENTS: ONLY POSTED PAYMENTS, BY THE AMOUNT
      * APPLIED (AN OVERPAYMENT NEVER TOOK THE BALANCE BELOW ZERO).
      **********************************************
       TOTAL-PAYMENTS.
           IF PLOG-STATUS = '05'
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL EOF
              READ PAYMENT-LOG-FILE
                AT END
                   SET EOF TO TRUE
                NOT AT END
                   IF PLOG-STATUS NOT = '00'
                      DISPLAY 'ERROR READING PAYMENT LOG: '
                              PLOG-STATUS
                      STOP RUN
                   END-IF
                   IF PLOG-RESULT(1:6) = 'POSTED'
                      ADD 1 TO TOTAL-PAID
                      MOVE PLOG-APPLIED TO WS-PARSE-FIELD
                      PERFORM PARSE-EDITED-AMOUNT
                      MOVE PLOG-CARD-TOKEN TO WS-FIND-TOKEN
                      MOVE PLOG-CARD-MASKED TO WS-FIND-MASKED
                      PERFORM FIND-OR-ADD-CARD
                      ADD WS-AMOUNT TO RCN-OTHER(WS-RCN-HIT)
                      ADD WS-AMOUNT TO CT-OTHER
                   END-IF
              END-READ
           END-PERFORM.

      **********************************************
      * CYCLE LATE FEES ADD TO THE BALANCE.
      **********************************************
       TOTAL-LATE-FEES.
           IF FEE-STATUS = '05'
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL EOF
              READ LATE-FEE-FILE
                AT END
                   SET EOF TO TRUE
                NOT AT END
                   IF FEE-STATUS NOT = '00'
                      DISPLAY 'ERROR READING LATE FEE FILE: '
                              FEE-STATUS
                      STOP RUN
                   END-IF
                   IF FEE-AMOUNT IS NUMERIC
                      ADD 1 TO TOTAL-FEES
                      MOVE FEE-AMOUNT TO WS-AMOUNT
                      MOVE FEE-CARD-TOKEN TO WS-FIND-TOKEN
                      MOVE FEE-CARD-MASKED TO WS-FIND-MASKED
                      PERFORM FIND-OR-ADD-CARD
                      SUBTRACT WS-AMOUNT FROM RCN-OTHER(WS-RCN-HIT)
                      SUBTRACT WS-AMOUNT FROM CT-OTHER
                   ELSE
                      ADD 1 TO TOTAL-BAD-INPUT
                   END-IF
              END-READ
           END-PERFORM.

      **********************************************
      * CYCLE POINTS STATEMENT CREDITS COME OFF THE BALANCE.
      **********************************************
       TOTAL-POINTS-CREDITS.
           IF RCRD-STATUS = '05'
              EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL EOF
              READ POINTS-CREDIT-FILE
                AT END
                   SET EOF TO TRUE
                NOT AT END
                   IF RCRD-STATUS NOT = '00'
                      DISPLAY 'ERROR READING POINTS CREDIT FILE: '
                              RCRD-STATUS
                      STOP RUN
                   END-IF
                   IF RCR-AMOUNT IS NUMERIC
                      ADD 1 TO TOTAL-CREDITS
                      MOVE RCR-AMOUNT TO WS-AMOUNT
                      MOVE RCR-CARD-TOKEN TO WS-FIND-TOKEN
                      MOVE RCR-CARD-MASKED TO WS-FIND-MASKED
                      PERFORM FIND-OR-ADD-CARD
                      ADD WS-AMOUNT TO RCN-OTHER(WS-RCN-HIT)
                      ADD WS-AMOUNT TO CT-OTHER
                   ELSE
                      ADD 1 TO TOTAL-BAD-INPUT
                   END-IF
              END-READ
           END-PERFORM.

      **********************************************
      * FINDS WS-FIND-TOKEN IN THE CYCLE TABLE, ADDING IT WITH
      * ZERO TOTALS IF THIS IS ITS FIRST RECORD.
      **********************************************
       FIND-OR-ADD-CARD.
           PERFORM FIND-CARD-TOKEN.
           IF WS-RCN-HIT > 0
              EXIT PARAGRAPH
           END-IF.
           IF RCN-COUNT >= RCN-TABLE-MAX
              DISPLAY 'FATAL: CYCLE CARD TABLE OVERFLOW, MAX='
                       RCN-TABLE-MAX
              STOP RUN
           END-IF.
           ADD 1 TO RCN-COUNT.
           MOVE RCN-COUNT TO WS-RCN-HIT.
           MOVE WS-FIND-TOKEN TO RCN-CARD-TOKEN(WS-RCN-HIT).
           MOVE WS-FIND-MASKED TO RCN-CARD-MASKED(WS-RCN-HIT).
           MOVE 0 TO RCN-APPROVED(WS-RCN-HIT).
           MOVE 0 TO RCN-REVIEW(WS-RCN-HIT).
           MOVE 0 TO RCN-DISPUTES(WS-RCN-HIT).
           MOVE 0 TO RCN-OTHER(WS-RCN-HIT).
           MOVE 'N' TO RCN-MATCHED(WS-RCN-HIT).

       FIND-CARD-TOKEN.
           MOVE 0 TO WS-RCN-HIT.
           PERFORM VARYING WS-RCN-SUB FROM 1 BY 1
                     UNTIL WS-RCN-SUB > RCN-COUNT OR WS-RCN-HIT > 0
              IF RCN-CARD-TOKEN(WS-RCN-SUB) = WS-FIND-TOKEN
                 MOVE WS-RCN-SUB TO WS-RCN-HIT
              END-IF
           END-PERFORM.

      **********************************************
      * SWEEPS THE BALANCE MASTER AND COMPARES EVERY CARD'S STORED
      * BALANCE WITH THE ONE REBUILT FROM THE CYCLE.
      **********************************************
       RECONCILE-BALANCES.
           MOVE WS-RUN-DATE TO RH-RUN-DATE.
           MOVE RPT-HEADER-1 TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'CARDS WHOSE STORED BALANCE DIFFERS FROM THE CYCLE:'
             TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE RPT-HEADER-2 TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.

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
                   ADD 1 TO TOTAL-CARDS
                   PERFORM RECONCILE-ONE-CARD
              END-READ
           END-PERFORM.
           IF TOTAL-DISCREP = 0
              MOVE '  NONE' TO REPORT-REC
              PERFORM WRITE-REPORT-LINE
           END-IF.

       RECONCILE-ONE-CARD.
           SET CTK-TOKENIZE TO TRUE.
           MOVE CARD-BAL-NUM TO CTK-CARD-NUM.
           CALL 'SUBTK11' USING TOKEN-SERVICE-AREA.
           IF NOT CTK-OK
              MOVE 0 TO CTK-TOKEN
              MOVE ALL '*' TO CTK-MASKED
           END-IF.
           MOVE CTK-TOKEN TO WS-FIND-TOKEN.
           PERFORM FIND-CARD-TOKEN.

           MOVE SPACES TO RPT-DETAIL.
           MOVE CTK-MASKED TO RD-CARD.
           MOVE CARD-STMT-BALANCE TO WS-OPENING.
           MOVE WS-OPENING TO WS-EXPECTED.
           IF WS-RCN-HIT > 0
              MOVE 'Y' TO RCN-MATCHED(WS-RCN-HIT)
              COMPUTE WS-EXPECTED = WS-OPENING
                 + RCN-APPROVED(WS-RCN-HIT) + RCN-REVIEW(WS-RCN-HIT)
                 - RCN-DISPUTES(WS-RCN-HIT) - RCN-OTHER(WS-RCN-HIT)
              MOVE RCN-APPROVED(WS-RCN-HIT) TO RD-APPROVED
              MOVE RCN-REVIEW(WS-RCN-HIT) TO RD-REVIEW
              MOVE RCN-DISPUTES(WS-RCN-HIT) TO RD-DISPUTES
              MOVE RCN-OTHER(WS-RCN-HIT) TO RD-OTHER
           ELSE
              MOVE 0 TO RD-APPROVED
              MOVE 0 TO RD-REVIEW
              MOVE 0 TO RD-DISPUTES
              MOVE 0 TO RD-OTHER
           END-IF.
           MOVE CARD-CYCLE-BALANCE TO WS-STORED.
           COMPUTE WS-DIFF = WS-STORED - WS-EXPECTED.
           IF WS-DIFF = 0
              ADD 1 TO TOTAL-AGREE
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO TOTAL-DISCREP.
           ADD WS-DIFF TO CT-NET-DIFF.
           PERFORM TRACK-DISCREPANCY.
           MOVE WS-OPENING TO RD-OPENING.
           MOVE WS-EXPECTED TO RD-EXPECTED.
           MOVE WS-STORED TO RD-STORED.
           MOVE WS-DIFF TO RD-DIFF.
           MOVE WS-FIRST-SEEN TO RD-FIRST-SEEN.
           MOVE WS-AGE-DAYS TO RD-AGE.
           MOVE RPT-DETAIL TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.

      **********************************************
      * KEEPS THE DISCREPANCY'S FIRST-SEEN DATE FROM LAST NIGHT
      * (OR STARTS IT TONIGHT), WRITES IT TO THE CARRY-FORWARD,
      * AND SAVES IT FOR THE ESCALATION SECTION WHEN IT HAS BEEN
      * OPEN AT LEAST THE ESCALATION DAYS.
      **********************************************
       TRACK-DISCREPANCY.
           MOVE 0 TO WS-PRI-HIT.
           PERFORM VARYING WS-PRI-SUB FROM 1 BY 1
                     UNTIL WS-PRI-SUB > PRI-COUNT OR WS-PRI-HIT > 0
              IF PRI-CARD-TOKEN(WS-PRI-SUB) = CTK-TOKEN
                 MOVE WS-PRI-SUB TO WS-PRI-HIT
              END-IF
           END-PERFORM.
           IF WS-PRI-HIT > 0
              MOVE 'Y' TO PRI-STILL-OPEN(WS-PRI-HIT)
              MOVE PRI-FIRST-SEEN(WS-PRI-HIT) TO WS-FIRST-SEEN
              ADD 1 TO TOTAL-CARRIED
              MOVE 'CARR' TO RD-STATUS
           ELSE
              MOVE WS-RUN-DATE TO WS-FIRST-SEEN
              ADD 1 TO TOTAL-NEW-DISCREP
              MOVE 'NEW' TO RD-STATUS
           END-IF.
           COMPUTE WS-AGE-DAYS = WS-RUN-DATE-INT
              - FUNCTION INTEGER-OF-DATE(WS-FIRST-SEEN).

           MOVE SPACES TO NEW-DISCREP-REC.
           MOVE CTK-TOKEN TO NEW-CARD-TOKEN.
           MOVE CTK-MASKED TO NEW-CARD-MASKED.
           MOVE WS-FIRST-SEEN TO NEW-FIRST-SEEN.
           MOVE WS-DIFF TO NEW-DIFF.
           WRITE NEW-DISCREP-REC.
           IF NEW-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING CFWDOUT FILE: ' NEW-STATUS
              STOP RUN
           END-IF.

           IF WS-AGE-DAYS >= WS-ESCALATE-DAYS
              IF ESC-COUNT >= ESC-TABLE-MAX
                 DISPLAY 'FATAL: ESCALATION TABLE OVERFLOW, MAX='
                          ESC-TABLE-MAX
                 STOP RUN
              END-IF
              ADD 1 TO ESC-COUNT
              MOVE CTK-MASKED TO ESC-CARD-MASKED(ESC-COUNT)
              MOVE WS-FIRST-SEEN TO ESC-FIRST-SEEN(ESC-COUNT)
              MOVE WS-AGE-DAYS TO ESC-AGE-DAYS(ESC-COUNT)
              MOVE WS-DIFF TO ESC-DIFF(ESC-COUNT)
              MOVE 'ESC' TO RD-STATUS
           END-IF.

      **********************************************
      * REPEATS THE DISCREPANCIES OPEN AT LEAST THE ESCALATION
      * DAYS. SKIPPED WHEN NOTHING ESCALATED.
      **********************************************
       WRITE-ESCALATIONS.
           IF ESC-COUNT = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-REC.
           STRING '*** ESCALATED DISCREPANCIES (OPEN '
                  DELIMITED BY SIZE
                  WS-ESCALATE-DAYS DELIMITED BY SIZE
                  ' DAYS OR MORE) ***' DELIMITED BY SIZE
                  INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING WS-ESC-SUB FROM 1 BY 1
                     UNTIL WS-ESC-SUB > ESC-COUNT
              MOVE SPACES TO RPT-LIST-LINE
              MOVE ESC-CARD-MASKED(WS-ESC-SUB) TO RL-CARD
              MOVE SPACES TO RL-LABEL
              STRING 'SINCE ' ESC-FIRST-SEEN(WS-ESC-SUB)
                     DELIMITED BY SIZE INTO RL-LABEL
              END-STRING
              MOVE ESC-DIFF(WS-ESC-SUB) TO RL-AMOUNT
              MOVE '   DAYS OPEN  ' TO RL-LABEL-2
              MOVE ESC-AGE-DAYS(WS-ESC-SUB) TO RL-AMOUNT-2
              MOVE RPT-LIST-LINE TO REPORT-REC
              PERFORM WRITE-REPORT-LINE
           END-PERFORM.

      **********************************************
      * LAST NIGHT'S DISCREPANCIES THAT AGREE TONIGHT.
      **********************************************
       WRITE-RESOLVED.
           MOVE SPACES TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'DISCREPANCIES RESOLVED SINCE THE LAST RUN:'
             TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING WS-PRI-SUB FROM 1 BY 1
                     UNTIL WS-PRI-SUB > PRI-COUNT
              IF PRI-STILL-OPEN(WS-PRI-SUB) = 'N'
                 ADD 1 TO TOTAL-RESOLVED
                 MOVE SPACES TO RPT-LIST-LINE
                 MOVE PRI-CARD-MASKED(WS-PRI-SUB) TO RL-CARD
                 MOVE 'LAST DIFF' TO RL-LABEL
                 MOVE PRI-DIFF(WS-PRI-SUB) TO RL-AMOUNT
                 MOVE SPACES TO RL-LABEL-2
                 STRING ' SEEN ' PRI-FIRST-SEEN(WS-PRI-SUB)
                        DELIMITED BY SIZE INTO RL-LABEL-2
                 END-STRING
                 MOVE 0 TO RL-AMOUNT-2
                 MOVE RPT-LIST-LINE TO REPORT-REC
                 MOVE SPACES TO REPORT-REC(62:11)
                 PERFORM WRITE-REPORT-LINE
              END-IF
           END-PERFORM.
           IF TOTAL-RESOLVED = 0
              MOVE '  NONE' TO REPORT-REC
              PERFORM WRITE-REPORT-LINE
           END-IF.

      **********************************************
      * CYCLE ACTIVITY FOR CARDS NOT ON THE BALANCE MASTER (THE
      * VALIDATION RUN APPROVES THESE WITHOUT A LIMIT CHECK).
      **********************************************
       WRITE-NO-BALANCE-RECORD.
           MOVE SPACES TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'CYCLE ACTIVITY FOR CARDS WITH NO BALANCE RECORD:'
             TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING WS-RCN-SUB FROM 1 BY 1
                     UNTIL WS-RCN-SUB > RCN-COUNT
              IF RCN-MATCHED(WS-RCN-SUB) = 'N'
                 ADD 1 TO TOTAL-NO-BAL-REC
                 MOVE SPACES TO RPT-LIST-LINE
                 MOVE RCN-CARD-MASKED(WS-RCN-SUB) TO RL-CARD
                 MOVE 'APPROVED' TO RL-LABEL
                 COMPUTE RL-AMOUNT = RCN-APPROVED(WS-RCN-SUB)
                                   + RCN-REVIEW(WS-RCN-SUB)
                 MOVE ' OTHER' TO RL-LABEL-2
                 COMPUTE RL-AMOUNT-2 = 0 - RCN-DISPUTES(WS-RCN-SUB)
                                     - RCN-OTHER(WS-RCN-SUB)
                 MOVE RPT-LIST-LINE TO REPORT-REC
                 PERFORM WRITE-REPORT-LINE
              END-IF
           END-PERFORM.
           IF TOTAL-NO-BAL-REC = 0
              MOVE '  NONE' TO REPORT-REC
              PERFORM WRITE-REPORT-LINE
           END-IF.

      **********************************************
      * CONTROL TOTALS AT THE FOOT OF THE REPORT.
      **********************************************
       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'CONTROL TOTALS' TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'CYCLE APPROVALS' TO RT-LABEL.
           MOVE CT-APPROVED TO WS-AMT-DISP.
           PERFORM WRITE-TOTAL-AMOUNT.
           MOVE 'CYCLE REVIEW APPROVALS' TO RT-LABEL.
           MOVE CT-REVIEW TO WS-AMT-DISP.
           PERFORM WRITE-TOTAL-AMOUNT.
           MOVE 'CYCLE DISPUTES (NET CREDIT)' TO RT-LABEL.
           MOVE CT-DISPUTES TO WS-AMT-DISP.
           PERFORM WRITE-TOTAL-AMOUNT.
           MOVE 'CYCLE PAYMENTS/FEES/POINTS (NET)' TO RT-LABEL.
           MOVE CT-OTHER TO WS-AMT-DISP.
           PERFORM WRITE-TOTAL-AMOUNT.
           MOVE 'NET DIFFERENCE (STORED-EXPECTED)' TO RT-LABEL.
           MOVE CT-NET-DIFF TO WS-AMT-DISP.
           PERFORM WRITE-TOTAL-AMOUNT.
           MOVE 'CARDS ON BALANCE MASTER' TO RT-LABEL.
           MOVE TOTAL-CARDS TO WS-CNT-DISP.
           PERFORM WRITE-TOTAL-COUNT.
           MOVE 'CARDS IN AGREEMENT' TO RT-LABEL.
           MOVE TOTAL-AGREE TO WS-CNT-DISP.
           PERFORM WRITE-TOTAL-COUNT.
           MOVE 'DISCREPANCIES' TO RT-LABEL.
           MOVE TOTAL-DISCREP TO WS-CNT-DISP.
           PERFORM WRITE-TOTAL-COUNT.
           MOVE '  NEW TONIGHT' TO RT-LABEL.
           MOVE TOTAL-NEW-DISCREP TO WS-CNT-DISP.
           PERFORM WRITE-TOTAL-COUNT.
           MOVE '  CARRIED FORWARD' TO RT-LABEL.
           MOVE TOTAL-CARRIED TO WS-CNT-DISP.
           PERFORM WRITE-TOTAL-COUNT.
           MOVE '  ESCALATED' TO RT-LABEL.
           MOVE ESC-COUNT TO WS-CNT-DISP.
           PERFORM WRITE-TOTAL-COUNT.
           MOVE 'RESOLVED SINCE LAST RUN' TO RT-LABEL.
           MOVE TOTAL-RESOLVED TO WS-CNT-DISP.
           PERFORM WRITE-TOTAL-COUNT.
           MOVE 'CARDS WITH NO BALANCE RECORD' TO RT-LABEL.
           MOVE TOTAL-NO-BAL-REC TO WS-CNT-DISP.
           PERFORM WRITE-TOTAL-COUNT.

       WRITE-TOTAL-AMOUNT.
           MOVE WS-AMT-DISP TO RT-VALUE.
           MOVE RPT-TOTAL-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.

       WRITE-TOTAL-COUNT.
           MOVE SPACES TO RT-VALUE.
           MOVE WS-CNT-DISP TO RT-VALUE(9:7).
           MOVE RPT-TOTAL-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-LINE.

      **********************************************
      * STRIPS AN EDITED AMOUNT (CURRENCY SIGN, COMMAS, POINT,
      * SIGN) IN WS-PARSE-FIELD DOWN TO ITS DIGITS: WS-AMOUNT IS
      * THE SIGNED AMOUNT.
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
           COMPUTE WS-AMOUNT = WS-AMT-NUM / 100.
           IF AMT-NEGATIVE
              COMPUTE WS-AMOUNT = 0 - WS-AMOUNT
           END-IF.

       WRITE-REPORT-LINE.
           WRITE REPORT-REC.
           IF REP-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING REPORT FILE: ' REP-STATUS
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

           CLOSE APPROVED-TRANS-FILE.
           IF APRV-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING APPROVED FILE: '
                       APRV-STATUS
           END-IF.

           CLOSE REVIEW-APPROVED-FILE.
           CLOSE DISPUTE-FEED-FILE.
           CLOSE PAYMENT-LOG-FILE.
           CLOSE LATE-FEE-FILE.
           CLOSE POINTS-CREDIT-FILE.

           CLOSE NEW-DISCREP-FILE.
           IF NEW-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING CFWDOUT FILE: '
                       NEW-STATUS
           END-IF.

           CLOSE REPORT-FILE.
           IF REP-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING REPORT FILE: '
                       REP-STATUS
           END-IF.

      **********************************************
      * DISPLAY SUMMARY STATISTICS TO SYSOUT
      **********************************************
       DISPLAY-SUMMARY.
           DISPLAY '========================================'.
           DISPLAY 'CARD BALANCE RECONCILIATION SUMMARY'.
           DISPLAY '========================================'.
           MOVE TOTAL-APPROVED TO WS-CNT-DISP.
           DISPLAY 'APPROVALS READ:        ' WS-CNT-DISP.
           MOVE TOTAL-REVIEW TO WS-CNT-DISP.
           DISPLAY 'REVIEW APPROVALS READ: ' WS-CNT-DISP.
           MOVE TOTAL-FEED TO WS-CNT-DISP.
           DISPLAY 'DISPUTE FEED READ:     ' WS-CNT-DISP.
           MOVE TOTAL-PAID TO WS-CNT-DISP.
           DISPLAY 'PAYMENTS POSTED READ:  ' WS-CNT-DISP.
           MOVE TOTAL-FEES TO WS-CNT-DISP.
           DISPLAY 'LATE FEES READ:        ' WS-CNT-DISP.
           MOVE TOTAL-CREDITS TO WS-CNT-DISP.
           DISPLAY 'POINTS CREDITS READ:   ' WS-CNT-DISP.
           MOVE TOTAL-BAD-INPUT TO WS-CNT-DISP.
           DISPLAY 'INPUT RECORDS SKIPPED: ' WS-CNT-DISP.
           DISPLAY '----------------------------------------'.
           MOVE TOTAL-CARDS TO WS-CNT-DISP.
           DISPLAY 'CARDS RECONCILED:      ' WS-CNT-DISP.
           MOVE TOTAL-AGREE TO WS-CNT-DISP.
           DISPLAY 'IN AGREEMENT:          ' WS-CNT-DISP.
           MOVE TOTAL-DISCREP TO WS-CNT-DISP.
           DISPLAY 'DISCREPANCIES:         ' WS-CNT-DISP.
           MOVE TOTAL-NEW-DISCREP TO WS-CNT-DISP.
           DISPLAY '  NEW TONIGHT:         ' WS-CNT-DISP.
           MOVE TOTAL-CARRIED TO WS-CNT-DISP.
           DISPLAY '  CARRIED FORWARD:     ' WS-CNT-DISP.
           MOVE ESC-COUNT TO WS-CNT-DISP.
           DISPLAY '  ESCALATED:           ' WS-CNT-DISP.
           MOVE TOTAL-RESOLVED TO WS-CNT-DISP.
           DISPLAY 'RESOLVED:              ' WS-CNT-DISP.
           MOVE TOTAL-NO-BAL-REC TO WS-CNT-DISP.
           DISPLAY 'NO BALANCE RECORD:     ' WS-CNT-DISP.
           MOVE CT-NET-DIFF TO WS-AMT-DISP.
           DISPLAY 'NET DIFFERENCE:        ' WS-AMT-DISP.
           DISPLAY '========================================'.

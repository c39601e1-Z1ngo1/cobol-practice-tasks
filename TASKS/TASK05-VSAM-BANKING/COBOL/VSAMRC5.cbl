      *     READ THE ACCOUNT BY JRNL-ACCT-ID                          *
      *     ACCT-BAL MUST EQUAL JRNL-BAL-BEFORE - THE PROOF THAT THE  *
      *     RESTORED MASTER IS AT THE STATE THE POSTING SAW. IF SO,   *
      *     SET ACCT-BAL TO JRNL-BAL-AFTER AND REWRITE. A WITHDRAWAL  *
      *     DEBIT ALSO ROLLS THE MONTHLY WITHDRAWAL COUNTER FOR THE   *
      *     MONTH OF JRNL-POST-DATE, AS THE POSTING RUN DID.          *
      *   DIVERGENCES NEVER STOP THE REPLAY - THEY ARE REPORTED SO    *
      *   THE REMAINING ACCOUNTS STILL RECOVER:                       *
      *     ACCOUNT NOT ON RESTORED MASTER     -> REPORTED, SKIPPED   *
      * AUTHOR: STANISLAV                                             *
      * DATE: 2026/09/02                                              *
      *                                                               *
      * MODIFICATION HISTORY:                                         *
      * 2026/10/15  SSH  ACCT-REC LAYOUT EXTENDED TO 80 BYTES WITH    *
      *                  THE PRODUCT CODE AND MONTHLY WITHDRAWAL      *
      *                  COUNTER (SEE VSAMCV5). NO LOGIC CHANGE.      *
      * 2026/10/15  SSH  JOURNAL LAYOUT BROUGHT UP TO DATE (POST      *
      *                  DATE, FEED SOURCE). EACH REPLAYED WITHDRAWAL *
      *                  DEBIT ROLLS ACCT-WD-PERIOD / ACCT-WD-COUNT   *
      *                  BY THE MONTH OF JRNL-POST-DATE, AS VSAMJOB5  *
      *                  DOES WHEN POSTING.                           *
      *                                                               *
      * FILES:                                                        *
      * INPUT:  JRNLDD (TRANS.JOURNAL) - POSTED TRANSACTIONS (PS)     *
          05 ACCT-ACT-STATUS PIC X(1).
             88 ACCT-FROZEN VALUE 'F'.
             88 ACCT-CLOSED VALUE 'C'.
          05 ACCT-PRODUCT PIC X(3).
          05 ACCT-WD-PERIOD PIC 9(6).
          05 ACCT-WD-COUNT PIC 9(3).
          05 FILLER PIC X(35).

      * POSTED-TRANSACTION JOURNAL AS WRITTEN BY VSAMJO5
       FD JOURNAL-FILE RECORDING MODE IS F.
          05 JRNL-SOURCE-TYPE PIC X(1).
          05 JRNL-BAL-BEFORE PIC 9(9)V99.
          05 JRNL-BAL-AFTER PIC 9(9)V99.
          05 JRNL-POST-DATE PIC 9(8).
          05 JRNL-FEED-SOURCE PIC X(4).
          05 FILLER PIC X(19).

       FD REPORT-FILE RECORDING MODE IS F.
       01 REPORT-REC PIC X(80).
          05 TOTAL-APPLIED PIC 9(7) VALUE 0.
          05 TOTAL-DIVERGED PIC 9(7) VALUE 0.

      * MONTH (YYYYMM) OF THE POSTING BEING REPLAYED
       01 WS-POST-PERIOD PIC 9(6) VALUE 0.

      **********************************************
      * MAIN FLOW: OPEN -> REPLAY JOURNAL -> CLOSE -> SUMMARY.
      * ANY DIVERGENCE ENDS THE RUN WITH RETURN CODE 8.
                 ADD 1 TO TOTAL-DIVERGED
              ELSE
                 MOVE JRNL-BAL-AFTER TO ACCT-BAL
                 IF JRNL-TYPE = 'D' AND JRNL-SOURCE-TYPE = 'W'
                    PERFORM COUNT-WITHDRAWAL
                 END-IF
                 PERFORM REWRITE-ACCOUNT
                 ADD 1 TO TOTAL-APPLIED
              END-IF
           END-IF.

      **********************************************
      * COUNTS A REPLAYED WITHDRAWAL AGAINST THE MONTH IT WAS
      * POSTED IN, AS THE POSTING RUN DID, SO THE MONTHLY
      * WITHDRAWAL LIMIT SEES THE SAME COUNT AFTER A RECOVERY. A
      * JOURNAL RECORD WITHOUT A POSTING DATE IS NOT COUNTED.
      **********************************************
       COUNT-WITHDRAWAL.
           IF JRNL-POST-DATE IS NOT NUMERIC OR JRNL-POST-DATE = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE JRNL-POST-DATE(1:6) TO WS-POST-PERIOD.
           IF ACCT-WD-PERIOD NOT = WS-POST-PERIOD
              MOVE WS-POST-PERIOD TO ACCT-WD-PERIOD
              MOVE 0 TO ACCT-WD-COUNT
           END-IF.
           IF ACCT-WD-COUNT < 999
              ADD 1 TO ACCT-WD-COUNT
           END-IF.

      **********************************************
      * REWRITE UPDATED ACCT-REC BACK TO VSAM.
      * REQUIRES PRIOR SUCCESSFUL READ ON SAME KEY.

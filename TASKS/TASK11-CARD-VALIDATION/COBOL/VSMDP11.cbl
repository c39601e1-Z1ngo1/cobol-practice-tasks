      *   NOT SILENTLY DROP A CASE.                                    *
      *   THE SETTLEMENT SUMMARY (SETLDD) SHOWS COUNT AND AMOUNT       *
      *   FINALIZED PER DISPOSITION AND PER ANALYST.                   *
      *   THE CARD IS CARRIED THROUGH AS THE VALIDATION RUN WROTE IT - *
      *   MASKED NUMBER PLUS CARD TOKEN - NEVER AS THE FULL NUMBER.    *
      *   AN APPROVAL IS ADDED TO THE CARD'S CYCLE BALANCE ON THE      *
      *   BALANCE MASTER (BALDD), FOUND THROUGH ITS TOKEN (SUBTK11),   *
      *   AS THE VALIDATION RUN DOES FOR ITS OWN APPROVALS. A CASE     *
      *   WHOSE TOKEN IS BAD OR CARD HAS NO BALANCE RECORD IS NOT      *
      *   APPROVED: IT IS REPORTED AS AN EXCEPTION AND STAYS QUEUED.   *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/09/02                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15  SSH  REVIEW/APPROVED/DECLINED LAYOUTS NOW CARRY    *
      *                  THE MASKED CARD NUMBER AND THE CARD TOKEN IN  *
      *                  PLACE OF THE FULL NUMBER.                     *
      * 2026/10/15  SSH  AN APPROVAL IS NOW ADDED TO THE CARD'S CYCLE  *
      *                  BALANCE ON BALDD (FOUND BY TOKEN), SO VSMRC11 *
      *                  FINDS IT POSTED; A CARD WITH NO BALANCE       *
      *                  RECORD IS REPORTED AND LEFT IN THE QUEUE.     *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  REVWDD (REVIEW.FILE) - MANUAL REVIEW QUEUE (PS, 80 B)  *
      * INPUT:  DECSDD (REVIEW.DECISIONS) - ANALYST DECISIONS (PS)     *
      * I-O:    BALDD (CARD.BALANCE) - CARD BALANCE MASTER (KSDS)      *
      * OUTPUT: APRVDD (APPROVED.FILE) - APPROVED TRANS (PS, 80 B)     *
      * OUTPUT: DECLDD (DECLINED.FILE) - DECLINED TRANS (PS, 80 B)     *
      * OUTPUT: EXCPDD (REVIEW.EXCEPTIONS) - EXCEPTION REPORT (PS)     *
      * OUTPUT: SETLDD (SETTLE.SUMMARY) - FINALIZED-ITEM SUMMARY (PS)  *
      *                                                                *
      * COPYBOOKS: CRDTOK - CARD MASK/TOKEN SERVICE AREA (SUBTK11)     *
      ******************************************************************

       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-BALANCE-FILE ASSIGN TO BALDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CARD-BAL-NUM
               FILE STATUS IS BAL-STATUS.

           SELECT REVIEW-TRANS-FILE ASSIGN TO REVWDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REVW-STATUS.
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

      * REVIEW QUEUE RECORD AS WRITTEN BY THE CARD VALIDATION RUN
       FD REVIEW-TRANS-FILE RECORDING MODE IS F.
       01 REVIEW-REC.
          05 REVIEW-TRANS-ID PIC X(5).
          05 FILLER PIC X(1).
          05 REVIEW-CARD-MASKED PIC X(16).
          05 FILLER PIC X(1).
          05 REVIEW-AMOUNT PIC X(8).
          05 FILLER PIC X(1).
          05 REVIEW-MERCHANT-ID PIC X(8).
          05 FILLER PIC X(1).
          05 REVIEW-MERCHANT-CAT PIC X(4).
          05 FILLER PIC X(1).
          05 REVIEW-CARD-TOKEN PIC 9(16).
          05 FILLER PIC X(7).

      * ANALYST DECISION: WHICH QUEUED TRANSACTION, APPROVE OR
      * DECLINE, WHO DECIDED AND WHY
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

       FD DECLINED-TRANS-FILE RECORDING MODE IS F.
       01 DECLINED-REC.
          05 DECLINED-TRANS-ID PIC X(5).
          05 FILLER PIC X(1).
          05 DECLINED-CARD-MASKED PIC X(16).
          05 FILLER PIC X(1).
          05 DECLINED-AMOUNT PIC X(8).
          05 FILLER PIC X(1).
          05 DECLINED-MERCHANT-ID PIC X(8).
          05 FILLER PIC X(1).
          05 DECLINED-MERCHANT-CAT PIC X(4).
          05 FILLER PIC X(1).
          05 DECLINED-CARD-TOKEN PIC 9(16).
          05 FILLER PIC X(7).

       FD EXCEPTION-FILE RECORDING MODE IS F.
       01 EXCEPTION-REC.

      * FILE-STATUS VARIABLES
       01 FILE-STATUSES.
          05 BAL-STATUS PIC X(2).
          05 REVW-STATUS PIC X(2).
          05 DECS-STATUS PIC X(2).
          05 APRV-STATUS PIC X(2).
             88 DEC-EOF VALUE 'Y'.
          05 WS-DEC-FOUND-SW PIC X(1) VALUE 'N'.
             88 DEC-FOUND VALUE 'Y'.
          05 WS-BAL-POSTED-SW PIC X(1) VALUE 'N'.
             88 BAL-POSTED VALUE 'Y'.

      * ANALYST DECISIONS LOADED FROM DECSDD. MATCHED IS SET WHEN
      * THE QUEUE PASS CONSUMES THE DECISION, SO LEFTOVERS CAN BE
          05 TOTAL-DECLINED PIC 9(5) VALUE 0.
          05 TOTAL-UNDECIDED PIC 9(5) VALUE 0.
          05 TOTAL-UNMATCHED PIC 9(5) VALUE 0.
          05 TOTAL-NOT-POSTED PIC 9(5) VALUE 0.

      * DISPLAY-FORMATTED COUNTERS
       01 WS-DISP-COUNTERS.
          05 TOTAL-DECLINED-DISP PIC Z(4)9.
          05 TOTAL-UNDECIDED-DISP PIC Z(4)9.
          05 TOTAL-UNMATCHED-DISP PIC Z(4)9.
          05 TOTAL-NOT-POSTED-DISP PIC Z(4)9.

      * CARD MASK / TOKEN SERVICE (SUBTK11) PARAMETER AREA
       01 TOKEN-SERVICE-AREA.
           COPY CRDTOK.

      **********************************************
      * MAIN FLOW: OPEN -> LOAD DECISIONS -> WORK THE QUEUE ->
      * OPEN ALL FILES AND CHECK STATUS
      **********************************************
       OPEN-ALL-FILES.
           OPEN I-O CARD-BALANCE-FILE.
           IF BAL-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CARD BALANCE FILE: ' BAL-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT REVIEW-TRANS-FILE.
           IF REVW-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING REVIEW FILE: ' REVW-STATUS

           MOVE 'Y' TO TAB-MATCHED(WS-DEC-HIT).
           PERFORM PARSE-REVIEW-AMOUNT.
           IF TAB-ACTION(WS-DEC-HIT) = 'A'
              PERFORM POST-APPROVAL-TO-BALANCE
              IF NOT BAL-POSTED
                 ADD 1 TO TOTAL-NOT-POSTED
                 MOVE SPACES TO EXCEPTION-REC
                 MOVE REVIEW-TRANS-ID TO EXC-TRANS-ID
                 MOVE 'NO BALANCE RECORD FOR CARD - STILL IN QUEUE'
                      TO EXC-DESC
                 PERFORM WRITE-EXCEPTION-REC
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           PERFORM TALLY-ANALYST.

           IF TAB-ACTION(WS-DEC-HIT) = 'A'
              PERFORM WRITE-DECLINED-TRANS
           END-IF.

      **********************************************
      * ADDS THE APPROVED AMOUNT TO THE CARD'S CYCLE BALANCE. THE
      * CARD IS FOUND THROUGH ITS TOKEN; A BAD TOKEN OR A MISSING
      * BALANCE RECORD LEAVES BAL-POSTED OFF.
      **********************************************
       POST-APPROVAL-TO-BALANCE.
           MOVE 'N' TO WS-BAL-POSTED-SW.
           SET CTK-DETOKENIZE TO TRUE.
           MOVE REVIEW-CARD-TOKEN TO CTK-TOKEN.
           CALL 'SUBTK11' USING TOKEN-SERVICE-AREA.
           IF NOT CTK-OK
              EXIT PARAGRAPH
           END-IF.
           MOVE CTK-CARD-NUM TO CARD-BAL-NUM.
           READ CARD-BALANCE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF BAL-STATUS = '23'
              EXIT PARAGRAPH
           END-IF.
           IF BAL-STATUS NOT = '00'
              DISPLAY 'CARD BALANCE READ ERROR: ' BAL-STATUS
              STOP RUN
           END-IF.
           ADD WS-AMOUNT-WORK TO CARD-CYCLE-BALANCE.
           REWRITE CARD-BALANCE-REC
           END-REWRITE.
           IF BAL-STATUS NOT = '00'
              DISPLAY 'BALANCE REWRITE FAILED: ' BAL-STATUS
              DISPLAY 'CARD NUMBER: ' CTK-MASKED
              STOP RUN
           END-IF.
           SET BAL-POSTED TO TRUE.

      **********************************************
      * SCANS THE DECISION TABLE FOR THE QUEUE RECORD'S TRANS-ID.
      **********************************************
       WRITE-APPROVED-TRANS.
           MOVE SPACES TO APPROVED-REC.
           MOVE REVIEW-TRANS-ID TO APPROVED-TRANS-ID.
           MOVE REVIEW-CARD-MASKED TO APPROVED-CARD-MASKED.
           MOVE REVIEW-CARD-TOKEN TO APPROVED-CARD-TOKEN.
           MOVE REVIEW-AMOUNT TO APPROVED-AMOUNT.
           MOVE REVIEW-MERCHANT-ID TO APPROVED-MERCHANT-ID.
           MOVE REVIEW-MERCHANT-CAT TO APPROVED-MERCHANT-CAT.
       WRITE-DECLINED-TRANS.
           MOVE SPACES TO DECLINED-REC.
           MOVE REVIEW-TRANS-ID TO DECLINED-TRANS-ID.
           MOVE REVIEW-CARD-MASKED TO DECLINED-CARD-MASKED.
           MOVE REVIEW-CARD-TOKEN TO DECLINED-CARD-TOKEN.
           MOVE REVIEW-AMOUNT TO DECLINED-AMOUNT.
           IF TAB-REASON(WS-DEC-HIT) = SPACES
              MOVE 'RV DECLINE' TO DECLINE-REASON
      * CLOSE ALL FILES AND CHECK STATUS
      **********************************************
       CLOSE-ALL-FILES.
           CLOSE CARD-BALANCE-FILE.
           IF BAL-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING CARD BALANCE: '
                       BAL-STATUS
           END-IF.

           CLOSE REVIEW-TRANS-FILE.
           IF REVW-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING REVIEW: ' REVW-STATUS
           MOVE TOTAL-DECLINED TO TOTAL-DECLINED-DISP.
           MOVE TOTAL-UNDECIDED TO TOTAL-UNDECIDED-DISP.
           MOVE TOTAL-UNMATCHED TO TOTAL-UNMATCHED-DISP.
           MOVE TOTAL-NOT-POSTED TO TOTAL-NOT-POSTED-DISP.

           DISPLAY '========================================'.
           DISPLAY 'REVIEW DISPOSITION SUMMARY'.
           DISPLAY 'DECLINED:             ' TOTAL-DECLINED-DISP.
           DISPLAY 'STILL UNDECIDED:      ' TOTAL-UNDECIDED-DISP.
           DISPLAY 'UNMATCHED DECISIONS:  ' TOTAL-UNMATCHED-DISP.
           DISPLAY 'APPROVALS NOT POSTED: ' TOTAL-NOT-POSTED-DISP.
           DISPLAY '========================================'.

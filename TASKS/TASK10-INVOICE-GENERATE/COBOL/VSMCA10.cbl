      ******************************************************************
      * ACCOUNTS RECEIVABLE CASH APPLICATION                           *
      *                                                                *
      * PURPOSE:                                                       *
      * APPLIES THE DAY'S CUSTOMER PAYMENTS TO THE OPEN INVOICES ON    *
      * THE AR OPEN-ITEM MASTER POSTED BY VSMAR10, SO COLLECTIONS      *
      * WORKS FROM THE LEDGER INSTEAD OF SPREADSHEETS.                 *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   EACH PAYMENT (PAYDD) IS VALIDATED FIRST:                     *
      *     BLANK CUSTOMER, CUSTOMER NOT ON THE TASK32 MASTER,         *
      *     NON-NUMERIC OR ZERO AMOUNT, INVALID PAYMENT DATE           *
      *       -> REJECTED TO REJDD, NOTHING APPLIED                    *
      *   A GOOD PAYMENT IS APPLIED IN THIS ORDER:                     *
      *     1. QUOTED INVOICE: WHEN THE REMITTANCE NAMES AN INVOICE    *
      *        THAT IS OPEN FOR THE CUSTOMER, IT IS PAID FIRST (UP TO  *
      *        ITS OPEN AMOUNT). A QUOTED INVOICE THAT IS NOT OPEN FOR *
      *        THE CUSTOMER IS REPORTED AND THE CASH FALLS THROUGH.    *
      *     2. OLDEST FIRST: WHAT REMAINS PAYS THE CUSTOMER'S OTHER    *
      *        OPEN INVOICES BY INVOICE DATE, OLDEST FIRST (INVOICE    *
      *        NUMBER BREAKS TIES).                                    *
      *     3. ON ACCOUNT: CASH LEFT WHEN NO OPEN INVOICE REMAINS IS   *
      *        HELD ON THE CUSTOMER'S '*CASH' ON-ACCOUNT ITEM AS A     *
      *        CREDIT BALANCE.                                         *
      *   AN INVOICE WHOSE OPEN AMOUNT REACHES ZERO IS CLOSED. EVERY   *
      *   APPLICATION IS WRITTEN TO THE CASH JOURNAL (APLDD) WITH THE  *
      *   METHOD USED AND THE OPEN AMOUNT LEFT. RC 4 WHEN ANY PAYMENT  *
      *   IS REJECTED.                                                 *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15  SSH  INITIAL VERSION.                              *
      *                                                                *
      * FILES:                                                         *
      * I-O:    ARDD (AR.OPEN.ITEMS) - AR OPEN-ITEM MASTER (VSAM KSDS) *
      * INPUT:  PAYDD (AR.PAYMENTS) - CUSTOMER PAYMENTS (PS, 80 B)     *
      * INPUT:  MASTDD (CUST.MASTER) - TASK32 CUSTOMER MASTER (KSDS)   *
      * OUTPUT: APLDD (AR.CASH.JOURNAL) - APPLICATIONS (PS, 80 B)      *
      * OUTPUT: REJDD (AR.PAYMENT.REJECTS) - REJECTED PAYMENTS (PS)    *
      *                                                                *
      * COPYBOOKS: AROPEN - AR OPEN-ITEM RECORD                        *
      *            TASK32 - CUSTOMER RECORD LAYOUT                     *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSMCA10.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AR-MASTER-FILE ASSIGN TO ARDD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS AR-KEY
             ALTERNATE RECORD KEY IS AR-INVOICE-NO WITH DUPLICATES
             FILE STATUS IS AR-STATUS.

           SELECT PAYMENT-FILE ASSIGN TO PAYDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS PAY-STATUS.

           SELECT CUST-MASTER-FILE ASSIGN TO MASTDD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS CUST-ID OF CUST-MASTER-REC
             FILE STATUS IS CUST-STATUS.

           SELECT CASH-JOURNAL-FILE ASSIGN TO APLDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS APL-STATUS.

           SELECT PAYMENT-REJECT-FILE ASSIGN TO REJDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS REJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AR-MASTER-FILE.
       01 AR-MASTER-REC.
           COPY AROPEN.

      * ONE CUSTOMER REMITTANCE; INVOICE NUMBER IS OPTIONAL
       FD PAYMENT-FILE RECORDING MODE IS F.
       01 PAYMENT-REC.
          05 PAY-CUST-ID PIC X(6).
          05 PAY-INVOICE-NO PIC X(5).
          05 PAY-AMOUNT PIC 9(7)V99.
          05 PAY-DATE PIC 9(8).
          05 PAY-REFERENCE PIC X(10).
          05 FILLER PIC X(42).

      * TASK32 CUSTOMER MASTER MAINTAINED BY THE CUSTOMER IMPORT
       FD CUST-MASTER-FILE.
       01 CUST-MASTER-REC.
           COPY TASK32.

      * CASH JOURNAL: ONE RECORD PER AMOUNT APPLIED OR HELD
       FD CASH-JOURNAL-FILE RECORDING MODE IS F.
       01 JOURNAL-REC.
          05 APL-CUST-ID PIC X(6).
          05 FILLER PIC X(1).
          05 APL-REFERENCE PIC X(10).
          05 FILLER PIC X(1).
          05 APL-INVOICE-NO PIC X(5).
          05 FILLER PIC X(1).
          05 APL-METHOD PIC X(8).
          05 FILLER PIC X(1).
          05 APL-AMOUNT PIC -(8)9.99.
          05 FILLER PIC X(1).
          05 APL-OPEN-AFTER PIC -(8)9.99.
          05 FILLER PIC X(1).
          05 APL-PAY-DATE PIC 9(8).
          05 FILLER PIC X(11).

       FD PAYMENT-REJECT-FILE RECORDING MODE IS F.
       01 REJECT-REC.
          05 REJ-CUST-ID PIC X(6).
          05 FILLER PIC X(1).
          05 REJ-REFERENCE PIC X(10).
          05 FILLER PIC X(1).
          05 REJ-AMOUNT PIC X(9).
          05 FILLER PIC X(1).
          05 REJ-REASON PIC X(30).
          05 FILLER PIC X(22).

       WORKING-STORAGE SECTION.

      * FILE STATUS VARIABLES
       01 FILE-STATUSES.
           05 AR-STATUS PIC X(2).
           05 PAY-STATUS PIC X(2).
           05 CUST-STATUS PIC X(2).
           05 APL-STATUS PIC X(2).
           05 REJ-STATUS PIC X(2).

      * CONTROL FLAGS
       01 FLAGS.
           05 WS-EOF PIC X(1) VALUE 'N'.
              88 EOF VALUE 'Y'.
           05 WS-AR-EOF PIC X(1) VALUE 'N'.
              88 AR-EOF VALUE 'Y'.
           05 WS-PAY-VALID-SW PIC X(1) VALUE 'N'.
              88 PAY-VALID VALUE 'Y'.

      * CASH STILL TO APPLY FROM THE CURRENT PAYMENT, AND THE
      * AMOUNT APPLIED TO THE ITEM IN HAND
       01 WS-REMAINING PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-APPLY PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-METHOD PIC X(8) VALUE SPACES.
       01 WS-PAY-REASON PIC X(30) VALUE SPACES.

      * THE CUSTOMER'S OPEN INVOICES, IN KEY ORDER, FOR OLDEST-FIRST
      * APPLICATION. USED MARKS ROWS ALREADY PAID OR CONSIDERED.
       01 OIT-TABLE-MAX PIC 9(3) VALUE 500.
       01 OIT-COUNT PIC 9(3) VALUE 0.
       01 OPEN-ITEM-TABLE.
          05 OIT-ENTRY OCCURS 500 TIMES.
             10 OIT-INVOICE-NO PIC X(5).
             10 OIT-INVOICE-DATE PIC 9(8).
             10 OIT-USED PIC X(1).
       01 WS-OIT-SUB PIC 9(3) VALUE 0.
       01 WS-OIT-HIT PIC 9(3) VALUE 0.

      * RUN TOTALS
       01 WS-RECEIVED-AMOUNT PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-APPLIED-AMOUNT PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-ON-ACCOUNT-AMOUNT PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-AMOUNT-DISP PIC -(12)9.99.

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 PAYMENTS-READ PIC 9(7) VALUE 0.
          05 PAYMENTS-APPLIED PIC 9(7) VALUE 0.
          05 PAYMENTS-REJECTED PIC 9(7) VALUE 0.
          05 INVOICES-CLOSED PIC 9(7) VALUE 0.
          05 QUOTED-NOT-OPEN PIC 9(7) VALUE 0.
          05 PAYMENTS-ON-ACCOUNT PIC 9(7) VALUE 0.

      * DISPLAY-FORMATTED COUNTERS
       01 WS-DISP-COUNTERS.
          05 PAYMENTS-READ-DISP PIC Z(6)9.
          05 PAYMENTS-APPLIED-DISP PIC Z(6)9.
          05 PAYMENTS-REJECTED-DISP PIC Z(6)9.
          05 INVOICES-CLOSED-DISP PIC Z(6)9.
          05 QUOTED-NOT-OPEN-DISP PIC Z(6)9.
          05 PAYMENTS-ON-ACCOUNT-DISP PIC Z(6)9.

      **********************************************
      * MAIN FLOW: OPEN -> APPLY EACH PAYMENT -> CLOSE -> REPORT
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM OPEN-ALL-FILES.
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
                   ADD 1 TO PAYMENTS-READ
                   PERFORM PROCESS-PAYMENT
              END-READ
           END-PERFORM.
           PERFORM CLOSE-ALL-FILES.
           PERFORM DISPLAY-SUMMARY.
           IF PAYMENTS-REJECTED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      **********************************************
      * OPEN ALL FILES AND CHECK STATUS
      **********************************************
       OPEN-ALL-FILES.
           OPEN I-O AR-MASTER-FILE.
           IF AR-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING AR MASTER FILE: ' AR-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT PAYMENT-FILE.
           IF PAY-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING PAYMENT FILE: ' PAY-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT CUST-MASTER-FILE.
           IF CUST-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CUSTOMER MASTER FILE: '
                      CUST-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT CASH-JOURNAL-FILE.
           IF APL-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CASH JOURNAL FILE: ' APL-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT PAYMENT-REJECT-FILE.
           IF REJ-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING PAYMENT REJECT FILE: '
                      REJ-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * VALIDATES ONE PAYMENT, THEN APPLIES IT: QUOTED INVOICE,
      * OLDEST OPEN INVOICES, THEN ON ACCOUNT.
      **********************************************
       PROCESS-PAYMENT.
           PERFORM VALIDATE-PAYMENT.
           IF NOT PAY-VALID
              PERFORM WRITE-PAYMENT-REJECT
              EXIT PARAGRAPH
           END-IF.

           ADD 1 TO PAYMENTS-APPLIED.
           MOVE PAY-AMOUNT TO WS-REMAINING.
           ADD PAY-AMOUNT TO WS-RECEIVED-AMOUNT.

           IF PAY-INVOICE-NO NOT = SPACES
              PERFORM APPLY-QUOTED-INVOICE
           END-IF.

           IF WS-REMAINING > 0
              PERFORM LOAD-CUSTOMER-OPEN-ITEMS
              PERFORM APPLY-OLDEST-OPEN-ITEM
                 UNTIL WS-REMAINING = 0 OR WS-OIT-HIT = 0
           END-IF.

           IF WS-REMAINING > 0
              PERFORM HOLD-CASH-ON-ACCOUNT
           END-IF.

      **********************************************
      * CHECKS THE PAYMENT'S FIELDS AND THE CUSTOMER. LEAVES THE
      * REJECT REASON IN WS-PAY-REASON WHEN THE PAYMENT IS BAD.
      **********************************************
       VALIDATE-PAYMENT.
           MOVE 'N' TO WS-PAY-VALID-SW.
           MOVE SPACES TO WS-PAY-REASON.
           EVALUATE TRUE
               WHEN PAY-CUST-ID = SPACES
                    MOVE 'MISSING CUSTOMER ID' TO WS-PAY-REASON
               WHEN PAY-AMOUNT IS NOT NUMERIC
                    MOVE 'NON-NUMERIC PAYMENT AMOUNT' TO WS-PAY-REASON
               WHEN PAY-AMOUNT = 0
                    MOVE 'ZERO PAYMENT AMOUNT' TO WS-PAY-REASON
               WHEN PAY-DATE IS NOT NUMERIC
                    MOVE 'INVALID PAYMENT DATE' TO WS-PAY-REASON
               WHEN FUNCTION TEST-DATE-YYYYMMDD(PAY-DATE) NOT = 0
                    MOVE 'INVALID PAYMENT DATE' TO WS-PAY-REASON
               WHEN OTHER
                    SET PAY-VALID TO TRUE
           END-EVALUATE.
           IF NOT PAY-VALID
              EXIT PARAGRAPH
           END-IF.

           MOVE PAY-CUST-ID TO CUST-ID OF CUST-MASTER-REC.
           READ CUST-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-PAY-VALID-SW
                   MOVE 'CUSTOMER NOT ON MASTER' TO WS-PAY-REASON
           END-READ.
           IF CUST-STATUS NOT = '00' AND CUST-STATUS NOT = '23'
              DISPLAY 'CUSTOMER MASTER READ ERROR: ' CUST-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * PAYS THE INVOICE NAMED ON THE REMITTANCE WHEN IT IS OPEN
      * FOR THIS CUSTOMER; OTHERWISE REPORTS IT AND LEAVES THE
      * CASH FOR OLDEST-FIRST APPLICATION.
      **********************************************
       APPLY-QUOTED-INVOICE.
           MOVE PAY-CUST-ID TO AR-CUST-ID.
           MOVE PAY-INVOICE-NO TO AR-INVOICE-NO.
           READ AR-MASTER-FILE KEY IS AR-KEY
               INVALID KEY
                   CONTINUE
           END-READ.
           IF AR-STATUS NOT = '00' AND AR-STATUS NOT = '02'
              AND AR-STATUS NOT = '23'
              DISPLAY 'ERROR READING AR MASTER: ' AR-STATUS
              DISPLAY 'CUSTOMER: ' PAY-CUST-ID
                      ' INVOICE: ' PAY-INVOICE-NO
              STOP RUN
           END-IF.
           IF AR-STATUS = '23' OR NOT AR-INVOICE-ITEM
              OR NOT AR-ITEM-OPEN
              ADD 1 TO QUOTED-NOT-OPEN
              DISPLAY 'PAYMENT ' PAY-REFERENCE ': QUOTED INVOICE '
                      PAY-INVOICE-NO ' NOT OPEN FOR CUSTOMER '
                      PAY-CUST-ID ' - APPLIED OLDEST FIRST'
              EXIT PARAGRAPH
           END-IF.
           MOVE 'QUOTED' TO WS-METHOD.
           PERFORM APPLY-TO-CURRENT-ITEM.

      **********************************************
      * LOADS THE CUSTOMER'S OPEN INVOICES (OTHER THAN ONE ALREADY
      * PAID OFF ABOVE) BY BROWSING THE MASTER FROM THE CUSTOMER'S
      * FIRST KEY UNTIL THE CUSTOMER CHANGES.
      **********************************************
       LOAD-CUSTOMER-OPEN-ITEMS.
           MOVE 0 TO OIT-COUNT.
           MOVE 'N' TO WS-AR-EOF.
           MOVE PAY-CUST-ID TO AR-CUST-ID.
           MOVE LOW-VALUES TO AR-INVOICE-NO.
           START AR-MASTER-FILE KEY IS NOT LESS THAN AR-KEY
               INVALID KEY
                   SET AR-EOF TO TRUE
           END-START.
           PERFORM UNTIL AR-EOF
              READ AR-MASTER-FILE NEXT RECORD
                AT END
                   SET AR-EOF TO TRUE
                NOT AT END
                   IF AR-STATUS NOT = '00' AND AR-STATUS NOT = '02'
                      DISPLAY 'ERROR BROWSING AR MASTER: ' AR-STATUS
                      STOP RUN
                   END-IF
                   IF AR-CUST-ID NOT = PAY-CUST-ID
                      SET AR-EOF TO TRUE
                   ELSE
                      IF AR-INVOICE-ITEM AND AR-ITEM-OPEN
                         AND AR-OPEN-AMOUNT > 0
                         IF OIT-COUNT >= OIT-TABLE-MAX
                            DISPLAY 'FATAL: OPEN ITEM TABLE OVERFLOW, '
                                    'MAX=' OIT-TABLE-MAX
                            STOP RUN
                         END-IF
                         ADD 1 TO OIT-COUNT
                         MOVE AR-INVOICE-NO
                           TO OIT-INVOICE-NO(OIT-COUNT)
                         MOVE AR-INVOICE-DATE
                           TO OIT-INVOICE-DATE(OIT-COUNT)
                         MOVE 'N' TO OIT-USED(OIT-COUNT)
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE 1 TO WS-OIT-HIT.

      **********************************************
      * PICKS THE OLDEST UNUSED OPEN INVOICE AND PAYS WHAT THE
      * REMAINING CASH COVERS. WS-OIT-HIT ZERO = NONE LEFT.
      **********************************************
       APPLY-OLDEST-OPEN-ITEM.
           MOVE 0 TO WS-OIT-HIT.
           PERFORM VARYING WS-OIT-SUB FROM 1 BY 1
                     UNTIL WS-OIT-SUB > OIT-COUNT
              IF OIT-USED(WS-OIT-SUB) = 'N'
                 IF WS-OIT-HIT = 0
                    MOVE WS-OIT-SUB TO WS-OIT-HIT
                 ELSE
                    IF OIT-INVOICE-DATE(WS-OIT-SUB)
                       < OIT-INVOICE-DATE(WS-OIT-HIT)
                       MOVE WS-OIT-SUB TO WS-OIT-HIT
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-OIT-HIT = 0
              EXIT PARAGRAPH
           END-IF.

           MOVE 'Y' TO OIT-USED(WS-OIT-HIT).
           MOVE PAY-CUST-ID TO AR-CUST-ID.
           MOVE OIT-INVOICE-NO(WS-OIT-HIT) TO AR-INVOICE-NO.
           READ AR-MASTER-FILE KEY IS AR-KEY
               INVALID KEY
                   DISPLAY 'AR ITEM VANISHED DURING APPLICATION: '
                           PAY-CUST-ID ' ' OIT-INVOICE-NO(WS-OIT-HIT)
                   STOP RUN
           END-READ.
           IF AR-STATUS NOT = '00' AND AR-STATUS NOT = '02'
              DISPLAY 'ERROR READING AR MASTER: ' AR-STATUS
              STOP RUN
           END-IF.
           MOVE 'OLDEST' TO WS-METHOD.
           PERFORM APPLY-TO-CURRENT-ITEM.

      **********************************************
      * PAYS THE INVOICE JUST READ WITH AS MUCH OF THE REMAINING
      * CASH AS IT NEEDS, REWRITES IT AND JOURNALS THE AMOUNT.
      **********************************************
       APPLY-TO-CURRENT-ITEM.
           IF WS-REMAINING > AR-OPEN-AMOUNT
              MOVE AR-OPEN-AMOUNT TO WS-APPLY
           ELSE
              MOVE WS-REMAINING TO WS-APPLY
           END-IF.
           ADD WS-APPLY TO AR-PAID-AMOUNT.
           SUBTRACT WS-APPLY FROM AR-OPEN-AMOUNT.
           IF AR-OPEN-AMOUNT = 0
              SET AR-ITEM-CLOSED TO TRUE
              ADD 1 TO INVOICES-CLOSED
           END-IF.
           MOVE PAY-DATE TO AR-LAST-ACTIVITY.
           REWRITE AR-MASTER-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF AR-STATUS NOT = '00' AND AR-STATUS NOT = '02'
              DISPLAY 'ERROR REWRITING AR MASTER: ' AR-STATUS
              DISPLAY 'CUSTOMER: ' AR-CUST-ID
                      ' INVOICE: ' AR-INVOICE-NO
              STOP RUN
           END-IF.
           SUBTRACT WS-APPLY FROM WS-REMAINING.
           ADD WS-APPLY TO WS-APPLIED-AMOUNT.
           PERFORM WRITE-JOURNAL-ENTRY.

      **********************************************
      * HOLDS THE CASH LEFT OVER ON THE CUSTOMER'S '*CASH'
      * ON-ACCOUNT ITEM, CREATING IT THE FIRST TIME.
      **********************************************
       HOLD-CASH-ON-ACCOUNT.
           MOVE PAY-CUST-ID TO AR-CUST-ID.
           MOVE '*CASH' TO AR-INVOICE-NO.
           READ AR-MASTER-FILE KEY IS AR-KEY
               INVALID KEY
                   MOVE SPACES TO AR-MASTER-REC
                   MOVE PAY-CUST-ID TO AR-CUST-ID
                   SET AR-ON-ACCOUNT-KEY TO TRUE
                   SET AR-ON-ACCOUNT-ITEM TO TRUE
                   MOVE PAY-DATE TO AR-INVOICE-DATE
                   MOVE PAY-DATE TO AR-DUE-DATE
                   MOVE 0 TO AR-ORIG-AMOUNT
                   MOVE 0 TO AR-CREDIT-AMOUNT
                   MOVE 0 TO AR-PAID-AMOUNT
                   MOVE 0 TO AR-OPEN-AMOUNT
           END-READ.
           IF AR-STATUS NOT = '00' AND AR-STATUS NOT = '02'
              AND AR-STATUS NOT = '23'
              DISPLAY 'ERROR READING AR ON-ACCOUNT ITEM: ' AR-STATUS
              DISPLAY 'CUSTOMER: ' PAY-CUST-ID
              STOP RUN
           END-IF.

           MOVE WS-REMAINING TO WS-APPLY.
           ADD WS-APPLY TO AR-PAID-AMOUNT.
           SUBTRACT WS-APPLY FROM AR-OPEN-AMOUNT.
           SET AR-ITEM-OPEN TO TRUE.
           MOVE PAY-DATE TO AR-LAST-ACTIVITY.
           IF AR-STATUS = '23'
              WRITE AR-MASTER-REC
                  INVALID KEY
                      CONTINUE
              END-WRITE
           ELSE
              REWRITE AR-MASTER-REC
                  INVALID KEY
                      CONTINUE
              END-REWRITE
           END-IF.
           IF AR-STATUS NOT = '00' AND AR-STATUS NOT = '02'
              DISPLAY 'ERROR UPDATING AR ON-ACCOUNT ITEM: ' AR-STATUS
              DISPLAY 'CUSTOMER: ' PAY-CUST-ID
              STOP RUN
           END-IF.
           MOVE 0 TO WS-REMAINING.
           ADD WS-APPLY TO WS-ON-ACCOUNT-AMOUNT.
           ADD 1 TO PAYMENTS-ON-ACCOUNT.
           MOVE 'ON ACCT' TO WS-METHOD.
           PERFORM WRITE-JOURNAL-ENTRY.

      **********************************************
      * JOURNALS THE AMOUNT IN WS-APPLY AGAINST THE ITEM IN
      * AR-MASTER-REC.
      **********************************************
       WRITE-JOURNAL-ENTRY.
           MOVE SPACES TO JOURNAL-REC.
           MOVE PAY-CUST-ID TO APL-CUST-ID.
           MOVE PAY-REFERENCE TO APL-REFERENCE.
           MOVE AR-INVOICE-NO TO APL-INVOICE-NO.
           MOVE WS-METHOD TO APL-METHOD.
           MOVE WS-APPLY TO APL-AMOUNT.
           MOVE AR-OPEN-AMOUNT TO APL-OPEN-AFTER.
           MOVE PAY-DATE TO APL-PAY-DATE.
           WRITE JOURNAL-REC.
           IF APL-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING CASH JOURNAL: ' APL-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * WRITES A REJECTED PAYMENT WITH WS-PAY-REASON.
      **********************************************
       WRITE-PAYMENT-REJECT.
           MOVE SPACES TO REJECT-REC.
           MOVE PAY-CUST-ID TO REJ-CUST-ID.
           MOVE PAY-REFERENCE TO REJ-REFERENCE.
           MOVE PAYMENT-REC(12:9) TO REJ-AMOUNT.
           MOVE WS-PAY-REASON TO REJ-REASON.
           WRITE REJECT-REC.
           IF REJ-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING PAYMENT REJECT: ' REJ-STATUS
              STOP RUN
           END-IF.
           ADD 1 TO PAYMENTS-REJECTED.
           DISPLAY 'REJECTED PAYMENT ' PAY-REFERENCE ' CUSTOMER '
                   PAY-CUST-ID ': ' WS-PAY-REASON.

      **********************************************
      * CLOSE ALL FILES AND CHECK STATUS
      **********************************************
       CLOSE-ALL-FILES.
           CLOSE AR-MASTER-FILE.
           IF AR-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING AR MASTER: ' AR-STATUS
           END-IF.

           CLOSE PAYMENT-FILE.
           IF PAY-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING PAYMENT FILE: '
                      PAY-STATUS
           END-IF.

           CLOSE CUST-MASTER-FILE.
           IF CUST-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING CUSTOMER MASTER: '
                      CUST-STATUS
           END-IF.

           CLOSE CASH-JOURNAL-FILE.
           IF APL-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING CASH JOURNAL: '
                      APL-STATUS
           END-IF.

           CLOSE PAYMENT-REJECT-FILE.
           IF REJ-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING PAYMENT REJECTS: '
                      REJ-STATUS
           END-IF.

      **********************************************
      * DISPLAY SUMMARY STATISTICS TO SYSOUT
      **********************************************
       DISPLAY-SUMMARY.
           MOVE PAYMENTS-READ TO PAYMENTS-READ-DISP.
           MOVE PAYMENTS-APPLIED TO PAYMENTS-APPLIED-DISP.
           MOVE PAYMENTS-REJECTED TO PAYMENTS-REJECTED-DISP.
           MOVE INVOICES-CLOSED TO INVOICES-CLOSED-DISP.
           MOVE QUOTED-NOT-OPEN TO QUOTED-NOT-OPEN-DISP.
           MOVE PAYMENTS-ON-ACCOUNT TO PAYMENTS-ON-ACCOUNT-DISP.

           DISPLAY '========================================'.
           DISPLAY 'CASH APPLICATION SUMMARY'.
           DISPLAY '========================================'.
           DISPLAY 'PAYMENTS READ:           ' PAYMENTS-READ-DISP.
           DISPLAY 'PAYMENTS APPLIED:        ' PAYMENTS-APPLIED-DISP.
           DISPLAY 'PAYMENTS REJECTED:       '
                   PAYMENTS-REJECTED-DISP.
           DISPLAY 'INVOICES PAID IN FULL:   ' INVOICES-CLOSED-DISP.
           DISPLAY 'QUOTED INVOICE NOT OPEN: ' QUOTED-NOT-OPEN-DISP.
           DISPLAY 'PAYMENTS PUT ON ACCOUNT: '
                   PAYMENTS-ON-ACCOUNT-DISP.
           MOVE WS-RECEIVED-AMOUNT TO WS-AMOUNT-DISP.
           DISPLAY 'CASH RECEIVED:    ' WS-AMOUNT-DISP.
           MOVE WS-APPLIED-AMOUNT TO WS-AMOUNT-DISP.
           DISPLAY 'APPLIED TO INVOICES:' WS-AMOUNT-DISP.
           MOVE WS-ON-ACCOUNT-AMOUNT TO WS-AMOUNT-DISP.
           DISPLAY 'HELD ON ACCOUNT:  ' WS-AMOUNT-DISP.
           DISPLAY '========================================'.

      ******************************************************************
      * ACCOUNTS RECEIVABLE POSTING (OPEN-ITEM LEDGER LOAD)            *
      *                                                                *
      * PURPOSE:                                                       *
      * ONCE AN INVOICE LEFT THE INVOICING RUN NOTHING TRACKED WHETHER *
      * IT WAS PAID. THIS RUN POSTS EACH NIGHT'S INVOICE FILE AND THE  *
      * RETURNS RUN'S CREDIT MEMOS TO AN OPEN-ITEM AR MASTER (KSDS     *
      * KEYED BY CUSTOMER AND INVOICE), WHICH CASH APPLICATION         *
      * (VSMCA10) AND THE AGING REPORT (VSMAG10) WORK FROM.            *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   1. INVOICE FILE (INVDD), AS WRITTEN BY VSMJOB10:             *
      *      BILL* OPENS A CUSTOMER (CUSTOMER ID), CTOT* CLOSES IT,    *
      *      ADDR* IS SKIPPED. EACH ORDER-LEVEL RECORD BETWEEN THEM    *
      *      BECOMES ONE OPEN ITEM FOR THAT CUSTOMER:                  *
      *        INVOICE NUMBER = ORDER-ID                               *
      *        INVOICE DATE   = RUN DATE                               *
      *        DUE DATE       = INVOICE DATE + TERMS (NET 30), ROLLED  *
      *                         ON TO THE NEXT BUSINESS DAY (SUBDT23)  *
      *        AMOUNT         = INVOICED COST + SALES TAX              *
      *      AN INVOICE ALREADY ON THE LEDGER (A RERUN OF THE SAME     *
      *      NIGHT) OR WITH NO BILL-TO CUSTOMER IS REJECTED, NEVER     *
      *      POSTED TWICE. THE TRL** TRAILER'S COUNT, AMOUNT AND TAX   *
      *      ARE CHECKED AGAINST WHAT WAS READ; A MISMATCH OR MISSING  *
      *      TRAILER IS REPORTED (RC 4).                               *
      *   2. CREDIT MEMOS (CRDD, OPTIONAL), AS WRITTEN BY VSMRT10:     *
      *      THE INVOICE IS FOUND THROUGH THE INVOICE-NUMBER AIX AND   *
      *      ITS OPEN AMOUNT REDUCED BY THE CREDIT. CREDIT BEYOND THE  *
      *      OPEN AMOUNT (INVOICE ALREADY PAID) IS HELD ON ACCOUNT ON  *
      *      THE CUSTOMER'S '*CASH' ITEM. A CREDIT FOR AN INVOICE NOT  *
      *      ON THE LEDGER IS REJECTED.                                *
      *   3. REJECTS GO TO REJDD WITH THE REASON; RC 4 WHEN ANY.       *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15  SSH  INITIAL VERSION.                              *
      * 2026/10/15  SSH  A DUE DATE THE BUSINESS-DAY CALENDAR CANNOT   *
      *                  ROLL NOW STOPS THE RUN WITH RC 12 BEFORE      *
      *                  POSTING INSTEAD OF KEEPING THE NOMINAL DATE.  *
      *                                                                *
      * FILES:                                                         *
      * I-O:    ARDD (AR.OPEN.ITEMS) - AR OPEN-ITEM MASTER (VSAM KSDS, *
      *                                AIX ON INVOICE NUMBER)          *
      * INPUT:  INVDD (INVOICE.FILE) - NIGHT'S INVOICES (PS, 80 B)     *
      * INPUT:  CRDD (CREDIT.MEMOS) - CREDIT MEMOS (PS, OPTIONAL)      *
      * INPUT:  HOLDD (HOLIDAY.CALENDAR) - VIA SUBDT23                 *
      * OUTPUT: REJDD (AR.POST.REJECTS) - REJECTED POSTINGS (PS, 80 B) *
      *                                                                *
      * COPYBOOKS: AROPEN - AR OPEN-ITEM RECORD                        *
      *            BDCAL  - BUSINESS-DAY CALENDAR PARAMETER AREA       *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSMAR10.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AR-MASTER-FILE ASSIGN TO ARDD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS AR-KEY
             ALTERNATE RECORD KEY IS AR-INVOICE-NO WITH DUPLICATES
             FILE STATUS IS AR-STATUS.

           SELECT INVOICE-FILE ASSIGN TO INVDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS INV-STATUS.

           SELECT OPTIONAL CREDIT-MEMO-FILE ASSIGN TO CRDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS CR-STATUS.

           SELECT POST-REJECT-FILE ASSIGN TO REJDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS REJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AR-MASTER-FILE.
       01 AR-MASTER-REC.
           COPY AROPEN.

      * INVOICE FILE AS WRITTEN BY THE INVOICING RUN: BILL*/ADDR*/
      * CTOT*/TRL** CONTROL RECORDS AROUND ONE RECORD PER ORDER
       FD INVOICE-FILE RECORDING MODE IS F.
       01 INVOICE-REC.
          05 INVOICE-ORDER-ID PIC X(5).
          05 FILLER PIC X(1).
          05 INVOICE-PRODUCT-NAME PIC X(20).
          05 FILLER PIC X(1).
          05 INVOICE-QUANTITY PIC 9(3).
          05 FILLER PIC X(1).
          05 INVOICE-TOTAL-COST PIC Z(6).99.
          05 FILLER PIC X(1).
          05 INVOICE-DISCOUNT PIC Z(6).99.
          05 FILLER PIC X(1).
          05 INVOICE-TAX PIC Z(6).99.
          05 FILLER PIC X(20).
       01 INVOICE-BILLTO-REC.
          05 INV-TAG PIC X(5).
          05 INV-BILL-CUST-ID PIC X(6).
          05 FILLER PIC X(69).
       01 INVOICE-TRAILER-REC.
          05 FILLER PIC X(5).
          05 INV-TRL-COUNT PIC 9(9).
          05 INV-TRL-AMOUNT PIC 9(13)V99.
          05 INV-TRL-TAX PIC 9(13)V99.
          05 FILLER PIC X(36).

      * CREDIT MEMO IN THE INVOICE LAYOUT WITH A NEGATIVE AMOUNT
       FD CREDIT-MEMO-FILE RECORDING MODE IS F.
       01 CREDIT-REC.
          05 CR-ORDER-ID PIC X(5).
          05 FILLER PIC X(1).
          05 CR-PRODUCT-NAME PIC X(20).
          05 FILLER PIC X(1).
          05 CR-QUANTITY PIC 9(3).
          05 FILLER PIC X(1).
          05 CR-TOTAL-COST PIC -(6)9.99.
          05 FILLER PIC X(1).
          05 CR-REASON PIC X(20).
          05 FILLER PIC X(17).
       01 CREDIT-TRAILER-REC.
          05 FILLER PIC X(5).
          05 CR-TRL-COUNT PIC 9(9).
          05 CR-TRL-AMOUNT PIC 9(13)V99.
          05 FILLER PIC X(50).

       FD POST-REJECT-FILE RECORDING MODE IS F.
       01 REJECT-REC.
          05 REJ-CUST-ID PIC X(6).
          05 FILLER PIC X(1).
          05 REJ-INVOICE-NO PIC X(5).
          05 FILLER PIC X(1).
          05 REJ-AMOUNT PIC -(8)9.99.
          05 FILLER PIC X(1).
          05 REJ-REASON PIC X(30).
          05 FILLER PIC X(23).

       WORKING-STORAGE SECTION.

      * FILE STATUS VARIABLES
       01 FILE-STATUSES.
           05 AR-STATUS PIC X(2).
           05 INV-STATUS PIC X(2).
           05 CR-STATUS PIC X(2).
           05 REJ-STATUS PIC X(2).

      * CONTROL FLAGS
       01 FLAGS.
           05 WS-INV-EOF PIC X(1) VALUE 'N'.
              88 INV-EOF VALUE 'Y'.
           05 WS-CR-EOF PIC X(1) VALUE 'N'.
              88 CR-EOF VALUE 'Y'.
           05 WS-INV-TRL-SW PIC X(1) VALUE 'N'.
              88 INV-TRL-SEEN VALUE 'Y'.
           05 WS-CR-TRL-SW PIC X(1) VALUE 'N'.
              88 CR-TRL-SEEN VALUE 'Y'.

      * RUN DATE = INVOICE DATE OF EVERYTHING POSTED TONIGHT; DUE
      * DATE = RUN DATE + PAYMENT TERMS ON THE BUSINESS CALENDAR
       01 WS-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-DUE-DATE PIC 9(8) VALUE 0.
       01 WS-DATE-INT PIC 9(8) VALUE 0.
       01 WS-TERMS-DAYS PIC 9(3) VALUE 30.

      * BUSINESS-DAY CALENDAR SERVICE PARAMETERS
       01 DATE-SERVICE-AREA.
           COPY BDCAL.

      * CUSTOMER OF THE INVOICE RECORDS BEING READ (FROM BILL*)
       01 WS-CUR-CUST-ID PIC X(6) VALUE SPACES.

      * AMOUNT WORK FIELDS
       01 WS-INV-COST PIC 9(7)V99 VALUE 0.
       01 WS-INV-TAX PIC 9(7)V99 VALUE 0.
       01 WS-CR-AMOUNT PIC S9(7)V99 VALUE 0.
       01 WS-CR-APPLY PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-CR-EXCESS PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-OA-CUST-ID PIC X(6) VALUE SPACES.
       01 WS-OA-AMOUNT PIC S9(9)V99 COMP-3 VALUE 0.

      * CONTROL TOTALS CHECKED AGAINST THE TRL** TRAILERS
       01 WS-INV-READ-COST PIC 9(13)V99 COMP-3 VALUE 0.
       01 WS-INV-READ-TAX PIC 9(13)V99 COMP-3 VALUE 0.
       01 WS-CR-READ-AMOUNT PIC 9(13)V99 COMP-3 VALUE 0.

      * RUN TOTALS
       01 WS-POSTED-AMOUNT PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-CREDITED-AMOUNT PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-ON-ACCOUNT-AMOUNT PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-AMOUNT-DISP PIC -(12)9.99.

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 INVOICES-READ PIC 9(7) VALUE 0.
          05 INVOICES-POSTED PIC 9(7) VALUE 0.
          05 CREDITS-READ PIC 9(7) VALUE 0.
          05 CREDITS-POSTED PIC 9(7) VALUE 0.
          05 CREDITS-ON-ACCOUNT PIC 9(7) VALUE 0.
          05 POSTINGS-REJECTED PIC 9(7) VALUE 0.
          05 TRAILER-ERRORS PIC 9(3) VALUE 0.

      * DISPLAY-FORMATTED COUNTERS
       01 WS-DISP-COUNTERS.
          05 INVOICES-READ-DISP PIC Z(6)9.
          05 INVOICES-POSTED-DISP PIC Z(6)9.
          05 CREDITS-READ-DISP PIC Z(6)9.
          05 CREDITS-POSTED-DISP PIC Z(6)9.
          05 CREDITS-ON-ACCOUNT-DISP PIC Z(6)9.
          05 POSTINGS-REJECTED-DISP PIC Z(6)9.

      **********************************************
      * MAIN FLOW: OPEN -> POST INVOICES -> POST CREDIT MEMOS ->
      * CLOSE -> REPORT
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM OPEN-ALL-FILES.
           PERFORM SET-INVOICE-DATES.
           PERFORM POST-INVOICE-FILE.
           PERFORM POST-CREDIT-MEMOS.
           PERFORM CLOSE-ALL-FILES.
           PERFORM DISPLAY-SUMMARY.
           IF POSTINGS-REJECTED > 0 OR TRAILER-ERRORS > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      **********************************************
      * OPEN ALL FILES AND CHECK STATUS. THE CREDIT MEMO FILE IS
      * OPENED WHEN IT IS POSTED.
      **********************************************
       OPEN-ALL-FILES.
           OPEN I-O AR-MASTER-FILE.
           IF AR-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING AR MASTER FILE: ' AR-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT INVOICE-FILE.
           IF INV-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING INVOICE FILE: ' INV-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT POST-REJECT-FILE.
           IF REJ-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING AR POSTING REJECT FILE: '
                      REJ-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * INVOICE DATE IS THE RUN DATE; THE DUE DATE IS THE TERMS
      * PERIOD LATER, ROLLED ON TO A BUSINESS DAY. BOTH COME FROM
      * THE RUN DATE, SO A DATE THE CALENDAR CANNOT ROLL STOPS THE
      * RUN WITH RC 12 BEFORE ANYTHING IS POSTED.
      **********************************************
       SET-INVOICE-DATES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-DATE-INT =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + WS-TERMS-DAYS.
           COMPUTE WS-DUE-DATE =
              FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
           SET BDC-ROLL-FORWARD TO TRUE.
           MOVE WS-DUE-DATE TO BDC-DATE-IN.
           CALL 'SUBDT23' USING DATE-SERVICE-AREA
           END-CALL.
           IF NOT BDC-OK
              DISPLAY 'ERROR: DUE DATE NOT ROLLED TO A BUSINESS DAY: '
                      WS-DUE-DATE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE BDC-DATE-OUT TO WS-DUE-DATE.
           DISPLAY 'INVOICE DATE: ' WS-RUN-DATE ' DUE DATE: '
                   WS-DUE-DATE.

      **********************************************
      * READS THE INVOICE FILE, TRACKING THE BILL-TO CUSTOMER, AND
      * POSTS EACH ORDER-LEVEL RECORD. THE TRAILER IS CHECKED AT
      * THE END.
      **********************************************
       POST-INVOICE-FILE.
           PERFORM UNTIL INV-EOF
              READ INVOICE-FILE
                AT END
                   SET INV-EOF TO TRUE
                NOT AT END
                   IF INV-STATUS NOT = '00'
                      DISPLAY 'ERROR READING INVOICE FILE: '
                              INV-STATUS
                      STOP RUN
                   END-IF
                   EVALUATE INV-TAG
                       WHEN 'BILL*'
                            MOVE INV-BILL-CUST-ID TO WS-CUR-CUST-ID
                       WHEN 'ADDR*'
                            CONTINUE
                       WHEN 'CTOT*'
                            MOVE SPACES TO WS-CUR-CUST-ID
                       WHEN 'TRL**'
                            PERFORM CHECK-INVOICE-TRAILER
                       WHEN OTHER
                            IF INVOICE-ORDER-ID NOT = SPACES
                               PERFORM POST-INVOICE
                            END-IF
                   END-EVALUATE
              END-READ
           END-PERFORM.
           CLOSE INVOICE-FILE.
           IF NOT INV-TRL-SEEN
              DISPLAY 'WARNING: INVOICE FILE HAS NO TRL** TRAILER - '
                      'FILE MAY BE TRUNCATED'
              ADD 1 TO TRAILER-ERRORS
           END-IF.

      **********************************************
      * POSTS ONE INVOICE AS AN OPEN ITEM FOR THE CURRENT CUSTOMER.
      **********************************************
       POST-INVOICE.
           ADD 1 TO INVOICES-READ.
           MOVE INVOICE-TOTAL-COST TO WS-INV-COST.
           MOVE INVOICE-TAX TO WS-INV-TAX.
           ADD WS-INV-COST TO WS-INV-READ-COST.
           ADD WS-INV-TAX TO WS-INV-READ-TAX.

           IF WS-CUR-CUST-ID = SPACES
              MOVE SPACES TO REJECT-REC
              MOVE INVOICE-ORDER-ID TO REJ-INVOICE-NO
              COMPUTE REJ-AMOUNT = WS-INV-COST + WS-INV-TAX
              MOVE 'INVOICE HAS NO BILL-TO CUSTOMER' TO REJ-REASON
              PERFORM WRITE-POST-REJECT
              EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO AR-MASTER-REC.
           MOVE WS-CUR-CUST-ID TO AR-CUST-ID.
           MOVE INVOICE-ORDER-ID TO AR-INVOICE-NO.
           SET AR-INVOICE-ITEM TO TRUE.
           MOVE WS-RUN-DATE TO AR-INVOICE-DATE.
           MOVE WS-DUE-DATE TO AR-DUE-DATE.
           COMPUTE AR-ORIG-AMOUNT = WS-INV-COST + WS-INV-TAX.
           MOVE 0 TO AR-CREDIT-AMOUNT.
           MOVE 0 TO AR-PAID-AMOUNT.
           MOVE AR-ORIG-AMOUNT TO AR-OPEN-AMOUNT.
           IF AR-OPEN-AMOUNT > 0
              SET AR-ITEM-OPEN TO TRUE
           ELSE
              SET AR-ITEM-CLOSED TO TRUE
           END-IF.
           MOVE WS-RUN-DATE TO AR-LAST-ACTIVITY.
           WRITE AR-MASTER-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.
           EVALUATE AR-STATUS
               WHEN '00'
               WHEN '02'
                    ADD 1 TO INVOICES-POSTED
                    ADD AR-ORIG-AMOUNT TO WS-POSTED-AMOUNT
               WHEN '22'
                    MOVE SPACES TO REJECT-REC
                    MOVE WS-CUR-CUST-ID TO REJ-CUST-ID
                    MOVE INVOICE-ORDER-ID TO REJ-INVOICE-NO
                    MOVE AR-ORIG-AMOUNT TO REJ-AMOUNT
                    MOVE 'INVOICE ALREADY ON LEDGER' TO REJ-REASON
                    PERFORM WRITE-POST-REJECT
               WHEN OTHER
                    DISPLAY 'ERROR WRITING AR MASTER: ' AR-STATUS
                    DISPLAY 'CUSTOMER: ' WS-CUR-CUST-ID
                            ' INVOICE: ' INVOICE-ORDER-ID
                    STOP RUN
           END-EVALUATE.

      **********************************************
      * COMPARES THE INVOICE TRAILER WITH WHAT WAS READ.
      **********************************************
       CHECK-INVOICE-TRAILER.
           SET INV-TRL-SEEN TO TRUE.
           IF INV-TRL-COUNT NOT = INVOICES-READ
              OR INV-TRL-AMOUNT NOT = WS-INV-READ-COST
              OR INV-TRL-TAX NOT = WS-INV-READ-TAX
              DISPLAY 'WARNING: INVOICE TRAILER MISMATCH'
              DISPLAY '  TRAILER COUNT: ' INV-TRL-COUNT
                      ' READ: ' INVOICES-READ
              DISPLAY '  TRAILER AMOUNT: ' INV-TRL-AMOUNT
                      ' READ: ' WS-INV-READ-COST
              DISPLAY '  TRAILER TAX: ' INV-TRL-TAX
                      ' READ: ' WS-INV-READ-TAX
              ADD 1 TO TRAILER-ERRORS
           END-IF.

      **********************************************
      * POSTS THE RETURNS RUN'S CREDIT MEMOS. THE DATASET IS
      * OPTIONAL - A NIGHT WITH NO RETURNS POSTS INVOICES ONLY.
      **********************************************
       POST-CREDIT-MEMOS.
           OPEN INPUT CREDIT-MEMO-FILE.
           IF CR-STATUS NOT = '00'
              DISPLAY 'NO CREDIT MEMO FILE - INVOICES ONLY'
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL CR-EOF
              READ CREDIT-MEMO-FILE
                AT END
                   SET CR-EOF TO TRUE
                NOT AT END
                   IF CR-STATUS NOT = '00'
                      DISPLAY 'ERROR READING CREDIT MEMO FILE: '
                              CR-STATUS
                      STOP RUN
                   END-IF
                   IF CR-ORDER-ID = 'TRL**'
                      PERFORM CHECK-CREDIT-TRAILER
                   ELSE
                      IF CR-ORDER-ID NOT = SPACES
                         PERFORM POST-CREDIT-MEMO
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           CLOSE CREDIT-MEMO-FILE.
           IF CREDITS-READ > 0 AND NOT CR-TRL-SEEN
              DISPLAY 'WARNING: CREDIT MEMO FILE HAS NO TRL** '
                      'TRAILER - FILE MAY BE TRUNCATED'
              ADD 1 TO TRAILER-ERRORS
           END-IF.

      **********************************************
      * APPLIES ONE CREDIT MEMO TO ITS INVOICE, FOUND BY INVOICE
      * NUMBER THROUGH THE AIX. CREDIT BEYOND THE INVOICE'S OPEN
      * AMOUNT GOES ON ACCOUNT FOR THE CUSTOMER.
      **********************************************
       POST-CREDIT-MEMO.
           ADD 1 TO CREDITS-READ.
           MOVE CR-TOTAL-COST TO WS-CR-AMOUNT.
           COMPUTE WS-CR-AMOUNT = 0 - WS-CR-AMOUNT.
           ADD WS-CR-AMOUNT TO WS-CR-READ-AMOUNT.

           MOVE CR-ORDER-ID TO AR-INVOICE-NO.
           READ AR-MASTER-FILE KEY IS AR-INVOICE-NO
               INVALID KEY
                   MOVE SPACES TO REJECT-REC
                   MOVE CR-ORDER-ID TO REJ-INVOICE-NO
                   MOVE WS-CR-AMOUNT TO REJ-AMOUNT
                   MOVE 'CREDIT FOR INVOICE NOT ON LEDGER'
                     TO REJ-REASON
                   PERFORM WRITE-POST-REJECT
                   EXIT PARAGRAPH
           END-READ.
           IF AR-STATUS NOT = '00' AND AR-STATUS NOT = '02'
              DISPLAY 'ERROR READING AR MASTER: ' AR-STATUS
              DISPLAY 'INVOICE: ' CR-ORDER-ID
              STOP RUN
           END-IF.

           IF WS-CR-AMOUNT > AR-OPEN-AMOUNT
              MOVE AR-OPEN-AMOUNT TO WS-CR-APPLY
              COMPUTE WS-CR-EXCESS = WS-CR-AMOUNT - AR-OPEN-AMOUNT
           ELSE
              MOVE WS-CR-AMOUNT TO WS-CR-APPLY
              MOVE 0 TO WS-CR-EXCESS
           END-IF.
           ADD WS-CR-APPLY TO AR-CREDIT-AMOUNT.
           SUBTRACT WS-CR-APPLY FROM AR-OPEN-AMOUNT.
           IF AR-OPEN-AMOUNT = 0
              SET AR-ITEM-CLOSED TO TRUE
           END-IF.
           MOVE WS-RUN-DATE TO AR-LAST-ACTIVITY.
           REWRITE AR-MASTER-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF AR-STATUS NOT = '00' AND AR-STATUS NOT = '02'
              DISPLAY 'ERROR REWRITING AR MASTER: ' AR-STATUS
              DISPLAY 'INVOICE: ' CR-ORDER-ID
              STOP RUN
           END-IF.
           ADD 1 TO CREDITS-POSTED.
           ADD WS-CR-APPLY TO WS-CREDITED-AMOUNT.

           IF WS-CR-EXCESS > 0
              MOVE AR-CUST-ID TO WS-OA-CUST-ID
              MOVE WS-CR-EXCESS TO WS-OA-AMOUNT
              PERFORM ADD-CREDIT-ON-ACCOUNT
              ADD 1 TO CREDITS-ON-ACCOUNT
           END-IF.

      **********************************************
      * HOLDS WS-OA-AMOUNT OF CREDIT ON THE CUSTOMER'S '*CASH'
      * ON-ACCOUNT ITEM, CREATING IT THE FIRST TIME.
      **********************************************
       ADD-CREDIT-ON-ACCOUNT.
           MOVE WS-OA-CUST-ID TO AR-CUST-ID.
           MOVE '*CASH' TO AR-INVOICE-NO.
           READ AR-MASTER-FILE KEY IS AR-KEY
               INVALID KEY
                   MOVE SPACES TO AR-MASTER-REC
                   MOVE WS-OA-CUST-ID TO AR-CUST-ID
                   SET AR-ON-ACCOUNT-KEY TO TRUE
                   SET AR-ON-ACCOUNT-ITEM TO TRUE
                   MOVE WS-RUN-DATE TO AR-INVOICE-DATE
                   MOVE WS-RUN-DATE TO AR-DUE-DATE
                   MOVE 0 TO AR-ORIG-AMOUNT
                   MOVE 0 TO AR-CREDIT-AMOUNT
                   MOVE 0 TO AR-PAID-AMOUNT
                   MOVE 0 TO AR-OPEN-AMOUNT
           END-READ.
           IF AR-STATUS NOT = '00' AND AR-STATUS NOT = '02'
              AND AR-STATUS NOT = '23'
              DISPLAY 'ERROR READING AR ON-ACCOUNT ITEM: ' AR-STATUS
              DISPLAY 'CUSTOMER: ' WS-OA-CUST-ID
              STOP RUN
           END-IF.

           ADD WS-OA-AMOUNT TO AR-CREDIT-AMOUNT.
           SUBTRACT WS-OA-AMOUNT FROM AR-OPEN-AMOUNT.
           SET AR-ITEM-OPEN TO TRUE.
           MOVE WS-RUN-DATE TO AR-LAST-ACTIVITY.
           ADD WS-OA-AMOUNT TO WS-ON-ACCOUNT-AMOUNT.
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
              DISPLAY 'CUSTOMER: ' WS-OA-CUST-ID
              STOP RUN
           END-IF.

      **********************************************
      * COMPARES THE CREDIT MEMO TRAILER WITH WHAT WAS READ.
      **********************************************
       CHECK-CREDIT-TRAILER.
           SET CR-TRL-SEEN TO TRUE.
           IF CR-TRL-COUNT NOT = CREDITS-READ
              OR CR-TRL-AMOUNT NOT = WS-CR-READ-AMOUNT
              DISPLAY 'WARNING: CREDIT MEMO TRAILER MISMATCH'
              DISPLAY '  TRAILER COUNT: ' CR-TRL-COUNT
                      ' READ: ' CREDITS-READ
              DISPLAY '  TRAILER AMOUNT: ' CR-TRL-AMOUNT
                      ' READ: ' WS-CR-READ-AMOUNT
              ADD 1 TO TRAILER-ERRORS
           END-IF.

      **********************************************
      * WRITES A REJECTED POSTING. THE CALLER CLEARS REJECT-REC
      * AND FILLS IN THE KEY, AMOUNT AND REASON.
      **********************************************
       WRITE-POST-REJECT.
           WRITE REJECT-REC.
           IF REJ-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING AR POSTING REJECT: ' REJ-STATUS
              STOP RUN
           END-IF.
           ADD 1 TO POSTINGS-REJECTED.
           DISPLAY 'REJECTED: ' REJ-CUST-ID ' ' REJ-INVOICE-NO ' '
                   REJ-REASON.

      **********************************************
      * CLOSE ALL FILES AND CHECK STATUS
      **********************************************
       CLOSE-ALL-FILES.
           CLOSE AR-MASTER-FILE.
           IF AR-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING AR MASTER: ' AR-STATUS
           END-IF.

           CLOSE POST-REJECT-FILE.
           IF REJ-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING AR POSTING REJECTS: '
                      REJ-STATUS
           END-IF.

      **********************************************
      * DISPLAY SUMMARY STATISTICS TO SYSOUT
      **********************************************
       DISPLAY-SUMMARY.
           MOVE INVOICES-READ TO INVOICES-READ-DISP.
           MOVE INVOICES-POSTED TO INVOICES-POSTED-DISP.
           MOVE CREDITS-READ TO CREDITS-READ-DISP.
           MOVE CREDITS-POSTED TO CREDITS-POSTED-DISP.
           MOVE CREDITS-ON-ACCOUNT TO CREDITS-ON-ACCOUNT-DISP.
           MOVE POSTINGS-REJECTED TO POSTINGS-REJECTED-DISP.

           DISPLAY '========================================'.
           DISPLAY 'AR POSTING SUMMARY'.
           DISPLAY '========================================'.
           DISPLAY 'INVOICES READ:           ' INVOICES-READ-DISP.
           DISPLAY 'INVOICES POSTED:         ' INVOICES-POSTED-DISP.
           MOVE WS-POSTED-AMOUNT TO WS-AMOUNT-DISP.
           DISPLAY 'AMOUNT POSTED:    ' WS-AMOUNT-DISP.
           DISPLAY 'CREDIT MEMOS READ:       ' CREDITS-READ-DISP.
           DISPLAY 'CREDIT MEMOS POSTED:     ' CREDITS-POSTED-DISP.
           MOVE WS-CREDITED-AMOUNT TO WS-AMOUNT-DISP.
           DISPLAY 'CREDITED TO INVOICES:' WS-AMOUNT-DISP.
           DISPLAY 'CREDITS PUT ON ACCOUNT:  '
                   CREDITS-ON-ACCOUNT-DISP.
           MOVE WS-ON-ACCOUNT-AMOUNT TO WS-AMOUNT-DISP.
           DISPLAY 'CREDIT ON ACCOUNT:' WS-AMOUNT-DISP.
           DISPLAY 'POSTINGS REJECTED:       '
                   POSTINGS-REJECTED-DISP.
           DISPLAY '========================================'.

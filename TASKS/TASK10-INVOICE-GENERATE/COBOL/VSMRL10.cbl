      ******************************************************************
      * CREDIT-HOLD RELEASE RUN                                        *
      *                                                                *
      * PURPOSE:                                                       *
      * THE INVOICING RUN (VSMJOB10) PUTS ORDERS THAT WOULD TAKE A     *
      * CUSTOMER OVER THEIR CREDIT LIMIT ON THE CREDIT-HOLD FILE       *
      * INSTEAD OF INVOICING THEM. THIS RUN WORKS THROUGH THE HELD     *
      * ORDERS AND INVOICES EVERY ONE THE CREDIT DEPARTMENT HAS        *
      * APPROVED OR THE CUSTOMER HAS SINCE PAID DOWN ENOUGH TO TAKE;   *
      * THE REST ARE CARRIED FORWARD TO THE NEXT RUN.                  *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   1. HELD ORDERS (CHLDDD) ARE AN 'H' HEADER WITH THE EXPOSURE  *
      *      FIGURES AT HOLD TIME FOLLOWED BY ITS PRICED 'L' LINES.    *
      *      CONCATENATE THE PREVIOUS CARRY-FORWARD FILE AND THE       *
      *      NIGHT'S NEW HOLDS UNDER CHLDDD.                           *
      *   2. AN ORDER IS RELEASED WHEN:                                *
      *        - THE APPROVALS FILE (APRVDD) NAMES IT (CREDIT          *
      *          DEPARTMENT OVERRIDE, WHATEVER THE EXPOSURE), OR       *
      *        - RECHECKED TODAY IT FITS: NET OPEN AR (ARDD) + WHAT    *
      *          THIS RUN HAS ALREADY RELEASED FOR THE CUSTOMER + THE  *
      *          ORDER IS WITHIN CREDIT_LIMIT ON TB_CUSTOMERS.         *
      *      A CUSTOMER WITH NO TB_CUSTOMERS ROW ONLY RELEASES ON      *
      *      APPROVAL.                                                 *
      *   3. A RELEASED ORDER IS INVOICED AT THE PRICE, DISCOUNT AND   *
      *      TAX IT WAS HELD AT, IN THE VSMJOB10 INVOICE LAYOUT        *
      *      (BILL*/ADDR* FROM THE TASK32 CUSTOMER MASTER, THE ORDER,  *
      *      CTOT*, AND A TRL** TRAILER) SO VSMAR10 POSTS IT TO AR     *
      *      LIKE ANY OTHER NIGHT'S INVOICES. STOCK IS DECREMENTED     *
      *      NOW; A LINE THE STOCK NO LONGER COVERS (OR WHOSE PRODUCT  *
      *      HAS GONE) IS REJECTED TO REJDD AND LEFT OFF THE INVOICE.  *
      *   4. THE INVOICED TAX IS SUMMED BY STATE TO TAXSDD (STAX*/     *
      *      STOT*, THE VSMJOB10 LAYOUT WITHOUT RATE AND DATE, SINCE   *
      *      THE RATE WAS APPLIED AT HOLD TIME).                       *
      *   5. ORDERS NOT RELEASED GO TO THE CARRY-FORWARD FILE          *
      *      (CHLDOUT) WITH THE EXPOSURE FIGURES REFRESHED. APPROVALS  *
      *      MATCHING NO HELD ORDER ARE REPORTED. RC 4 WHEN ANY LINE   *
      *      REJECTS.                                                  *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15  SSH  INITIAL VERSION.                              *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  CHLDDD (CREDIT.HOLD) - HELD ORDERS (PS, 80 B)          *
      * INPUT:  APRVDD (CREDIT.APPROVALS) - RELEASES (PS, OPTIONAL)    *
      * INPUT:  ARDD (AR.OPEN.ITEMS) - AR OPEN-ITEM MASTER (VSAM KSDS) *
      * INPUT:  MASTDD (CUST.MASTER) - TASK32 CUSTOMER MASTER (KSDS)   *
      * INPUT:  TB_CUSTOMERS (DB2) - CUSTOMER CREDIT LIMITS            *
      * I-O:    VSAMDD (PROD.MASTER) - PRODUCT MASTER FILE (VSAM KSDS) *
      * OUTPUT: OUTDD (INVOICE.FILE) - RELEASED INVOICES (PS, 80 B)    *
      * OUTPUT: REJDD (REJECTED.ORDERS) - REJECTED LINES (PS, 80 B)    *
      * OUTPUT: TAXSDD (TAX.LIABILITY) - TAX BY STATE (PS, 80 B)       *
      * OUTPUT: CHLDOUT (CREDIT.HOLD) - ORDERS STILL HELD (PS, 80 B)   *
      *                                                                *
      * COPYBOOKS: CRHOLD - CREDIT-HOLD ORDER RECORD                   *
      *            AROPEN - AR OPEN-ITEM RECORD                        *
      *            TASK32 - CUSTOMER RECORD LAYOUT                     *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSMRL10.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDIT-HOLD-FILE ASSIGN TO CHLDDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS CHLD-STATUS.

           SELECT OPTIONAL APPROVAL-FILE ASSIGN TO APRVDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS APRV-STATUS.

           SELECT AR-MASTER-FILE ASSIGN TO ARDD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS AR-KEY
             ALTERNATE RECORD KEY IS AR-INVOICE-NO WITH DUPLICATES
             FILE STATUS IS AR-STATUS.

           SELECT CUST-MASTER-FILE ASSIGN TO MASTDD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS CUST-ID OF CUST-MASTER-REC
             FILE STATUS IS CUST-STATUS.

           SELECT PRODUCT-MASTER-FILE ASSIGN TO VSAMDD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS PRODUCT-ID
             FILE STATUS IS VSAM-STATUS.

           SELECT INVOICE-OUTPUT-FILE ASSIGN TO OUTDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS OUT-STATUS.

           SELECT REJECTED-ORDERS-FILE ASSIGN TO REJDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS REJ-STATUS.

           SELECT TAX-SUMMARY-FILE ASSIGN TO TAXSDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS TAXS-STATUS.

           SELECT CARRY-HOLD-FILE ASSIGN TO CHLDOUT
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS CARRY-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * HELD ORDERS FROM VSMJOB10 (AND LAST RUN'S CARRY-FORWARD)
       FD CREDIT-HOLD-FILE RECORDING MODE IS F.
       01 HOLD-IN-REC PIC X(80).

      * CREDIT DEPARTMENT APPROVALS: ONE ROW PER ORDER TO RELEASE
       FD APPROVAL-FILE RECORDING MODE IS F.
       01 APPROVAL-REC.
          05 APR-ORDER-ID PIC X(5).
          05 FILLER PIC X(1).
          05 APR-CUST-ID PIC X(6).
          05 FILLER PIC X(1).
          05 APR-APPROVED-BY PIC X(8).
          05 FILLER PIC X(59).

      * AR OPEN ITEMS POSTED BY VSMAR10, FOR THE CUSTOMER'S EXPOSURE
       FD AR-MASTER-FILE.
       01 AR-MASTER-REC.
           COPY AROPEN.

      * TASK32 CUSTOMER MASTER MAINTAINED BY THE CUSTOMER IMPORT
       FD CUST-MASTER-FILE.
       01 CUST-MASTER-REC.
           COPY TASK32.

       FD PRODUCT-MASTER-FILE.
       01 VSAM-REC.
          05 PRODUCT-ID PIC X(5).
          05 PRODUCT-NAME PIC X(20).
          05 UNIT-PRICE PIC 9(5)V99.
          05 PRODUCT-QTY-ON-HAND PIC 9(5).

      * INVOICE FILE IN THE VSMJOB10 LAYOUT
       FD INVOICE-OUTPUT-FILE RECORDING MODE IS F.
       01 OUT-REC.
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

       FD REJECTED-ORDERS-FILE RECORDING MODE IS F.
       01 REJECT-REC.
          05 REJ-ORDER-ID PIC X(5).
          05 FILLER PIC X(1).
          05 REJ-PRODUCT-ID PIC X(5).
          05 FILLER PIC X(1).
          05 REJ-REASON PIC X(30).
          05 FILLER PIC X(38).

      * TAX LIABILITY BY STATE FOR THE FINANCE FILING
       FD TAX-SUMMARY-FILE RECORDING MODE IS F.
       01 TAXS-REC PIC X(80).

      * ORDERS STILL HELD, FOR THE NEXT RELEASE RUN
       FD CARRY-HOLD-FILE RECORDING MODE IS F.
       01 CARRY-HOLD-REC PIC X(80).

       WORKING-STORAGE SECTION.

      * SQL COMMUNICATION AREA
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

      * DB2 HOST VARIABLES - TB_CUSTOMERS CREDIT LIMIT
       01  HV-CUST-ID      PIC X(6).
       01  HV-CREDIT       PIC S9(7)V99 COMP-3.

      * FORMATTED SQLCODE FOR DISPLAY
       77 WS-SQLCODE-DISP PIC -Z(8)9.

      * FILE STATUS VARIABLES
       01 FILE-STATUSES.
           05 CHLD-STATUS PIC X(2).
           05 APRV-STATUS PIC X(2).
           05 AR-STATUS PIC X(2).
           05 CUST-STATUS PIC X(2).
           05 VSAM-STATUS PIC X(2).
           05 OUT-STATUS PIC X(2).
           05 REJ-STATUS PIC X(2).
           05 TAXS-STATUS PIC X(2).
           05 CARRY-STATUS PIC X(2).

      * CONTROL FLAGS
       01 FLAGS.
           05 WS-HOLD-EOF PIC X(1) VALUE 'N'.
              88 HOLD-EOF VALUE 'Y'.
           05 WS-APRV-EOF PIC X(1) VALUE 'N'.
              88 APRV-EOF VALUE 'Y'.
           05 WS-AR-EOF PIC X(1) VALUE 'N'.
              88 AR-EOF VALUE 'Y'.
           05 WS-LIMIT-FOUND-SW PIC X(1) VALUE 'N'.
              88 LIMIT-FOUND VALUE 'Y'.
           05 WS-ORDER-OPEN-SW PIC X(1) VALUE 'N'.
              88 ORDER-OPEN VALUE 'Y'.
           05 WS-RELEASE-SW PIC X(1) VALUE 'N'.
              88 RELEASE-APPROVED VALUE 'A'.
              88 RELEASE-WITHIN-LIMIT VALUE 'P'.
              88 RELEASE-ORDER VALUE 'A' 'P'.

      * HOLD RECORD BEING READ OR WRITTEN
       01 WS-HOLD-REC.
           COPY CRHOLD.

      * RUN DATE
       01 WS-RUN-DATE PIC 9(8) VALUE 0.

      * CREDIT DEPARTMENT APPROVALS LOADED FROM APRVDD. USED MARKS
      * THE ROWS THAT MATCHED A HELD ORDER.
       01 APRV-TABLE-MAX PIC 9(3) VALUE 500.
       01 APRV-COUNT PIC 9(3) VALUE 0.
       01 APRV-TABLE.
          05 APRV-ENTRY OCCURS 500 TIMES.
             10 APV-ORDER-ID PIC X(5).
             10 APV-CUST-ID PIC X(6).
             10 APV-APPROVED-BY PIC X(8).
             10 APV-USED PIC X(1).
       01 WS-APV-SUB PIC 9(3) VALUE 0.
       01 WS-APV-HIT PIC 9(3) VALUE 0.

      * HELD ORDER BEING DECIDED: ITS HEADER AND LINE IMAGES
       01 WS-ORD-HEADER-IMAGE PIC X(80) VALUE SPACES.
       01 WS-ORD-ORDER-ID PIC X(5) VALUE SPACES.
       01 WS-ORD-CUST-ID PIC X(6) VALUE SPACES.
       01 WS-ORD-STATE PIC X(2) VALUE SPACES.
       01 WS-ORD-AMOUNT PIC 9(7)V99 COMP-3 VALUE 0.
       01 ORD-LINE-TABLE-MAX PIC 9(3) VALUE 100.
       01 ORD-LINE-COUNT PIC 9(3) VALUE 0.
       01 ORD-LINE-TABLE.
          05 ORD-LINE-IMAGE OCCURS 100 TIMES PIC X(80).
       01 WS-LINE-SUB PIC 9(3) VALUE 0.
       01 WS-REJ-REASON PIC X(30) VALUE SPACES.

      * CUSTOMER CREDIT POSITION FOR THE RECHECK
       01 WS-CUST-CREDIT-LIMIT PIC 9(7)V99 COMP-3 VALUE 0.
       01 WS-CUST-AR-OPEN PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-RUN-RELEASED PIC 9(9)V99 COMP-3 VALUE 0.
       01 WS-EXPOSURE PIC S9(9)V99 COMP-3 VALUE 0.

      * AMOUNT RELEASED PER CUSTOMER THIS RUN (NOT YET ON THE AR
      * LEDGER), COUNTED INTO LATER ORDERS' EXPOSURE
       01 RLC-TABLE-MAX PIC 9(3) VALUE 500.
       01 RLC-COUNT PIC 9(3) VALUE 0.
       01 RLC-TABLE.
          05 RLC-ENTRY OCCURS 500 TIMES.
             10 RLC-CUST-ID PIC X(6).
             10 RLC-AMOUNT PIC 9(9)V99 COMP-3.
       01 WS-RLC-SUB PIC 9(3) VALUE 0.
       01 WS-RLC-HIT PIC 9(3) VALUE 0.

      * INVOICE BEING BUILT FOR A RELEASED ORDER
       01 WS-INV-LINE-COUNT PIC 9(3) VALUE 0.
       01 WS-INV-TOTAL-QTY PIC 9(5) VALUE 0.
       01 WS-INV-TOTAL-COST PIC 9(7)V99 COMP-3 VALUE 0.
       01 WS-INV-TOTAL-DISC PIC 9(7)V99 COMP-3 VALUE 0.
       01 WS-INV-TOTAL-TAX PIC 9(7)V99 COMP-3 VALUE 0.
       01 WS-INV-LAST-PRODUCT-NAME PIC X(20) VALUE SPACES.

      * BILL-TO AND CUSTOMER-TOTAL INVOICE RECORD LAYOUTS
       01 BILLTO-REC-LAYOUT.
           05 BILL-TAG PIC X(5) VALUE 'BILL*'.
           05 BILL-CUST-ID PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 BILL-NAME PIC X(25).
           05 FILLER PIC X(1) VALUE SPACE.
           05 BILL-CITY PIC X(15).
           05 FILLER PIC X(27) VALUE SPACES.
       01 ADDR-REC-LAYOUT.
           05 ADDR-TAG PIC X(5) VALUE 'ADDR*'.
           05 ADDR-STREET PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 ADDR-STATE PIC X(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 ADDR-ZIP PIC X(9).
           05 FILLER PIC X(32) VALUE SPACES.
       01 CUST-TOTAL-LAYOUT.
           05 CTOT-TAG PIC X(5) VALUE 'CTOT*'.
           05 CTOT-CUST-ID PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CTOT-ORDERS PIC ZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 CTOT-AMOUNT PIC Z(8)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 CTOT-DISCOUNT PIC Z(8)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 CTOT-TAX PIC Z(8)9.99.
           05 FILLER PIC X(14) VALUE SPACES.

      * CONTROL-TOTALS TRAILER, SAME 'TRL**' LAYOUT AS VSMJOB10
       01 TRAILER-REC-LAYOUT.
          05 TRL-TAG PIC X(5).
          05 TRL-COUNT PIC 9(9).
          05 TRL-AMOUNT PIC 9(13)V99.
          05 TRL-TAX-AMOUNT PIC 9(13)V99.
          05 FILLER PIC X(36).

      * INVOICED TAX BY STATE
       01 TAXS-TABLE-MAX PIC 9(3) VALUE 100.
       01 TAXS-COUNT PIC 9(3) VALUE 0.
       01 TAXS-TABLE.
          05 TAXS-ENTRY OCCURS 100 TIMES.
             10 TXS-STATE PIC X(2).
             10 TXS-LINES PIC 9(7) COMP-3.
             10 TXS-TAXABLE PIC 9(11)V99 COMP-3.
             10 TXS-EXEMPT PIC 9(11)V99 COMP-3.
             10 TXS-TAX PIC 9(11)V99 COMP-3.
       01 WS-TXS-SUB PIC 9(3) VALUE 0.
       01 WS-TXS-HIT PIC 9(3) VALUE 0.

      * TAX LIABILITY SUMMARY RECORD LAYOUTS (VSMJOB10 POSITIONS;
      * RATE AND EFFECTIVE DATE LEFT BLANK)
       01 TAXS-DETAIL-LAYOUT.
          05 TSD-TAG PIC X(5) VALUE 'STAX*'.
          05 TSD-STATE PIC X(2).
          05 FILLER PIC X(17) VALUE SPACES.
          05 TSD-LINES PIC Z(6)9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 TSD-TAXABLE PIC Z(8)9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 TSD-EXEMPT PIC Z(8)9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 TSD-TAX PIC Z(8)9.99.
          05 FILLER PIC X(10) VALUE SPACES.
       01 TAXS-TOTAL-LAYOUT.
          05 TST-TAG PIC X(5) VALUE 'STOT*'.
          05 TST-RUN-DATE PIC 9(8).
          05 FILLER PIC X(11) VALUE SPACES.
          05 TST-LINES PIC Z(6)9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 TST-TAXABLE PIC Z(8)9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 TST-EXEMPT PIC Z(8)9.99.
          05 FILLER PIC X(1) VALUE SPACE.
          05 TST-TAX PIC Z(8)9.99.
          05 FILLER PIC X(10) VALUE SPACES.
       01 WS-TAXS-LINES PIC 9(7) COMP-3 VALUE 0.
       01 WS-TAXS-TAXABLE PIC 9(13)V99 COMP-3 VALUE 0.
       01 WS-TAXS-EXEMPT PIC 9(13)V99 COMP-3 VALUE 0.

      * RUN TOTALS
       01 WS-RUN-TOTAL-COST PIC 9(13)V99 COMP-3 VALUE 0.
       01 WS-RUN-TOTAL-TAX PIC 9(13)V99 COMP-3 VALUE 0.
       01 WS-AMOUNT-DISP PIC Z(12)9.99.

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 ORDERS-READ PIC 9(5) VALUE 0.
          05 ORDERS-APPROVED PIC 9(5) VALUE 0.
          05 ORDERS-WITHIN-LIMIT PIC 9(5) VALUE 0.
          05 ORDERS-CARRIED PIC 9(5) VALUE 0.
          05 TOTAL-INVOICES PIC 9(5) VALUE 0.
          05 LINES-REJECTED PIC 9(5) VALUE 0.
          05 APPROVALS-UNMATCHED PIC 9(5) VALUE 0.

      * DISPLAY-FORMATTED COUNTERS
       01 WS-DISP-COUNTERS.
          05 ORDERS-READ-DISP PIC Z(5).
          05 ORDERS-APPROVED-DISP PIC Z(5).
          05 ORDERS-WITHIN-LIMIT-DISP PIC Z(5).
          05 ORDERS-CARRIED-DISP PIC Z(5).
          05 TOTAL-INVOICES-DISP PIC Z(5).
          05 LINES-REJECTED-DISP PIC Z(5).
          05 APPROVALS-UNMATCHED-DISP PIC Z(5).

      **********************************************
      * MAIN FLOW: OPEN -> LOAD APPROVALS -> DECIDE EACH HELD
      * ORDER -> TRAILER AND TAX SUMMARY -> CLOSE -> REPORT
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM OPEN-ALL-FILES.
           PERFORM LOAD-APPROVALS.
           PERFORM READ-HELD-ORDERS.
           PERFORM WRITE-INVOICE-TRAILER.
           PERFORM WRITE-TAX-SUMMARY.
           PERFORM REPORT-UNMATCHED-APPROVALS.
           PERFORM CLOSE-ALL-FILES.
           PERFORM DISPLAY-SUMMARY.
           IF LINES-REJECTED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      **********************************************
      * OPEN ALL FILES AND CHECK STATUS. THE APPROVALS FILE IS
      * OPENED WHEN IT IS LOADED.
      **********************************************
       OPEN-ALL-FILES.
           OPEN INPUT CREDIT-HOLD-FILE.
           IF CHLD-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CREDIT HOLD FILE: ' CHLD-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT AR-MASTER-FILE.
           IF AR-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING AR MASTER FILE: ' AR-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT CUST-MASTER-FILE.
           IF CUST-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CUSTOMER MASTER FILE: '
                      CUST-STATUS
              STOP RUN
           END-IF.

           OPEN I-O PRODUCT-MASTER-FILE.
           IF VSAM-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING PRODUCT MASTER FILE: ' VSAM-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT INVOICE-OUTPUT-FILE.
           IF OUT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING INVOICE OUTPUT FILE: ' OUT-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT REJECTED-ORDERS-FILE.
           IF REJ-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING REJECTED ORDERS FILE: ' REJ-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT CARRY-HOLD-FILE.
           IF CARRY-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CARRY-FORWARD HOLD FILE: '
                      CARRY-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * LOADS THE CREDIT DEPARTMENT'S APPROVALS. THE DATASET IS
      * OPTIONAL - WITHOUT IT ONLY PAID-DOWN ORDERS RELEASE.
      **********************************************
       LOAD-APPROVALS.
           OPEN INPUT APPROVAL-FILE.
           IF APRV-STATUS NOT = '00'
              IF APRV-STATUS = '05'
                 CLOSE APPROVAL-FILE
              END-IF
              DISPLAY 'NO APPROVALS FILE - LIMIT RECHECK ONLY'
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL APRV-EOF
              READ APPROVAL-FILE
                AT END
                   SET APRV-EOF TO TRUE
                NOT AT END
                   IF APRV-STATUS NOT = '00'
                      DISPLAY 'ERROR READING APPROVALS: ' APRV-STATUS
                      STOP RUN
                   END-IF
                   IF APR-ORDER-ID NOT = SPACES
                      IF APRV-COUNT >= APRV-TABLE-MAX
                         DISPLAY 'FATAL: APPROVAL TABLE OVERFLOW, MAX='
                                  APRV-TABLE-MAX
                         STOP RUN
                      END-IF
                      ADD 1 TO APRV-COUNT
                      MOVE APR-ORDER-ID TO APV-ORDER-ID(APRV-COUNT)
                      MOVE APR-CUST-ID TO APV-CUST-ID(APRV-COUNT)
                      MOVE APR-APPROVED-BY
                        TO APV-APPROVED-BY(APRV-COUNT)
                      MOVE 'N' TO APV-USED(APRV-COUNT)
                   END-IF
              END-READ
           END-PERFORM.
           CLOSE APPROVAL-FILE.
           DISPLAY 'CREDIT APPROVALS LOADED: ' APRV-COUNT.

      **********************************************
      * READS THE HOLD FILE. AN 'H' RECORD CLOSES THE PREVIOUS
      * ORDER (WHICH IS THEN DECIDED) AND OPENS THE NEXT; 'L'
      * RECORDS ARE COLLECTED UNDER THE OPEN ORDER.
      **********************************************
       READ-HELD-ORDERS.
           PERFORM UNTIL HOLD-EOF
              READ CREDIT-HOLD-FILE INTO WS-HOLD-REC
                AT END
                   SET HOLD-EOF TO TRUE
                NOT AT END
                   IF CHLD-STATUS NOT = '00'
                      DISPLAY 'ERROR READING CREDIT HOLD FILE: '
                              CHLD-STATUS
                      STOP RUN
                   END-IF
                   EVALUATE TRUE
                       WHEN HLD-HEADER
                            IF ORDER-OPEN
                               PERFORM DECIDE-HELD-ORDER
                            END-IF
                            PERFORM OPEN-HELD-ORDER
                       WHEN HLD-LINE
                            PERFORM ADD-HELD-LINE
                       WHEN OTHER
                            DISPLAY 'WARNING: UNKNOWN HOLD RECORD: '
                                    HOLD-IN-REC(1:20)
                   END-EVALUATE
              END-READ
           END-PERFORM.
           IF ORDER-OPEN
              PERFORM DECIDE-HELD-ORDER
           END-IF.
           CLOSE CREDIT-HOLD-FILE.

      **********************************************
      * SAVES A HELD ORDER'S HEADER AND CLEARS ITS LINE TABLE.
      **********************************************
       OPEN-HELD-ORDER.
           ADD 1 TO ORDERS-READ.
           SET ORDER-OPEN TO TRUE.
           MOVE WS-HOLD-REC TO WS-ORD-HEADER-IMAGE.
           MOVE HLD-ORDER-ID TO WS-ORD-ORDER-ID.
           MOVE HLD-CUST-ID TO WS-ORD-CUST-ID.
           MOVE HLD-STATE TO WS-ORD-STATE.
           MOVE HLD-ORDER-AMOUNT TO WS-ORD-AMOUNT.
           MOVE 0 TO ORD-LINE-COUNT.

      **********************************************
      * ADDS AN 'L' RECORD TO THE OPEN ORDER. A LINE FOR ANOTHER
      * ORDER (HEADER MISSING) IS REPORTED AND DROPPED.
      **********************************************
       ADD-HELD-LINE.
           IF NOT ORDER-OPEN OR HLD-ORDER-ID NOT = WS-ORD-ORDER-ID
              DISPLAY 'WARNING: HOLD LINE WITHOUT ITS ORDER HEADER: '
                      HOLD-IN-REC(1:20)
              EXIT PARAGRAPH
           END-IF.
           IF ORD-LINE-COUNT >= ORD-LINE-TABLE-MAX
              DISPLAY 'FATAL: ORDER LINE TABLE OVERFLOW, MAX='
                       ORD-LINE-TABLE-MAX ' ORDER: ' WS-ORD-ORDER-ID
              STOP RUN
           END-IF.
           ADD 1 TO ORD-LINE-COUNT.
           MOVE WS-HOLD-REC TO ORD-LINE-IMAGE(ORD-LINE-COUNT).

      **********************************************
      * DECIDES ONE HELD ORDER: APPROVED OR NOW WITHIN LIMIT IS
      * INVOICED, ANYTHING ELSE IS CARRIED FORWARD.
      **********************************************
       DECIDE-HELD-ORDER.
           MOVE 'N' TO WS-ORDER-OPEN-SW.
           MOVE 'N' TO WS-RELEASE-SW.
           PERFORM LOAD-CUSTOMER-CREDIT.
           PERFORM FIND-RELEASED-CUSTOMER.
           IF WS-RLC-HIT > 0
              MOVE RLC-AMOUNT(WS-RLC-HIT) TO WS-RUN-RELEASED
           ELSE
              MOVE 0 TO WS-RUN-RELEASED
           END-IF.
           COMPUTE WS-EXPOSURE =
                   WS-CUST-AR-OPEN + WS-RUN-RELEASED + WS-ORD-AMOUNT.

           PERFORM FIND-APPROVAL.
           IF WS-APV-HIT > 0
              SET RELEASE-APPROVED TO TRUE
              MOVE 'Y' TO APV-USED(WS-APV-HIT)
              ADD 1 TO ORDERS-APPROVED
              DISPLAY 'ORDER ' WS-ORD-ORDER-ID ' CUSTOMER '
                      WS-ORD-CUST-ID ' RELEASED - APPROVED BY '
                      APV-APPROVED-BY(WS-APV-HIT)
           ELSE
              IF LIMIT-FOUND AND WS-EXPOSURE <= WS-CUST-CREDIT-LIMIT
                 SET RELEASE-WITHIN-LIMIT TO TRUE
                 ADD 1 TO ORDERS-WITHIN-LIMIT
                 DISPLAY 'ORDER ' WS-ORD-ORDER-ID ' CUSTOMER '
                         WS-ORD-CUST-ID ' RELEASED - NOW WITHIN LIMIT'
              END-IF
           END-IF.

           IF RELEASE-ORDER
              PERFORM INVOICE-HELD-ORDER
           ELSE
              PERFORM CARRY-HELD-ORDER
           END-IF.

      **********************************************
      * CREDIT_LIMIT FROM TB_CUSTOMERS (NO ROW = NO LIMIT ON FILE)
      * AND THE NET OPEN AMOUNT OF THE CUSTOMER'S OPEN AR ITEMS.
      **********************************************
       LOAD-CUSTOMER-CREDIT.
           MOVE 'N' TO WS-LIMIT-FOUND-SW.
           MOVE 0 TO WS-CUST-CREDIT-LIMIT.
           MOVE WS-ORD-CUST-ID TO HV-CUST-ID.
           EXEC SQL
             SELECT CREDIT_LIMIT
               INTO :HV-CREDIT
               FROM TB_CUSTOMERS
              WHERE CUST_ID = :HV-CUST-ID
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 SET LIMIT-FOUND TO TRUE
                 MOVE HV-CREDIT TO WS-CUST-CREDIT-LIMIT
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE-DISP
                 DISPLAY 'TB_CUSTOMERS SELECT ERROR: ' WS-SQLCODE-DISP
                         ' CUST: ' HV-CUST-ID
                 STOP RUN
           END-EVALUATE.

           MOVE 0 TO WS-CUST-AR-OPEN.
           MOVE 'N' TO WS-AR-EOF.
           MOVE WS-ORD-CUST-ID TO AR-CUST-ID.
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
                   IF AR-CUST-ID NOT = WS-ORD-CUST-ID
                      SET AR-EOF TO TRUE
                   ELSE
                      IF AR-ITEM-OPEN
                         ADD AR-OPEN-AMOUNT TO WS-CUST-AR-OPEN
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.

      **********************************************
      * LOOKS THE ORDER UP IN THE APPROVALS. A ROW THAT NAMES A
      * CUSTOMER MUST NAME THIS ORDER'S CUSTOMER.
      **********************************************
       FIND-APPROVAL.
           MOVE 0 TO WS-APV-HIT.
           PERFORM VARYING WS-APV-SUB FROM 1 BY 1
                     UNTIL WS-APV-SUB > APRV-COUNT OR WS-APV-HIT > 0
              IF APV-ORDER-ID(WS-APV-SUB) = WS-ORD-ORDER-ID
                 AND APV-USED(WS-APV-SUB) = 'N'
                 AND (APV-CUST-ID(WS-APV-SUB) = SPACES
                   OR APV-CUST-ID(WS-APV-SUB) = WS-ORD-CUST-ID)
                 MOVE WS-APV-SUB TO WS-APV-HIT
              END-IF
           END-PERFORM.

      **********************************************
      * FINDS THE CUSTOMER IN THE RELEASED-THIS-RUN TABLE AND
      * LEAVES WS-RLC-HIT ON IT (ZERO = NOTHING RELEASED YET).
      **********************************************
       FIND-RELEASED-CUSTOMER.
           MOVE 0 TO WS-RLC-HIT.
           PERFORM VARYING WS-RLC-SUB FROM 1 BY 1
                     UNTIL WS-RLC-SUB > RLC-COUNT OR WS-RLC-HIT > 0
              IF RLC-CUST-ID(WS-RLC-SUB) = WS-ORD-CUST-ID
                 MOVE WS-RLC-SUB TO WS-RLC-HIT
              END-IF
           END-PERFORM.

      **********************************************
      * WRITES THE ORDER BACK TO THE CARRY-FORWARD FILE WITH ITS
      * EXPOSURE FIGURES REFRESHED; THE HOLD DATE IS KEPT.
      **********************************************
       CARRY-HELD-ORDER.
           ADD 1 TO ORDERS-CARRIED.
           MOVE WS-ORD-HEADER-IMAGE TO WS-HOLD-REC.
           IF LIMIT-FOUND
              SET HLD-OVER-LIMIT TO TRUE
           ELSE
              SET HLD-NO-LIMIT TO TRUE
           END-IF.
           MOVE WS-CUST-AR-OPEN TO HLD-AR-OPEN.
           MOVE WS-RUN-RELEASED TO HLD-RUN-INVOICED.
           MOVE WS-CUST-CREDIT-LIMIT TO HLD-CREDIT-LIMIT.
           COMPUTE HLD-EXCESS = WS-EXPOSURE - WS-CUST-CREDIT-LIMIT.
           PERFORM PUT-CARRY-REC.
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                     UNTIL WS-LINE-SUB > ORD-LINE-COUNT
              MOVE ORD-LINE-IMAGE(WS-LINE-SUB) TO WS-HOLD-REC
              PERFORM PUT-CARRY-REC
           END-PERFORM.

      **********************************************
      * WRITES THE HOLD RECORD IN WS-HOLD-REC TO THE CARRY FILE.
      **********************************************
       PUT-CARRY-REC.
           WRITE CARRY-HOLD-REC FROM WS-HOLD-REC.
           IF CARRY-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING CARRY-FORWARD HOLD: '
                      CARRY-STATUS
              DISPLAY 'ORDER ID: ' WS-ORD-ORDER-ID
              STOP RUN
           END-IF.

      **********************************************
      * INVOICES A RELEASED ORDER AT ITS HELD PRICES: EACH LINE
      * THE STOCK STILL COVERS IS DECREMENTED AND BILLED, THE
      * REST REJECT. THE ORDER IS WRITTEN AS ITS OWN BILL*...CTOT*
      * BLOCK ONCE AT LEAST ONE LINE SURVIVES.
      **********************************************
       INVOICE-HELD-ORDER.
           MOVE 0 TO WS-INV-LINE-COUNT.
           MOVE 0 TO WS-INV-TOTAL-QTY.
           MOVE 0 TO WS-INV-TOTAL-COST.
           MOVE 0 TO WS-INV-TOTAL-DISC.
           MOVE 0 TO WS-INV-TOTAL-TAX.
           MOVE SPACES TO WS-INV-LAST-PRODUCT-NAME.

           MOVE WS-ORD-CUST-ID TO CUST-ID OF CUST-MASTER-REC.
           READ CUST-MASTER-FILE
               INVALID KEY
                   DISPLAY 'CUSTOMER NOT ON MASTER: ' WS-ORD-CUST-ID
           END-READ.
           IF CUST-STATUS NOT = '00' AND CUST-STATUS NOT = '23'
              DISPLAY 'CUSTOMER MASTER READ ERROR: ' CUST-STATUS
              STOP RUN
           END-IF.
           IF CUST-STATUS = '23'
              PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                        UNTIL WS-LINE-SUB > ORD-LINE-COUNT
                 MOVE ORD-LINE-IMAGE(WS-LINE-SUB) TO WS-HOLD-REC
                 MOVE 'CUSTOMER NOT ON MASTER' TO WS-REJ-REASON
                 PERFORM WRITE-RELEASE-REJECT
              END-PERFORM
              EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                     UNTIL WS-LINE-SUB > ORD-LINE-COUNT
              PERFORM RELEASE-HELD-LINE
           END-PERFORM.

           IF WS-INV-LINE-COUNT = 0
              DISPLAY 'ORDER ' WS-ORD-ORDER-ID
                      ' RELEASED BUT NO LINE COULD BE INVOICED'
              EXIT PARAGRAPH
           END-IF.
           PERFORM WRITE-RELEASED-INVOICE.

      **********************************************
      * ONE HELD LINE: CHECKS THE STOCK (LESS WHAT EARLIER LINES
      * OF THE ORDER TOOK), DECREMENTS IT AND ADDS THE LINE TO THE
      * INVOICE AND THE STATE'S TAX BUCKETS.
      **********************************************
       RELEASE-HELD-LINE.
           MOVE ORD-LINE-IMAGE(WS-LINE-SUB) TO WS-HOLD-REC.
           MOVE HLL-PRODUCT-ID TO PRODUCT-ID.
           READ PRODUCT-MASTER-FILE
               INVALID KEY
                   MOVE 'PRODUCT NOT FOUND IN MASTER' TO WS-REJ-REASON
                   PERFORM WRITE-RELEASE-REJECT
                   EXIT PARAGRAPH
           END-READ.
           IF VSAM-STATUS NOT = '00'
              DISPLAY 'VSAM READ ERROR: ' VSAM-STATUS
              STOP RUN
           END-IF.
           IF HLL-QUANTITY > PRODUCT-QTY-ON-HAND
              DISPLAY 'ORDER ' WS-ORD-ORDER-ID ': PRODUCT '
                      HLL-PRODUCT-ID ' OUT OF STOCK AT RELEASE. ON '
                      'HAND: ' PRODUCT-QTY-ON-HAND
                      ' ORDERED: ' HLL-QUANTITY
              MOVE 'OUT OF STOCK AT RELEASE' TO WS-REJ-REASON
              PERFORM WRITE-RELEASE-REJECT
              EXIT PARAGRAPH
           END-IF.

           SUBTRACT HLL-QUANTITY FROM PRODUCT-QTY-ON-HAND.
           REWRITE VSAM-REC
               INVALID KEY
                 CONTINUE
           END-REWRITE.
           IF VSAM-STATUS NOT = '00'
              DISPLAY 'STOCK REWRITE FAILED: ' VSAM-STATUS
              DISPLAY 'PRODUCT ID: ' PRODUCT-ID
              STOP RUN
           END-IF.

           ADD 1 TO WS-INV-LINE-COUNT.
           ADD HLL-QUANTITY TO WS-INV-TOTAL-QTY.
           ADD HLL-COST TO WS-INV-TOTAL-COST.
           ADD HLL-DISCOUNT TO WS-INV-TOTAL-DISC.
           ADD HLL-TAX TO WS-INV-TOTAL-TAX.
           MOVE HLL-PRODUCT-NAME TO WS-INV-LAST-PRODUCT-NAME.
           PERFORM POST-LINE-TAX.

      **********************************************
      * POSTS THE RELEASED LINE TO ITS STATE'S TAX BUCKETS,
      * ADDING THE STATE THE FIRST TIME IT IS SEEN.
      **********************************************
       POST-LINE-TAX.
           MOVE 0 TO WS-TXS-HIT.
           PERFORM VARYING WS-TXS-SUB FROM 1 BY 1
                     UNTIL WS-TXS-SUB > TAXS-COUNT OR WS-TXS-HIT > 0
              IF TXS-STATE(WS-TXS-SUB) = WS-ORD-STATE
                 MOVE WS-TXS-SUB TO WS-TXS-HIT
              END-IF
           END-PERFORM.
           IF WS-TXS-HIT = 0
              IF TAXS-COUNT >= TAXS-TABLE-MAX
                 DISPLAY 'FATAL: TAX STATE TABLE OVERFLOW, MAX='
                          TAXS-TABLE-MAX
                 STOP RUN
              END-IF
              ADD 1 TO TAXS-COUNT
              MOVE TAXS-COUNT TO WS-TXS-HIT
              MOVE WS-ORD-STATE TO TXS-STATE(WS-TXS-HIT)
              MOVE 0 TO TXS-LINES(WS-TXS-HIT)
              MOVE 0 TO TXS-TAXABLE(WS-TXS-HIT)
              MOVE 0 TO TXS-EXEMPT(WS-TXS-HIT)
              MOVE 0 TO TXS-TAX(WS-TXS-HIT)
           END-IF.
           IF HLL-EXEMPT
              ADD HLL-COST TO TXS-EXEMPT(WS-TXS-HIT)
           ELSE
              ADD HLL-COST TO TXS-TAXABLE(WS-TXS-HIT)
           END-IF.
           ADD 1 TO TXS-LINES(WS-TXS-HIT).
           ADD HLL-TAX TO TXS-TAX(WS-TXS-HIT).

      **********************************************
      * REJECTS THE HOLD LINE IN WS-HOLD-REC UNDER THE REASON THE
      * CALLER MOVED TO WS-REJ-REASON.
      **********************************************
       WRITE-RELEASE-REJECT.
           MOVE SPACES TO REJECT-REC.
           MOVE WS-ORD-ORDER-ID TO REJ-ORDER-ID.
           MOVE HLL-PRODUCT-ID TO REJ-PRODUCT-ID.
           MOVE WS-REJ-REASON TO REJ-REASON.
           WRITE REJECT-REC.
           IF REJ-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING REJECTED ORDER: ' REJ-STATUS
              DISPLAY 'ORDER ID: ' WS-ORD-ORDER-ID
              STOP RUN
           END-IF.
           ADD 1 TO LINES-REJECTED.

      **********************************************
      * WRITES THE RELEASED ORDER AS BILL*, ADDR*, THE
      * CONSOLIDATED ORDER RECORD AND CTOT*, AND ADDS IT TO THE
      * CUSTOMER'S RELEASED-THIS-RUN AMOUNT.
      **********************************************
       WRITE-RELEASED-INVOICE.
           MOVE WS-ORD-CUST-ID TO BILL-CUST-ID.
           MOVE CUST-NAME OF CUST-MASTER-REC TO BILL-NAME.
           MOVE CUST-CITY OF CUST-MASTER-REC TO BILL-CITY.
           WRITE OUT-REC FROM BILLTO-REC-LAYOUT.
           PERFORM CHECK-INVOICE-WRITE.
           MOVE CUST-ADDR OF CUST-MASTER-REC TO ADDR-STREET.
           MOVE CUST-STATE OF CUST-MASTER-REC TO ADDR-STATE.
           MOVE CUST-ZIP OF CUST-MASTER-REC TO ADDR-ZIP.
           WRITE OUT-REC FROM ADDR-REC-LAYOUT.
           PERFORM CHECK-INVOICE-WRITE.

           MOVE SPACES TO OUT-REC.
           MOVE WS-ORD-ORDER-ID TO INVOICE-ORDER-ID.
           IF WS-INV-LINE-COUNT = 1
              MOVE WS-INV-LAST-PRODUCT-NAME TO INVOICE-PRODUCT-NAME
           ELSE
              MOVE 'MULTIPLE ITEMS' TO INVOICE-PRODUCT-NAME
           END-IF.
           MOVE WS-INV-TOTAL-QTY TO INVOICE-QUANTITY.
           MOVE WS-INV-TOTAL-COST TO INVOICE-TOTAL-COST.
           MOVE WS-INV-TOTAL-DISC TO INVOICE-DISCOUNT.
           MOVE WS-INV-TOTAL-TAX TO INVOICE-TAX.
           WRITE OUT-REC.
           PERFORM CHECK-INVOICE-WRITE.
           ADD 1 TO TOTAL-INVOICES.
           ADD WS-INV-TOTAL-COST TO WS-RUN-TOTAL-COST.
           ADD WS-INV-TOTAL-TAX TO WS-RUN-TOTAL-TAX.

           MOVE WS-ORD-CUST-ID TO CTOT-CUST-ID.
           MOVE 1 TO CTOT-ORDERS.
           MOVE WS-INV-TOTAL-COST TO CTOT-AMOUNT.
           MOVE WS-INV-TOTAL-DISC TO CTOT-DISCOUNT.
           MOVE WS-INV-TOTAL-TAX TO CTOT-TAX.
           WRITE OUT-REC FROM CUST-TOTAL-LAYOUT.
           PERFORM CHECK-INVOICE-WRITE.

           IF WS-RLC-HIT = 0
              IF RLC-COUNT >= RLC-TABLE-MAX
                 DISPLAY 'FATAL: RELEASED CUSTOMER TABLE OVERFLOW, MAX='
                          RLC-TABLE-MAX
                 STOP RUN
              END-IF
              ADD 1 TO RLC-COUNT
              MOVE RLC-COUNT TO WS-RLC-HIT
              MOVE WS-ORD-CUST-ID TO RLC-CUST-ID(WS-RLC-HIT)
              MOVE 0 TO RLC-AMOUNT(WS-RLC-HIT)
           END-IF.
           ADD WS-INV-TOTAL-COST TO RLC-AMOUNT(WS-RLC-HIT).
           ADD WS-INV-TOTAL-TAX TO RLC-AMOUNT(WS-RLC-HIT).

      **********************************************
      * CHECKS THE STATUS OF THE LAST INVOICE FILE WRITE.
      **********************************************
       CHECK-INVOICE-WRITE.
           IF OUT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING INVOICE: ' OUT-STATUS
              DISPLAY 'ORDER ID: ' WS-ORD-ORDER-ID
              STOP RUN
           END-IF.

      **********************************************
      * APPENDS THE 'TRL**' CONTROL TRAILER (INVOICE COUNT,
      * AMOUNT BEFORE TAX AND SALES TAX) FOR THE AR POSTING RUN.
      **********************************************
       WRITE-INVOICE-TRAILER.
           MOVE SPACES TO TRAILER-REC-LAYOUT.
           MOVE 'TRL**' TO TRL-TAG.
           MOVE TOTAL-INVOICES TO TRL-COUNT.
           MOVE WS-RUN-TOTAL-COST TO TRL-AMOUNT.
           MOVE WS-RUN-TOTAL-TAX TO TRL-TAX-AMOUNT.
           WRITE OUT-REC FROM TRAILER-REC-LAYOUT.
           IF OUT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING INVOICE TRAILER: ' OUT-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * WRITES ONE STAX* RECORD PER STATE INVOICED THIS RUN AND
      * THE STOT* RUN TOTAL THAT AGREES WITH THE TRAILER'S TAX.
      **********************************************
       WRITE-TAX-SUMMARY.
           OPEN OUTPUT TAX-SUMMARY-FILE.
           IF TAXS-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING TAX SUMMARY FILE: ' TAXS-STATUS
              STOP RUN
           END-IF.

           PERFORM VARYING WS-TXS-SUB FROM 1 BY 1
                     UNTIL WS-TXS-SUB > TAXS-COUNT
              MOVE TXS-STATE(WS-TXS-SUB) TO TSD-STATE
              MOVE TXS-LINES(WS-TXS-SUB) TO TSD-LINES
              MOVE TXS-TAXABLE(WS-TXS-SUB) TO TSD-TAXABLE
              MOVE TXS-EXEMPT(WS-TXS-SUB) TO TSD-EXEMPT
              MOVE TXS-TAX(WS-TXS-SUB) TO TSD-TAX
              WRITE TAXS-REC FROM TAXS-DETAIL-LAYOUT
              IF TAXS-STATUS NOT = '00'
                 DISPLAY 'ERROR WRITING TAX SUMMARY: ' TAXS-STATUS
                 STOP RUN
              END-IF
              ADD TXS-LINES(WS-TXS-SUB) TO WS-TAXS-LINES
              ADD TXS-TAXABLE(WS-TXS-SUB) TO WS-TAXS-TAXABLE
              ADD TXS-EXEMPT(WS-TXS-SUB) TO WS-TAXS-EXEMPT
           END-PERFORM.

           MOVE WS-RUN-DATE TO TST-RUN-DATE.
           MOVE WS-TAXS-LINES TO TST-LINES.
           MOVE WS-TAXS-TAXABLE TO TST-TAXABLE.
           MOVE WS-TAXS-EXEMPT TO TST-EXEMPT.
           MOVE WS-RUN-TOTAL-TAX TO TST-TAX.
           WRITE TAXS-REC FROM TAXS-TOTAL-LAYOUT.
           IF TAXS-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING TAX SUMMARY: ' TAXS-STATUS
              STOP RUN
           END-IF.

           CLOSE TAX-SUMMARY-FILE.
           IF TAXS-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING TAX SUMMARY: '
                      TAXS-STATUS
           END-IF.

      **********************************************
      * REPORTS APPROVALS THAT MATCHED NO HELD ORDER (WRONG ORDER
      * OR CUSTOMER, OR THE ORDER IS NO LONGER ON HOLD).
      **********************************************
       REPORT-UNMATCHED-APPROVALS.
           PERFORM VARYING WS-APV-SUB FROM 1 BY 1
                     UNTIL WS-APV-SUB > APRV-COUNT
              IF APV-USED(WS-APV-SUB) = 'N'
                 ADD 1 TO APPROVALS-UNMATCHED
                 DISPLAY 'WARNING: APPROVAL FOR ORDER '
                         APV-ORDER-ID(WS-APV-SUB) ' CUSTOMER '
                         APV-CUST-ID(WS-APV-SUB)
                         ' MATCHES NO HELD ORDER'
              END-IF
           END-PERFORM.

      **********************************************
      * CLOSE ALL FILES AND CHECK STATUS
      **********************************************
       CLOSE-ALL-FILES.
           CLOSE AR-MASTER-FILE.
           IF AR-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING AR MASTER: ' AR-STATUS
           END-IF.

           CLOSE CUST-MASTER-FILE.
           IF CUST-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING CUSTOMER MASTER: '
                      CUST-STATUS
           END-IF.

           CLOSE PRODUCT-MASTER-FILE.
           IF VSAM-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING VSAM FILE: ' VSAM-STATUS
           END-IF.

           CLOSE INVOICE-OUTPUT-FILE.
           IF OUT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING INVOICE FILE: ' OUT-STATUS
           END-IF.

           CLOSE REJECTED-ORDERS-FILE.
           IF REJ-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING REJECTED ORDERS FILE: '
                       REJ-STATUS
           END-IF.

           CLOSE CARRY-HOLD-FILE.
           IF CARRY-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING CARRY-FORWARD HOLDS: '
                      CARRY-STATUS
           END-IF.

      **********************************************
      * DISPLAY SUMMARY STATISTICS TO SYSOUT
      **********************************************
       DISPLAY-SUMMARY.
           MOVE ORDERS-READ TO ORDERS-READ-DISP.
           MOVE ORDERS-APPROVED TO ORDERS-APPROVED-DISP.
           MOVE ORDERS-WITHIN-LIMIT TO ORDERS-WITHIN-LIMIT-DISP.
           MOVE ORDERS-CARRIED TO ORDERS-CARRIED-DISP.
           MOVE TOTAL-INVOICES TO TOTAL-INVOICES-DISP.
           MOVE LINES-REJECTED TO LINES-REJECTED-DISP.
           MOVE APPROVALS-UNMATCHED TO APPROVALS-UNMATCHED-DISP.

           DISPLAY '========================================'.
           DISPLAY 'CREDIT-HOLD RELEASE SUMMARY'.
           DISPLAY '========================================'.
           DISPLAY 'HELD ORDERS READ:            ' ORDERS-READ-DISP.
           DISPLAY 'RELEASED ON APPROVAL:        '
                    ORDERS-APPROVED-DISP.
           DISPLAY 'RELEASED WITHIN LIMIT:       '
                    ORDERS-WITHIN-LIMIT-DISP.
           DISPLAY 'STILL HELD (CARRIED):        '
                    ORDERS-CARRIED-DISP.
           DISPLAY 'INVOICES CREATED:            '
                    TOTAL-INVOICES-DISP.
           DISPLAY 'LINES REJECTED AT RELEASE:   '
                    LINES-REJECTED-DISP.
           DISPLAY 'UNMATCHED APPROVALS:         '
                    APPROVALS-UNMATCHED-DISP.
           MOVE WS-RUN-TOTAL-COST TO WS-AMOUNT-DISP.
           DISPLAY 'AMOUNT INVOICED:             ' WS-AMOUNT-DISP.
           MOVE WS-RUN-TOTAL-TAX TO WS-AMOUNT-DISP.
           DISPLAY 'SALES TAX INVOICED:          ' WS-AMOUNT-DISP.
           DISPLAY '========================================'.

      *      TOTAL COST. A SINGLE-PRODUCT ORDER SHOWS THAT PRODUCT'S   *
      *      NAME; AN ORDER SPANNING MULTIPLE PRODUCTS SHOWS           *
      *      'MULTIPLE ITEMS'.                                         *
      *   5. SALES TAX BY THE CUSTOMER'S STATE: THE STATE RATE TABLE   *
      *      (TAXRDD) GIVES EACH STATE'S RATE WITH AN EFFECTIVE DATE - *
      *      THE LATEST ROW NOT AFTER THE RUN DATE APPLIES - AND THE   *
      *      PRODUCTS EXEMPT IN THAT STATE ('**' = EVERY STATE). TAX   *
      *      IS COMPUTED ON EACH LINE'S DISCOUNTED VALUE, CARRIED ON   *
      *      THE INVOICE RECORD, THE CTOT* TOTAL AND THE TRAILER, AND  *
      *      SUMMED BY STATE INTO A TAX LIABILITY FILE (TAXSDD) FOR    *
      *      FILING. A CUSTOMER WITH A BLANK STATE OR A STATE WITH NO  *
      *      RATE IS REJECTED TO REJDD RATHER THAN INVOICED UNTAXED.   *
      *   6. CREDIT-LIMIT HOLD: A CONSOLIDATED ORDER IS PRICED AND     *
      *      TAXED FIRST, THEN CHECKED BEFORE IT IS INVOICED OR        *
      *      TOUCHES STOCK. EXPOSURE = THE CUSTOMER'S NET OPEN AR      *
      *      (ARDD) + WHAT THIS RUN HAS ALREADY INVOICED THEM + THIS   *
      *      ORDER (TAX INCLUDED). OVER CREDIT_LIMIT ON TB_CUSTOMERS   *
      *      (MAINTAINED BY DB2JOB19), OR NO TB_CUSTOMERS ROW, SENDS   *
      *      THE ORDER AND ITS PRICED LINES TO THE CREDIT-HOLD FILE    *
      *      (CHLDDD) WITH THE EXPOSURE FIGURES INSTEAD. VSMRL10       *
      *      INVOICES HELD ORDERS ONCE CREDIT APPROVES THEM OR THE     *
      *      CUSTOMER PAYS DOWN.                                       *
      *   7. CHECKPOINT/RESTART (CHKDD), AS IN VSMJOB11: STOCK         *
      *      DECREMENTS ARE HELD AS IN-MEMORY DELTAS AND ONLY APPLIED  *
      *      TO THE PRODUCT MASTER IN ONE PASS AFTER THE LAST          *
      *      CUSTOMER, SO THE MASTER IS NEVER HALF-UPDATED MID-RUN.    *
      *      EVERY N CUSTOMERS THE LAST CUSTOMER FULLY INVOICED, THE   *
      *      OUTPUT RECORD COUNTS, COUNTERS, RUN TOTALS, STOCK DELTAS, *
      *      TAX BUCKETS AND REJECTED DEMAND ARE WRITTEN TO CHKDD. A   *
      *      RUN THAT FINDS A CHECKPOINT SKIPS THE CUSTOMERS ALREADY   *
      *      DONE, REPLAYS THE FEW AFTER THE CHECKPOINT WITHOUT        *
      *      WRITING THEIR RECORDS AGAIN, AND EXTENDS OUTDD, REJDD,    *
      *      CHLDDD AND PODD. THE SAME INPUTS (ORDD, HDRDD, DISCDD,    *
      *      RORDDD, TAXRDD) MUST BE MOUNTED ON A RESTART AS ON THE    *
      *      ORIGINAL RUN.                                             *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2025/12/27                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/08/22  SSH  APPEND A 'TRL**' CONTROL TRAILER (COUNT AND   *
      *                  AMOUNT TOTAL) TO THE INVOICE FILE SO BILLING  *
      *                  CAN DETECT A TRUNCATED TRANSMISSION.          *
      *                  PRODUCE A PURCHASE-SUGGESTION FILE (PODD)     *
      *                  GROUPED BY SUPPLIER FOR THE BUYING TEAM,      *
      *                  BEFORE ORDERS START HITTING THE REJECT FILE.  *
      * 2026/10/15  SSH  STATE SALES TAX: RATE/EXEMPTION TABLE (TAXRDD)*
      *                  BY CUSTOMER STATE, TAX ON THE DISCOUNTED LINE *
      *                  VALUE SHOWN ON INVOICE, CTOT* AND TRAILER,    *
      *                  LIABILITY SUMMARY BY STATE (TAXSDD). BLANK OR *
      *                  UNKNOWN STATE CUSTOMERS REJECT TO REJDD.      *
      * 2026/10/15  SSH  CREDIT-LIMIT HOLD: ORDER LINES ARE BUFFERED   *
      *                  PER ORDER, EXPOSURE (OPEN AR + RUN + ORDER)   *
      *                  CHECKED AGAINST TB_CUSTOMERS.CREDIT_LIMIT     *
      *                  BEFORE INVOICING; BREACHES GO TO CHLDDD FOR   *
      *                  THE VSMRL10 RELEASE RUN, STOCK UNTOUCHED.     *
      * 2026/10/15  SSH  CHECKPOINT/RESTART VIA CHKDD: STOCK DELTAS    *
      *                  HELD IN MEMORY AND FLUSHED AT END OF RUN;     *
      *                  PERIODIC CHECKPOINTS AT CUSTOMER BOUNDARIES;  *
      *                  A RESTART SKIPS INVOICED CUSTOMERS AND        *
      *                  APPENDS TO THE EXISTING OUTPUTS.              *
      *                                                                *
      * FILES:                                                         *
      * I-O:   VSAMDD (PROD.MASTER) - PRODUCT MASTER FILE (VSAM KSDS)  *
      * INPUT: MASTDD (CUST.MASTER) - TASK32 CUSTOMER MASTER (KSDS)    *
      * INPUT: DISCDD (DISCOUNT.TIERS) - TIER TABLE (PS, OPTIONAL)     *
      * INPUT: RORDDD (REORDER.PARAMS) - REORDER POINTS (PS, OPTIONAL) *
      * INPUT: TAXRDD (TAX.RATES) - STATE RATES/EXEMPTIONS (PS, 80 B)  *
      * INPUT: ARDD (AR.OPEN.ITEMS) - AR OPEN-ITEM MASTER (VSAM KSDS)  *
      * INPUT: TB_CUSTOMERS (DB2) - CUSTOMER CREDIT LIMITS             *
      * OUTPUT:  OUTDD (INVOICE.FILE) - INVOICE OUTPUT FILE (PS, 80 B) *
      * OUTPUT:  REJDD (REJECTED.ORDERS) - REJECTED LINES (PS, 80 B)   *
      * OUTPUT:  PODD (PURCHASE.SUGGEST) - REORDER SUGGESTIONS (PS)    *
      * OUTPUT:  TAXSDD (TAX.LIABILITY) - TAX BY STATE (PS, 80 B)      *
      * OUTPUT:  CHLDDD (CREDIT.HOLD) - CREDIT-HELD ORDERS (PS, 80 B)  *
      * I-O:     CHKDD (CHECKPOINT.FILE) - RESTART CHECKPOINT (PS,     *
      *          80 B, OPTIONAL; EMPTIED AT THE END OF A GOOD RUN)     *
      * WORK:    SRTDD (SORT WORK FILE)                                *
      *                                                                *
      * COPYBOOK: TASK32 - CUSTOMER RECORD LAYOUT                      *
      *           AROPEN - AR OPEN-ITEM RECORD                         *
      *           CRHOLD - CREDIT-HOLD ORDER RECORD                    *
      ******************************************************************
                                                                        
       IDENTIFICATION DIVISION.                                         
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS PO-STATUS.

           SELECT TAX-RATE-FILE ASSIGN TO TAXRDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS TAXR-STATUS.

           SELECT TAX-SUMMARY-FILE ASSIGN TO TAXSDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS TAXS-STATUS.

           SELECT AR-MASTER-FILE ASSIGN TO ARDD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS AR-KEY
             ALTERNATE RECORD KEY IS AR-INVOICE-NO WITH DUPLICATES
             FILE STATUS IS AR-STATUS.

           SELECT CREDIT-HOLD-FILE ASSIGN TO CHLDDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS CHLD-STATUS.

           SELECT OPTIONAL CHECKPOINT-FILE ASSIGN TO CHKDD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS CHKPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PRODUCT-MASTER-FILE.
       FD PURCHASE-SUGGEST-FILE RECORDING MODE IS F.
       01 PO-REC PIC X(80).

      * STATE TAX TABLE: 'R' ROWS GIVE A STATE'S RATE FROM AN
      * EFFECTIVE DATE, 'E' ROWS NAME A PRODUCT EXEMPT IN A STATE
      * (STATE '**' = EXEMPT IN EVERY STATE)
       FD TAX-RATE-FILE RECORDING MODE IS F.
       01 TAX-RATE-REC.
          05 TXR-TYPE PIC X(1).
             88 TXR-RATE-ROW VALUE 'R'.
             88 TXR-EXEMPT-ROW VALUE 'E'.
          05 TXR-STATE PIC X(2).
          05 TXR-RATE PIC 9V9(4).
          05 TXR-EFF-DATE PIC 9(8).
          05 FILLER PIC X(64).
       01 TAX-EXEMPT-REC.
          05 FILLER PIC X(3).
          05 TXX-PRODUCT-ID PIC X(5).
          05 FILLER PIC X(72).

      * TAX LIABILITY BY STATE FOR THE FINANCE FILING
       FD TAX-SUMMARY-FILE RECORDING MODE IS F.
       01 TAXS-REC PIC X(80).

      * AR OPEN ITEMS POSTED BY VSMAR10, FOR THE CUSTOMER'S EXPOSURE
       FD AR-MASTER-FILE.
       01 AR-MASTER-REC.
           COPY AROPEN.

      * ORDERS HELD FOR CREDIT, RELEASED BY VSMRL10
       FD CREDIT-HOLD-FILE RECORDING MODE IS F.
       01 CREDIT-HOLD-REC.
           COPY CRHOLD.

      * CHECKPOINT FILE: TYPED 80-BYTE RECORDS - H(EADER) WITH THE
      * LAST CUSTOMER INVOICED, OUTPUT RECORD COUNTS AND TABLE
      * SIZES, C(OUNTERS), A(MOUNTS), THEN ONE K/T/D RECORD PER
      * STOCK DELTA, TAX STATE AND REORDER ROW.
       FD CHECKPOINT-FILE RECORDING MODE IS F.
       01 CHKPT-REC.
          05 CHKPT-TYPE PIC X(1).
          05 CHKPT-DATA PIC X(79).

       FD INVOICE-OUTPUT-FILE RECORDING MODE IS F.
       01 OUT-REC.
          05 INVOICE-ORDER-ID PIC X(5).
          05 INVOICE-TOTAL-COST PIC Z(6).99.
          05 FILLER PIC X(1).
          05 INVOICE-DISCOUNT PIC Z(6).99.
          05 FILLER PIC X(1).
          05 INVOICE-TAX PIC Z(6).99.
          05 FILLER PIC X(20).

       FD REJECTED-ORDERS-FILE RECORDING MODE IS F.
       01 REJECT-REC.
                                                                        
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
           05 VSAM-STATUS PIC X(2).
           05 CUST-STATUS PIC X(2).
           05 RORD-STATUS PIC X(2).
           05 PO-STATUS PIC X(2).
           05 TAXR-STATUS PIC X(2).
           05 TAXS-STATUS PIC X(2).
           05 AR-STATUS PIC X(2).
           05 CHLD-STATUS PIC X(2).
           05 CHKPT-STATUS PIC X(2).

      * CONTROL FLAGS
       01 FLAGS.
              88 CUST-VALID VALUE 'Y'.
           05 WS-HDR-FOUND-SW PIC X(1) VALUE 'N'.
              88 HDR-FOUND VALUE 'Y'.
           05 WS-TAXR-EOF PIC X(1) VALUE 'N'.
              88 TAXR-EOF VALUE 'Y'.
           05 WS-EXEMPT-SW PIC X(1) VALUE 'N'.
              88 LINE-EXEMPT VALUE 'Y'.
           05 WS-AR-EOF PIC X(1) VALUE 'N'.
              88 AR-EOF VALUE 'Y'.
           05 WS-LIMIT-FOUND-SW PIC X(1) VALUE 'N'.
              88 LIMIT-FOUND VALUE 'Y'.

      * ORDER -> CUSTOMER MAP LOADED FROM HDRDD
       01 HDR-TABLE-MAX PIC 9(3) VALUE 500.
       01 WS-CUST-ZIP PIC X(9) VALUE SPACES.
       01 WS-CUST-TOTAL-COST PIC 9(9)V99 COMP-3 VALUE 0.
       01 WS-CUST-TOTAL-DISC PIC 9(9)V99 COMP-3 VALUE 0.
       01 WS-CUST-TOTAL-TAX PIC 9(9)V99 COMP-3 VALUE 0.
       01 WS-CUST-ORDER-COUNT PIC 9(3) VALUE 0.
       01 WS-CUST-REJ-REASON PIC X(30) VALUE SPACES.

      * CUSTOMER CREDIT POSITION: CREDIT_LIMIT FROM TB_CUSTOMERS AND
      * THE NET OPEN AR BALANCE (ON-ACCOUNT CASH NETTED OFF) AS OF
      * THE LAST VSMAR10/VSMCA10 RUN
       01 WS-CUST-CREDIT-LIMIT PIC 9(7)V99 COMP-3 VALUE 0.
       01 WS-CUST-AR-OPEN PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-RUN-INVOICED PIC 9(9)V99 COMP-3 VALUE 0.
       01 WS-ORDER-AMOUNT PIC 9(7)V99 COMP-3 VALUE 0.
       01 WS-EXPOSURE PIC S9(9)V99 COMP-3 VALUE 0.

      * BILL-TO AND CUSTOMER-TOTAL INVOICE RECORD LAYOUTS
       01 BILLTO-REC-LAYOUT.
           05 CTOT-AMOUNT PIC Z(8)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 CTOT-DISCOUNT PIC Z(8)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 CTOT-TAX PIC Z(8)9.99.
           05 FILLER PIC X(14) VALUE SPACES.

      * STATISTICS COUNTERS
       01 WS-COUNTERS.
          05 TOTAL-CUSTOMERS PIC 9(5) VALUE 0.
          05 TOTAL-NO-HEADER PIC 9(5) VALUE 0.
          05 TOTAL-UNKNOWN-CUST PIC 9(5) VALUE 0.
          05 TOTAL-BAD-STATE PIC 9(5) VALUE 0.
          05 TOTAL-CREDIT-HOLDS PIC 9(5) VALUE 0.

      * DISPLAY-FORMATTED COUNTERS
       01 WS-DISP-COUNTERS.
          05 TOTAL-CUSTOMERS-DISP PIC Z(5).
          05 TOTAL-NO-HEADER-DISP PIC Z(5).
          05 TOTAL-UNKNOWN-CUST-DISP PIC Z(5).
          05 TOTAL-BAD-STATE-DISP PIC Z(5).
          05 TOTAL-CREDIT-HOLDS-DISP PIC Z(5).

      * CALCULATED TOTAL COST FOR A SINGLE ORDER LINE
       01 CALC-TOTAL-COST PIC 9(6)V99 COMP-3.
      * LINE-LEVEL GROSS AND DISCOUNT WORK FIELDS
       01 WS-LINE-GROSS PIC 9(7)V99 COMP-3 VALUE 0.
       01 WS-LINE-DISCOUNT PIC 9(7)V99 COMP-3 VALUE 0.
       01 WS-LINE-TAX PIC 9(7)V99 COMP-3 VALUE 0.

      * STATE TAX TABLE LOADED FROM TAXRDD: THE RATE IN EFFECT ON
      * THE RUN DATE PER STATE, WITH THE RUN'S LIABILITY BUCKETS
      * (LINES, TAXABLE AND EXEMPT VALUE, TAX) FOR THE SUMMARY
       01 WS-RUN-DATE PIC 9(8) VALUE 0.
       01 TAXS-TABLE-MAX PIC 9(3) VALUE 100.
       01 TAXS-COUNT PIC 9(3) VALUE 0.
       01 TAXS-TABLE.
          05 TAXS-ENTRY OCCURS 100 TIMES.
             10 TXS-STATE PIC X(2).
             10 TXS-RATE PIC 9V9(4).
             10 TXS-EFF-DATE PIC 9(8).
             10 TXS-LINES PIC 9(7) COMP-3.
             10 TXS-TAXABLE PIC 9(11)V99 COMP-3.
             10 TXS-EXEMPT PIC 9(11)V99 COMP-3.
             10 TXS-TAX PIC 9(11)V99 COMP-3.
       01 WS-TXS-SUB PIC 9(3) VALUE 0.
       01 WS-TXS-HIT PIC 9(3) VALUE 0.
       01 WS-CUST-TXS-HIT PIC 9(3) VALUE 0.
       01 TAXE-TABLE-MAX PIC 9(3) VALUE 300.
       01 TAXE-COUNT PIC 9(3) VALUE 0.
       01 TAXE-TABLE.
          05 TAXE-ENTRY OCCURS 300 TIMES.
             10 TXE-STATE PIC X(2).
             10 TXE-PRODUCT-ID PIC X(5).
       01 WS-TXE-SUB PIC 9(3) VALUE 0.

      * TAX LIABILITY SUMMARY RECORD LAYOUTS
       01 TAXS-DETAIL-LAYOUT.
          05 TSD-TAG PIC X(5) VALUE 'STAX*'.
          05 TSD-STATE PIC X(2).
          05 FILLER PIC X(1) VALUE SPACE.
          05 TSD-RATE PIC 9.9999.
          05 FILLER PIC X(1) VALUE SPACE.
          05 TSD-EFF-DATE PIC 9(8).
          05 FILLER PIC X(1) VALUE SPACE.
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

      * CURRENT ORDER-ID GROUP BEING CONSOLIDATED INTO ONE INVOICE
       01 WS-CUR-ORDER-ID PIC X(5) VALUE SPACES.
       01 WS-GROUP-TOTAL-COST PIC 9(7)V99 COMP-3 VALUE 0.
       01 WS-GROUP-LAST-PRODUCT-NAME PIC X(20) VALUE SPACES.
       01 WS-GROUP-TOTAL-DISC PIC 9(7)V99 COMP-3 VALUE 0.
       01 WS-GROUP-TOTAL-TAX PIC 9(7)V99 COMP-3 VALUE 0.

      * PRICED LINES OF THE CURRENT ORDER, HELD UNTIL THE CREDIT
      * CHECK DECIDES WHETHER THE ORDER IS INVOICED OR HELD. STOCK
      * IS ONLY DECREMENTED WHEN THE ORDER IS INVOICED.
       01 GRP-LINE-TABLE-MAX PIC 9(3) VALUE 100.
       01 GRP-LINE-TABLE.
          05 GRP-LINE-ENTRY OCCURS 100 TIMES.
             10 GL-PRODUCT-ID PIC X(5).
             10 GL-PRODUCT-NAME PIC X(20).
             10 GL-QUANTITY PIC 9(3).
             10 GL-COST PIC 9(6)V99 COMP-3.
             10 GL-DISCOUNT PIC 9(7)V99 COMP-3.
             10 GL-TAX PIC 9(7)V99 COMP-3.
             10 GL-EXEMPT PIC X(1).
       01 WS-GL-SUB PIC 9(3) VALUE 0.
       01 WS-PENDING-QTY PIC 9(7) VALUE 0.

      * STOCK COMMITTED TO INVOICES THIS RUN, PER PRODUCT. HELD IN
      * MEMORY (AND IN THE CHECKPOINT) AND ONLY APPLIED TO THE
      * PRODUCT MASTER AT END OF RUN, SO AN INTERRUPTED RUN NEVER
      * LEAVES VSAMDD HALF-UPDATED.
       01 STK-TABLE-MAX PIC 9(4) VALUE 1000.
       01 STK-COUNT PIC 9(4) VALUE 0.
       01 STK-TABLE.
          05 STK-ENTRY OCCURS 1000 TIMES.
             10 STK-PRODUCT-ID PIC X(5).
             10 STK-QTY PIC 9(7) COMP-3.
       01 WS-STK-SUB PIC 9(4) VALUE 0.
       01 WS-STK-HIT PIC 9(4) VALUE 0.

      * CHECKPOINT/RESTART STATE. A CHECKPOINT IS TAKEN AT A
      * CUSTOMER BOUNDARY EVERY WS-CHECKPOINT-INTERVAL CUSTOMERS,
      * SINCE WRITE-CHECKPOINT REWRITES THE WHOLE CHKDD DATASET.
      * CUSTOMERS INVOICED AFTER THE LAST CHECKPOINT ARE REPLAYED ON
      * RESTART FROM THE CHECKPOINTED STATE - WITH IDENTICAL RESULTS,
      * BECAUSE THE PRODUCT MASTER IS NEVER TOUCHED MID-RUN - AND
      * THEIR RECORDS, ALREADY ON FILE, ARE SUPPRESSED BY COMPARING
      * THE RUNNING WRITE COUNTS AGAINST THE RECORDS FOUND ON THE
      * OUTPUT FILES AT RESTART.
       01 WS-CHKPT-FLAGS.
          05 WS-RESTART-SW PIC X(1) VALUE 'N'.
             88 RESTART-MODE VALUE 'Y'.
          05 WS-CHKPT-EOF-SW PIC X(1) VALUE 'N'.
             88 CHKPT-EOF VALUE 'Y'.
          05 WS-CNT-EOF-SW PIC X(1) VALUE 'N'.
             88 CNT-EOF VALUE 'Y'.
       01 WS-CHECKPOINT-INTERVAL PIC 9(5) VALUE 25.
       01 WS-CUSTS-SINCE-CHECKPOINT PIC 9(5) VALUE 0.
       01 WS-CHKPT-LAST-CUST PIC X(6) VALUE LOW-VALUES.
       01 WS-SKIPPED-LINES PIC 9(7) VALUE 0.
       01 WS-CP-SUB PIC 9(4) VALUE 0.

      * RECORDS WRITTEN TO EACH EXTENDABLE OUTPUT THIS RUN (RESTORED
      * FROM THE CHECKPOINT ON A RESTART) AND RECORDS ALREADY ON
      * EACH WHEN A RESTART BEGINS - PHYSICAL WRITES ARE SKIPPED
      * UNTIL THE REPLAY CATCHES UP
       01 WS-OUTPUT-COUNTS.
          05 WS-OUT-WRITTEN PIC 9(7) VALUE 0.
          05 WS-REJ-WRITTEN PIC 9(7) VALUE 0.
          05 WS-CHLD-WRITTEN PIC 9(7) VALUE 0.
          05 WS-PO-WRITTEN PIC 9(7) VALUE 0.
       01 WS-OUT-ON-FILE PIC 9(7) VALUE 0.
       01 WS-REJ-ON-FILE PIC 9(7) VALUE 0.
       01 WS-CHLD-ON-FILE PIC 9(7) VALUE 0.
       01 WS-PO-ON-FILE PIC 9(7) VALUE 0.

      * COUNTS OF TABLE ENTRIES ACTUALLY LOADED BACK FROM THE
      * CHECKPOINT, VERIFIED AGAINST THE HEADER TO CATCH A
      * CHECKPOINT TORN BY AN ABEND MID-WRITE
       01 WS-CK-LOADED PIC 9(4) VALUE 0.
       01 WS-CT-LOADED PIC 9(3) VALUE 0.
       01 WS-CD-LOADED PIC 9(3) VALUE 0.

      * CHECKPOINT RECORD LAYOUTS (MOVED TO/FROM CHKPT-DATA)
       01 WS-CHKPT-HEADER.
          05 WS-CH-LAST-CUST PIC X(6).
          05 WS-CH-OUTPUTS PIC X(28).
          05 WS-CH-STOCK PIC 9(4).
          05 WS-CH-TAX PIC 9(3).
          05 WS-CH-RORD PIC 9(3).
       01 WS-CHKPT-AMOUNTS.
          05 WS-CA-DISC PIC 9(9)V99.
          05 WS-CA-COST PIC 9(13)V99.
          05 WS-CA-TAX PIC 9(13)V99.
          05 WS-CA-SUGGESTIONS PIC 9(5).
       01 WS-CHKPT-STOCK.
          05 WS-CK-PRODUCT-ID PIC X(5).
          05 WS-CK-QTY PIC 9(7).
       01 WS-CHKPT-TAX.
          05 WS-CT-STATE PIC X(2).
          05 WS-CT-LINES PIC 9(7).
          05 WS-CT-TAXABLE PIC 9(11)V99.
          05 WS-CT-EXEMPT PIC 9(11)V99.
          05 WS-CT-TAX PIC 9(11)V99.
       01 WS-CHKPT-RORD.
          05 WS-CD-PRODUCT-ID PIC X(5).
          05 WS-CD-REJ-DEMAND PIC 9(7).

      * RUN-LEVEL TOTAL DISCOUNT GIVEN, FOR THE SUMMARY
       01 WS-RUN-TOTAL-DISC PIC 9(9)V99 COMP-3 VALUE 0.
      * RUN-LEVEL INVOICED AMOUNT FOR THE CONTROL TRAILER
       01 WS-RUN-TOTAL-COST PIC 9(13)V99 COMP-3 VALUE 0.

      * RUN-LEVEL SALES TAX FOR THE TRAILER AND THE SUMMARY
       01 WS-RUN-TOTAL-TAX PIC 9(13)V99 COMP-3 VALUE 0.
       01 WS-RUN-TOTAL-TAX-DISP PIC Z(12)9.99.

      * CONTROL-TOTALS TRAILER APPENDED TO THE INVOICE FILE SO
      * BILLING CAN VERIFY IT RECEIVED THE COMPLETE FILE. SAME
      * 'TRL**' CONVENTION AS THE PSTASK13 MASTER CHAIN.
          05 TRL-TAG PIC X(5).
          05 TRL-COUNT PIC 9(9).
          05 TRL-AMOUNT PIC 9(13)V99.
          05 TRL-TAX-AMOUNT PIC 9(13)V99.
          05 FILLER PIC X(36).
                                                                        
      **********************************************                    
      * MAIN FLOW: OPEN -> PROCESS -> CLOSE -> REPORT                   
      **********************************************                    
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-DISCOUNT-TIERS.
           PERFORM LOAD-ORDER-HEADERS.
           PERFORM LOAD-REORDER-PARAMS.
           PERFORM LOAD-TAX-TABLE.
           PERFORM READ-CHECKPOINT.
           PERFORM OPEN-ALL-FILES.
           SORT ORDERS-SORT-WORK
               ON ASCENDING KEY SRT-CUST-ID
               ON ASCENDING KEY SRT-ORDER-ID
              DISPLAY 'ERROR DURING SORT OF DAILY ORDERS FILE'
              STOP RUN
           END-IF.
           PERFORM FLUSH-STOCK-DELTAS.
           PERFORM WRITE-INVOICE-TRAILER.
           PERFORM WRITE-TAX-SUMMARY.
           PERFORM WRITE-REORDER-SUGGESTIONS.
           PERFORM CLEAR-CHECKPOINT.
           PERFORM CLOSE-ALL-FILES.
           PERFORM DISPLAY-SUMMARY.
           STOP RUN.
              STOP RUN
           END-IF.

      * ON A RESTART THE INVOICE/REJECT/CREDIT-HOLD FILES ALREADY
      * HOLD THE INTERRUPTED RUN'S OUTPUT: COUNT WHAT IS ON THEM,
      * THEN EXTEND. A FRESH RUN STARTS THEM OVER.
           IF RESTART-MODE
              PERFORM COUNT-EXISTING-OUTPUTS
              OPEN EXTEND INVOICE-OUTPUT-FILE
              OPEN EXTEND REJECTED-ORDERS-FILE
              OPEN EXTEND CREDIT-HOLD-FILE
           ELSE
              OPEN OUTPUT INVOICE-OUTPUT-FILE
              OPEN OUTPUT REJECTED-ORDERS-FILE
              OPEN OUTPUT CREDIT-HOLD-FILE
           END-IF.
           IF OUT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING INVOICE OUTPUT FILE: ' OUT-STATUS
              STOP RUN
           END-IF.
           IF REJ-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING REJECTED ORDERS FILE: ' REJ-STATUS
              STOP RUN
           END-IF.
           IF CHLD-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CREDIT HOLD FILE: ' CHLD-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT AR-MASTER-FILE.
           IF AR-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING AR MASTER FILE: ' AR-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * LOADS THE ORDER HEADER FILE (ORDER -> CUSTOMER) INTO THE
                      MOVE MAP-CUST-ID(WS-HDR-HIT) TO SRT-CUST-ID
                      RELEASE SORTED-ORDER-REC
                   ELSE
      * ON A RESTART THESE WERE ALL WRITTEN AND COUNTED BEFORE THE
      * FIRST CHECKPOINT, SO THEY ARE NOT WRITTEN AGAIN
                      IF NOT RESTART-MODE
                         ADD 1 TO TOTAL-NO-HEADER
                         MOVE SPACES TO REJECT-REC
                         MOVE ORDER-ID TO REJ-ORDER-ID
                         MOVE ORDER-PRODUCT-ID TO REJ-PRODUCT-ID
                         MOVE 'NO ORDER HEADER - NO CUSTOMER'
                              TO REJ-REASON
                         PERFORM PUT-REJECT-REC
                      END-IF
                   END-IF
              END-READ
               AT END
                   SET EOF TO TRUE
           END-RETURN.
           IF RESTART-MODE
              PERFORM SKIP-TO-CHECKPOINT
           END-IF.
           IF EOF
              GO TO PROCESS-EXIT
           END-IF.
                 ELSE
                    PERFORM FINALIZE-GROUP
                    PERFORM FINALIZE-CUSTOMER
                    PERFORM CHECKPOINT-IF-DUE
                    MOVE SRT-CUST-ID TO WS-CUR-CUST-ID
                    PERFORM START-NEW-CUSTOMER
                    MOVE SRT-ORDER-ID TO WS-CUR-ORDER-ID
       PROCESS-EXIT.
           EXIT.

      **********************************************
      * POSITIONS A RESTARTED RUN: RETURNS PAST THE SORTED LINES OF
      * THE CUSTOMERS THE CHECKPOINT SAYS WERE ALREADY INVOICED.
      **********************************************
       SKIP-TO-CHECKPOINT.
           PERFORM UNTIL EOF OR SRT-CUST-ID > WS-CHKPT-LAST-CUST
              ADD 1 TO WS-SKIPPED-LINES
              RETURN ORDERS-SORT-WORK
                  AT END
                      SET EOF TO TRUE
              END-RETURN
           END-PERFORM.
           DISPLAY 'RESTART: SKIPPED ' WS-SKIPPED-LINES
                   ' ALREADY-INVOICED ORDER LINES'.

      **********************************************
      * COUNTS THE CUSTOMER JUST CLOSED AND CHECKPOINTS WHEN THE
      * INTERVAL IS REACHED.
      **********************************************
       CHECKPOINT-IF-DUE.
           ADD 1 TO WS-CUSTS-SINCE-CHECKPOINT.
           IF WS-CUSTS-SINCE-CHECKPOINT >= WS-CHECKPOINT-INTERVAL
              MOVE WS-CUR-CUST-ID TO WS-CHKPT-LAST-CUST
              PERFORM WRITE-CHECKPOINT
              MOVE 0 TO WS-CUSTS-SINCE-CHECKPOINT
           END-IF.

      **********************************************
      * OPENS A NEW CUSTOMER: READS THE BILL-TO DETAILS FROM THE
      * TASK32 CUSTOMER MASTER AND WRITES THE BILL*/ADDR* RECORDS.
      * A CUSTOMER NOT ON THE MASTER, OR WHOSE STATE HAS NO TAX
      * RATE, INVALIDATES THE WHOLE GROUP - EVERY LINE OF THAT
      * CUSTOMER REJECTS AND STOCK IS NEVER TOUCHED.
      **********************************************
       START-NEW-CUSTOMER.
           MOVE 0 TO WS-CUST-TOTAL-COST.
           MOVE 0 TO WS-CUST-TOTAL-DISC.
           MOVE 0 TO WS-CUST-TOTAL-TAX.
           MOVE 0 TO WS-CUST-ORDER-COUNT.
           MOVE 'N' TO WS-CUST-VALID-SW.
           MOVE SPACES TO WS-CUST-REJ-REASON.

           MOVE WS-CUR-CUST-ID TO CUST-ID OF CUST-MASTER-REC.
           READ CUST-MASTER-FILE
               INVALID KEY
                   ADD 1 TO TOTAL-UNKNOWN-CUST
                   DISPLAY 'CUSTOMER NOT ON MASTER: ' WS-CUR-CUST-ID
                   MOVE 'CUSTOMER NOT ON MASTER' TO WS-CUST-REJ-REASON
               NOT INVALID KEY
                   SET CUST-VALID TO TRUE
                   MOVE CUST-NAME OF CUST-MASTER-REC TO WS-CUST-NAME
              STOP RUN
           END-IF.

           IF CUST-VALID
              PERFORM CHECK-CUSTOMER-STATE
           END-IF.

           IF CUST-VALID
              PERFORM LOAD-CUSTOMER-CREDIT
           END-IF.

           IF CUST-VALID
              ADD 1 TO TOTAL-CUSTOMERS
              MOVE WS-CUR-CUST-ID TO BILL-CUST-ID
              MOVE WS-CUST-NAME TO BILL-NAME
              MOVE WS-CUST-CITY TO BILL-CITY
              MOVE BILLTO-REC-LAYOUT TO OUT-REC
              PERFORM PUT-INVOICE-REC
              MOVE WS-CUST-ADDR TO ADDR-STREET
              MOVE WS-CUST-STATE TO ADDR-STATE
              MOVE WS-CUST-ZIP TO ADDR-ZIP
              MOVE ADDR-REC-LAYOUT TO OUT-REC
              PERFORM PUT-INVOICE-REC
           END-IF.

      **********************************************
      * FINDS THE CUSTOMER'S STATE IN THE TAX TABLE AND LEAVES
      * WS-CUST-TXS-HIT ON IT. A BLANK STATE, OR ONE WITH NO RATE
      * IN EFFECT, TURNS THE CUSTOMER INVALID WITH THE REASON THE
      * LINES WILL REJECT UNDER.
      **********************************************
       CHECK-CUSTOMER-STATE.
           MOVE 0 TO WS-CUST-TXS-HIT.
           IF WS-CUST-STATE = SPACES
              MOVE 'BLANK CUSTOMER STATE - NO TAX' TO WS-CUST-REJ-REASON
           ELSE
              PERFORM VARYING WS-TXS-SUB FROM 1 BY 1
                        UNTIL WS-TXS-SUB > TAXS-COUNT
                           OR WS-CUST-TXS-HIT > 0
                 IF TXS-STATE(WS-TXS-SUB) = WS-CUST-STATE
                    MOVE WS-TXS-SUB TO WS-CUST-TXS-HIT
                 END-IF
              END-PERFORM
              IF WS-CUST-TXS-HIT = 0
                 STRING 'NO TAX RATE FOR STATE ' WS-CUST-STATE
                        DELIMITED BY SIZE INTO WS-CUST-REJ-REASON
              END-IF
           END-IF.
           IF WS-CUST-TXS-HIT = 0
              MOVE 'N' TO WS-CUST-VALID-SW
              ADD 1 TO TOTAL-BAD-STATE
              DISPLAY 'CUSTOMER ' WS-CUR-CUST-ID ' STATE '''
                      WS-CUST-STATE ''' HAS NO TAX RATE - REJECTED'
           END-IF.

      **********************************************
      * PICKS UP THE CUSTOMER'S CREDIT POSITION FOR THE HOLD CHECK:
      * CREDIT_LIMIT FROM TB_CUSTOMERS (NO ROW = NO LIMIT ON FILE,
      * EVERY ORDER IS HELD FOR CREDIT TO DECIDE) AND THE NET OPEN
      * AMOUNT OF THE CUSTOMER'S OPEN AR ITEMS, BROWSED FROM THE
      * CUSTOMER'S FIRST KEY UNTIL THE CUSTOMER CHANGES.
      **********************************************
       LOAD-CUSTOMER-CREDIT.
           MOVE 'N' TO WS-LIMIT-FOUND-SW.
           MOVE 0 TO WS-CUST-CREDIT-LIMIT.
           MOVE WS-CUR-CUST-ID TO HV-CUST-ID.
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
                 DISPLAY 'NO TB_CUSTOMERS ROW FOR ' WS-CUR-CUST-ID
                         ' - ORDERS WILL BE HELD FOR CREDIT'
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE-DISP
                 DISPLAY 'TB_CUSTOMERS SELECT ERROR: ' WS-SQLCODE-DISP
                         ' CUST: ' HV-CUST-ID
                 STOP RUN
           END-EVALUATE.

           MOVE 0 TO WS-CUST-AR-OPEN.
           MOVE 'N' TO WS-AR-EOF.
           MOVE WS-CUR-CUST-ID TO AR-CUST-ID.
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
                   IF AR-CUST-ID NOT = WS-CUR-CUST-ID
                      SET AR-EOF TO TRUE
                   ELSE
                      IF AR-ITEM-OPEN
                         ADD AR-OPEN-AMOUNT TO WS-CUST-AR-OPEN
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.

      **********************************************
      * CLOSES A CUSTOMER'S INVOICE WITH THE CTOT* GRAND TOTAL.
              MOVE WS-CUST-ORDER-COUNT TO CTOT-ORDERS
              MOVE WS-CUST-TOTAL-COST TO CTOT-AMOUNT
              MOVE WS-CUST-TOTAL-DISC TO CTOT-DISCOUNT
              MOVE WS-CUST-TOTAL-TAX TO CTOT-TAX
              MOVE CUST-TOTAL-LAYOUT TO OUT-REC
              PERFORM PUT-INVOICE-REC
           END-IF.

      **********************************************
           MOVE 0 TO WS-GROUP-TOTAL-QTY.
           MOVE 0 TO WS-GROUP-TOTAL-COST.
           MOVE 0 TO WS-GROUP-TOTAL-DISC.
           MOVE 0 TO WS-GROUP-TOTAL-TAX.
           MOVE SPACES TO WS-GROUP-LAST-PRODUCT-NAME.

      **********************************************
      * LOOKUP THE LINE'S PRODUCT, PRICE AND TAX IT AND BUFFER IT
      * IN THE CURRENT GROUP, OR REJECT THE LINE IF NOT FOUND.
      * THE STOCK CHECK COUNTS WHAT EARLIER LINES OF THE SAME
      * ORDER ALREADY ASKED OF THE PRODUCT, SINCE NOTHING IS
      * DECREMENTED UNTIL THE ORDER PASSES THE CREDIT CHECK.
      **********************************************
       ADD-LINE-TO-GROUP.
           IF NOT CUST-VALID
           READ PRODUCT-MASTER-FILE.
           EVALUATE TRUE
               WHEN VSAM-STATUS = '00'
                    PERFORM SUM-PENDING-QTY
                    IF SRT-QUANTITY + WS-PENDING-QTY
                       > PRODUCT-QTY-ON-HAND
                       PERFORM WRITE-OUT-OF-STOCK-ORDER
                    ELSE
                       COMPUTE WS-LINE-GROSS =
                               WS-LINE-GROSS * WS-BEST-TIER-PCT / 100
                       COMPUTE CALC-TOTAL-COST =
                               WS-LINE-GROSS - WS-LINE-DISCOUNT
                       PERFORM COMPUTE-LINE-TAX
                       PERFORM BUFFER-GROUP-LINE
                    END-IF
               WHEN VSAM-STATUS = '23'
                    DISPLAY 'ORDER ' SRT-ORDER-ID ': PRODUCT '
           END-EVALUATE.

      **********************************************
      * REJECT A LINE WHOSE CUSTOMER IS NOT ON THE CUSTOMER MASTER
      * OR HAS NO TAXABLE STATE, UNDER THE REASON SET FOR THE
      * CUSTOMER.
      **********************************************
       WRITE-UNKNOWN-CUST-REJECT.
           MOVE SPACES TO REJECT-REC.
           MOVE SRT-ORDER-ID TO REJ-ORDER-ID.
           MOVE SRT-PRODUCT-ID TO REJ-PRODUCT-ID.
           MOVE WS-CUST-REJ-REASON TO REJ-REASON.
           PERFORM PUT-REJECT-REC.

      **********************************************
      * TOTALS THE QUANTITY OF SRT-PRODUCT-ID ALREADY TAKEN FROM
      * THE ON-HAND FIGURE: COMMITTED TO EARLIER INVOICES THIS RUN
      * (NOT YET FLUSHED TO THE MASTER) PLUS BUFFERED IN THE
      * CURRENT ORDER.
      **********************************************
       SUM-PENDING-QTY.
           MOVE 0 TO WS-PENDING-QTY.
           PERFORM FIND-STOCK-DELTA.
           IF WS-STK-HIT > 0
              MOVE STK-QTY(WS-STK-HIT) TO WS-PENDING-QTY
           END-IF.
           PERFORM VARYING WS-GL-SUB FROM 1 BY 1
                     UNTIL WS-GL-SUB > WS-GROUP-LINE-COUNT
              IF GL-PRODUCT-ID(WS-GL-SUB) = SRT-PRODUCT-ID
                 ADD GL-QUANTITY(WS-GL-SUB) TO WS-PENDING-QTY
              END-IF
           END-PERFORM.

      **********************************************
      * ADDS THE PRICED LINE TO THE GROUP BUFFER AND TOTALS.
      **********************************************
       BUFFER-GROUP-LINE.
           IF WS-GROUP-LINE-COUNT >= GRP-LINE-TABLE-MAX
              DISPLAY 'FATAL: ORDER LINE TABLE OVERFLOW, MAX='
                       GRP-LINE-TABLE-MAX ' ORDER: ' SRT-ORDER-ID
              STOP RUN
           END-IF.
           ADD 1 TO WS-GROUP-LINE-COUNT.
           MOVE SRT-PRODUCT-ID TO GL-PRODUCT-ID(WS-GROUP-LINE-COUNT).
           MOVE PRODUCT-NAME TO GL-PRODUCT-NAME(WS-GROUP-LINE-COUNT).
           MOVE SRT-QUANTITY TO GL-QUANTITY(WS-GROUP-LINE-COUNT).
           MOVE CALC-TOTAL-COST TO GL-COST(WS-GROUP-LINE-COUNT).
           MOVE WS-LINE-DISCOUNT TO GL-DISCOUNT(WS-GROUP-LINE-COUNT).
           MOVE WS-LINE-TAX TO GL-TAX(WS-GROUP-LINE-COUNT).
           MOVE WS-EXEMPT-SW TO GL-EXEMPT(WS-GROUP-LINE-COUNT).
           ADD SRT-QUANTITY TO WS-GROUP-TOTAL-QTY.
           ADD CALC-TOTAL-COST TO WS-GROUP-TOTAL-COST.
           ADD WS-LINE-DISCOUNT TO WS-GROUP-TOTAL-DISC.
           ADD WS-LINE-TAX TO WS-GROUP-TOTAL-TAX.
           MOVE PRODUCT-NAME TO WS-GROUP-LAST-PRODUCT-NAME.

      **********************************************
      * TAXES THE CURRENT LINE'S DISCOUNTED VALUE AT THE CUSTOMER'S
      * STATE RATE, UNLESS THE PRODUCT IS EXEMPT IN THAT STATE (OR
      * IN EVERY STATE). THE STATE'S LIABILITY BUCKETS ARE ONLY
      * POSTED WHEN THE ORDER IS INVOICED (POST-GROUP-LINE).
      **********************************************
       COMPUTE-LINE-TAX.
           MOVE 'N' TO WS-EXEMPT-SW.
           PERFORM VARYING WS-TXE-SUB FROM 1 BY 1
                     UNTIL WS-TXE-SUB > TAXE-COUNT OR LINE-EXEMPT
              IF TXE-PRODUCT-ID(WS-TXE-SUB) = SRT-PRODUCT-ID
                 AND (TXE-STATE(WS-TXE-SUB) = WS-CUST-STATE
                   OR TXE-STATE(WS-TXE-SUB) = '**')
                 SET LINE-EXEMPT TO TRUE
              END-IF
           END-PERFORM.
           IF LINE-EXEMPT
              MOVE 0 TO WS-LINE-TAX
           ELSE
              COMPUTE WS-LINE-TAX ROUNDED =
                      CALC-TOTAL-COST * TXS-RATE(WS-CUST-TXS-HIT)
           END-IF.

      **********************************************
      * WRITE A LINE WHOSE PRODUCT COULD NOT BE FOUND
           MOVE SRT-ORDER-ID TO REJ-ORDER-ID.
           MOVE SRT-PRODUCT-ID TO REJ-PRODUCT-ID.
           MOVE 'PRODUCT NOT FOUND IN MASTER' TO REJ-REASON.
           PERFORM PUT-REJECT-REC.

      **********************************************
      * REJECT A LINE THAT EXCEEDS THE PRODUCT'S REMAINING STOCK.
           MOVE SRT-ORDER-ID TO REJ-ORDER-ID.
           MOVE SRT-PRODUCT-ID TO REJ-PRODUCT-ID.
           MOVE 'OUT OF STOCK' TO REJ-REASON.
           PERFORM PUT-REJECT-REC.
           ADD 1 TO TOTAL-OUT-OF-STOCK.
           PERFORM ACCUMULATE-REJECTED-DEMAND.

      **********************************************
      * WRITES THE REJECT RECORD BUILT BY THE CALLER, UNLESS A
      * RESTART REPLAY HAS NOT YET CAUGHT UP WITH THE RECORDS THE
      * INTERRUPTED RUN ALREADY PUT ON REJDD.
      **********************************************
       PUT-REJECT-REC.
           IF WS-REJ-WRITTEN < WS-REJ-ON-FILE
              CONTINUE
           ELSE
              WRITE REJECT-REC
              IF REJ-STATUS NOT = '00'
                 DISPLAY 'ERROR WRITING REJECTED ORDER: ' REJ-STATUS
                 DISPLAY 'ORDER ID: ' REJ-ORDER-ID
                 STOP RUN
              END-IF
           END-IF.
           ADD 1 TO WS-REJ-WRITTEN.

      **********************************************
      * ROLLS THE REJECTED LINE'S QUANTITY INTO THE REORDER TABLE
      * AS UNMET DEMAND FOR ITS PRODUCT, SO THE END-OF-RUN
           IF RORD-COUNT = 0
              EXIT PARAGRAPH
           END-IF.
           IF RESTART-MODE
              OPEN EXTEND PURCHASE-SUGGEST-FILE
           ELSE
              OPEN OUTPUT PURCHASE-SUGGEST-FILE
           END-IF.
           IF PO-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING PURCHASE SUGGEST FILE: '
                      PO-STATUS
           IF WS-CUR-SUPPLIER-HDR-SW NOT = 'Y'
              MOVE 'Y' TO WS-CUR-SUPPLIER-HDR-SW
              MOVE WS-CUR-SUPPLIER TO POS-SUPPLIER
              MOVE PO-SUPPLIER-LAYOUT TO PO-REC
              PERFORM PUT-PO-REC
           END-IF.

           MOVE ROP-PRODUCT-ID(WS-ROP-SUB2) TO POD-PRODUCT-ID.
           MOVE ROP-POINT(WS-ROP-SUB2) TO POD-POINT.
           MOVE ROP-REJ-DEMAND(WS-ROP-SUB2) TO POD-REJ-DEMAND.
           MOVE WS-SUGGEST-QTY TO POD-SUGGEST-QTY.
           MOVE PO-DETAIL-LAYOUT TO PO-REC.
           PERFORM PUT-PO-REC.
           ADD 1 TO TOTAL-SUGGESTIONS.

      **********************************************
      * WRITES THE PURCHASE SUGGESTION IN PO-REC, UNLESS A RESTART
      * HAS NOT YET CAUGHT UP WITH THE RECORDS ALREADY ON PODD.
      **********************************************
       PUT-PO-REC.
           IF WS-PO-WRITTEN < WS-PO-ON-FILE
              CONTINUE
           ELSE
              WRITE PO-REC
              IF PO-STATUS NOT = '00'
                 DISPLAY 'ERROR WRITING PURCHASE SUGGESTION: '
                         PO-STATUS
                 STOP RUN
              END-IF
           END-IF.
           ADD 1 TO WS-PO-WRITTEN.

      **********************************************
      * COMMITS THE INVOICED QUANTITY OF THE BUFFERED LINE AS A
      * STOCK DELTA FOR ITS PRODUCT. THE PRODUCT MASTER ITSELF IS
      * ONLY DECREMENTED BY FLUSH-STOCK-DELTAS AT END OF RUN.
      **********************************************
       DECREMENT-STOCK.
           MOVE GL-PRODUCT-ID(WS-GL-SUB) TO PRODUCT-ID.
           PERFORM FIND-STOCK-DELTA.
           IF WS-STK-HIT = 0
              IF STK-COUNT >= STK-TABLE-MAX
                 DISPLAY 'FATAL: STOCK DELTA TABLE OVERFLOW, MAX='
                          STK-TABLE-MAX
                 STOP RUN
              END-IF
              ADD 1 TO STK-COUNT
              MOVE STK-COUNT TO WS-STK-HIT
              MOVE PRODUCT-ID TO STK-PRODUCT-ID(WS-STK-HIT)
              MOVE 0 TO STK-QTY(WS-STK-HIT)
           END-IF.
           ADD GL-QUANTITY(WS-GL-SUB) TO STK-QTY(WS-STK-HIT).

      **********************************************
      * FINDS PRODUCT-ID IN THE STOCK DELTA TABLE AND LEAVES
      * WS-STK-HIT ON IT (ZERO = NOTHING COMMITTED YET).
      **********************************************
       FIND-STOCK-DELTA.
           MOVE 0 TO WS-STK-HIT.
           PERFORM VARYING WS-STK-SUB FROM 1 BY 1
                     UNTIL WS-STK-SUB > STK-COUNT OR WS-STK-HIT > 0
              IF STK-PRODUCT-ID(WS-STK-SUB) = PRODUCT-ID
                 MOVE WS-STK-SUB TO WS-STK-HIT
              END-IF
           END-PERFORM.

      **********************************************
      * AT END OF RUN, APPLIES THE STOCK DELTAS TO THE PRODUCT
      * MASTER IN ONE SHORT PASS, THEN CHECKPOINTS WITH EVERY
      * CUSTOMER DONE AND NO DELTAS LEFT, SO A RESTART AFTER THIS
      * POINT NEVER APPLIES THEM TWICE. AN ABEND INSIDE THIS BRIEF
      * FLUSH IS THE ONE CASE NEEDING MANUAL RECOVERY: RESTORE
      * VSAMDD FROM ITS BACKUP, DELETE THE CHECKPOINT AND RERUN.
      **********************************************
       FLUSH-STOCK-DELTAS.
           PERFORM VARYING WS-STK-SUB FROM 1 BY 1
                     UNTIL WS-STK-SUB > STK-COUNT
              PERFORM FLUSH-ONE-DELTA
           END-PERFORM.
           MOVE 0 TO STK-COUNT.
           MOVE HIGH-VALUES TO WS-CHKPT-LAST-CUST.
           PERFORM WRITE-CHECKPOINT.
           DISPLAY 'STOCK DELTAS FLUSHED TO PRODUCT MASTER'.

       FLUSH-ONE-DELTA.
           MOVE STK-PRODUCT-ID(WS-STK-SUB) TO PRODUCT-ID.
           READ PRODUCT-MASTER-FILE.
           IF VSAM-STATUS NOT = '00'
              DISPLAY 'VSAM READ ERROR: ' VSAM-STATUS
              DISPLAY 'PRODUCT ID: ' PRODUCT-ID
              STOP RUN
           END-IF.
           SUBTRACT STK-QTY(WS-STK-SUB) FROM PRODUCT-QTY-ON-HAND.
           REWRITE VSAM-REC
               INVALID KEY
                 CONTINUE
           END-IF.

      **********************************************
      * FLUSH THE ACCUMULATED GROUP: CREDIT-CHECK IT, THEN EITHER
      * HOLD IT OR COMMIT ITS LINES AND WRITE ONE INVOICE
      **********************************************
       FINALIZE-GROUP.
           IF WS-GROUP-LINE-COUNT > 0
              ADD 1 TO TOTAL-ORDER-GROUPS
              PERFORM CHECK-CREDIT-LIMIT
              IF LIMIT-FOUND AND WS-EXPOSURE <= WS-CUST-CREDIT-LIMIT
                 PERFORM COMMIT-GROUP-LINES
                 PERFORM WRITE-INVOICE-LINE
              ELSE
                 PERFORM WRITE-CREDIT-HOLD
              END-IF
           END-IF.

      **********************************************
      * EXPOSURE IF THIS ORDER WERE INVOICED: NET OPEN AR, PLUS
      * WHAT THIS RUN HAS ALREADY INVOICED THE CUSTOMER (NOT YET
      * ON THE LEDGER), PLUS THE ORDER ITSELF WITH ITS TAX.
      **********************************************
       CHECK-CREDIT-LIMIT.
           COMPUTE WS-RUN-INVOICED =
                   WS-CUST-TOTAL-COST + WS-CUST-TOTAL-TAX.
           COMPUTE WS-ORDER-AMOUNT =
                   WS-GROUP-TOTAL-COST + WS-GROUP-TOTAL-TAX.
           COMPUTE WS-EXPOSURE =
                   WS-CUST-AR-OPEN + WS-RUN-INVOICED + WS-ORDER-AMOUNT.

      **********************************************
      * THE ORDER PASSED CREDIT: COMMITS EACH BUFFERED LINE'S
      * STOCK AND POSTS THE LINE'S TAX AND DISCOUNT TO THE RUN
      * TOTALS.
      **********************************************
       COMMIT-GROUP-LINES.
           PERFORM VARYING WS-GL-SUB FROM 1 BY 1
                     UNTIL WS-GL-SUB > WS-GROUP-LINE-COUNT
              PERFORM DECREMENT-STOCK
              PERFORM POST-GROUP-LINE
           END-PERFORM.

      **********************************************
      * POSTS ONE INVOICED LINE TO ITS STATE'S LIABILITY BUCKETS
      * AND THE RUN DISCOUNT TOTAL.
      **********************************************
       POST-GROUP-LINE.
           IF GL-EXEMPT(WS-GL-SUB) = 'Y'
              ADD GL-COST(WS-GL-SUB) TO TXS-EXEMPT(WS-CUST-TXS-HIT)
           ELSE
              ADD GL-COST(WS-GL-SUB) TO TXS-TAXABLE(WS-CUST-TXS-HIT)
           END-IF.
           ADD 1 TO TXS-LINES(WS-CUST-TXS-HIT).
           ADD GL-TAX(WS-GL-SUB) TO TXS-TAX(WS-CUST-TXS-HIT).
           ADD GL-DISCOUNT(WS-GL-SUB) TO WS-RUN-TOTAL-DISC.

      **********************************************
      * THE ORDER WOULD BREACH THE CUSTOMER'S LIMIT (OR THERE IS
      * NO LIMIT ON FILE): WRITES THE 'H' HEADER WITH THE EXPOSURE
      * FIGURES AND ONE 'L' RECORD PER PRICED LINE. STOCK IS LEFT
      * UNTOUCHED; THE RELEASE RUN DECREMENTS IT WHEN IT INVOICES.
      **********************************************
       WRITE-CREDIT-HOLD.
           ADD 1 TO TOTAL-CREDIT-HOLDS.
           MOVE SPACES TO CREDIT-HOLD-REC.
           SET HLD-HEADER TO TRUE.
           MOVE WS-CUR-ORDER-ID TO HLD-ORDER-ID.
           MOVE WS-CUR-CUST-ID TO HLD-CUST-ID.
           MOVE WS-CUST-STATE TO HLD-STATE.
           MOVE WS-RUN-DATE TO HLD-HOLD-DATE.
           IF LIMIT-FOUND
              SET HLD-OVER-LIMIT TO TRUE
           ELSE
              SET HLD-NO-LIMIT TO TRUE
           END-IF.
           MOVE WS-ORDER-AMOUNT TO HLD-ORDER-AMOUNT.
           MOVE WS-CUST-AR-OPEN TO HLD-AR-OPEN.
           MOVE WS-RUN-INVOICED TO HLD-RUN-INVOICED.
           MOVE WS-CUST-CREDIT-LIMIT TO HLD-CREDIT-LIMIT.
           COMPUTE HLD-EXCESS = WS-EXPOSURE - WS-CUST-CREDIT-LIMIT.
           PERFORM PUT-CREDIT-HOLD-REC.
           DISPLAY 'ORDER ' WS-CUR-ORDER-ID ' CUSTOMER '
                   WS-CUR-CUST-ID ' HELD FOR CREDIT, REASON '
                   HLD-REASON.

           PERFORM VARYING WS-GL-SUB FROM 1 BY 1
                     UNTIL WS-GL-SUB > WS-GROUP-LINE-COUNT
              MOVE SPACES TO CREDIT-HOLD-REC
              SET HLD-LINE TO TRUE
              MOVE WS-CUR-ORDER-ID TO HLD-ORDER-ID
              MOVE GL-PRODUCT-ID(WS-GL-SUB) TO HLL-PRODUCT-ID
              MOVE GL-PRODUCT-NAME(WS-GL-SUB) TO HLL-PRODUCT-NAME
              MOVE GL-QUANTITY(WS-GL-SUB) TO HLL-QUANTITY
              MOVE GL-COST(WS-GL-SUB) TO HLL-COST
              MOVE GL-DISCOUNT(WS-GL-SUB) TO HLL-DISCOUNT
              MOVE GL-TAX(WS-GL-SUB) TO HLL-TAX
              MOVE GL-EXEMPT(WS-GL-SUB) TO HLL-EXEMPT-FLAG
              PERFORM PUT-CREDIT-HOLD-REC
           END-PERFORM.

      **********************************************
      * WRITES THE CREDIT-HOLD RECORD BUILT BY THE CALLER.
      **********************************************
       PUT-CREDIT-HOLD-REC.
           IF WS-CHLD-WRITTEN < WS-CHLD-ON-FILE
              CONTINUE
           ELSE
              WRITE CREDIT-HOLD-REC
              IF CHLD-STATUS NOT = '00'
                 DISPLAY 'ERROR WRITING CREDIT HOLD: ' CHLD-STATUS
                 DISPLAY 'ORDER ID: ' WS-CUR-ORDER-ID
                 STOP RUN
              END-IF
           END-IF.
           ADD 1 TO WS-CHLD-WRITTEN.

      **********************************************
      * WRITE ONE CONSOLIDATED INVOICE FOR THE GROUP
           MOVE WS-GROUP-TOTAL-QTY TO INVOICE-QUANTITY.
           MOVE WS-GROUP-TOTAL-COST TO INVOICE-TOTAL-COST.
           MOVE WS-GROUP-TOTAL-DISC TO INVOICE-DISCOUNT.
           MOVE WS-GROUP-TOTAL-TAX TO INVOICE-TAX.
           PERFORM PUT-INVOICE-REC.
           ADD 1 TO TOTAL-INVOICES.
           ADD WS-GROUP-TOTAL-COST TO WS-RUN-TOTAL-COST.
           ADD WS-GROUP-TOTAL-COST TO WS-CUST-TOTAL-COST.
           ADD WS-GROUP-TOTAL-DISC TO WS-CUST-TOTAL-DISC.
           ADD WS-GROUP-TOTAL-TAX TO WS-CUST-TOTAL-TAX.
           ADD WS-GROUP-TOTAL-TAX TO WS-RUN-TOTAL-TAX.
           ADD 1 TO WS-CUST-ORDER-COUNT.

      **********************************************
      * WRITES THE INVOICE FILE RECORD IN OUT-REC, UNLESS A
      * RESTART REPLAY HAS NOT YET CAUGHT UP WITH THE RECORDS THE
      * INTERRUPTED RUN ALREADY PUT ON OUTDD.
      **********************************************
       PUT-INVOICE-REC.
           IF WS-OUT-WRITTEN < WS-OUT-ON-FILE
              CONTINUE
           ELSE
              WRITE OUT-REC
              IF OUT-STATUS NOT = '00'
                 DISPLAY 'ERROR WRITING INVOICE FILE: ' OUT-STATUS
                 DISPLAY 'ORDER ID: ' WS-CUR-ORDER-ID
                 STOP RUN
              END-IF
           END-IF.
           ADD 1 TO WS-OUT-WRITTEN.

      **********************************************
      * APPENDS THE 'TRL**' CONTROL TRAILER (INVOICE
      * COUNT, INVOICED AMOUNT BEFORE TAX AND SALES
      * TAX TOTAL) SO THE BILLING INTAKE CAN VERIFY
      * THE FILE ARRIVED COMPLETE.
      **********************************************
       WRITE-INVOICE-TRAILER.
           MOVE SPACES TO TRAILER-REC-LAYOUT.
           MOVE 'TRL**' TO TRL-TAG.
           MOVE TOTAL-INVOICES TO TRL-COUNT.
           MOVE WS-RUN-TOTAL-COST TO TRL-AMOUNT.
           MOVE WS-RUN-TOTAL-TAX TO TRL-TAX-AMOUNT.
           MOVE TRAILER-REC-LAYOUT TO OUT-REC.
           PERFORM PUT-INVOICE-REC.

      **********************************************
      * WRITES THE TAX LIABILITY SUMMARY: ONE STAX* RECORD PER
      * STATE THAT HAD INVOICED LINES THIS RUN (RATE APPLIED,
      * ITS EFFECTIVE DATE, LINES, TAXABLE AND EXEMPT VALUE,
      * TAX), THEN AN STOT* RUN TOTAL THAT AGREES WITH THE
      * TRAILER'S TAX AMOUNT.
      **********************************************
       WRITE-TAX-SUMMARY.
           OPEN OUTPUT TAX-SUMMARY-FILE.
           IF TAXS-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING TAX SUMMARY FILE: ' TAXS-STATUS
              STOP RUN
           END-IF.

           PERFORM VARYING WS-TXS-SUB FROM 1 BY 1
                     UNTIL WS-TXS-SUB > TAXS-COUNT
              IF TXS-LINES(WS-TXS-SUB) > 0
                 MOVE TXS-STATE(WS-TXS-SUB) TO TSD-STATE
                 MOVE TXS-RATE(WS-TXS-SUB) TO TSD-RATE
                 MOVE TXS-EFF-DATE(WS-TXS-SUB) TO TSD-EFF-DATE
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
              END-IF
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
      * LOADS THE VOLUME DISCOUNT TIER TABLE FROM DISCDD.
      * THE DATASET IS OPTIONAL - A RUN WITHOUT IT PRICES EVERY
              DISPLAY 'DISCOUNT TIERS LOADED: ' DISC-TIER-COUNT
           END-IF.

      **********************************************
      * LOADS THE STATE TAX TABLE FROM TAXRDD. THE DATASET IS
      * REQUIRED - WITHOUT IT NO CUSTOMER COULD BE TAXED. FOR
      * EACH STATE THE RATE ROW WITH THE LATEST EFFECTIVE DATE ON
      * OR BEFORE THE RUN DATE WINS; FUTURE-DATED ROWS ARE LOADED
      * AHEAD OF TIME AND IGNORED UNTIL THEY TAKE EFFECT.
      **********************************************
       LOAD-TAX-TABLE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT TAX-RATE-FILE.
           IF TAXR-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING TAX RATE FILE: ' TAXR-STATUS
              STOP RUN
           END-IF.
           PERFORM UNTIL TAXR-EOF
              READ TAX-RATE-FILE
                AT END
                   SET TAXR-EOF TO TRUE
                NOT AT END
                   IF TAXR-STATUS NOT = '00'
                      DISPLAY 'ERROR READING TAX RATES: ' TAXR-STATUS
                      STOP RUN
                   END-IF
                   EVALUATE TRUE
                       WHEN TXR-RATE-ROW
                            PERFORM LOAD-TAX-RATE-ROW
                       WHEN TXR-EXEMPT-ROW
                            PERFORM LOAD-TAX-EXEMPT-ROW
                       WHEN OTHER
                            DISPLAY 'WARNING: UNKNOWN TAX ROW TYPE: '
                                    TAX-RATE-REC(1:20)
                   END-EVALUATE
              END-READ
           END-PERFORM.
           CLOSE TAX-RATE-FILE.
           DISPLAY 'TAX STATES LOADED: ' TAXS-COUNT
                   ' EXEMPTIONS: ' TAXE-COUNT.

      **********************************************
      * APPLIES ONE 'R' ROW: ADDS THE STATE, OR REPLACES ITS RATE
      * WHEN THIS ROW TOOK EFFECT LATER (BUT NOT AFTER THE RUN).
      **********************************************
       LOAD-TAX-RATE-ROW.
           IF TXR-RATE IS NOT NUMERIC
              OR TXR-EFF-DATE IS NOT NUMERIC
              OR TXR-STATE = SPACES
              DISPLAY 'ERROR: INVALID TAX RATE ROW: '
                      TAX-RATE-REC(1:20)
              STOP RUN
           END-IF.
           IF TXR-EFF-DATE > WS-RUN-DATE
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-TXS-HIT.
           PERFORM VARYING WS-TXS-SUB FROM 1 BY 1
                     UNTIL WS-TXS-SUB > TAXS-COUNT OR WS-TXS-HIT > 0
              IF TXS-STATE(WS-TXS-SUB) = TXR-STATE
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
              MOVE TXR-STATE TO TXS-STATE(WS-TXS-HIT)
              MOVE 0 TO TXS-EFF-DATE(WS-TXS-HIT)
              MOVE 0 TO TXS-LINES(WS-TXS-HIT)
              MOVE 0 TO TXS-TAXABLE(WS-TXS-HIT)
              MOVE 0 TO TXS-EXEMPT(WS-TXS-HIT)
              MOVE 0 TO TXS-TAX(WS-TXS-HIT)
           END-IF.
           IF TXR-EFF-DATE >= TXS-EFF-DATE(WS-TXS-HIT)
              MOVE TXR-RATE TO TXS-RATE(WS-TXS-HIT)
              MOVE TXR-EFF-DATE TO TXS-EFF-DATE(WS-TXS-HIT)
           END-IF.

      **********************************************
      * APPLIES ONE 'E' ROW: PRODUCT EXEMPT IN THE STATE.
      **********************************************
       LOAD-TAX-EXEMPT-ROW.
           IF TXR-STATE = SPACES OR TXX-PRODUCT-ID = SPACES
              DISPLAY 'ERROR: INVALID TAX EXEMPTION ROW: '
                      TAX-RATE-REC(1:20)
              STOP RUN
           END-IF.
           IF TAXE-COUNT >= TAXE-TABLE-MAX
              DISPLAY 'FATAL: TAX EXEMPTION TABLE OVERFLOW, MAX='
                       TAXE-TABLE-MAX
              STOP RUN
           END-IF.
           ADD 1 TO TAXE-COUNT.
           MOVE TXR-STATE TO TXE-STATE(TAXE-COUNT).
           MOVE TXX-PRODUCT-ID TO TXE-PRODUCT-ID(TAXE-COUNT).

      **********************************************
      * FINDS THE DEEPEST DISCOUNT TIER FOR THE CURRENT LINE:
      * AMONG TIERS FOR SRT-PRODUCT-ID WHOSE QUANTITY THRESHOLD
              END-IF
           END-PERFORM.

      **********************************************
      * CHECKS FOR A CHECKPOINT FROM A PRIOR INTERRUPTED RUN. IF
      * CHKDD HOLDS ONE, THE COUNTERS, RUN TOTALS, STOCK DELTAS,
      * TAX BUCKETS AND REJECTED DEMAND ARE RESTORED FROM IT AND
      * THE RUN RESUMES AFTER THE CHECKPOINTED CUSTOMER. THE ENTRY
      * COUNTS LOADED BACK ARE VERIFIED AGAINST THE HEADER TO
      * CATCH A CHECKPOINT TORN BY AN ABEND MID-WRITE. IF CHKDD
      * DOES NOT EXIST OR IS EMPTY, THIS IS A FRESH RUN.
      **********************************************
       READ-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE.
           IF CHKPT-STATUS = '00'
              PERFORM UNTIL CHKPT-EOF
                 READ CHECKPOINT-FILE
                   AT END
                      SET CHKPT-EOF TO TRUE
                   NOT AT END
                      PERFORM RESTORE-CHECKPOINT-REC
                 END-READ
              END-PERFORM
              CLOSE CHECKPOINT-FILE
              IF RESTART-MODE
                 IF WS-CK-LOADED NOT = STK-COUNT
                    OR WS-CT-LOADED NOT = WS-CH-TAX
                    OR WS-CD-LOADED NOT = WS-CH-RORD
                    DISPLAY 'FATAL: CHECKPOINT IS INCOMPLETE - '
                            'TORN BY AN ABEND MID-WRITE'
                    DISPLAY 'THE PRODUCT MASTER IS ONLY UPDATED AT '
                            'END OF RUN, SO DELETE THE CHECKPOINT '
                            'DATASET AND RERUN FROM THE START'
                    STOP RUN
                 END-IF
                 IF WS-CHKPT-LAST-CUST = HIGH-VALUES
                    DISPLAY 'CHECKPOINT FOUND - ALL CUSTOMERS '
                            'INVOICED, STOCK ALREADY POSTED'
                 ELSE
                    DISPLAY 'CHECKPOINT FOUND - RESUMING AFTER '
                            'CUSTOMER ' WS-CHKPT-LAST-CUST
                 END-IF
              END-IF
           ELSE
              DISPLAY 'NO CHECKPOINT FOUND - STARTING FROM BEGINNING'
           END-IF.

      **********************************************
      * RESTORES ONE CHECKPOINT RECORD INTO THE IN-MEMORY STATE.
      * THE TAX AND REORDER TABLES ARE ALREADY LOADED FROM TAXRDD
      * AND RORDDD, SO THEIR ROWS ARE MATCHED BY POSITION AND
      * CHECKED - A MISMATCH MEANS DIFFERENT INPUTS ARE MOUNTED.
      **********************************************
       RESTORE-CHECKPOINT-REC.
           EVALUATE CHKPT-TYPE
               WHEN 'H'
                 MOVE CHKPT-DATA(1:44) TO WS-CHKPT-HEADER
                 MOVE WS-CH-LAST-CUST TO WS-CHKPT-LAST-CUST
                 MOVE WS-CH-OUTPUTS TO WS-OUTPUT-COUNTS
                 MOVE WS-CH-STOCK TO STK-COUNT
                 IF WS-CH-TAX NOT = TAXS-COUNT
                    OR WS-CH-RORD NOT = RORD-COUNT
                    PERFORM CHECKPOINT-INPUT-MISMATCH
                 END-IF
                 SET RESTART-MODE TO TRUE
               WHEN 'C'
                 MOVE CHKPT-DATA(1:50) TO WS-COUNTERS
               WHEN 'A'
                 MOVE CHKPT-DATA(1:46) TO WS-CHKPT-AMOUNTS
                 MOVE WS-CA-DISC TO WS-RUN-TOTAL-DISC
                 MOVE WS-CA-COST TO WS-RUN-TOTAL-COST
                 MOVE WS-CA-TAX TO WS-RUN-TOTAL-TAX
                 MOVE WS-CA-SUGGESTIONS TO TOTAL-SUGGESTIONS
               WHEN 'K'
                 ADD 1 TO WS-CK-LOADED
                 MOVE CHKPT-DATA(1:12) TO WS-CHKPT-STOCK
                 MOVE WS-CK-PRODUCT-ID TO STK-PRODUCT-ID(WS-CK-LOADED)
                 MOVE WS-CK-QTY TO STK-QTY(WS-CK-LOADED)
               WHEN 'T'
                 ADD 1 TO WS-CT-LOADED
                 MOVE CHKPT-DATA(1:48) TO WS-CHKPT-TAX
                 IF WS-CT-STATE NOT = TXS-STATE(WS-CT-LOADED)
                    PERFORM CHECKPOINT-INPUT-MISMATCH
                 END-IF
                 MOVE WS-CT-LINES TO TXS-LINES(WS-CT-LOADED)
                 MOVE WS-CT-TAXABLE TO TXS-TAXABLE(WS-CT-LOADED)
                 MOVE WS-CT-EXEMPT TO TXS-EXEMPT(WS-CT-LOADED)
                 MOVE WS-CT-TAX TO TXS-TAX(WS-CT-LOADED)
               WHEN 'D'
                 ADD 1 TO WS-CD-LOADED
                 MOVE CHKPT-DATA(1:12) TO WS-CHKPT-RORD
                 IF WS-CD-PRODUCT-ID
                      NOT = ROP-PRODUCT-ID(WS-CD-LOADED)
                    PERFORM CHECKPOINT-INPUT-MISMATCH
                 END-IF
                 MOVE WS-CD-REJ-DEMAND
                   TO ROP-REJ-DEMAND(WS-CD-LOADED)
               WHEN OTHER
                 DISPLAY 'FATAL: UNKNOWN CHECKPOINT RECORD TYPE: '
                         CHKPT-TYPE
                 STOP RUN
           END-EVALUATE.

       CHECKPOINT-INPUT-MISMATCH.
           DISPLAY 'FATAL: CHECKPOINT TAX/REORDER TABLES DO NOT '
                   'MATCH THIS RUN'.
           DISPLAY 'MOUNT THE SAME TAXRDD AND RORDDD AS THE ORIGINAL '
                   'RUN, OR DELETE THE CHECKPOINT DATASET AND RERUN '
                   'FROM THE START'.
           STOP RUN.

      **********************************************
      * COUNTS THE RECORDS ALREADY ON EACH EXTENDABLE OUTPUT FROM
      * THE INTERRUPTED RUN, SO THE REPLAY OF THE CUSTOMERS
      * INVOICED AFTER THE LAST CHECKPOINT DOES NOT WRITE THEM A
      * SECOND TIME. FEWER RECORDS THAN THE CHECKPOINT RECORDED
      * MEANS AN OUTPUT WAS LOST OR REPLACED SINCE THE ABEND.
      **********************************************
       COUNT-EXISTING-OUTPUTS.
           MOVE 0 TO WS-OUT-ON-FILE.
           MOVE 'N' TO WS-CNT-EOF-SW.
           OPEN INPUT INVOICE-OUTPUT-FILE.
           IF OUT-STATUS = '00'
              PERFORM UNTIL CNT-EOF
                 READ INVOICE-OUTPUT-FILE
                   AT END
                      SET CNT-EOF TO TRUE
                   NOT AT END
                      ADD 1 TO WS-OUT-ON-FILE
                 END-READ
              END-PERFORM
              CLOSE INVOICE-OUTPUT-FILE
           END-IF.

           MOVE 0 TO WS-REJ-ON-FILE.
           MOVE 'N' TO WS-CNT-EOF-SW.
           OPEN INPUT REJECTED-ORDERS-FILE.
           IF REJ-STATUS = '00'
              PERFORM UNTIL CNT-EOF
                 READ REJECTED-ORDERS-FILE
                   AT END
                      SET CNT-EOF TO TRUE
                   NOT AT END
                      ADD 1 TO WS-REJ-ON-FILE
                 END-READ
              END-PERFORM
              CLOSE REJECTED-ORDERS-FILE
           END-IF.

           MOVE 0 TO WS-CHLD-ON-FILE.
           MOVE 'N' TO WS-CNT-EOF-SW.
           OPEN INPUT CREDIT-HOLD-FILE.
           IF CHLD-STATUS = '00'
              PERFORM UNTIL CNT-EOF
                 READ CREDIT-HOLD-FILE
                   AT END
                      SET CNT-EOF TO TRUE
                   NOT AT END
                      ADD 1 TO WS-CHLD-ON-FILE
                 END-READ
              END-PERFORM
              CLOSE CREDIT-HOLD-FILE
           END-IF.

           MOVE 0 TO WS-PO-ON-FILE.
           MOVE 'N' TO WS-CNT-EOF-SW.
           OPEN INPUT PURCHASE-SUGGEST-FILE.
           IF PO-STATUS = '00'
              PERFORM UNTIL CNT-EOF
                 READ PURCHASE-SUGGEST-FILE
                   AT END
                      SET CNT-EOF TO TRUE
                   NOT AT END
                      ADD 1 TO WS-PO-ON-FILE
                 END-READ
              END-PERFORM
              CLOSE PURCHASE-SUGGEST-FILE
           END-IF.

           DISPLAY 'RECORDS ALREADY ON FILE - INVOICE: '
                   WS-OUT-ON-FILE ' REJECT: ' WS-REJ-ON-FILE
                   ' CREDIT HOLD: ' WS-CHLD-ON-FILE
                   ' PURCHASE: ' WS-PO-ON-FILE.

           IF WS-OUT-ON-FILE < WS-OUT-WRITTEN
              OR WS-REJ-ON-FILE < WS-REJ-WRITTEN
              OR WS-CHLD-ON-FILE < WS-CHLD-WRITTEN
              OR WS-PO-ON-FILE < WS-PO-WRITTEN
              DISPLAY 'FATAL: AN OUTPUT FILE HOLDS FEWER RECORDS '
                      'THAN THE CHECKPOINT RECORDED'
              DISPLAY 'THE PRODUCT MASTER IS ONLY UPDATED AT END OF '
                      'RUN, SO DELETE THE CHECKPOINT DATASET AND '
                      'RERUN FROM THE START'
              STOP RUN
           END-IF.

      **********************************************
      * REWRITES THE CHECKPOINT DATASET WITH THE FULL RUN STATE AS
      * OF THE LAST CUSTOMER FULLY INVOICED: POSITION AND OUTPUT
      * RECORD COUNTS, COUNTERS, RUN AMOUNTS, THE STOCK DELTAS NOT
      * YET FLUSHED, THE TAX BUCKETS AND THE REJECTED DEMAND PER
      * REORDER ROW. A RESTART RESTORES EXACTLY THIS STATE AND
      * RESUMES WITH THE NEXT CUSTOMER.
      **********************************************
       WRITE-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE.
           IF CHKPT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR OPENING CHECKPOINT FOR WRITE: '
                      CHKPT-STATUS
              EXIT PARAGRAPH
           END-IF.

           MOVE WS-CHKPT-LAST-CUST TO WS-CH-LAST-CUST.
           MOVE WS-OUTPUT-COUNTS TO WS-CH-OUTPUTS.
           MOVE STK-COUNT TO WS-CH-STOCK.
           MOVE TAXS-COUNT TO WS-CH-TAX.
           MOVE RORD-COUNT TO WS-CH-RORD.
           MOVE SPACES TO CHKPT-REC.
           MOVE 'H' TO CHKPT-TYPE.
           MOVE WS-CHKPT-HEADER TO CHKPT-DATA.
           PERFORM WRITE-CHKPT-LINE.

           MOVE SPACES TO CHKPT-REC.
           MOVE 'C' TO CHKPT-TYPE.
           MOVE WS-COUNTERS TO CHKPT-DATA.
           PERFORM WRITE-CHKPT-LINE.

           MOVE WS-RUN-TOTAL-DISC TO WS-CA-DISC.
           MOVE WS-RUN-TOTAL-COST TO WS-CA-COST.
           MOVE WS-RUN-TOTAL-TAX TO WS-CA-TAX.
           MOVE TOTAL-SUGGESTIONS TO WS-CA-SUGGESTIONS.
           MOVE SPACES TO CHKPT-REC.
           MOVE 'A' TO CHKPT-TYPE.
           MOVE WS-CHKPT-AMOUNTS TO CHKPT-DATA.
           PERFORM WRITE-CHKPT-LINE.

           PERFORM VARYING WS-CP-SUB FROM 1 BY 1
                   UNTIL WS-CP-SUB > STK-COUNT
              PERFORM WRITE-CHKPT-STOCK-LINE
           END-PERFORM.
           PERFORM VARYING WS-CP-SUB FROM 1 BY 1
                   UNTIL WS-CP-SUB > TAXS-COUNT
              PERFORM WRITE-CHKPT-TAX-LINE
           END-PERFORM.
           PERFORM VARYING WS-CP-SUB FROM 1 BY 1
                   UNTIL WS-CP-SUB > RORD-COUNT
              PERFORM WRITE-CHKPT-RORD-LINE
           END-PERFORM.

           CLOSE CHECKPOINT-FILE.

      **********************************************
      * ONE CHECKPOINT LINE PER TABLE ENTRY.
      **********************************************
       WRITE-CHKPT-STOCK-LINE.
           MOVE STK-PRODUCT-ID(WS-CP-SUB) TO WS-CK-PRODUCT-ID.
           MOVE STK-QTY(WS-CP-SUB) TO WS-CK-QTY.
           MOVE SPACES TO CHKPT-REC.
           MOVE 'K' TO CHKPT-TYPE.
           MOVE WS-CHKPT-STOCK TO CHKPT-DATA.
           PERFORM WRITE-CHKPT-LINE.

       WRITE-CHKPT-TAX-LINE.
           MOVE TXS-STATE(WS-CP-SUB) TO WS-CT-STATE.
           MOVE TXS-LINES(WS-CP-SUB) TO WS-CT-LINES.
           MOVE TXS-TAXABLE(WS-CP-SUB) TO WS-CT-TAXABLE.
           MOVE TXS-EXEMPT(WS-CP-SUB) TO WS-CT-EXEMPT.
           MOVE TXS-TAX(WS-CP-SUB) TO WS-CT-TAX.
           MOVE SPACES TO CHKPT-REC.
           MOVE 'T' TO CHKPT-TYPE.
           MOVE WS-CHKPT-TAX TO CHKPT-DATA.
           PERFORM WRITE-CHKPT-LINE.

       WRITE-CHKPT-RORD-LINE.
           MOVE ROP-PRODUCT-ID(WS-CP-SUB) TO WS-CD-PRODUCT-ID.
           MOVE ROP-REJ-DEMAND(WS-CP-SUB) TO WS-CD-REJ-DEMAND.
           MOVE SPACES TO CHKPT-REC.
           MOVE 'D' TO CHKPT-TYPE.
           MOVE WS-CHKPT-RORD TO CHKPT-DATA.
           PERFORM WRITE-CHKPT-LINE.

      **********************************************
      * WRITES THE CURRENT CHECKPOINT RECORD. A WRITE FAILURE IS
      * ONLY A WARNING - A TORN CHECKPOINT IS DETECTED ON RESTART
      * AND A FRESH RERUN IS ALWAYS SAFE UNTIL THE STOCK FLUSH.
      **********************************************
       WRITE-CHKPT-LINE.
           WRITE CHKPT-REC.
           IF CHKPT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR WRITING CHECKPOINT: '
                      CHKPT-STATUS
           END-IF.

      **********************************************
      * CALLED ONLY AFTER A FULL, SUCCESSFUL RUN. OPENING THE
      * CHECKPOINT DATASET FOR OUTPUT WITH NO WRITE REPLACES IT
      * WITH AN EMPTY FILE, SO THE NEXT RUN FINDS NOTHING TO
      * RESUME FROM AND STARTS OVER, AS A FRESH RUN SHOULD.
      **********************************************
       CLEAR-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE.
           IF CHKPT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR OPENING CHECKPOINT TO CLEAR: '
                      CHKPT-STATUS
           ELSE
              CLOSE CHECKPOINT-FILE
              DISPLAY 'RUN COMPLETED - CHECKPOINT CLEARED'
           END-IF.

      **********************************************
      * CLOSE ALL FILES AND CHECK STATUS
      **********************************************
                       REJ-STATUS
           END-IF.

           CLOSE AR-MASTER-FILE.
           IF AR-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING AR MASTER: ' AR-STATUS
           END-IF.

           CLOSE CREDIT-HOLD-FILE.
           IF CHLD-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING CREDIT HOLD FILE: '
                      CHLD-STATUS
           END-IF.

      **********************************************
      * DISPLAY SUMMARY STATISTICS TO SYSOUT
      **********************************************
                    TOTAL-NO-HEADER-DISP.
           DISPLAY 'UNKNOWN CUSTOMERS:           '
                    TOTAL-UNKNOWN-CUST-DISP.
           MOVE TOTAL-BAD-STATE TO TOTAL-BAD-STATE-DISP.
           DISPLAY 'BLANK/UNTAXED STATE CUSTS:   '
                    TOTAL-BAD-STATE-DISP.
           MOVE TOTAL-CREDIT-HOLDS TO TOTAL-CREDIT-HOLDS-DISP.
           DISPLAY 'ORDERS HELD FOR CREDIT:      '
                    TOTAL-CREDIT-HOLDS-DISP.
           MOVE TOTAL-SUGGESTIONS TO TOTAL-SUGGESTIONS-DISP.
           DISPLAY 'REORDER SUGGESTIONS:         '
                    TOTAL-SUGGESTIONS-DISP.
           MOVE WS-RUN-TOTAL-DISC TO WS-RUN-TOTAL-DISC-DISP.
           DISPLAY 'TOTAL DISCOUNT GIVEN:        '
                    WS-RUN-TOTAL-DISC-DISP.
           MOVE WS-RUN-TOTAL-TAX TO WS-RUN-TOTAL-TAX-DISP.
           DISPLAY 'TOTAL SALES TAX:             '
                    WS-RUN-TOTAL-TAX-DISP.
           DISPLAY '========================================'.


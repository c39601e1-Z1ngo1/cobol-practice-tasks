      ******************************************************************
      * PURCHASE ORDER RECEIVING AND OPEN-PO TRACKING                  *
      *                                                                *
      * PURPOSE:                                                       *
      * PSPO16 RAISES PURCHASE ORDERS BUT NOTHING RECORDED WHAT        *
      * ARRIVED: INBOUND QUANTITIES WERE KEYED BY THE BUYERS AND STOCK *
      * ONLY ROSE WHEN SOMEONE REMEMBERED A PSCM16 RECEIPT DELTA. THIS *
      * RUN KEEPS AN OPEN-PO MASTER FED FROM PSPO16'S OUTPUT, APPLIES  *
      * THE GOODS-RECEIVED FILE AGAINST IT, POSTS EVERY RECEIPT TO     *
      * STOCK AS A PSCM16 'R' DELTA FOR THE RECEIVING WAREHOUSE, AND   *
      * WRITES THE REMAINING OPEN QUANTITIES BACK AS INBOUND.ORDERS.   *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   OPEN-PO MASTER (POMDD, OPTIONAL) IS LOADED, THEN THE NEW PO  *
      *   LINES FROM PSPO16 (PORDD, OPTIONAL) ARE ADDED. A PO NUMBER   *
      *   ALREADY ON THE MASTER, OPEN OR CLOSED, IS REJECTED - SO A    *
      *   PORDD GENERATION FED TWICE CANNOT REOPEN A CLOSED PO.        *
      *   CLOSED LINES STAY ON THE MASTER (STATUS C) FOR 180 DAYS      *
      *   AFTER THEIR LAST RECEIPT AND ARE THEN DROPPED.               *
      *   GOODS RECEIVED (GRNDD), IN FILE ORDER:                       *
      *     REJECT: PO NOT OPEN, PART NOT THE PO'S PART, QTY NOT       *
      *     NUMERIC OR ZERO, INVALID DATE OR DATE AFTER THE RUN DATE.  *
      *     APPLY: RECEIVED += QTY, 'R' DELTA WRITTEN (BLANK WAREHOUSE *
      *     = W1). DUE DATE = ORDER DATE + LEAD TIME FROM              *
      *     PART.SUPPLIER (THE PO'S OWN LEAD TIME IF THE PART HAS LEFT *
      *     THE XREF).                                                 *
      *     EXCEPTIONS REPORTED: LATE (RECEIVED AFTER DUE), OVER       *
      *     (RECEIVED BEYOND ORDERED - STOCK IS STILL POSTED), SHORT   *
      *     (GRN-FINAL = 'Y' CLOSES THE PO WITH QUANTITY OUTSTANDING). *
      *     A PO CLOSES WHEN FULLY RECEIVED OR CLOSED SHORT.           *
      *   OPEN POS PAST THEIR DUE DATE AT THE RUN DATE ARE LISTED AS   *
      *   OVERDUE. RC 4 IF ANY PO LINE OR RECEIPT IS REJECTED.         *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15  SSH  INITIAL VERSION.                              *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  POMDD (PO.OPEN) - OPEN-PO MASTER (PS, 80 B, OPT)       *
      *         PORDD (PURCHASE.ORDERS) - NEW PSPO16 LINES (PS, OPT)   *
      *         GRNDD (GOODS.RECEIVED) - RECEIPTS (PS, 80 B)           *
      *         XSUPDD (PART.SUPPLIER) - PART -> SUPPLIER XREF (PS)    *
      *         PARMDD (RECEIVE.PARM) - RUN DATE YYYYMMDD (PS, OPT)    *
      * OUTPUT: POMNEWDD (PO.OPEN.NEW) - OPEN-PO MASTER (PS, 80 B)     *
      *         DLTDD (CATALOG.DELTAS) - PSCM16 RECEIPTS (PS, 80 B)    *
      *         INBNEWDD (INBOUND.ORDERS) - OPEN QTY PER PART (PS)     *
      *         RPTDD (RECEIVING.REPORT) - RECEIPTS/EXCEPTIONS (PS)    *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PSGR16.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OPEN-PO-FILE ASSIGN TO POMDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS OPEN-PO-STATUS.

           SELECT OPTIONAL PURCHASE-ORDER-FILE ASSIGN TO PORDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS PO-STATUS.

           SELECT GOODS-RECEIVED-FILE ASSIGN TO GRNDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS GRN-STATUS.

           SELECT SUPPLIER-XREF-FILE ASSIGN TO XSUPDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS XREF-STATUS.

           SELECT OPTIONAL PARAM-FILE ASSIGN TO PARMDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS PARAM-STATUS.

           SELECT NEW-OPEN-PO-FILE ASSIGN TO POMNEWDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS NEW-OPEN-PO-STATUS.

           SELECT DELTA-FILE ASSIGN TO DLTDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS DELTA-STATUS.

           SELECT INBOUND-FILE ASSIGN TO INBNEWDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS INBOUND-STATUS.

           SELECT RECEIVING-PRINT-FILE ASSIGN TO RPTDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * ONE PURCHASE ORDER LINE AND WHAT HAS ARRIVED AGAINST IT.
      * STATUS 'C' = CLOSED, KEPT SO ITS NUMBER CANNOT BE REUSED;
      * ANYTHING ELSE = OPEN
       FD OPEN-PO-FILE RECORDING MODE IS F.
       01 OPEN-PO-REC.
          05 OPO-NUMBER PIC X(10).
          05 OPO-SUPPLIER PIC X(5).
          05 OPO-PART-ID PIC 9(5).
          05 OPO-ORDER-QTY PIC 9(7).
          05 OPO-RECEIVED-QTY PIC 9(7).
          05 OPO-ORDER-DATE PIC 9(8).
          05 OPO-LEAD-DAYS PIC 9(3).
          05 OPO-LAST-RECEIPT PIC 9(8).
          05 OPO-STATUS PIC X(1).
          05 FILLER PIC X(26).

      * NEW PO LINES - SAME LAYOUT PSPO16 WRITES TO PORDD
       FD PURCHASE-ORDER-FILE RECORDING MODE IS F.
       01 PURCHASE-ORDER-REC.
          05 PO-SUPPLIER PIC X(5).
          05 FILLER PIC X(1).
          05 PO-PART-ID PIC 9(5).
          05 FILLER PIC X(1).
          05 PO-ORDER-QTY PIC 9(7).
          05 FILLER PIC X(1).
          05 PO-LEAD-DAYS PIC 9(3).
          05 FILLER PIC X(1).
          05 PO-NUMBER PIC X(10).
          05 FILLER PIC X(1).
          05 PO-ORDER-DATE PIC 9(8).
          05 FILLER PIC X(37).

      * GOODS RECEIVED NOTE: ONE DELIVERY AGAINST ONE PO LINE
       FD GOODS-RECEIVED-FILE RECORDING MODE IS F.
       01 GOODS-RECEIVED-REC.
          05 GRN-PO-NUMBER PIC X(10).
          05 GRN-PART-ID PIC 9(5).
          05 GRN-WAREHOUSE PIC X(2).
          05 GRN-QTY PIC 9(5).
          05 GRN-DATE PIC 9(8).
          05 GRN-FINAL PIC X(1).
          05 FILLER PIC X(49).

      * PART-TO-SUPPLIER CROSS-REFERENCE - SAME LAYOUT PSPO16 READS
       FD SUPPLIER-XREF-FILE RECORDING MODE IS F.
       01 SUPPLIER-XREF-REC.
          05 XSUP-PART-ID PIC 9(5).
          05 XSUP-SUPPLIER PIC X(5).
          05 XSUP-PACK-SIZE PIC 9(5).
          05 XSUP-LEAD-DAYS PIC 9(3).
          05 FILLER PIC X(62).

      * OPTIONAL RUN PARAMETERS - RUN DATE OVERRIDE
       FD PARAM-FILE RECORDING MODE IS F.
       01 PARAM-REC.
          05 PARAM-RUN-DATE PIC X(8).
          05 FILLER PIC X(72).

       FD NEW-OPEN-PO-FILE RECORDING MODE IS F.
       01 NEW-OPEN-PO-REC.
          05 NOPO-NUMBER PIC X(10).
          05 NOPO-SUPPLIER PIC X(5).
          05 NOPO-PART-ID PIC 9(5).
          05 NOPO-ORDER-QTY PIC 9(7).
          05 NOPO-RECEIVED-QTY PIC 9(7).
          05 NOPO-ORDER-DATE PIC 9(8).
          05 NOPO-LEAD-DAYS PIC 9(3).
          05 NOPO-LAST-RECEIPT PIC 9(8).
          05 NOPO-STATUS PIC X(1).
          05 FILLER PIC X(26).

      * SAME LAYOUT PSCM16 READS FROM DLTDD
       FD DELTA-FILE RECORDING MODE IS F.
       01 DELTA-REC.
          05 DLT-ACTION PIC X(1).
          05 DLT-PART-ID PIC 9(5).
          05 DLT-PRICE PIC 9(3)V99.
          05 DLT-QTY PIC 9(5).
          05 DLT-SIGN PIC X(1).
          05 DLT-WAREHOUSE PIC X(2).
          05 FILLER PIC X(61).

      * SAME LAYOUT PSPO16 READS FROM INBDD
       FD INBOUND-FILE RECORDING MODE IS F.
       01 INBOUND-REC.
          05 INB-PART-ID PIC 9(5).
          05 INB-QTY PIC 9(5).
          05 FILLER PIC X(70).

       FD RECEIVING-PRINT-FILE RECORDING MODE IS F.
       01 RECEIVING-PRINT-REC PIC X(80).

       WORKING-STORAGE SECTION.

      * FILE STATUS VARIABLES
       01 FILE-STATUSES.
          05 OPEN-PO-STATUS PIC X(2).
          05 PO-STATUS PIC X(2).
          05 GRN-STATUS PIC X(2).
          05 XREF-STATUS PIC X(2).
          05 PARAM-STATUS PIC X(2).
          05 NEW-OPEN-PO-STATUS PIC X(2).
          05 DELTA-STATUS PIC X(2).
          05 INBOUND-STATUS PIC X(2).
          05 PRINT-STATUS PIC X(2).

      * CONTROL FLAGS
       01 FLAGS.
          05 WS-OPO-EOF PIC X(1) VALUE 'N'.
             88 OPO-EOF VALUE 'Y'.
          05 WS-PO-EOF PIC X(1) VALUE 'N'.
             88 PO-EOF VALUE 'Y'.
          05 WS-GRN-EOF PIC X(1) VALUE 'N'.
             88 GRN-EOF VALUE 'Y'.
          05 WS-XREF-EOF PIC X(1) VALUE 'N'.
             88 XREF-EOF VALUE 'Y'.

      * RUN DATE AND ITS DAY NUMBER FOR THE OVERDUE TEST
       01 WS-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-RUN-DAY PIC 9(7) VALUE 0.

      * OPEN-PO TABLE. STATUS 'O' = OPEN, 'C' = CLOSED (THIS RUN
      * OR EARLIER), 'D' = CLOSED LONG ENOUGH TO DROP
       01 OPO-TABLE-MAX PIC 9(3) VALUE 500.
       01 OPO-COUNT PIC 9(3) VALUE 0.
       01 OPO-TABLE.
          05 OPO-ENTRY OCCURS 500 TIMES.
             10 TAB-OPO-NUMBER PIC X(10).
             10 TAB-OPO-SUPPLIER PIC X(5).
             10 TAB-OPO-PART PIC 9(5).
             10 TAB-OPO-ORDERED PIC 9(7).
             10 TAB-OPO-RECEIVED PIC 9(7).
             10 TAB-OPO-ORDER-DATE PIC 9(8).
             10 TAB-OPO-LEAD PIC 9(3).
             10 TAB-OPO-LAST-RCPT PIC 9(8).
             10 TAB-OPO-STATUS PIC X(1).
       01 WS-OPO-SUB PIC 9(3) VALUE 0.
       01 WS-OPO-HIT PIC 9(3) VALUE 0.
       01 WS-FIND-PO-NUMBER PIC X(10) VALUE SPACES.

      * DAYS A CLOSED PO LINE STAYS ON THE MASTER AFTER ITS LAST
      * RECEIPT, AND THE DAY NUMBER OF THE LINE BEING AGED
       01 WS-CLOSED-KEEP-DAYS PIC 9(3) VALUE 180.
       01 WS-RCPT-DAY PIC 9(7) VALUE 0.

      * SUPPLIER CROSS-REFERENCE TABLE
       01 XSUP-TABLE-MAX PIC 9(3) VALUE 200.
       01 XSUP-COUNT PIC 9(3) VALUE 0.
       01 XSUP-TABLE.
          05 XSUP-ENTRY OCCURS 200 TIMES.
             10 TAB-XSUP-PART PIC 9(5).
             10 TAB-XSUP-LEAD PIC 9(3).
       01 WS-XSUP-SUB PIC 9(3) VALUE 0.

      * OPEN QUANTITY PER PART FOR INBOUND.ORDERS
       01 INB-TABLE-MAX PIC 9(3) VALUE 200.
       01 INB-COUNT PIC 9(3) VALUE 0.
       01 INB-TABLE.
          05 INB-ENTRY OCCURS 200 TIMES.
             10 TAB-INB-PART PIC 9(5).
             10 TAB-INB-QTY PIC 9(7).
       01 WS-INB-SUB PIC 9(3) VALUE 0.
       01 WS-INB-HIT PIC 9(3) VALUE 0.

      * DUE-DATE AND EXCEPTION WORK FIELDS
       01 WS-LEAD-DAYS PIC 9(3) VALUE 0.
       01 WS-DUE-DAY PIC 9(7) VALUE 0.
       01 WS-DUE-DATE PIC 9(8) VALUE 0.
       01 WS-DAYS-LATE PIC S9(7) VALUE 0.
       01 WS-OPEN-QTY PIC S9(7) VALUE 0.
       01 WS-OVER-QTY PIC 9(7) VALUE 0.
       01 WS-RECEIPT-WAREHOUSE PIC X(2) VALUE SPACES.
       01 WS-REJECT-REASON PIC X(29) VALUE SPACES.
       01 WS-NOTE PIC X(29) VALUE SPACES.
       01 WS-NOTE-PTR PIC 9(2) VALUE 1.
       01 WS-NOTE-NUM PIC Z(6)9.

      * PRINT LINES
       01 RCV-TITLE-LINE.
          05 FILLER PIC X(30) VALUE
             'PURCHASE ORDER RECEIVING  RUN '.
          05 RTL-RUN-DATE PIC 9(8).
          05 FILLER PIC X(42) VALUE SPACES.
       01 RCV-COL-LINE.
          05 FILLER PIC X(33) VALUE
             'PO NUMBER  PART  WH   QTY ORDERED'.
          05 FILLER PIC X(47) VALUE
             '   RECVD RESULT   NOTE'.
       01 RCV-DETAIL-LINE.
          05 RDL-PO-NUMBER PIC X(10).
          05 FILLER PIC X(1) VALUE SPACE.
          05 RDL-PART PIC X(5).
          05 FILLER PIC X(1) VALUE SPACE.
          05 RDL-WAREHOUSE PIC X(2).
          05 FILLER PIC X(1) VALUE SPACE.
          05 RDL-QTY PIC Z(4)9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 RDL-ORDERED PIC Z(6)9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 RDL-RECEIVED PIC Z(6)9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 RDL-RESULT PIC X(8).
          05 FILLER PIC X(1) VALUE SPACE.
          05 RDL-NOTE PIC X(29).
       01 OVD-TITLE-LINE PIC X(80) VALUE
          'OPEN PURCHASE ORDERS PAST DUE'.
       01 OVD-COL-LINE.
          05 FILLER PIC X(40) VALUE
             'PO NUMBER  SUPPL PART     OPEN QTY  DUE'.
          05 FILLER PIC X(40) VALUE
             '      DAYS LATE'.
       01 OVD-DETAIL-LINE.
          05 ODL-PO-NUMBER PIC X(10).
          05 FILLER PIC X(1) VALUE SPACE.
          05 ODL-SUPPLIER PIC X(5).
          05 FILLER PIC X(1) VALUE SPACE.
          05 ODL-PART PIC 9(5).
          05 FILLER PIC X(1) VALUE SPACE.
          05 ODL-OPEN-QTY PIC Z(11)9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 ODL-DUE-DATE PIC 9(8).
          05 FILLER PIC X(1) VALUE SPACE.
          05 ODL-DAYS-LATE PIC Z(8)9.
          05 FILLER PIC X(25) VALUE SPACES.
       01 WS-BLANK-LINE PIC X(80) VALUE SPACES.

      * STATISTICS COUNTERS
       01 COUNTERS.
          05 POS-CARRIED PIC 9(5) VALUE 0.
          05 POS-ADDED PIC 9(5) VALUE 0.
          05 POS-REJECTED PIC 9(5) VALUE 0.
          05 GRNS-READ PIC 9(5) VALUE 0.
          05 GRNS-APPLIED PIC 9(5) VALUE 0.
          05 GRNS-REJECTED PIC 9(5) VALUE 0.
          05 GRNS-LATE PIC 9(5) VALUE 0.
          05 GRNS-OVER PIC 9(5) VALUE 0.
          05 POS-CLOSED-SHORT PIC 9(5) VALUE 0.
          05 POS-CLOSED PIC 9(5) VALUE 0.
          05 POS-OPEN PIC 9(5) VALUE 0.
          05 POS-OVERDUE PIC 9(5) VALUE 0.
          05 POS-CLOSED-KEPT PIC 9(5) VALUE 0.
          05 POS-CLOSED-DROPPED PIC 9(5) VALUE 0.

      * DISPLAY-FORMATTED COUNTERS
       01 DISP-COUNTERS.
          05 POS-CARRIED-DISP PIC Z(4)9.
          05 POS-ADDED-DISP PIC Z(4)9.
          05 POS-REJECTED-DISP PIC Z(4)9.
          05 GRNS-READ-DISP PIC Z(4)9.
          05 GRNS-APPLIED-DISP PIC Z(4)9.
          05 GRNS-REJECTED-DISP PIC Z(4)9.
          05 GRNS-LATE-DISP PIC Z(4)9.
          05 GRNS-OVER-DISP PIC Z(4)9.
          05 POS-CLOSED-SHORT-DISP PIC Z(4)9.
          05 POS-CLOSED-DISP PIC Z(4)9.
          05 POS-OPEN-DISP PIC Z(4)9.
          05 POS-OVERDUE-DISP PIC Z(4)9.
          05 POS-CLOSED-KEPT-DISP PIC Z(4)9.
          05 POS-CLOSED-DROPPED-DISP PIC Z(4)9.

      **********************************************
      * MAIN FLOW: PARAMETERS -> LOAD XREF, MASTER AND NEW POS ->
      * APPLY RECEIPTS -> OVERDUE LIST -> WRITE MASTER AND INBOUND
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-PARAMETERS.
           PERFORM OPEN-ALL-FILES.
           PERFORM WRITE-PRINT-HEADINGS.
           PERFORM LOAD-SUPPLIER-XREF.
           PERFORM LOAD-OPEN-PO-MASTER.
           PERFORM LOAD-NEW-PURCHASE-ORDERS.
           PERFORM PROCESS-RECEIPTS.
           PERFORM PRINT-OVERDUE-POS.
           PERFORM WRITE-OPEN-PO-MASTER.
           PERFORM WRITE-INBOUND-ORDERS.
           PERFORM CLOSE-ALL-FILES.
           PERFORM DISPLAY-SUMMARY.
           IF POS-REJECTED > 0 OR GRNS-REJECTED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      **********************************************
      * RUN DATE: TODAY UNLESS THE OPTIONAL PARMDD OVERRIDES IT.
      * RECEIPTS MAY NOT BE DATED AFTER IT; OPEN POS DUE BEFORE IT
      * ARE OVERDUE.
      **********************************************
       READ-PARAMETERS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT PARAM-FILE.
           IF PARAM-STATUS = '00'
              READ PARAM-FILE
                AT END
                   CONTINUE
                NOT AT END
                   IF PARAM-RUN-DATE IS NUMERIC
                      MOVE PARAM-RUN-DATE TO WS-RUN-DATE
                   END-IF
              END-READ
              CLOSE PARAM-FILE
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-RUN-DATE) NOT = 0
              DISPLAY 'ERROR: INVALID RUN DATE: ' WS-RUN-DATE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           COMPUTE WS-RUN-DAY = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           DISPLAY 'RUN DATE IS:        ' WS-RUN-DATE.

      **********************************************
      * OPEN ALL FILES AND CHECK STATUS
      **********************************************
       OPEN-ALL-FILES.
           OPEN INPUT GOODS-RECEIVED-FILE.
           IF GRN-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING GOODS RECEIVED FILE: '
                       GRN-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT SUPPLIER-XREF-FILE.
           IF XREF-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING SUPPLIER XREF FILE: '
                       XREF-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT NEW-OPEN-PO-FILE.
           IF NEW-OPEN-PO-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING NEW OPEN-PO MASTER: '
                       NEW-OPEN-PO-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT DELTA-FILE.
           IF DELTA-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING DELTA FILE: ' DELTA-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT INBOUND-FILE.
           IF INBOUND-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING INBOUND FILE: ' INBOUND-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT RECEIVING-PRINT-FILE.
           IF PRINT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING RECEIVING REPORT: '
                       PRINT-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * REPORT TITLE AND RECEIPT COLUMN HEADINGS
      **********************************************
       WRITE-PRINT-HEADINGS.
           MOVE WS-RUN-DATE TO RTL-RUN-DATE.
           WRITE RECEIVING-PRINT-REC FROM RCV-TITLE-LINE.
           PERFORM CHECK-PRINT-STATUS.
           WRITE RECEIVING-PRINT-REC FROM RCV-COL-LINE.
           PERFORM CHECK-PRINT-STATUS.

      **********************************************
      * LOAD THE LEAD TIME PER PART FROM THE SUPPLIER XREF.
      **********************************************
       LOAD-SUPPLIER-XREF.
           PERFORM UNTIL XREF-EOF
              READ SUPPLIER-XREF-FILE
                AT END
                   SET XREF-EOF TO TRUE
                NOT AT END
                   IF XREF-STATUS NOT = '00'
                      DISPLAY 'ERROR READING SUPPLIER XREF: '
                               XREF-STATUS
                      STOP RUN
                   END-IF
                   IF XSUP-COUNT >= XSUP-TABLE-MAX
                      DISPLAY 'ERROR: SUPPLIER XREF TABLE CAPACITY '
                               'EXCEEDED, MAX=' XSUP-TABLE-MAX
                      STOP RUN
                   END-IF
                   ADD 1 TO XSUP-COUNT
                   MOVE XSUP-PART-ID TO TAB-XSUP-PART(XSUP-COUNT)
                   MOVE XSUP-LEAD-DAYS TO TAB-XSUP-LEAD(XSUP-COUNT)
              END-READ
           END-PERFORM.
           CLOSE SUPPLIER-XREF-FILE.
           DISPLAY 'SUPPLIER XREF ROWS LOADED: ' XSUP-COUNT.

      **********************************************
      * LOAD THE OPTIONAL OPEN-PO MASTER. NONE = FIRST RUN.
      **********************************************
       LOAD-OPEN-PO-MASTER.
           OPEN INPUT OPEN-PO-FILE.
           IF OPEN-PO-STATUS NOT = '00'
              DISPLAY 'NO OPEN-PO MASTER - STARTING EMPTY'
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL OPO-EOF
              READ OPEN-PO-FILE
                AT END
                   SET OPO-EOF TO TRUE
                NOT AT END
                   IF OPO-COUNT >= OPO-TABLE-MAX
                      DISPLAY 'ERROR: OPEN-PO TABLE CAPACITY '
                               'EXCEEDED, MAX=' OPO-TABLE-MAX
                      STOP RUN
                   END-IF
                   ADD 1 TO OPO-COUNT
                   MOVE OPO-NUMBER TO TAB-OPO-NUMBER(OPO-COUNT)
                   MOVE OPO-SUPPLIER TO TAB-OPO-SUPPLIER(OPO-COUNT)
                   MOVE OPO-PART-ID TO TAB-OPO-PART(OPO-COUNT)
                   MOVE OPO-ORDER-QTY TO TAB-OPO-ORDERED(OPO-COUNT)
                   MOVE OPO-RECEIVED-QTY
                     TO TAB-OPO-RECEIVED(OPO-COUNT)
                   MOVE OPO-ORDER-DATE
                     TO TAB-OPO-ORDER-DATE(OPO-COUNT)
                   MOVE OPO-LEAD-DAYS TO TAB-OPO-LEAD(OPO-COUNT)
                   MOVE OPO-LAST-RECEIPT
                     TO TAB-OPO-LAST-RCPT(OPO-COUNT)
                   IF OPO-STATUS = 'C'
                      MOVE 'C' TO TAB-OPO-STATUS(OPO-COUNT)
                   ELSE
                      MOVE 'O' TO TAB-OPO-STATUS(OPO-COUNT)
                      ADD 1 TO POS-CARRIED
                   END-IF
              END-READ
           END-PERFORM.
           CLOSE OPEN-PO-FILE.
           DISPLAY 'OPEN PO LINES LOADED: ' OPO-COUNT.

      **********************************************
      * ADD THE PO LINES PSPO16 RAISED SINCE THE LAST RUN. A LINE
      * WITHOUT A USABLE NUMBER, QUANTITY OR DATE, OR WHOSE NUMBER
      * IS ALREADY ON THE MASTER (OPEN, OR CLOSED AND KEPT), IS
      * REPORTED AND LEFT OFF THE MASTER.
      **********************************************
       LOAD-NEW-PURCHASE-ORDERS.
           OPEN INPUT PURCHASE-ORDER-FILE.
           IF PO-STATUS NOT = '00'
              DISPLAY 'NO NEW PURCHASE ORDERS THIS RUN'
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL PO-EOF
              READ PURCHASE-ORDER-FILE
                AT END
                   SET PO-EOF TO TRUE
                NOT AT END
                   PERFORM ADD-NEW-PO-LINE
              END-READ
           END-PERFORM.
           CLOSE PURCHASE-ORDER-FILE.

       ADD-NEW-PO-LINE.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE PO-NUMBER TO WS-FIND-PO-NUMBER.
           PERFORM FIND-PO-ON-MASTER.
           EVALUATE TRUE
               WHEN PO-NUMBER = SPACES
                   MOVE 'NO PO NUMBER' TO WS-REJECT-REASON
               WHEN WS-OPO-HIT > 0
                    AND TAB-OPO-STATUS(WS-OPO-HIT) = 'O'
                   MOVE 'PO NUMBER ALREADY OPEN' TO WS-REJECT-REASON
               WHEN WS-OPO-HIT > 0
                   MOVE 'PO NUMBER ALREADY CLOSED' TO WS-REJECT-REASON
               WHEN PO-PART-ID NOT NUMERIC
                   MOVE 'PART-ID NOT NUMERIC' TO WS-REJECT-REASON
               WHEN PO-ORDER-QTY NOT NUMERIC OR PO-ORDER-QTY = 0
                   MOVE 'BAD OR ZERO ORDER QUANTITY'
                     TO WS-REJECT-REASON
               WHEN PO-ORDER-DATE NOT NUMERIC
                   MOVE 'INVALID ORDER DATE' TO WS-REJECT-REASON
               WHEN FUNCTION TEST-DATE-YYYYMMDD(PO-ORDER-DATE) NOT = 0
                   MOVE 'INVALID ORDER DATE' TO WS-REJECT-REASON
           END-EVALUATE.
           IF WS-REJECT-REASON NOT = SPACES
              ADD 1 TO POS-REJECTED
              MOVE SPACES TO RCV-DETAIL-LINE
              MOVE PO-NUMBER TO RDL-PO-NUMBER
              MOVE PURCHASE-ORDER-REC(7:5) TO RDL-PART
              MOVE 0 TO RDL-QTY
              MOVE 0 TO RDL-RECEIVED
              IF PO-ORDER-QTY IS NUMERIC
                 MOVE PO-ORDER-QTY TO RDL-ORDERED
              ELSE
                 MOVE 0 TO RDL-ORDERED
              END-IF
              MOVE 'REJECTED' TO RDL-RESULT
              MOVE WS-REJECT-REASON TO RDL-NOTE
              WRITE RECEIVING-PRINT-REC FROM RCV-DETAIL-LINE
              PERFORM CHECK-PRINT-STATUS
              EXIT PARAGRAPH
           END-IF.
           IF OPO-COUNT >= OPO-TABLE-MAX
              DISPLAY 'ERROR: OPEN-PO TABLE CAPACITY '
                       'EXCEEDED, MAX=' OPO-TABLE-MAX
              STOP RUN
           END-IF.
           ADD 1 TO OPO-COUNT.
           MOVE PO-NUMBER TO TAB-OPO-NUMBER(OPO-COUNT).
           MOVE PO-SUPPLIER TO TAB-OPO-SUPPLIER(OPO-COUNT).
           MOVE PO-PART-ID TO TAB-OPO-PART(OPO-COUNT).
           MOVE PO-ORDER-QTY TO TAB-OPO-ORDERED(OPO-COUNT).
           MOVE 0 TO TAB-OPO-RECEIVED(OPO-COUNT).
           MOVE PO-ORDER-DATE TO TAB-OPO-ORDER-DATE(OPO-COUNT).
           IF PO-LEAD-DAYS IS NUMERIC
              MOVE PO-LEAD-DAYS TO TAB-OPO-LEAD(OPO-COUNT)
           ELSE
              MOVE 0 TO TAB-OPO-LEAD(OPO-COUNT)
           END-IF.
           MOVE 0 TO TAB-OPO-LAST-RCPT(OPO-COUNT).
           MOVE 'O' TO TAB-OPO-STATUS(OPO-COUNT).
           ADD 1 TO POS-ADDED.

      **********************************************
      * APPLY EVERY GOODS RECEIVED NOTE IN FILE ORDER
      **********************************************
       PROCESS-RECEIPTS.
           PERFORM UNTIL GRN-EOF
              READ GOODS-RECEIVED-FILE
                AT END
                   SET GRN-EOF TO TRUE
                NOT AT END
                   IF GRN-STATUS NOT = '00'
                      DISPLAY 'ERROR READING GOODS RECEIVED FILE: '
                               GRN-STATUS
                      STOP RUN
                   END-IF
                   ADD 1 TO GRNS-READ
                   PERFORM APPLY-ONE-RECEIPT
              END-READ
           END-PERFORM.

      **********************************************
      * VALIDATE ONE RECEIPT, POST IT TO STOCK AS AN 'R' DELTA AND
      * TO THE PO LINE, AND REPORT ANY LATE/OVER/SHORT EXCEPTION.
      **********************************************
       APPLY-ONE-RECEIPT.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE GRN-PO-NUMBER TO WS-FIND-PO-NUMBER.
           PERFORM FIND-OPEN-PO.
           EVALUATE TRUE
               WHEN WS-OPO-HIT = 0
                   MOVE 'NO OPEN PO FOR NUMBER' TO WS-REJECT-REASON
               WHEN GRN-PART-ID NOT NUMERIC
                   MOVE 'PART DOES NOT MATCH PO' TO WS-REJECT-REASON
               WHEN GRN-PART-ID NOT = TAB-OPO-PART(WS-OPO-HIT)
                   MOVE 'PART DOES NOT MATCH PO' TO WS-REJECT-REASON
               WHEN GRN-QTY NOT NUMERIC OR GRN-QTY = 0
                   MOVE 'BAD OR ZERO QUANTITY' TO WS-REJECT-REASON
               WHEN GRN-DATE NOT NUMERIC
                   MOVE 'INVALID RECEIPT DATE' TO WS-REJECT-REASON
               WHEN FUNCTION TEST-DATE-YYYYMMDD(GRN-DATE) NOT = 0
                   MOVE 'INVALID RECEIPT DATE' TO WS-REJECT-REASON
               WHEN GRN-DATE > WS-RUN-DATE
                   MOVE 'RECEIPT DATED AFTER RUN DATE'
                     TO WS-REJECT-REASON
           END-EVALUATE.
           IF WS-REJECT-REASON NOT = SPACES
              ADD 1 TO GRNS-REJECTED
              MOVE SPACES TO RCV-DETAIL-LINE
              MOVE GRN-PO-NUMBER TO RDL-PO-NUMBER
              MOVE GOODS-RECEIVED-REC(11:5) TO RDL-PART
              MOVE GRN-WAREHOUSE TO RDL-WAREHOUSE
              IF GRN-QTY IS NUMERIC
                 MOVE GRN-QTY TO RDL-QTY
              ELSE
                 MOVE 0 TO RDL-QTY
              END-IF
              MOVE 0 TO RDL-ORDERED
              MOVE 0 TO RDL-RECEIVED
              IF WS-OPO-HIT > 0
                 MOVE TAB-OPO-ORDERED(WS-OPO-HIT) TO RDL-ORDERED
                 MOVE TAB-OPO-RECEIVED(WS-OPO-HIT) TO RDL-RECEIVED
              END-IF
              MOVE 'REJECTED' TO RDL-RESULT
              MOVE WS-REJECT-REASON TO RDL-NOTE
              WRITE RECEIVING-PRINT-REC FROM RCV-DETAIL-LINE
              PERFORM CHECK-PRINT-STATUS
              EXIT PARAGRAPH
           END-IF.

           IF GRN-WAREHOUSE = SPACES
              MOVE 'W1' TO WS-RECEIPT-WAREHOUSE
           ELSE
              MOVE GRN-WAREHOUSE TO WS-RECEIPT-WAREHOUSE
           END-IF.
           PERFORM WRITE-RECEIPT-DELTA.

           COMPUTE WS-OPEN-QTY = TAB-OPO-ORDERED(WS-OPO-HIT)
              - TAB-OPO-RECEIVED(WS-OPO-HIT).
           ADD GRN-QTY TO TAB-OPO-RECEIVED(WS-OPO-HIT).
           MOVE GRN-DATE TO TAB-OPO-LAST-RCPT(WS-OPO-HIT).
           ADD 1 TO GRNS-APPLIED.

           MOVE SPACES TO WS-NOTE.
           MOVE 1 TO WS-NOTE-PTR.
           PERFORM COMPUTE-DUE-DATE.
           COMPUTE WS-DAYS-LATE =
              FUNCTION INTEGER-OF-DATE(GRN-DATE) - WS-DUE-DAY.
           IF WS-DAYS-LATE > 0
              ADD 1 TO GRNS-LATE
              MOVE WS-DAYS-LATE TO WS-NOTE-NUM
              STRING 'LATE ' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-NOTE-NUM) DELIMITED BY SIZE
                     'D ' DELIMITED BY SIZE
                     INTO WS-NOTE WITH POINTER WS-NOTE-PTR
              END-STRING
           END-IF.

           IF GRN-QTY > WS-OPEN-QTY
              ADD 1 TO GRNS-OVER
              COMPUTE WS-OVER-QTY = GRN-QTY - WS-OPEN-QTY
              MOVE WS-OVER-QTY TO WS-NOTE-NUM
              STRING 'OVER ' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-NOTE-NUM) DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     INTO WS-NOTE WITH POINTER WS-NOTE-PTR
              END-STRING
           END-IF.

           IF TAB-OPO-RECEIVED(WS-OPO-HIT)
                 >= TAB-OPO-ORDERED(WS-OPO-HIT)
              MOVE 'C' TO TAB-OPO-STATUS(WS-OPO-HIT)
              ADD 1 TO POS-CLOSED
              STRING 'CLOSED' DELIMITED BY SIZE
                     INTO WS-NOTE WITH POINTER WS-NOTE-PTR
              END-STRING
           ELSE
              IF GRN-FINAL = 'Y'
                 MOVE 'C' TO TAB-OPO-STATUS(WS-OPO-HIT)
                 ADD 1 TO POS-CLOSED
                 ADD 1 TO POS-CLOSED-SHORT
                 COMPUTE WS-OVER-QTY = TAB-OPO-ORDERED(WS-OPO-HIT)
                    - TAB-OPO-RECEIVED(WS-OPO-HIT)
                 MOVE WS-OVER-QTY TO WS-NOTE-NUM
                 STRING 'SHORT ' DELIMITED BY SIZE
                        FUNCTION TRIM(WS-NOTE-NUM) DELIMITED BY SIZE
                        ' CLOSED' DELIMITED BY SIZE
                        INTO WS-NOTE WITH POINTER WS-NOTE-PTR
                 END-STRING
              END-IF
           END-IF.

           MOVE SPACES TO RCV-DETAIL-LINE.
           MOVE GRN-PO-NUMBER TO RDL-PO-NUMBER.
           MOVE GOODS-RECEIVED-REC(11:5) TO RDL-PART.
           MOVE WS-RECEIPT-WAREHOUSE TO RDL-WAREHOUSE.
           MOVE GRN-QTY TO RDL-QTY.
           MOVE TAB-OPO-ORDERED(WS-OPO-HIT) TO RDL-ORDERED.
           MOVE TAB-OPO-RECEIVED(WS-OPO-HIT) TO RDL-RECEIVED.
           MOVE 'RECEIVED' TO RDL-RESULT.
           MOVE WS-NOTE TO RDL-NOTE.
           WRITE RECEIVING-PRINT-REC FROM RCV-DETAIL-LINE.
           PERFORM CHECK-PRINT-STATUS.

      **********************************************
      * WRITES THE PSCM16 RECEIPT DELTA THAT PUTS THE DELIVERY ON
      * THE RECEIVING WAREHOUSE'S SHELF
      **********************************************
       WRITE-RECEIPT-DELTA.
           MOVE SPACES TO DELTA-REC.
           MOVE 'R' TO DLT-ACTION.
           MOVE GRN-PART-ID TO DLT-PART-ID.
           MOVE 0 TO DLT-PRICE.
           MOVE GRN-QTY TO DLT-QTY.
           MOVE WS-RECEIPT-WAREHOUSE TO DLT-WAREHOUSE.
           WRITE DELTA-REC.
           IF DELTA-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING DELTA FILE: ' DELTA-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * DUE DAY FOR THE PO LINE AT WS-OPO-HIT: ORDER DATE PLUS THE
      * PART'S LEAD TIME FROM PART.SUPPLIER, OR THE LEAD TIME THE
      * PO WAS RAISED WITH IF THE PART IS NO LONGER ON THE XREF.
      **********************************************
       COMPUTE-DUE-DATE.
           MOVE TAB-OPO-LEAD(WS-OPO-HIT) TO WS-LEAD-DAYS.
           PERFORM VARYING WS-XSUP-SUB FROM 1 BY 1
                   UNTIL WS-XSUP-SUB > XSUP-COUNT
              IF TAB-XSUP-PART(WS-XSUP-SUB)
                    = TAB-OPO-PART(WS-OPO-HIT)
                 MOVE TAB-XSUP-LEAD(WS-XSUP-SUB) TO WS-LEAD-DAYS
                 MOVE XSUP-COUNT TO WS-XSUP-SUB
              END-IF
           END-PERFORM.
           COMPUTE WS-DUE-DAY = FUNCTION INTEGER-OF-DATE
              (TAB-OPO-ORDER-DATE(WS-OPO-HIT)) + WS-LEAD-DAYS.
           COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(WS-DUE-DAY).

      **********************************************
      * FINDS THE STILL-OPEN PO LINE CARRYING WS-FIND-PO-NUMBER
      **********************************************
       FIND-PO-ON-MASTER.
           MOVE 0 TO WS-OPO-HIT.
           PERFORM VARYING WS-OPO-SUB FROM 1 BY 1
                   UNTIL WS-OPO-SUB > OPO-COUNT
              IF TAB-OPO-NUMBER(WS-OPO-SUB) = WS-FIND-PO-NUMBER
                 MOVE WS-OPO-SUB TO WS-OPO-HIT
                 MOVE OPO-COUNT TO WS-OPO-SUB
              END-IF
           END-PERFORM.

       FIND-OPEN-PO.
           MOVE 0 TO WS-OPO-HIT.
           PERFORM VARYING WS-OPO-SUB FROM 1 BY 1
                   UNTIL WS-OPO-SUB > OPO-COUNT
              IF TAB-OPO-NUMBER(WS-OPO-SUB) = WS-FIND-PO-NUMBER
                 AND TAB-OPO-STATUS(WS-OPO-SUB) = 'O'
                 MOVE WS-OPO-SUB TO WS-OPO-HIT
                 MOVE OPO-COUNT TO WS-OPO-SUB
              END-IF
           END-PERFORM.

      **********************************************
      * LISTS EVERY PO LINE STILL OPEN AFTER THIS RUN'S RECEIPTS
      * WHOSE DUE DATE IS BEFORE THE RUN DATE.
      **********************************************
       PRINT-OVERDUE-POS.
           WRITE RECEIVING-PRINT-REC FROM WS-BLANK-LINE.
           PERFORM CHECK-PRINT-STATUS.
           WRITE RECEIVING-PRINT-REC FROM OVD-TITLE-LINE.
           PERFORM CHECK-PRINT-STATUS.
           WRITE RECEIVING-PRINT-REC FROM OVD-COL-LINE.
           PERFORM CHECK-PRINT-STATUS.
           PERFORM VARYING WS-OPO-HIT FROM 1 BY 1
                   UNTIL WS-OPO-HIT > OPO-COUNT
              IF TAB-OPO-STATUS(WS-OPO-HIT) = 'O'
                 PERFORM PRINT-ONE-OVERDUE-PO
              END-IF
           END-PERFORM.
           IF POS-OVERDUE = 0
              MOVE '  NONE' TO RECEIVING-PRINT-REC
              WRITE RECEIVING-PRINT-REC
              PERFORM CHECK-PRINT-STATUS
           END-IF.

       PRINT-ONE-OVERDUE-PO.
           PERFORM COMPUTE-DUE-DATE.
           IF WS-DUE-DAY >= WS-RUN-DAY
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO POS-OVERDUE.
           MOVE TAB-OPO-NUMBER(WS-OPO-HIT) TO ODL-PO-NUMBER.
           MOVE TAB-OPO-SUPPLIER(WS-OPO-HIT) TO ODL-SUPPLIER.
           MOVE TAB-OPO-PART(WS-OPO-HIT) TO ODL-PART.
           COMPUTE ODL-OPEN-QTY = TAB-OPO-ORDERED(WS-OPO-HIT)
              - TAB-OPO-RECEIVED(WS-OPO-HIT).
           MOVE WS-DUE-DATE TO ODL-DUE-DATE.
           COMPUTE ODL-DAYS-LATE = WS-RUN-DAY - WS-DUE-DAY.
           WRITE RECEIVING-PRINT-REC FROM OVD-DETAIL-LINE.
           PERFORM CHECK-PRINT-STATUS.

      **********************************************
      * CARRY THE STILL-OPEN PO LINES FORWARD AND TOTAL THEIR OPEN
      * QUANTITY PER PART FOR INBOUND.ORDERS.
      **********************************************
       WRITE-OPEN-PO-MASTER.
           PERFORM VARYING WS-OPO-SUB FROM 1 BY 1
                   UNTIL WS-OPO-SUB > OPO-COUNT
              IF TAB-OPO-STATUS(WS-OPO-SUB) = 'C'
                 PERFORM AGE-CLOSED-PO
              END-IF
              IF TAB-OPO-STATUS(WS-OPO-SUB) NOT = 'D'
                 MOVE SPACES TO NEW-OPEN-PO-REC
                 MOVE TAB-OPO-NUMBER(WS-OPO-SUB) TO NOPO-NUMBER
                 MOVE TAB-OPO-SUPPLIER(WS-OPO-SUB) TO NOPO-SUPPLIER
                 MOVE TAB-OPO-PART(WS-OPO-SUB) TO NOPO-PART-ID
                 MOVE TAB-OPO-ORDERED(WS-OPO-SUB) TO NOPO-ORDER-QTY
                 MOVE TAB-OPO-RECEIVED(WS-OPO-SUB)
                   TO NOPO-RECEIVED-QTY
                 MOVE TAB-OPO-ORDER-DATE(WS-OPO-SUB)
                   TO NOPO-ORDER-DATE
                 MOVE TAB-OPO-LEAD(WS-OPO-SUB) TO NOPO-LEAD-DAYS
                 MOVE TAB-OPO-LAST-RCPT(WS-OPO-SUB)
                   TO NOPO-LAST-RECEIPT
                 MOVE TAB-OPO-STATUS(WS-OPO-SUB) TO NOPO-STATUS
                 WRITE NEW-OPEN-PO-REC
                 IF NEW-OPEN-PO-STATUS NOT = '00'
                    DISPLAY 'ERROR WRITING NEW OPEN-PO MASTER: '
                             NEW-OPEN-PO-STATUS
                    STOP RUN
                 END-IF
              END-IF
              IF TAB-OPO-STATUS(WS-OPO-SUB) = 'O'
                 ADD 1 TO POS-OPEN
                 PERFORM ADD-INBOUND-QTY
              END-IF
           END-PERFORM.

      **********************************************
      * A CLOSED LINE WHOSE LAST RECEIPT IS MORE THAN THE KEEP
      * DAYS BEFORE THE RUN DATE IS MARKED 'D' AND NOT WRITTEN.
      **********************************************
       AGE-CLOSED-PO.
           IF TAB-OPO-LAST-RCPT(WS-OPO-SUB) IS NUMERIC
              AND FUNCTION TEST-DATE-YYYYMMDD(
                     TAB-OPO-LAST-RCPT(WS-OPO-SUB)) = 0
              COMPUTE WS-RCPT-DAY = FUNCTION INTEGER-OF-DATE(
                 TAB-OPO-LAST-RCPT(WS-OPO-SUB))
              IF WS-RUN-DAY - WS-RCPT-DAY > WS-CLOSED-KEEP-DAYS
                 MOVE 'D' TO TAB-OPO-STATUS(WS-OPO-SUB)
                 ADD 1 TO POS-CLOSED-DROPPED
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           ADD 1 TO POS-CLOSED-KEPT.

       ADD-INBOUND-QTY.
           MOVE 0 TO WS-INB-HIT.
           PERFORM VARYING WS-INB-SUB FROM 1 BY 1
                   UNTIL WS-INB-SUB > INB-COUNT
              IF TAB-INB-PART(WS-INB-SUB) = TAB-OPO-PART(WS-OPO-SUB)
                 MOVE WS-INB-SUB TO WS-INB-HIT
                 MOVE INB-COUNT TO WS-INB-SUB
              END-IF
           END-PERFORM.
           IF WS-INB-HIT = 0
              IF INB-COUNT >= INB-TABLE-MAX
                 DISPLAY 'ERROR: INBOUND TABLE CAPACITY EXCEEDED, '
                          'MAX=' INB-TABLE-MAX
                 STOP RUN
              END-IF
              ADD 1 TO INB-COUNT
              MOVE INB-COUNT TO WS-INB-HIT
              MOVE TAB-OPO-PART(WS-OPO-SUB) TO TAB-INB-PART(WS-INB-HIT)
              MOVE 0 TO TAB-INB-QTY(WS-INB-HIT)
           END-IF.
           COMPUTE TAB-INB-QTY(WS-INB-HIT) = TAB-INB-QTY(WS-INB-HIT)
              + TAB-OPO-ORDERED(WS-OPO-SUB)
              - TAB-OPO-RECEIVED(WS-OPO-SUB).

      **********************************************
      * ONE INBOUND.ORDERS ROW PER PART STILL ON ORDER, IN THE
      * LAYOUT PSPO16 NETS ITS NEXT ORDERS AGAINST. THE FILE FIELD
      * HOLDS 5 DIGITS, SO A LARGER TOTAL IS CAPPED AND FLAGGED.
      **********************************************
       WRITE-INBOUND-ORDERS.
           PERFORM VARYING WS-INB-SUB FROM 1 BY 1
                   UNTIL WS-INB-SUB > INB-COUNT
              MOVE SPACES TO INBOUND-REC
              MOVE TAB-INB-PART(WS-INB-SUB) TO INB-PART-ID
              IF TAB-INB-QTY(WS-INB-SUB) > 99999
                 DISPLAY 'WARNING: INBOUND QTY CAPPED AT 99999 FOR '
                          'PART ' TAB-INB-PART(WS-INB-SUB)
                 MOVE 99999 TO INB-QTY
              ELSE
                 MOVE TAB-INB-QTY(WS-INB-SUB) TO INB-QTY
              END-IF
              WRITE INBOUND-REC
              IF INBOUND-STATUS NOT = '00'
                 DISPLAY 'ERROR WRITING INBOUND FILE: '
                          INBOUND-STATUS
                 STOP RUN
              END-IF
           END-PERFORM.

      **********************************************
      * CHECK THE PRINT FILE STATUS AFTER A WRITE
      **********************************************
       CHECK-PRINT-STATUS.
           IF PRINT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING RECEIVING REPORT: '
                       PRINT-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * CLOSE ALL FILES AND CHECK STATUS
      **********************************************
       CLOSE-ALL-FILES.
           CLOSE GOODS-RECEIVED-FILE.
           IF GRN-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING GOODS RECEIVED FILE: '
                       GRN-STATUS
           END-IF.

           CLOSE NEW-OPEN-PO-FILE.
           IF NEW-OPEN-PO-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING NEW OPEN-PO MASTER: '
                       NEW-OPEN-PO-STATUS
           END-IF.

           CLOSE DELTA-FILE.
           IF DELTA-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING DELTA FILE: '
                       DELTA-STATUS
           END-IF.

           CLOSE INBOUND-FILE.
           IF INBOUND-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING INBOUND FILE: '
                       INBOUND-STATUS
           END-IF.

           CLOSE RECEIVING-PRINT-FILE.
           IF PRINT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING RECEIVING REPORT: '
                       PRINT-STATUS
           END-IF.

      **********************************************
      * DISPLAY SUMMARY STATISTICS TO SYSOUT
      **********************************************
       DISPLAY-SUMMARY.
           MOVE POS-CARRIED TO POS-CARRIED-DISP.
           MOVE POS-ADDED TO POS-ADDED-DISP.
           MOVE POS-REJECTED TO POS-REJECTED-DISP.
           MOVE GRNS-READ TO GRNS-READ-DISP.
           MOVE GRNS-APPLIED TO GRNS-APPLIED-DISP.
           MOVE GRNS-REJECTED TO GRNS-REJECTED-DISP.
           MOVE GRNS-LATE TO GRNS-LATE-DISP.
           MOVE GRNS-OVER TO GRNS-OVER-DISP.
           MOVE POS-CLOSED-SHORT TO POS-CLOSED-SHORT-DISP.
           MOVE POS-CLOSED TO POS-CLOSED-DISP.
           MOVE POS-OPEN TO POS-OPEN-DISP.
           MOVE POS-OVERDUE TO POS-OVERDUE-DISP.
           MOVE POS-CLOSED-KEPT TO POS-CLOSED-KEPT-DISP.
           MOVE POS-CLOSED-DROPPED TO POS-CLOSED-DROPPED-DISP.

           DISPLAY '========================================'.
           DISPLAY 'PURCHASE ORDER RECEIVING SUMMARY'.
           DISPLAY '========================================'.
           DISPLAY 'PO LINES CARRIED:      ' POS-CARRIED-DISP.
           DISPLAY 'PO LINES ADDED:        ' POS-ADDED-DISP.
           DISPLAY 'PO LINES REJECTED:     ' POS-REJECTED-DISP.
           DISPLAY 'RECEIPTS READ:         ' GRNS-READ-DISP.
           DISPLAY 'RECEIPTS APPLIED:      ' GRNS-APPLIED-DISP.
           DISPLAY 'RECEIPTS REJECTED:     ' GRNS-REJECTED-DISP.
           DISPLAY 'LATE DELIVERIES:       ' GRNS-LATE-DISP.
           DISPLAY 'OVER DELIVERIES:       ' GRNS-OVER-DISP.
           DISPLAY 'PO LINES CLOSED SHORT: ' POS-CLOSED-SHORT-DISP.
           DISPLAY 'PO LINES CLOSED:       ' POS-CLOSED-DISP.
           DISPLAY 'PO LINES STILL OPEN:   ' POS-OPEN-DISP.
           DISPLAY 'OPEN LINES OVERDUE:    ' POS-OVERDUE-DISP.
           DISPLAY 'CLOSED LINES KEPT:     ' POS-CLOSED-KEPT-DISP.
           DISPLAY 'CLOSED LINES DROPPED:  ' POS-CLOSED-DROPPED-DISP.
           DISPLAY '========================================'.

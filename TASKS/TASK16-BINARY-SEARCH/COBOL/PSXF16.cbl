      ******************************************************************
      * INTER-WAREHOUSE TRANSFER PROCESSING                            *
      *                                                                *
      * PURPOSE:                                                       *
      * APPLIES CONFIRMED STOCK TRANSFERS BETWEEN WAREHOUSES. A        *
      * SHIPMENT TAKES THE QUANTITY OFF THE SENDING WAREHOUSE'S SHELF  *
      * AND HOLDS IT IN TRANSIT AT THE RECEIVING WAREHOUSE UNTIL THE   *
      * RECEIPT IS POSTED, WHEN IT BECOMES ON-HAND THERE. EVERY        *
      * MOVE IS A PAIRED DECREMENT/INCREMENT WITHIN ONE PART, SO THE   *
      * PART'S TOTAL (ON-HAND + IN-TRANSIT, THE CATALOG FIGURE) NEVER  *
      * CHANGES.                                                       *
      *                                                                *
      * BUSINESS LOGIC:                                                *
      *   TRANSACTIONS (XFRDD, PSRB16 LAYOUT), IN FILE ORDER:          *
      *     P = PROPOSAL NOT YET CONFIRMED - SKIPPED                   *
      *     S = SHIP: ID NOT ALREADY OPEN, FROM/TO DIFFERENT AND NOT   *
      *         BLANK, QTY > 0, VALID DATE, SENDING ROW HOLDS THE QTY  *
      *         ON ITS SHELF. FROM ON-HAND -= QTY, TO IN-TRANSIT +=    *
      *         QTY (ROW CREATED IF NEW), OPEN TRANSFER ADDED ('I').   *
      *     R = RECEIVE: ID MUST BE OPEN FOR THE SAME PART (AND        *
      *         RECEIVING WAREHOUSE IF GIVEN), QTY > 0 AND NOT MORE    *
      *         THAN STILL IN TRANSIT. TO IN-TRANSIT -= QTY, TO        *
      *         ON-HAND += QTY. FULLY RECEIVED TRANSFERS CLOSE.        *
      *   OPEN TRANSFERS ARE CARRIED RUN TO RUN (XOPNDD -> XONEWDD).   *
      *   CONTROL: TOTAL ON-HAND + IN-TRANSIT OVER ALL ROWS MUST BE    *
      *   THE SAME AFTER PROCESSING AS BEFORE, ELSE NOTHING IS         *
      *   WRITTEN AND THE RUN ENDS RC 16. RC 4 IF ANY REJECTS.         *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/10/15                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15  SSH  INITIAL VERSION.                              *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  WHSDD (WAREHOUSE.STOCK) - PER-WAREHOUSE ON-HAND (PS)   *
      * INPUT:  XFRDD (TRANSFER.CONFIRMED) - SHIP/RECEIVE (PS, 80 B)   *
      * INPUT:  XOPNDD (TRANSFER.OPEN) - OPEN TRANSFERS (PS, OPT)      *
      * OUTPUT: NEWWDD (WAREHOUSE.STOCK.NEW) - UPDATED ON-HAND (PS)    *
      * OUTPUT: XONEWDD (TRANSFER.OPEN.NEW) - OPEN TRANSFERS (PS)      *
      * OUTPUT: RPTDD (TRANSFER.REPORT) - APPLIED/REJECTED (PS, 80 B)  *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PSXF16.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WAREHOUSE-STOCK-FILE ASSIGN TO WHSDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WAREHOUSE-STATUS.

           SELECT TRANSFER-FILE ASSIGN TO XFRDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS TRANSFER-STATUS.

           SELECT OPTIONAL OPEN-XFR-FILE ASSIGN TO XOPNDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS OPEN-XFR-STATUS.

           SELECT NEW-WAREHOUSE-FILE ASSIGN TO NEWWDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS NEW-WAREHOUSE-STATUS.

           SELECT NEW-OPEN-XFR-FILE ASSIGN TO XONEWDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS NEW-OPEN-XFR-STATUS.

           SELECT XFR-REPORT-FILE ASSIGN TO RPTDD
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * PER-WAREHOUSE ON-HAND STOCK - THE SOURCE OF TRUTH
       FD WAREHOUSE-STOCK-FILE RECORDING MODE IS F.
       01 WAREHOUSE-STOCK-REC.
          05 WHS-PART-ID PIC 9(5).
          05 WHS-WAREHOUSE PIC X(2).
          05 WHS-QTY PIC 9(5).
          05 WHS-IN-TRANSIT PIC 9(5).
          05 FILLER PIC X(63).

      * TRANSFER RECORD - SAME LAYOUT PSRB16 WRITES TO XFRDD
       FD TRANSFER-FILE RECORDING MODE IS F.
       01 TRANSFER-REC.
          05 XFR-ACTION PIC X(1).
          05 XFR-ID PIC X(10).
          05 XFR-PART-ID PIC 9(5).
          05 XFR-FROM-WH PIC X(2).
          05 XFR-TO-WH PIC X(2).
          05 XFR-QTY PIC 9(5).
          05 XFR-DATE PIC 9(8).
          05 XFR-REASON PIC X(1).
          05 FILLER PIC X(46).

      * A TRANSFER SHIPPED AND NOT YET FULLY RECEIVED
       FD OPEN-XFR-FILE RECORDING MODE IS F.
       01 OPEN-XFR-REC.
          05 OPN-ID PIC X(10).
          05 OPN-PART-ID PIC 9(5).
          05 OPN-FROM-WH PIC X(2).
          05 OPN-TO-WH PIC X(2).
          05 OPN-QTY-SHIPPED PIC 9(5).
          05 OPN-QTY-RECEIVED PIC 9(5).
          05 OPN-SHIP-DATE PIC 9(8).
          05 OPN-STATUS PIC X(1).
          05 FILLER PIC X(42).

       FD NEW-WAREHOUSE-FILE RECORDING MODE IS F.
       01 NEW-WAREHOUSE-REC.
          05 NEWW-PART-ID PIC 9(5).
          05 NEWW-WAREHOUSE PIC X(2).
          05 NEWW-QTY PIC 9(5).
          05 NEWW-IN-TRANSIT PIC 9(5).
          05 FILLER PIC X(63).

       FD NEW-OPEN-XFR-FILE RECORDING MODE IS F.
       01 NEW-OPEN-XFR-REC.
          05 NOPN-ID PIC X(10).
          05 NOPN-PART-ID PIC 9(5).
          05 NOPN-FROM-WH PIC X(2).
          05 NOPN-TO-WH PIC X(2).
          05 NOPN-QTY-SHIPPED PIC 9(5).
          05 NOPN-QTY-RECEIVED PIC 9(5).
          05 NOPN-SHIP-DATE PIC 9(8).
          05 NOPN-STATUS PIC X(1).
          05 FILLER PIC X(42).

       FD XFR-REPORT-FILE RECORDING MODE IS F.
       01 XFR-REPORT-REC.
          05 RPT-ACTION PIC X(1).
          05 FILLER PIC X(1).
          05 RPT-ID PIC X(10).
          05 FILLER PIC X(1).
          05 RPT-PART-ID PIC X(5).
          05 FILLER PIC X(1).
          05 RPT-FROM-WH PIC X(2).
          05 FILLER PIC X(1).
          05 RPT-TO-WH PIC X(2).
          05 FILLER PIC X(1).
          05 RPT-QTY PIC Z(4)9.
          05 FILLER PIC X(1).
          05 RPT-RESULT PIC X(8).
          05 FILLER PIC X(1).
          05 RPT-REASON PIC X(30).
          05 FILLER PIC X(10).

       WORKING-STORAGE SECTION.

      * FILE STATUS VARIABLES
       01 FILE-STATUSES.
          05 WAREHOUSE-STATUS PIC X(2).
          05 TRANSFER-STATUS PIC X(2).
          05 OPEN-XFR-STATUS PIC X(2).
          05 NEW-WAREHOUSE-STATUS PIC X(2).
          05 NEW-OPEN-XFR-STATUS PIC X(2).
          05 REPORT-STATUS PIC X(2).

      * CONTROL FLAGS
       01 FLAGS.
          05 WS-WHS-EOF-SW PIC X(1) VALUE 'N'.
             88 WHS-EOF VALUE 'Y'.
          05 WS-XFR-EOF PIC X(1) VALUE 'N'.
             88 XFR-EOF VALUE 'Y'.
          05 WS-OPN-EOF PIC X(1) VALUE 'N'.
             88 OPN-EOF VALUE 'Y'.

      * PER-WAREHOUSE STOCK TABLE
       01 WHS-TABLE-MAX PIC 9(3) VALUE 300.
       01 WHS-COUNT PIC 9(3) VALUE 0.
       01 WHS-TABLE.
          05 WHS-ENTRY OCCURS 300 TIMES.
             10 WS-WHS-PART-ID PIC 9(5).
             10 WS-WHS-WAREHOUSE PIC X(2).
             10 WS-WHS-QTY PIC 9(5).
             10 WS-WHS-IN-TRANSIT PIC 9(5).
       01 WS-WHS-SUB PIC 9(3) VALUE 0.
       01 WS-WHS-HIT PIC 9(3) VALUE 0.
       01 WS-FROM-HIT PIC 9(3) VALUE 0.
       01 WS-FIND-WAREHOUSE PIC X(2) VALUE SPACES.

      * OPEN TRANSFER TABLE. STATUS 'I' = IN TRANSIT, 'C' = CLOSED
      * (FULLY RECEIVED - NOT CARRIED FORWARD)
       01 OPN-TABLE-MAX PIC 9(3) VALUE 300.
       01 OPN-COUNT PIC 9(3) VALUE 0.
       01 OPN-TABLE.
          05 OPN-ENTRY OCCURS 300 TIMES.
             10 TAB-OPN-ID PIC X(10).
             10 TAB-OPN-PART PIC 9(5).
             10 TAB-OPN-FROM PIC X(2).
             10 TAB-OPN-TO PIC X(2).
             10 TAB-OPN-SHIPPED PIC 9(5).
             10 TAB-OPN-RECEIVED PIC 9(5).
             10 TAB-OPN-DATE PIC 9(8).
             10 TAB-OPN-STATUS PIC X(1).
       01 WS-OPN-SUB PIC 9(3) VALUE 0.
       01 WS-OPN-HIT PIC 9(3) VALUE 0.

      * CONTROL TOTALS - ON-HAND PLUS IN-TRANSIT OVER ALL ROWS
       01 WS-STOCK-BEFORE PIC 9(9) VALUE 0.
       01 WS-STOCK-AFTER PIC 9(9) VALUE 0.
       01 WS-STILL-IN-TRANSIT PIC 9(5) VALUE 0.

      * REASON TEXT FOR THE NEXT REJECT REPORTED
       01 WS-REJECT-REASON PIC X(30) VALUE SPACES.

      * STATISTICS COUNTERS
       01 COUNTERS.
          05 XFRS-READ PIC 9(5) VALUE 0.
          05 SHIPS-APPLIED PIC 9(5) VALUE 0.
          05 RECEIPTS-APPLIED PIC 9(5) VALUE 0.
          05 XFRS-REJECTED PIC 9(5) VALUE 0.
          05 XFRS-SKIPPED PIC 9(5) VALUE 0.
          05 XFRS-CLOSED PIC 9(5) VALUE 0.
          05 XFRS-OPEN PIC 9(5) VALUE 0.

      * DISPLAY-FORMATTED COUNTERS
       01 DISP-COUNTERS.
          05 XFRS-READ-DISP PIC Z(4)9.
          05 SHIPS-APPLIED-DISP PIC Z(4)9.
          05 RECEIPTS-APPLIED-DISP PIC Z(4)9.
          05 XFRS-REJECTED-DISP PIC Z(4)9.
          05 XFRS-SKIPPED-DISP PIC Z(4)9.
          05 XFRS-CLOSED-DISP PIC Z(4)9.
          05 XFRS-OPEN-DISP PIC Z(4)9.

      **********************************************
      * MAIN FLOW: OPEN -> LOAD STOCK AND OPEN TRANSFERS -> APPLY
      * -> CONTROL CHECK -> WRITE -> CLOSE -> REPORT
      **********************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM OPEN-ALL-FILES.
           PERFORM LOAD-WAREHOUSE-TABLE.
           PERFORM LOAD-OPEN-TRANSFERS.
           PERFORM SUM-STOCK-TOTAL.
           MOVE WS-STOCK-AFTER TO WS-STOCK-BEFORE.
           PERFORM PROCESS-TRANSFERS.
           PERFORM SUM-STOCK-TOTAL.
           IF WS-STOCK-AFTER NOT = WS-STOCK-BEFORE
              DISPLAY 'FATAL: STOCK TOTAL CHANGED BY TRANSFERS, '
                      'BEFORE=' WS-STOCK-BEFORE
                      ' AFTER=' WS-STOCK-AFTER
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM WRITE-WAREHOUSE-OUTPUT.
           PERFORM WRITE-OPEN-TRANSFERS.
           PERFORM CLOSE-ALL-FILES.
           PERFORM DISPLAY-SUMMARY.
           IF XFRS-REJECTED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      **********************************************
      * OPEN ALL FILES AND CHECK STATUS
      **********************************************
       OPEN-ALL-FILES.
           OPEN INPUT WAREHOUSE-STOCK-FILE.
           IF WAREHOUSE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING WAREHOUSE STOCK FILE: '
                       WAREHOUSE-STATUS
              STOP RUN
           END-IF.

           OPEN INPUT TRANSFER-FILE.
           IF TRANSFER-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING TRANSFER FILE: '
                       TRANSFER-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT NEW-WAREHOUSE-FILE.
           IF NEW-WAREHOUSE-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING NEW WAREHOUSE FILE: '
                       NEW-WAREHOUSE-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT NEW-OPEN-XFR-FILE.
           IF NEW-OPEN-XFR-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING NEW OPEN TRANSFER FILE: '
                       NEW-OPEN-XFR-STATUS
              STOP RUN
           END-IF.

           OPEN OUTPUT XFR-REPORT-FILE.
           IF REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING TRANSFER REPORT: '
                       REPORT-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * LOAD THE PER-WAREHOUSE STOCK FILE INTO MEMORY.
      **********************************************
       LOAD-WAREHOUSE-TABLE.
           PERFORM UNTIL WHS-EOF
              READ WAREHOUSE-STOCK-FILE
                AT END
                   SET WHS-EOF TO TRUE
                NOT AT END
                   IF WAREHOUSE-STATUS NOT = '00'
                      DISPLAY 'ERROR READING WAREHOUSE STOCK: '
                               WAREHOUSE-STATUS
                      STOP RUN
                   END-IF
                   IF WHS-COUNT >= WHS-TABLE-MAX
                      DISPLAY 'ERROR: WAREHOUSE TABLE CAPACITY '
                               'EXCEEDED, MAX=' WHS-TABLE-MAX
                      STOP RUN
                   END-IF
                   ADD 1 TO WHS-COUNT
                   MOVE WHS-PART-ID TO WS-WHS-PART-ID(WHS-COUNT)
                   MOVE WHS-WAREHOUSE
                     TO WS-WHS-WAREHOUSE(WHS-COUNT)
                   MOVE WHS-QTY TO WS-WHS-QTY(WHS-COUNT)
                   IF WHS-IN-TRANSIT IS NUMERIC
                      MOVE WHS-IN-TRANSIT
                        TO WS-WHS-IN-TRANSIT(WHS-COUNT)
                   ELSE
                      MOVE 0 TO WS-WHS-IN-TRANSIT(WHS-COUNT)
                   END-IF
              END-READ
           END-PERFORM.
           DISPLAY 'WAREHOUSE STOCK ROWS LOADED: ' WHS-COUNT.

      **********************************************
      * LOAD THE OPTIONAL OPEN TRANSFER FILE. NONE = NOTHING IN
      * TRANSIT YET.
      **********************************************
       LOAD-OPEN-TRANSFERS.
           OPEN INPUT OPEN-XFR-FILE.
           IF OPEN-XFR-STATUS NOT = '00'
              DISPLAY 'NO OPEN TRANSFER FILE - NOTHING IN TRANSIT'
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL OPN-EOF
              READ OPEN-XFR-FILE
                AT END
                   SET OPN-EOF TO TRUE
                NOT AT END
                   IF OPN-COUNT >= OPN-TABLE-MAX
                      DISPLAY 'ERROR: OPEN TRANSFER TABLE CAPACITY '
                               'EXCEEDED, MAX=' OPN-TABLE-MAX
                      STOP RUN
                   END-IF
                   ADD 1 TO OPN-COUNT
                   MOVE OPN-ID TO TAB-OPN-ID(OPN-COUNT)
                   MOVE OPN-PART-ID TO TAB-OPN-PART(OPN-COUNT)
                   MOVE OPN-FROM-WH TO TAB-OPN-FROM(OPN-COUNT)
                   MOVE OPN-TO-WH TO TAB-OPN-TO(OPN-COUNT)
                   MOVE OPN-QTY-SHIPPED TO TAB-OPN-SHIPPED(OPN-COUNT)
                   MOVE OPN-QTY-RECEIVED
                     TO TAB-OPN-RECEIVED(OPN-COUNT)
                   MOVE OPN-SHIP-DATE TO TAB-OPN-DATE(OPN-COUNT)
                   MOVE OPN-STATUS TO TAB-OPN-STATUS(OPN-COUNT)
              END-READ
           END-PERFORM.
           CLOSE OPEN-XFR-FILE.
           DISPLAY 'OPEN TRANSFERS LOADED: ' OPN-COUNT.

      **********************************************
      * TOTAL ON-HAND PLUS IN-TRANSIT OVER EVERY STOCK ROW
      **********************************************
       SUM-STOCK-TOTAL.
           MOVE 0 TO WS-STOCK-AFTER.
           PERFORM VARYING WS-WHS-SUB FROM 1 BY 1
                   UNTIL WS-WHS-SUB > WHS-COUNT
              ADD WS-WHS-QTY(WS-WHS-SUB) TO WS-STOCK-AFTER
              ADD WS-WHS-IN-TRANSIT(WS-WHS-SUB) TO WS-STOCK-AFTER
           END-PERFORM.

      **********************************************
      * APPLY EVERY TRANSFER TRANSACTION IN FILE ORDER
      **********************************************
       PROCESS-TRANSFERS.
           PERFORM UNTIL XFR-EOF
              READ TRANSFER-FILE
                AT END
                   SET XFR-EOF TO TRUE
                NOT AT END
                   IF TRANSFER-STATUS NOT = '00'
                      DISPLAY 'ERROR READING TRANSFER FILE: '
                               TRANSFER-STATUS
                      STOP RUN
                   END-IF
                   ADD 1 TO XFRS-READ
                   EVALUATE XFR-ACTION
                       WHEN 'P'
                           ADD 1 TO XFRS-SKIPPED
                           MOVE 'NOT CONFIRMED' TO WS-REJECT-REASON
                           MOVE 'SKIPPED' TO RPT-RESULT
                           PERFORM LOG-TRANSFER
                       WHEN 'S'
                           PERFORM APPLY-SHIPMENT
                       WHEN 'R'
                           PERFORM APPLY-RECEIPT
                       WHEN OTHER
                           MOVE 'UNKNOWN ACTION CODE'
                             TO WS-REJECT-REASON
                           PERFORM LOG-REJECTED
                   END-EVALUATE
              END-READ
           END-PERFORM.

      **********************************************
      * SHIP: SENDING SHELF DOWN, RECEIVING IN-TRANSIT UP
      **********************************************
       APPLY-SHIPMENT.
           IF XFR-ID = SPACES
              MOVE 'NO TRANSFER ID' TO WS-REJECT-REASON
              PERFORM LOG-REJECTED
              EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-OPEN-TRANSFER.
           IF WS-OPN-HIT > 0
              MOVE 'TRANSFER ID ALREADY SHIPPED' TO WS-REJECT-REASON
              PERFORM LOG-REJECTED
              EXIT PARAGRAPH
           END-IF.
           IF XFR-PART-ID NOT NUMERIC
              MOVE 'PART-ID NOT NUMERIC' TO WS-REJECT-REASON
              PERFORM LOG-REJECTED
              EXIT PARAGRAPH
           END-IF.
           IF XFR-FROM-WH = SPACES OR XFR-TO-WH = SPACES
              OR XFR-FROM-WH = XFR-TO-WH
              MOVE 'FROM/TO WAREHOUSE INVALID' TO WS-REJECT-REASON
              PERFORM LOG-REJECTED
              EXIT PARAGRAPH
           END-IF.
           IF XFR-QTY NOT NUMERIC OR XFR-QTY = 0
              MOVE 'BAD OR ZERO QUANTITY' TO WS-REJECT-REASON
              PERFORM LOG-REJECTED
              EXIT PARAGRAPH
           END-IF.
           IF XFR-DATE NOT NUMERIC
              OR FUNCTION TEST-DATE-YYYYMMDD(XFR-DATE) NOT = 0
              MOVE 'INVALID SHIP DATE' TO WS-REJECT-REASON
              PERFORM LOG-REJECTED
              EXIT PARAGRAPH
           END-IF.
           MOVE XFR-FROM-WH TO WS-FIND-WAREHOUSE.
           PERFORM FIND-WAREHOUSE-ENTRY.
           IF WS-WHS-HIT = 0
              MOVE 'NO STOCK ROW AT SENDING WH' TO WS-REJECT-REASON
              PERFORM LOG-REJECTED
              EXIT PARAGRAPH
           END-IF.
           IF XFR-QTY > WS-WHS-QTY(WS-WHS-HIT)
              MOVE 'QTY EXCEEDS SENDING ON-HAND' TO WS-REJECT-REASON
              PERFORM LOG-REJECTED
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-WHS-HIT TO WS-FROM-HIT.

           MOVE XFR-TO-WH TO WS-FIND-WAREHOUSE.
           PERFORM FIND-WAREHOUSE-ENTRY.
           IF WS-WHS-HIT = 0
              IF WHS-COUNT >= WHS-TABLE-MAX
                 DISPLAY 'ERROR: WAREHOUSE TABLE CAPACITY '
                          'EXCEEDED, MAX=' WHS-TABLE-MAX
                 STOP RUN
              END-IF
              ADD 1 TO WHS-COUNT
              MOVE WHS-COUNT TO WS-WHS-HIT
              MOVE XFR-PART-ID TO WS-WHS-PART-ID(WS-WHS-HIT)
              MOVE XFR-TO-WH TO WS-WHS-WAREHOUSE(WS-WHS-HIT)
              MOVE 0 TO WS-WHS-QTY(WS-WHS-HIT)
              MOVE 0 TO WS-WHS-IN-TRANSIT(WS-WHS-HIT)
           END-IF.

           IF OPN-COUNT >= OPN-TABLE-MAX
              DISPLAY 'ERROR: OPEN TRANSFER TABLE CAPACITY '
                       'EXCEEDED, MAX=' OPN-TABLE-MAX
              STOP RUN
           END-IF.
           SUBTRACT XFR-QTY FROM WS-WHS-QTY(WS-FROM-HIT).
           ADD XFR-QTY TO WS-WHS-IN-TRANSIT(WS-WHS-HIT).
           ADD 1 TO OPN-COUNT.
           MOVE XFR-ID TO TAB-OPN-ID(OPN-COUNT).
           MOVE XFR-PART-ID TO TAB-OPN-PART(OPN-COUNT).
           MOVE XFR-FROM-WH TO TAB-OPN-FROM(OPN-COUNT).
           MOVE XFR-TO-WH TO TAB-OPN-TO(OPN-COUNT).
           MOVE XFR-QTY TO TAB-OPN-SHIPPED(OPN-COUNT).
           MOVE 0 TO TAB-OPN-RECEIVED(OPN-COUNT).
           MOVE XFR-DATE TO TAB-OPN-DATE(OPN-COUNT).
           MOVE 'I' TO TAB-OPN-STATUS(OPN-COUNT).
           ADD 1 TO SHIPS-APPLIED.
           PERFORM LOG-APPLIED.

      **********************************************
      * RECEIVE: RECEIVING IN-TRANSIT DOWN, RECEIVING SHELF UP
      **********************************************
       APPLY-RECEIPT.
           PERFORM FIND-OPEN-TRANSFER.
           IF WS-OPN-HIT = 0
              MOVE 'NO OPEN TRANSFER FOR ID' TO WS-REJECT-REASON
              PERFORM LOG-REJECTED
              EXIT PARAGRAPH
           END-IF.
           IF XFR-PART-ID NOT NUMERIC
              OR XFR-PART-ID NOT = TAB-OPN-PART(WS-OPN-HIT)
              MOVE 'PART DOES NOT MATCH TRANSFER' TO WS-REJECT-REASON
              PERFORM LOG-REJECTED
              EXIT PARAGRAPH
           END-IF.
           IF XFR-TO-WH NOT = SPACES
              AND XFR-TO-WH NOT = TAB-OPN-TO(WS-OPN-HIT)
              MOVE 'WRONG RECEIVING WAREHOUSE' TO WS-REJECT-REASON
              PERFORM LOG-REJECTED
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-STILL-IN-TRANSIT = TAB-OPN-SHIPPED(WS-OPN-HIT)
              - TAB-OPN-RECEIVED(WS-OPN-HIT).
           IF XFR-QTY NOT NUMERIC OR XFR-QTY = 0
              MOVE 'BAD OR ZERO QUANTITY' TO WS-REJECT-REASON
              PERFORM LOG-REJECTED
              EXIT PARAGRAPH
           END-IF.
           IF XFR-QTY > WS-STILL-IN-TRANSIT
              MOVE 'MORE THAN STILL IN TRANSIT' TO WS-REJECT-REASON
              PERFORM LOG-REJECTED
              EXIT PARAGRAPH
           END-IF.
           MOVE TAB-OPN-TO(WS-OPN-HIT) TO WS-FIND-WAREHOUSE.
           PERFORM FIND-WAREHOUSE-ENTRY.
           IF WS-WHS-HIT = 0
              OR XFR-QTY > WS-WHS-IN-TRANSIT(WS-WHS-HIT)
              MOVE 'IN-TRANSIT STOCK NOT ON FILE' TO WS-REJECT-REASON
              PERFORM LOG-REJECTED
              EXIT PARAGRAPH
           END-IF.
           SUBTRACT XFR-QTY FROM WS-WHS-IN-TRANSIT(WS-WHS-HIT).
           ADD XFR-QTY TO WS-WHS-QTY(WS-WHS-HIT).
           ADD XFR-QTY TO TAB-OPN-RECEIVED(WS-OPN-HIT).
           IF TAB-OPN-RECEIVED(WS-OPN-HIT)
                 = TAB-OPN-SHIPPED(WS-OPN-HIT)
              MOVE 'C' TO TAB-OPN-STATUS(WS-OPN-HIT)
              ADD 1 TO XFRS-CLOSED
           END-IF.
           ADD 1 TO RECEIPTS-APPLIED.
           PERFORM LOG-APPLIED.

      **********************************************
      * FINDS THE STILL-OPEN TRANSFER CARRYING XFR-ID
      **********************************************
       FIND-OPEN-TRANSFER.
           MOVE 0 TO WS-OPN-HIT.
           PERFORM VARYING WS-OPN-SUB FROM 1 BY 1
                   UNTIL WS-OPN-SUB > OPN-COUNT
              IF TAB-OPN-ID(WS-OPN-SUB) = XFR-ID
                 AND TAB-OPN-STATUS(WS-OPN-SUB) = 'I'
                 MOVE WS-OPN-SUB TO WS-OPN-HIT
                 MOVE OPN-COUNT TO WS-OPN-SUB
              END-IF
           END-PERFORM.

      **********************************************
      * FINDS THE STOCK ROW FOR XFR-PART-ID AT WS-FIND-WAREHOUSE
      **********************************************
       FIND-WAREHOUSE-ENTRY.
           MOVE 0 TO WS-WHS-HIT.
           PERFORM VARYING WS-WHS-SUB FROM 1 BY 1
                   UNTIL WS-WHS-SUB > WHS-COUNT
              IF WS-WHS-PART-ID(WS-WHS-SUB) = XFR-PART-ID
                 AND WS-WHS-WAREHOUSE(WS-WHS-SUB)
                     = WS-FIND-WAREHOUSE
                 MOVE WS-WHS-SUB TO WS-WHS-HIT
                 MOVE WHS-COUNT TO WS-WHS-SUB
              END-IF
           END-PERFORM.

      **********************************************
      * REPORT AN APPLIED, REJECTED OR SKIPPED TRANSACTION
      **********************************************
       LOG-APPLIED.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE 'APPLIED' TO RPT-RESULT.
           PERFORM LOG-TRANSFER.

       LOG-REJECTED.
           ADD 1 TO XFRS-REJECTED.
           MOVE 'REJECTED' TO RPT-RESULT.
           PERFORM LOG-TRANSFER.

       LOG-TRANSFER.
           MOVE XFR-ACTION TO RPT-ACTION.
           MOVE XFR-ID TO RPT-ID.
           MOVE TRANSFER-REC(12:5) TO RPT-PART-ID.
           MOVE XFR-FROM-WH TO RPT-FROM-WH.
           MOVE XFR-TO-WH TO RPT-TO-WH.
           IF XFR-QTY IS NUMERIC
              MOVE XFR-QTY TO RPT-QTY
           ELSE
              MOVE 0 TO RPT-QTY
           END-IF.
           MOVE WS-REJECT-REASON TO RPT-REASON.
           WRITE XFR-REPORT-REC.
           IF REPORT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING TRANSFER REPORT: '
                       REPORT-STATUS
              STOP RUN
           END-IF.

      **********************************************
      * WRITE THE UPDATED PER-WAREHOUSE FIGURES FOR THE NEXT RUN.
      **********************************************
       WRITE-WAREHOUSE-OUTPUT.
           PERFORM VARYING WS-WHS-SUB FROM 1 BY 1
                   UNTIL WS-WHS-SUB > WHS-COUNT
              MOVE SPACES TO NEW-WAREHOUSE-REC
              MOVE WS-WHS-PART-ID(WS-WHS-SUB) TO NEWW-PART-ID
              MOVE WS-WHS-WAREHOUSE(WS-WHS-SUB) TO NEWW-WAREHOUSE
              MOVE WS-WHS-QTY(WS-WHS-SUB) TO NEWW-QTY
              MOVE WS-WHS-IN-TRANSIT(WS-WHS-SUB) TO NEWW-IN-TRANSIT
              WRITE NEW-WAREHOUSE-REC
              IF NEW-WAREHOUSE-STATUS NOT = '00'
                 DISPLAY 'ERROR WRITING NEW WAREHOUSE FILE: '
                          NEW-WAREHOUSE-STATUS
                 STOP RUN
              END-IF
           END-PERFORM.

      **********************************************
      * CARRY THE STILL-IN-TRANSIT TRANSFERS FORWARD
      **********************************************
       WRITE-OPEN-TRANSFERS.
           PERFORM VARYING WS-OPN-SUB FROM 1 BY 1
                   UNTIL WS-OPN-SUB > OPN-COUNT
              IF TAB-OPN-STATUS(WS-OPN-SUB) = 'I'
                 MOVE SPACES TO NEW-OPEN-XFR-REC
                 MOVE TAB-OPN-ID(WS-OPN-SUB) TO NOPN-ID
                 MOVE TAB-OPN-PART(WS-OPN-SUB) TO NOPN-PART-ID
                 MOVE TAB-OPN-FROM(WS-OPN-SUB) TO NOPN-FROM-WH
                 MOVE TAB-OPN-TO(WS-OPN-SUB) TO NOPN-TO-WH
                 MOVE TAB-OPN-SHIPPED(WS-OPN-SUB) TO NOPN-QTY-SHIPPED
                 MOVE TAB-OPN-RECEIVED(WS-OPN-SUB)
                   TO NOPN-QTY-RECEIVED
                 MOVE TAB-OPN-DATE(WS-OPN-SUB) TO NOPN-SHIP-DATE
                 MOVE 'I' TO NOPN-STATUS
                 WRITE NEW-OPEN-XFR-REC
                 IF NEW-OPEN-XFR-STATUS NOT = '00'
                    DISPLAY 'ERROR WRITING NEW OPEN TRANSFER FILE: '
                             NEW-OPEN-XFR-STATUS
                    STOP RUN
                 END-IF
                 ADD 1 TO XFRS-OPEN
              END-IF
           END-PERFORM.

      **********************************************
      * CLOSE ALL FILES AND CHECK STATUS
      **********************************************
       CLOSE-ALL-FILES.
           CLOSE WAREHOUSE-STOCK-FILE.
           IF WAREHOUSE-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING WAREHOUSE STOCK: '
                       WAREHOUSE-STATUS
           END-IF.

           CLOSE TRANSFER-FILE.
           IF TRANSFER-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING TRANSFER FILE: '
                       TRANSFER-STATUS
           END-IF.

           CLOSE NEW-WAREHOUSE-FILE.
           IF NEW-WAREHOUSE-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING NEW WAREHOUSE FILE: '
                       NEW-WAREHOUSE-STATUS
           END-IF.

           CLOSE NEW-OPEN-XFR-FILE.
           IF NEW-OPEN-XFR-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING NEW OPEN TRANSFERS: '
                       NEW-OPEN-XFR-STATUS
           END-IF.

           CLOSE XFR-REPORT-FILE.
           IF REPORT-STATUS NOT = '00'
              DISPLAY 'WARNING: ERROR CLOSING TRANSFER REPORT: '
                       REPORT-STATUS
           END-IF.

      **********************************************
      * DISPLAY SUMMARY STATISTICS TO SYSOUT
      **********************************************
       DISPLAY-SUMMARY.
           MOVE XFRS-READ TO XFRS-READ-DISP.
           MOVE SHIPS-APPLIED TO SHIPS-APPLIED-DISP.
           MOVE RECEIPTS-APPLIED TO RECEIPTS-APPLIED-DISP.
           MOVE XFRS-REJECTED TO XFRS-REJECTED-DISP.
           MOVE XFRS-SKIPPED TO XFRS-SKIPPED-DISP.
           MOVE XFRS-CLOSED TO XFRS-CLOSED-DISP.
           MOVE XFRS-OPEN TO XFRS-OPEN-DISP.

           DISPLAY '========================================'.
           DISPLAY 'TRANSFER PROCESSING SUMMARY'.
           DISPLAY '========================================'.
           DISPLAY 'TRANSACTIONS READ:    ' XFRS-READ-DISP.
           DISPLAY 'SHIPMENTS APPLIED:    ' SHIPS-APPLIED-DISP.
           DISPLAY 'RECEIPTS APPLIED:     ' RECEIPTS-APPLIED-DISP.
           DISPLAY 'REJECTED:             ' XFRS-REJECTED-DISP.
           DISPLAY 'NOT CONFIRMED:        ' XFRS-SKIPPED-DISP.
           DISPLAY 'TRANSFERS CLOSED:     ' XFRS-CLOSED-DISP.
           DISPLAY 'STILL IN TRANSIT:     ' XFRS-OPEN-DISP.
           DISPLAY 'STOCK TOTAL (CONTROL):' WS-STOCK-AFTER.
           DISPLAY '========================================'.

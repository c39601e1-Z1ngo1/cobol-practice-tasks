      *   AMOUNTS ARE SUMMED PER SALESPERSON AND WRITTEN AS ONE        *
      *   SUPPLEMENTAL EARNINGS RECORD PER EMPLOYEE (EMPLOYEE ID,      *
      *   TOTAL AMOUNT, DEAL COUNT), IN EMPLOYEE-TABLE ORDER.          *
      *   MANUAL ADJUSTMENT RECORDS (OUT-ADJ-SIGN + OR -) ARE NETTED   *
      *   INTO THE EMPLOYEE'S TOTAL BUT NOT COUNTED AS DEALS. AN       *
      *   EMPLOYEE WHOSE NET TOTAL COMES OUT BELOW ZERO IS REPORTED    *
      *   AND NOT BRIDGED (RC 4).                                      *
      *                                                                *
      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/09/02                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/10/15  SSH  MANUAL ADJUSTMENT RECORDS FROM THE COMMISSION *
      *                  RUN ARE NETTED INTO THE SUPPLEMENTAL EARNINGS *
      *                  TOTAL BY THEIR SIGN.                          *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  COMMDD (COMMISSION.OUT) - COMMISSION RESULTS (PS)      *
          05 OUT-DRAW-BAL PIC 9(7)V99.
          05 FILLER PIC X(1).
          05 OUT-DEAL-REF PIC X(8).
          05 FILLER PIC X(1).
          05 OUT-ADJ-SIGN PIC X(1).
             88 OUT-ADJ-LINE VALUE '+' '-'.
             88 OUT-ADJ-MINUS VALUE '-'.
          05 OUT-ADJ-REASON PIC X(4).
          05 FILLER PIC X(16).

      * ONE AGGREGATED SUPPLEMENTAL EARNINGS RECORD PER EMPLOYEE,
      * READ BY THE TAX RUN ALONGSIDE THE SALARY FILE
       01 EMP-TABLE.
          05 EMP-ENTRY OCCURS 1000 TIMES.
             10 TAB-EMP-ID PIC X(5).
             10 TAB-EMP-AMOUNT PIC S9(7)V99.
             10 TAB-EMP-DEALS PIC 9(3).
       01 WS-EMP-SUB PIC 9(4) VALUE 0.
       01 WS-EMP-HIT PIC 9(4) VALUE 0.
          05 RECORDS-READ PIC 9(5) VALUE 0.
          05 ZERO-PAYABLE-SKIPPED PIC 9(5) VALUE 0.
          05 SUPP-RECORDS-WRITTEN PIC 9(5) VALUE 0.
          05 ADJUSTMENTS-READ PIC 9(5) VALUE 0.
          05 NEGATIVE-NOT-BRIDGED PIC 9(5) VALUE 0.
       01 WS-TOTAL-PAYABLE PIC S9(9)V99 VALUE 0.
       01 WS-ADJ-NET PIC S9(9)V99 VALUE 0.

      * DISPLAY-FORMATTED COUNTERS
       01 WS-DISP-COUNTERS.
          05 RECORDS-READ-DISP PIC Z(4)9.
          05 ZERO-PAYABLE-SKIPPED-DISP PIC Z(4)9.
          05 SUPP-RECORDS-WRITTEN-DISP PIC Z(4)9.
          05 ADJUSTMENTS-READ-DISP PIC Z(4)9.
          05 NEGATIVE-NOT-BRIDGED-DISP PIC Z(4)9.
       01 WS-TOTAL-PAYABLE-DISP PIC -(8)9.99.
       01 WS-ADJ-NET-DISP PIC -(8)9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM WRITE-SUPP-EARNINGS.
           PERFORM CLOSE-ALL-FILES.
           PERFORM DISPLAY-SUMMARY.
           IF NEGATIVE-NOT-BRIDGED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      **********************************************

      **********************************************
      * READS EVERY COMMISSION RECORD AND FOLDS ITS PAYABLE INTO
      * THE EMPLOYEE'S ACCUMULATOR (A MINUS ADJUSTMENT TAKES IT
      * OUT AGAIN).
      **********************************************
       ACCUMULATE-COMMISSIONS.
           PERFORM UNTIL EOF
              MOVE 0 TO TAB-EMP-AMOUNT(WS-EMP-HIT)
              MOVE 0 TO TAB-EMP-DEALS(WS-EMP-HIT)
           END-IF.
           EVALUATE TRUE
              WHEN OUT-ADJ-MINUS
                 ADD 1 TO ADJUSTMENTS-READ
                 SUBTRACT OUT-PAYABLE FROM TAB-EMP-AMOUNT(WS-EMP-HIT)
                 SUBTRACT OUT-PAYABLE FROM WS-TOTAL-PAYABLE
                 SUBTRACT OUT-PAYABLE FROM WS-ADJ-NET
              WHEN OUT-ADJ-LINE
                 ADD 1 TO ADJUSTMENTS-READ
                 ADD OUT-PAYABLE TO TAB-EMP-AMOUNT(WS-EMP-HIT)
                 ADD OUT-PAYABLE TO WS-TOTAL-PAYABLE
                 ADD OUT-PAYABLE TO WS-ADJ-NET
              WHEN OTHER
                 ADD OUT-PAYABLE TO TAB-EMP-AMOUNT(WS-EMP-HIT)
                 ADD 1 TO TAB-EMP-DEALS(WS-EMP-HIT)
                 ADD OUT-PAYABLE TO WS-TOTAL-PAYABLE
           END-EVALUATE.

      **********************************************
      * WRITES ONE SUPPLEMENTAL EARNINGS RECORD PER EMPLOYEE. A
      * NET TOTAL BELOW ZERO (ADJUSTMENTS TAKING BACK MORE THAN
      * THE RUN PAID) IS REPORTED AND LEFT OUT OF THE BRIDGE.
      **********************************************
       WRITE-SUPP-EARNINGS.
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
                   UNTIL WS-EMP-SUB > EMP-COUNT
              IF TAB-EMP-AMOUNT(WS-EMP-SUB) < 0
                 DISPLAY 'WARNING: NEGATIVE COMMISSION TOTAL, '
                         'NOT BRIDGED - EMPLOYEE '
                         TAB-EMP-ID(WS-EMP-SUB)
                 ADD 1 TO NEGATIVE-NOT-BRIDGED
                 SUBTRACT TAB-EMP-AMOUNT(WS-EMP-SUB)
                     FROM WS-TOTAL-PAYABLE
              ELSE
                 MOVE SPACES TO SUPP-EARNINGS-REC
                 MOVE TAB-EMP-ID(WS-EMP-SUB) TO SUP-EMP-ID
                 MOVE TAB-EMP-AMOUNT(WS-EMP-SUB) TO SUP-AMOUNT
                 MOVE TAB-EMP-DEALS(WS-EMP-SUB) TO SUP-DEALS
                 WRITE SUPP-EARNINGS-REC
                 IF SUPP-STATUS NOT = '00'
                    DISPLAY 'ERROR WRITING SUPP EARNINGS FILE: '
                             SUPP-STATUS
                    STOP RUN
                 END-IF
                 ADD 1 TO SUPP-RECORDS-WRITTEN
              END-IF
           END-PERFORM.

      **********************************************
           MOVE RECORDS-READ TO RECORDS-READ-DISP.
           MOVE ZERO-PAYABLE-SKIPPED TO ZERO-PAYABLE-SKIPPED-DISP.
           MOVE SUPP-RECORDS-WRITTEN TO SUPP-RECORDS-WRITTEN-DISP.
           MOVE ADJUSTMENTS-READ TO ADJUSTMENTS-READ-DISP.
           MOVE NEGATIVE-NOT-BRIDGED TO NEGATIVE-NOT-BRIDGED-DISP.
           MOVE WS-ADJ-NET TO WS-ADJ-NET-DISP.
           MOVE WS-TOTAL-PAYABLE TO WS-TOTAL-PAYABLE-DISP.

           DISPLAY '========================================'.
                    ZERO-PAYABLE-SKIPPED-DISP.
           DISPLAY 'EMPLOYEES BRIDGED:       '
                    SUPP-RECORDS-WRITTEN-DISP.
           DISPLAY 'ADJUSTMENT RECORDS READ: '
                    ADJUSTMENTS-READ-DISP.
           DISPLAY 'NET ADJUSTMENTS:         ' WS-ADJ-NET-DISP.
           DISPLAY 'NEGATIVE, NOT BRIDGED:   '
                    NEGATIVE-NOT-BRIDGED-DISP.
           DISPLAY 'TOTAL PAYABLE BRIDGED:   ' WS-TOTAL-PAYABLE-DISP.
           DISPLAY '========================================'.

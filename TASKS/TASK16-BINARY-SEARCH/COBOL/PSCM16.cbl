      * AUTHOR: STANISLAV                                              *
      * DATE: 2026/08/22                                               *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      * 2026/09/02  SSH  MULTI-WAREHOUSE STOCK (WHSDD/NEWWDD): EVERY   *
      *                  QUANTITY DELTA (ADD OPENING STOCK, RECEIPT,   *
      *                  ADJUSTMENT) NOW NAMES ITS WAREHOUSE AND IS    *
      *                  PART'S WAREHOUSES SO OLDER READERS STAY       *
      *                  CONSISTENT. A BLANK WAREHOUSE DEFAULTS TO     *
      *                  'W1'.                                         *
      * 2026/10/15  SSH  WAREHOUSE STOCK ROWS NOW CARRY AN IN-TRANSIT  *
      *                  QUANTITY (TRANSFERS SHIPPED BY PSXF16, NOT    *
      *                  YET RECEIVED). ADJUSTMENTS STILL ACT ON THE   *
      *                  SHELF QUANTITY ONLY; IN-TRANSIT IS PASSED     *
      *                  THROUGH AND COUNTED IN THE CATALOG FIGURE SO  *
      *                  A TRANSFER LEAVES THE CATALOG TOTAL           *
      *                  UNCHANGED.                                    *
      *                                                                *
      * FILES:                                                         *
      * INPUT:  PARTDD (PARTS.CATALOG) - CURRENT CATALOG (PS, SORTED)  *
          05 WHS-PART-ID PIC 9(5).
          05 WHS-WAREHOUSE PIC X(2).
          05 WHS-QTY PIC 9(5).
          05 WHS-IN-TRANSIT PIC 9(5).
          05 FILLER PIC X(63).

       FD NEW-WAREHOUSE-FILE RECORDING MODE IS F.
       01 NEW-WAREHOUSE-REC.
          05 NEWW-PART-ID PIC 9(5).
          05 NEWW-WAREHOUSE PIC X(2).
          05 NEWW-QTY PIC 9(5).
          05 NEWW-IN-TRANSIT PIC 9(5).
          05 FILLER PIC X(63).

       WORKING-STORAGE SECTION.

             10 WS-WHS-PART-ID PIC 9(5).
             10 WS-WHS-WAREHOUSE PIC X(2).
             10 WS-WHS-QTY PIC 9(5).
             10 WS-WHS-IN-TRANSIT PIC 9(5).
       01 WS-WHS-SUB PIC 9(3) VALUE 0.
       01 WS-WHS-HIT PIC 9(3) VALUE 0.
       01 WS-WHS-EOF-SW PIC X(1) VALUE 'N'.
                   MOVE WHS-WAREHOUSE
                     TO WS-WHS-WAREHOUSE(WHS-COUNT)
                   MOVE WHS-QTY TO WS-WHS-QTY(WHS-COUNT)
      * ROWS WRITTEN BEFORE TRANSFERS EXISTED CARRY NO IN-TRANSIT
                   IF WHS-IN-TRANSIT IS NUMERIC
                      MOVE WHS-IN-TRANSIT
                        TO WS-WHS-IN-TRANSIT(WHS-COUNT)
                   ELSE
                      MOVE 0 TO WS-WHS-IN-TRANSIT(WHS-COUNT)
                   END-IF
              END-READ
           END-PERFORM.
           DISPLAY 'WAREHOUSE STOCK ROWS LOADED: ' WHS-COUNT.
              MOVE WS-WHS-PART-ID(WS-WHS-SUB) TO NEWW-PART-ID
              MOVE WS-WHS-WAREHOUSE(WS-WHS-SUB) TO NEWW-WAREHOUSE
              MOVE WS-WHS-QTY(WS-WHS-SUB) TO NEWW-QTY
              MOVE WS-WHS-IN-TRANSIT(WS-WHS-SUB) TO NEWW-IN-TRANSIT
              WRITE NEW-WAREHOUSE-REC
              IF NEW-WAREHOUSE-STATUS NOT = '00'
                 DISPLAY 'ERROR WRITING NEW WAREHOUSE FILE: '
              MOVE WS-APPLY-WAREHOUSE
                TO WS-WHS-WAREHOUSE(WS-WHS-HIT)
              MOVE 0 TO WS-WHS-QTY(WS-WHS-HIT)
              MOVE 0 TO WS-WHS-IN-TRANSIT(WS-WHS-HIT)
           END-IF.
           ADD DLT-QTY TO WS-WHS-QTY(WS-WHS-HIT).

           END-PERFORM.

      **********************************************
      * SUMS THE WAREHOUSE ON-HAND AND IN-TRANSIT FOR THE PART IN
      * WS-APPLY-PART, SO A TRANSFER NEVER MOVES THE CATALOG TOTAL.
      **********************************************
       SUM-PART-TOTAL.
           MOVE 0 TO WS-PART-TOTAL.
              IF WS-WHS-PART-ID(WS-WHS-SUB) = WS-APPLY-PART
                 SET PART-HAS-WAREHOUSES TO TRUE
                 ADD WS-WHS-QTY(WS-WHS-SUB) TO WS-PART-TOTAL
                 ADD WS-WHS-IN-TRANSIT(WS-WHS-SUB) TO WS-PART-TOTAL
              END-IF
           END-PERFORM.

